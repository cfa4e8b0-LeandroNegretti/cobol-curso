000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGTRIB.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: ROTINA COMUM DE RETENCAO NA FONTE DA SUITE  *
001000*                    DE PAGAMENTOS. CHAMADA COM A AREA TRB-PARM  *
001100*                    (COPYBOOK TRBPARM). NA PRIMEIRA CHAMADA     *
001200*                    CARREGA EM MEMORIA A TABELA IMPTAB          *
001300*                    (CATEGORIA FISCAL, CODIGO DO IMPOSTO,       *
001400*                    ALIQUOTA E CONTA DE IMPOSTO A RECOLHER).    *
001500*                    FUNCAO 'C' APURA O VALOR RETIDO DE UM       *
001600*                    PAGAMENTO PELA CATEGORIA DO FAVORECIDO;     *
001700*                    FUNCAO 'K' CONSULTA UM CODIGO DE IMPOSTO.   *
001800*                    TABELA AUSENTE FAZ TODA CATEGORIA INFORMADA *
001900*                    VOLTAR COMO NAO ENCONTRADA, PARA QUE O      *
002000*                    CHAMADOR NAO PAGUE BRUTO QUEM DEVERIA TER   *
002100*                    RETENCAO.                                   *
002200*                                                                *
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                                *
002500*    2026-10-15 MAF     VERSAO INICIAL                           *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT IMPOSTO-FILE    ASSIGN TO IMPTAB
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-IMPOSTO-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  IMPOSTO-FILE
004100     RECORD CONTAINS 50 CHARACTERS.
004200 COPY IMPREC.
004300
004400 WORKING-STORAGE SECTION.
004500 77  WS-IMPOSTO-STATUS           PIC X(02) VALUE SPACES.
004600
004700 77  WS-CARREGADO-SW             PIC X(01) VALUE 'N'.
004800     88  WS-TABELA-CARREGADA                VALUE 'S'.
004900 77  WS-FIM-IMPOSTO-SW           PIC X(01) VALUE 'N'.
005000     88  WS-FIM-IMPOSTO                     VALUE 'S'.
005100
005200 77  WS-QTD-IMPOSTOS             PIC 9(03) COMP VALUE ZERO.
005300 77  WS-IMP-IDX                  PIC 9(03) COMP VALUE ZERO.
005400 77  WS-IMP-ACHADO               PIC 9(03) COMP VALUE ZERO.
005500 01  WS-TABELA-IMPOSTOS.
005600     05  WS-IMPOSTO-ENTRADA OCCURS 100 TIMES.
005700         10  WS-IMP-CATEGORIA    PIC X(02).
005800         10  WS-IMP-CODIGO       PIC X(04).
005900         10  WS-IMP-DESCRICAO    PIC X(20).
006000         10  WS-IMP-ALIQUOTA     PIC 9(02)V99.
006100         10  WS-IMP-CONTA        PIC X(10).
006200
006300 LINKAGE SECTION.
006400 COPY TRBPARM.
006500
006600 PROCEDURE DIVISION USING TRB-PARM.
006700*----------------------------------------------------------*
006800* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
006900*----------------------------------------------------------*
007000 0000-MAINLINE.
007100     IF NOT WS-TABELA-CARREGADA
007200         PERFORM 1000-CARREGAR-TABELA THRU 1000-EXIT
007300     END-IF
007400
007500     MOVE '1' TO TRB-RETORNO
007600     MOVE ZERO TO TRB-VALOR-RETIDO
007700     IF TRB-FUN-CALCULAR
007800         PERFORM 2000-CALCULAR-RETENCAO THRU 2000-EXIT
007900     END-IF
008000     IF TRB-FUN-CONSULTAR
008100         PERFORM 3000-CONSULTAR-CODIGO THRU 3000-EXIT
008200     END-IF.
008300 0000-GOBACK.
008400     GOBACK.
008500
008600*----------------------------------------------------------*
008700* 1000-CARREGAR-TABELA - CARREGA A TABELA IMPTAB NA        *
008800*                        PRIMEIRA CHAMADA                  *
008900*----------------------------------------------------------*
009000 1000-CARREGAR-TABELA.
009100     SET WS-TABELA-CARREGADA TO TRUE
009200     OPEN INPUT IMPOSTO-FILE
009300     IF WS-IMPOSTO-STATUS NOT = '00'
009400         DISPLAY 'IMPTAB AUSENTE - CATEGORIAS SEM ALIQUOTA'
009500         GO TO 1000-EXIT
009600     END-IF
009700     PERFORM 1100-LER-IMPOSTO THRU 1100-EXIT
009800     PERFORM 1200-GUARDAR-IMPOSTO THRU 1200-EXIT
009900         UNTIL WS-FIM-IMPOSTO
010000     CLOSE IMPOSTO-FILE.
010100 1000-EXIT.
010200     EXIT.
010300
010400 1100-LER-IMPOSTO.
010500     READ IMPOSTO-FILE
010600         AT END
010700             SET WS-FIM-IMPOSTO TO TRUE
010800     END-READ.
010900 1100-EXIT.
011000     EXIT.
011100
011200 1200-GUARDAR-IMPOSTO.
011300     IF WS-QTD-IMPOSTOS < 100
011400         ADD 1 TO WS-QTD-IMPOSTOS
011500         MOVE IMP-CATEGORIA TO WS-IMP-CATEGORIA (WS-QTD-IMPOSTOS)
011600         MOVE IMP-CODIGO TO WS-IMP-CODIGO (WS-QTD-IMPOSTOS)
011700         MOVE IMP-DESCRICAO TO WS-IMP-DESCRICAO (WS-QTD-IMPOSTOS)
011800         MOVE IMP-ALIQUOTA TO WS-IMP-ALIQUOTA (WS-QTD-IMPOSTOS)
011900         MOVE IMP-CONTA-RAZAO TO WS-IMP-CONTA (WS-QTD-IMPOSTOS)
012000     ELSE
012100         DISPLAY 'TABELA DE IMPOSTOS CHEIA - IGNORADO: '
012200             IMP-CATEGORIA
012300     END-IF
012400     PERFORM 1100-LER-IMPOSTO THRU 1100-EXIT.
012500 1200-EXIT.
012600     EXIT.
012700
012800*----------------------------------------------------------*
012900* 2000-CALCULAR-RETENCAO - LOCALIZA A CATEGORIA E APURA O  *
013000*                          VALOR RETIDO SOBRE O BRUTO      *
013100*----------------------------------------------------------*
013200 2000-CALCULAR-RETENCAO.
013300     MOVE SPACES TO TRB-CODIGO
013400     MOVE SPACES TO TRB-DESCRICAO
013500     MOVE SPACES TO TRB-CONTA-RAZAO
013600     MOVE ZERO TO TRB-ALIQUOTA
013700     IF TRB-CATEGORIA = SPACES
013800         MOVE '0' TO TRB-RETORNO
013900         GO TO 2000-EXIT
014000     END-IF
014100     MOVE ZERO TO WS-IMP-ACHADO
014200     PERFORM 2100-TESTAR-CATEGORIA THRU 2100-EXIT
014300         VARYING WS-IMP-IDX FROM 1 BY 1
014400         UNTIL WS-IMP-IDX > WS-QTD-IMPOSTOS
014500            OR WS-IMP-ACHADO > ZERO
014600     IF WS-IMP-ACHADO = ZERO
014700         GO TO 2000-EXIT
014800     END-IF
014900     PERFORM 4000-DEVOLVER-ENTRADA THRU 4000-EXIT
015000     IF TRB-VALOR-BRUTO > ZERO
015100         COMPUTE TRB-VALOR-RETIDO ROUNDED =
015200             TRB-VALOR-BRUTO * TRB-ALIQUOTA / 100
015300     END-IF.
015400 2000-EXIT.
015500     EXIT.
015600
015700 2100-TESTAR-CATEGORIA.
015800     IF WS-IMP-CATEGORIA (WS-IMP-IDX) = TRB-CATEGORIA
015900         MOVE WS-IMP-IDX TO WS-IMP-ACHADO
016000     END-IF.
016100 2100-EXIT.
016200     EXIT.
016300
016400*----------------------------------------------------------*
016500* 3000-CONSULTAR-CODIGO - DEVOLVE OS DADOS DO CODIGO DE    *
016600*                         IMPOSTO INFORMADO                *
016700*----------------------------------------------------------*
016800 3000-CONSULTAR-CODIGO.
016900     MOVE ZERO TO WS-IMP-ACHADO
017000     PERFORM 3100-TESTAR-CODIGO THRU 3100-EXIT
017100         VARYING WS-IMP-IDX FROM 1 BY 1
017200         UNTIL WS-IMP-IDX > WS-QTD-IMPOSTOS
017300            OR WS-IMP-ACHADO > ZERO
017400     IF WS-IMP-ACHADO = ZERO
017500         MOVE SPACES TO TRB-DESCRICAO
017600         MOVE SPACES TO TRB-CONTA-RAZAO
017700         MOVE ZERO TO TRB-ALIQUOTA
017800         GO TO 3000-EXIT
017900     END-IF
018000     PERFORM 4000-DEVOLVER-ENTRADA THRU 4000-EXIT.
018100 3000-EXIT.
018200     EXIT.
018300
018400 3100-TESTAR-CODIGO.
018500     IF WS-IMP-CODIGO (WS-IMP-IDX) = TRB-CODIGO
018600         MOVE WS-IMP-IDX TO WS-IMP-ACHADO
018700     END-IF.
018800 3100-EXIT.
018900     EXIT.
019000
019100 4000-DEVOLVER-ENTRADA.
019200     MOVE '0' TO TRB-RETORNO
019300     MOVE WS-IMP-CODIGO (WS-IMP-ACHADO) TO TRB-CODIGO
019400     MOVE WS-IMP-DESCRICAO (WS-IMP-ACHADO) TO TRB-DESCRICAO
019500     MOVE WS-IMP-ALIQUOTA (WS-IMP-ACHADO) TO TRB-ALIQUOTA
019600     MOVE WS-IMP-CONTA (WS-IMP-ACHADO) TO TRB-CONTA-RAZAO.
019700 4000-EXIT.
019800     EXIT.
019900
020000 END PROGRAM PAGTRIB.
