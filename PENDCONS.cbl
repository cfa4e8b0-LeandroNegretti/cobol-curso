000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PENDCONS.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: RELATORIO DE IDADE DAS PENDENCIAS DE        *
001000*                    APROVACAO (PENDMNT). LISTA CADA ALTERACAO   *
001100*                    DO CADASTRO (CADMNT) OU DOS LIMITES         *
001200*                    (LIMMNT) AINDA AGUARDANDO O SEGUNDO         *
001300*                    OPERADOR, COM O DIGITADOR, A DATA DE        *
001400*                    INCLUSAO E A IDADE EM DIAS CORRIDOS         *
001500*                    (ROTINA COMUM PAGDATA, FUNCAO 'D') CONTRA   *
001600*                    A DATA DO CICLO (OU DO RELOGIO, SEM CICLO   *
001700*                    ABERTO). PENDENCIA COM IDADE ACIMA DO       *
001800*                    LIMITE DO SYSIN (DIAS) SAI MARCADA COMO     *
001900*                    VENCIDA E O PROGRAMA TERMINA COM RC = 4.    *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002300*    2026-10-15 MAF     VERSAO INICIAL                           *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PENDENCIA-FILE  ASSIGN TO PENDMNT
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE IS SEQUENTIAL
003500            RECORD KEY IS PEN-CHAVE
003600            FILE STATUS IS WS-PENDENCIA-STATUS.
003700
003800     SELECT REPORT-FILE     ASSIGN TO RELPEND
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS WS-REPORT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PENDENCIA-FILE
004500     RECORD CONTAINS 120 CHARACTERS.
004600 COPY PENDREC.
004700
004800 FD  REPORT-FILE
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  REPORT-LINHA                PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300 77  WS-PENDENCIA-STATUS         PIC X(02) VALUE SPACES.
005400 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
005500
005600 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
005700 77  WS-LIMITE-DIAS              PIC 9(03) VALUE 2.
005800 77  WS-IDADE                    PIC 9(05) VALUE ZERO.
005900
006000 77  WS-CONT-CADASTRO            PIC 9(07) COMP VALUE ZERO.
006100 77  WS-CONT-LIMITE              PIC 9(07) COMP VALUE ZERO.
006200 77  WS-CONT-VENCIDAS            PIC 9(07) COMP VALUE ZERO.
006300
006400 01  WS-DATA-CORRENTE.
006500     05  WS-DC-ANO               PIC 9(04).
006600     05  WS-DC-MES               PIC 9(02).
006700     05  WS-DC-DIA               PIC 9(02).
006800 01  WS-DATA-CORRENTE-N REDEFINES WS-DATA-CORRENTE
006900                                 PIC 9(08).
007000
007100 COPY DATAREC.
007200
007300 COPY CTRPARM.
007400
007500 01  WS-SWITCHES.
007600     05  WS-FIM-PENDENCIA-SW     PIC X(01) VALUE 'N'.
007700         88  WS-FIM-PENDENCIA               VALUE 'S'.
007800
007900 01  WS-LINHA-CABEC1             PIC X(80) VALUE
008000     'RELATORIO DE IDADE DAS PENDENCIAS DE APROVACAO - PENDCONS'.
008100 01  WS-LINHA-REFER.
008200     05  FILLER                  PIC X(23) VALUE
008300         'DATA DE PROCESSAMENTO: '.
008400     05  REF-DATA                PIC 9(08).
008500     05  FILLER                  PIC X(10) VALUE SPACES.
008600     05  FILLER                  PIC X(15) VALUE
008700         'LIMITE (DIAS): '.
008800     05  REF-LIMITE              PIC ZZ9.
008900 01  WS-LINHA-CABEC2.
009000     05  FILLER                  PIC X(09) VALUE 'ALVO'.
009100     05  FILLER                  PIC X(09) VALUE 'NUMERO'.
009200     05  FILLER                  PIC X(10) VALUE 'DIGITADOR'.
009300     05  FILLER                  PIC X(10) VALUE 'INCLUSAO'.
009400     05  FILLER                  PIC X(07) VALUE 'IDADE'.
009500     05  FILLER                  PIC X(05) VALUE 'ACAO'.
009600     05  FILLER                  PIC X(30) VALUE 'IDENTIFICACAO'.
009700 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
009800
009900 01  WS-LINHA-DETALHE.
010000     05  DET-ALVO                PIC X(08).
010100     05  FILLER                  PIC X(01) VALUE SPACES.
010200     05  DET-NUMERO              PIC 9(07).
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  DET-DIGITADOR           PIC X(08).
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  DET-INCLUSAO            PIC 9(08).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  DET-IDADE               PIC ZZZZ9.
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  DET-ACAO                PIC X(01).
011100     05  FILLER                  PIC X(04) VALUE SPACES.
011200     05  DET-CHAVE               PIC X(20).
011300     05  FILLER                  PIC X(01) VALUE SPACES.
011400     05  DET-OBSERVACAO          PIC X(07).
011500
011600 01  WS-LINHA-TOTAL.
011700     05  TOT-ROTULO              PIC X(26).
011800     05  TOT-QTD                 PIC ZZZZZZ9.
011900
012000 PROCEDURE DIVISION.
012100*----------------------------------------------------------*
012200* 0000-MAINLINE - PARAGRAFO PRINCIPAL                       *
012300*----------------------------------------------------------*
012400 0000-MAINLINE.
012500     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
012600     PERFORM 2900-LER-PENDENCIA THRU 2900-EXIT
012700     PERFORM 2000-AVALIAR-PENDENCIA THRU 2000-EXIT
012800         UNTIL WS-FIM-PENDENCIA
012900     PERFORM 8000-FINALIZAR THRU 8000-EXIT
013000     STOP RUN.
013100
013200*----------------------------------------------------------*
013300* 1000-INICIALIZAR - APURA A DATA DE REFERENCIA, LE O       *
013400*                    LIMITE EM DIAS E ABRE OS ARQUIVOS      *
013500*----------------------------------------------------------*
013600 1000-INICIALIZAR.
013700     ACCEPT WS-LIMITE-DIAS FROM SYSIN
013800     MOVE 'C' TO CTR-FUNCAO
013900     MOVE 'PENDCONS' TO CTR-PASSO
014000     CALL 'PAGCTRL' USING CTR-PARM
014100     IF CTR-SEM-CICLO
014200         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
014300         MOVE WS-DATA-CORRENTE-N TO WS-DATA-PROCESSO
014400     ELSE
014500         MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
014600     END-IF
014700
014800     OPEN INPUT PENDENCIA-FILE
014900     IF WS-PENDENCIA-STATUS NOT = '00'
015000         DISPLAY 'ARQUIVO DE PENDENCIAS INDISPONIVEL - STATUS: '
015100             WS-PENDENCIA-STATUS
015200         MOVE 12 TO RETURN-CODE
015300         STOP RUN
015400     END-IF
015500     OPEN OUTPUT REPORT-FILE
015600     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
015700     WRITE REPORT-LINHA
015800     MOVE WS-DATA-PROCESSO TO REF-DATA
015900     MOVE WS-LIMITE-DIAS TO REF-LIMITE
016000     MOVE WS-LINHA-REFER TO REPORT-LINHA
016100     WRITE REPORT-LINHA
016200     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
016300     WRITE REPORT-LINHA
016400     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
016500     WRITE REPORT-LINHA.
016600 1000-EXIT.
016700     EXIT.
016800
016900*----------------------------------------------------------*
017000* 2000-AVALIAR-PENDENCIA - SO INTERESSA A PENDENCIA AINDA   *
017100*                          ABERTA; O REGISTRO DE NUMERO     *
017200*                          ZERO E O CONTROLE DA NUMERACAO   *
017300*----------------------------------------------------------*
017400 2000-AVALIAR-PENDENCIA.
017500     IF PEN-NUMERO > ZERO
017600        AND PEN-PENDENTE
017700         PERFORM 2100-LISTAR-PENDENCIA THRU 2100-EXIT
017800     END-IF
017900     PERFORM 2900-LER-PENDENCIA THRU 2900-EXIT.
018000 2000-EXIT.
018100     EXIT.
018200
018300*----------------------------------------------------------*
018400* 2100-LISTAR-PENDENCIA - APURA A IDADE EM DIAS CORRIDOS E  *
018500*                         LISTA A PENDENCIA                 *
018600*----------------------------------------------------------*
018700 2100-LISTAR-PENDENCIA.
018800     IF PEN-ALVO-CADASTRO
018900         ADD 1 TO WS-CONT-CADASTRO
019000         MOVE 'CADASTRO' TO DET-ALVO
019100     ELSE
019200         ADD 1 TO WS-CONT-LIMITE
019300         MOVE 'LIMITE' TO DET-ALVO
019400     END-IF
019500
019600     MOVE 'D' TO DTV-FUNCAO
019700     MOVE PEN-DATA-INCLUSAO TO DTV-DATA-ENTRADA
019800     MOVE WS-DATA-PROCESSO TO DTV-DATA-FINAL
019900     CALL 'PAGDATA' USING DTV-PARM
020000     IF DTV-DATA-OK
020100         MOVE DTV-DIAS TO WS-IDADE
020200     ELSE
020300         MOVE ZERO TO WS-IDADE
020400     END-IF
020500
020600     MOVE PEN-NUMERO TO DET-NUMERO
020700     MOVE PEN-DIGITADOR TO DET-DIGITADOR
020800     MOVE PEN-DATA-INCLUSAO TO DET-INCLUSAO
020900     MOVE WS-IDADE TO DET-IDADE
021000     MOVE PEN-CRT-ACAO TO DET-ACAO
021100     MOVE PEN-CRT-CHAVE TO DET-CHAVE
021200     IF WS-IDADE > WS-LIMITE-DIAS
021300         ADD 1 TO WS-CONT-VENCIDAS
021400         MOVE 'VENCIDA' TO DET-OBSERVACAO
021500     ELSE
021600         MOVE SPACES TO DET-OBSERVACAO
021700     END-IF
021800     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
021900     WRITE REPORT-LINHA.
022000 2100-EXIT.
022100     EXIT.
022200
022300 2900-LER-PENDENCIA.
022400     READ PENDENCIA-FILE
022500         AT END
022600             SET WS-FIM-PENDENCIA TO TRUE
022700     END-READ.
022800 2900-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------*
023200* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E     *
023300*                  AJUSTA O RETURN-CODE                     *
023400*----------------------------------------------------------*
023500 8000-FINALIZAR.
023600     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
023700     WRITE REPORT-LINHA
023800     MOVE 'PENDENCIAS DO CADASTRO..: ' TO TOT-ROTULO
023900     MOVE WS-CONT-CADASTRO TO TOT-QTD
024000     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
024100     WRITE REPORT-LINHA
024200     MOVE 'PENDENCIAS DE LIMITE....: ' TO TOT-ROTULO
024300     MOVE WS-CONT-LIMITE TO TOT-QTD
024400     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
024500     WRITE REPORT-LINHA
024600     MOVE 'PENDENCIAS VENCIDAS.....: ' TO TOT-ROTULO
024700     MOVE WS-CONT-VENCIDAS TO TOT-QTD
024800     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
024900     WRITE REPORT-LINHA
025000
025100     CLOSE PENDENCIA-FILE
025200     CLOSE REPORT-FILE
025300
025400     IF WS-CONT-VENCIDAS > ZERO
025500         MOVE 4 TO RETURN-CODE
025600     END-IF.
025700 8000-EXIT.
025800     EXIT.
025900
026000 END PROGRAM PENDCONS.
