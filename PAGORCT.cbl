000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGORCT.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: ROTINA COMUM DE CONTROLE ORCAMENTARIO POR   *
001000*                    CENTRO DE CUSTO. CHAMADA COM A AREA         *
001100*                    OCP-PARM (COPYBOOK ORCPARM) PELOS PROGRAMAS *
001200*                    QUE CONFIRMAM PAGAMENTOS (PROGRAMSET E      *
001300*                    PAGAGEN), PELO PAGEXTR NO ESTORNO DO        *
001400*                    DEVOLVIDO E DO RECOLHIMENTO PEDIDO E PELO   *
001420*                    PAGCONC NO RECOLHIMENTO NEGADO DEPOIS DO    *
001440*                    ESTORNO ('F'). O ORCAMENTO FICA NO ARQUIVO  *
001500*                    INDEXADO ORCMST (COPYBOOK ORCREC), UM       *
001600*                    REGISTRO POR CENTRO DE CUSTO E PERIODO      *
001700*                    AAAAMM DA DATA DE VALOR, MANTIDO PELO       *
001800*                    ORCMNT. O ARQUIVO E ABERTO NA PRIMEIRA      *
001900*                    CHAMADA E CADA RESERVA OU ESTORNO E         *
002000*                    REGRAVADO NA HORA, PARA QUE O CONSUMIDO     *
002100*                    VALHA ENTRE OS PROGRAMAS DO MESMO CICLO. A  *
002200*                    RESERVA SO E FEITA QUANDO O VALOR CABE NO   *
002300*                    SALDO DO PERIODO ABERTO; CASO CONTRARIO O   *
002400*                    RETORNO E O MOTIVO DIZEM POR QUE, E O       *
002500*                    CHAMADOR RETEM O PAGAMENTO PARA O           *
002600*                    SUPERVISOR, CUJA LIBERACAO RESERVA SEM      *
002700*                    CRITICA (FUNCAO 'F').                       *
002800*                                                                *
002900*    HISTORICO DE ALTERACOES                                    *
003000*    DATA       AUTOR   DESCRICAO                                *
003100*    2026-10-15 MAF     VERSAO INICIAL                           *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ORCAMENTO-FILE  ASSIGN TO ORCMST
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE IS RANDOM
004000            RECORD KEY IS ORC-CHAVE
004100            FILE STATUS IS WS-ORCAMENTO-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ORCAMENTO-FILE.
004600 COPY ORCREC.
004700
004800 WORKING-STORAGE SECTION.
004900 77  WS-ORCAMENTO-STATUS         PIC X(02) VALUE SPACES.
005000 77  WS-ABERTO-SW                PIC X(01) VALUE 'N'.
005100     88  WS-ORCAMENTO-ABERTO                VALUE 'S'.
005200 77  WS-DISPONIVEL-SW            PIC X(01) VALUE 'N'.
005300     88  WS-ORCAMENTO-DISPONIVEL            VALUE 'S'.
005400 77  WS-ACHADO-SW                PIC X(01) VALUE 'N'.
005500     88  WS-ORCAMENTO-ACHADO                VALUE 'S'.
005600 77  WS-NOVO-CONSUMIDO           PIC S9(09)V99 VALUE ZERO.
005700
005800 LINKAGE SECTION.
005900 COPY ORCPARM.
006000
006100 PROCEDURE DIVISION USING OCP-PARM.
006200*----------------------------------------------------------*
006300* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
006400*----------------------------------------------------------*
006500 0000-MAINLINE.
006600     MOVE '9' TO OCP-RETORNO
006700     MOVE SPACES TO OCP-MOTIVO
006800     MOVE ZERO TO OCP-DISPONIVEL
006900     IF NOT WS-ORCAMENTO-ABERTO
007000         PERFORM 1000-ABRIR-ORCAMENTO THRU 1000-EXIT
007100     END-IF
007200     IF NOT WS-ORCAMENTO-DISPONIVEL
007300         MOVE 'ORCAMENTO INDISPONIVEL' TO OCP-MOTIVO
007400         GO TO 0000-GOBACK
007500     END-IF
007600     IF OCP-FUN-ABRIR
007700         MOVE '0' TO OCP-RETORNO
007800         GO TO 0000-GOBACK
007900     END-IF
008000     IF OCP-CENTRO-CUSTO = SPACES
008100         PERFORM 1500-SEM-CENTRO THRU 1500-EXIT
008200         GO TO 0000-GOBACK
008300     END-IF
008400     PERFORM 1100-LER-ORCAMENTO THRU 1100-EXIT
008500     IF OCP-INDISPONIVEL
008600         GO TO 0000-GOBACK
008700     END-IF
008800     IF OCP-FUN-RESERVAR
008900         PERFORM 2000-RESERVAR THRU 2000-EXIT
009000     END-IF
009100     IF OCP-FUN-FORCAR
009200         PERFORM 3000-FORCAR THRU 3000-EXIT
009300     END-IF
009400     IF OCP-FUN-ESTORNAR
009500         PERFORM 4000-ESTORNAR THRU 4000-EXIT
009600     END-IF.
009700 0000-GOBACK.
009800     GOBACK.
009900
010000*----------------------------------------------------------*
010100* 1000-ABRIR-ORCAMENTO - ABRE O ORCAMENTO NA PRIMEIRA      *
010200*                        CHAMADA; ARQUIVO AUSENTE DEIXA    *
010300*                        O CONTROLE INDISPONIVEL           *
010400*----------------------------------------------------------*
010500 1000-ABRIR-ORCAMENTO.
010600     SET WS-ORCAMENTO-ABERTO TO TRUE
010700     OPEN I-O ORCAMENTO-FILE
010800     IF WS-ORCAMENTO-STATUS NOT = '00'
010900         DISPLAY 'ORCAMENTO POR CENTRO DE CUSTO INDISPONIVEL - '
011000             'STATUS: ' WS-ORCAMENTO-STATUS
011100         GO TO 1000-EXIT
011200     END-IF
011300     SET WS-ORCAMENTO-DISPONIVEL TO TRUE.
011400 1000-EXIT.
011500     EXIT.
011600
011700*----------------------------------------------------------*
011800* 1100-LER-ORCAMENTO - LE O ORCAMENTO DO CENTRO NO         *
011900*                      PERIODO DA DATA DE VALOR            *
012000*----------------------------------------------------------*
012100 1100-LER-ORCAMENTO.
012200     MOVE 'N' TO WS-ACHADO-SW
012300     MOVE '0' TO OCP-RETORNO
012400     MOVE OCP-CENTRO-CUSTO TO ORC-CENTRO-CUSTO
012500     MOVE OCP-PERIODO TO ORC-PERIODO
012600     READ ORCAMENTO-FILE KEY IS ORC-CHAVE
012700         INVALID KEY
012800             GO TO 1100-EXIT
012900     END-READ
013000     IF WS-ORCAMENTO-STATUS NOT = '00'
013100         DISPLAY 'ERRO NA LEITURA DO ORCAMENTO - STATUS: '
013200             WS-ORCAMENTO-STATUS
013300         MOVE '9' TO OCP-RETORNO
013400         GO TO 1100-EXIT
013500     END-IF
013600     SET WS-ORCAMENTO-ACHADO TO TRUE
013700     COMPUTE OCP-DISPONIVEL = ORC-APROVADO - ORC-CONSUMIDO.
013800 1100-EXIT.
013900     EXIT.
014000
014100*----------------------------------------------------------*
014200* 1500-SEM-CENTRO - PAGAMENTO SEM CENTRO DE CUSTO NAO      *
014300*                   PODE SER RESERVADO; LIBERACAO E        *
014400*                   ESTORNO NAO TEM O QUE MOVIMENTAR       *
014500*----------------------------------------------------------*
014600 1500-SEM-CENTRO.
014700     IF OCP-FUN-RESERVAR
014800         MOVE '3' TO OCP-RETORNO
014900         MOVE 'PAGAMENTO SEM CENTRO DE CUSTO' TO OCP-MOTIVO
015000     ELSE
015100         MOVE '0' TO OCP-RETORNO
015200     END-IF.
015300 1500-EXIT.
015400     EXIT.
015500
015600*----------------------------------------------------------*
015700* 2000-RESERVAR - RESERVA O VALOR SE O PERIODO ESTIVER     *
015800*                 ABERTO E O SALDO COMPORTAR; SENAO        *
015900*                 DEVOLVE O MOTIVO SEM RESERVAR            *
016000*----------------------------------------------------------*
016100 2000-RESERVAR.
016200     IF NOT WS-ORCAMENTO-ACHADO
016300         MOVE '2' TO OCP-RETORNO
016400         MOVE 'CENTRO SEM ORCAMENTO NO MES'
016500             TO OCP-MOTIVO
016600         GO TO 2000-EXIT
016700     END-IF
016800     IF ORC-ENCERRADO
016900         MOVE '4' TO OCP-RETORNO
017000         MOVE 'ORCAMENTO DO MES ENCERRADO' TO OCP-MOTIVO
017100         GO TO 2000-EXIT
017200     END-IF
017300     COMPUTE WS-NOVO-CONSUMIDO = ORC-CONSUMIDO + OCP-VALOR
017400     IF WS-NOVO-CONSUMIDO > ORC-APROVADO
017500         MOVE '1' TO OCP-RETORNO
017600         MOVE 'ORCAMENTO DO CENTRO SEM SALDO' TO OCP-MOTIVO
017700         GO TO 2000-EXIT
017800     END-IF
017900     PERFORM 5000-REGRAVAR-ORCAMENTO THRU 5000-EXIT.
018000 2000-EXIT.
018100     EXIT.
018200
018300*----------------------------------------------------------*
018400* 3000-FORCAR - RESERVA SEM CRITICA NA LIBERACAO DO        *
018500*               SUPERVISOR; SEM ORCAMENTO NO MES           *
018600*               CRIA O REGISTRO COM APROVADO ZERO          *
018700*----------------------------------------------------------*
018800 3000-FORCAR.
018900     IF WS-ORCAMENTO-ACHADO
019000         COMPUTE WS-NOVO-CONSUMIDO = ORC-CONSUMIDO + OCP-VALOR
019100         PERFORM 5000-REGRAVAR-ORCAMENTO THRU 5000-EXIT
019200         GO TO 3000-EXIT
019300     END-IF
019400     MOVE SPACES TO ORC-REC
019500     MOVE OCP-CENTRO-CUSTO TO ORC-CENTRO-CUSTO
019600     MOVE OCP-PERIODO TO ORC-PERIODO
019700     MOVE 'SEM ORCAMENTO APROVADO' TO ORC-DESCRICAO
019800     MOVE ZERO TO ORC-APROVADO
019900     MOVE OCP-VALOR TO ORC-CONSUMIDO
020000     MOVE 'A' TO ORC-SITUACAO
020100     MOVE OCP-DATA-PROCESSO TO ORC-DATA-SITUACAO
020200     MOVE OCP-DATA-PROCESSO TO ORC-DATA-MOVIMENTO
020300     WRITE ORC-REC
020400     IF WS-ORCAMENTO-STATUS NOT = '00'
020500         DISPLAY 'ERRO NA GRAVACAO DO ORCAMENTO - STATUS: '
020600             WS-ORCAMENTO-STATUS
020700         MOVE '9' TO OCP-RETORNO
020800         GO TO 3000-EXIT
020900     END-IF
021000     COMPUTE OCP-DISPONIVEL = ORC-APROVADO - ORC-CONSUMIDO.
021100 3000-EXIT.
021200     EXIT.
021300
021400*----------------------------------------------------------*
021500* 4000-ESTORNAR - DEVOLVE O VALOR AO SALDO DO PERIODO;     *
021600*                 SEM ORCAMENTO NO MES NAO HA O QUE        *
021700*                 ESTORNAR                                 *
021800*----------------------------------------------------------*
021900 4000-ESTORNAR.
022000     IF NOT WS-ORCAMENTO-ACHADO
022100         GO TO 4000-EXIT
022200     END-IF
022300     COMPUTE WS-NOVO-CONSUMIDO = ORC-CONSUMIDO - OCP-VALOR
022400     PERFORM 5000-REGRAVAR-ORCAMENTO THRU 5000-EXIT.
022500 4000-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------*
022900* 5000-REGRAVAR-ORCAMENTO - REGRAVA O CONSUMIDO NOVO E     *
023000*                           DEVOLVE O SALDO                *
023100*----------------------------------------------------------*
023200 5000-REGRAVAR-ORCAMENTO.
023300     MOVE WS-NOVO-CONSUMIDO TO ORC-CONSUMIDO
023400     MOVE OCP-DATA-PROCESSO TO ORC-DATA-MOVIMENTO
023500     REWRITE ORC-REC
023600     IF WS-ORCAMENTO-STATUS NOT = '00'
023700         DISPLAY 'ERRO NA REGRAVACAO DO ORCAMENTO - STATUS: '
023800             WS-ORCAMENTO-STATUS
023900         MOVE '9' TO OCP-RETORNO
024000         GO TO 5000-EXIT
024100     END-IF
024200     COMPUTE OCP-DISPONIVEL = ORC-APROVADO - ORC-CONSUMIDO.
024300 5000-EXIT.
024400     EXIT.
024500
024600 END PROGRAM PAGORCT.
