000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGORCR.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: RELATORIO MENSAL DE ORCADO X REALIZADO POR  *
001000*                    CENTRO DE CUSTO. PARA O MES INFORMADO NO    *
001100*                    SYSIN (OU O MES ANTERIOR AO CICLO) JUNTA,   *
001200*                    PELA ORDENACAO POR CENTRO, O ORCAMENTO DO   *
001300*                    PERIODO (ORCMST: APROVADO, CONSUMIDO E      *
001400*                    SITUACAO) E OS PAGAMENTOS DO DETALHE        *
001500*                    (PAGDET) COM DATA DE VALOR NO MES           *
001600*                    CONFIRMADOS, ENVIADOS OU LIQUIDADOS         *
001700*                    (REALIZADO). UMA LINHA POR CENTRO COM       *
001800*                    APROVADO, CONSUMIDO, DISPONIVEL E           *
001900*                    REALIZADO. CONSUMIDO ACIMA DO APROVADO      *
002000*                    (LIBERACAO DO SUPERVISOR OU APROVADO        *
002100*                    REDUZIDO) SAI COMO ORCAMENTO ESTOURADO;     *
002200*                    REALIZADO EM CENTRO SEM ORCAMENTO APROVADO  *
002300*                    NO MES, OU EM PAGAMENTO SEM CENTRO, SAI     *
002400*                    SINALIZADO. QUALQUER OCORRENCIA TERMINA COM *
002500*                    RC 4.                                       *
002600*                                                                *
002700*    HISTORICO DE ALTERACOES                                    *
002800*    DATA       AUTOR   DESCRICAO                                *
002900*    2026-10-15 MAF     VERSAO INICIAL                           *
002920*    2026-10-15 MAF     REALIZADO INCLUI DESVIADO ('B'),         *
002940*                       RECOLHIMENTO AINDA NAO ESTORNADO         *
002960*                       ('Z'/'C') E LIQUIDADO A RELANCAR ('W'),  *
002980*                       QUE SEGUEM CONSUMINDO O ORCAMENTO        *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ORCAMENTO-FILE  ASSIGN TO ORCMST
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS ORC-CHAVE
004200            FILE STATUS IS WS-ORCAMENTO-STATUS.
004300
004400     SELECT PAGDET-FILE     ASSIGN TO PAGDET
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS SEQUENTIAL
004700            RECORD KEY IS PAGD-CHAVE
004800            ALTERNATE RECORD KEY IS PAGD-REFERENCIA
004900                WITH DUPLICATES
005000            ALTERNATE RECORD KEY IS PAGD-DATA
005100                WITH DUPLICATES
005200            FILE STATUS IS WS-PAGDET-STATUS.
005300
005400     SELECT SORT-FILE       ASSIGN TO SORTWK1.
005500
005600     SELECT REPORT-FILE     ASSIGN TO RELORCR
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS WS-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ORCAMENTO-FILE.
006300 COPY ORCREC.
006400
006500 FD  PAGDET-FILE.
006600 COPY PAGDREC.
006700
006800 SD  SORT-FILE.
006900 01  SORT-REC.
007000     05  SR-CENTRO-CUSTO         PIC X(05).
007100     05  SR-TIPO                 PIC X(01).
007200         88  SR-ORCAMENTO                   VALUE '1'.
007300         88  SR-PAGAMENTO                   VALUE '2'.
007400     05  SR-APROVADO             PIC S9(09)V99.
007500     05  SR-CONSUMIDO            PIC S9(09)V99.
007600     05  SR-VALOR                PIC S9(09)V99.
007700     05  SR-SITUACAO             PIC X(01).
007800
007900 FD  REPORT-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  REPORT-LINHA                PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-ORCAMENTO-STATUS         PIC X(02) VALUE SPACES.
008500 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
008600 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008700
008800 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
008900 01  WS-PERIODO-G.
009000     05  WS-PER-ANO              PIC 9(04).
009100     05  WS-PER-MES              PIC 9(02).
009200 01  WS-PERIODO REDEFINES WS-PERIODO-G
009300                                 PIC 9(06).
009400 77  WS-DATA-INICIO              PIC 9(08) VALUE ZERO.
009500 77  WS-DATA-FIM                 PIC 9(08) VALUE ZERO.
009600
009700 77  WS-CENTRO-GRUPO             PIC X(05) VALUE SPACES.
009800 77  WS-APROVADO                 PIC S9(09)V99 VALUE ZERO.
009900 77  WS-CONSUMIDO                PIC S9(09)V99 VALUE ZERO.
010000 77  WS-DISPONIVEL               PIC S9(09)V99 VALUE ZERO.
010100 77  WS-REALIZADO                PIC S9(09)V99 VALUE ZERO.
010200 77  WS-SITUACAO                 PIC X(01) VALUE SPACE.
010300
010400 77  WS-TOT-APROVADO             PIC S9(11)V99 VALUE ZERO.
010500 77  WS-TOT-CONSUMIDO            PIC S9(11)V99 VALUE ZERO.
010600 77  WS-TOT-DISPONIVEL           PIC S9(11)V99 VALUE ZERO.
010700 77  WS-TOT-REALIZADO            PIC S9(11)V99 VALUE ZERO.
010800
010900 77  WS-CONT-CENTROS             PIC 9(07) COMP VALUE ZERO.
011000 77  WS-CONT-PAGAMENTOS          PIC 9(07) COMP VALUE ZERO.
011100 77  WS-CONT-ESTOURADOS          PIC 9(07) COMP VALUE ZERO.
011200 77  WS-CONT-SEM-ORCAMENTO       PIC 9(07) COMP VALUE ZERO.
011300
011400 COPY CTRPARM.
011500
011600 01  WS-SWITCHES.
011700     05  WS-FIM-ORCAMENTO-SW     PIC X(01) VALUE 'N'.
011800         88  WS-FIM-ORCAMENTO               VALUE 'S'.
011900     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
012000         88  WS-FIM-DETALHE                 VALUE 'S'.
012100     05  WS-FIM-SORT-SW          PIC X(01) VALUE 'N'.
012200         88  WS-FIM-SORT                    VALUE 'S'.
012300     05  WS-TEM-ORCAMENTO-SW     PIC X(01) VALUE 'N'.
012400         88  WS-TEM-ORCAMENTO               VALUE 'S'.
012500
012600 01  WS-LINHA-CABEC1             PIC X(80) VALUE
012700     'ORCADO X REALIZADO POR CENTRO DE CUSTO - PAGORCR'.
012800 01  WS-LINHA-PARAMETROS.
012900     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
013000     05  PAR-PERIODO             PIC 9(06).
013100     05  FILLER                  PIC X(25) VALUE
013200         '  DATA DE PROCESSAMENTO: '.
013300     05  PAR-DATA                PIC 9(08).
013400 01  WS-LINHA-CABEC2.
013500     05  FILLER                  PIC X(07) VALUE 'CENTRO'.
013600     05  FILLER                  PIC X(14) VALUE '     APROVADO'.
013700     05  FILLER                  PIC X(14) VALUE '    CONSUMIDO'.
013800     05  FILLER                  PIC X(14) VALUE '   DISPONIVEL'.
013900     05  FILLER                  PIC X(15) VALUE '    REALIZADO'.
014000     05  FILLER                  PIC X(16) VALUE 'OCORRENCIA'.
014100 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
014200 01  WS-LINHA-SEPARADOR          PIC X(80) VALUE ALL '-'.
014300
014400 01  WS-LINHA-DETALHE.
014500     05  DET-CENTRO-CUSTO        PIC X(05).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  DET-APROVADO            PIC -(09)9,99.
014800     05  FILLER                  PIC X(01) VALUE SPACES.
014900     05  DET-CONSUMIDO           PIC -(09)9,99.
015000     05  FILLER                  PIC X(01) VALUE SPACES.
015100     05  DET-DISPONIVEL          PIC -(09)9,99.
015200     05  FILLER                  PIC X(01) VALUE SPACES.
015300     05  DET-REALIZADO           PIC -(09)9,99.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  DET-OCORRENCIA          PIC X(16).
015600
015700 01  WS-LINHA-TOTAL-GERAL.
015800     05  FILLER                  PIC X(07) VALUE 'TOTAL'.
015900     05  TGE-APROVADO            PIC -(09)9,99.
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  TGE-CONSUMIDO           PIC -(09)9,99.
016200     05  FILLER                  PIC X(01) VALUE SPACES.
016300     05  TGE-DISPONIVEL          PIC -(09)9,99.
016400     05  FILLER                  PIC X(01) VALUE SPACES.
016500     05  TGE-REALIZADO           PIC -(09)9,99.
016600
016700 01  WS-LINHA-TOTAL.
016800     05  TOT-ROTULO              PIC X(26).
016900     05  TOT-QTD                 PIC ZZZZZZ9.
017000
017100 PROCEDURE DIVISION.
017200*----------------------------------------------------------*
017300* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
017400*----------------------------------------------------------*
017500 0000-MAINLINE.
017600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
017700     SORT SORT-FILE
017800         ON ASCENDING KEY SR-CENTRO-CUSTO SR-TIPO
017900         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
018000         OUTPUT PROCEDURE IS 3000-EMITIR-QUADRO THRU 3000-EXIT
018100     PERFORM 8000-FINALIZAR THRU 8000-EXIT
018200     STOP RUN.
018300
018400*----------------------------------------------------------*
018500* 1000-INICIALIZAR - CRITICA O SYSIN, APURA O PERIODO      *
018600*                    E ABRE OS ARQUIVOS                    *
018700*----------------------------------------------------------*
018800 1000-INICIALIZAR.
018900     MOVE 'C' TO CTR-FUNCAO
019000     MOVE 'PAGORCR' TO CTR-PASSO
019100     CALL 'PAGCTRL' USING CTR-PARM
019200     IF CTR-SEM-CICLO
019300         ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
019400     ELSE
019500         MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
019600     END-IF
019700
019800     ACCEPT WS-PERIODO FROM SYSIN
019900     IF WS-PERIODO NOT NUMERIC
020000         DISPLAY 'PARAMETRO INVALIDO NO SYSIN: ' WS-PERIODO
020100         MOVE 8 TO RETURN-CODE
020200         STOP RUN
020300     END-IF
020400     IF WS-PERIODO = ZERO
020500         PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
020600     END-IF
020700     IF WS-PER-MES < 1 OR WS-PER-MES > 12
020800         DISPLAY 'PERIODO INVALIDO (AAAAMM): ' WS-PERIODO
020900         MOVE 8 TO RETURN-CODE
021000         STOP RUN
021100     END-IF
021200     COMPUTE WS-DATA-INICIO = WS-PERIODO * 100 + 1
021300     COMPUTE WS-DATA-FIM = WS-PERIODO * 100 + 31
021400
021500     OPEN INPUT ORCAMENTO-FILE
021600     IF WS-ORCAMENTO-STATUS NOT = '00'
021700         DISPLAY 'ARQUIVO DE ORCAMENTOS INDISPONIVEL - STATUS: '
021800             WS-ORCAMENTO-STATUS
021900         MOVE 12 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     OPEN INPUT PAGDET-FILE
022300     IF WS-PAGDET-STATUS NOT = '00'
022400         DISPLAY 'DETALHE DE PAGAMENTOS INDISPONIVEL - STATUS: '
022500             WS-PAGDET-STATUS
022600         MOVE 12 TO RETURN-CODE
022700         STOP RUN
022800     END-IF
022900     OPEN OUTPUT REPORT-FILE
023000     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
023100     WRITE REPORT-LINHA
023200     MOVE WS-PERIODO TO PAR-PERIODO
023300     MOVE WS-DATA-PROCESSO TO PAR-DATA
023400     MOVE WS-LINHA-PARAMETROS TO REPORT-LINHA
023500     WRITE REPORT-LINHA
023600     MOVE WS-LINHA-SEPARADOR TO REPORT-LINHA
023700     WRITE REPORT-LINHA
023800     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
023900     WRITE REPORT-LINHA.
024000 1000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------*
024400* 1100-MES-ANTERIOR - PERIODO EM ZERO E O MES ANTERIOR AO  *
024500*                     DA DATA DO CICLO                     *
024600*----------------------------------------------------------*
024700 1100-MES-ANTERIOR.
024800     COMPUTE WS-PERIODO = WS-DATA-PROCESSO / 100
024900     IF WS-PER-MES = 1
025000         SUBTRACT 1 FROM WS-PER-ANO
025100         MOVE 12 TO WS-PER-MES
025200     ELSE
025300         SUBTRACT 1 FROM WS-PER-MES
025400     END-IF.
025500 1100-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------*
025900* 2000-SELECIONAR - LEVA PARA A ORDENACAO POR CENTRO OS    *
026000*                   ORCAMENTOS DO PERIODO E OS             *
026100*                   PAGAMENTOS REALIZADOS NO PERIODO       *
026200*----------------------------------------------------------*
026300 2000-SELECIONAR.
026400     PERFORM 2900-LER-ORCAMENTO THRU 2900-EXIT
026500     PERFORM 2100-LIBERAR-ORCAMENTO THRU 2100-EXIT
026600         UNTIL WS-FIM-ORCAMENTO
026700     CLOSE ORCAMENTO-FILE
026800
026900     PERFORM 2950-LER-DETALHE THRU 2950-EXIT
027000     PERFORM 2200-LIBERAR-PAGAMENTO THRU 2200-EXIT
027100         UNTIL WS-FIM-DETALHE
027200     CLOSE PAGDET-FILE.
027300 2000-EXIT.
027400     EXIT.
027500
027600 2100-LIBERAR-ORCAMENTO.
027700     IF ORC-PERIODO = WS-PERIODO
027800         MOVE SPACES TO SORT-REC
027900         MOVE ORC-CENTRO-CUSTO TO SR-CENTRO-CUSTO
028000         MOVE '1' TO SR-TIPO
028100         MOVE ORC-APROVADO TO SR-APROVADO
028200         MOVE ORC-CONSUMIDO TO SR-CONSUMIDO
028300         MOVE ZERO TO SR-VALOR
028400         MOVE ORC-SITUACAO TO SR-SITUACAO
028500         RELEASE SORT-REC
028600     END-IF
028700     PERFORM 2900-LER-ORCAMENTO THRU 2900-EXIT.
028800 2100-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------*
029200* 2200-LIBERAR-PAGAMENTO - REALIZADO E O PAGAMENTO COM     *
029300*                          DATA DE VALOR NO PERIODO        *
029400*                          CONFIRMADO, DESVIADO, ENVIADO,  *
029420*                          COM RECOLHIMENTO AINDA NAO      *
029440*                          ESTORNADO ('Z'/'C') OU          *
029460*                          LIQUIDADO ('L'/'W'); DEVOLVIDO, *
029500*                          ESTORNADO E CANCELADO JA SAIRAM *
029600*                          DO ORCAMENTO                    *
029700*----------------------------------------------------------*
029800 2200-LIBERAR-PAGAMENTO.
029900     IF PAGD-DATA NOT < WS-DATA-INICIO
030000        AND PAGD-DATA NOT > WS-DATA-FIM
030100        AND (PAGD-CONFIRMADO OR PAGD-DESVIADO OR PAGD-ENVIADO
030120             OR PAGD-RECOLHER OR PAGD-RECOLHENDO
030140             OR PAGD-LIQUIDADO OR PAGD-RELANCAR)
030200         ADD 1 TO WS-CONT-PAGAMENTOS
030300         MOVE SPACES TO SORT-REC
030400         MOVE PAGD-CENTRO-CUSTO TO SR-CENTRO-CUSTO
030500         MOVE '2' TO SR-TIPO
030600         MOVE ZERO TO SR-APROVADO
030700         MOVE ZERO TO SR-CONSUMIDO
030800         MOVE PAGD-VALOR TO SR-VALOR
030900         RELEASE SORT-REC
031000     END-IF
031100     PERFORM 2950-LER-DETALHE THRU 2950-EXIT.
031200 2200-EXIT.
031300     EXIT.
031400
031500 2900-LER-ORCAMENTO.
031600     READ ORCAMENTO-FILE NEXT
031700         AT END
031800             SET WS-FIM-ORCAMENTO TO TRUE
031900     END-READ.
032000 2900-EXIT.
032100     EXIT.
032200
032300 2950-LER-DETALHE.
032400     READ PAGDET-FILE NEXT
032500         AT END
032600             SET WS-FIM-DETALHE TO TRUE
032700     END-READ.
032800 2950-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------*
033200* 3000-EMITIR-QUADRO - UMA LINHA POR CENTRO DE CUSTO,      *
033300*                      COM O ORCAMENTO DO PERIODO E O      *
033400*                      REALIZADO NO DETALHE                *
033500*----------------------------------------------------------*
033600 3000-EMITIR-QUADRO.
033700     PERFORM 3900-LER-SORT THRU 3900-EXIT
033800     PERFORM 3100-TRATAR-CENTRO THRU 3100-EXIT
033900         UNTIL WS-FIM-SORT.
034000 3000-EXIT.
034100     EXIT.
034200
034300 3100-TRATAR-CENTRO.
034400     MOVE SR-CENTRO-CUSTO TO WS-CENTRO-GRUPO
034500     MOVE 'N' TO WS-TEM-ORCAMENTO-SW
034600     MOVE ZERO TO WS-APROVADO
034700     MOVE ZERO TO WS-CONSUMIDO
034800     MOVE ZERO TO WS-REALIZADO
034900     MOVE SPACE TO WS-SITUACAO
035000     PERFORM 3150-ACUMULAR-CENTRO THRU 3150-EXIT
035100         UNTIL WS-FIM-SORT
035200            OR SR-CENTRO-CUSTO NOT = WS-CENTRO-GRUPO
035300     PERFORM 3200-LISTAR-CENTRO THRU 3200-EXIT.
035400 3100-EXIT.
035500     EXIT.
035600
035700 3150-ACUMULAR-CENTRO.
035800     IF SR-ORCAMENTO
035900         SET WS-TEM-ORCAMENTO TO TRUE
036000         ADD SR-APROVADO TO WS-APROVADO
036100         ADD SR-CONSUMIDO TO WS-CONSUMIDO
036200         MOVE SR-SITUACAO TO WS-SITUACAO
036300     ELSE
036400         ADD SR-VALOR TO WS-REALIZADO
036500     END-IF
036600     PERFORM 3900-LER-SORT THRU 3900-EXIT.
036700 3150-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------*
037100* 3200-LISTAR-CENTRO - APURA O DISPONIVEL E A OCORRENCIA   *
037200*                      DO CENTRO: CONSUMIDO ACIMA DO       *
037300*                      APROVADO E ESTOURO; REALIZADO SEM   *
037400*                      ORCAMENTO APROVADO (OU SEM CENTRO)  *
037500*                      E SINALIZADO                        *
037600*----------------------------------------------------------*
037700 3200-LISTAR-CENTRO.
037800     ADD 1 TO WS-CONT-CENTROS
037900     COMPUTE WS-DISPONIVEL = WS-APROVADO - WS-CONSUMIDO
038000     MOVE SPACES TO DET-OCORRENCIA
038100     IF WS-CONSUMIDO > WS-APROVADO
038200         MOVE 'ORCAMENTO ESTOURADO' TO DET-OCORRENCIA
038300         ADD 1 TO WS-CONT-ESTOURADOS
038400     END-IF
038500     IF WS-REALIZADO NOT = ZERO
038600        AND (NOT WS-TEM-ORCAMENTO OR WS-APROVADO = ZERO)
038700         IF WS-CENTRO-GRUPO = SPACES
038800             MOVE 'SEM CENTRO' TO DET-OCORRENCIA
038900         ELSE
039000             MOVE 'SEM ORCAMENTO' TO DET-OCORRENCIA
039100         END-IF
039200         ADD 1 TO WS-CONT-SEM-ORCAMENTO
039300     END-IF
039400     IF DET-OCORRENCIA = SPACES
039500        AND WS-SITUACAO = 'E'
039600         MOVE 'MES ENCERRADO' TO DET-OCORRENCIA
039700     END-IF
039800     MOVE WS-CENTRO-GRUPO TO DET-CENTRO-CUSTO
039900     MOVE WS-APROVADO TO DET-APROVADO
040000     MOVE WS-CONSUMIDO TO DET-CONSUMIDO
040100     MOVE WS-DISPONIVEL TO DET-DISPONIVEL
040200     MOVE WS-REALIZADO TO DET-REALIZADO
040300     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
040400     WRITE REPORT-LINHA
040500     ADD WS-APROVADO TO WS-TOT-APROVADO
040600     ADD WS-CONSUMIDO TO WS-TOT-CONSUMIDO
040700     ADD WS-DISPONIVEL TO WS-TOT-DISPONIVEL
040800     ADD WS-REALIZADO TO WS-TOT-REALIZADO.
040900 3200-EXIT.
041000     EXIT.
041100
041200 3900-LER-SORT.
041300     RETURN SORT-FILE
041400         AT END
041500             SET WS-FIM-SORT TO TRUE
041600     END-RETURN.
041700 3900-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------*
042100* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA O RELATORIO E    *
042200*                  AJUSTA O RETURN-CODE                    *
042300*----------------------------------------------------------*
042400 8000-FINALIZAR.
042500     MOVE WS-LINHA-SEPARADOR TO REPORT-LINHA
042600     WRITE REPORT-LINHA
042700     MOVE WS-TOT-APROVADO TO TGE-APROVADO
042800     MOVE WS-TOT-CONSUMIDO TO TGE-CONSUMIDO
042900     MOVE WS-TOT-DISPONIVEL TO TGE-DISPONIVEL
043000     MOVE WS-TOT-REALIZADO TO TGE-REALIZADO
043100     MOVE WS-LINHA-TOTAL-GERAL TO REPORT-LINHA
043200     WRITE REPORT-LINHA
043300     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
043400     WRITE REPORT-LINHA
043500     MOVE 'CENTROS NO PERIODO......: ' TO TOT-ROTULO
043600     MOVE WS-CONT-CENTROS TO TOT-QTD
043700     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
043800     WRITE REPORT-LINHA
043900     MOVE 'PAGAMENTOS REALIZADOS...: ' TO TOT-ROTULO
044000     MOVE WS-CONT-PAGAMENTOS TO TOT-QTD
044100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
044200     WRITE REPORT-LINHA
044300     MOVE 'ORCAMENTOS ESTOURADOS...: ' TO TOT-ROTULO
044400     MOVE WS-CONT-ESTOURADOS TO TOT-QTD
044500     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
044600     WRITE REPORT-LINHA
044700     MOVE 'REALIZADO SEM ORCAMENTO.: ' TO TOT-ROTULO
044800     MOVE WS-CONT-SEM-ORCAMENTO TO TOT-QTD
044900     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
045000     WRITE REPORT-LINHA
045100
045200     CLOSE REPORT-FILE
045300
045400     IF WS-CONT-ESTOURADOS > ZERO
045500        OR WS-CONT-SEM-ORCAMENTO > ZERO
045600         MOVE 4 TO RETURN-CODE
045700     END-IF.
045800 8000-EXIT.
045900     EXIT.
046000
046100 END PROGRAM PAGORCR.
