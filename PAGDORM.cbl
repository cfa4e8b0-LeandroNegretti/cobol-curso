000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGDORM.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: DETECCAO E BLOQUEIO DE CONTAS DORMENTES,    *
001000*                    RODADO UMA VEZ POR MES. ORDENA POR CONTA AS *
001100*                    DATAS DOS PAGAMENTOS QUE CHEGARAM A SER     *
001200*                    CONFIRMADOS OU REMETIDOS (SITUACOES S, E,   *
001300*                    L, D E V) NO DETALHE (PAGDET) E NO ARQUIVO  *
001400*                    MORTO (ARQPAG, TODAS AS GERACOES) E         *
001500*                    CONFRONTA COM O CADASTRO (CADMST). CONTA    *
001600*                    ATIVA SEM PAGAMENTO NEM ATIVACAO (INCLUSAO  *
001700*                    OU REATIVACAO PELO CADMNT) DESDE A DATA DE  *
001800*                    CORTE - DATA DO CICLO MENOS OS N MESES DO   *
001900*                    SYSIN - E LISTADA COMO DORMENTE. NO MODO    *
002000*                    'B' DO SYSIN A CONTA DORMENTE E TAMBEM      *
002100*                    BLOQUEADA ('B'), COM A MESMA CRITICA E O    *
002200*                    MESMO REGISTRO DE AUDITORIA (ACAO           *
002300*                    'BLOQUEADO') DO BLOQUEIO PELO CADMNT,       *
002400*                    FICANDO MARCADA COMO BLOQUEADA POR          *
002500*                    DORMENCIA; O OPERADOR DO SYSIN VAI COMO     *
002600*                    DIGITADOR. A REATIVACAO SO SE FAZ PELO      *
002700*                    CADMNT, COM DUPLA CUSTODIA. HAVENDO CONTA   *
002800*                    DORMENTE, TERMINA COM RC = 4.               *
002900*                                                                *
003000*    HISTORICO DE ALTERACOES                                    *
003100*    DATA       AUTOR   DESCRICAO                                *
003200*    2026-10-15 MAF     VERSAO INICIAL                           *
003220*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
003240*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
003260*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
003270*    2026-10-15 MAF     ARQUIVO HISTORICO COM O DETALHE DE 65    *
003280*                       BYTES (CENTRO DE CUSTO)                  *
003285*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
003290*                       ('W') CONTAM COMO MOVIMENTO DA CONTA     *
003300*                                                                *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PAGDET-FILE     ASSIGN TO PAGDET
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS SEQUENTIAL
004400            RECORD KEY IS PAGD-CHAVE
004500            ALTERNATE RECORD KEY IS PAGD-REFERENCIA
004600                WITH DUPLICATES
004700            ALTERNATE RECORD KEY IS PAGD-DATA
004800                WITH DUPLICATES
004900            FILE STATUS IS WS-PAGDET-STATUS.
005000
005100     SELECT ARQUIVO-FILE    ASSIGN TO ARQPAG
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-ARQUIVO-STATUS.
005400
005500     SELECT CADASTRO-FILE   ASSIGN TO CADMST
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS DYNAMIC
005800            RECORD KEY IS CAD-CONTA
005900            FILE STATUS IS WS-CADASTRO-STATUS.
006000
006500     SELECT SORT-FILE       ASSIGN TO SORTWK1.
006600
006700     SELECT REPORT-FILE     ASSIGN TO RELDORM
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS IS WS-REPORT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PAGDET-FILE.
007400 COPY PAGDREC.
007500
007600 FD  ARQUIVO-FILE
007700     RECORD CONTAINS 65 CHARACTERS.
007800 COPY PAGDREC REPLACING LEADING ==PAGD== BY ==ARQ==.
007900
008000 FD  CADASTRO-FILE.
008100 COPY CADREC.
008200
008700 SD  SORT-FILE.
008800 01  SORT-REC.
008900     05  SR-CONTA                PIC X(10).
009000     05  SR-DATA                 PIC 9(08).
009100
009200 FD  REPORT-FILE
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  REPORT-LINHA                PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
009800 77  WS-ARQUIVO-STATUS           PIC X(02) VALUE SPACES.
009900 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
010100 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
010200
010300 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
010400 77  WS-MESES-DORMENCIA          PIC 9(03) VALUE ZERO.
010500 77  WS-MODO                     PIC X(01) VALUE SPACE.
010600     88  WS-MODO-BLOQUEIO                   VALUE 'B'.
010700     88  WS-MODO-LISTA                      VALUE 'L' ' '.
010800 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
010900 77  WS-TOTAL-MESES              PIC 9(06) COMP VALUE ZERO.
011000 77  WS-RESTO-MES                PIC 9(02) COMP VALUE ZERO.
011100 77  WS-ULT-PAGTO                PIC 9(08) VALUE ZERO.
011200 77  WS-ULT-ATIVIDADE            PIC 9(08) VALUE ZERO.
011300
011400 01  WS-DATA-CORTE-G.
011500     05  WS-CORTE-ANO            PIC 9(04).
011600     05  WS-CORTE-MES            PIC 9(02).
011700     05  WS-CORTE-DIA            PIC 9(02).
011800 01  WS-DATA-CORTE REDEFINES WS-DATA-CORTE-G
011900                                 PIC 9(08).
012000
012100 77  WS-CONT-LIDAS               PIC 9(07) COMP VALUE ZERO.
012200 77  WS-CONT-ATIVAS              PIC 9(07) COMP VALUE ZERO.
012300 77  WS-CONT-DORMENTES           PIC 9(07) COMP VALUE ZERO.
012400 77  WS-CONT-BLOQUEADAS          PIC 9(07) COMP VALUE ZERO.
012500 77  WS-CONT-PAGAMENTOS          PIC 9(09) COMP VALUE ZERO.
012600
012700 COPY CTRPARM.
012720
012740 COPY AUDPARM.
012760
012780 COPY AUDREC.
012800
012900 COPY DATAREC.
013000
013100 01  WS-DATA-CORRENTE.
013200     05  WS-DC-ANO               PIC 9(04).
013300     05  WS-DC-MES               PIC 9(02).
013400     05  WS-DC-DIA               PIC 9(02).
013500 01  WS-DATA-CORRENTE-N REDEFINES WS-DATA-CORRENTE
013600                                 PIC 9(08).
013700
013800 01  WS-SWITCHES.
013900     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
014000         88  WS-FIM-DETALHE                 VALUE 'S'.
014100     05  WS-FIM-ARQUIVO-SW       PIC X(01) VALUE 'N'.
014200         88  WS-FIM-ARQUIVO                 VALUE 'S'.
014300     05  WS-FIM-CADASTRO-SW      PIC X(01) VALUE 'N'.
014400         88  WS-FIM-CADASTRO                VALUE 'S'.
014500     05  WS-FIM-SORT-SW          PIC X(01) VALUE 'N'.
014600         88  WS-FIM-SORT                    VALUE 'S'.
014700
014800 01  WS-LINHA-CABEC1             PIC X(80) VALUE
014900     'RELATORIO DE CONTAS DORMENTES - PAGDORM'.
015000 01  WS-LINHA-PARAMETROS.
015100     05  FILLER                  PIC X(16) VALUE
015200         'DATA DE CORTE: '.
015300     05  PAR-DATA-CORTE          PIC 9(08).
015400     05  FILLER                  PIC X(10) VALUE
015500         '   MESES: '.
015600     05  PAR-MESES               PIC ZZ9.
015700     05  FILLER                  PIC X(09) VALUE
015800         '   MODO: '.
015900     05  PAR-MODO                PIC X(20).
016000 01  WS-LINHA-CABEC2.
016100     05  FILLER                  PIC X(12) VALUE 'CONTA'.
016200     05  FILLER                  PIC X(22) VALUE 'FAVORECIDO'.
016300     05  FILLER                  PIC X(10) VALUE 'ULT PAGTO'.
016400     05  FILLER                  PIC X(10) VALUE 'ATIVACAO'.
016500     05  FILLER                  PIC X(26) VALUE 'DESTINO'.
016600 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
016700
016800 01  WS-LINHA-DETALHE.
016900     05  DET-CONTA               PIC X(10).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  DET-NOME                PIC X(20).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  DET-ULT-PAGTO           PIC X(08).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  DET-ATIVACAO            PIC X(08).
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  DET-DESTINO             PIC X(12).
017800
017900 01  WS-LINHA-TOTAL.
018000     05  TOT-ROTULO              PIC X(26).
018100     05  TOT-QTD                 PIC ZZZZZZ9.
018200
018300 PROCEDURE DIVISION.
018400*----------------------------------------------------------*
018500* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
018600*----------------------------------------------------------*
018700 0000-MAINLINE.
018800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
018900     SORT SORT-FILE
019000         ON ASCENDING KEY SR-CONTA SR-DATA
019100         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
019200         OUTPUT PROCEDURE IS 3000-CONFRONTAR THRU 3000-EXIT
019300     PERFORM 8000-FINALIZAR THRU 8000-EXIT
019400     STOP RUN.
019500
019600*----------------------------------------------------------*
019700* 1000-INICIALIZAR - OBTEM A DATA DO CICLO, CRITICA O      *
019800*                    SYSIN, APURA A DATA DE CORTE E ABRE   *
019900*                    OS ARQUIVOS                           *
020000*----------------------------------------------------------*
020100 1000-INICIALIZAR.
020200     MOVE 'C' TO CTR-FUNCAO
020300     MOVE 'PAGDORM' TO CTR-PASSO
020400     CALL 'PAGCTRL' USING CTR-PARM
020500     IF CTR-SEM-CICLO
020600         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
020700         MOVE WS-DATA-CORRENTE-N TO WS-DATA-PROCESSO
020800     ELSE
020900         MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
021000     END-IF
021100
021200     ACCEPT WS-MESES-DORMENCIA FROM SYSIN
021300     ACCEPT WS-MODO FROM SYSIN
021400     ACCEPT WS-OPERADOR FROM SYSIN
021500     IF WS-MESES-DORMENCIA NOT NUMERIC
021600        OR WS-MESES-DORMENCIA = ZERO
021700         DISPLAY 'QUANTIDADE DE MESES INVALIDA: '
021800             WS-MESES-DORMENCIA
021900         MOVE 8 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     IF NOT WS-MODO-BLOQUEIO AND NOT WS-MODO-LISTA
022300         DISPLAY 'MODO INVALIDO (L OU B): ' WS-MODO
022400         MOVE 8 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     IF WS-MODO-BLOQUEIO AND WS-OPERADOR = SPACES
022800         DISPLAY 'MODO DE BLOQUEIO EXIGE O OPERADOR'
022900         MOVE 8 TO RETURN-CODE
023000         STOP RUN
023100     END-IF
023200     PERFORM 1200-APURAR-CORTE THRU 1200-EXIT
023300
023400     IF WS-MODO-BLOQUEIO
023500         OPEN I-O CADASTRO-FILE
023600     ELSE
023700         OPEN INPUT CADASTRO-FILE
023800     END-IF
023900     IF WS-CADASTRO-STATUS NOT = '00'
024000         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
024100             WS-CADASTRO-STATUS
024200         MOVE 12 TO RETURN-CODE
024300         STOP RUN
024400     END-IF
024500     OPEN INPUT PAGDET-FILE
024600     IF WS-PAGDET-STATUS NOT = '00'
024700         DISPLAY 'DETALHE DE PAGAMENTOS INDISPONIVEL - STATUS: '
024800             WS-PAGDET-STATUS
024900         MOVE 12 TO RETURN-CODE
025000         STOP RUN
025100     END-IF
025200     OPEN INPUT ARQUIVO-FILE
025300     IF WS-ARQUIVO-STATUS NOT = '00'
025400         DISPLAY 'ARQUIVO MORTO INDISPONIVEL - STATUS: '
025500             WS-ARQUIVO-STATUS
025600         MOVE 12 TO RETURN-CODE
025700         STOP RUN
025800     END-IF
025900     IF WS-MODO-BLOQUEIO
025920         MOVE 'A' TO ADT-FUNCAO
025940         CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
025960         IF NOT ADT-OK
025980             DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
026000             MOVE 12 TO RETURN-CODE
026020             STOP RUN
026040         END-IF
026400     END-IF
026500
026600     OPEN OUTPUT REPORT-FILE
026700     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
026800     WRITE REPORT-LINHA
026900     MOVE WS-DATA-CORTE TO PAR-DATA-CORTE
027000     MOVE WS-MESES-DORMENCIA TO PAR-MESES
027100     IF WS-MODO-BLOQUEIO
027200         MOVE 'LISTA E BLOQUEIA' TO PAR-MODO
027300     ELSE
027400         MOVE 'SO LISTA' TO PAR-MODO
027500     END-IF
027600     MOVE WS-LINHA-PARAMETROS TO REPORT-LINHA
027700     WRITE REPORT-LINHA
027800     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
027900     WRITE REPORT-LINHA
028000     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
028100     WRITE REPORT-LINHA.
028200 1000-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------*
028600* 1200-APURAR-CORTE - DATA DO CICLO MENOS OS N MESES; DIA  *
028700*                     QUE NAO EXISTE NO MES DO CORTE CAI   *
028800*                     PARA O ULTIMO DIA DO MES             *
028900*----------------------------------------------------------*
029000 1200-APURAR-CORTE.
029100     MOVE WS-DATA-PROCESSO TO WS-DATA-CORTE
029200     COMPUTE WS-TOTAL-MESES = WS-CORTE-ANO * 12 + WS-CORTE-MES
029300                            - 1 - WS-MESES-DORMENCIA
029400     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-CORTE-ANO
029500         REMAINDER WS-RESTO-MES
029600     COMPUTE WS-CORTE-MES = WS-RESTO-MES + 1
029700     MOVE '1' TO DTV-RETORNO
029800     PERFORM 1250-VALIDAR-CORTE THRU 1250-EXIT
029900         UNTIL DTV-DATA-OK.
030000 1200-EXIT.
030100     EXIT.
030200
030300 1250-VALIDAR-CORTE.
030400     MOVE 'V' TO DTV-FUNCAO
030500     MOVE WS-DATA-CORTE TO DTV-DATA-ENTRADA
030600     CALL 'PAGDATA' USING DTV-PARM
030700     IF DTV-DATA-INVALIDA
030800         SUBTRACT 1 FROM WS-CORTE-DIA
030900     END-IF.
031000 1250-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------*
031400* 2000-SELECIONAR - LIBERA PARA A ORDENACAO A CONTA E A    *
031500*                   DATA DE CADA PAGAMENTO DO DETALHE E    *
031600*                   DO ARQUIVO MORTO QUE CHEGOU A SER      *
031700*                   CONFIRMADO OU REMETIDO                 *
031800*----------------------------------------------------------*
031900 2000-SELECIONAR.
032000     PERFORM 2900-LER-DETALHE THRU 2900-EXIT
032100     PERFORM 2100-AVALIAR-DETALHE THRU 2100-EXIT
032200         UNTIL WS-FIM-DETALHE
032300     PERFORM 2950-LER-ARQUIVO THRU 2950-EXIT
032400     PERFORM 2200-AVALIAR-ARQUIVO THRU 2200-EXIT
032500         UNTIL WS-FIM-ARQUIVO.
032600 2000-EXIT.
032700     EXIT.
032800
032900 2100-AVALIAR-DETALHE.
033000     IF PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-LIQUIDADO
033100        OR PAGD-DEVOLVIDO OR PAGD-ESTORNADO
033120        OR PAGD-DESVIADO OR PAGD-RELANCAR
033200         MOVE PAGD-CONTA TO SR-CONTA
033300         MOVE PAGD-DATA TO SR-DATA
033400         RELEASE SORT-REC
033500         ADD 1 TO WS-CONT-PAGAMENTOS
033600     END-IF
033700     PERFORM 2900-LER-DETALHE THRU 2900-EXIT.
033800 2100-EXIT.
033900     EXIT.
034000
034100 2200-AVALIAR-ARQUIVO.
034200     IF ARQ-CONFIRMADO OR ARQ-ENVIADO OR ARQ-LIQUIDADO
034300        OR ARQ-DEVOLVIDO OR ARQ-ESTORNADO
034400         MOVE ARQ-CONTA TO SR-CONTA
034500         MOVE ARQ-DATA TO SR-DATA
034600         RELEASE SORT-REC
034700         ADD 1 TO WS-CONT-PAGAMENTOS
034800     END-IF
034900     PERFORM 2950-LER-ARQUIVO THRU 2950-EXIT.
035000 2200-EXIT.
035100     EXIT.
035200
035300 2900-LER-DETALHE.
035400     READ PAGDET-FILE NEXT
035500         AT END
035600             SET WS-FIM-DETALHE TO TRUE
035700     END-READ.
035800 2900-EXIT.
035900     EXIT.
036000
036100 2950-LER-ARQUIVO.
036200     READ ARQUIVO-FILE
036300         AT END
036400             SET WS-FIM-ARQUIVO TO TRUE
036500     END-READ.
036600 2950-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------*
037000* 3000-CONFRONTAR - PERCORRE O CADASTRO EM ORDEM DE CONTA  *
037100*                   CASANDO COM AS DATAS ORDENADAS         *
037200*----------------------------------------------------------*
037300 3000-CONFRONTAR.
037400     PERFORM 3900-LER-SORT THRU 3900-EXIT
037500     PERFORM 3950-LER-CADASTRO THRU 3950-EXIT
037600     PERFORM 3100-AVALIAR-CONTA THRU 3100-EXIT
037700         UNTIL WS-FIM-CADASTRO.
037800 3000-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------*
038200* 3100-AVALIAR-CONTA - APURA O ULTIMO PAGAMENTO DA CONTA   *
038300*                      (DATAS EM ORDEM CRESCENTE, VALE A   *
038400*                      ULTIMA) E, SE ATIVA, A COMPARA COM  *
038500*                      O CORTE                             *
038600*----------------------------------------------------------*
038700 3100-AVALIAR-CONTA.
038800     ADD 1 TO WS-CONT-LIDAS
038900     MOVE ZERO TO WS-ULT-PAGTO
039000     PERFORM 3900-LER-SORT THRU 3900-EXIT
039100         UNTIL WS-FIM-SORT
039200            OR SR-CONTA NOT < CAD-CONTA
039300     PERFORM 3150-GUARDAR-DATA THRU 3150-EXIT
039400         UNTIL WS-FIM-SORT
039500            OR SR-CONTA NOT = CAD-CONTA
039600     IF CAD-ATIVA
039700         ADD 1 TO WS-CONT-ATIVAS
039800         PERFORM 3200-VERIFICAR-DORMENCIA THRU 3200-EXIT
039900     END-IF
040000     PERFORM 3950-LER-CADASTRO THRU 3950-EXIT.
040100 3100-EXIT.
040200     EXIT.
040300
040400 3150-GUARDAR-DATA.
040500     MOVE SR-DATA TO WS-ULT-PAGTO
040600     PERFORM 3900-LER-SORT THRU 3900-EXIT.
040700 3150-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------*
041100* 3200-VERIFICAR-DORMENCIA - A ATIVACAO DA CONTA CONTA     *
041200*                            COMO MOVIMENTO; SEM PAGAMENTO *
041300*                            NEM ATIVACAO DESDE O CORTE, A *
041400*                            CONTA E DORMENTE              *
041500*----------------------------------------------------------*
041600 3200-VERIFICAR-DORMENCIA.
041700     MOVE WS-ULT-PAGTO TO WS-ULT-ATIVIDADE
041800     IF CAD-DATA-ATIVACAO NUMERIC
041900         IF CAD-DATA-ATIVACAO > WS-ULT-ATIVIDADE
042000             MOVE CAD-DATA-ATIVACAO TO WS-ULT-ATIVIDADE
042100         END-IF
042200     END-IF
042300     IF WS-ULT-ATIVIDADE NOT < WS-DATA-CORTE
042400         GO TO 3200-EXIT
042500     END-IF
042600     ADD 1 TO WS-CONT-DORMENTES
042700     MOVE 'DORMENTE' TO DET-DESTINO
042800     IF WS-MODO-BLOQUEIO
042900         PERFORM 3300-BLOQUEAR-CONTA THRU 3300-EXIT
043000     END-IF
043100     PERFORM 3400-LISTAR-CONTA THRU 3400-EXIT.
043200 3200-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------*
043600* 3300-BLOQUEAR-CONTA - BLOQUEIA A CONTA ATIVA COMO O      *
043700*                       CADMNT, MARCANDO A DORMENCIA, E    *
043800*                       GRAVA O REGISTRO DE AUDITORIA      *
043900*----------------------------------------------------------*
044000 3300-BLOQUEAR-CONTA.
044100     MOVE 'B' TO CAD-SITUACAO
044200     MOVE 'D' TO CAD-DORMENCIA
044300     REWRITE CAD-REC
044400     IF WS-CADASTRO-STATUS NOT = '00'
044500         DISPLAY 'FALHA NO BLOQUEIO DA CONTA ' CAD-CONTA
044600             ' - STATUS: ' WS-CADASTRO-STATUS
044700         MOVE 12 TO RETURN-CODE
044800         STOP RUN
044900     END-IF
045000     ADD 1 TO WS-CONT-BLOQUEADAS
045100     MOVE 'BLOQUEADA' TO DET-DESTINO
045200     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
045300 3300-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------*
045700* 3400-LISTAR-CONTA - LISTA A CONTA DORMENTE; SEM          *
045800*                     PAGAMENTO OU SEM DATA DE ATIVACAO    *
045900*                     SAI 'NENHUM'                         *
046000*----------------------------------------------------------*
046100 3400-LISTAR-CONTA.
046200     MOVE CAD-CONTA TO DET-CONTA
046300     MOVE CAD-NOME TO DET-NOME
046400     IF WS-ULT-PAGTO = ZERO
046500         MOVE 'NENHUM' TO DET-ULT-PAGTO
046600     ELSE
046700         MOVE WS-ULT-PAGTO TO DET-ULT-PAGTO
046800     END-IF
046900     IF CAD-DATA-ATIVACAO NUMERIC
047000        AND CAD-DATA-ATIVACAO NOT = ZERO
047100         MOVE CAD-DATA-ATIVACAO TO DET-ATIVACAO
047200     ELSE
047300         MOVE 'NENHUM' TO DET-ATIVACAO
047400     END-IF
047500     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
047600     WRITE REPORT-LINHA.
047700 3400-EXIT.
047800     EXIT.
047900
048000 3900-LER-SORT.
048100     RETURN SORT-FILE
048200         AT END
048300             SET WS-FIM-SORT TO TRUE
048400     END-RETURN.
048500 3900-EXIT.
048600     EXIT.
048700
048800 3950-LER-CADASTRO.
048900     READ CADASTRO-FILE NEXT
049000         AT END
049100             SET WS-FIM-CADASTRO TO TRUE
049200     END-READ.
049300 3950-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------*
049700* 6000-GRAVAR-AUDITORIA - GRAVA O BLOQUEIO NO LOG DE       *
049800*                         AUDITORIA COMO O CADMNT, COM O   *
049900*                         OPERADOR DO SYSIN COMO DIGITADOR *
050000*----------------------------------------------------------*
050100 6000-GRAVAR-AUDITORIA.
050200     MOVE SPACES TO AUDIT-REC
050300     MOVE WS-DATA-PROCESSO TO AUDIT-DATA
050400     ACCEPT AUDIT-HORA FROM TIME
050500     MOVE 'PAGDORM' TO AUDIT-ORIGEM
050600     MOVE CAD-CONTA TO AUDIT-CONTA
050700     MOVE ZERO TO AUDIT-VALOR
050800     MOVE 'A' TO AUDIT-FLAG-ANTES
050900     MOVE CAD-SITUACAO TO AUDIT-FLAG-DEPOIS
051000     MOVE 'BLOQUEADO' TO AUDIT-ACAO
051100     MOVE SPACE TO AUDIT-CANAL
051200     MOVE SPACE TO AUDIT-MOTIVO
051300     MOVE WS-OPERADOR TO AUDIT-DIGITADOR
051400     MOVE SPACES TO AUDIT-APROVADOR
051500     MOVE SPACES TO AUDIT-MOTIVO-BANCO
051600     MOVE SPACES TO AUDIT-REFERENCIA
051620     MOVE 'G' TO ADT-FUNCAO
051640     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
051660     IF NOT ADT-OK
051680         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
051700         MOVE 12 TO RETURN-CODE
051720         STOP RUN
051740     END-IF.
051800 6000-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------*
052200* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E    *
052300*                  AJUSTA O RETURN-CODE                    *
052400*----------------------------------------------------------*
052500 8000-FINALIZAR.
052600     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
052700     WRITE REPORT-LINHA
052800     MOVE 'PAGAMENTOS EXAMINADOS...: ' TO TOT-ROTULO
052900     MOVE WS-CONT-PAGAMENTOS TO TOT-QTD
053000     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
053100     WRITE REPORT-LINHA
053200     MOVE 'CONTAS LIDAS............: ' TO TOT-ROTULO
053300     MOVE WS-CONT-LIDAS TO TOT-QTD
053400     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
053500     WRITE REPORT-LINHA
053600     MOVE 'CONTAS ATIVAS...........: ' TO TOT-ROTULO
053700     MOVE WS-CONT-ATIVAS TO TOT-QTD
053800     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
053900     WRITE REPORT-LINHA
054000     MOVE 'CONTAS DORMENTES........: ' TO TOT-ROTULO
054100     MOVE WS-CONT-DORMENTES TO TOT-QTD
054200     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
054300     WRITE REPORT-LINHA
054400     MOVE 'CONTAS BLOQUEADAS.......: ' TO TOT-ROTULO
054500     MOVE WS-CONT-BLOQUEADAS TO TOT-QTD
054600     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
054700     WRITE REPORT-LINHA
054800
054900     CLOSE PAGDET-FILE
055000     CLOSE ARQUIVO-FILE
055100     CLOSE CADASTRO-FILE
055500     CLOSE REPORT-FILE
055600
055700     IF WS-CONT-DORMENTES > ZERO
055800         MOVE 4 TO RETURN-CODE
055900     END-IF.
056000 8000-EXIT.
056100     EXIT.
056200
056300 END PROGRAM PAGDORM.
