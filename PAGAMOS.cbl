000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGAMOS.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: SELECAO MENSAL DA AMOSTRA DE AUDITORIA      *
001000*                    POS-PAGAMENTO. TOMA OS PAGAMENTOS DO MES    *
001100*                    INFORMADO NO SYSIN (OU DO MES ANTERIOR AO   *
001200*                    CICLO) CONFIRMADOS, ENVIADOS OU LIQUIDADOS  *
001300*                    NO DETALHE (PAGDET) E SELECIONA: UMA        *
001400*                    AMOSTRA ALEATORIA DE N PAGAMENTOS,          *
001500*                    REPRODUTIVEL PELA SEMENTE DO SYSIN (GERADOR *
001600*                    CONGRUENCIAL MINIMO PADRAO E SELECAO        *
001700*                    SEQUENCIAL, SEMPRE NA ORDEM DA CHAVE DO     *
001800*                    DETALHE); TODO PAGAMENTO ACIMA DO VALOR     *
001900*                    LIMITE; TODO PAGAMENTO QUE PASSOU POR       *
002000*                    RETENCAO OU LIBERACAO DO SUPERVISOR (ACAO   *
002100*                    'RETIDO' OU 'LIBERADO' OU SITUACAO ANTERIOR *
002200*                    'P' NO LOG DE AUDITORIA) E TODO PAGAMENTO   *
002300*                    DE ORIGEM 'R' (RECICLO) OU 'Q'              *
002400*                    (QUARENTENA). EMITE A FOLHA DE REVISAO COM  *
002500*                    OS DADOS DO FAVORECIDO NO CADASTRO (CADMST) *
002600*                    E A TRILHA DE AUDITORIA DE CADA PAGAMENTO   *
002700*                    SELECIONADO, LIGADA PELA REFERENCIA DO      *
002800*                    SISTEMA, E GRAVA A CHAVE DE CADA UM NO      *
002900*                    ARQUIVO DA AMOSTRA (AMOSTRA), ONDE A        *
003000*                    AUDITORIA REGISTRA O PARECER.               *
003100*                                                                *
003200*    HISTORICO DE ALTERACOES                                    *
003300*    DATA       AUTOR   DESCRICAO                                *
003400*    2026-10-15 MAF     VERSAO INICIAL                           *
003420*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 130 BYTES       *
003440*                       (SEQUENCIA E HASH ENCADEADO DO PAGAUDT)  *
003460*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
003480*                       ('W') SAO ELEGIVEIS PARA A AMOSTRA       *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PAGDET-FILE     ASSIGN TO PAGDET
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS SEQUENTIAL
004600            RECORD KEY IS PAGD-CHAVE
004700            ALTERNATE RECORD KEY IS PAGD-REFERENCIA
004800                WITH DUPLICATES
004900            ALTERNATE RECORD KEY IS PAGD-DATA
005000                WITH DUPLICATES
005100            FILE STATUS IS WS-PAGDET-STATUS.
005200
005300     SELECT CADASTRO-FILE   ASSIGN TO CADMST
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS CAD-CONTA
005700            FILE STATUS IS WS-CADASTRO-STATUS.
005800
005900     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS WS-AUDIT-STATUS.
006200
006300     SELECT AMOSTRA-FILE    ASSIGN TO AMOSTRA
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS WS-AMOSTRA-STATUS.
006600
006700     SELECT SORT-FILE       ASSIGN TO SORTWK1.
006800
006900     SELECT REPORT-FILE     ASSIGN TO RELAMOS
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS WS-REPORT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PAGDET-FILE.
007600 COPY PAGDREC.
007700
007800 FD  CADASTRO-FILE.
007900 COPY CADREC.
008000
008100 FD  AUDIT-FILE
008200     RECORD CONTAINS 130 CHARACTERS.
008300 COPY AUDREC.
008400
008500 FD  AMOSTRA-FILE
008600     RECORD CONTAINS 100 CHARACTERS.
008700 COPY AMOREC.
008800
008900 SD  SORT-FILE.
009000 01  SORT-REC.
009100     05  SR-CHAVE                PIC X(21).
009200     05  SR-TIPO                 PIC X(01).
009300         88  SR-PAGAMENTO                   VALUE '1'.
009400         88  SR-AUDITORIA                   VALUE '2'.
009500     05  SR-DATA                 PIC 9(08).
009600     05  SR-HORA                 PIC 9(08).
009700     05  SR-SORTEADO             PIC X(01).
009800     05  SR-DADOS                PIC X(130).
009900
010000 FD  REPORT-FILE
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  REPORT-LINHA                PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
010600 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
010700 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
010800 77  WS-AMOSTRA-STATUS           PIC X(02) VALUE SPACES.
010900 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
011000
011100 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
011200 77  WS-TAMANHO-AMOSTRA          PIC 9(03) VALUE ZERO.
011300 77  WS-SEMENTE                  PIC 9(09) VALUE ZERO.
011400 01  WS-LIMITE-VALOR-X           PIC X(09) VALUE ZEROS.
011500 01  WS-LIMITE-VALOR REDEFINES WS-LIMITE-VALOR-X
011600                                 PIC 9(07)V99.
011700
011800 01  WS-PERIODO-G.
011900     05  WS-PER-ANO              PIC 9(04).
012000     05  WS-PER-MES              PIC 9(02).
012100 01  WS-PERIODO REDEFINES WS-PERIODO-G
012200                                 PIC 9(06).
012300 77  WS-DATA-INICIO              PIC 9(08) VALUE ZERO.
012400 77  WS-DATA-FIM                 PIC 9(08) VALUE ZERO.
012500
012600*    GERADOR CONGRUENCIAL MINIMO PADRAO (PARK-MILLER):
012700*    X(N+1) = 16807 * X(N) MOD (2**31 - 1)
012800 77  WS-MULTIPLICADOR            PIC 9(05) COMP VALUE 16807.
012900 77  WS-MODULO                   PIC 9(10) COMP VALUE 2147483647.
013000 77  WS-ALEATORIO                PIC 9(10) COMP VALUE ZERO.
013100 77  WS-PRODUTO                  PIC 9(18) COMP VALUE ZERO.
013200 77  WS-LIMIAR                   PIC 9(18) COMP VALUE ZERO.
013300 77  WS-QUOCIENTE                PIC 9(18) COMP VALUE ZERO.
013400
013500 77  WS-CONT-POPULACAO           PIC 9(07) COMP VALUE ZERO.
013600 77  WS-CONT-VISTOS              PIC 9(07) COMP VALUE ZERO.
013700 77  WS-CONT-SORTEADOS           PIC 9(07) COMP VALUE ZERO.
013800 77  WS-CONT-VALOR               PIC 9(07) COMP VALUE ZERO.
013900 77  WS-CONT-RETIDOS             PIC 9(07) COMP VALUE ZERO.
014000 77  WS-CONT-ORIGEM              PIC 9(07) COMP VALUE ZERO.
014100 77  WS-CONT-AMOSTRA             PIC 9(07) COMP VALUE ZERO.
014200
014300 77  WS-CHAVE-GRUPO              PIC X(21) VALUE SPACES.
014400 77  WS-QTD-TRILHA               PIC 9(03) COMP VALUE ZERO.
014500 77  WS-TRL-IDX                  PIC 9(03) COMP VALUE ZERO.
014600 01  WS-TABELA-TRILHA.
014700     05  WS-TRILHA-ENT OCCURS 50 TIMES
014800                                 PIC X(130).
014900
015000 COPY PAGDREC REPLACING LEADING ==PAGD== BY ==AMP==.
015100
015200 COPY AUDREC REPLACING LEADING ==AUDIT== BY ==TRL==.
015300
015400 COPY CTRPARM.
015500
015600 01  WS-SWITCHES.
015700     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
015800         88  WS-FIM-DETALHE                 VALUE 'S'.
015900     05  WS-FIM-AUDIT-SW         PIC X(01) VALUE 'N'.
016000         88  WS-FIM-AUDIT                   VALUE 'S'.
016100     05  WS-FIM-SORT-SW          PIC X(01) VALUE 'N'.
016200         88  WS-FIM-SORT                    VALUE 'S'.
016300     05  WS-ELEGIVEL-SW          PIC X(01) VALUE 'N'.
016400         88  WS-ELEGIVEL                    VALUE 'S'.
016500     05  WS-TEM-PAGTO-SW         PIC X(01) VALUE 'N'.
016600         88  WS-TEM-PAGTO                   VALUE 'S'.
016700     05  WS-SORTEIO-SW           PIC X(01) VALUE 'N'.
016800         88  WS-FOI-SORTEADO                VALUE 'S'.
016900     05  WS-RETENCAO-SW          PIC X(01) VALUE 'N'.
017000         88  WS-PASSOU-RETENCAO             VALUE 'S'.
017100     05  WS-TRILHA-CHEIA-SW      PIC X(01) VALUE 'N'.
017200         88  WS-TRILHA-CHEIA                VALUE 'S'.
017300
017400 01  WS-LINHA-CABEC1             PIC X(80) VALUE
017500     'FOLHA DE REVISAO DA AMOSTRA DE AUDITORIA - PAGAMOS'.
017600 01  WS-LINHA-PARAMETROS.
017700     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
017800     05  PAR-PERIODO             PIC 9(06).
017900     05  FILLER                  PIC X(11) VALUE '  AMOSTRA: '.
018000     05  PAR-AMOSTRA             PIC ZZ9.
018100     05  FILLER                  PIC X(16) VALUE
018200         '  VALOR LIMITE: '.
018300     05  PAR-LIMITE              PIC ZZZZZZ9,99.
018400     05  FILLER                  PIC X(11) VALUE '  SEMENTE: '.
018500     05  PAR-SEMENTE             PIC 9(09).
018600 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
018700 01  WS-LINHA-SEPARADOR          PIC X(80) VALUE ALL '-'.
018800
018900 01  WS-FOLHA-PAGTO.
019000     05  FILLER                  PIC X(11) VALUE 'PAGAMENTO: '.
019100     05  FOL-REFERENCIA          PIC X(10).
019200     05  FILLER                  PIC X(09) VALUE '  CONTA: '.
019300     05  FOL-CONTA               PIC X(10).
019400     05  FILLER                  PIC X(08) VALUE '  DATA: '.
019500     05  FOL-DATA                PIC 9(08).
019600     05  FILLER                  PIC X(07) VALUE '  SEQ: '.
019700     05  FOL-SEQ                 PIC 9(03).
019800 01  WS-FOLHA-VALOR.
019900     05  FILLER                  PIC X(07) VALUE 'VALOR: '.
020000     05  FOL-VALOR               PIC -(07)9,99.
020100     05  FILLER                  PIC X(12) VALUE '  SITUACAO: '.
020200     05  FOL-SITUACAO            PIC X(01).
020300     05  FILLER                  PIC X(10) VALUE '  ORIGEM: '.
020400     05  FOL-ORIGEM              PIC X(01).
020500     05  FILLER                  PIC X(15) VALUE
020600         '  REF CLIENTE: '.
020700     05  FOL-REF-CLIENTE         PIC X(05).
020800 01  WS-FOLHA-CRITERIOS.
020900     05  FILLER                  PIC X(11) VALUE 'CRITERIOS: '.
021000     05  FOL-CRIT-SORTEIO        PIC X(11).
021100     05  FOL-CRIT-VALOR          PIC X(11).
021200     05  FOL-CRIT-RETIDO         PIC X(11).
021300     05  FOL-CRIT-ORIGEM         PIC X(11).
021400 01  WS-FOLHA-FAVORECIDO.
021500     05  FILLER                  PIC X(12) VALUE 'FAVORECIDO: '.
021600     05  FOL-NOME                PIC X(30).
021700     05  FILLER                  PIC X(09) VALUE '  BANCO: '.
021800     05  FOL-BANCO               PIC 9(03).
021900     05  FILLER                  PIC X(11) VALUE '  AGENCIA: '.
022000     05  FOL-AGENCIA             PIC 9(05).
022100 01  WS-FOLHA-DOCUMENTO.
022200     05  FILLER                  PIC X(11) VALUE 'DOCUMENTO: '.
022300     05  FOL-DOCUMENTO           PIC X(14).
022400     05  FILLER                  PIC X(02) VALUE ' ('.
022500     05  FOL-TIPO-DOC            PIC X(01).
022600     05  FILLER                  PIC X(01) VALUE ')'.
022700     05  FILLER                  PIC X(16) VALUE
022800         '  CATEG FISCAL: '.
022900     05  FOL-CATEGORIA           PIC X(02).
023000     05  FILLER                  PIC X(18) VALUE
023100         '  SITUACAO CONTA: '.
023200     05  FOL-SIT-CONTA           PIC X(01).
023300 01  WS-FOLHA-FORA-CADASTRO      PIC X(80) VALUE
023400     'FAVORECIDO: *** CONTA FORA DO CADASTRO ***'.
023500 01  WS-TRILHA-CABEC.
023600     05  FILLER                  PIC X(11) VALUE '  DATA'.
023700     05  FILLER                  PIC X(09) VALUE 'HORA'.
023800     05  FILLER                  PIC X(11) VALUE 'ORIGEM'.
023900     05  FILLER                  PIC X(11) VALUE 'ACAO'.
024000     05  FILLER                  PIC X(02) VALUE 'A'.
024100     05  FILLER                  PIC X(02) VALUE 'D'.
024200     05  FILLER                  PIC X(12) VALUE '      VALOR'.
024300     05  FILLER                  PIC X(09) VALUE 'DIGITAD'.
024400     05  FILLER                  PIC X(08) VALUE 'APROVAD'.
024500 01  WS-TRILHA-DETALHE.
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  TRD-DATA                PIC 9(08).
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  TRD-HORA                PIC 9(08).
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  TRD-ORIGEM              PIC X(10).
025200     05  FILLER                  PIC X(01) VALUE SPACES.
025300     05  TRD-ACAO                PIC X(10).
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  TRD-ANTES               PIC X(01).
025600     05  FILLER                  PIC X(01) VALUE SPACES.
025700     05  TRD-DEPOIS              PIC X(01).
025800     05  FILLER                  PIC X(01) VALUE SPACES.
025900     05  TRD-VALOR               PIC X(11).
026000     05  FILLER                  PIC X(01) VALUE SPACES.
026100     05  TRD-DIGITADOR           PIC X(08).
026200     05  FILLER                  PIC X(01) VALUE SPACES.
026300     05  TRD-APROVADOR           PIC X(08).
026400 01  WS-TRILHA-VAZIA             PIC X(80) VALUE
026500     '  SEM REGISTROS NA TRILHA DE AUDITORIA'.
026600 01  WS-TRILHA-SEM-REF           PIC X(80) VALUE
026700     '  PAGAMENTO SEM REFERENCIA DO SISTEMA - TRILHA NAO LIGADA'.
026800 01  WS-TRILHA-LIMITADA          PIC X(80) VALUE
026900     '  *** TRILHA LIMITADA AOS 50 PRIMEIROS REGISTROS ***'.
027000 01  WS-FOLHA-PARECER            PIC X(80) VALUE
027100     'PARECER: ________  AUDITOR: ________  DATA: __________'.
027200
027300 01  WS-LINHA-TOTAL.
027400     05  TOT-ROTULO              PIC X(26).
027500     05  TOT-QTD                 PIC ZZZZZZ9.
027600
027700 PROCEDURE DIVISION.
027800*----------------------------------------------------------*
027900* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
028000*----------------------------------------------------------*
028100 0000-MAINLINE.
028200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
028300     PERFORM 1500-CONTAR-POPULACAO THRU 1500-EXIT
028400     SORT SORT-FILE
028500         ON ASCENDING KEY SR-CHAVE SR-TIPO SR-DATA SR-HORA
028600         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
028700         OUTPUT PROCEDURE IS 3000-EMITIR-FOLHAS THRU 3000-EXIT
028800     PERFORM 8000-FINALIZAR THRU 8000-EXIT
028900     STOP RUN.
029000
029100*----------------------------------------------------------*
029200* 1000-INICIALIZAR - CRITICA O SYSIN, APURA O PERIODO,     *
029300*                    PREPARA O GERADOR E ABRE OS           *
029400*                    ARQUIVOS                              *
029500*----------------------------------------------------------*
029600 1000-INICIALIZAR.
029700     MOVE 'C' TO CTR-FUNCAO
029800     MOVE 'PAGAMOS' TO CTR-PASSO
029900     CALL 'PAGCTRL' USING CTR-PARM
030000     IF CTR-SEM-CICLO
030100         ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
030200     ELSE
030300         MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
030400     END-IF
030500
030600     ACCEPT WS-PERIODO FROM SYSIN
030700     ACCEPT WS-TAMANHO-AMOSTRA FROM SYSIN
030800     ACCEPT WS-LIMITE-VALOR-X FROM SYSIN
030900     ACCEPT WS-SEMENTE FROM SYSIN
031000     IF WS-PERIODO NOT NUMERIC
031100        OR WS-TAMANHO-AMOSTRA NOT NUMERIC
031200        OR WS-LIMITE-VALOR NOT NUMERIC
031300        OR WS-SEMENTE NOT NUMERIC
031400         DISPLAY 'PARAMETROS INVALIDOS NO SYSIN: ' WS-PERIODO
031500             ' ' WS-TAMANHO-AMOSTRA ' ' WS-LIMITE-VALOR-X
031600             ' ' WS-SEMENTE
031700         MOVE 8 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     IF WS-PERIODO = ZERO
032100         PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT
032200     END-IF
032300     IF WS-PER-MES < 1 OR WS-PER-MES > 12
032400         DISPLAY 'PERIODO INVALIDO (AAAAMM): ' WS-PERIODO
032500         MOVE 8 TO RETURN-CODE
032600         STOP RUN
032700     END-IF
032800     COMPUTE WS-DATA-INICIO = WS-PERIODO * 100 + 1
032900     COMPUTE WS-DATA-FIM = WS-PERIODO * 100 + 31
033000
033100     IF WS-SEMENTE = ZERO
033200         MOVE WS-PERIODO TO WS-SEMENTE
033300     END-IF
033400     DIVIDE WS-SEMENTE BY WS-MODULO GIVING WS-QUOCIENTE
033500         REMAINDER WS-ALEATORIO
033600     IF WS-ALEATORIO = ZERO
033700         MOVE 1 TO WS-ALEATORIO
033800     END-IF
033900
034000     OPEN INPUT CADASTRO-FILE
034100     IF WS-CADASTRO-STATUS NOT = '00'
034200         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
034300             WS-CADASTRO-STATUS
034400         MOVE 12 TO RETURN-CODE
034500         STOP RUN
034600     END-IF
034700     OPEN OUTPUT AMOSTRA-FILE
034800     OPEN OUTPUT REPORT-FILE
034900     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
035000     WRITE REPORT-LINHA
035100     MOVE WS-PERIODO TO PAR-PERIODO
035200     MOVE WS-TAMANHO-AMOSTRA TO PAR-AMOSTRA
035300     MOVE WS-LIMITE-VALOR TO PAR-LIMITE
035400     MOVE WS-SEMENTE TO PAR-SEMENTE
035500     MOVE WS-LINHA-PARAMETROS TO REPORT-LINHA
035600     WRITE REPORT-LINHA
035700     MOVE WS-LINHA-SEPARADOR TO REPORT-LINHA
035800     WRITE REPORT-LINHA.
035900 1000-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------*
036300* 1100-MES-ANTERIOR - PERIODO EM ZERO E O MES ANTERIOR AO  *
036400*                     DA DATA DO CICLO                     *
036500*----------------------------------------------------------*
036600 1100-MES-ANTERIOR.
036700     COMPUTE WS-PERIODO = WS-DATA-PROCESSO / 100
036800     IF WS-PER-MES = 1
036900         SUBTRACT 1 FROM WS-PER-ANO
037000         MOVE 12 TO WS-PER-MES
037100     ELSE
037200         SUBTRACT 1 FROM WS-PER-MES
037300     END-IF.
037400 1100-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------*
037800* 1500-CONTAR-POPULACAO - PRIMEIRA LEITURA DO DETALHE:     *
037900*                         CONTA OS PAGAMENTOS DO PERIODO,  *
038000*                         BASE DA SELECAO SEQUENCIAL       *
038100*----------------------------------------------------------*
038200 1500-CONTAR-POPULACAO.
038300     PERFORM 1900-ABRIR-DETALHE THRU 1900-EXIT
038400     PERFORM 2900-LER-DETALHE THRU 2900-EXIT
038500     PERFORM 1550-CONTAR-PAGAMENTO THRU 1550-EXIT
038600         UNTIL WS-FIM-DETALHE
038700     CLOSE PAGDET-FILE.
038800 1500-EXIT.
038900     EXIT.
039000
039100 1550-CONTAR-PAGAMENTO.
039200     PERFORM 2950-TESTAR-ELEGIVEL THRU 2950-EXIT
039300     IF WS-ELEGIVEL
039400         ADD 1 TO WS-CONT-POPULACAO
039500     END-IF
039600     PERFORM 2900-LER-DETALHE THRU 2900-EXIT.
039700 1550-EXIT.
039800     EXIT.
039900
040000 1900-ABRIR-DETALHE.
040100     MOVE 'N' TO WS-FIM-DETALHE-SW
040200     OPEN INPUT PAGDET-FILE
040300     IF WS-PAGDET-STATUS NOT = '00'
040400         DISPLAY 'DETALHE DE PAGAMENTOS INDISPONIVEL - STATUS: '
040500             WS-PAGDET-STATUS
040600         MOVE 12 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900 1900-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------*
041300* 2000-SELECIONAR - SEGUNDA LEITURA DO DETALHE, COM O      *
041400*                   SORTEIO, E LEITURA DO LOG DE           *
041500*                   AUDITORIA; AMBOS VAO PARA A            *
041600*                   ORDENACAO PELA REFERENCIA DO           *
041700*                   PAGAMENTO                              *
041800*----------------------------------------------------------*
041900 2000-SELECIONAR.
042000     PERFORM 1900-ABRIR-DETALHE THRU 1900-EXIT
042100     PERFORM 2900-LER-DETALHE THRU 2900-EXIT
042200     PERFORM 2100-LIBERAR-PAGAMENTO THRU 2100-EXIT
042300         UNTIL WS-FIM-DETALHE
042400     CLOSE PAGDET-FILE
042500
042600     OPEN INPUT AUDIT-FILE
042700     IF WS-AUDIT-STATUS NOT = '00'
042800         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL - STATUS: '
042900             WS-AUDIT-STATUS
043000         MOVE 12 TO RETURN-CODE
043100         STOP RUN
043200     END-IF
043300     PERFORM 2990-LER-AUDITORIA THRU 2990-EXIT
043400     PERFORM 2200-LIBERAR-AUDITORIA THRU 2200-EXIT
043500         UNTIL WS-FIM-AUDIT
043600     CLOSE AUDIT-FILE.
043700 2000-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------*
044100* 2100-LIBERAR-PAGAMENTO - PAGAMENTO SEM REFERENCIA DO     *
044200*                          SISTEMA VAI PELA CHAVE DO DETALHE*
044300*----------------------------------------------------------*
044400 2100-LIBERAR-PAGAMENTO.
044500     PERFORM 2950-TESTAR-ELEGIVEL THRU 2950-EXIT
044600     IF NOT WS-ELEGIVEL
044700         GO TO 2100-LER
044800     END-IF
044900     MOVE SPACES TO SORT-REC
045000     PERFORM 2150-SORTEAR THRU 2150-EXIT
045100     IF PAGD-REFERENCIA = SPACES
045200         MOVE PAGD-CHAVE TO SR-CHAVE
045300     ELSE
045400         MOVE PAGD-REFERENCIA TO SR-CHAVE
045500     END-IF
045600     MOVE '1' TO SR-TIPO
045700     MOVE ZERO TO SR-DATA
045800     MOVE ZERO TO SR-HORA
045900     MOVE PAGD-REC TO SR-DADOS
046000     RELEASE SORT-REC.
046100 2100-LER.
046200     PERFORM 2900-LER-DETALHE THRU 2900-EXIT.
046300 2100-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------*
046700* 2150-SORTEAR - SELECAO SEQUENCIAL: COM T PAGAMENTOS JA   *
046800*                VISTOS E M SORTEADOS, O PAGAMENTO         *
046900*                ENTRA SE U * (POPULACAO - T) < N - M,     *
047000*                COM U = X / MODULO; SAEM EXATAMENTE       *
047100*                N (OU TODOS, SE A POPULACAO FOR           *
047200*                MENOR)                                    *
047300*----------------------------------------------------------*
047400 2150-SORTEAR.
047500     MOVE 'N' TO SR-SORTEADO
047600     COMPUTE WS-PRODUTO = WS-ALEATORIO * WS-MULTIPLICADOR
047700     DIVIDE WS-PRODUTO BY WS-MODULO GIVING WS-QUOCIENTE
047800         REMAINDER WS-ALEATORIO
047900     IF WS-CONT-SORTEADOS < WS-TAMANHO-AMOSTRA
048000         COMPUTE WS-PRODUTO = WS-ALEATORIO
048100                            * (WS-CONT-POPULACAO - WS-CONT-VISTOS)
048200         COMPUTE WS-LIMIAR = (WS-TAMANHO-AMOSTRA
048300                           - WS-CONT-SORTEADOS) * WS-MODULO
048400         IF WS-PRODUTO < WS-LIMIAR
048500             MOVE 'S' TO SR-SORTEADO
048600             ADD 1 TO WS-CONT-SORTEADOS
048700         END-IF
048800     END-IF
048900     ADD 1 TO WS-CONT-VISTOS.
049000 2150-EXIT.
049100     EXIT.
049200
049300 2200-LIBERAR-AUDITORIA.
049400     IF AUDIT-REFERENCIA NOT = SPACES
049500         MOVE SPACES TO SORT-REC
049600         MOVE AUDIT-REFERENCIA TO SR-CHAVE
049700         MOVE '2' TO SR-TIPO
049800         MOVE AUDIT-DATA TO SR-DATA
049900         MOVE AUDIT-HORA TO SR-HORA
050000         MOVE AUDIT-REC TO SR-DADOS
050100         RELEASE SORT-REC
050200     END-IF
050300     PERFORM 2990-LER-AUDITORIA THRU 2990-EXIT.
050400 2200-EXIT.
050500     EXIT.
050600
050700 2900-LER-DETALHE.
050800     READ PAGDET-FILE NEXT
050900         AT END
051000             SET WS-FIM-DETALHE TO TRUE
051100     END-READ.
051200 2900-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------*
051600* 2950-TESTAR-ELEGIVEL - PAGAMENTO DO PERIODO CONFIRMADO,  *
051700*                        ENVIADO OU LIQUIDADO              *
051800*----------------------------------------------------------*
051900 2950-TESTAR-ELEGIVEL.
052000     MOVE 'N' TO WS-ELEGIVEL-SW
052100     IF PAGD-DATA NOT < WS-DATA-INICIO
052200        AND PAGD-DATA NOT > WS-DATA-FIM
052300        AND (PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-LIQUIDADO
052320             OR PAGD-DESVIADO OR PAGD-RELANCAR)
052400         SET WS-ELEGIVEL TO TRUE
052500     END-IF.
052600 2950-EXIT.
052700     EXIT.
052800
052900 2990-LER-AUDITORIA.
053000     READ AUDIT-FILE
053100         AT END
053200             SET WS-FIM-AUDIT TO TRUE
053300     END-READ.
053400 2990-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------*
053800* 3000-EMITIR-FOLHAS - PERCORRE OS GRUPOS DA MESMA         *
053900*                      REFERENCIA: O PAGAMENTO DO PERIODO  *
054000*                      E A SUA TRILHA DE AUDITORIA         *
054100*----------------------------------------------------------*
054200 3000-EMITIR-FOLHAS.
054300     PERFORM 3900-LER-SORT THRU 3900-EXIT
054400     PERFORM 3100-TRATAR-GRUPO THRU 3100-EXIT
054500         UNTIL WS-FIM-SORT.
054600 3000-EXIT.
054700     EXIT.
054800
054900 3100-TRATAR-GRUPO.
055000     MOVE SR-CHAVE TO WS-CHAVE-GRUPO
055100     MOVE 'N' TO WS-TEM-PAGTO-SW
055200     MOVE 'N' TO WS-SORTEIO-SW
055300     MOVE 'N' TO WS-RETENCAO-SW
055400     MOVE 'N' TO WS-TRILHA-CHEIA-SW
055500     MOVE ZERO TO WS-QTD-TRILHA
055600     PERFORM 3150-ACUMULAR-GRUPO THRU 3150-EXIT
055700         UNTIL WS-FIM-SORT
055800            OR SR-CHAVE NOT = WS-CHAVE-GRUPO
055900     IF WS-TEM-PAGTO
056000         PERFORM 3200-AVALIAR-CRITERIOS THRU 3200-EXIT
056100     END-IF.
056200 3100-EXIT.
056300     EXIT.
056400
056500 3150-ACUMULAR-GRUPO.
056600     IF SR-PAGAMENTO
056700         MOVE SR-DADOS TO AMP-REC
056800         MOVE SR-SORTEADO TO WS-SORTEIO-SW
056900         SET WS-TEM-PAGTO TO TRUE
057000     ELSE
057100         PERFORM 3160-GUARDAR-TRILHA THRU 3160-EXIT
057200     END-IF
057300     PERFORM 3900-LER-SORT THRU 3900-EXIT.
057400 3150-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------*
057800* 3160-GUARDAR-TRILHA - GUARDA O REGISTRO DE AUDITORIA E   *
057900*                       MARCA A PASSAGEM PELA RETENCAO OU  *
058000*                       PELA LIBERACAO DO SUPERVISOR       *
058100*----------------------------------------------------------*
058200 3160-GUARDAR-TRILHA.
058300     MOVE SR-DADOS TO TRL-REC
058400     IF TRL-ACAO = 'RETIDO' OR TRL-ACAO = 'LIBERADO'
058500        OR TRL-FLAG-ANTES = 'P'
058600         SET WS-PASSOU-RETENCAO TO TRUE
058700     END-IF
058800     IF WS-QTD-TRILHA < 50
058900         ADD 1 TO WS-QTD-TRILHA
059000         MOVE SR-DADOS TO WS-TRILHA-ENT (WS-QTD-TRILHA)
059100     ELSE
059200         SET WS-TRILHA-CHEIA TO TRUE
059300     END-IF.
059400 3160-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------*
059800* 3200-AVALIAR-CRITERIOS - APLICA OS QUATRO CRITERIOS; O   *
059900*                          PAGAMENTO QUE ATENDE A ALGUM VAI*
060000*                          PARA A FOLHA E PARA A AMOSTRA   *
060100*----------------------------------------------------------*
060200 3200-AVALIAR-CRITERIOS.
060300     MOVE SPACES TO AMO-REC
060400     MOVE SPACES TO FOL-CRIT-SORTEIO
060500     MOVE SPACES TO FOL-CRIT-VALOR
060600     MOVE SPACES TO FOL-CRIT-RETIDO
060700     MOVE SPACES TO FOL-CRIT-ORIGEM
060800     IF WS-FOI-SORTEADO
060900         MOVE 'S' TO AMO-CRIT-SORTEIO
061000         MOVE 'SORTEIO' TO FOL-CRIT-SORTEIO
061100     END-IF
061200     IF WS-LIMITE-VALOR > ZERO
061300        AND AMP-VALOR > WS-LIMITE-VALOR
061400         MOVE 'S' TO AMO-CRIT-VALOR
061500         MOVE 'VALOR' TO FOL-CRIT-VALOR
061600         ADD 1 TO WS-CONT-VALOR
061700     END-IF
061800     IF WS-PASSOU-RETENCAO
061900         MOVE 'S' TO AMO-CRIT-RETIDO
062000         MOVE 'RETENCAO' TO FOL-CRIT-RETIDO
062100         ADD 1 TO WS-CONT-RETIDOS
062200     END-IF
062300     IF AMP-ORIGEM = 'R'
062400         MOVE 'S' TO AMO-CRIT-ORIGEM
062500         MOVE 'RECICLO' TO FOL-CRIT-ORIGEM
062600         ADD 1 TO WS-CONT-ORIGEM
062700     END-IF
062800     IF AMP-ORIGEM = 'Q'
062900         MOVE 'S' TO AMO-CRIT-ORIGEM
063000         MOVE 'QUARENTENA' TO FOL-CRIT-ORIGEM
063100         ADD 1 TO WS-CONT-ORIGEM
063200     END-IF
063300     IF AMO-CRITERIOS = SPACES
063400         GO TO 3200-EXIT
063500     END-IF
063600     ADD 1 TO WS-CONT-AMOSTRA
063700     PERFORM 3300-EMITIR-FOLHA THRU 3300-EXIT
063800     PERFORM 3400-GRAVAR-AMOSTRA THRU 3400-EXIT.
063900 3200-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------*
064300* 3300-EMITIR-FOLHA - PAGAMENTO, CRITERIOS, FAVORECIDO NO  *
064400*                     CADASTRO, TRILHA DE AUDITORIA E      *
064500*                     ESPACO PARA O PARECER                *
064600*----------------------------------------------------------*
064700 3300-EMITIR-FOLHA.
064800     MOVE AMP-REFERENCIA TO FOL-REFERENCIA
064900     MOVE AMP-CONTA TO FOL-CONTA
065000     MOVE AMP-DATA TO FOL-DATA
065100     MOVE AMP-SEQ TO FOL-SEQ
065200     MOVE WS-FOLHA-PAGTO TO REPORT-LINHA
065300     WRITE REPORT-LINHA
065400     MOVE AMP-VALOR TO FOL-VALOR
065500     MOVE AMP-FLAG TO FOL-SITUACAO
065600     MOVE AMP-ORIGEM TO FOL-ORIGEM
065700     MOVE AMP-REF-CLIENTE TO FOL-REF-CLIENTE
065800     MOVE WS-FOLHA-VALOR TO REPORT-LINHA
065900     WRITE REPORT-LINHA
066000     MOVE WS-FOLHA-CRITERIOS TO REPORT-LINHA
066100     WRITE REPORT-LINHA
066200
066300     MOVE AMP-CONTA TO CAD-CONTA
066400     READ CADASTRO-FILE KEY IS CAD-CONTA
066500         INVALID KEY
066600             PERFORM 3320-EMITIR-FORA-CADASTRO THRU 3320-EXIT
066700         NOT INVALID KEY
066800             PERFORM 3310-EMITIR-FAVORECIDO THRU 3310-EXIT
066900     END-READ
067000
067100     MOVE WS-TRILHA-CABEC TO REPORT-LINHA
067200     WRITE REPORT-LINHA
067300     IF AMP-REFERENCIA = SPACES
067400         MOVE WS-TRILHA-SEM-REF TO REPORT-LINHA
067500         WRITE REPORT-LINHA
067600     ELSE
067700         IF WS-QTD-TRILHA = ZERO
067800             MOVE WS-TRILHA-VAZIA TO REPORT-LINHA
067900             WRITE REPORT-LINHA
068000         END-IF
068100     END-IF
068200     PERFORM 3350-EMITIR-TRILHA THRU 3350-EXIT
068300         VARYING WS-TRL-IDX FROM 1 BY 1
068400         UNTIL WS-TRL-IDX > WS-QTD-TRILHA
068500     IF WS-TRILHA-CHEIA
068600         MOVE WS-TRILHA-LIMITADA TO REPORT-LINHA
068700         WRITE REPORT-LINHA
068800     END-IF
068900
069000     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
069100     WRITE REPORT-LINHA
069200     MOVE WS-FOLHA-PARECER TO REPORT-LINHA
069300     WRITE REPORT-LINHA
069400     MOVE WS-LINHA-SEPARADOR TO REPORT-LINHA
069500     WRITE REPORT-LINHA.
069600 3300-EXIT.
069700     EXIT.
069800
069900 3310-EMITIR-FAVORECIDO.
070000     MOVE CAD-NOME TO FOL-NOME
070100     MOVE CAD-BANCO TO FOL-BANCO
070200     MOVE CAD-AGENCIA TO FOL-AGENCIA
070300     MOVE WS-FOLHA-FAVORECIDO TO REPORT-LINHA
070400     WRITE REPORT-LINHA
070500     MOVE CAD-DOCUMENTO TO FOL-DOCUMENTO
070600     MOVE CAD-TIPO-DOCUMENTO TO FOL-TIPO-DOC
070700     MOVE CAD-CATEGORIA-FISCAL TO FOL-CATEGORIA
070800     MOVE CAD-SITUACAO TO FOL-SIT-CONTA
070900     MOVE WS-FOLHA-DOCUMENTO TO REPORT-LINHA
071000     WRITE REPORT-LINHA.
071100 3310-EXIT.
071200     EXIT.
071300
071400 3320-EMITIR-FORA-CADASTRO.
071500     MOVE WS-FOLHA-FORA-CADASTRO TO REPORT-LINHA
071600     WRITE REPORT-LINHA.
071700 3320-EXIT.
071800     EXIT.
071900
072000 3350-EMITIR-TRILHA.
072100     MOVE WS-TRILHA-ENT (WS-TRL-IDX) TO TRL-REC
072200     MOVE TRL-DATA TO TRD-DATA
072300     MOVE TRL-HORA TO TRD-HORA
072400     MOVE TRL-ORIGEM TO TRD-ORIGEM
072500     MOVE TRL-ACAO TO TRD-ACAO
072600     MOVE TRL-FLAG-ANTES TO TRD-ANTES
072700     MOVE TRL-FLAG-DEPOIS TO TRD-DEPOIS
072800     MOVE TRL-VALOR TO TRD-VALOR
072900     MOVE TRL-DIGITADOR TO TRD-DIGITADOR
073000     MOVE TRL-APROVADOR TO TRD-APROVADOR
073100     MOVE WS-TRILHA-DETALHE TO REPORT-LINHA
073200     WRITE REPORT-LINHA.
073300 3350-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------*
073700* 3400-GRAVAR-AMOSTRA - GRAVA A CHAVE DO PAGAMENTO COM O   *
073800*                       PARECER EM BRANCO                  *
073900*----------------------------------------------------------*
074000 3400-GRAVAR-AMOSTRA.
074100     MOVE WS-PERIODO TO AMO-PERIODO
074200     MOVE AMP-REFERENCIA TO AMO-REFERENCIA
074300     MOVE AMP-CONTA TO AMO-CONTA
074400     MOVE AMP-DATA TO AMO-DATA
074500     MOVE AMP-SEQ TO AMO-SEQ
074600     MOVE AMP-VALOR TO AMO-VALOR
074700     MOVE SPACE TO AMO-PARECER
074800     MOVE SPACES TO AMO-AUDITOR
074900     MOVE ZERO TO AMO-DATA-PARECER
075000     MOVE SPACES TO AMO-OBSERVACAO
075100     WRITE AMO-REC.
075200 3400-EXIT.
075300     EXIT.
075400
075500 3900-LER-SORT.
075600     RETURN SORT-FILE
075700         AT END
075800             SET WS-FIM-SORT TO TRUE
075900     END-RETURN.
076000 3900-EXIT.
076100     EXIT.
076200
076300*----------------------------------------------------------*
076400* 8000-FINALIZAR - EMITE OS TOTAIS POR CRITERIO E FECHA    *
076500*                  OS ARQUIVOS                             *
076600*----------------------------------------------------------*
076700 8000-FINALIZAR.
076800     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
076900     WRITE REPORT-LINHA
077000     MOVE 'PAGAMENTOS DO PERIODO...: ' TO TOT-ROTULO
077100     MOVE WS-CONT-POPULACAO TO TOT-QTD
077200     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
077300     WRITE REPORT-LINHA
077400     MOVE 'SORTEADOS...............: ' TO TOT-ROTULO
077500     MOVE WS-CONT-SORTEADOS TO TOT-QTD
077600     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
077700     WRITE REPORT-LINHA
077800     MOVE 'ACIMA DO VALOR LIMITE...: ' TO TOT-ROTULO
077900     MOVE WS-CONT-VALOR TO TOT-QTD
078000     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
078100     WRITE REPORT-LINHA
078200     MOVE 'COM RETENCAO/LIBERACAO..: ' TO TOT-ROTULO
078300     MOVE WS-CONT-RETIDOS TO TOT-QTD
078400     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
078500     WRITE REPORT-LINHA
078600     MOVE 'RECICLO/QUARENTENA......: ' TO TOT-ROTULO
078700     MOVE WS-CONT-ORIGEM TO TOT-QTD
078800     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
078900     WRITE REPORT-LINHA
079000     MOVE 'TOTAL NA AMOSTRA........: ' TO TOT-ROTULO
079100     MOVE WS-CONT-AMOSTRA TO TOT-QTD
079200     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
079300     WRITE REPORT-LINHA
079400
079500     CLOSE CADASTRO-FILE
079600     CLOSE AMOSTRA-FILE
079700     CLOSE REPORT-FILE.
079800 8000-EXIT.
079900     EXIT.
080000
080100 END PROGRAM PAGAMOS.
