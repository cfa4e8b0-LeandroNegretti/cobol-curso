001700*                    PARA O CHECKLIST DA MANHA (PASSO A PASSO,   *
001800*                    COM SITUACAO, CONTADORES, TOTAIS E          *
001900*                    HORARIOS).                                  *
001910*                    NA ABERTURA CARREGA NO REGISTRO DO CICLO A  *
001920*                    TABELA DE SEQUENCIA DOS PASSOS (SEQPASSO),  *
001930*                    CONFERIDA PELO PAGCTRL A CADA PARTIDA; O    *
001940*                    RESUMO LISTA O RESULTADO DE CADA PASSO E OS *
001950*                    PASSOS AINDA BLOQUEADOS, COM O              *
001960*                    PRE-REQUISITO QUE FALTA.                    *
001962*                    O CICLO E A DATA MAIS A JANELA DO DIA       *
001964*                    (TERCEIRO CARTAO DA FUNCAO 'A'; EM BRANCO   *
001966*                    VALE 1): A JANELA 1 ABRE A DATA NOVA E CADA *
001968*                    JANELA SEGUINTE SO ABRE DEPOIS DE ENCERRADA *
001970*                    A ANTERIOR DA MESMA DATA. O FECHAMENTO      *
001972*                    ARQUIVA SO OS REGISTROS DA JANELA QUE       *
001974*                    ENCERRA E O RESUMO TRAZ O CONSOLIDADO DO    *
001976*                    DIA (JANELAS DO HISTORICO MAIS A CORRENTE). *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002360*                       HISTORICO CICLHIST (LAYOUT HISREC)       *
002380*                       ANTES QUE A ABERTURA SEGUINTE OS         *
002390*                       SOBRESCREVA; O PAGHIST LE O HISTORICO    *
002391*    2026-10-15 MAF     A FUNCAO 'A' CARREGA A TABELA DE         *
002392*                       SEQUENCIA DOS PASSOS (SEQPASSO) NO CICLO;*
002393*                       O RESUMO MOSTRA O RESULTADO DO PASSO E   *
002394*                       LISTA OS PASSOS BLOQUEADOS E POR QUAL    *
002395*                       PRE-REQUISITO                            *
002396*    2026-10-15 MAF     CICLO POR DATA E JANELA: TERCEIRO        *
002397*                       CARTAO DA ABERTURA (BRANCO = 1), JANELAS *
002398*                       ABERTAS EM ORDEM, FECHAMENTO ARQUIVA SO  *
002399*                       A JANELA QUE ENCERRA (E RECUSA CICLO JA  *
002400*                       ENCERRADO) E RESUMO COM A JANELA E O     *
002401*                       CONSOLIDADO DO DIA POR PASSO             *
002402*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004040     SELECT HISTORICO-FILE  ASSIGN TO CICLHIST
004060            ORGANIZATION IS LINE SEQUENTIAL
004080            FILE STATUS IS WS-HISTORICO-STATUS.
004082
004084     SELECT SEQUENCIA-FILE  ASSIGN TO SEQPASSO
004086            ORGANIZATION IS LINE SEQUENTIAL
004088            FILE STATUS IS WS-SEQUENCIA-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004940 FD  HISTORICO-FILE
004960     RECORD CONTAINS 80 CHARACTERS.
004980 COPY HISREC.
004982
004984 FD  SEQUENCIA-FILE
004986     RECORD CONTAINS 80 CHARACTERS.
004988 COPY SEQREC.
005000
005100 WORKING-STORAGE SECTION.
005200 77  WS-CONTROLE-STATUS          PIC X(02) VALUE SPACES.
005300 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
005350 77  WS-HISTORICO-STATUS         PIC X(02) VALUE SPACES.
005370 77  WS-SEQUENCIA-STATUS         PIC X(02) VALUE SPACES.
005400
005500 77  WS-FUNCAO                   PIC X(01) VALUE SPACE.
005600     88  WS-FUN-ABRIR                       VALUE 'A'.
005700     88  WS-FUN-FECHAR                      VALUE 'F'.
005800     88  WS-FUN-RELATORIO                   VALUE 'R'.
005900 77  WS-DATA-ABERTURA            PIC 9(08) VALUE ZERO.
005905 77  WS-DATA-CICLO               PIC 9(08) VALUE ZERO.
005910
005915 77  WS-QTD-REQUISITOS           PIC 9(02) VALUE ZERO.
005920 77  WS-REQ-IDX                  PIC 9(02) COMP VALUE ZERO.
005925 77  WS-QTD-BLOQUEADOS           PIC 9(03) COMP VALUE ZERO.
005930 77  WS-RESULTADO-EDT            PIC Z9.
005935 77  WS-MAXIMO-EDT               PIC Z9.
005940 01  WS-TABELA-REQUISITOS.
005945     05  WS-REQUISITO            OCCURS 30 TIMES.
005950         10  WS-REQ-PASSO        PIC X(08).
005955         10  WS-REQ-ANTERIOR     PIC X(08).
005960         10  WS-REQ-RESULTADO-MAX
005965                                 PIC 9(02).
005966
005967 77  WS-JANELA-CARTAO            PIC X(01) VALUE SPACE.
005968 77  WS-JANELA-ABERTURA          PIC 9(01) VALUE ZERO.
005969 77  WS-JANELA-ANTERIOR          PIC 9(01) VALUE ZERO.
005970 77  WS-JANELA-CICLO             PIC 9(01) VALUE ZERO.
005971 77  WS-SITUACAO-CICLO           PIC X(01) VALUE SPACE.
005972 77  WS-CON-IDX                  PIC 9(02) COMP VALUE ZERO.
005973 77  WS-CON-ACHADO               PIC 9(02) COMP VALUE ZERO.
005974 77  WS-QTD-CONSOLIDADO          PIC 9(02) COMP VALUE ZERO.
005975 77  WS-MAX-JANELA               PIC 9(01) VALUE ZERO.
005976 01  WS-TABELA-CONSOLIDADO.
005977     05  WS-CONSOLIDADO          OCCURS 40 TIMES.
005978         10  WS-CON-PASSO        PIC X(08).
005979         10  WS-CON-JANELAS      PIC 9(02) COMP.
005980         10  WS-CON-CONTADOR     PIC 9(09).
005981         10  WS-CON-TOTAL        PIC S9(13)V99.
005982         10  WS-CON-EXCECOES     PIC 9(07).
005983         10  WS-CON-RETIDOS      PIC 9(07).
006000
006100 COPY DATAREC.
006200
006500         88  WS-CICLO-ACHADO                VALUE 'S'.
006600     05  WS-FIM-CONTROLE-SW      PIC X(01) VALUE 'N'.
006700         88  WS-FIM-CONTROLE                VALUE 'S'.
006720     05  WS-FIM-SEQUENCIA-SW     PIC X(01) VALUE 'N'.
006740         88  WS-FIM-SEQUENCIA               VALUE 'S'.
006760     05  WS-PASSO-LIVRE-SW       PIC X(01) VALUE 'N'.
006780         88  WS-PASSO-LIVRE                 VALUE 'S'.
006785     05  WS-FIM-HISTORICO-SW     PIC X(01) VALUE 'N'.
006790         88  WS-FIM-HISTORICO               VALUE 'S'.
006800
006900 01  WS-LINHA-CABEC              PIC X(80) VALUE
007000     'RESUMO DO CICLO DIARIO DE PAGAMENTOS - PAGOPER'.
007010 01  WS-LINHA-CICLO.
007020     05  FILLER                  PIC X(16) VALUE
007030         'CICLO - DATA: '.
007040     05  CIC-DATA                PIC 9(08).
007050     05  FILLER                  PIC X(11) VALUE '  JANELA: '.
007060     05  CIC-JANELA              PIC 9(01).
007070     05  FILLER                  PIC X(13) VALUE '  SITUACAO: '.
007080     05  CIC-SITUACAO            PIC X(01).
007090     05  FILLER                  PIC X(30) VALUE SPACES.
007100 01  WS-LINHA-CABEC2.
007200     05  FILLER                  PIC X(10) VALUE 'PASSO'.
007300     05  FILLER                  PIC X(09) VALUE 'DATA'.
007320     05  FILLER                  PIC X(03) VALUE 'J'.
007400     05  FILLER                  PIC X(05) VALUE 'SIT'.
007500     05  FILLER                  PIC X(10) VALUE 'REGISTROS'.
007600     05  FILLER                  PIC X(16) VALUE 'TOTAL'.
007700     05  FILLER                  PIC X(10) VALUE 'INICIO'.
007800     05  FILLER                  PIC X(10) VALUE 'FIM'.
007820     05  FILLER                  PIC X(07) VALUE 'RC'.
007900
008000 01  WS-LINHA-DETALHE.
008100     05  DET-PASSO               PIC X(08).
008200     05  FILLER                  PIC X(02) VALUE SPACES.
008300     05  DET-DATA                PIC 9(08).
008320     05  FILLER                  PIC X(01) VALUE SPACES.
008340     05  DET-JANELA              PIC 9(01).
008400     05  FILLER                  PIC X(02) VALUE SPACES.
008500     05  DET-SITUACAO            PIC X(01).
008600     05  FILLER                  PIC X(04) VALUE SPACES.
009100     05  DET-HORA-INICIO         PIC 9(08).
009200     05  FILLER                  PIC X(02) VALUE SPACES.
009300     05  DET-HORA-FIM            PIC 9(08).
009305     05  FILLER                  PIC X(02) VALUE SPACES.
009310     05  DET-RESULTADO           PIC Z9.
009315
009320 01  WS-LINHA-CABEC-BLQ          PIC X(80) VALUE
009325     'PASSOS BLOQUEADOS - PRE-REQUISITO NAO CUMPRIDO NO CICLO'.
009330 01  WS-LINHA-BLOQUEIO.
009335     05  BLQ-PASSO               PIC X(08).
009340     05  FILLER                  PIC X(02) VALUE SPACES.
009345     05  BLQ-MOTIVO              PIC X(60).
009350 01  WS-LINHA-SEM-BLOQUEIO       PIC X(80) VALUE
009355     'NENHUM PASSO BLOQUEADO'.
009360 01  WS-LINHA-SEM-TABELA         PIC X(80) VALUE
009365     'CICLO SEM TABELA DE SEQUENCIA - NENHUM PASSO CONFERIDO'.
009366
009367 01  WS-LINHA-CABEC-CON.
009368     05  FILLER                  PIC X(30) VALUE
009369         'CONSOLIDADO DO DIA - DATA: '.
009370     05  CON-CAB-DATA            PIC 9(08).
009371     05  FILLER                  PIC X(16) VALUE
009372         '  ATE A JANELA: '.
009373     05  CON-CAB-JANELA          PIC 9(01).
009374     05  FILLER                  PIC X(25) VALUE SPACES.
009375 01  WS-LINHA-CABEC-CON2.
009376     05  FILLER                  PIC X(10) VALUE 'PASSO'.
009377     05  FILLER                  PIC X(05) VALUE 'JAN'.
009378     05  FILLER                  PIC X(11) VALUE 'REGISTROS'.
009379     05  FILLER                  PIC X(18) VALUE 'TOTAL'.
009380     05  FILLER                  PIC X(09) VALUE 'EXCECOES'.
009381     05  FILLER                  PIC X(27) VALUE 'RETIDOS'.
009382 01  WS-LINHA-CONSOLIDADO.
009383     05  CON-PASSO               PIC X(08).
009384     05  FILLER                  PIC X(02) VALUE SPACES.
009385     05  CON-JANELAS             PIC Z9.
009386     05  FILLER                  PIC X(03) VALUE SPACES.
009387     05  CON-CONTADOR            PIC Z(08)9.
009388     05  FILLER                  PIC X(02) VALUE SPACES.
009389     05  CON-TOTAL               PIC -(13)9,99.
009390     05  FILLER                  PIC X(02) VALUE SPACES.
009391     05  CON-EXCECOES            PIC Z(06)9.
009392     05  FILLER                  PIC X(02) VALUE SPACES.
009393     05  CON-RETIDOS             PIC Z(06)9.
009394 01  WS-LINHA-SEM-HISTORICO      PIC X(80) VALUE
009395     'HISTORICO DE CICLOS INDISPONIVEL - SO A JANELA CORRENTE'.
009400
009500 PROCEDURE DIVISION.
009600*----------------------------------------------------------*
012700     EXIT.
012800
012900*----------------------------------------------------------*
013000* 2000-ABRIR-CICLO - ABRE O CICLO PARA A DATA E A JANELA    *
013100*                    INFORMADAS, RECUSANDO CICLO JA         *
013200*                    PROCESSADO, JANELA FORA DE ORDEM OU    *
013220*                    CICLO ANTERIOR AINDA ABERTO            *
013300*----------------------------------------------------------*
013400 2000-ABRIR-CICLO.
013500     ACCEPT WS-DATA-ABERTURA FROM SYSIN
014100         MOVE 8 TO RETURN-CODE
014200         GO TO 2000-EXIT
014300     END-IF
014320     PERFORM 2450-OBTER-JANELA THRU 2450-EXIT
014340     IF WS-JANELA-ABERTURA = ZERO
014360         GO TO 2000-EXIT
014380     END-IF
014400
014500     PERFORM 2500-LER-CICLO THRU 2500-EXIT
014600     IF WS-CICLO-ACHADO
014700         IF NOT CTRL-ENCERRADO
014800             DISPLAY 'CICLO ANTERIOR AINDA ABERTO - DATA: '
014900                 CTRL-DATA-PROCESSO ' JANELA: ' CTRL-JANELA
015000             MOVE 8 TO RETURN-CODE
015100             GO TO 2000-EXIT
015200         END-IF
015300         IF CTRL-DATA-PROCESSO = WS-DATA-ABERTURA
015320            AND CTRL-JANELA NOT < WS-JANELA-ABERTURA
015400             DISPLAY 'CICLO JA PROCESSADO PARA A DATA: '
015500                 WS-DATA-ABERTURA ' JANELA: ' WS-JANELA-ABERTURA
015600             MOVE 8 TO RETURN-CODE
015700             GO TO 2000-EXIT
015800         END-IF
015900     END-IF
015905
015910*    JANELA 2 EM DIANTE SO ABRE NA MESMA DATA, LOGO APOS A
015915*    JANELA ANTERIOR ENCERRADA; A JANELA 1 ABRE A DATA NOVA
015920     MOVE ZERO TO WS-JANELA-ANTERIOR
015925     IF WS-CICLO-ACHADO
015930        AND CTRL-DATA-PROCESSO = WS-DATA-ABERTURA
015935         MOVE CTRL-JANELA TO WS-JANELA-ANTERIOR
015940     END-IF
015945     IF WS-JANELA-ANTERIOR + 1 NOT = WS-JANELA-ABERTURA
015950         DISPLAY 'JANELA FORA DE ORDEM - DATA: ' WS-DATA-ABERTURA
015955             ' JANELA: ' WS-JANELA-ABERTURA
015960             ' ULTIMA ENCERRADA NA DATA: ' WS-JANELA-ANTERIOR
015965         MOVE 8 TO RETURN-CODE
015970         GO TO 2000-EXIT
015975     END-IF
016000
016100     MOVE 'CICLO' TO CTRL-CHAVE
016200     MOVE WS-DATA-ABERTURA TO CTRL-DATA-PROCESSO
016220     MOVE WS-JANELA-ABERTURA TO CTRL-JANELA
016300     MOVE 'A' TO CTRL-SITUACAO
016400     MOVE ZERO TO CTRL-CONTADOR
016500     MOVE ZERO TO CTRL-TOTAL
016700     MOVE ZERO TO CTRL-HORA-FIM
016720     MOVE ZERO TO CTRL-EXCECOES
016740     MOVE ZERO TO CTRL-RETIDOS
016760     MOVE ZERO TO CTRL-RESULTADO
016780     PERFORM 2200-CARREGAR-SEQUENCIA THRU 2200-EXIT
016800     IF WS-CICLO-ACHADO
016900         REWRITE CTRL-REC
017000     ELSE
017100         WRITE CTRL-REC
017200     END-IF
017300     DISPLAY 'CICLO ABERTO PARA A DATA: ' WS-DATA-ABERTURA
017320         ' JANELA: ' WS-JANELA-ABERTURA.
017400 2000-EXIT.
017500     EXIT.
017501
017502*----------------------------------------------------------*
017503* 2200-CARREGAR-SEQUENCIA - CARREGA A TABELA DE SEQUENCIA   *
017504*                           DOS PASSOS NO REGISTRO DO       *
017505*                           CICLO. SEM O SEQPASSO O CICLO   *
017506*                           ABRE SEM CONFERENCIA (RC = 4)   *
017507*----------------------------------------------------------*
017508 2200-CARREGAR-SEQUENCIA.
017509     MOVE ZERO TO CTRL-QTD-REQUISITOS
017510     MOVE SPACES TO CTRL-REQUISITOS
017511     OPEN INPUT SEQUENCIA-FILE
017512     IF WS-SEQUENCIA-STATUS NOT = '00'
017513         DISPLAY 'SEQPASSO AUSENTE - CICLO SEM CONFERENCIA DE '
017514             'SEQUENCIA DOS PASSOS'
017515         MOVE 4 TO RETURN-CODE
017516         GO TO 2200-EXIT
017517     END-IF
017518     MOVE 'N' TO WS-FIM-SEQUENCIA-SW
017519     PERFORM 2300-LER-SEQUENCIA THRU 2300-EXIT
017520     PERFORM 2400-GUARDAR-REQUISITO THRU 2400-EXIT
017521         UNTIL WS-FIM-SEQUENCIA
017522     CLOSE SEQUENCIA-FILE
017523     DISPLAY 'PRE-REQUISITOS DE SEQUENCIA CARREGADOS: '
017524         CTRL-QTD-REQUISITOS.
017525 2200-EXIT.
017526     EXIT.
017527
017528 2300-LER-SEQUENCIA.
017529     READ SEQUENCIA-FILE
017530         AT END
017531             SET WS-FIM-SEQUENCIA TO TRUE
017532     END-READ.
017533 2300-EXIT.
017534     EXIT.
017535
017536 2400-GUARDAR-REQUISITO.
017537     IF SEQ-PASSO = SPACES
017538        OR SEQ-ANTERIOR = SPACES
017539        OR SEQ-RESULTADO-MAX NOT NUMERIC
017540         DISPLAY 'CARTAO DE SEQUENCIA INVALIDO - IGNORADO: '
017541             SEQ-REC (1:18)
017542         MOVE 4 TO RETURN-CODE
017543     ELSE
017544         IF CTRL-QTD-REQUISITOS < 30
017545             ADD 1 TO CTRL-QTD-REQUISITOS
017546             MOVE SEQ-PASSO
017547                 TO CTRL-REQ-PASSO (CTRL-QTD-REQUISITOS)
017548             MOVE SEQ-ANTERIOR
017549                 TO CTRL-REQ-ANTERIOR (CTRL-QTD-REQUISITOS)
017550             MOVE SEQ-RESULTADO-MAX
017551                 TO CTRL-REQ-RESULTADO-MAX (CTRL-QTD-REQUISITOS)
017552         ELSE
017553             DISPLAY 'TABELA DE SEQUENCIA CHEIA - IGNORADO: '
017554                 SEQ-REC (1:18)
017555             MOVE 4 TO RETURN-CODE
017556         END-IF
017557     END-IF
017558     PERFORM 2300-LER-SEQUENCIA THRU 2300-EXIT.
017559 2400-EXIT.
017560     EXIT.
017561
017562*----------------------------------------------------------*
017563* 2450-OBTER-JANELA - LE A JANELA DO TERCEIRO CARTAO; EM    *
017564*                     BRANCO (SYSIN SO COM FUNCAO E DATA)   *
017565*                     VALE A JANELA 1. JANELA INVALIDA      *
017566*                     VOLTA ZERO COM RC = 8                 *
017567*----------------------------------------------------------*
017568 2450-OBTER-JANELA.
017569     MOVE SPACE TO WS-JANELA-CARTAO
017570     ACCEPT WS-JANELA-CARTAO FROM SYSIN
017571     IF WS-JANELA-CARTAO = SPACE
017572         MOVE 1 TO WS-JANELA-ABERTURA
017573         GO TO 2450-EXIT
017574     END-IF
017575     IF WS-JANELA-CARTAO NOT NUMERIC
017576        OR WS-JANELA-CARTAO = '0'
017577         DISPLAY 'JANELA DE ABERTURA INVALIDA: ' WS-JANELA-CARTAO
017578         MOVE ZERO TO WS-JANELA-ABERTURA
017579         MOVE 8 TO RETURN-CODE
017580         GO TO 2450-EXIT
017581     END-IF
017582     MOVE WS-JANELA-CARTAO TO WS-JANELA-ABERTURA.
017583 2450-EXIT.
017584     EXIT.
017600
017700 2500-LER-CICLO.
017800     MOVE 'N' TO WS-CICLO-ACHADO-SW
018200             CONTINUE
018300         NOT INVALID KEY
018400             SET WS-CICLO-ACHADO TO TRUE
018420             IF CTRL-JANELA NOT NUMERIC
018440                OR CTRL-JANELA = ZERO
018460                 MOVE 1 TO CTRL-JANELA
018480             END-IF
018500     END-READ.
018600 2500-EXIT.
018700     EXIT.
018800
018900*----------------------------------------------------------*
019000* 3000-FECHAR-CICLO - ENCERRA O CICLO CORRENTE (DATA E     *
019020*                     JANELA) E O ARQUIVA NO HISTORICO      *
019100*----------------------------------------------------------*
019200 3000-FECHAR-CICLO.
019300     PERFORM 2500-LER-CICLO THRU 2500-EXIT
019600         MOVE 8 TO RETURN-CODE
019700         GO TO 3000-EXIT
019800     END-IF
019810     IF CTRL-ENCERRADO
019820         DISPLAY 'CICLO JA ENCERRADO - DATA: ' CTRL-DATA-PROCESSO
019830             ' JANELA: ' CTRL-JANELA
019840         MOVE 8 TO RETURN-CODE
019850         GO TO 3000-EXIT
019860     END-IF
019870     MOVE CTRL-DATA-PROCESSO TO WS-DATA-CICLO
019880     MOVE CTRL-JANELA TO WS-JANELA-CICLO
019900     MOVE 'E' TO CTRL-SITUACAO
020000     ACCEPT CTRL-HORA-FIM FROM TIME
020100     REWRITE CTRL-REC
020150     PERFORM 3500-ARQUIVAR-CICLO THRU 3500-EXIT
020200     DISPLAY 'CICLO ENCERRADO - DATA: ' WS-DATA-CICLO
020220         ' JANELA: ' WS-JANELA-CICLO.
020300 3000-EXIT.
020400     EXIT.
020410
020420*----------------------------------------------------------*
020430* 3500-ARQUIVAR-CICLO - COPIA OS REGISTROS DO CONTROLE DA  *
020440*                       DATA E JANELA QUE ENCERRA (CICLO E  *
020450*                       PASSOS) PARA O HISTORICO, ANTES QUE *
020460*                       A ABERTURA SEGUINTE OS SOBRESCREVA  *
020470*----------------------------------------------------------*
020480 3500-ARQUIVAR-CICLO.
020490     OPEN EXTEND HISTORICO-FILE
020650 3500-EXIT.
020660     EXIT.
020670
020672*    PASSO QUE NAO RODOU NESTA JANELA JA ESTA NO HISTORICO
020674*    PELA JANELA EM QUE RODOU - NAO E COPIADO DE NOVO
020680 3600-ARQUIVAR-PASSO.
020682     IF CTRL-DATA-PROCESSO NOT = WS-DATA-CICLO
020684        OR CTRL-JANELA NOT = WS-JANELA-CICLO
020686         GO TO 3600-LER
020688     END-IF
020690     MOVE SPACES TO HIS-REC
020700     MOVE CTRL-DATA-PROCESSO TO HIS-DATA
020710     MOVE CTRL-CHAVE TO HIS-PASSO
020740     MOVE CTRL-TOTAL TO HIS-TOTAL
020750     MOVE CTRL-EXCECOES TO HIS-EXCECOES
020760     MOVE CTRL-RETIDOS TO HIS-RETIDOS
020765     MOVE CTRL-RESULTADO TO HIS-RESULTADO
020770     MOVE CTRL-HORA-INICIO TO HIS-HORA-INICIO
020780     MOVE CTRL-HORA-FIM TO HIS-HORA-FIM
020785     MOVE CTRL-JANELA TO HIS-JANELA
020790     WRITE HIS-REC.
020795 3600-LER.
020800     PERFORM 4900-LER-CONTROLE THRU 4900-EXIT.
020810 3600-EXIT.
020820     EXIT.
020830
020832*----------------------------------------------------------*
020834* 4000-EMITIR-RESUMO - LISTA O CICLO E CADA PASSO COM       *
020836*                      SITUACAO, CONTADOR, TOTAL, HORARIOS  *
020900*                      E RESULTADO, OS PASSOS BLOQUEADOS E  *
020920*                      O CONSOLIDADO DO DIA, PARA O         *
020940*                      CHECKLIST DA MANHA                   *
021000*----------------------------------------------------------*
021100 4000-EMITIR-RESUMO.
021200     OPEN OUTPUT REPORT-FILE
021300     MOVE WS-LINHA-CABEC TO REPORT-LINHA
021400     WRITE REPORT-LINHA
021405     MOVE ZERO TO WS-DATA-CICLO
021410     MOVE ZERO TO WS-JANELA-CICLO
021415     MOVE SPACE TO WS-SITUACAO-CICLO
021420     PERFORM 2500-LER-CICLO THRU 2500-EXIT
021425     IF WS-CICLO-ACHADO
021430         MOVE CTRL-DATA-PROCESSO TO WS-DATA-CICLO
021435         MOVE CTRL-JANELA TO WS-JANELA-CICLO
021440         MOVE CTRL-SITUACAO TO WS-SITUACAO-CICLO
021445     END-IF
021450     MOVE WS-DATA-CICLO TO CIC-DATA
021455     MOVE WS-JANELA-CICLO TO CIC-JANELA
021460     MOVE WS-SITUACAO-CICLO TO CIC-SITUACAO
021465     MOVE WS-LINHA-CICLO TO REPORT-LINHA
021470     WRITE REPORT-LINHA
021500     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
021600     WRITE REPORT-LINHA
021700
022600         PERFORM 4100-LISTAR-PASSO THRU 4100-EXIT
022700             UNTIL WS-FIM-CONTROLE
022800     END-IF
022820     PERFORM 4500-LISTAR-BLOQUEIOS THRU 4500-EXIT
022840     IF WS-CICLO-ACHADO
022860         PERFORM 4700-CONSOLIDAR-DIA THRU 4700-EXIT
022880     END-IF
022900     CLOSE REPORT-FILE.
023000 4000-EXIT.
023100     EXIT.
023300 4100-LISTAR-PASSO.
023400     MOVE CTRL-CHAVE TO DET-PASSO
023500     MOVE CTRL-DATA-PROCESSO TO DET-DATA
023510     IF CTRL-JANELA NUMERIC
023520         MOVE CTRL-JANELA TO DET-JANELA
023530     ELSE
023540         MOVE ZERO TO DET-JANELA
023550     END-IF
023600     MOVE CTRL-SITUACAO TO DET-SITUACAO
023700     MOVE CTRL-CONTADOR TO DET-CONTADOR
023800     MOVE CTRL-TOTAL TO DET-TOTAL
023900     MOVE CTRL-HORA-INICIO TO DET-HORA-INICIO
024000     MOVE CTRL-HORA-FIM TO DET-HORA-FIM
024020     MOVE CTRL-RESULTADO TO DET-RESULTADO
024100     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
024200     WRITE REPORT-LINHA
024300     PERFORM 4900-LER-CONTROLE THRU 4900-EXIT.
024400 4100-EXIT.
024500     EXIT.
024501
024502*----------------------------------------------------------*
024503* 4500-LISTAR-BLOQUEIOS - PERCORRE A TABELA DE SEQUENCIA DO *
024504*                         CICLO E LISTA CADA PASSO AINDA    *
024505*                         NAO INICIADO CUJO PRE-REQUISITO   *
024506*                         NAO ESTA CUMPRIDO, COM O MOTIVO   *
024507*                         QUE O PAGCTRL DARIA NA PARTIDA    *
024508*----------------------------------------------------------*
024509 4500-LISTAR-BLOQUEIOS.
024511     MOVE SPACES TO REPORT-LINHA
024512     WRITE REPORT-LINHA
024513     MOVE WS-LINHA-CABEC-BLQ TO REPORT-LINHA
024514     WRITE REPORT-LINHA
024515     PERFORM 2500-LER-CICLO THRU 2500-EXIT
024516     IF NOT WS-CICLO-ACHADO
024517        OR CTRL-QTD-REQUISITOS NOT NUMERIC
024518        OR CTRL-QTD-REQUISITOS = ZERO
024519         MOVE WS-LINHA-SEM-TABELA TO REPORT-LINHA
024520         WRITE REPORT-LINHA
024521         GO TO 4500-EXIT
024522     END-IF
024523     MOVE CTRL-DATA-PROCESSO TO WS-DATA-CICLO
024524     MOVE CTRL-JANELA TO WS-JANELA-CICLO
024525     MOVE CTRL-QTD-REQUISITOS TO WS-QTD-REQUISITOS
024526     IF WS-QTD-REQUISITOS > 30
024527         MOVE 30 TO WS-QTD-REQUISITOS
024528     END-IF
024529     MOVE CTRL-REQUISITOS TO WS-TABELA-REQUISITOS
024530     MOVE ZERO TO WS-QTD-BLOQUEADOS
024531     PERFORM 4600-CONFERIR-REQUISITO THRU 4600-EXIT
024532         VARYING WS-REQ-IDX FROM 1 BY 1
024533         UNTIL WS-REQ-IDX > WS-QTD-REQUISITOS
024534     IF WS-QTD-BLOQUEADOS = ZERO
024535         MOVE WS-LINHA-SEM-BLOQUEIO TO REPORT-LINHA
024536         WRITE REPORT-LINHA
024537     END-IF.
024538 4500-EXIT.
024539     EXIT.
024540
024541*----------------------------------------------------------*
024542* 4600-CONFERIR-REQUISITO - PASSO JA INICIADO OU TERMINADO  *
024543*                           NA JANELA NAO ESTA BLOQUEADO;   *
024544*                           SENAO CONFERE O PRE-REQUISITO   *
024545*                           COMO O PAGCTRL NA FUNCAO 'I'    *
024546*----------------------------------------------------------*
024547 4600-CONFERIR-REQUISITO.
024548     MOVE 'N' TO WS-PASSO-LIVRE-SW
024549     MOVE WS-REQ-PASSO (WS-REQ-IDX) TO CTRL-CHAVE
024550     READ CONTROLE-FILE KEY IS CTRL-CHAVE
024551         INVALID KEY
024552             CONTINUE
024553         NOT INVALID KEY
024554             IF CTRL-DATA-PROCESSO = WS-DATA-CICLO
024555                AND CTRL-JANELA = WS-JANELA-CICLO
024556                AND (CTRL-INICIADO OR CTRL-TERMINADO)
024557                 SET WS-PASSO-LIVRE TO TRUE
024558             END-IF
024559     END-READ
024560     IF WS-PASSO-LIVRE
024561         GO TO 4600-EXIT
024562     END-IF
024563
024564     MOVE SPACES TO BLQ-MOTIVO
024565     MOVE WS-REQ-ANTERIOR (WS-REQ-IDX) TO CTRL-CHAVE
024566     READ CONTROLE-FILE KEY IS CTRL-CHAVE
024567         INVALID KEY
024568             MOVE ZERO TO CTRL-DATA-PROCESSO
024569             MOVE ZERO TO CTRL-JANELA
024570     END-READ
024571     IF CTRL-JANELA NOT NUMERIC
024572         MOVE ZERO TO CTRL-JANELA
024573     END-IF
024574     IF CTRL-RESULTADO NOT NUMERIC
024575         MOVE ZERO TO CTRL-RESULTADO
024576     END-IF
024577     EVALUATE TRUE
024578         WHEN CTRL-DATA-PROCESSO NOT = WS-DATA-CICLO
024579           OR CTRL-JANELA NOT = WS-JANELA-CICLO
024580             STRING 'AGUARDA ' DELIMITED BY SIZE
024581                 WS-REQ-ANTERIOR (WS-REQ-IDX) DELIMITED BY SPACE
024582                 ' - NAO EXECUTADO NA JANELA' DELIMITED BY SIZE
024583                 INTO BLQ-MOTIVO
024584             END-STRING
024585         WHEN NOT CTRL-TERMINADO
024586             STRING 'AGUARDA ' DELIMITED BY SIZE
024587                 WS-REQ-ANTERIOR (WS-REQ-IDX) DELIMITED BY SPACE
024588                 ' - INICIADO E NAO TERMINADO' DELIMITED BY SIZE
024589                 INTO BLQ-MOTIVO
024590             END-STRING
024591         WHEN CTRL-RESULTADO > WS-REQ-RESULTADO-MAX (WS-REQ-IDX)
024592             MOVE CTRL-RESULTADO TO WS-RESULTADO-EDT
024593             MOVE WS-REQ-RESULTADO-MAX (WS-REQ-IDX)
024594                 TO WS-MAXIMO-EDT
024595             STRING 'AGUARDA ' DELIMITED BY SIZE
024596                 WS-REQ-ANTERIOR (WS-REQ-IDX) DELIMITED BY SPACE
024597                 ' - TERMINOU COM RESULTADO ' DELIMITED BY SIZE
024598                 WS-RESULTADO-EDT DELIMITED BY SIZE
024599                 ' (MAXIMO ' DELIMITED BY SIZE
024600                 WS-MAXIMO-EDT DELIMITED BY SIZE
024601                 ')' DELIMITED BY SIZE
024602                 INTO BLQ-MOTIVO
024603             END-STRING
024604         WHEN OTHER
024605             CONTINUE
024606     END-EVALUATE
024607     IF BLQ-MOTIVO NOT = SPACES
024608         ADD 1 TO WS-QTD-BLOQUEADOS
024609         MOVE WS-REQ-PASSO (WS-REQ-IDX) TO BLQ-PASSO
024610         MOVE WS-LINHA-BLOQUEIO TO REPORT-LINHA
024611         WRITE REPORT-LINHA
024612     END-IF.
024613 4600-EXIT.
024614     EXIT.
024615
024616*----------------------------------------------------------*
024617* 4700-CONSOLIDAR-DIA - SOMA POR PASSO AS JANELAS DA DATA   *
024618*                       DO CICLO: AS JA ENCERRADAS, DO      *
024619*                       HISTORICO, E A CORRENTE, DO         *
024620*                       CONTROLE, ENQUANTO NAO ENCERRADA    *
024621*                       (DEPOIS DE ENCERRADA ELA JA ESTA NO *
024622*                       HISTORICO)                          *
024623*----------------------------------------------------------*
024624 4700-CONSOLIDAR-DIA.
024625     MOVE ZERO TO WS-QTD-CONSOLIDADO
024626     MOVE ZERO TO WS-MAX-JANELA
024627     MOVE SPACES TO REPORT-LINHA
024628     WRITE REPORT-LINHA
024629     OPEN INPUT HISTORICO-FILE
024630     IF WS-HISTORICO-STATUS = '00'
024631         MOVE 'N' TO WS-FIM-HISTORICO-SW
024632         PERFORM 4790-LER-HISTORICO THRU 4790-EXIT
024633         PERFORM 4710-SOMAR-HISTORICO THRU 4710-EXIT
024634             UNTIL WS-FIM-HISTORICO
024635         CLOSE HISTORICO-FILE
024636     ELSE
024637         MOVE WS-LINHA-SEM-HISTORICO TO REPORT-LINHA
024638         WRITE REPORT-LINHA
024639     END-IF
024640
024641     IF WS-SITUACAO-CICLO NOT = 'E'
024642         MOVE 'N' TO WS-FIM-CONTROLE-SW
024643         MOVE LOW-VALUES TO CTRL-CHAVE
024644         START CONTROLE-FILE KEY IS NOT LESS THAN CTRL-CHAVE
024645             INVALID KEY
024646                 SET WS-FIM-CONTROLE TO TRUE
024647         END-START
024648         IF NOT WS-FIM-CONTROLE
024649             PERFORM 4900-LER-CONTROLE THRU 4900-EXIT
024650             PERFORM 4720-SOMAR-CONTROLE THRU 4720-EXIT
024651                 UNTIL WS-FIM-CONTROLE
024652         END-IF
024653     END-IF
024654
024655     MOVE WS-DATA-CICLO TO CON-CAB-DATA
024656     MOVE WS-MAX-JANELA TO CON-CAB-JANELA
024657     MOVE WS-LINHA-CABEC-CON TO REPORT-LINHA
024658     WRITE REPORT-LINHA
024659     MOVE WS-LINHA-CABEC-CON2 TO REPORT-LINHA
024660     WRITE REPORT-LINHA
024661     PERFORM 4780-LISTAR-CONSOLIDADO THRU 4780-EXIT
024662         VARYING WS-CON-IDX FROM 1 BY 1
024663         UNTIL WS-CON-IDX > WS-QTD-CONSOLIDADO.
024664 4700-EXIT.
024665     EXIT.
024666
024667*    REGISTRO ANTERIOR A JANELA (HIS-JANELA EM BRANCO) E A
024668*    JANELA 1 DA DATA
024669 4710-SOMAR-HISTORICO.
024670     IF HIS-DATA NOT NUMERIC
024671        OR HIS-DATA NOT = WS-DATA-CICLO
024672         GO TO 4710-LER
024673     END-IF
024674     IF HIS-JANELA NOT NUMERIC
024675        OR HIS-JANELA = ZERO
024676         MOVE 1 TO HIS-JANELA
024677     END-IF
024678     MOVE HIS-PASSO TO CTRL-CHAVE
024679     PERFORM 4750-LOCALIZAR-PASSO THRU 4750-EXIT
024680     IF WS-CON-ACHADO > ZERO
024681         ADD 1 TO WS-CON-JANELAS (WS-CON-ACHADO)
024682         IF HIS-CONTADOR NUMERIC
024683             ADD HIS-CONTADOR TO WS-CON-CONTADOR (WS-CON-ACHADO)
024684         END-IF
024685         IF HIS-TOTAL NUMERIC
024686             ADD HIS-TOTAL TO WS-CON-TOTAL (WS-CON-ACHADO)
024687         END-IF
024688         IF HIS-EXCECOES NUMERIC
024689             ADD HIS-EXCECOES TO WS-CON-EXCECOES (WS-CON-ACHADO)
024690         END-IF
024691         IF HIS-RETIDOS NUMERIC
024692             ADD HIS-RETIDOS TO WS-CON-RETIDOS (WS-CON-ACHADO)
024693         END-IF
024694     END-IF
024695     IF HIS-JANELA > WS-MAX-JANELA
024696         MOVE HIS-JANELA TO WS-MAX-JANELA
024697     END-IF.
024698 4710-LER.
024699     PERFORM 4790-LER-HISTORICO THRU 4790-EXIT.
024700 4710-EXIT.
024701     EXIT.
024702
024703 4720-SOMAR-CONTROLE.
024704     IF CTRL-DATA-PROCESSO NOT = WS-DATA-CICLO
024705        OR CTRL-JANELA NOT = WS-JANELA-CICLO
024706         GO TO 4720-LER
024707     END-IF
024708     PERFORM 4750-LOCALIZAR-PASSO THRU 4750-EXIT
024709     IF WS-CON-ACHADO > ZERO
024710         ADD 1 TO WS-CON-JANELAS (WS-CON-ACHADO)
024711         ADD CTRL-CONTADOR TO WS-CON-CONTADOR (WS-CON-ACHADO)
024712         ADD CTRL-TOTAL TO WS-CON-TOTAL (WS-CON-ACHADO)
024713         ADD CTRL-EXCECOES TO WS-CON-EXCECOES (WS-CON-ACHADO)
024714         ADD CTRL-RETIDOS TO WS-CON-RETIDOS (WS-CON-ACHADO)
024715     END-IF
024716     IF CTRL-JANELA > WS-MAX-JANELA
024717         MOVE CTRL-JANELA TO WS-MAX-JANELA
024718     END-IF.
024719 4720-LER.
024720     PERFORM 4900-LER-CONTROLE THRU 4900-EXIT.
024721 4720-EXIT.
024722     EXIT.
024723
024724*----------------------------------------------------------*
024725* 4750-LOCALIZAR-PASSO - PROCURA NA TABELA O PASSO DE       *
024726*                        CTRL-CHAVE E O INCLUI SE FOR NOVO; *
024727*                        TABELA CHEIA DEVOLVE ZERO          *
024728*----------------------------------------------------------*
024729 4750-LOCALIZAR-PASSO.
024730     MOVE ZERO TO WS-CON-ACHADO
024731     PERFORM 4760-COMPARAR-PASSO THRU 4760-EXIT
024732         VARYING WS-CON-IDX FROM 1 BY 1
024733         UNTIL WS-CON-IDX > WS-QTD-CONSOLIDADO
024734            OR WS-CON-ACHADO > ZERO
024735     IF WS-CON-ACHADO > ZERO
024736         GO TO 4750-EXIT
024737     END-IF
024738     IF WS-QTD-CONSOLIDADO NOT < 40
024739         GO TO 4750-EXIT
024740     END-IF
024741     ADD 1 TO WS-QTD-CONSOLIDADO
024742     MOVE WS-QTD-CONSOLIDADO TO WS-CON-ACHADO
024743     MOVE CTRL-CHAVE TO WS-CON-PASSO (WS-CON-ACHADO)
024744     MOVE ZERO TO WS-CON-JANELAS (WS-CON-ACHADO)
024745     MOVE ZERO TO WS-CON-CONTADOR (WS-CON-ACHADO)
024746     MOVE ZERO TO WS-CON-TOTAL (WS-CON-ACHADO)
024747     MOVE ZERO TO WS-CON-EXCECOES (WS-CON-ACHADO)
024748     MOVE ZERO TO WS-CON-RETIDOS (WS-CON-ACHADO).
024749 4750-EXIT.
024750     EXIT.
024751
024752 4760-COMPARAR-PASSO.
024753     IF WS-CON-PASSO (WS-CON-IDX) = CTRL-CHAVE
024754         MOVE WS-CON-IDX TO WS-CON-ACHADO
024755     END-IF.
024756 4760-EXIT.
024757     EXIT.
024758
024759 4780-LISTAR-CONSOLIDADO.
024760     MOVE WS-CON-PASSO (WS-CON-IDX) TO CON-PASSO
024761     MOVE WS-CON-JANELAS (WS-CON-IDX) TO CON-JANELAS
024762     MOVE WS-CON-CONTADOR (WS-CON-IDX) TO CON-CONTADOR
024763     MOVE WS-CON-TOTAL (WS-CON-IDX) TO CON-TOTAL
024764     MOVE WS-CON-EXCECOES (WS-CON-IDX) TO CON-EXCECOES
024765     MOVE WS-CON-RETIDOS (WS-CON-IDX) TO CON-RETIDOS
024766     MOVE WS-LINHA-CONSOLIDADO TO REPORT-LINHA
024767     WRITE REPORT-LINHA.
024768 4780-EXIT.
024769     EXIT.
024770
024771 4790-LER-HISTORICO.
024772     READ HISTORICO-FILE
024773         AT END
024774             SET WS-FIM-HISTORICO TO TRUE
024775     END-READ.
024776 4790-EXIT.
024777     EXIT.
024778
024779 4900-LER-CONTROLE.
024800     READ CONTROLE-FILE NEXT
024900         AT END
025000             SET WS-FIM-CONTROLE TO TRUE
