001800*                    NO DETALHE E NO MESTRE, PARA QUE A          *
001900*                    CONCILIACAO DISTINGA CONFIRMADO NUNCA       *
002000*                    ENVIADO DE ENVIADO AINDA NAO LIQUIDADO.     *
002010*                    PAGAMENTO CUJA CONTA APONTA PARA BANCO OU   *
002020*                    AGENCIA FECHADO OU INCORPORADO NO           *
002030*                    DIRETORIO (BCODIR) NAO E REMETIDO: VAI PARA *
002040*                    O RELATORIO DE DESVIADOS (RELDESV), PASSA A *
002050*                    'B' (DESVIADO) E TERMINA O PASSO COM RC 4.  *
002051*                    O 'B' JA FOI AO RAZAO: O PAGEXTR NAO O      *
002052*                    LANCA DE NOVO, E A CADA REMESSA ELE E       *
002053*                    CONFERIDO OUTRA VEZ, SAINDO PARA O BANCO    *
002054*                    QUANDO O CADASTRO OU O DIRETORIO FOR        *
002055*                    ACERTADO.                                   *
002060*                    PAGAMENTO COM IMPOSTO RETIDO NA FONTE VAI   *
002070*                    AO BANCO PELO VALOR LIQUIDO (BRUTO MENOS O  *
002080*                    RETIDO), TANTO NA REMESSA QUANTO NO HASH E  *
002090*                    NOS TOTAIS DO RELATORIO.                    *
002092*                    CADA REGISTRO LEVA A REFERENCIA DO SISTEMA  *
002094*                    E A DO CLIENTE, QUE O BANCO DEVOLVE NO      *
002096*                    RETORNO PARA A CONCILIACAO.                 *
002097*                    CADA JANELA DO DIA (MANHA E TARDE) GERA A   *
002098*                    SUA REMESSA, COM A JANELA NO CABECALHO: A   *
002099*                    DA TARDE LEVA O QUE FOI CONFIRMADO DEPOIS   *
002100*                    DA REMESSA DA MANHA, JA MARCADA 'E'.        *
002101*                    O PEDIDO DE RECOLHIMENTO DO 'Z' O PASSA A   *
002102*                    'C'; O PAGEXTR SEGUINTE ESTORNA O           *
002103*                    LANCAMENTO E O DEIXA 'X'.                   *
002104*                                                                *
002200*    HISTORICO DE ALTERACOES                                    *
002300*    DATA       AUTOR   DESCRICAO                                *
002400*    2026-09-02 MAF     VERSAO INICIAL                           *
002480*                       LIBERADO PELO SUPERVISOR, RECICLO OU     *
002490*                       QUARENTENA COM DATA ANTIGA) TAMBEM       *
002492*                       PRECISA CHEGAR AO BANCO                  *
002493*    2026-10-15 MAF     PAGAMENTO ENVIADO E DEPOIS CANCELADO     *
002494*                       ('Z') GERA REGISTRO 'C' DE PEDIDO DE     *
002495*                       RECOLHIMENTO NA REMESSA (CONTADO NO      *
002496*                       TRAILER) E PASSA A 'X' NO DETALHE E NO   *
002497*                       MESTRE; RELATORIO TOTALIZA OS PEDIDOS    *
002498*    2026-10-15 MAF     PAGAMENTO DE CONTA COM BANCO OU AGENCIA  *
002499*                       FECHADO/INCORPORADO NO DIRETORIO BCODIR  *
002500*                       NAO E REMETIDO: SAI NO RELATORIO DE      *
002501*                       DESVIADOS (RELDESV), SEGUE CONFIRMADO E  *
002502*                       CONTA COMO EXCECAO DO PASSO (RC 4)       *
002503*    2026-10-15 MAF     REMESSA E PEDIDO DE RECOLHIMENTO SAEM    *
002504*                       PELO VALOR LIQUIDO DA RETENCAO NA FONTE  *
002505*                       (PAGD-VALOR-RETIDO), INCLUSIVE NO HASH   *
002506*                       DO TRAILER E NOS TOTAIS                  *
002507*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002508*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002509*                       RETURN-CODE DO PASSO PASSA A SER         *
002510*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002511*    2026-10-15 MAF     REMESSA LEVA A REFERENCIA DO SISTEMA (10 *
002512*                       POSICOES) E A DO CLIENTE; REMBANCO PASSA *
002513*                       A 45 BYTES; RELATORIOS COM A REFERENCIA  *
002514*                       NOVA                                     *
002515*    2026-10-15 MAF     REMESSA POR JANELA DO CICLO: JANELA      *
002516*                       (CTR-JANELA) NO CABECALHO DA REMESSA     *
002517*                       (REM-CAB-JANELA) E NO RELATORIO          *
002518*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002519*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002520*                       APOS O REGISTRO NO PAGCTRL               *
002521*    2026-10-15 MAF     PAGAMENTO DESVIADO PASSA A 'B' NO        *
002522*                       DETALHE E NO MESTRE, PARA NAO SER        *
002523*                       LANCADO DE NOVO NO RAZAO; O 'B' E        *
002524*                       CONFERIDO A CADA REMESSA E SAI QUANDO A  *
002525*                       AGENCIA ESTIVER EM ORDEM. PEDIDO DE      *
002526*                       RECOLHIMENTO MARCA 'C' (ESTORNO DO       *
002527*                       LANCAMENTO NO PAGEXTR SEGUINTE)          *
002528*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS PAGTO-CONTA
004500            FILE STATUS IS WS-PAGTO-STATUS.
004505
004510     SELECT CADASTRO-FILE   ASSIGN TO CADMST
004515            ORGANIZATION IS INDEXED
004520            ACCESS MODE IS RANDOM
004525            RECORD KEY IS CAD-CONTA
004530            FILE STATUS IS WS-CADASTRO-STATUS.
004535
004540     SELECT DIRETORIO-FILE  ASSIGN TO BCODIR
004545            ORGANIZATION IS INDEXED
004550            ACCESS MODE IS RANDOM
004555            RECORD KEY IS BCO-CHAVE
004560            FILE STATUS IS WS-DIRETORIO-STATUS.
004600
004700     SELECT REMESSA-FILE    ASSIGN TO REMBANCO
004800            ORGANIZATION IS LINE SEQUENTIAL
005100     SELECT REPORT-FILE     ASSIGN TO RELREME
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-REPORT-STATUS.
005320
005340     SELECT DESVIO-FILE     ASSIGN TO RELDESV
005360            ORGANIZATION IS LINE SEQUENTIAL
005380            FILE STATUS IS WS-DESVIO-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005900
006000 FD  PAGTO-FILE.
006100 COPY PAGREC.
006110
006120 FD  CADASTRO-FILE.
006130 COPY CADREC.
006140
006150 FD  DIRETORIO-FILE.
006160 COPY BCOREC.
006200
006300 FD  REMESSA-FILE
006400     RECORD CONTAINS 45 CHARACTERS.
006500 COPY REMREC.
006600
006700 FD  REPORT-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  REPORT-LINHA                PIC X(80).
006920
006940 FD  DESVIO-FILE
006960     RECORD CONTAINS 80 CHARACTERS.
006980 01  DESVIO-LINHA                PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
007300 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
007400 77  WS-REMESSA-STATUS           PIC X(02) VALUE SPACES.
007500 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007520 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
007540 77  WS-DIRETORIO-STATUS         PIC X(02) VALUE SPACES.
007560 77  WS-DESVIO-STATUS            PIC X(02) VALUE SPACES.
007580 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
007600
007700 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
007720 77  WS-JANELA-PROCESSO          PIC 9(01) VALUE ZERO.
007800 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
007900 77  WS-CONT-REMETIDOS           PIC 9(07) COMP VALUE ZERO.
008000 77  WS-TOTAL-REMETIDO           PIC S9(11)V99 VALUE ZERO.
008020 77  WS-CONT-RECOLHER            PIC 9(07) COMP VALUE ZERO.
008040 77  WS-TOTAL-RECOLHER           PIC S9(11)V99 VALUE ZERO.
008050 77  WS-CONT-DESVIADOS           PIC 9(07) COMP VALUE ZERO.
008060 77  WS-TOTAL-DESVIADO           PIC S9(11)V99 VALUE ZERO.
008070 77  WS-MOTIVO-DESVIO            PIC X(26) VALUE SPACES.
008100 77  WS-HASH-REMESSA             PIC S9(07)V99 VALUE ZERO.
008120 77  WS-VALOR-LIQUIDO            PIC S9(07)V99 VALUE ZERO.
008200 77  WS-TRL-CONTADOR             PIC 9(10) VALUE ZERO.
008300
008400 COPY CTRPARM.
008420
008440 COPY JRNPARM.
008460
008470 77  WS-JRN-ANTES-MESTRE         PIC X(100) VALUE SPACES.
008480 77  WS-JRN-ANTES-DET            PIC X(100) VALUE SPACES.
008500
008600 01  WS-SWITCHES.
008700     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
008800         88  WS-FIM-DETALHE                 VALUE 'S'.
008820     05  WS-DESVIAR-SW           PIC X(01) VALUE 'N'.
008840         88  WS-DESVIAR                     VALUE 'S'.
008900
009000 01  WS-LINHA-CABEC1             PIC X(80) VALUE
009100     'RELATORIO DE REMESSA AO BANCO - PAGREME'.
009110 01  WS-LINHA-CICLO.
009120     05  FILLER                  PIC X(14) VALUE 'DATA DO CICLO:'.
009130     05  FILLER                  PIC X(01) VALUE SPACE.
009140     05  CIC-DATA                PIC 9(08).
009150     05  FILLER                  PIC X(10) VALUE '  JANELA: '.
009160     05  CIC-JANELA              PIC 9(01).
009170     05  FILLER                  PIC X(46) VALUE SPACES.
009200 01  WS-LINHA-CABEC2.
009300     05  FILLER                  PIC X(12) VALUE 'CONTA'.
009400     05  FILLER                  PIC X(10) VALUE 'DATA'.
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  DET-VALOR               PIC -(07)9,99.
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  DET-REFERENCIA          PIC X(10).
010620     05  FILLER                  PIC X(02) VALUE SPACES.
010640     05  DET-OBSERVACAO          PIC X(14).
010700
010800 01  WS-LINHA-TOTAL.
010900     05  TOT-ROTULO              PIC X(26) VALUE
011000         'PAGAMENTOS REMETIDOS....: '.
011100     05  TOT-QTD                 PIC ZZZZZZ9.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  TOT-VALOR               PIC -(11)9,99.
011302
011304 01  WS-DESV-CABEC1              PIC X(80) VALUE
011306     'PAGAMENTOS DESVIADOS - AGENCIA FECHADA OU INCORPORADA'.
011308 01  WS-DESV-CABEC2.
011310     05  FILLER                  PIC X(12) VALUE 'CONTA'.
011312     05  FILLER                  PIC X(04) VALUE 'BCO'.
011314     05  FILLER                  PIC X(07) VALUE 'AGENC'.
011316     05  FILLER                  PIC X(10) VALUE 'DATA'.
011318     05  FILLER                  PIC X(13) VALUE 'VALOR'.
011320     05  FILLER                  PIC X(12) VALUE 'REFERENCIA'.
011322     05  FILLER                  PIC X(22) VALUE 'MOTIVO'.
011324
011326 01  WS-DESV-DETALHE.
011328     05  DSV-CONTA               PIC X(10).
011330     05  FILLER                  PIC X(02) VALUE SPACES.
011332     05  DSV-BANCO               PIC 9(03).
011334     05  FILLER                  PIC X(01) VALUE SPACES.
011336     05  DSV-AGENCIA             PIC 9(05).
011338     05  FILLER                  PIC X(02) VALUE SPACES.
011340     05  DSV-DATA                PIC 9(08).
011342     05  FILLER                  PIC X(02) VALUE SPACES.
011344     05  DSV-VALOR               PIC -(07)9,99.
011346     05  FILLER                  PIC X(02) VALUE SPACES.
011348     05  DSV-REFERENCIA          PIC X(10).
011350     05  FILLER                  PIC X(02) VALUE SPACES.
011352     05  DSV-MOTIVO              PIC X(21).
011400
011500 PROCEDURE DIVISION.
011600*----------------------------------------------------------*
013600         MOVE 8 TO RETURN-CODE
013700         STOP RUN
013800     END-IF
013810     IF CTR-FORA-DE-SEQUENCIA
013820         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
013830         MOVE 8 TO RETURN-CODE
013840         STOP RUN
013850     END-IF
013900     IF CTR-CICLO-ENCERRADO
014000         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
014100             CTR-DATA-PROCESSO
014300         STOP RUN
014400     END-IF
014500     MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
014520     MOVE CTR-JANELA TO WS-JANELA-PROCESSO
014600
014700     OPEN I-O PAGDET-FILE
014800     IF WS-PAGDET-STATUS NOT = '00'
015800         MOVE 12 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016005     OPEN INPUT CADASTRO-FILE
016010     IF WS-CADASTRO-STATUS NOT = '00'
016015         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
016020             WS-CADASTRO-STATUS
016025         MOVE 12 TO RETURN-CODE
016030         STOP RUN
016035     END-IF
016040     OPEN INPUT DIRETORIO-FILE
016045     IF WS-DIRETORIO-STATUS NOT = '00'
016050         DISPLAY 'DIRETORIO DE BANCOS INDISPONIVEL - STATUS: '
016055             WS-DIRETORIO-STATUS
016060         MOVE 12 TO RETURN-CODE
016065         STOP RUN
016070     END-IF
016100     OPEN OUTPUT REMESSA-FILE
016200     PERFORM 7000-GRAVAR-CABECALHO THRU 7000-EXIT
016300     OPEN OUTPUT REPORT-FILE
016400     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
016500     WRITE REPORT-LINHA
016520     MOVE WS-DATA-PROCESSO TO CIC-DATA
016540     MOVE WS-JANELA-PROCESSO TO CIC-JANELA
016560     MOVE WS-LINHA-CICLO TO REPORT-LINHA
016580     WRITE REPORT-LINHA
016600     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
016700     WRITE REPORT-LINHA
016710     OPEN OUTPUT DESVIO-FILE
016720     MOVE WS-DESV-CABEC1 TO DESVIO-LINHA
016730     WRITE DESVIO-LINHA
016740     MOVE WS-DESV-CABEC2 TO DESVIO-LINHA
016750     WRITE DESVIO-LINHA.
016800 1000-EXIT.
016900     EXIT.
017000
018700     EXIT.
018800
018850*    'S' COM DATA ANTIGA E PAGAMENTO QUE AINDA NAO FOI AO
018860*    BANCO - ENTRA NA REMESSA DO CICLO CORRENTE TAMBEM. O
018870*    MESMO VALE PARA O 'Z' (ENVIADO E CANCELADO DEPOIS), QUE
018880*    SEGUE COMO PEDIDO DE RECOLHIMENTO. O 'B' DESVIADO EM
018885*    REMESSA ANTERIOR E CONFERIDO DE NOVO E SAI SE A AGENCIA
018890*    JA ESTIVER EM ORDEM
018900 2100-AVALIAR-DETALHE.
018920     IF PAGD-DATA > WS-DATA-PROCESSO
018940         SET WS-FIM-DETALHE TO TRUE
018960         GO TO 2100-EXIT
018980     END-IF
019000     ADD 1 TO WS-CONT-LIDOS
019100     IF PAGD-CONFIRMADO OR PAGD-DESVIADO
019120         PERFORM 2150-CONFERIR-AGENCIA THRU 2150-EXIT
019140         IF WS-DESVIAR
019160             PERFORM 2180-DESVIAR-PAGTO THRU 2180-EXIT
019180         ELSE
019200             PERFORM 2200-REMETER-PAGTO THRU 2200-EXIT
019220         END-IF
019400     END-IF
019420     IF PAGD-RECOLHER
019440         PERFORM 2250-PEDIR-RECOLHIMENTO THRU 2250-EXIT
019460     END-IF
019500     PERFORM 2900-LER-DETALHE THRU 2900-EXIT.
019600 2100-EXIT.
019700     EXIT.
019701
019702*----------------------------------------------------------*
019703* 2150-CONFERIR-AGENCIA - LOCALIZA A CONTA NO CADASTRO E O  *
019704*                         BANCO/AGENCIA NO DIRETORIO; BANCO *
019705*                         OU AGENCIA FECHADO OU INCORPORADO *
019706*                         DESVIA O PAGAMENTO                *
019707*----------------------------------------------------------*
019708*    CONTA FORA DO CADASTRO OU AGENCIA FORA DO DIRETORIO
019709*    SEGUE PARA A REMESSA COMO ANTES
019710 2150-CONFERIR-AGENCIA.
019711     MOVE 'N' TO WS-DESVIAR-SW
019712     MOVE SPACES TO WS-MOTIVO-DESVIO
019713     MOVE PAGD-CONTA TO CAD-CONTA
019714     READ CADASTRO-FILE KEY IS CAD-CONTA
019715         INVALID KEY
019716             GO TO 2150-EXIT
019717     END-READ
019718     MOVE CAD-BANCO TO BCO-BANCO
019719     MOVE ZERO TO BCO-AGENCIA
019720     READ DIRETORIO-FILE KEY IS BCO-CHAVE
019721         INVALID KEY
019722             MOVE SPACE TO BCO-SITUACAO
019723     END-READ
019724     IF BCO-FECHADA
019725         SET WS-DESVIAR TO TRUE
019726         MOVE 'BANCO FECHADO' TO WS-MOTIVO-DESVIO
019727         GO TO 2150-EXIT
019728     END-IF
019729     IF BCO-INCORPORADA
019730         SET WS-DESVIAR TO TRUE
019731         MOVE 'BANCO INCORPORADO' TO WS-MOTIVO-DESVIO
019732         GO TO 2150-EXIT
019733     END-IF
019734     MOVE CAD-BANCO TO BCO-BANCO
019735     MOVE CAD-AGENCIA TO BCO-AGENCIA
019736     READ DIRETORIO-FILE KEY IS BCO-CHAVE
019737         INVALID KEY
019738             MOVE SPACE TO BCO-SITUACAO
019739     END-READ
019740     IF BCO-FECHADA
019741         SET WS-DESVIAR TO TRUE
019742         MOVE 'AGENCIA FECHADA' TO WS-MOTIVO-DESVIO
019743     END-IF
019744     IF BCO-INCORPORADA
019745         SET WS-DESVIAR TO TRUE
019746         MOVE 'AGENCIA INCORPORADA' TO WS-MOTIVO-DESVIO
019747     END-IF.
019748 2150-EXIT.
019749     EXIT.
019750
019751*----------------------------------------------------------*
019752* 2180-DESVIAR-PAGTO - LISTA O PAGAMENTO NO RELATORIO DE    *
019753*                      DESVIADOS SEM REMETER E O MARCA 'B'; *
019754*                      ELE VOLTA A REMESSA QUANDO A CONTA   *
019755*                      OU A AGENCIA FOR ACERTADA            *
019756*----------------------------------------------------------*
019757 2180-DESVIAR-PAGTO.
019758     ADD 1 TO WS-CONT-DESVIADOS
019759     ADD PAGD-VALOR TO WS-TOTAL-DESVIADO
019760     MOVE PAGD-CONTA TO DSV-CONTA
019761     MOVE CAD-BANCO TO DSV-BANCO
019762     MOVE CAD-AGENCIA TO DSV-AGENCIA
019763     MOVE PAGD-DATA TO DSV-DATA
019764     MOVE PAGD-VALOR TO DSV-VALOR
019765     MOVE PAGD-REFERENCIA TO DSV-REFERENCIA
019766     MOVE WS-MOTIVO-DESVIO TO DSV-MOTIVO
019767     MOVE WS-DESV-DETALHE TO DESVIO-LINHA
019768     WRITE DESVIO-LINHA
019769     IF PAGD-CONFIRMADO
019770         PERFORM 2195-MARCAR-DESVIADO THRU 2195-EXIT
019771     END-IF.
019772 2180-EXIT.
019773     EXIT.
019774
019775*----------------------------------------------------------*
019776* 2190-APURAR-LIQUIDO - VALOR QUE VAI AO BANCO: O BRUTO     *
019777*                       MENOS O IMPOSTO RETIDO NA FONTE,    *
019778*                       QUANDO HOUVER CODIGO DE IMPOSTO     *
019779*----------------------------------------------------------*
019780 2190-APURAR-LIQUIDO.
019781     IF PAGD-COD-IMPOSTO = SPACES
019782         MOVE PAGD-VALOR TO WS-VALOR-LIQUIDO
019783     ELSE
019784         COMPUTE WS-VALOR-LIQUIDO =
019785             PAGD-VALOR - PAGD-VALOR-RETIDO
019786     END-IF.
019787 2190-EXIT.
019788     EXIT.
019800
019801*----------------------------------------------------------*
019802* 2195-MARCAR-DESVIADO - MARCA 'B' NO DETALHE E NO MESTRE,  *
019804*                        QUANDO A SITUACAO CORRENTE DA      *
019806*                        CONTA FOR O PROPRIO PAGAMENTO      *
019808*----------------------------------------------------------*
019810 2195-MARCAR-DESVIADO.
019812     MOVE PAGD-REC TO WS-JRN-ANTES-DET
019814     MOVE 'B' TO PAGD-FLAG
019816     REWRITE PAGD-REC
019818     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
019820     MOVE PAGD-CONTA TO PAGTO-CONTA
019822     READ PAGTO-FILE KEY IS PAGTO-CONTA
019824         INVALID KEY
019826             CONTINUE
019828         NOT INVALID KEY
019830             IF PAGTO-CONFIRMADO
019832                AND PAGTO-DATA = PAGD-DATA
019834                AND PAGTO-VALOR = PAGD-VALOR
019836                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
019838                 MOVE 'B' TO PAGTO-FLAG
019840                 REWRITE PAGTO-REC
019842                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
019844             END-IF
019846     END-READ.
019848 2195-EXIT.
019850     EXIT.
019852
019900*----------------------------------------------------------*
020000* 2200-REMETER-PAGTO - GRAVA O PAGAMENTO NA REMESSA, MARCA  *
020100*                      'E' NO DETALHE E NO MESTRE E LISTA   *
020300*----------------------------------------------------------*
020400 2200-REMETER-PAGTO.
020500     ADD 1 TO WS-CONT-REMETIDOS
020520     PERFORM 2190-APURAR-LIQUIDO THRU 2190-EXIT
020600     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-REMETIDO
020700     ADD WS-VALOR-LIQUIDO TO WS-HASH-REMESSA
020800
020900     INITIALIZE REM-REC
021000     MOVE 'D' TO REM-TIPO
021100     MOVE PAGD-CONTA TO REM-CONTA
021200     MOVE WS-VALOR-LIQUIDO TO REM-VALOR
021300     MOVE PAGD-DATA TO REM-DATA
021400     MOVE PAGD-REFERENCIA TO REM-REFERENCIA
021420     MOVE PAGD-REF-CLIENTE TO REM-REF-CLIENTE
021500     WRITE REM-REC
021600
021650     MOVE PAGD-REC TO WS-JRN-ANTES-DET
022000
022100     MOVE PAGD-CONTA TO DET-CONTA
022200     MOVE PAGD-DATA TO DET-DATA
022300     MOVE WS-VALOR-LIQUIDO TO DET-VALOR
022400     MOVE PAGD-REFERENCIA TO DET-REFERENCIA
022420     MOVE SPACES TO DET-OBSERVACAO
022500     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
022600     WRITE REPORT-LINHA.
022700 2200-EXIT.
022800     EXIT.
022802
022804*----------------------------------------------------------*
022806* 2250-PEDIR-RECOLHIMENTO - GRAVA O PEDIDO DE RECOLHIMENTO  *
022808*                           ('C') DO PAGAMENTO JA ENVIADO E *
022810*                           CANCELADO, MARCA 'C' NO DETALHE *
022812*                           E NO MESTRE E LISTA NO RELATORIO*
022814*----------------------------------------------------------*
022816 2250-PEDIR-RECOLHIMENTO.
022818     ADD 1 TO WS-CONT-RECOLHER
022819     PERFORM 2190-APURAR-LIQUIDO THRU 2190-EXIT
022820     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-RECOLHER
022822     ADD WS-VALOR-LIQUIDO TO WS-HASH-REMESSA
022824
022826     INITIALIZE REM-REC
022828     MOVE 'C' TO REM-TIPO
022830     MOVE PAGD-CONTA TO REM-CONTA
022832     MOVE WS-VALOR-LIQUIDO TO REM-VALOR
022834     MOVE PAGD-DATA TO REM-DATA
022836     MOVE PAGD-REFERENCIA TO REM-REFERENCIA
022837     MOVE PAGD-REF-CLIENTE TO REM-REF-CLIENTE
022838     WRITE REM-REC
022840
022842     MOVE PAGD-REC TO WS-JRN-ANTES-DET
022844     MOVE 'C' TO PAGD-FLAG
022846     REWRITE PAGD-REC
022848     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
022850     MOVE PAGD-CONTA TO PAGTO-CONTA
022852     READ PAGTO-FILE KEY IS PAGTO-CONTA
022854         INVALID KEY
022856             CONTINUE
022858         NOT INVALID KEY
022860             IF PAGTO-RECOLHER
022862                AND PAGTO-DATA = PAGD-DATA
022864                AND PAGTO-VALOR = PAGD-VALOR
022866                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
022868                 MOVE 'C' TO PAGTO-FLAG
022870                 REWRITE PAGTO-REC
022872                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
022874             END-IF
022876     END-READ
022878
022880     MOVE PAGD-CONTA TO DET-CONTA
022882     MOVE PAGD-DATA TO DET-DATA
022884     MOVE WS-VALOR-LIQUIDO TO DET-VALOR
022886     MOVE PAGD-REFERENCIA TO DET-REFERENCIA
022888     MOVE 'RECOLHIMENTO' TO DET-OBSERVACAO
022890     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
022892     WRITE REPORT-LINHA.
022894 2250-EXIT.
022896     EXIT.
022900
023000*----------------------------------------------------------*
023100* 2300-SINCRONIZAR-MESTRE - REFLETE O ENVIO NO MESTRE       *
023800         INVALID KEY
023900             CONTINUE
024000         NOT INVALID KEY
024100             IF (PAGTO-CONFIRMADO OR PAGTO-DESVIADO)
024200                AND PAGTO-DATA = PAGD-DATA
024300                AND PAGTO-VALOR = PAGD-VALOR
024350                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
026500     MOVE 'H' TO REM-TIPO
026600     MOVE 'PAGREME' TO REM-CONTA
026700     MOVE WS-DATA-PROCESSO TO REM-DATA
026720     MOVE WS-JANELA-PROCESSO TO REM-CAB-JANELA
026800     WRITE REM-REC.
026900 7000-EXIT.
027000     EXIT.
027200 7100-GRAVAR-TRAILER.
027300     INITIALIZE REM-REC
027400     MOVE 'T' TO REM-TIPO
027500     COMPUTE WS-TRL-CONTADOR = WS-CONT-REMETIDOS
027520                             + WS-CONT-RECOLHER
027600     MOVE WS-TRL-CONTADOR TO REM-CONTA
027700     MOVE WS-HASH-REMESSA TO REM-VALOR
027800     MOVE WS-DATA-PROCESSO TO REM-DATA
029200     MOVE WS-TOTAL-REMETIDO TO TOT-VALOR
029300     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
029400     WRITE REPORT-LINHA
029410     MOVE 'PEDIDOS DE RECOLHIMENTO.: ' TO TOT-ROTULO
029420     MOVE WS-CONT-RECOLHER TO TOT-QTD
029430     MOVE WS-TOTAL-RECOLHER TO TOT-VALOR
029440     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
029450     WRITE REPORT-LINHA
029455     MOVE 'PAGAMENTOS DESVIADOS....: ' TO TOT-ROTULO
029460     MOVE WS-CONT-DESVIADOS TO TOT-QTD
029465     MOVE WS-TOTAL-DESVIADO TO TOT-VALOR
029470     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
029475     WRITE REPORT-LINHA
029480     MOVE WS-LINHA-BRANCO TO DESVIO-LINHA
029485     WRITE DESVIO-LINHA
029490     MOVE WS-LINHA-TOTAL TO DESVIO-LINHA
029495     WRITE DESVIO-LINHA
029500
029600     CLOSE PAGDET-FILE
029700     CLOSE PAGTO-FILE
029720     CLOSE CADASTRO-FILE
029740     CLOSE DIRETORIO-FILE
029760     CLOSE DESVIO-FILE
029800     CLOSE REMESSA-FILE
029900     CLOSE REPORT-FILE
030000
030020     IF WS-CONT-DESVIADOS > ZERO
030040         MOVE 4 TO WS-RC-PASSO
030060     END-IF
030080
030100     MOVE 'T' TO CTR-FUNCAO
030200     MOVE 'PAGREME' TO CTR-PASSO
030300     MOVE WS-CONT-REMETIDOS TO CTR-CONTADOR
030400     MOVE WS-TOTAL-REMETIDO TO CTR-TOTAL
030420     MOVE WS-CONT-DESVIADOS TO CTR-EXCECOES
030440     MOVE ZERO TO CTR-RETIDOS
030460     MOVE WS-RC-PASSO TO CTR-RESULTADO
030500     CALL 'PAGCTRL' USING CTR-PARM
030520     MOVE WS-RC-PASSO TO RETURN-CODE.
030600 8000-EXIT.
030700     EXIT.
030800
