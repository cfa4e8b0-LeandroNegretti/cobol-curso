001800*                    DATA INFORMADA E RETORNOS SEM PAGAMENTO     *
001900*                    NO DETALHE. QUALQUER PENDENCIA NOS DOIS     *
002000*                    ULTIMOS BLOCOS TERMINA COM RC = 4.          *
002020*                    PAGAMENTO COM IMPOSTO RETIDO NA FONTE E     *
002040*                    CASADO PELO VALOR LIQUIDO QUE FOI AO BANCO. *
002050*                    RETORNO QUE TRAZ A REFERENCIA DO SISTEMA E  *
002060*                    CASADO PRIMEIRO POR ELA, MESMO QUE O BANCO  *
002070*                    TENHA LIQUIDADO EM OUTRA DATA.              *
002075*                    RECOLHIMENTO NAO ATENDIDO DE PAGAMENTO JA   *
002080*                    ESTORNADO PELO PAGEXTR ('X') MARCA 'W' PARA *
002085*                    O PROXIMO PAGEXTR LANCAR DE NOVO E RESERVA  *
002090*                    OUTRA VEZ O VALOR NO ORCAMENTO (PAGORCT).   *
002100*                                                                *
002200*    HISTORICO DE ALTERACOES                                    *
002300*    DATA       AUTOR   DESCRICAO                                *
002548*                       ENVIADO SEM LIQUIDACAO E CONFIRMADO      *
002550*                       SEM REMESSA DE DIAS ANTERIORES SEGUEM    *
002552*                       NO RELATORIO ATE SEREM RESOLVIDOS        *
002553*    2026-10-15 MAF     RETORNO DE LIQUIDACAO DE PAGAMENTO JA    *
002554*                       CANCELADO COM PEDIDO DE RECOLHIMENTO     *
002555*                       ('Z'/'X') E RECOLHIMENTO NAO ATENDIDO    *
002556*                       PELO BANCO: LIQUIDA ('L') MESMO ASSIM,   *
002557*                       SAI EM BLOCO PROPRIO DO RELATORIO E      *
002558*                       TERMINA COM RC = 4                       *
002559*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 100 BYTES, COM  *
002560*                       DIGITADOR E APROVADOR EM BRANCO          *
002561*    2026-10-15 MAF     CASAMENTO COM O RETORNO E TOTAIS DE      *
002562*                       LIQUIDADOS, SEM RETORNO E RECOLHIMENTO   *
002563*                       NAO ATENDIDO PASSAM A USAR O VALOR       *
002564*                       LIQUIDO DA RETENCAO NA FONTE, QUE E O    *
002565*                       REMETIDO PELO PAGREME                    *
002566*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002567*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002568*                       RETURN-CODE DO PASSO PASSA A SER         *
002569*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002570*    2026-10-15 MAF     CADA PAGAMENTO LIQUIDADO GERA AVISO AO   *
002571*                       FAVORECIDO NO ARQUIVO AVISOPAG (LAYOUT   *
002572*                       AVSREC, COM CABECALHO E TRAILER), COM    *
002573*                       NOME E BANCO/AGENCIA DO CADMST; CONTA    *
002574*                       FORA DO CADMST FICA SEM AVISO, SAI NO    *
002575*                       RELATORIO DE CONTROLE RELAVIS E TERMINA  *
002576*                       COM RC = 4                               *
002577*    2026-10-15 MAF     RETORNO DE DEVOLUCAO ('D', COM MOTIVO DO *
002578*                       BANCO) MARCA O PAGAMENTO ENVIADO COMO    *
002579*                       DEVOLVIDO ('D') NO DETALHE E NO MESTRE,  *
002580*                       COM AUDITORIA, GRAVA-O NO RECICLO PARA   *
002581*                       CORRECAO E SAI EM BLOCO PROPRIO DO       *
002582*                       RELATORIO (RC = 4); O ESTORNO CONTABIL   *
002583*                       FICA PARA O PROXIMO PAGEXTR              *
002584*    2026-10-15 MAF     RETORNO COM A REFERENCIA DO SISTEMA CASA *
002585*                       PRIMEIRO POR ELA (INDICE DA REFERENCIA), *
002586*                       CONFERINDO CONTA E VALOR; SEM ELA OU SEM *
002587*                       CASAMENTO SEGUE POR CONTA, DATA E VALOR. *
002588*                       RETBANCO PASSA A 44 E AUDITORIA A 110    *
002589*                       BYTES; AVISO COM A REFERENCIA DO CLIENTE *
002590*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
002591*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
002592*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
002593*    2026-10-15 MAF     DEVOLVIDO VAI AO RECICLO (85 BYTES) COM  *
002594*                       O CENTRO DE CUSTO DO PAGAMENTO           *
002595*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002596*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002597*                       APOS O REGISTRO NO PAGCTRL               *
002598*    2026-10-15 MAF     RECOLHIMENTO NAO ATENDIDO DE PAGAMENTO   *
002599*                       JA ESTORNADO ('X') PASSA A 'W', PARA O   *
002600*                       PAGEXTR LANCAR DE NOVO, E RESERVA OUTRA  *
002601*                       VEZ O VALOR NO ORCAMENTO (PAGORCT 'F');  *
002602*                       ORCMST AUSENTE = RC 12. CASA TAMBEM O    *
002603*                       RECOLHIMENTO PEDIDO ('C'); DESVIADO      *
002604*                       ('B') SAI NOS CONFIRMADOS SEM REMESSA    *
002605*    2026-10-15 MAF     SITUACAO POSTERIOR DA AUDITORIA PASSA A  *
002606*                       SER A GRAVADA NO DETALHE (L, W OU D)     *
002607*                                                                *
002608******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
004600            RECORD KEY IS PAGTO-CONTA
004700            FILE STATUS IS WS-PAGTO-STATUS.
004800
005300     SELECT REPORT-FILE     ASSIGN TO RELCONC
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS IS WS-REPORT-STATUS.
005540     SELECT TARIFA-FILE     ASSIGN TO TARSAI
005560            ORGANIZATION IS LINE SEQUENTIAL
005580            FILE STATUS IS WS-TARIFA-STATUS.
005581
005582     SELECT CADASTRO-FILE   ASSIGN TO CADMST
005583            ORGANIZATION IS INDEXED
005584            ACCESS MODE IS RANDOM
005585            RECORD KEY IS CAD-CONTA
005586            FILE STATUS IS WS-CADASTRO-STATUS.
005587
005588     SELECT AVISO-FILE      ASSIGN TO AVISOPAG
005589            ORGANIZATION IS LINE SEQUENTIAL
005590            FILE STATUS IS WS-AVISO-STATUS.
005591
005592     SELECT AVISO-REL-FILE  ASSIGN TO RELAVIS
005593            ORGANIZATION IS LINE SEQUENTIAL
005594            FILE STATUS IS WS-AVISO-REL-STATUS.
005595
005596     SELECT RECICLO-FILE    ASSIGN TO RECICLO
005597            ORGANIZATION IS LINE SEQUENTIAL
005598            FILE STATUS IS WS-RECICLO-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  RETORNO-FILE
006000     RECORD CONTAINS 44 CHARACTERS.
006100 COPY RETREC.
006200
006300 FD  PAGDET-FILE.
006600 FD  PAGTO-FILE.
006700 COPY PAGREC.
006800
007300 FD  REPORT-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  REPORT-LINHA                PIC X(80).
007540 FD  TARIFA-FILE
007560     RECORD CONTAINS 20 CHARACTERS.
007580 COPY TDREC.
007581
007582 FD  CADASTRO-FILE.
007583 COPY CADREC.
007584
007585 FD  AVISO-FILE
007586     RECORD CONTAINS 100 CHARACTERS.
007587 COPY AVSREC.
007588
007589 FD  AVISO-REL-FILE
007590     RECORD CONTAINS 80 CHARACTERS.
007591 01  AVISO-REL-LINHA             PIC X(80).
007593
007595 FD  RECICLO-FILE
007597     RECORD CONTAINS 85 CHARACTERS.
007599 COPY RECREC.
007600
007700 WORKING-STORAGE SECTION.
007800 77  WS-RETORNO-STATUS           PIC X(02) VALUE SPACES.
007900 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
008000 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
008200 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008220 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
008300
008400 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
008420 77  WS-DATA-VARREDURA           PIC 9(08) VALUE ZERO.
009112 77  WS-TARIFA-STATUS            PIC X(02) VALUE SPACES.
009114 77  WS-TOLERANCIA               PIC 9(05)V99 VALUE ZERO.
009116 77  WS-DIFERENCA                PIC S9(07)V99 VALUE ZERO.
009117 77  WS-VALOR-LIQUIDO            PIC S9(07)V99 VALUE ZERO.
009118 77  WS-DIF-ABS                  PIC 9(07)V99 VALUE ZERO.
009120 77  WS-CONT-TOLERANCIA          PIC 9(07) COMP VALUE ZERO.
009122 77  WS-TOTAL-TARIFAS            PIC S9(09)V99 VALUE ZERO.
009124 77  WS-CONTA-TARIFA             PIC X(10) VALUE 'TARIFBANCO'.
009125 77  WS-CONT-RECOL-NEG           PIC 9(07) COMP VALUE ZERO.
009126 77  WS-TOTAL-RECOL-NEG          PIC S9(09)V99 VALUE ZERO.
009127 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
009128 77  WS-AVISO-STATUS             PIC X(02) VALUE SPACES.
009129 77  WS-AVISO-REL-STATUS         PIC X(02) VALUE SPACES.
009130 77  WS-CONT-AVISOS              PIC 9(07) COMP VALUE ZERO.
009131 77  WS-TOTAL-AVISOS             PIC S9(09)V99 VALUE ZERO.
009132 77  WS-CONT-SEM-AVISO           PIC 9(07) COMP VALUE ZERO.
009133 77  WS-TOTAL-SEM-AVISO          PIC S9(09)V99 VALUE ZERO.
009134 77  WS-HASH-AVISOS              PIC S9(07)V99 VALUE ZERO.
009135 77  WS-TRL-AVISOS               PIC 9(10) VALUE ZERO.
009136 77  WS-RECICLO-STATUS           PIC X(02) VALUE SPACES.
009137 77  WS-CONT-DEVOLVIDOS          PIC 9(07) COMP VALUE ZERO.
009138 77  WS-TOTAL-DEVOLVIDOS         PIC S9(09)V99 VALUE ZERO.
009139
009140 COPY CTRPARM.
009142
009144 COPY AUDPARM.
009146
009148 COPY AUDREC.
009150
009160 COPY JRNPARM.
009170
009180 77  WS-JRN-ANTES-MESTRE         PIC X(100) VALUE SPACES.
009190 77  WS-JRN-ANTES-DET            PIC X(100) VALUE SPACES.
009192
009194 COPY ORCPARM.
009200
009300 01  WS-SWITCHES.
009400     05  WS-FIM-RETORNO-SW       PIC X(01) VALUE 'N'.
009900         88  WS-RETORNO-CASADO              VALUE 'S'.
009920     05  WS-CASADO-TOLER-SW      PIC X(01) VALUE 'N'.
009940         88  WS-CASADO-TOLER                VALUE 'S'.
009960     05  WS-RECOLHA-NEGADA-SW    PIC X(01) VALUE 'N'.
009980         88  WS-RECOLHA-NEGADA              VALUE 'S'.
010000
010100 01  WS-LINHA-CABEC              PIC X(80) VALUE
010200     'RELATORIO DE CONCILIACAO DE RETORNO BANCARIO - PAGCONC'.
010740     'CONFIRMADOS NUNCA ENVIADOS AO BANCO:'.
010760 01  WS-LINHA-SECAO-5            PIC X(80) VALUE
010780     'LIQUIDADOS COM TOLERANCIA (DIFERENCA VIRA TARIFA):'.
010782 01  WS-LINHA-SECAO-6            PIC X(80) VALUE
010784     'RECOLHIMENTOS NAO ATENDIDOS PELO BANCO (CANCELADOS PAGOS):'.
010785 01  WS-LINHA-SECAO-7            PIC X(80) VALUE
010786     'DEVOLVIDOS PELO BANCO (RECICLO E ESTORNO NO PAGEXTR):'.
010787
010788 01  WS-LINHA-DEVOL.
010789     05  DEV-CONTA               PIC X(10).
010790     05  FILLER                  PIC X(02) VALUE SPACES.
010791     05  DEV-DATA                PIC 9(08).
010792     05  FILLER                  PIC X(02) VALUE SPACES.
010793     05  DEV-VALOR               PIC -(07)9,99.
010794     05  FILLER                  PIC X(02) VALUE SPACES.
010795     05  FILLER                  PIC X(07) VALUE 'MOTIVO '.
010796     05  DEV-MOTIVO              PIC X(02).
010797
010798 01  WS-LINHA-TOLER.
010799     05  TOL-CONTA               PIC X(10).
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010801     05  TOL-DATA                PIC 9(08).
010802     05  FILLER                  PIC X(02) VALUE SPACES.
010803     05  TOL-VALOR               PIC -(07)9,99.
010804     05  FILLER                  PIC X(02) VALUE SPACES.
010805     05  TOL-DIFERENCA           PIC -(07)9,99.
010806
010807 01  WS-LINHA-CABEC-AVISO        PIC X(80) VALUE
010808     'RELATORIO DE CONTROLE DOS AVISOS DE PAGAMENTO - PAGCONC'.
010809 01  WS-LINHA-TITULO-AVISO.
010810     05  FILLER                  PIC X(11) VALUE 'CONTA'.
010811     05  FILLER                  PIC X(11) VALUE 'REFERENCIA'.
010812     05  FILLER                  PIC X(09) VALUE 'DT VALOR'.
010813     05  FILLER                  PIC X(12) VALUE '      VALOR'.
010814     05  FILLER                  PIC X(10) VALUE '   TARIFA'.
010815     05  FILLER                  PIC X(27) VALUE 'SITUACAO'.
010816
010817 01  WS-LINHA-AVISO.
010818     05  AVL-CONTA               PIC X(10).
010819     05  FILLER                  PIC X(01) VALUE SPACES.
010820     05  AVL-REFERENCIA          PIC X(10).
010821     05  FILLER                  PIC X(01) VALUE SPACES.
010822     05  AVL-DATA                PIC 9(08).
010823     05  FILLER                  PIC X(01) VALUE SPACES.
010824     05  AVL-VALOR               PIC -(07)9,99.
010825     05  FILLER                  PIC X(01) VALUE SPACES.
010826     05  AVL-TARIFA              PIC -(05)9,99.
010827     05  FILLER                  PIC X(01) VALUE SPACES.
010828     05  AVL-SITUACAO            PIC X(25).
010829
010900 01  WS-LINHA-DETALHE.
011000     05  DET-CONTA               PIC X(10).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
013950         MOVE 8 TO RETURN-CODE
013960         STOP RUN
013970     END-IF
013971     IF CTR-FORA-DE-SEQUENCIA
013972         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
013973         MOVE 8 TO RETURN-CODE
013974         STOP RUN
013975     END-IF
013976     MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
013980     ACCEPT WS-TOLERANCIA FROM SYSIN
014000     OPEN INPUT RETORNO-FILE
014100     OPEN I-O PAGDET-FILE
014250         MOVE 12 TO RETURN-CODE
014260         STOP RUN
014270     END-IF
014290     MOVE 'A' TO ADT-FUNCAO
014310     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
014330     IF NOT ADT-OK
014350         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
014370         MOVE 12 TO RETURN-CODE
014390         STOP RUN
014410     END-IF
014430     MOVE 'A' TO OCP-FUNCAO
014450     CALL 'PAGORCT' USING OCP-PARM
014470     IF NOT OCP-OK
014490         DISPLAY 'ORCAMENTO POR CENTRO DE CUSTO INDISPONIVEL'
014510         MOVE 12 TO RETURN-CODE
014530         STOP RUN
014550     END-IF
014700     OPEN OUTPUT REPORT-FILE
014720     OPEN OUTPUT TARIFA-FILE
014722     OPEN INPUT CADASTRO-FILE
014724     IF WS-CADASTRO-STATUS NOT = '00'
014726         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
014728             WS-CADASTRO-STATUS
014730         MOVE 12 TO RETURN-CODE
014732         STOP RUN
014734     END-IF
014736     OPEN OUTPUT AVISO-FILE
014738     OPEN OUTPUT AVISO-REL-FILE
014739     OPEN EXTEND RECICLO-FILE
014740     IF WS-RECICLO-STATUS = '35'
014741         OPEN OUTPUT RECICLO-FILE
014742     END-IF
014743     MOVE WS-LINHA-CABEC-AVISO TO AVISO-REL-LINHA
014744     WRITE AVISO-REL-LINHA
014745     MOVE WS-LINHA-BRANCO TO AVISO-REL-LINHA
014746     WRITE AVISO-REL-LINHA
014748     MOVE WS-LINHA-TITULO-AVISO TO AVISO-REL-LINHA
014750     WRITE AVISO-REL-LINHA
014752     PERFORM 7000-GRAVAR-CABECALHO THRU 7000-EXIT
014800     MOVE WS-LINHA-CABEC TO REPORT-LINHA
014900     WRITE REPORT-LINHA
015000     PERFORM 2900-LER-RETORNO THRU 2900-EXIT.
015300
015400*----------------------------------------------------------*
015500* 2000-PROCESSAR-RETORNO - CASA O RETORNO CORRENTE CONTRA   *
015600*                          O DETALHE PELA REFERENCIA DO     *
015700*                          SISTEMA OU POR CONTA, VALOR E    *
015720*                          DATA                             *
015800*----------------------------------------------------------*
015900 2000-PROCESSAR-RETORNO.
015920     IF WS-DATA-VARREDURA = ZERO
015960     END-IF
016000     MOVE 'N' TO WS-RETORNO-CASADO-SW
016020     MOVE 'N' TO WS-CASADO-TOLER-SW
016040     MOVE 'N' TO WS-RECOLHA-NEGADA-SW
016140     IF RET-REFERENCIA NOT = SPACES
016240         PERFORM 2050-CASAR-REFERENCIA THRU 2050-EXIT
016340     END-IF
016440     IF NOT WS-RETORNO-CASADO
016540         PERFORM 2060-CASAR-EXATO THRU 2060-EXIT
016640     END-IF
017400
017420     IF NOT WS-RETORNO-CASADO
017440        AND WS-TOLERANCIA > ZERO
017450        AND NOT RET-DEVOLUCAO
017460         PERFORM 2150-CASAR-TOLERANCIA THRU 2150-EXIT
017480     END-IF
017485     IF NOT WS-RETORNO-CASADO
017487        AND NOT RET-DEVOLUCAO
017490         PERFORM 2170-CASAR-RECOLHIDO THRU 2170-EXIT
017495     END-IF
017500     IF WS-RETORNO-CASADO
017510        AND RET-DEVOLUCAO
017520         PERFORM 2500-MARCAR-DEVOLVIDO THRU 2500-EXIT
017530         PERFORM 2900-LER-RETORNO THRU 2900-EXIT
017540         GO TO 2000-EXIT
017550     END-IF
017560     IF WS-RETORNO-CASADO
017600         PERFORM 2200-MARCAR-LIQUIDADO THRU 2200-EXIT
017700     ELSE
017800         ADD 1 TO WS-CONT-SEM-MESTRE
018200     PERFORM 2900-LER-RETORNO THRU 2900-EXIT.
018300 2000-EXIT.
018400     EXIT.
018402
018404*----------------------------------------------------------*
018406* 2050-CASAR-REFERENCIA - PROCURA O PAGAMENTO PELA          *
018408*                         REFERENCIA DO SISTEMA DEVOLVIDA   *
018410*                         PELO BANCO; SO CASA SE A CONTA, A *
018412*                         SITUACAO E O VALOR LIQUIDO        *
018414*                         CONFEREM                          *
018416*----------------------------------------------------------*
018418 2050-CASAR-REFERENCIA.
018420     MOVE RET-REFERENCIA TO PAGD-REFERENCIA
018422     READ PAGDET-FILE KEY IS PAGD-REFERENCIA
018424         INVALID KEY
018426             GO TO 2050-EXIT
018428     END-READ
018430     IF PAGD-CONTA NOT = RET-CONTA
018432         GO TO 2050-EXIT
018434     END-IF
018436     PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
018438     IF WS-VALOR-LIQUIDO = RET-VALOR
018440        AND (PAGD-ENVIADO OR PAGD-CONFIRMADO)
018442         SET WS-RETORNO-CASADO TO TRUE
018444     END-IF.
018446 2050-EXIT.
018448     EXIT.
018450
018452*----------------------------------------------------------*
018454* 2060-CASAR-EXATO - PASSAGEM PELA CONTA/DATA DO RETORNO    *
018456*                    ATRAS DE PAGAMENTO DE MESMO VALOR      *
018458*----------------------------------------------------------*
018460 2060-CASAR-EXATO.
018462     MOVE 'N' TO WS-FIM-DETALHE-SW
018464     MOVE RET-CONTA TO PAGD-CONTA
018466     MOVE RET-DATA TO PAGD-DATA
018468     MOVE ZERO TO PAGD-SEQ
018470     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-CHAVE
018472         INVALID KEY
018474             SET WS-FIM-DETALHE TO TRUE
018476     END-START
018478     IF NOT WS-FIM-DETALHE
018480         PERFORM 2950-LER-DETALHE THRU 2950-EXIT
018482         PERFORM 2100-AVALIAR-DETALHE THRU 2100-EXIT
018484             UNTIL WS-FIM-DETALHE
018486     END-IF.
018488 2060-EXIT.
018490     EXIT.
018500
018600 2100-AVALIAR-DETALHE.
018700     IF PAGD-CONTA = RET-CONTA
018800        AND PAGD-DATA = RET-DATA
018820         PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
018900         IF WS-VALOR-LIQUIDO = RET-VALOR
019000            AND (PAGD-ENVIADO OR PAGD-CONFIRMADO)
019100             SET WS-RETORNO-CASADO TO TRUE
019200             SET WS-FIM-DETALHE TO TRUE
020148 2160-AVALIAR-TOLERANCIA.
020150     IF PAGD-CONTA = RET-CONTA
020152        AND PAGD-DATA = RET-DATA
020153         PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
020154         COMPUTE WS-DIFERENCA = WS-VALOR-LIQUIDO - RET-VALOR
020156         IF WS-DIFERENCA < ZERO
020158             COMPUTE WS-DIF-ABS = WS-DIFERENCA * -1
020160         ELSE
020188 2160-EXIT.
020190     EXIT.
020192
020193*----------------------------------------------------------*
020194* 2170-CASAR-RECOLHIDO - ULTIMA PASSAGEM PELA CONTA/DATA DO *
020195*                        RETORNO, CONTRA PAGAMENTO ENVIADO  *
020196*                        E CANCELADO ('Z', 'C' OU 'X') DE   *
020197*                        MESMO VALOR: O BANCO LIQUIDOU SEM  *
020198*                        ATENDER O PEDIDO DE RECOLHIMENTO   *
020199*----------------------------------------------------------*
020200 2170-CASAR-RECOLHIDO.
020201     MOVE 'N' TO WS-FIM-DETALHE-SW
020202     MOVE RET-CONTA TO PAGD-CONTA
020203     MOVE RET-DATA TO PAGD-DATA
020204     MOVE ZERO TO PAGD-SEQ
020205     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-CHAVE
020206         INVALID KEY
020207             SET WS-FIM-DETALHE TO TRUE
020208     END-START
020209     IF NOT WS-FIM-DETALHE
020210         PERFORM 2950-LER-DETALHE THRU 2950-EXIT
020211         PERFORM 2180-AVALIAR-RECOLHIDO THRU 2180-EXIT
020212             UNTIL WS-FIM-DETALHE
020213     END-IF.
020214 2170-EXIT.
020215     EXIT.
020216
020217 2180-AVALIAR-RECOLHIDO.
020218     IF PAGD-CONTA = RET-CONTA
020219        AND PAGD-DATA = RET-DATA
020220         PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
020221         IF WS-VALOR-LIQUIDO = RET-VALOR AND (PAGD-RECOLHER
020222            OR PAGD-RECOLHENDO OR PAGD-CANCELADO)
020223             SET WS-RETORNO-CASADO TO TRUE
020224             SET WS-RECOLHA-NEGADA TO TRUE
020225             SET WS-FIM-DETALHE TO TRUE
020226         ELSE
020227             PERFORM 2950-LER-DETALHE THRU 2950-EXIT
020228         END-IF
020229     ELSE
020230         SET WS-FIM-DETALHE TO TRUE
020231     END-IF.
020232 2180-EXIT.
020233     EXIT.
020234
020235*----------------------------------------------------------*
020300* 2200-MARCAR-LIQUIDADO - MARCA 'L' NO DETALHE CASADO E NO  *
020400*                         MESTRE QUANDO A SITUACAO CORRENTE *
020500*                         DA CONTA FOR O MESMO PAGAMENTO,   *
020600*                         GRAVANDO A AUDITORIA. O           *
020620*                         RECOLHIMENTO NEGADO DE PAGAMENTO  *
020640*                         JA ESTORNADO ('X') FICA 'W', PARA *
020660*                         O PAGEXTR LANCAR DE NOVO, E VOLTA *
020680*                         A RESERVAR O ORCAMENTO            *
020700*----------------------------------------------------------*
020800 2200-MARCAR-LIQUIDADO.
020900     ADD 1 TO WS-CONT-LIQUIDADOS
020920     PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
021000     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDADOS
021050     MOVE PAGD-FLAG TO WS-FLAG-ANTES
021060     MOVE PAGD-REC TO WS-JRN-ANTES-DET
021100     MOVE 'L' TO PAGD-FLAG
021120     IF WS-RECOLHA-NEGADA AND WS-FLAG-ANTES = 'X'
021140         MOVE 'W' TO PAGD-FLAG
021160     END-IF
021200     REWRITE PAGD-REC
021220     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
021300
021600         INVALID KEY
021700             CONTINUE
021800         NOT INVALID KEY
021900             IF (PAGTO-ENVIADO OR PAGTO-CONFIRMADO
021920                 OR PAGTO-RECOLHER OR PAGTO-RECOLHENDO
021940                 OR PAGTO-CANCELADO)
022000                AND PAGTO-DATA = PAGD-DATA
022100                AND PAGTO-VALOR = PAGD-VALOR
022150                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
022200                 MOVE PAGD-FLAG TO PAGTO-FLAG
022300                 REWRITE PAGTO-REC
022350                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
022400             END-IF
022520     IF WS-CASADO-TOLER
022540         PERFORM 2260-TRATAR-TOLERANCIA THRU 2260-EXIT
022560     END-IF
022570     IF WS-RECOLHA-NEGADA
022580         PERFORM 2270-LISTAR-RECOLHA-NEGADA THRU 2270-EXIT
022582         IF PAGD-RELANCAR
022584             PERFORM 2970-RESERVAR-ORCAMENTO THRU 2970-EXIT
022586         END-IF
022590     END-IF
022595     PERFORM 2400-GERAR-AVISO THRU 2400-EXIT
022600     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
022700 2200-EXIT.
022800     EXIT.
022960 2260-EXIT.
022962     EXIT.
022964
022965*----------------------------------------------------------*
022966* 2270-LISTAR-RECOLHA-NEGADA - LISTA O PAGAMENTO CANCELADO  *
022967*                              QUE O BANCO LIQUIDOU MESMO   *
022968*                              COM O PEDIDO DE RECOLHIMENTO *
022969*----------------------------------------------------------*
022970 2270-LISTAR-RECOLHA-NEGADA.
022971     ADD 1 TO WS-CONT-RECOL-NEG
022972     PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
022973     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-RECOL-NEG
022974     IF WS-CONT-RECOL-NEG = 1
022975         MOVE WS-LINHA-BRANCO TO REPORT-LINHA
022976         WRITE REPORT-LINHA
022977         MOVE WS-LINHA-SECAO-6 TO REPORT-LINHA
022978         WRITE REPORT-LINHA
022979     END-IF
022980     MOVE RET-CONTA TO DET-CONTA
022981     MOVE RET-DATA TO DET-DATA
022982     MOVE RET-VALOR TO DET-VALOR
022983     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
022984     WRITE REPORT-LINHA.
022985 2270-EXIT.
022986     EXIT.
022987
023000 2300-LISTAR-SEM-MESTRE.
023100     IF WS-CONT-SEM-MESTRE = 1
023200         MOVE WS-LINHA-BRANCO TO REPORT-LINHA
024200 2300-EXIT.
024300     EXIT.
024400
024401*----------------------------------------------------------*
024402* 2400-GERAR-AVISO - GRAVA O AVISO DE PAGAMENTO DO          *
024403*                    LIQUIDADO COM O NOME E O BANCO/AGENCIA *
024404*                    DO CADMST; CONTA FORA DO CADASTRO FICA *
024405*                    SEM AVISO E SAI NO RELATORIO DE        *
024406*                    CONTROLE                               *
024407*----------------------------------------------------------*
024408 2400-GERAR-AVISO.
024409     PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
024410     MOVE PAGD-CONTA TO AVL-CONTA
024411     MOVE PAGD-REFERENCIA TO AVL-REFERENCIA
024412     MOVE RET-DATA TO AVL-DATA
024413     MOVE WS-VALOR-LIQUIDO TO AVL-VALOR
024414     IF WS-CASADO-TOLER
024415         MOVE WS-DIFERENCA TO AVL-TARIFA
024416     ELSE
024417         MOVE ZERO TO AVL-TARIFA
024418     END-IF
024419     MOVE PAGD-CONTA TO CAD-CONTA
024420     READ CADASTRO-FILE KEY IS CAD-CONTA
024421         INVALID KEY
024422             ADD 1 TO WS-CONT-SEM-AVISO
024423             ADD WS-VALOR-LIQUIDO TO WS-TOTAL-SEM-AVISO
024424             MOVE 'SEM AVISO - FORA CADMST' TO AVL-SITUACAO
024425             MOVE WS-LINHA-AVISO TO AVISO-REL-LINHA
024426             WRITE AVISO-REL-LINHA
024427             GO TO 2400-EXIT
024428     END-READ
024429
024430     INITIALIZE AVS-REC
024431     MOVE 'D' TO AVS-TIPO
024432     MOVE PAGD-CONTA TO AVS-CONTA
024433     MOVE CAD-NOME TO AVS-NOME
024434     MOVE CAD-BANCO TO AVS-BANCO
024435     MOVE CAD-AGENCIA TO AVS-AGENCIA
024436     MOVE WS-VALOR-LIQUIDO TO AVS-VALOR
024437     IF WS-CASADO-TOLER
024438         MOVE WS-DIFERENCA TO AVS-TARIFA
024439     END-IF
024440     MOVE RET-DATA TO AVS-DATA-VALOR
024441     MOVE PAGD-REFERENCIA TO AVS-REFERENCIA
024442     MOVE PAGD-REF-CLIENTE TO AVS-REF-CLIENTE
024443     WRITE AVS-REC
024444     ADD 1 TO WS-CONT-AVISOS
024445     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-AVISOS
024446     ADD WS-VALOR-LIQUIDO TO WS-HASH-AVISOS
024447     MOVE 'AVISO GERADO' TO AVL-SITUACAO
024448     MOVE WS-LINHA-AVISO TO AVISO-REL-LINHA
024449     WRITE AVISO-REL-LINHA.
024450 2400-EXIT.
024451     EXIT.
024452
024453*----------------------------------------------------------*
024454* 2500-MARCAR-DEVOLVIDO - PAGAMENTO DEVOLVIDO PELO BANCO:    *
024455*                         MARCA 'D' NO DETALHE CASADO E NO   *
024456*                         MESTRE QUANDO A SITUACAO CORRENTE  *
024457*                         DA CONTA FOR O MESMO PAGAMENTO,    *
024458*                         GRAVA A AUDITORIA, DEVOLVE O       *
024459*                         PAGAMENTO AO RECICLO E O LISTA NO  *
024460*                         BLOCO PROPRIO DO RELATORIO         *
024461*----------------------------------------------------------*
024462*    O ESTORNO DO LANCAMENTO NO RAZAO E FEITO PELO PROXIMO
024463*    PAGEXTR, QUE PASSA O DEVOLVIDO A 'V'
024464 2500-MARCAR-DEVOLVIDO.
024465     ADD 1 TO WS-CONT-DEVOLVIDOS
024466     PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
024467     ADD WS-VALOR-LIQUIDO TO WS-TOTAL-DEVOLVIDOS
024468     MOVE PAGD-FLAG TO WS-FLAG-ANTES
024469     MOVE PAGD-REC TO WS-JRN-ANTES-DET
024470     MOVE 'D' TO PAGD-FLAG
024471     REWRITE PAGD-REC
024472     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
024473
024474     MOVE RET-CONTA TO PAGTO-CONTA
024475     READ PAGTO-FILE KEY IS PAGTO-CONTA
024476         INVALID KEY
024477             CONTINUE
024478         NOT INVALID KEY
024479             IF (PAGTO-ENVIADO OR PAGTO-CONFIRMADO)
024480                AND PAGTO-DATA = PAGD-DATA
024481                AND PAGTO-VALOR = PAGD-VALOR
024482                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
024483                 MOVE 'D' TO PAGTO-FLAG
024484                 REWRITE PAGTO-REC
024485                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
024486             END-IF
024487     END-READ
024488     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
024489     PERFORM 2550-GRAVAR-RECICLO THRU 2550-EXIT
024490
024491     IF WS-CONT-DEVOLVIDOS = 1
024492         MOVE WS-LINHA-BRANCO TO REPORT-LINHA
024493         WRITE REPORT-LINHA
024494         MOVE WS-LINHA-SECAO-7 TO REPORT-LINHA
024495         WRITE REPORT-LINHA
024496     END-IF
024497     MOVE RET-CONTA TO DEV-CONTA
024498     MOVE RET-DATA TO DEV-DATA
024499     MOVE RET-VALOR TO DEV-VALOR
024500     MOVE RET-MOTIVO TO DEV-MOTIVO
024501     MOVE WS-LINHA-DEVOL TO REPORT-LINHA
024502     WRITE REPORT-LINHA.
024503 2500-EXIT.
024504     EXIT.
024505
024506*----------------------------------------------------------*
024507* 2550-GRAVAR-RECICLO - DEVOLVE O PAGAMENTO AO RECICLO DE   *
024508*                       EXCECOES COMO TRANSACAO 'A' PELO    *
024509*                       VALOR BRUTO, PARA O OPERADOR        *
024510*                       CORRIGIR E REENVIAR PELO PAGRECI    *
024511*----------------------------------------------------------*
024512 2550-GRAVAR-RECICLO.
024513     MOVE SPACES TO REC-REC
024514     MOVE 'A' TO REC-CODIGO
024515     MOVE PAGD-CONTA TO REC-CONTA
024516     MOVE PAGD-VALOR TO REC-VALOR
024517     MOVE PAGD-DATA TO REC-DATA
024518     MOVE 'S' TO REC-NOVO-FLAG
024519     MOVE PAGD-REF-CLIENTE TO REC-REFERENCIA
024520     MOVE PAGD-ORIGEM TO REC-ORIGEM
024521     MOVE PAGD-CENTRO-CUSTO TO REC-CENTRO-CUSTO
024522     MOVE 'P' TO REC-SITUACAO
024523     MOVE 'DEVOLVIDO PELO BANCO - MOTIVO' TO REC-MOTIVO
024524     MOVE RET-MOTIVO TO REC-MOTIVO(31:2)
024525     MOVE 01 TO REC-CICLOS
024526     WRITE REC-REC.
024527 2550-EXIT.
024528     EXIT.
024529
024530 2900-LER-RETORNO.
024600     READ RETORNO-FILE
024700         AT END
024800             SET WS-FIM-RETORNO TO TRUE
025700     END-READ.
025800 2950-EXIT.
025900     EXIT.
025905
025910*----------------------------------------------------------*
025915* 2960-APURAR-LIQUIDO - VALOR REMETIDO AO BANCO: O BRUTO    *
025920*                       MENOS O IMPOSTO RETIDO NA FONTE,    *
025925*                       QUANDO HOUVER CODIGO DE IMPOSTO     *
025930*----------------------------------------------------------*
025935 2960-APURAR-LIQUIDO.
025940     IF PAGD-COD-IMPOSTO = SPACES
025945         MOVE PAGD-VALOR TO WS-VALOR-LIQUIDO
025950     ELSE
025955         COMPUTE WS-VALOR-LIQUIDO =
025960             PAGD-VALOR - PAGD-VALOR-RETIDO
025965     END-IF.
025970 2960-EXIT.
025975     EXIT.
025976
025977*----------------------------------------------------------*
025978* 2970-RESERVAR-ORCAMENTO - O PAGAMENTO ESTORNADO QUE O     *
025979*                           BANCO LIQUIDOU VOLTA A CONSUMIR *
025980*                           O ORCAMENTO DO CENTRO DE CUSTO, *
025981*                           SEM CRITICA DE SALDO            *
025982*----------------------------------------------------------*
025983 2970-RESERVAR-ORCAMENTO.
025984     MOVE 'F' TO OCP-FUNCAO
025985     MOVE PAGD-CENTRO-CUSTO TO OCP-CENTRO-CUSTO
025986     MOVE PAGD-DATA TO OCP-DATA
025987     MOVE PAGD-VALOR TO OCP-VALOR
025988     MOVE WS-DATA-PROCESSO TO OCP-DATA-PROCESSO
025989     CALL 'PAGORCT' USING OCP-PARM
025990     IF OCP-INDISPONIVEL
025991         DISPLAY 'FALHA NO CONTROLE ORCAMENTARIO - CONTA: '
025992             PAGD-CONTA
025993         MOVE 12 TO RETURN-CODE
025994         STOP RUN
025995     END-IF.
025996 2970-EXIT.
025997     EXIT.
026000
026100*----------------------------------------------------------*
026200* 4000-VARRER-SEM-RETORNO - RELE O DETALHE E LISTA OS       *
028280     END-IF
028300     IF PAGD-ENVIADO
028500         ADD 1 TO WS-CONT-SEM-RETORNO
028520         PERFORM 2960-APURAR-LIQUIDO THRU 2960-EXIT
028600         ADD WS-VALOR-LIQUIDO TO WS-TOTAL-SEM-RETORNO
028700         IF WS-CONT-SEM-RETORNO = 1
028800             MOVE WS-LINHA-BRANCO TO REPORT-LINHA
028900             WRITE REPORT-LINHA
029200         END-IF
029300         MOVE PAGD-CONTA TO DET-CONTA
029400         MOVE PAGD-DATA TO DET-DATA
029500         MOVE WS-VALOR-LIQUIDO TO DET-VALOR
029600         MOVE WS-LINHA-DETALHE TO REPORT-LINHA
029700         WRITE REPORT-LINHA
029800     END-IF
030202*----------------------------------------------------------*
030204* 4500-VARRER-SEM-ENVIO - RELE O DETALHE E LISTA OS         *
030206*                         PAGAMENTOS AINDA CONFIRMADOS      *
030208*                         ('S' OU DESVIADO 'B') ATE A DATA  *
030209*                         DA VARREDURA, OU                  *
030210*                         SEJA, QUE NUNCA SAIRAM NA         *
030212*                         REMESSA AO BANCO                  *
030214*----------------------------------------------------------*
030249         SET WS-FIM-DETALHE TO TRUE
030251         GO TO 4600-EXIT
030253     END-IF
030255     IF PAGD-CONFIRMADO OR PAGD-DESVIADO
030257         ADD 1 TO WS-CONT-SEM-ENVIO
030259         ADD PAGD-VALOR TO WS-TOTAL-SEM-ENVIO
030261         IF WS-CONT-SEM-ENVIO = 1
031100     MOVE RET-CONTA TO AUDIT-CONTA
031200     MOVE RET-VALOR TO AUDIT-VALOR
031300     MOVE WS-FLAG-ANTES TO AUDIT-FLAG-ANTES
031400     MOVE PAGD-FLAG TO AUDIT-FLAG-DEPOIS
031450     IF WS-CASADO-TOLER
031500         MOVE 'LIQ TOLER' TO AUDIT-ACAO
031550     ELSE
031560         MOVE 'LIQUIDADO' TO AUDIT-ACAO
031570     END-IF
031572     IF WS-RECOLHA-NEGADA
031574         MOVE 'RECOL NEG' TO AUDIT-ACAO
031576     END-IF
031577     MOVE SPACES TO AUDIT-MOTIVO-BANCO
031578     IF RET-DEVOLUCAO
031580         MOVE 'DEVOLVIDO' TO AUDIT-ACAO
031581         MOVE RET-MOTIVO TO AUDIT-MOTIVO-BANCO
031582     END-IF
031583     MOVE PAGD-ORIGEM TO AUDIT-CANAL
031590     MOVE SPACE TO AUDIT-MOTIVO
031592     MOVE SPACES TO AUDIT-DIGITADOR
031594     MOVE SPACES TO AUDIT-APROVADOR
031599     MOVE PAGD-REFERENCIA TO AUDIT-REFERENCIA
031609     MOVE 'G' TO ADT-FUNCAO
031619     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
031629     IF NOT ADT-OK
031639         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
031649         MOVE 12 TO RETURN-CODE
031659         STOP RUN
031669     END-IF.
031700 6000-EXIT.
031800     EXIT.
031900
031902*----------------------------------------------------------*
031904* 7000/7100 - CABECALHO E TRAILER DE INTEGRIDADE DO ARQUIVO *
031906*             DE AVISOS, NO MESMO CONVENIO DA REMESSA       *
031908*----------------------------------------------------------*
031910 7000-GRAVAR-CABECALHO.
031912     INITIALIZE AVS-REC
031914     MOVE 'H' TO AVS-TIPO
031916     MOVE 'PAGCONC' TO AVS-CONTA
031918     MOVE WS-DATA-PROCESSO TO AVS-DATA-VALOR
031920     WRITE AVS-REC.
031922 7000-EXIT.
031924     EXIT.
031926
031928 7100-GRAVAR-TRAILER.
031930     INITIALIZE AVS-REC
031932     MOVE 'T' TO AVS-TIPO
031934     MOVE WS-CONT-AVISOS TO WS-TRL-AVISOS
031936     MOVE WS-TRL-AVISOS TO AVS-CONTA
031938     MOVE WS-HASH-AVISOS TO AVS-VALOR
031940     MOVE WS-DATA-PROCESSO TO AVS-DATA-VALOR
031942     WRITE AVS-REC.
031944 7100-EXIT.
031946     EXIT.
031948
032000*----------------------------------------------------------*
032100* 8000-FINALIZAR - EMITE OS TOTAIS DOS TRES BLOCOS, FECHA   *
032200*                  OS ARQUIVOS E AJUSTA O RETURN-CODE       *
034100     MOVE WS-TOTAL-SEM-MESTRE TO TOT-VALOR
034200     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
034300     WRITE REPORT-LINHA
034310
034320     MOVE 'RECOLHIMENTOS NAO ATENDIDOS.: ' TO TOT-ROTULO
034330     MOVE WS-CONT-RECOL-NEG TO TOT-QTD
034340     MOVE WS-TOTAL-RECOL-NEG TO TOT-VALOR
034350     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
034360     WRITE REPORT-LINHA
034365
034370     MOVE 'DEVOLVIDOS PELO BANCO.......: ' TO TOT-ROTULO
034375     MOVE WS-CONT-DEVOLVIDOS TO TOT-QTD
034380     MOVE WS-TOTAL-DEVOLVIDOS TO TOT-VALOR
034385     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
034390     WRITE REPORT-LINHA
034400
034405     PERFORM 7100-GRAVAR-TRAILER THRU 7100-EXIT
034410     MOVE WS-LINHA-BRANCO TO AVISO-REL-LINHA
034415     WRITE AVISO-REL-LINHA
034420     MOVE 'AVISOS GERADOS..............: ' TO TOT-ROTULO
034425     MOVE WS-CONT-AVISOS TO TOT-QTD
034430     MOVE WS-TOTAL-AVISOS TO TOT-VALOR
034435     MOVE WS-LINHA-TOTAL TO AVISO-REL-LINHA
034440     WRITE AVISO-REL-LINHA
034445     MOVE 'LIQUIDADOS SEM AVISO........: ' TO TOT-ROTULO
034450     MOVE WS-CONT-SEM-AVISO TO TOT-QTD
034455     MOVE WS-TOTAL-SEM-AVISO TO TOT-VALOR
034460     MOVE WS-LINHA-TOTAL TO AVISO-REL-LINHA
034465     WRITE AVISO-REL-LINHA
034470
034500     CLOSE RETORNO-FILE
034600     CLOSE PAGDET-FILE
034700     CLOSE PAGTO-FILE
034850     CLOSE TARIFA-FILE
034900     CLOSE REPORT-FILE
034905     CLOSE CADASTRO-FILE
034910     CLOSE AVISO-FILE
034915     CLOSE AVISO-REL-FILE
034917     CLOSE RECICLO-FILE
034920
034922     IF WS-CONT-SEM-RETORNO > ZERO
034924        OR WS-CONT-SEM-ENVIO > ZERO
034926        OR WS-CONT-SEM-MESTRE > ZERO
034928        OR WS-CONT-RECOL-NEG > ZERO
034929        OR WS-CONT-SEM-AVISO > ZERO
034930        OR WS-CONT-DEVOLVIDOS > ZERO
034931         MOVE 4 TO WS-RC-PASSO
034932     END-IF
034934
034940     MOVE 'T' TO CTR-FUNCAO
034950     MOVE 'PAGCONC' TO CTR-PASSO
034960     MOVE WS-CONT-LIQUIDADOS TO CTR-CONTADOR
034970     MOVE WS-TOTAL-LIQUIDADOS TO CTR-TOTAL
034972     COMPUTE CTR-EXCECOES = WS-CONT-SEM-RETORNO
034974         + WS-CONT-SEM-ENVIO + WS-CONT-SEM-MESTRE
034975         + WS-CONT-RECOL-NEG + WS-CONT-SEM-AVISO
034976         + WS-CONT-DEVOLVIDOS
034977     MOVE ZERO TO CTR-RETIDOS
034978     MOVE WS-RC-PASSO TO CTR-RESULTADO
034980     CALL 'PAGCTRL' USING CTR-PARM
035080     MOVE WS-RC-PASSO TO RETURN-CODE.
035500 8000-EXIT.
035600     EXIT.
035700
