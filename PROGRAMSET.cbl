002000*                    UM ARQUIVO DE RESTART, PARA QUE UM RERUN    *
002100*                    APOS ABEND RETOME DO ULTIMO CHECKPOINT EM   *
002200*                    VEZ DE REPROCESSAR O ARQUIVO INTEIRO.       *
002220*                    FAVORECIDO COM CATEGORIA FISCAL NO CADASTRO *
002240*                    TEM O IMPOSTO RETIDO NA FONTE APURADO NA    *
002260*                    CONFIRMACAO (PAGTRIB) E GRAVADO NO DETALHE. *
002270*                    TODO PAGAMENTO INCLUIDO RECEBE A REFERENCIA *
002280*                    UNICA DO SISTEMA (ROTINA PAGREFN); A DA     *
002290*                    TRANSACAO FICA COMO REFERENCIA DO CLIENTE.  *
002292*                    CONTA DORMENTE REATIVADA HA ATE 90 DIAS     *
002294*                    (CAD-DORMENCIA 'R') TEM O PAGAMENTO RETIDO  *
002296*                    ('P') MESMO ABAIXO DO LIMITE DE APROVACAO.  *
002300*                                                                *
002400*    HISTORICO DE ALTERACOES                                    *
002500*    DATA       AUTOR   DESCRICAO                                *
004867*                       CONTAR COMO CONFIRMACAO DUPLICADA NA     *
004868*                       CRITICA DA TRANSACAO 'A' E DO 'C' COM    *
004869*                       FLAG 'S', COMO JA VALIA PARA 'S'/'L'     *
004870*    2026-10-15 MAF     NOVA TRANSACAO 'X' (SUSTACAO) COM        *
004871*                       MOTIVO NO NOVO FLAG: PENDENTE, RETIDO    *
004872*                       OU AGENDADO PASSA A 'X' (CANCELADO) E O  *
004873*                       JA ENVIADO A 'Z' (RECOLHIMENTO PEDIDO    *
004874*                       NA PROXIMA REMESSA); MOTIVO GRAVADO NA   *
004875*                       AUDITORIA (AUDIT-MOTIVO)                 *
004876*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 100 BYTES, COM  *
004877*                       DIGITADOR E APROVADOR EM BRANCO          *
004878*    2026-10-15 MAF     CONFIRMACAO APURA A RETENCAO NA FONTE    *
004879*                       PELA CATEGORIA FISCAL DO CADASTRO        *
004880*                       (ROTINA PAGTRIB) E GRAVA O CODIGO DO     *
004881*                       IMPOSTO E O VALOR RETIDO NO DETALHE;     *
004882*                       CATEGORIA SEM ALIQUOTA NA TABELA IMPTAB  *
004883*                       REJEITA O PAGAMENTO                      *
004884*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
004885*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
004886*                       RETURN-CODE DO PASSO PASSA A SER         *
004887*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
004888*    2026-10-15 MAF     LOG DE AUDITORIA GANHOU O MOTIVO DA      *
004889*                       DEVOLUCAO BANCARIA, GRAVADO EM BRANCO    *
004890*    2026-10-15 MAF     TODO PAGAMENTO INCLUIDO PELA TRANSACAO   *
004891*                       'A' (CONFIRMADO, RETIDO, REJEITADO OU    *
004892*                       AGENDADO) RECEBE A REFERENCIA UNICA DO   *
004893*                       SISTEMA COM DIGITO VERIFICADOR (ROTINA   *
004894*                       PAGREFN, CONTROLE REFSEQ); A REFERENCIA  *
004895*                       DA TRANSACAO E GUARDADA COMO REFERENCIA  *
004896*                       DO CLIENTE NO MESTRE E NO DETALHE, E A   *
004897*                       REFERENCIA DO PAGAMENTO VAI PARA O LOG   *
004898*                       DE AUDITORIA (110 BYTES)                 *
004899*    2026-10-15 MAF     PAGAMENTO PARA CONTA DORMENTE REATIVADA  *
004900*                       HA ATE 90 DIAS FICA RETIDO ('P') PARA    *
004901*                       O SUPERVISOR MESMO ABAIXO DO LIMITE      *
004902*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
004903*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
004904*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
004905*    2026-10-15 MAF     TODO PAGAMENTO LEVA O CENTRO DE CUSTO DA *
004906*                       TRANSACAO; A CONFIRMACAO RESERVA O       *
004907*                       ORCAMENTO DO CENTRO NO MES DA DATA DE    *
004908*                       VALOR (ROTINA PAGORCT, ARQUIVO ORCMST) E *
004909*                       SEM CENTRO, SEM ORCAMENTO OU SEM SALDO O *
004910*                       PAGAMENTO FICA RETIDO ('P'); A LIBERACAO *
004911*                       DO SUPERVISOR RESERVA SEM CRITICA E O    *
004912*                       CONFIRMADO ALTERADO PARA OUTRA SITUACAO  *
004913*                       DEVOLVE O ORCAMENTO; TRANSACAO DE 40 E   *
004914*                       RECICLO DE 85 BYTES                      *
004915*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
004916*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
004917*                       APOS O REGISTRO NO PAGCTRL               *
004918*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
004919*                       ('W') CONTAM NA CRITICA DE DUPLICIDADE;  *
004920*                       DESVIADO QUE DEIXA DE SER PAGAMENTO      *
004921*                       DEVOLVE O ORCAMENTO                      *
004922*    2026-10-15 MAF     ALTERACAO DE SITUACAO ('C') SO ACEITA    *
004923*                       S, N, R OU P; OUTRA SITUACAO VAI PARA    *
004924*                       EXCECAO SEM MEXER NO MESTRE E DETALHE    *
004925*                                                                *
004926******************************************************************
005000 ENVIRONMENT DIVISION.
005020 CONFIGURATION SECTION.
005040 SPECIAL-NAMES.
006600            RECORD KEY IS RESTART-CHAVE
006700            FILE STATUS IS WS-RESTART-STATUS.
006800
007300     SELECT EXCEPTION-FILE  ASSIGN TO EXCEFILE
007400            ORGANIZATION IS LINE SEQUENTIAL
007500            FILE STATUS IS WS-EXCE-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  TRANS-FILE
008400     RECORD CONTAINS 40 CHARACTERS.
008500 COPY TRANREC.
009000
009100 FD  NUMPAR-FILE
009900     05  RESTART-CHAVE           PIC X(01).
010000     05  RESTART-CONT-REG        PIC 9(07).
010100
012100 FD  EXCEPTION-FILE
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  EXCEPT-REC.
013400 01  REPORT-LINHA                PIC X(80).
013420
013440 FD  RECICLO-FILE
013460     RECORD CONTAINS 85 CHARACTERS.
013480 COPY RECREC.
013500
013600 WORKING-STORAGE SECTION.
013740 COPY DATAREC.
013760
013780 COPY CTRPARM.
013782
013784 COPY AUDPARM.
013786
013788 COPY AUDREC.
013790
013792 COPY JRNPARM.
013793
013794 COPY TRBPARM.
013795
013796 COPY REFPARM.
013797
013798 COPY ORCPARM.
013799
013800 77  WS-JRN-ANTES-MESTRE         PIC X(100) VALUE SPACES.
013801 77  WS-JRN-ANTES-DET            PIC X(100) VALUE SPACES.
013802 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
013803
013900 77  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
013950 77  WS-NUMPAR-STATUS            PIC X(02) VALUE SPACES.
014000 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
014060 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
014070 77  WS-LIMITE-STATUS            PIC X(02) VALUE SPACES.
014100 77  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
014300 77  WS-EXCE-STATUS              PIC X(02) VALUE SPACES.
014400 77  WS-RELEXC-STATUS            PIC X(02) VALUE SPACES.
014420 77  WS-RECICLO-STATUS           PIC X(02) VALUE SPACES.
014500
014600 77  WS-LIMITE-APROVACAO         PIC S9(07)V99 VALUE 1000,00.
014610 77  WS-LIMITE-CONTA             PIC S9(07)V99 VALUE ZERO.
014630 77  WS-DIAS-VIGIA-DORMENCIA     PIC 9(03) VALUE 90.
014650 77  WS-VALOR-VERIFICAR          PIC S9(07)V99 VALUE ZERO.
014660 77  WS-VALOR-ABS                PIC 9(07)V99 VALUE ZERO.
014662 77  WS-COD-IMPOSTO              PIC X(04) VALUE SPACES.
014664 77  WS-VALOR-RETIDO             PIC S9(07)V99 VALUE ZERO.
014670
014672 77  WS-QTD-LIMITES              PIC 9(04) COMP VALUE ZERO.
014674 77  WS-LIM-IDX                  PIC 9(04) COMP VALUE ZERO.
015700 77  WS-MOTIVO                   PIC X(36) VALUE SPACES.
015800 77  WS-CONT-EXCECAO             PIC 9(05) COMP VALUE ZERO.
015805 77  WS-CONT-RETIDOS             PIC 9(05) COMP VALUE ZERO.
015807 77  WS-REFERENCIA-PAGTO         PIC X(10) VALUE SPACES.
015808 77  WS-CENTRO-CUSTO             PIC X(05) VALUE SPACES.
015809 77  WS-DATA-ORCAMENTO           PIC 9(08) VALUE ZERO.
015810
015820 77  WS-QTD-ORIGENS              PIC 9(02) COMP VALUE ZERO.
015830 77  WS-ORG-IDX                  PIC 9(02) COMP VALUE ZERO.
020800     PERFORM 1010-ABRIR-PAGTO THRU 1010-EXIT
020850     PERFORM 1015-ABRIR-PAGDET THRU 1015-EXIT
020860     PERFORM 1018-ABRIR-CADASTRO THRU 1018-EXIT
020865     PERFORM 1019-ABRIR-REFERENCIAS THRU 1019-EXIT
020870     PERFORM 1200-CARREGAR-LIMITES THRU 1200-EXIT
020900     PERFORM 1020-ABRIR-RESTART THRU 1020-EXIT
020920     PERFORM 1025-ABRIR-ORCAMENTO THRU 1025-EXIT
021000     PERFORM 1030-ABRIR-AUDITORIA THRU 1030-EXIT
021100     OPEN OUTPUT EXCEPTION-FILE
021150     PERFORM 1035-ABRIR-RECICLO THRU 1035-EXIT
021836         MOVE 8 TO RETURN-CODE
021838         STOP RUN
021840     END-IF
021841     IF CTR-FORA-DE-SEQUENCIA
021842         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
021843         MOVE 8 TO RETURN-CODE
021844         STOP RUN
021845     END-IF
021846     IF CTR-CICLO-ENCERRADO
021847         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
021848             CTR-DATA-PROCESSO
021849         MOVE 8 TO RETURN-CODE
021850         STOP RUN
021852     END-IF.
021854 1005-EXIT.
022910 1018-EXIT.
022911     EXIT.
022912
022917*----------------------------------------------------------*
022922* 1019-ABRIR-REFERENCIAS - ABRE O CONTROLE DA NUMERACAO DE  *
022927*                          REFERENCIAS; SEM ELE NAO SE      *
022932*                          INCLUI PAGAMENTO, ENTAO O        *
022937*                          PROGRAMA PARA                    *
022942*----------------------------------------------------------*
022947 1019-ABRIR-REFERENCIAS.
022952     MOVE 'A' TO RFN-FUNCAO
022957     CALL 'PAGREFN' USING RFN-PARM
022962     IF NOT RFN-OK
022967         DISPLAY 'NUMERACAO DE REFERENCIAS INDISPONIVEL'
022972         MOVE 12 TO RETURN-CODE
022977         STOP RUN
022982     END-IF.
022987 1019-EXIT.
022992     EXIT.
022997
023000 1020-ABRIR-RESTART.
023100     OPEN I-O RESTART-FILE
023200     IF WS-RESTART-STATUS = '35'
023600     END-IF.
023700 1020-EXIT.
023800     EXIT.
023805
023810*----------------------------------------------------------*
023815* 1025-ABRIR-ORCAMENTO - ABRE O ORCAMENTO POR CENTRO DE     *
023820*                        CUSTO (ROTINA PAGORCT); SEM ELE    *
023825*                        NAO SE CONFIRMA PAGAMENTO, ENTAO O *
023830*                        PROGRAMA PARA                      *
023835*----------------------------------------------------------*
023840 1025-ABRIR-ORCAMENTO.
023845     MOVE 'A' TO OCP-FUNCAO
023850     CALL 'PAGORCT' USING OCP-PARM
023855     IF NOT OCP-OK
023860         DISPLAY 'ORCAMENTO POR CENTRO DE CUSTO INDISPONIVEL'
023865         MOVE 12 TO RETURN-CODE
023870         STOP RUN
023875     END-IF.
023880 1025-EXIT.
023885     EXIT.
023900
024000 1030-ABRIR-AUDITORIA.
024020     MOVE 'A' TO ADT-FUNCAO
024040     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
024060     IF NOT ADT-OK
024080         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
024100         MOVE 12 TO RETURN-CODE
024120         STOP RUN
024140     END-IF.
024500 1030-EXIT.
024600     EXIT.
024610
028900*----------------------------------------------------------*
029000 2000-PROCESSAR.
029100     ADD 1 TO WS-CONT-LIDOS
029120     MOVE SPACES TO WS-REFERENCIA-PAGTO
029150     IF TRANS-CODIGO NOT = 'H' AND TRANS-CODIGO NOT = 'T'
029160        AND TRANS-ORIGEM = SPACE
029170         MOVE 'D' TO TRANS-ORIGEM
029900             PERFORM 5000-CONSULTAR-CONTA THRU 5000-EXIT
029920         WHEN 'L'
029940             PERFORM 4500-LIBERAR-PAGTO THRU 4500-EXIT
029960         WHEN 'X'
029980             PERFORM 4700-CANCELAR-PAGTO THRU 4700-EXIT
030000         WHEN OTHER
030100             DISPLAY 'CODIGO DE TRANSACAO INVALIDO: '
030200                 TRANS-CODIGO
034100     END-IF
034200
034300     MOVE TRANS-VALOR TO WS-VALOR-VERIFICAR
034301     MOVE TRANS-CENTRO-CUSTO TO WS-CENTRO-CUSTO
034302     MOVE TRANS-DATA TO WS-DATA-ORCAMENTO
034303     PERFORM 3020-VERIFICAR-CADASTRO THRU 3020-EXIT
034304     IF WS-CAD-REJEITADO
034306         IF NOT WS-CONTA-OK
034308             MOVE SPACES TO PAGTO-FLAG
034340         GO TO 3000-EXIT
034345     END-IF
034350     PERFORM 3050-VERIFICAR-LIMITE THRU 3050-EXIT
034450     PERFORM 3110-ATRIBUIR-REFERENCIA THRU 3110-EXIT
035600
035700     MOVE TRANS-CONTA TO PAGTO-CONTA
035800     MOVE TRANS-VALOR TO PAGTO-VALOR
035900     MOVE TRANS-DATA  TO PAGTO-DATA
035950     MOVE WS-REFERENCIA-PAGTO TO PAGTO-REFERENCIA
035970     MOVE TRANS-REFERENCIA TO PAGTO-REF-CLIENTE
036000     DISPLAY " SITUACAO DO PAGTO ATUAL: " WS-PAGTO-ANTES
036100
036200     IF WS-REJEITADO
038638         PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
038639         GO TO 3040-EXIT
038640     END-IF
038641     PERFORM 3110-ATRIBUIR-REFERENCIA THRU 3110-EXIT
038642     MOVE TRANS-CONTA TO PAGTO-CONTA
038643     MOVE TRANS-VALOR TO PAGTO-VALOR
038644     MOVE TRANS-DATA  TO PAGTO-DATA
038645     MOVE WS-REFERENCIA-PAGTO TO PAGTO-REFERENCIA
038646     MOVE TRANS-REFERENCIA TO PAGTO-REF-CLIENTE
038647     MOVE 'G' TO PAGTO-FLAG
038648     IF WS-CONTA-OK
038649         REWRITE PAGTO-REC
038650         MOVE 'R' TO JRN-PRM-OPERACAO
038651     ELSE
038652         WRITE PAGTO-REC
038653         MOVE 'W' TO JRN-PRM-OPERACAO
038654     END-IF
038655     PERFORM 6800-JORNAL-MESTRE THRU 6800-EXIT
038656     PERFORM 3100-GRAVAR-DETALHE THRU 3100-EXIT
038657     MOVE 'AGENDADO' TO WS-AUDIT-ACAO
038658     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
038660 3040-EXIT.
038662     EXIT.
038676*----------------------------------------------------------*
038678 3020-VERIFICAR-CADASTRO.
038680     MOVE 'N' TO WS-CAD-REJEITADO-SW
038681     MOVE SPACES TO WS-COD-IMPOSTO
038682     MOVE ZERO TO WS-VALOR-RETIDO
038683     MOVE TRANS-CONTA TO CAD-CONTA
038684     READ CADASTRO-FILE KEY IS CAD-CONTA
038686         INVALID KEY
038688             SET WS-CAD-REJEITADO TO TRUE
038710                         TO WS-MOTIVO
038712                 END-IF
038714             END-IF
038716     END-READ
038717     IF NOT WS-CAD-REJEITADO
038718         PERFORM 3030-CALCULAR-RETENCAO THRU 3030-EXIT
038719     END-IF.
038720 3020-EXIT.
038721     EXIT.
038722
038723*----------------------------------------------------------*
038724* 3030-CALCULAR-RETENCAO - APURA PELA CATEGORIA FISCAL DO   *
038725*                          CADASTRO O IMPOSTO RETIDO NA     *
038726*                          FONTE SOBRE WS-VALOR-VERIFICAR;  *
038727*                          CATEGORIA SEM ALIQUOTA NA TABELA *
038728*                          REJEITA O PAGAMENTO              *
038729*----------------------------------------------------------*
038730 3030-CALCULAR-RETENCAO.
038731     MOVE SPACES TO WS-COD-IMPOSTO
038732     MOVE ZERO TO WS-VALOR-RETIDO
038733     IF CAD-CATEGORIA-FISCAL = SPACES
038734         GO TO 3030-EXIT
038735     END-IF
038736     MOVE 'C' TO TRB-FUNCAO
038737     MOVE CAD-CATEGORIA-FISCAL TO TRB-CATEGORIA
038738     MOVE WS-VALOR-VERIFICAR TO TRB-VALOR-BRUTO
038739     CALL 'PAGTRIB' USING TRB-PARM
038740     IF TRB-NAO-ENCONTRADO
038741         SET WS-CAD-REJEITADO TO TRUE
038742         MOVE 'CATEGORIA FISCAL SEM ALIQUOTA' TO WS-MOTIVO
038743         GO TO 3030-EXIT
038744     END-IF
038745     IF TRB-VALOR-RETIDO > ZERO
038746         MOVE TRB-CODIGO TO WS-COD-IMPOSTO
038747         MOVE TRB-VALOR-RETIDO TO WS-VALOR-RETIDO
038748     END-IF.
038749 3030-EXIT.
038750     EXIT.
038751
038752*----------------------------------------------------------*
038753* 3050-VERIFICAR-LIMITE - APLICA A CONFIRMACAO DUPLA E O     *
038754*                         LIMITE DE APROVACAO DA CONTA       *
038755*                         (PELO VALOR ABSOLUTO) SOBRE        *
038756*                         WS-VALOR-VERIFICAR; ACIMA DO       *
038757*                         LIMITE O PAGAMENTO FICA RETIDO     *
038758*                         AGUARDANDO APROVACAO; DENTRO DO    *
038759*                         LIMITE, RESERVA O ORCAMENTO DO     *
038760*                         CENTRO DE CUSTO                    *
038761*----------------------------------------------------------*
038762 3050-VERIFICAR-LIMITE.
038770     MOVE 'N' TO WS-REJEITADO-SW
038775     MOVE 'N' TO WS-RETIDO-SW
038780     MOVE SPACES TO WS-MOTIVO
038915                 SET WS-RETIDO TO TRUE
038920                 MOVE 'VALOR ACIMA DO LIMITE DE APROVACAO'
038930                     TO WS-MOTIVO
038940             ELSE
038942                 PERFORM 3055-VERIFICAR-DORMENCIA THRU 3055-EXIT
038943                 IF NOT WS-RETIDO
038944                     PERFORM 3058-RESERVAR-ORCAMENTO
038945                         THRU 3058-EXIT
038946                 END-IF
038947             END-IF
038948         END-IF
038950     END-IF.
038960 3050-EXIT.
038970     EXIT.
038971
038972*----------------------------------------------------------*
038973* 3055-VERIFICAR-DORMENCIA - CONTA BLOQUEADA POR DORMENCIA  *
038974*                            E REATIVADA HA NO MAXIMO       *
038975*                            WS-DIAS-VIGIA-DORMENCIA DIAS   *
038976*                            TEM O PAGAMENTO RETIDO PARA O  *
038977*                            SUPERVISOR                     *
038978*----------------------------------------------------------*
038979 3055-VERIFICAR-DORMENCIA.
038980     MOVE TRANS-CONTA TO CAD-CONTA
038981     READ CADASTRO-FILE KEY IS CAD-CONTA
038982         INVALID KEY
038983             GO TO 3055-EXIT
038984     END-READ
038985     IF NOT CAD-REATIV-DORMENCIA
038986        OR CAD-DATA-ATIVACAO NOT NUMERIC
038987         GO TO 3055-EXIT
038988     END-IF
038989     MOVE 'D' TO DTV-FUNCAO
038990     MOVE CAD-DATA-ATIVACAO TO DTV-DATA-ENTRADA
038991     MOVE CTR-DATA-PROCESSO TO DTV-DATA-FINAL
038992     CALL 'PAGDATA' USING DTV-PARM
038993     IF DTV-DATA-OK
038994        AND DTV-DIAS NOT > WS-DIAS-VIGIA-DORMENCIA
038995         SET WS-RETIDO TO TRUE
038996         MOVE 'CONTA DORMENTE REATIVADA'
038997             TO WS-MOTIVO
038998     END-IF.
038999 3055-EXIT.
039000     EXIT.
039001
039002*----------------------------------------------------------*
039003* 3058-RESERVAR-ORCAMENTO - RESERVA O VALOR NO ORCAMENTO DO *
039004*                           CENTRO DE CUSTO NO MES DA DATA  *
039005*                           DE VALOR; SEM CENTRO, SEM       *
039006*                           ORCAMENTO OU SEM SALDO O        *
039007*                           PAGAMENTO FICA RETIDO PARA O    *
039008*                           SUPERVISOR                      *
039009*----------------------------------------------------------*
039010 3058-RESERVAR-ORCAMENTO.
039011     MOVE 'R' TO OCP-FUNCAO
039012     MOVE WS-CENTRO-CUSTO TO OCP-CENTRO-CUSTO
039013     MOVE WS-DATA-ORCAMENTO TO OCP-DATA
039014     MOVE WS-VALOR-VERIFICAR TO OCP-VALOR
039015     MOVE CTR-DATA-PROCESSO TO OCP-DATA-PROCESSO
039016     CALL 'PAGORCT' USING OCP-PARM
039017     IF OCP-INDISPONIVEL
039018         DISPLAY 'FALHA NO CONTROLE ORCAMENTARIO - CONTA: '
039019             TRANS-CONTA
039020         MOVE 12 TO RETURN-CODE
039021         STOP RUN
039022     END-IF
039023     IF NOT OCP-OK
039024         SET WS-RETIDO TO TRUE
039025         MOVE OCP-MOTIVO TO WS-MOTIVO
039026     END-IF.
039027 3058-EXIT.
039028     EXIT.
039029
039030*----------------------------------------------------------*
039031* 3060-LOCALIZAR-LIMITE - LOCALIZA NA TABELA DE PARAMETROS  *
039032*                         O LIMITE DA FAIXA QUE CONTEM A    *
039033*                         CONTA DA TRANSACAO; SEM FAIXA,    *
039034*                         VALE O LIMITE PADRAO              *
039035*----------------------------------------------------------*
039036 3060-LOCALIZAR-LIMITE.
039037     MOVE WS-LIMITE-APROVACAO TO WS-LIMITE-CONTA
039038     PERFORM 3070-TESTAR-FAIXA THRU 3070-EXIT
039039         VARYING WS-LIM-IDX FROM 1 BY 1
039040         UNTIL WS-LIM-IDX > WS-QTD-LIMITES.
039041 3060-EXIT.
039042     EXIT.
039043
039044 3070-TESTAR-FAIXA.
039045     IF TRANS-CONTA >= WS-LIM-CONTA-INI (WS-LIM-IDX)
039046        AND TRANS-CONTA <= WS-LIM-CONTA-FIM (WS-LIM-IDX)
039047         MOVE WS-LIM-VALOR (WS-LIM-IDX) TO WS-LIMITE-CONTA
039048     END-IF.
039049 3070-EXIT.
039050     EXIT.
039051
039052*----------------------------------------------------------*
039053* 3080-LOCALIZAR-DETALHE - VARRE OS DETALHES DA CONTA/DATA  *
039054*                          DA TRANSACAO, APURANDO A PROXIMA *
039055*                          SEQUENCIA LIVRE E SE JA EXISTE   *
039056*                          PAGAMENTO CONFIRMADO DE MESMO    *
039057*                          VALOR (CONFIRMACAO DUPLICADA)    *
039058*----------------------------------------------------------*
039059 3080-LOCALIZAR-DETALHE.
039060     MOVE 'N' TO WS-PAGTO-DUPLICADO-SW
039061     MOVE 'N' TO WS-JA-RETIDO-SW
039103     MOVE 'N' TO WS-JA-AGENDADO-SW
039105     MOVE 'N' TO WS-FIM-DETALHE-SW
039107     MOVE 1 TO WS-PROX-SEQ
039143        AND PAGD-DATA = TRANS-DATA
039145         COMPUTE WS-PROX-SEQ = PAGD-SEQ + 1
039147         IF PAGD-VALOR = TRANS-VALOR
039149             IF PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-DESVIADO
039150                OR PAGD-LIQUIDADO OR PAGD-RELANCAR
039151                 SET WS-PAGTO-DUPLICADO TO TRUE
039153             END-IF
039155             IF PAGD-AGUARDANDO
039215     MOVE WS-PROX-SEQ TO PAGD-SEQ
039217     MOVE TRANS-VALOR TO PAGD-VALOR
039219     MOVE PAGTO-FLAG TO PAGD-FLAG
039221     MOVE WS-REFERENCIA-PAGTO TO PAGD-REFERENCIA
039222     MOVE TRANS-REFERENCIA TO PAGD-REF-CLIENTE
039223     MOVE TRANS-ORIGEM TO PAGD-ORIGEM
039224     MOVE WS-COD-IMPOSTO TO PAGD-COD-IMPOSTO
039225     MOVE WS-VALOR-RETIDO TO PAGD-VALOR-RETIDO
039226     MOVE WS-CENTRO-CUSTO TO PAGD-CENTRO-CUSTO
039227     WRITE PAGD-REC
039228     MOVE SPACES TO WS-JRN-ANTES-DET
039229     MOVE 'W' TO JRN-PRM-OPERACAO
039231     PERFORM 6850-JORNAL-DETALHE THRU 6850-EXIT.
039233 3100-EXIT.
039235     EXIT.
039236
039237*----------------------------------------------------------*
039238* 3110-ATRIBUIR-REFERENCIA - OBTEM DA ROTINA PAGREFN A      *
039239*                            REFERENCIA UNICA DO PAGAMENTO  *
039240*                            A INCLUIR; FALHA NA NUMERACAO  *
039241*                            PARA O PROGRAMA, E O RERUN     *
039242*                            RETOMA DO ULTIMO CHECKPOINT    *
039243*----------------------------------------------------------*
039244 3110-ATRIBUIR-REFERENCIA.
039245     MOVE 'P' TO RFN-FUNCAO
039246     MOVE 'PROGRAMSET' TO RFN-ORIGEM
039247     MOVE CTR-DATA-PROCESSO TO RFN-DATA
039248     CALL 'PAGREFN' USING RFN-PARM
039249     IF NOT RFN-OK
039250         DISPLAY 'FALHA NA NUMERACAO DE REFERENCIAS - CONTA: '
039251             TRANS-CONTA
039252         MOVE 12 TO RETURN-CODE
039253         STOP RUN
039254     END-IF
039255     MOVE RFN-REFERENCIA TO WS-REFERENCIA-PAGTO.
039256 3110-EXIT.
039257     EXIT.
039258
039259*----------------------------------------------------------*
039260* 4000-ALTERAR-STATUS - ALTERA A SITUACAO DE UMA CONTA JA   *
039261*                       CADASTRADA NO ARQUIVO MESTRE;       *
039262*                       SO ACEITA S, N, R OU P - AS DEMAIS  *
039263*                       SITUACOES SAO DO CICLO DE VIDA DO   *
039264*                       PAGAMENTO E O CANCELAMENTO E PELA   *
039265*                       TRANSACAO 'X'                       *
039266*----------------------------------------------------------*
039267 4000-ALTERAR-STATUS.
039268     MOVE ZERO TO WS-VALOR-VERIFICAR
039300     MOVE TRANS-CONTA TO PAGTO-CONTA
039400     READ PAGTO-FILE KEY IS PAGTO-CONTA
039500         INVALID KEY
040100     IF WS-CONTA-OK
040200         MOVE PAGTO-FLAG TO WS-PAGTO-ANTES
040202         MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
040204         MOVE PAGTO-REFERENCIA TO WS-REFERENCIA-PAGTO
040205         MOVE PAGTO-VALOR TO WS-VALOR-VERIFICAR
040207         MOVE TRANS-CENTRO-CUSTO TO WS-CENTRO-CUSTO
040209         MOVE PAGTO-DATA TO WS-DATA-ORCAMENTO
040210         IF TRANS-NOVO-FLAG = 'S'
040212             MOVE 'N' TO WS-JA-RETIDO-SW
040215             IF PAGTO-CONFIRMADO OR PAGTO-ENVIADO
040217                OR PAGTO-LIQUIDADO OR PAGTO-DESVIADO
040219                OR PAGTO-RELANCAR
040220                 SET WS-PAGTO-DUPLICADO TO TRUE
040222             ELSE
040224                 MOVE 'N' TO WS-PAGTO-DUPLICADO-SW
040250             MOVE 'N' TO WS-REJEITADO-SW
040255             MOVE 'N' TO WS-RETIDO-SW
040260             MOVE SPACES TO WS-MOTIVO
040261             IF TRANS-NOVO-FLAG NOT = 'N' AND NOT = 'R'
040262                AND NOT = 'P'
040263                 SET WS-REJEITADO TO TRUE
040264                 MOVE 'SITUACAO INVALIDA - USE TRANSACAO X'
040265                     TO WS-MOTIVO
040266             END-IF
040270         END-IF
040280
040290         IF WS-REJEITADO
041350*                          LOCALIZANDO O PAGAMENTO DA       *
041360*                          CONTA/DATA/VALOR CORRENTE OU     *
041370*                          GRAVANDO UM DETALHE NOVO QUANDO  *
041380*                          AINDA NAO HOUVER HISTORICO;      *
041382*                          CONFIRMADO QUE DEIXA DE SER      *
041384*                          PAGAMENTO DEVOLVE O ORCAMENTO    *
041390*----------------------------------------------------------*
041392 4100-ATUALIZAR-DETALHE.
041394     MOVE 'N' TO WS-DETALHE-ACHADO-SW
041422     END-IF
041424     IF WS-DETALHE-ACHADO
041425         MOVE PAGD-REC TO WS-JRN-ANTES-DET
041426         IF (PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-DESVIADO)
041427            AND NOT (PAGTO-CONFIRMADO OR PAGTO-ENVIADO
041428                     OR PAGTO-LIQUIDADO OR PAGTO-DESVIADO)
041429             MOVE 'E' TO OCP-FUNCAO
041430             PERFORM 6900-ORCAMENTO-DETALHE THRU 6900-EXIT
041431         END-IF
041432         IF TRANS-NOVO-FLAG = 'S'
041433             MOVE WS-CENTRO-CUSTO TO PAGD-CENTRO-CUSTO
041434         END-IF
041435         MOVE PAGTO-FLAG TO PAGD-FLAG
041436         REWRITE PAGD-REC
041437         MOVE 'R' TO JRN-PRM-OPERACAO
041438         PERFORM 6850-JORNAL-DETALHE THRU 6850-EXIT
041439     ELSE
041440         MOVE PAGTO-CONTA TO PAGD-CONTA
041441         MOVE PAGTO-DATA TO PAGD-DATA
041442         MOVE WS-PROX-SEQ TO PAGD-SEQ
041443         MOVE PAGTO-VALOR TO PAGD-VALOR
041444         MOVE PAGTO-FLAG TO PAGD-FLAG
041445         MOVE PAGTO-REFERENCIA TO PAGD-REFERENCIA
041446         MOVE PAGTO-REF-CLIENTE TO PAGD-REF-CLIENTE
041447         MOVE TRANS-ORIGEM TO PAGD-ORIGEM
041448         PERFORM 4120-APURAR-RETENCAO THRU 4120-EXIT
041449         MOVE WS-COD-IMPOSTO TO PAGD-COD-IMPOSTO
041450         MOVE WS-VALOR-RETIDO TO PAGD-VALOR-RETIDO
041451         MOVE WS-CENTRO-CUSTO TO PAGD-CENTRO-CUSTO
041452         WRITE PAGD-REC
041453         MOVE SPACES TO WS-JRN-ANTES-DET
041454         MOVE 'W' TO JRN-PRM-OPERACAO
041455         PERFORM 6850-JORNAL-DETALHE THRU 6850-EXIT
041457     END-IF.
041459 4100-EXIT.
041461     EXIT.
041462
041463*----------------------------------------------------------*
041464* 4120-APURAR-RETENCAO - DETALHE NOVO GRAVADO PELA          *
041465*                        ALTERACAO DE SITUACAO: APURA A     *
041466*                        RETENCAO PELA CATEGORIA FISCAL     *
041467*                        ATUAL DO CADASTRO, SEM REJEITAR    *
041468*----------------------------------------------------------*
041469 4120-APURAR-RETENCAO.
041470     MOVE SPACES TO WS-COD-IMPOSTO
041471     MOVE ZERO TO WS-VALOR-RETIDO
041472     MOVE PAGTO-CONTA TO CAD-CONTA
041473     READ CADASTRO-FILE KEY IS CAD-CONTA
041474         INVALID KEY
041475             GO TO 4120-EXIT
041476     END-READ
041477     PERFORM 3030-CALCULAR-RETENCAO THRU 3030-EXIT
041478     MOVE 'N' TO WS-CAD-REJEITADO-SW.
041479 4120-EXIT.
041480     EXIT.
041481
041482 4150-PROCURAR-DETALHE.
041483     IF PAGD-CONTA = PAGTO-CONTA
041484        AND PAGD-DATA = PAGTO-DATA
041485         COMPUTE WS-PROX-SEQ = PAGD-SEQ + 1
041486         IF PAGD-VALOR = PAGTO-VALOR
041487             SET WS-DETALHE-ACHADO TO TRUE
041488             SET WS-FIM-DETALHE TO TRUE
041489         ELSE
041490             PERFORM 3090-LER-DETALHE THRU 3090-EXIT
041491         END-IF
041492     ELSE
041493         SET WS-FIM-DETALHE TO TRUE
041494     END-IF.
041495 4150-EXIT.
041496     EXIT.
041497
041498*----------------------------------------------------------*
041499* 4500-LIBERAR-PAGTO - TRANSACAO DO SUPERVISOR SOBRE UM     *
041501*                      PAGAMENTO RETIDO ('P'): NOVO FLAG    *
041503*                      'S' LIBERA (CONFIRMA) E 'R' REJEITA  *
041505*                      DEFINITIVAMENTE, SEMPRE COM REGISTRO *
041507*                      NO LOG DE AUDITORIA                  *
041508*                      A LIBERACAO RESERVA O ORCAMENTO DO   *
041509*                      CENTRO MESMO SEM SALDO               *
041510*----------------------------------------------------------*
041511 4500-LIBERAR-PAGTO.
041513     MOVE TRANS-VALOR TO WS-VALOR-VERIFICAR
041515     MOVE 'N' TO WS-DETALHE-ACHADO-SW
041543
041545     IF WS-DETALHE-ACHADO
041547         MOVE 'P' TO WS-PAGTO-ANTES
041548         MOVE PAGD-REFERENCIA TO WS-REFERENCIA-PAGTO
041549         MOVE PAGD-REC TO WS-JRN-ANTES-DET
041551         IF TRANS-NOVO-FLAG = 'R'
041553             MOVE 'R' TO PAGD-FLAG
041559             MOVE 'N' TO WS-RECICLAVEL-SW
041561         ELSE
041563             MOVE 'S' TO PAGD-FLAG
041564             MOVE 'F' TO OCP-FUNCAO
041565             PERFORM 6900-ORCAMENTO-DETALHE THRU 6900-EXIT
041566             MOVE 'LIBERADO' TO WS-AUDIT-ACAO
041567             ADD TRANS-VALOR TO WS-TOTAL-CONFIRMADO
041569         END-IF
041571         REWRITE PAGD-REC
041639
041641*----------------------------------------------------------*
041643* 4600-SINCRONIZAR-MESTRE - REFLETE NO MESTRE A DECISAO DO  *
041645*                           SUPERVISOR OU O CANCELAMENTO    *
041647*                           QUANDO A SITUACAO CORRENTE DA   *
041649*                           CONTA E O PROPRIO PAGAMENTO     *
041650*                           TRATADO (MESMA SITUACAO, DATA   *
041651*                           E VALOR DE ANTES)               *
041652*----------------------------------------------------------*
041653 4600-SINCRONIZAR-MESTRE.
041655     MOVE TRANS-CONTA TO PAGTO-CONTA
041657     READ PAGTO-FILE KEY IS PAGTO-CONTA
041659         INVALID KEY
041661             CONTINUE
041663         NOT INVALID KEY
041665             IF PAGTO-FLAG = WS-PAGTO-ANTES
041667                AND PAGTO-DATA = TRANS-DATA
041669                AND PAGTO-VALOR = TRANS-VALOR
041671                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
041687 4600-EXIT.
041689     EXIT.
041691
041692*----------------------------------------------------------*
041693* 4700-CANCELAR-PAGTO - SUSTACAO DE PAGAMENTO COM MOTIVO    *
041694*                       (NOVO FLAG): PENDENTE, RETIDO OU    *
041695*                       AGENDADO VIRA 'X' (CANCELADO); O JA *
041696*                       ENVIADO AO BANCO VIRA 'Z' E O       *
041697*                       PAGREME PEDE O RECOLHIMENTO NA      *
041698*                       PROXIMA REMESSA. LIQUIDADO NAO SE   *
041699*                       CANCELA MAIS                        *
041700*----------------------------------------------------------*
041701 4700-CANCELAR-PAGTO.
041702     MOVE TRANS-VALOR TO WS-VALOR-VERIFICAR
041703     IF NOT TRANS-MOTIVO-VALIDO
041704         MOVE SPACES TO WS-PAGTO-ANTES
041705         MOVE SPACES TO PAGTO-FLAG
041706         MOVE 'MOTIVO DE CANCELAMENTO INVALIDO' TO WS-MOTIVO
041707         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
041708         PERFORM 6500-GRAVAR-EXCECAO THRU 6500-EXIT
041709         PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
041710         GO TO 4700-EXIT
041711     END-IF
041712     MOVE 'N' TO WS-DETALHE-ACHADO-SW
041713     MOVE 'N' TO WS-FIM-DETALHE-SW
041714     MOVE TRANS-CONTA TO PAGD-CONTA
041715     MOVE TRANS-DATA TO PAGD-DATA
041716     MOVE ZERO TO PAGD-SEQ
041717     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-CHAVE
041718         INVALID KEY
041719             SET WS-FIM-DETALHE TO TRUE
041720     END-START
041721     IF NOT WS-FIM-DETALHE
041722         PERFORM 3090-LER-DETALHE THRU 3090-EXIT
041723         PERFORM 4750-PROCURAR-CANCELAVEL THRU 4750-EXIT
041724             UNTIL WS-FIM-DETALHE
041725     END-IF
041726
041727     IF NOT WS-DETALHE-ACHADO
041728         MOVE SPACES TO WS-PAGTO-ANTES
041729         MOVE SPACES TO PAGTO-FLAG
041730         MOVE 'PAGAMENTO CANCELAVEL NAO ENCONTRADO' TO WS-MOTIVO
041731         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
041732         PERFORM 6500-GRAVAR-EXCECAO THRU 6500-EXIT
041733         PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
041734         GO TO 4700-EXIT
041735     END-IF
041736
041737     MOVE PAGD-FLAG TO WS-PAGTO-ANTES
041738     MOVE PAGD-REFERENCIA TO WS-REFERENCIA-PAGTO
041739     MOVE PAGD-REC TO WS-JRN-ANTES-DET
041740     IF PAGD-ENVIADO
041741         MOVE 'Z' TO PAGD-FLAG
041742         MOVE 'RECOLHER' TO WS-AUDIT-ACAO
041743     ELSE
041744         MOVE 'X' TO PAGD-FLAG
041745         MOVE 'CANCELADO' TO WS-AUDIT-ACAO
041746     END-IF
041747     REWRITE PAGD-REC
041748     MOVE 'R' TO JRN-PRM-OPERACAO
041749     PERFORM 6850-JORNAL-DETALHE THRU 6850-EXIT
041750     PERFORM 4600-SINCRONIZAR-MESTRE THRU 4600-EXIT
041751     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
041752 4700-EXIT.
041753     EXIT.
041754
041755 4750-PROCURAR-CANCELAVEL.
041756     IF PAGD-CONTA = TRANS-CONTA
041757        AND PAGD-DATA = TRANS-DATA
041758         IF PAGD-VALOR = TRANS-VALOR
041759            AND (PAGD-PENDENTE OR PAGD-AGUARDANDO
041760                 OR PAGD-AGENDADO OR PAGD-ENVIADO)
041761             SET WS-DETALHE-ACHADO TO TRUE
041762             SET WS-FIM-DETALHE TO TRUE
041763         ELSE
041764             PERFORM 3090-LER-DETALHE THRU 3090-EXIT
041765         END-IF
041766     ELSE
041767         SET WS-FIM-DETALHE TO TRUE
041768     END-IF.
041769 4750-EXIT.
041770     EXIT.
041771
041772*----------------------------------------------------------*
041773* 5000-CONSULTAR-CONTA - CONSULTA A SITUACAO DE UMA CONTA   *
041774*----------------------------------------------------------*
041800 5000-CONSULTAR-CONTA.
041900     MOVE TRANS-CONTA TO PAGTO-CONTA
042000     READ PAGTO-FILE KEY IS PAGTO-CONTA
044400     MOVE PAGTO-FLAG TO AUDIT-FLAG-DEPOIS
044500     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
044550     MOVE TRANS-ORIGEM TO AUDIT-CANAL
044555     IF TRANS-CODIGO = 'X'
044560         MOVE TRANS-MOTIVO-CANC TO AUDIT-MOTIVO
044565     ELSE
044570         MOVE SPACE TO AUDIT-MOTIVO
044575     END-IF
044585     MOVE SPACES TO AUDIT-DIGITADOR
044595     MOVE SPACES TO AUDIT-APROVADOR
044597     MOVE SPACES TO AUDIT-MOTIVO-BANCO
044599     MOVE WS-REFERENCIA-PAGTO TO AUDIT-REFERENCIA
044609     MOVE 'G' TO ADT-FUNCAO
044619     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
044629     IF NOT ADT-OK
044639         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
044649         MOVE 12 TO RETURN-CODE
044659         STOP RUN
044669     END-IF.
044700 6000-EXIT.
044800     EXIT.
044900
046288     END-IF
046290     MOVE SPACES TO REC-REC
046300     MOVE TRANS-REC TO REC-TRANSACAO
046305     MOVE TRANS-CENTRO-CUSTO TO REC-CENTRO-CUSTO
046310     MOVE 'P' TO REC-SITUACAO
046320     MOVE WS-MOTIVO TO REC-MOTIVO
046330     MOVE 01 TO REC-CICLOS
046478 6850-EXIT.
046480     EXIT.
046482
046483*----------------------------------------------------------*
046484* 6900-ORCAMENTO-DETALHE - RESERVA SEM CRITICA ('F') OU     *
046485*                          ESTORNA ('E') NO ORCAMENTO O     *
046486*                          PAGAMENTO DO DETALHE CORRENTE,   *
046487*                          PELO CENTRO DE CUSTO E DATA DE   *
046488*                          VALOR GRAVADOS NELE; A FUNCAO    *
046489*                          VEM DO CHAMADOR                  *
046490*----------------------------------------------------------*
046491 6900-ORCAMENTO-DETALHE.
046492     MOVE PAGD-CENTRO-CUSTO TO OCP-CENTRO-CUSTO
046493     MOVE PAGD-DATA TO OCP-DATA
046494     MOVE PAGD-VALOR TO OCP-VALOR
046495     MOVE CTR-DATA-PROCESSO TO OCP-DATA-PROCESSO
046496     CALL 'PAGORCT' USING OCP-PARM
046497     IF OCP-INDISPONIVEL
046498         DISPLAY 'FALHA NO CONTROLE ORCAMENTARIO - CONTA: '
046499             PAGD-CONTA
046500         MOVE 12 TO RETURN-CODE
046501         STOP RUN
046502     END-IF.
046503 6900-EXIT.
046504     EXIT.
046505
046506*----------------------------------------------------------*
046507* 7000-VERIFICAR-CHECKPOINT - GRAVA O PROGRESSO A CADA      *
046600*                             WS-CHECKPOINT-INTERVALO       *
046700*                             REGISTROS LIDOS               *
046800*----------------------------------------------------------*
050750     CLOSE PAGDET-FILE
050760     CLOSE CADASTRO-FILE
050800     CLOSE RESTART-FILE
051000     CLOSE EXCEPTION-FILE
051050     CLOSE RECICLO-FILE
051100
051150     IF WS-CONT-EXCECAO > ZERO
051160         MOVE 4 TO WS-RC-PASSO
051170     END-IF
051180
051182     MOVE 'T' TO CTR-FUNCAO
051188     MOVE WS-TOTAL-CONFIRMADO TO CTR-TOTAL
051189     MOVE WS-CONT-EXCECAO TO CTR-EXCECOES
051191     MOVE WS-CONT-RETIDOS TO CTR-RETIDOS
051192     MOVE WS-RC-PASSO TO CTR-RESULTADO
051193     CALL 'PAGCTRL' USING CTR-PARM
051194     MOVE WS-RC-PASSO TO RETURN-CODE
051195
051200     PERFORM 8100-IMPRIMIR-EXCECOES THRU 8100-EXIT.
051300 8000-EXIT.
