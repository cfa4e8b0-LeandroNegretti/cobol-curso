001700*                    COM QUANTIDADE E TOTAIS DE DEBITO E         *
001800*                    CREDITO. LOTE QUE NAO FECHA (DEBITOS        *
001900*                    DIFERENTES DE CREDITOS) TERMINA COM RC = 8. *
001910*                    O IMPOSTO RETIDO NA FONTE SAI A CREDITO NA  *
001920*                    CONTA DE IMPOSTO A RECOLHER DO CODIGO       *
001930*                    (TABELA IMPTAB, ROTINA PAGTRIB), E A        *
001940*                    CONTRAPARTIDA DE LIQUIDACAO FICA PELO       *
001950*                    LIQUIDO.                                    *
001955*                    O DETALHE DO PAGAMENTO E SUMARIZADO TAMBEM  *
001960*                    PELO CENTRO DE CUSTO (DIMENSAO DO RAZAO EM  *
001965*                    GL-CENTRO-CUSTO); IMPOSTO E CONTRAPARTIDA   *
001970*                    SAEM SEM CENTRO. O ESTORNO DO DEVOLVIDO     *
001975*                    DEVOLVE O VALOR AO ORCAMENTO DO CENTRO      *
001980*                    (PAGORCT).                                  *
001982*                    CADA JANELA DO DIA GERA O SEU LOTE: A       *
001984*                    JANELA VAI NO CABECALHO (GL-CAB-JANELA) E   *
001986*                    NO CONTROLE GLENV, E DA JANELA 2 EM DIANTE  *
001988*                    A ORIGEM DO LOTE E 'PAGEXTR-JN', PARA QUE   *
001990*                    O ACEITE DE CADA LOTE CASE NO PAGGLAC.      *
001991*                    O PAGAMENTO COM RECOLHIMENTO PEDIDO AO      *
001992*                    BANCO ('C', MARCADO PELO PAGREME) E         *
001993*                    ESTORNADO DO MESMO JEITO E PASSA A 'X'; O   *
001994*                    LIQUIDADO COM RECOLHIMENTO NEGADO DEPOIS    *
001995*                    DO ESTORNO ('W', MARCADO PELO PAGCONC) E    *
001996*                    LANCADO DE NOVO COMO O CONFIRMADO E PASSA   *
001997*                    A 'L'. O DESVIADO ('B') JA FOI LANCADO      *
001998*                    QUANDO ERA 'S' E NAO ENTRA NO LOTE.         *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
003697*    2026-09-02 MAF     A SELECAO COBRE TODO 'S' COM DATA ATE    *
003698*                       A DO CICLO: CONFIRMADO TARDIO TAMBEM     *
003699*                       PRECISA SER CONTABILIZADO NO RAZAO       *
003700*    2026-10-15 MAF     IMPOSTO RETIDO NA FONTE PASSA A SER      *
003701*                       CREDITADO NA CONTA DE IMPOSTO A          *
003702*                       RECOLHER DO CODIGO (PAGTRIB), COM A      *
003703*                       CONTRAPARTIDA DE LIQUIDACAO PELO         *
003704*                       VALOR LIQUIDO                            *
003705*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
003706*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
003707*                       RETURN-CODE DO PASSO PASSA A SER         *
003708*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
003709*    2026-10-15 MAF     PAGAMENTO DEVOLVIDO PELO BANCO ('D',     *
003710*                       MARCADO PELO PAGCONC) TEM O LANCAMENTO   *
003711*                       ORIGINAL ESTORNADO NO LOTE (CREDITO NA   *
003712*                       CONTA, DEBITO NO IMPOSTO RETIDO E NA     *
003713*                       CONTRAPARTIDA DE LIQUIDACAO) E PASSA A   *
003714*                       'V' NO DETALHE E NO MESTRE, COM          *
003715*                       JORNALIZACAO (PAGJRNL)                   *
003716*    2026-10-15 MAF     DETALHE DO LOTE SUMARIZADO POR CONTA,    *
003717*                       CENTRO DE CUSTO E D/C, COM O CENTRO NA   *
003718*                       DIMENSAO GL-CENTRO-CUSTO (REGISTRO SEGUE *
003719*                       COM 48 BYTES); O ESTORNO DO DEVOLVIDO    *
003720*                       DEVOLVE O VALOR AO ORCAMENTO DO CENTRO   *
003721*                       (PAGORCT); ORCMST AUSENTE = RC 12        *
003722*    2026-10-15 MAF     LOTE CONTABIL POR JANELA DO CICLO:       *
003723*                       JANELA NO CABECALHO E NO GLENV; ORIGEM   *
003724*                       PAGEXTR-JN DA JANELA 2 EM DIANTE         *
003725*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
003726*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
003727*                       APOS O REGISTRO NO PAGCTRL               *
003728*    2026-10-15 MAF     PAGAMENTO COM RECOLHIMENTO PEDIDO ('C')  *
003729*                       TEM O LANCAMENTO ESTORNADO COMO O        *
003730*                       DEVOLVIDO, DEVOLVE O VALOR AO ORCAMENTO  *
003731*                       E PASSA A 'X'; LIQUIDADO COM             *
003732*                       RECOLHIMENTO NEGADO APOS O ESTORNO ('W') *
003733*                       E LANCADO DE NOVO E PASSA A 'L'          *
003734*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004806            ALTERNATE RECORD KEY IS PAGD-DATA
004808                WITH DUPLICATES
004900            FILE STATUS IS WS-PAGDET-STATUS.
004910
004920     SELECT PAGTO-FILE      ASSIGN TO PAGTOMST
004930            ORGANIZATION IS INDEXED
004940            ACCESS MODE IS RANDOM
004950            RECORD KEY IS PAGTO-CONTA
004960            FILE STATUS IS WS-PAGTO-STATUS.
005000
005100     SELECT SORT-FILE       ASSIGN TO SORTWK1.
005200
005800 FILE SECTION.
005900 FD  PAGDET-FILE.
006000 COPY PAGDREC.
006020
006040 FD  PAGTO-FILE.
006060 COPY PAGREC.
006100
006200 SD  SORT-FILE.
006300 01  SORT-REC.
006400     05  SR-CONTA                PIC X(10).
006420     05  SR-CENTRO-CUSTO         PIC X(05).
006500     05  SR-IND-DC               PIC X(01).
006600     05  SR-VALOR                PIC 9(09)V99.
006700
007800         10  GL-DATA             PIC 9(08).
007900         10  GL-REFERENCIA       PIC X(10).
008000         10  GL-IND-DC           PIC X(01).
008020         10  GL-CENTRO-CUSTO     PIC X(05).
008100         10  FILLER              PIC X(02).
008200     05  GL-CABEC REDEFINES GL-CORPO.
008300         10  GL-CAB-DATA         PIC 9(08).
008400         10  GL-CAB-ORIGEM       PIC X(10).
008420         10  GL-CAB-JANELA       PIC 9(01).
008500         10  FILLER              PIC X(28).
008600     05  GL-TRAILER REDEFINES GL-CORPO.
008700         10  GL-TRL-QTD          PIC 9(07).
008800         10  GL-TRL-DEBITOS      PIC 9(11)V99.
009300 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
009400 77  WS-GL-STATUS                PIC X(02) VALUE SPACES.
009450 77  WS-GLENV-STATUS             PIC X(02) VALUE SPACES.
009470 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
009490 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
009500
009600 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
009620 77  WS-JANELA-PROCESSO          PIC 9(01) VALUE ZERO.
009700 77  WS-CONT-SELECIONADOS        PIC 9(07) COMP VALUE ZERO.
009800 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
009900 77  WS-CONT-GRAVADOS            PIC 9(07) VALUE ZERO.
010000
010100 77  WS-CONTA-LIQUIDACAO         PIC X(10) VALUE 'CXLIQPAGTO'.
010120 77  WS-CONTA-IMPOSTO-PADRAO     PIC X(10) VALUE 'CXIMPRETID'.
010200
010300 77  WS-CONTA-ATUAL              PIC X(10) VALUE LOW-VALUES.
010320 77  WS-CENTRO-ATUAL             PIC X(05) VALUE SPACES.
010400 77  WS-IND-DC-ATUAL             PIC X(01) VALUE SPACE.
010500 77  WS-VALOR-GRUPO              PIC 9(09)V99 VALUE ZERO.
010600 77  WS-TOTAL-DEBITOS            PIC 9(11)V99 VALUE ZERO.
010700 77  WS-TOTAL-CREDITOS           PIC 9(11)V99 VALUE ZERO.
010800 77  WS-CONTRA-DEBITO            PIC 9(11)V99 VALUE ZERO.
010900 77  WS-CONTRA-CREDITO           PIC 9(11)V99 VALUE ZERO.
010910 77  WS-TOTAL-RETIDO             PIC 9(11)V99 VALUE ZERO.
010911 77  WS-IND-DC-RETENCAO          PIC X(01) VALUE 'C'.
010912 77  WS-CONT-ESTORNADOS          PIC 9(07) COMP VALUE ZERO.
010913 77  WS-TOTAL-ESTORNADO          PIC S9(09)V99 VALUE ZERO.
010914 77  WS-JRN-ANTES-MESTRE         PIC X(100) VALUE SPACES.
010915 77  WS-JRN-ANTES-DET            PIC X(100) VALUE SPACES.
010916 77  WS-FLAG-ANTES               PIC X(01) VALUE SPACE.
010917 77  WS-FLAG-ESTORNO             PIC X(01) VALUE SPACE.
010918 77  WS-CONT-RELANCADOS          PIC 9(07) COMP VALUE ZERO.
010920
010940 COPY CTRPARM.
010945
010950 COPY TRBPARM.
010952
010954 COPY JRNPARM.
010956
010958 COPY ORCPARM.
010960
011000 01  WS-SWITCHES.
011100     05  WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
011500     05  WS-LOTE-FECHA-SW        PIC X(01) VALUE 'S'.
011600         88  WS-LOTE-FECHA                  VALUE 'S'.
011700
011710 01  WS-ORIGEM-LOTE.
011720     05  WS-ORI-PROGRAMA         PIC X(07) VALUE 'PAGEXTR'.
011730     05  WS-ORI-MARCA            PIC X(02) VALUE SPACES.
011740     05  WS-ORI-JANELA           PIC X(01) VALUE SPACE.
011750
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------*
012000* 0000-MAINLINE - PARAGRAFO PRINCIPAL                       *
012342         MOVE 8 TO RETURN-CODE
012344         STOP RUN
012346     END-IF
012347     IF CTR-FORA-DE-SEQUENCIA
012348         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
012349         MOVE 8 TO RETURN-CODE
012350         STOP RUN
012351     END-IF
012352     IF CTR-CICLO-ENCERRADO
012360         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
012362             CTR-DATA-PROCESSO
012364         MOVE 8 TO RETURN-CODE
012366         STOP RUN
012368     END-IF
012370     MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
012371     MOVE CTR-JANELA TO WS-JANELA-PROCESSO
012372     IF WS-JANELA-PROCESSO > 1
012373         MOVE '-J' TO WS-ORI-MARCA
012374         MOVE WS-JANELA-PROCESSO TO WS-ORI-JANELA
012375     END-IF
012376     MOVE 'A' TO OCP-FUNCAO
012377     CALL 'PAGORCT' USING OCP-PARM
012378     IF NOT OCP-OK
012379         DISPLAY 'ORCAMENTO POR CENTRO DE CUSTO INDISPONIVEL'
012380         MOVE 12 TO RETURN-CODE
012382         STOP RUN
012384     END-IF
012400
012500     SORT SORT-FILE
012600         ON ASCENDING KEY SR-CONTA SR-CENTRO-CUSTO SR-IND-DC
012700         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
012800         OUTPUT PROCEDURE IS 2000-GERAR-LOTE THRU 2000-EXIT
012900
013000     DISPLAY 'REGISTROS LIDOS NO DETALHE: ' WS-CONT-LIDOS
013100     DISPLAY 'PAGAMENTOS EXTRAIDOS PARA O RAZAO: '
013200         WS-CONT-SELECIONADOS
013202     DISPLAY 'DEVOLVIDOS E RECOLHIDOS ESTORNADOS NO RAZAO: '
013204         WS-CONT-ESTORNADOS
013206     DISPLAY 'LIQUIDADOS RELANCADOS NO RAZAO: '
013208         WS-CONT-RELANCADOS
013210
013211     IF NOT WS-LOTE-FECHA
013212         DISPLAY 'LOTE CONTABIL NAO FECHA - DEBITOS <> CREDITOS'
013213         MOVE 8 TO WS-RC-PASSO
013214     END-IF
013215
013220     MOVE 'T' TO CTR-FUNCAO
013230     MOVE 'PAGEXTR' TO CTR-PASSO
013240     MOVE WS-CONT-SELECIONADOS TO CTR-CONTADOR
013250     MOVE WS-TOTAL-DEBITOS TO CTR-TOTAL
013252     MOVE ZERO TO CTR-EXCECOES
013254     MOVE ZERO TO CTR-RETIDOS
013259     MOVE WS-RC-PASSO TO CTR-RESULTADO
013260     CALL 'PAGCTRL' USING CTR-PARM
013360     MOVE WS-RC-PASSO TO RETURN-CODE
013700     STOP RUN.
013800
013900*----------------------------------------------------------*
014000* 1000-SELECIONAR - SELECIONA OS PAGAMENTOS CONFIRMADOS NA  *
014100*                   DATA DE PROCESSAMENTO E LIBERA PARA A   *
014200*                   ORDENACAO POR CONTA, CENTRO E D/C       *
014300*----------------------------------------------------------*
014400 1000-SELECIONAR.
014500     OPEN I-O PAGDET-FILE
014510     OPEN I-O PAGTO-FILE
014520     MOVE ZERO TO PAGD-DATA
014540     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-DATA
014560         INVALID KEY
014700         PERFORM 1100-AVALIAR-REGISTRO THRU 1100-EXIT
014800             UNTIL WS-FIM-PAGTO
014850     END-IF
014900     CLOSE PAGDET-FILE
014920     CLOSE PAGTO-FILE.
015000 1000-EXIT.
015100     EXIT.
015200
015250*    'S' COM DATA ANTIGA (RETIDO LIBERADO TARDE, RECICLO OU
015260*    QUARENTENA) AINDA NAO FOI AO RAZAO - ENTRA NO LOTE DO
015270*    CICLO CORRENTE; NO MESMO CICLO A REMESSA O MARCA 'E' OU,
015280*    SE A AGENCIA ESTIVER FECHADA, 'B' (DESVIADO), E ELE NAO SE
015285*    REPETE. O 'W' (LIQUIDADO DEPOIS DO ESTORNO DO RECOLHIMENTO)
015290*    E LANCADO DE NOVO E PASSA A 'L'
015300 1100-AVALIAR-REGISTRO.
015350     IF PAGD-DATA > WS-DATA-PROCESSO
015360         SET WS-FIM-PAGTO TO TRUE
015370         GO TO 1100-EXIT
015380     END-IF
015400     ADD 1 TO WS-CONT-LIDOS
015500     IF PAGD-CONFIRMADO OR PAGD-RELANCAR
015700         ADD 1 TO WS-CONT-SELECIONADOS
015800         MOVE PAGD-CONTA TO SR-CONTA
015820         MOVE PAGD-CENTRO-CUSTO TO SR-CENTRO-CUSTO
015900         IF PAGD-VALOR < ZERO
016000             MOVE 'C' TO SR-IND-DC
016100             COMPUTE SR-VALOR = PAGD-VALOR * -1
016400             MOVE PAGD-VALOR TO SR-VALOR
016500         END-IF
016600         RELEASE SORT-REC
016620         IF PAGD-COD-IMPOSTO NOT = SPACES
016640            AND PAGD-VALOR-RETIDO > ZERO
016660             PERFORM 1200-LIBERAR-RETENCAO THRU 1200-EXIT
016680         END-IF
016700     END-IF
016705     IF PAGD-RELANCAR
016710         PERFORM 1400-MARCAR-RELANCADO THRU 1400-EXIT
016715     END-IF
016720     IF PAGD-DEVOLVIDO OR PAGD-RECOLHENDO
016722         MOVE PAGD-FLAG TO WS-FLAG-ANTES
016724         IF PAGD-DEVOLVIDO
016726             MOVE 'V' TO WS-FLAG-ESTORNO
016728         ELSE
016730             MOVE 'X' TO WS-FLAG-ESTORNO
016732         END-IF
016740         PERFORM 1300-ESTORNAR-DEVOLVIDO THRU 1300-EXIT
016760     END-IF
016800     PERFORM 1900-LER-PROXIMO THRU 1900-EXIT.
016900 1100-EXIT.
017000     EXIT.
017002
017004*----------------------------------------------------------*
017006* 1200-LIBERAR-RETENCAO - LIBERA O CREDITO DO IMPOSTO       *
017008*                         RETIDO NA CONTA DE IMPOSTO A      *
017010*                         RECOLHER DO CODIGO (PAGTRIB);     *
017012*                         CODIGO FORA DA TABELA CAI NA      *
017014*                         CONTA PADRAO                      *
017016*----------------------------------------------------------*
017018 1200-LIBERAR-RETENCAO.
017020     MOVE 'K' TO TRB-FUNCAO
017022     MOVE PAGD-COD-IMPOSTO TO TRB-CODIGO
017024     CALL 'PAGTRIB' USING TRB-PARM
017026     IF TRB-OK
017028         MOVE TRB-CONTA-RAZAO TO SR-CONTA
017030     ELSE
017032         DISPLAY 'CODIGO DE IMPOSTO FORA DA IMPTAB: '
017034             PAGD-COD-IMPOSTO ' CONTA: ' PAGD-CONTA
017036         MOVE WS-CONTA-IMPOSTO-PADRAO TO SR-CONTA
017038     END-IF
017039     MOVE SPACES TO SR-CENTRO-CUSTO
017040     MOVE WS-IND-DC-RETENCAO TO SR-IND-DC
017042     MOVE PAGD-VALOR-RETIDO TO SR-VALOR
017044     ADD PAGD-VALOR-RETIDO TO WS-TOTAL-RETIDO
017046     RELEASE SORT-REC.
017048 1200-EXIT.
017050     EXIT.
017051
017052*----------------------------------------------------------*
017053* 1300-ESTORNAR-DEVOLVIDO - ESTORNA O LANCAMENTO ORIGINAL   *
017054*                           DO PAGAMENTO DEVOLVIDO ('D') OU *
017055*                           COM RECOLHIMENTO PEDIDO ('C'):  *
017056*                           CREDITO NA CONTA, DEBITO NO     *
017057*                           IMPOSTO RETIDO E NA LIQUIDACAO. *
017058*                           'D' VAI A 'V' E 'C' A 'X', PARA *
017059*                           NAO SER ESTORNADO DE NOVO E O   *
017060*                           VALOR VOLTA AO ORCAMENTO DO     *
017061*                           CENTRO DE CUSTO                 *
017062*----------------------------------------------------------*
017063 1300-ESTORNAR-DEVOLVIDO.
017064     ADD 1 TO WS-CONT-ESTORNADOS
017065     ADD PAGD-VALOR TO WS-TOTAL-ESTORNADO
017066     MOVE PAGD-CONTA TO SR-CONTA
017067     MOVE PAGD-CENTRO-CUSTO TO SR-CENTRO-CUSTO
017068     IF PAGD-VALOR < ZERO
017069         MOVE 'D' TO SR-IND-DC
017070         COMPUTE SR-VALOR = PAGD-VALOR * -1
017071     ELSE
017072         MOVE 'C' TO SR-IND-DC
017073         MOVE PAGD-VALOR TO SR-VALOR
017074     END-IF
017075     RELEASE SORT-REC
017076     IF PAGD-COD-IMPOSTO NOT = SPACES
017077        AND PAGD-VALOR-RETIDO > ZERO
017078         MOVE 'D' TO WS-IND-DC-RETENCAO
017079         PERFORM 1200-LIBERAR-RETENCAO THRU 1200-EXIT
017080         MOVE 'C' TO WS-IND-DC-RETENCAO
017081     END-IF
017082     PERFORM 1350-ESTORNAR-ORCAMENTO THRU 1350-EXIT
017083
017084     MOVE PAGD-REC TO WS-JRN-ANTES-DET
017085     MOVE WS-FLAG-ESTORNO TO PAGD-FLAG
017086     REWRITE PAGD-REC
017087     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
017088
017089     MOVE PAGD-CONTA TO PAGTO-CONTA
017090     READ PAGTO-FILE KEY IS PAGTO-CONTA
017091         INVALID KEY
017092             CONTINUE
017093         NOT INVALID KEY
017094             IF PAGTO-FLAG = WS-FLAG-ANTES
017095                AND PAGTO-DATA = PAGD-DATA
017096                AND PAGTO-VALOR = PAGD-VALOR
017097                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
017098                 MOVE WS-FLAG-ESTORNO TO PAGTO-FLAG
017099                 REWRITE PAGTO-REC
017100                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
017101             END-IF
017102     END-READ.
017103 1300-EXIT.
017104     EXIT.
017105
017106 1350-ESTORNAR-ORCAMENTO.
017107     MOVE 'E' TO OCP-FUNCAO
017108     MOVE PAGD-CENTRO-CUSTO TO OCP-CENTRO-CUSTO
017109     MOVE PAGD-DATA TO OCP-DATA
017110     MOVE PAGD-VALOR TO OCP-VALOR
017111     MOVE WS-DATA-PROCESSO TO OCP-DATA-PROCESSO
017112     CALL 'PAGORCT' USING OCP-PARM
017113     IF OCP-INDISPONIVEL
017114         DISPLAY 'FALHA NO CONTROLE ORCAMENTARIO - CONTA: '
017115             PAGD-CONTA
017116         MOVE 12 TO RETURN-CODE
017117         STOP RUN
017118     END-IF.
017119 1350-EXIT.
017120     EXIT.
017121
017123*----------------------------------------------------------*
017125* 1400-MARCAR-RELANCADO - O LIQUIDADO COM RECOLHIMENTO      *
017127*                         NEGADO, JA ESTORNADO, VOLTOU      *
017129*                         AO LOTE E PASSA A 'L' NO          *
017131*                         DETALHE E NO MESTRE               *
017133*----------------------------------------------------------*
017135 1400-MARCAR-RELANCADO.
017137     ADD 1 TO WS-CONT-RELANCADOS
017139     MOVE PAGD-REC TO WS-JRN-ANTES-DET
017141     MOVE 'L' TO PAGD-FLAG
017143     REWRITE PAGD-REC
017145     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
017147
017149     MOVE PAGD-CONTA TO PAGTO-CONTA
017151     READ PAGTO-FILE KEY IS PAGTO-CONTA
017153         INVALID KEY
017155             CONTINUE
017157         NOT INVALID KEY
017159             IF PAGTO-RELANCAR
017161                AND PAGTO-DATA = PAGD-DATA
017163                AND PAGTO-VALOR = PAGD-VALOR
017165                 MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
017167                 MOVE 'L' TO PAGTO-FLAG
017169                 REWRITE PAGTO-REC
017171                 PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
017173             END-IF
017175     END-READ.
017177 1400-EXIT.
017179     EXIT.
017181
017200 1900-LER-PROXIMO.
017300     READ PAGDET-FILE
017400         AT END
018900     PERFORM 2900-LER-SORT THRU 2900-EXIT
019000     IF NOT WS-FIM-SORT
019100         MOVE SR-CONTA TO WS-CONTA-ATUAL
019120         MOVE SR-CENTRO-CUSTO TO WS-CENTRO-ATUAL
019200         MOVE SR-IND-DC TO WS-IND-DC-ATUAL
019300         PERFORM 2100-ACUMULAR THRU 2100-EXIT
019400             UNTIL WS-FIM-SORT
020400
020500 2100-ACUMULAR.
020600     IF SR-CONTA NOT = WS-CONTA-ATUAL
020620        OR SR-CENTRO-CUSTO NOT = WS-CENTRO-ATUAL
020700        OR SR-IND-DC NOT = WS-IND-DC-ATUAL
020800         PERFORM 2200-GRAVAR-DETALHE THRU 2200-EXIT
020900         MOVE SR-CONTA TO WS-CONTA-ATUAL
020920         MOVE SR-CENTRO-CUSTO TO WS-CENTRO-ATUAL
021000         MOVE SR-IND-DC TO WS-IND-DC-ATUAL
021100     END-IF
021200     ADD SR-VALOR TO WS-VALOR-GRUPO
021600
021700*----------------------------------------------------------*
021800* 2200-GRAVAR-DETALHE - GRAVA O DETALHE SUMARIZADO DO       *
021900*                       GRUPO CONTA/CENTRO/DC CORRENTE      *
022000*----------------------------------------------------------*
022100 2200-GRAVAR-DETALHE.
022200     INITIALIZE GL-REC
022600     MOVE WS-DATA-PROCESSO TO GL-DATA
022700     MOVE WS-CONTA-ATUAL TO GL-REFERENCIA
022800     MOVE WS-IND-DC-ATUAL TO GL-IND-DC
022820     MOVE WS-CENTRO-ATUAL TO GL-CENTRO-CUSTO
022900     WRITE GL-REC
023000     ADD 1 TO WS-CONT-GRAVADOS
023100     IF WS-IND-DC-ATUAL = 'C'
024000*----------------------------------------------------------*
024100* 2300-GRAVAR-CONTRAPARTIDA - GRAVA NA CONTA TRANSITORIA    *
024200*                             DE LIQUIDACAO O ESPELHO DOS   *
024300*                             TOTAIS, FECHANDO O LOTE; O    *
024320*                             IMPOSTO RETIDO JA TEM O SEU   *
024340*                             CREDITO E SAI DOS DOIS LADOS  *
024400*----------------------------------------------------------*
024500 2300-GRAVAR-CONTRAPARTIDA.
024600     COMPUTE WS-CONTRA-CREDITO =
024620         WS-TOTAL-DEBITOS - WS-TOTAL-RETIDO
024700     COMPUTE WS-CONTRA-DEBITO =
024720         WS-TOTAL-CREDITOS - WS-TOTAL-RETIDO
024800     IF WS-CONTRA-CREDITO > ZERO
024900         INITIALIZE GL-REC
025000         MOVE 'D' TO GL-TIPO
028700     INITIALIZE GL-REC
028800     MOVE 'H' TO GL-TIPO
028900     MOVE WS-DATA-PROCESSO TO GL-CAB-DATA
029000     MOVE WS-ORIGEM-LOTE TO GL-CAB-ORIGEM
029020     MOVE WS-JANELA-PROCESSO TO GL-CAB-JANELA
029100     WRITE GL-REC.
029200 2800-EXIT.
029300     EXIT.
030428     END-IF
030430     MOVE SPACES TO GLE-REC
030432     MOVE WS-DATA-PROCESSO TO GLE-DATA
030434     MOVE WS-ORIGEM-LOTE TO GLE-ORIGEM
030436     MOVE WS-CONT-GRAVADOS TO GLE-QTD
030438     MOVE WS-TOTAL-DEBITOS TO GLE-DEBITOS
030440     MOVE WS-TOTAL-CREDITOS TO GLE-CREDITOS
030442     MOVE WS-DATA-PROCESSO TO GLE-DATA-ENVIO
030443     MOVE WS-JANELA-PROCESSO TO GLE-JANELA
030444     WRITE GLE-REC
030446     CLOSE GLENV-FILE.
030448 2600-EXIT.
030900     END-RETURN.
031000 2900-EXIT.
031100     EXIT.
031102
031104*----------------------------------------------------------*
031106* 6400/6500 - JORNALIZAM AS REGRAVACOES DO ESTORNO NO       *
031108*             MESTRE E NO DETALHE VIA SUBPROGRAMA PAGJRNL   *
031110*----------------------------------------------------------*
031112 6400-JORNAL-MESTRE.
031114     MOVE 'PAGEXTR' TO JRN-PRM-ORIGEM
031116     MOVE WS-DATA-PROCESSO TO JRN-PRM-DATA
031118     MOVE 'M' TO JRN-PRM-ARQUIVO
031120     MOVE 'R' TO JRN-PRM-OPERACAO
031122     MOVE WS-JRN-ANTES-MESTRE TO JRN-PRM-ANTES
031124     MOVE PAGTO-REC TO JRN-PRM-DEPOIS
031126     CALL 'PAGJRNL' USING JRN-PARM.
031128 6400-EXIT.
031130     EXIT.
031132
031134 6500-JORNAL-DETALHE.
031136     MOVE 'PAGEXTR' TO JRN-PRM-ORIGEM
031138     MOVE WS-DATA-PROCESSO TO JRN-PRM-DATA
031140     MOVE 'D' TO JRN-PRM-ARQUIVO
031142     MOVE 'R' TO JRN-PRM-OPERACAO
031144     MOVE WS-JRN-ANTES-DET TO JRN-PRM-ANTES
031146     MOVE PAGD-REC TO JRN-PRM-DEPOIS
031148     CALL 'PAGJRNL' USING JRN-PARM.
031150 6500-EXIT.
031152     EXIT.
031200
031300 END PROGRAM PAGEXTR.
