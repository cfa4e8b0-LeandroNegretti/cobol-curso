002200*                    CORRENTE NAO E TROCADO. AO FINAL SAI A      *
002300*                    LISTAGEM DOS LIMITES EM VIGOR NA DATA DE    *
002400*                    REFERENCIA, PARA CONFERENCIA E ASSINATURA.  *
002410*                    O CARTAO TRAZ O OPERADOR E SO VIRA          *
002420*                    PENDENCIA (PENDMNT, ALVO 'L'); A PENDENCIA  *
002430*                    E APROVADA ('V') OU NEGADA ('N') EM         *
002440*                    EXECUCAO POSTERIOR POR OUTRO OPERADOR. A    *
002450*                    APROVACAO SO E EFETIVADA QUANDO A EXECUCAO  *
002460*                    TERMINA SEM CRITICA (ARQUIVO TROCADO);      *
002470*                    SENAO A PENDENCIA CONTINUA ABERTA. TUDO     *
002480*                    VAI PARA O LOG DE AUDITORIA (AUDITLOG).     *
002500*                                                                *
002600*    HISTORICO DE ALTERACOES                                    *
002700*    DATA       AUTOR   DESCRICAO                                *
002800*    2026-09-02 MAF     VERSAO INICIAL                           *
002810*    2026-10-15 MAF     MANUTENCAO COM DUPLA CUSTODIA: O CARTAO  *
002820*                       TRAZ O OPERADOR E VIRA PENDENCIA         *
002830*                       (PENDMNT), APROVADA (V) OU NEGADA (N)    *
002840*                       POR OUTRO OPERADOR EM EXECUCAO           *
002850*                       POSTERIOR; APROVACAO SO EFETIVADA COM    *
002860*                       RC 0. TUDO GRAVADO NO AUDITLOG           *
002870*    2026-10-15 MAF     LOG DE AUDITORIA GANHOU O MOTIVO DA      *
002880*                       DEVOLUCAO BANCARIA, GRAVADO EM BRANCO    *
002885*    2026-10-15 MAF     REGISTRO DE AUDITORIA COM 110 POSICOES   *
002890*                       (REFERENCIA DO PAGAMENTO EM BRANCO)      *
002892*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
002894*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
002896*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
005100     SELECT REPORT-FILE     ASSIGN TO RELLIM
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS WS-REPORT-STATUS.
005305
005310     SELECT PENDENCIA-FILE  ASSIGN TO PENDMNT
005315            ORGANIZATION IS INDEXED
005320            ACCESS MODE IS DYNAMIC
005325            RECORD KEY IS PEN-CHAVE
005330            FILE STATUS IS WS-PENDENCIA-STATUS.
005335
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LIMITE-FILE
006100 FD  CARTAO-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  LMC-REC.
006320     05  LMC-DADOS.
006340         10  LMC-ACAO            PIC X(01).
006360             88  LMC-INCLUIR                VALUE 'I'.
006380             88  LMC-ALTERAR                VALUE 'A'.
006400             88  LMC-EXCLUIR                VALUE 'E'.
006420             88  LMC-APROVAR                VALUE 'V'.
006440             88  LMC-NEGAR                  VALUE 'N'.
006460         10  LMC-CONTA-INICIAL   PIC X(10).
006480         10  LMC-CONTA-FINAL     PIC X(10).
006500         10  LMC-VALOR           PIC 9(07)V99.
006520         10  LMC-VIGENCIA        PIC 9(08).
006540         10  FILLER              PIC X(27).
006560     05  LMC-OPERADOR            PIC X(08).
006580     05  LMC-PENDENCIA           PIC X(07).
006600     05  LMC-PENDENCIA-N REDEFINES LMC-PENDENCIA
006620                                 PIC 9(07).
007300
007400 SD  SORT-FILE.
007500 01  SORT-REC.
008500 FD  REPORT-FILE
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  REPORT-LINHA                PIC X(80).
008710
008720 FD  PENDENCIA-FILE
008730     RECORD CONTAINS 120 CHARACTERS.
008740 COPY PENDREC.
008750
008900 WORKING-STORAGE SECTION.
009000 77  WS-LIMITE-STATUS            PIC X(02) VALUE SPACES.
009100 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
009200 77  WS-LIMSAI-STATUS            PIC X(02) VALUE SPACES.
009300 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
009320 77  WS-PENDENCIA-STATUS         PIC X(02) VALUE SPACES.
009400
009500 77  WS-DATA-REFERENCIA          PIC 9(08) VALUE ZERO.
009510 77  WS-DATA-AUDITORIA           PIC 9(08) VALUE ZERO.
009520 77  WS-MOTIVO                   PIC X(30) VALUE SPACES.
009530 77  WS-AUDIT-ACAO               PIC X(10) VALUE SPACES.
009540 77  WS-DIGITADOR                PIC X(08) VALUE SPACES.
009550 77  WS-APROVADOR                PIC X(08) VALUE SPACES.
009560 77  WS-NUMERO-INICIAL           PIC 9(07) VALUE ZERO.
009570 77  WS-NUMERO-PENDENCIA         PIC 9(07) VALUE ZERO.
009600
009700 77  WS-QTD-LIMITES              PIC 9(04) COMP VALUE ZERO.
009800 77  WS-TAB-IDX                  PIC 9(04) COMP VALUE ZERO.
010400         10  WS-TAB-VALOR        PIC 9(07)V99.
010500         10  WS-TAB-VIGENCIA     PIC 9(08).
010600         10  WS-TAB-EXCLUIDO     PIC X(01).
010605
010610*    APROVACOES APLICADAS NA TABELA; SO SAO EFETIVADAS NO
010615*    PENDMNT SE A EXECUCAO TERMINAR SEM CRITICA
010620 77  WS-QTD-APROVADAS            PIC 9(04) COMP VALUE ZERO.
010625 77  WS-APR-IDX                  PIC 9(04) COMP VALUE ZERO.
010630 77  WS-APR-ACHADO               PIC 9(04) COMP VALUE ZERO.
010635 01  WS-TABELA-APROVADAS.
010640     05  WS-APR-ENTRADA OCCURS 500 TIMES.
010645         10  WS-APR-NUMERO       PIC 9(07).
010650         10  WS-APR-APROVADOR    PIC X(08).
010700
010800 77  WS-CONT-CARTOES             PIC 9(05) COMP VALUE ZERO.
010900 77  WS-CONT-RECUSADOS           PIC 9(05) COMP VALUE ZERO.
011000 77  WS-CONT-GRAVADOS            PIC 9(05) COMP VALUE ZERO.
011100 77  WS-CONT-ERROS               PIC 9(05) COMP VALUE ZERO.
011200 77  WS-CONT-VIGENTES            PIC 9(05) COMP VALUE ZERO.
011220 77  WS-CONT-PENDENTES           PIC 9(05) COMP VALUE ZERO.
011240 77  WS-CONT-NEGADOS             PIC 9(05) COMP VALUE ZERO.
011300
011400 01  WS-ANTERIOR.
011500     05  WS-ANT-INI              PIC X(10) VALUE LOW-VALUES.
012900     88  WS-VIGOR-ANTERIOR                  VALUE 'S'.
013000
013100 COPY DATAREC.
013110 COPY CTRPARM.
013112
013114 COPY AUDPARM.
013116
013118 COPY AUDREC.
013120
013130 01  WS-DATA-CORRENTE.
013140     05  WS-DC-ANO               PIC 9(04).
013150     05  WS-DC-MES               PIC 9(02).
013160     05  WS-DC-DIA               PIC 9(02).
013170 01  WS-DATA-CORRENTE-N REDEFINES WS-DATA-CORRENTE
013180                                 PIC 9(08).
013200
013300 01  WS-SWITCHES.
013400     05  WS-FIM-LIMITE-SW        PIC X(01) VALUE 'N'.
013900         88  WS-FIM-SORT                    VALUE 'S'.
014000     05  WS-PRIMEIRO-SW          PIC X(01) VALUE 'S'.
014100         88  WS-PRIMEIRO                    VALUE 'S'.
014110     05  WS-RECUSADO-SW          PIC X(01) VALUE 'N'.
014120         88  WS-RECUSADO                    VALUE 'S'.
014130     05  WS-SO-CRITICA-SW        PIC X(01) VALUE 'N'.
014140         88  WS-SO-CRITICA                  VALUE 'S'.
014150     05  WS-PENDENCIA-ACHADA-SW  PIC X(01) VALUE 'N'.
014160         88  WS-PENDENCIA-ACHADA            VALUE 'S'.
014170     05  WS-EFETIVAR-SW          PIC X(01) VALUE 'N'.
014180         88  WS-EFETIVAR                    VALUE 'S'.
014200
014300 01  WS-LINHA-CABEC1             PIC X(80) VALUE
014400     'LISTAGEM DOS LIMITES DE APROVACAO - LIMMNT'.
017000 01  WS-LINHA-TOTAL.
017100     05  TOT-ROTULO              PIC X(26).
017200     05  TOT-QTD                 PIC ZZZZZZ9.
017220
017240 01  WS-MSG-PENDENCIA.
017260     05  MSG-TEXTO               PIC X(21).
017280     05  MSG-NUMERO              PIC 9(07).
017300
017400 PROCEDURE DIVISION.
017500*----------------------------------------------------------*
020500         MOVE 8 TO RETURN-CODE
020600         STOP RUN
020700     END-IF
020702
020704     MOVE 'C' TO CTR-FUNCAO
020706     MOVE 'LIMMNT' TO CTR-PASSO
020708     CALL 'PAGCTRL' USING CTR-PARM
020710     IF CTR-SEM-CICLO
020712         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
020714         MOVE WS-DATA-CORRENTE-N TO WS-DATA-AUDITORIA
020716     ELSE
020718         MOVE CTR-DATA-PROCESSO TO WS-DATA-AUDITORIA
020720     END-IF
020722     OPEN I-O PENDENCIA-FILE
020724     IF WS-PENDENCIA-STATUS = '35'
020726         OPEN OUTPUT PENDENCIA-FILE
020728         CLOSE PENDENCIA-FILE
020730         OPEN I-O PENDENCIA-FILE
020732     END-IF
020734     IF WS-PENDENCIA-STATUS NOT = '00'
020736         DISPLAY 'ARQUIVO DE PENDENCIAS INDISPONIVEL - STATUS: '
020738             WS-PENDENCIA-STATUS
020740         MOVE 12 TO RETURN-CODE
020742         STOP RUN
020744     END-IF
020746     PERFORM 1100-LER-CONTROLE THRU 1100-EXIT
020751     MOVE 'A' TO ADT-FUNCAO
020756     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
020761     IF NOT ADT-OK
020766         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
020771         MOVE 12 TO RETURN-CODE
020776         STOP RUN
020781     END-IF
020800
020900     OPEN OUTPUT LIMSAI-FILE
021000     OPEN OUTPUT REPORT-FILE
021700     WRITE REPORT-LINHA.
021800 1000-EXIT.
021900     EXIT.
021902
021904*----------------------------------------------------------*
021906* 1100-LER-CONTROLE - LE O REGISTRO DE CONTROLE DA          *
021908*                     NUMERACAO DAS PENDENCIAS DE LIMITE    *
021910*                     (CRIA NA PRIMEIRA EXECUCAO) E GUARDA  *
021912*                     O ULTIMO NUMERO ANTERIOR A ESTA       *
021914*                     EXECUCAO                              *
021916*----------------------------------------------------------*
021918 1100-LER-CONTROLE.
021920     MOVE 'N' TO WS-PENDENCIA-ACHADA-SW
021922     MOVE 'L' TO PEN-ALVO
021924     MOVE ZERO TO PEN-NUMERO
021926     READ PENDENCIA-FILE KEY IS PEN-CHAVE
021928         INVALID KEY
021930             CONTINUE
021932         NOT INVALID KEY
021934             SET WS-PENDENCIA-ACHADA TO TRUE
021936     END-READ
021938     IF NOT WS-PENDENCIA-ACHADA
021940         MOVE SPACES TO PEN-REC
021942         MOVE 'L' TO PEN-ALVO
021944         MOVE ZERO TO PEN-NUMERO
021946         MOVE ZERO TO PEN-DATA-INCLUSAO
021948         MOVE ZERO TO PEN-HORA-INCLUSAO
021950         MOVE ZERO TO PEN-DATA-DECISAO
021952         MOVE ZERO TO PEN-ULTIMO-NUMERO
021954         WRITE PEN-REC
021956     END-IF
021958     MOVE PEN-ULTIMO-NUMERO TO WS-NUMERO-INICIAL.
021960 1100-EXIT.
021962     EXIT.
022000
022100*----------------------------------------------------------*
022200* 1300-CARREGAR-LIMITES - CARREGA O ARQUIVO CORRENTE NA     *
027800 1500-EXIT.
027900     EXIT.
028000
028010*----------------------------------------------------------*
028020* 1550-TRATAR-CARTAO - 'V' APROVA E 'N' NEGA UMA PENDENCIA; *
028030*                      OS DEMAIS CARTOES SO SAO CRITICADOS  *
028040*                      E VIRAM PENDENCIA                    *
028050*----------------------------------------------------------*
028100 1550-TRATAR-CARTAO.
028200     ADD 1 TO WS-CONT-CARTOES
028220     MOVE 'N' TO WS-RECUSADO-SW
028240     MOVE 'N' TO WS-SO-CRITICA-SW
028260     MOVE SPACES TO WS-AUDIT-ACAO
028280     MOVE SPACES TO WS-DIGITADOR
028300     MOVE SPACES TO WS-APROVADOR
028320     EVALUATE TRUE
028340         WHEN LMC-OPERADOR = SPACES
028360             ADD 1 TO WS-CONT-RECUSADOS
028380             MOVE 'OPERADOR NAO INFORMADO' TO WS-MOTIVO
028400             PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
028420         WHEN LMC-APROVAR
028440             MOVE LMC-OPERADOR TO WS-APROVADOR
028460             PERFORM 1900-APROVAR-PENDENCIA THRU 1900-EXIT
028480         WHEN LMC-NEGAR
028500             MOVE LMC-OPERADOR TO WS-APROVADOR
028520             PERFORM 1950-NEGAR-PENDENCIA THRU 1950-EXIT
028540         WHEN OTHER
028560             MOVE LMC-OPERADOR TO WS-DIGITADOR
028580             PERFORM 1850-REGISTRAR-PENDENCIA THRU 1850-EXIT
028600     END-EVALUATE
028620     IF WS-RECUSADO
028640         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
028660     END-IF
028680     IF WS-AUDIT-ACAO NOT = SPACES
028700         PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
028720     END-IF
029500     PERFORM 1590-LER-CARTAO THRU 1590-EXIT.
029600 1550-EXIT.
029700     EXIT.
029701
029702*----------------------------------------------------------*
029703* 1560-TRATAR-ACAO - CRITICA (WS-SO-CRITICA) OU APLICA NA   *
029704*                    TABELA DE TRABALHO A ACAO DO CARTAO    *
029705*----------------------------------------------------------*
029706 1560-TRATAR-ACAO.
029707     MOVE 'CARTAO RECUSADO' TO WS-MOTIVO
029708     PERFORM 1600-PROCURAR-ENTRADA THRU 1600-EXIT
029709     EVALUATE TRUE
029710         WHEN LMC-INCLUIR
029711             PERFORM 1650-INCLUIR-ENTRADA THRU 1650-EXIT
029712         WHEN LMC-ALTERAR
029713             PERFORM 1700-ALTERAR-ENTRADA THRU 1700-EXIT
029714         WHEN LMC-EXCLUIR
029715             PERFORM 1750-EXCLUIR-ENTRADA THRU 1750-EXIT
029716         WHEN OTHER
029717             ADD 1 TO WS-CONT-RECUSADOS
029718             MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO
029719             PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
029720     END-EVALUATE.
029740 1560-EXIT.
029760     EXIT.
029800
029900 1590-LER-CARTAO.
030000     READ CARTAO-FILE
033900             GO TO 1650-EXIT
034000         END-IF
034100     END-IF
034120     IF WS-SO-CRITICA
034140         GO TO 1650-EXIT
034160     END-IF
034200     IF WS-QTD-LIMITES < 2000
034300         ADD 1 TO WS-QTD-LIMITES
034400         MOVE LMC-CONTA-INICIAL TO WS-TAB-INI (WS-QTD-LIMITES)
035800         ADD 1 TO WS-CONT-RECUSADOS
035900         PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
036000     ELSE
036020         IF NOT WS-SO-CRITICA
036100             MOVE LMC-VALOR TO WS-TAB-VALOR (WS-TAB-ACHADO)
036120         END-IF
036200     END-IF.
036300 1700-EXIT.
036400     EXIT.
036800         ADD 1 TO WS-CONT-RECUSADOS
036900         PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
037000     ELSE
037020         IF NOT WS-SO-CRITICA
037100             MOVE 'S' TO WS-TAB-EXCLUIDO (WS-TAB-ACHADO)
037120         END-IF
037200     END-IF.
037300 1750-EXIT.
037400     EXIT.
037500
037600 1800-LISTAR-RECUSA.
037610     SET WS-RECUSADO TO TRUE
037620     PERFORM 1810-LISTAR-CARTAO THRU 1810-EXIT.
037630 1800-EXIT.
037640     EXIT.
037650
037660 1810-LISTAR-CARTAO.
037700     MOVE LMC-CONTA-INICIAL TO DET-INI
037800     MOVE LMC-CONTA-FINAL TO DET-FIM
037900     MOVE LMC-VALOR TO DET-VALOR
038000     MOVE LMC-VIGENCIA TO DET-VIGENCIA
038100     MOVE WS-MOTIVO TO DET-SITUACAO
038200     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
038300     WRITE REPORT-LINHA.
038301 1810-EXIT.
038302     EXIT.
038303
038304*----------------------------------------------------------*
038305* 1850-REGISTRAR-PENDENCIA - CRITICA O CARTAO CONTRA A      *
038306*                            TABELA ATUAL E, SE ACEITO,     *
038307*                            GRAVA A PENDENCIA NUMERADA     *
038308*----------------------------------------------------------*
038309 1850-REGISTRAR-PENDENCIA.
038310     SET WS-SO-CRITICA TO TRUE
038311     PERFORM 1560-TRATAR-ACAO THRU 1560-EXIT
038312     MOVE 'N' TO WS-SO-CRITICA-SW
038313     IF WS-RECUSADO
038314         GO TO 1850-EXIT
038315     END-IF
038316     MOVE 'L' TO PEN-ALVO
038317     MOVE ZERO TO PEN-NUMERO
038318     READ PENDENCIA-FILE KEY IS PEN-CHAVE
038319     ADD 1 TO PEN-ULTIMO-NUMERO
038320     MOVE PEN-ULTIMO-NUMERO TO WS-NUMERO-PENDENCIA
038321     REWRITE PEN-REC
038322     MOVE SPACES TO PEN-REC
038323     MOVE 'L' TO PEN-ALVO
038324     MOVE WS-NUMERO-PENDENCIA TO PEN-NUMERO
038325     MOVE 'P' TO PEN-SITUACAO
038326     MOVE WS-DIGITADOR TO PEN-DIGITADOR
038327     MOVE WS-DATA-AUDITORIA TO PEN-DATA-INCLUSAO
038328     ACCEPT PEN-HORA-INCLUSAO FROM TIME
038329     MOVE ZERO TO PEN-DATA-DECISAO
038330     MOVE LMC-DADOS TO PEN-CARTAO
038331     WRITE PEN-REC
038332     ADD 1 TO WS-CONT-PENDENTES
038333     MOVE 'PENDENTE' TO WS-AUDIT-ACAO
038334     MOVE 'PENDENCIA NUMERO: ' TO MSG-TEXTO
038335     MOVE WS-NUMERO-PENDENCIA TO MSG-NUMERO
038336     MOVE WS-MSG-PENDENCIA TO WS-MOTIVO
038337     PERFORM 1810-LISTAR-CARTAO THRU 1810-EXIT.
038338 1850-EXIT.
038339     EXIT.
038340
038341*----------------------------------------------------------*
038342* 1900-APROVAR-PENDENCIA - REAPLICA NA TABELA O CARTAO      *
038343*                          GUARDADO NA PENDENCIA. A         *
038344*                          PENDENCIA SO PASSA A 'A' NO      *
038345*                          FINAL, SE O ARQUIVO FOR TROCADO; *
038346*                          CRITICA QUE FALHA AGORA A FECHA  *
038347*                          COMO 'F' (FALHOU)                *
038348*----------------------------------------------------------*
038349 1900-APROVAR-PENDENCIA.
038350     PERFORM 1980-LER-PENDENCIA THRU 1980-EXIT
038351     IF WS-RECUSADO
038352         GO TO 1900-EXIT
038353     END-IF
038354     IF WS-QTD-APROVADAS NOT < 500
038355         ADD 1 TO WS-CONT-RECUSADOS
038356         MOVE 'EXCESSO DE APROVACOES NO LOTE' TO WS-MOTIVO
038357         PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
038358         GO TO 1900-EXIT
038359     END-IF
038360     PERFORM 1560-TRATAR-ACAO THRU 1560-EXIT
038361     IF WS-RECUSADO
038362         MOVE 'F' TO PEN-SITUACAO
038363         MOVE WS-APROVADOR TO PEN-APROVADOR
038364         MOVE WS-DATA-AUDITORIA TO PEN-DATA-DECISAO
038365         REWRITE PEN-REC
038366         GO TO 1900-EXIT
038367     END-IF
038368     ADD 1 TO WS-QTD-APROVADAS
038369     MOVE PEN-NUMERO TO WS-APR-NUMERO (WS-QTD-APROVADAS)
038370     MOVE WS-APROVADOR TO WS-APR-APROVADOR (WS-QTD-APROVADAS)
038371     MOVE 'APROVADA PENDENCIA: ' TO MSG-TEXTO
038372     MOVE PEN-NUMERO TO MSG-NUMERO
038373     MOVE WS-MSG-PENDENCIA TO WS-MOTIVO
038374     PERFORM 1810-LISTAR-CARTAO THRU 1810-EXIT.
038375 1900-EXIT.
038376     EXIT.
038377
038378*----------------------------------------------------------*
038379* 1950-NEGAR-PENDENCIA - FECHA A PENDENCIA COMO NEGADA SEM  *
038380*                        MEXER NA TABELA                    *
038381*----------------------------------------------------------*
038382 1950-NEGAR-PENDENCIA.
038383     PERFORM 1980-LER-PENDENCIA THRU 1980-EXIT
038384     IF WS-RECUSADO
038385         GO TO 1950-EXIT
038386     END-IF
038387     MOVE 'R' TO PEN-SITUACAO
038388     MOVE WS-APROVADOR TO PEN-APROVADOR
038389     MOVE WS-DATA-AUDITORIA TO PEN-DATA-DECISAO
038390     REWRITE PEN-REC
038391     ADD 1 TO WS-CONT-NEGADOS
038392     MOVE 'NEGADO' TO WS-AUDIT-ACAO
038393     MOVE 'NEGADA PENDENCIA: ' TO MSG-TEXTO
038394     MOVE PEN-NUMERO TO MSG-NUMERO
038395     MOVE WS-MSG-PENDENCIA TO WS-MOTIVO
038396     PERFORM 1810-LISTAR-CARTAO THRU 1810-EXIT.
038397 1950-EXIT.
038398     EXIT.
038399
038400*----------------------------------------------------------*
038401* 1980-LER-PENDENCIA - LOCALIZA A PENDENCIA DO CARTAO 'V'   *
038402*                      OU 'N' E CONFERE SE ELA PODE SER     *
038403*                      DECIDIDA POR ESTE OPERADOR           *
038404*----------------------------------------------------------*
038405 1980-LER-PENDENCIA.
038406     IF LMC-PENDENCIA NOT NUMERIC
038407        OR LMC-PENDENCIA-N = ZERO
038408         ADD 1 TO WS-CONT-RECUSADOS
038409         MOVE 'NUMERO DA PENDENCIA INVALIDO' TO WS-MOTIVO
038410         PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
038411         GO TO 1980-EXIT
038412     END-IF
038413     MOVE 'N' TO WS-PENDENCIA-ACHADA-SW
038414     MOVE 'L' TO PEN-ALVO
038415     MOVE LMC-PENDENCIA-N TO PEN-NUMERO
038416     READ PENDENCIA-FILE KEY IS PEN-CHAVE
038417         INVALID KEY
038418             CONTINUE
038419         NOT INVALID KEY
038420             SET WS-PENDENCIA-ACHADA TO TRUE
038421     END-READ
038422     IF NOT WS-PENDENCIA-ACHADA
038423         ADD 1 TO WS-CONT-RECUSADOS
038424         MOVE 'PENDENCIA NAO ENCONTRADA' TO WS-MOTIVO
038425         PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT
038426         GO TO 1980-EXIT
038427     END-IF
038428     MOVE PEN-CARTAO TO LMC-DADOS
038429     MOVE PEN-DIGITADOR TO WS-DIGITADOR
038430     MOVE ZERO TO WS-APR-ACHADO
038431     PERFORM 1990-COMPARAR-APROVADA THRU 1990-EXIT
038432         VARYING WS-APR-IDX FROM 1 BY 1
038433         UNTIL WS-APR-IDX > WS-QTD-APROVADAS
038434            OR WS-APR-ACHADO > ZERO
038435     EVALUATE TRUE
038436         WHEN NOT PEN-PENDENTE
038437             MOVE 'PENDENCIA JA DECIDIDA' TO WS-MOTIVO
038438         WHEN WS-APR-ACHADO > ZERO
038439             MOVE 'PENDENCIA JA APROVADA NO LOTE' TO WS-MOTIVO
038440         WHEN PEN-NUMERO > WS-NUMERO-INICIAL
038441             MOVE 'PENDENCIA INCLUIDA NO LOTE' TO WS-MOTIVO
038442         WHEN WS-APROVADOR = PEN-DIGITADOR
038443             MOVE 'APROVADOR IGUAL AO DIGITADOR' TO WS-MOTIVO
038444         WHEN OTHER
038445             GO TO 1980-EXIT
038446     END-EVALUATE
038447     ADD 1 TO WS-CONT-RECUSADOS
038448     PERFORM 1800-LISTAR-RECUSA THRU 1800-EXIT.
038449 1980-EXIT.
038450     EXIT.
038451
038452 1990-COMPARAR-APROVADA.
038453     IF WS-APR-NUMERO (WS-APR-IDX) = PEN-NUMERO
038454         MOVE WS-APR-IDX TO WS-APR-ACHADO
038455     END-IF.
038456 1990-EXIT.
038457     EXIT.
038600
038700*----------------------------------------------------------*
038800* 2000-LIBERAR-TABELA - LIBERA PARA A ORDENACAO AS          *
051700 3900-EXIT.
051800     EXIT.
051900
051902*----------------------------------------------------------*
051904* 6000-GRAVAR-AUDITORIA - GRAVA O CARTAO NO LOG DE          *
051906*                         AUDITORIA COM O DIGITADOR E O     *
051908*                         APROVADOR                         *
051910*----------------------------------------------------------*
051912 6000-GRAVAR-AUDITORIA.
051914     MOVE WS-DATA-AUDITORIA TO AUDIT-DATA
051916     ACCEPT AUDIT-HORA FROM TIME
051918     MOVE 'LIMMNT' TO AUDIT-ORIGEM
051920     MOVE LMC-CONTA-INICIAL TO AUDIT-CONTA
051922     IF LMC-VALOR NUMERIC
051924         MOVE LMC-VALOR TO AUDIT-VALOR
051926     ELSE
051928         MOVE ZERO TO AUDIT-VALOR
051930     END-IF
051932     MOVE SPACE TO AUDIT-FLAG-ANTES
051934     MOVE SPACE TO AUDIT-FLAG-DEPOIS
051936     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
051938     MOVE SPACE TO AUDIT-CANAL
051940     MOVE SPACE TO AUDIT-MOTIVO
051942     MOVE WS-DIGITADOR TO AUDIT-DIGITADOR
051944     MOVE WS-APROVADOR TO AUDIT-APROVADOR
051945     MOVE SPACES TO AUDIT-MOTIVO-BANCO
051946     MOVE SPACES TO AUDIT-REFERENCIA
051947     MOVE 'G' TO ADT-FUNCAO
051948     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
051949     IF NOT ADT-OK
051950         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
051951         MOVE 12 TO RETURN-CODE
051952         STOP RUN
051953     END-IF.
051954 6000-EXIT.
051955     EXIT.
051956
052000*----------------------------------------------------------*
052100* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E     *
052200*                  AJUSTA O RETURN-CODE                     *
052300*----------------------------------------------------------*
052400 8000-FINALIZAR.
052410     IF WS-CONT-ERROS = ZERO
052420        AND WS-CONT-RECUSADOS = ZERO
052430         SET WS-EFETIVAR TO TRUE
052440     END-IF
052450     PERFORM 8100-EFETIVAR-APROVADA THRU 8100-EXIT
052460         VARYING WS-APR-IDX FROM 1 BY 1
052470         UNTIL WS-APR-IDX > WS-QTD-APROVADAS
052480
052500     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
052600     WRITE REPORT-LINHA
052700     MOVE 'CARTOES LIDOS...........: ' TO TOT-ROTULO
054400     MOVE WS-CONT-ERROS TO TOT-QTD
054500     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
054600     WRITE REPORT-LINHA
054605     MOVE 'PENDENCIAS REGISTRADAS..: ' TO TOT-ROTULO
054610     MOVE WS-CONT-PENDENTES TO TOT-QTD
054615     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
054620     WRITE REPORT-LINHA
054625     MOVE 'PENDENCIAS APROVADAS....: ' TO TOT-ROTULO
054630     MOVE WS-QTD-APROVADAS TO TOT-QTD
054635     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
054640     WRITE REPORT-LINHA
054645     MOVE 'PENDENCIAS NEGADAS......: ' TO TOT-ROTULO
054650     MOVE WS-CONT-NEGADOS TO TOT-QTD
054655     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
054660     WRITE REPORT-LINHA
054700
054800     CLOSE LIMSAI-FILE
054900     CLOSE REPORT-FILE
054920     CLOSE PENDENCIA-FILE
055000
055100     IF WS-CONT-ERROS > ZERO
055200        OR WS-CONT-RECUSADOS > ZERO
055400     END-IF.
055500 8000-EXIT.
055600     EXIT.
055602
055604*----------------------------------------------------------*
055606* 8100-EFETIVAR-APROVADA - COM O ARQUIVO NOVO ACEITO, FECHA *
055608*                          A PENDENCIA APROVADA COMO 'A';   *
055610*                          COM CRITICA, ELA CONTINUA        *
055612*                          PENDENTE E A APROVACAO E         *
055614*                          LISTADA COMO SUSPENSA            *
055616*----------------------------------------------------------*
055618 8100-EFETIVAR-APROVADA.
055620     MOVE 'L' TO PEN-ALVO
055622     MOVE WS-APR-NUMERO (WS-APR-IDX) TO PEN-NUMERO
055624     READ PENDENCIA-FILE KEY IS PEN-CHAVE
055626     MOVE PEN-CARTAO TO LMC-DADOS
055628     MOVE PEN-DIGITADOR TO WS-DIGITADOR
055630     MOVE WS-APR-APROVADOR (WS-APR-IDX) TO WS-APROVADOR
055632     MOVE PEN-NUMERO TO MSG-NUMERO
055634     IF WS-EFETIVAR
055636         MOVE 'A' TO PEN-SITUACAO
055638         MOVE WS-APROVADOR TO PEN-APROVADOR
055640         MOVE WS-DATA-AUDITORIA TO PEN-DATA-DECISAO
055642         REWRITE PEN-REC
055644         EVALUATE TRUE
055646             WHEN LMC-INCLUIR
055648                 MOVE 'INCLUIDO' TO WS-AUDIT-ACAO
055650             WHEN LMC-ALTERAR
055652                 MOVE 'ALTERADO' TO WS-AUDIT-ACAO
055654             WHEN OTHER
055656                 MOVE 'EXCLUIDO' TO WS-AUDIT-ACAO
055658         END-EVALUATE
055660         MOVE 'EFETIVADA PENDENCIA: ' TO MSG-TEXTO
055662     ELSE
055664         MOVE 'SUSPENSO' TO WS-AUDIT-ACAO
055666         MOVE 'SUSPENSA PENDENCIA: ' TO MSG-TEXTO
055668     END-IF
055670     MOVE WS-MSG-PENDENCIA TO WS-MOTIVO
055672     PERFORM 1810-LISTAR-CARTAO THRU 1810-EXIT
055674     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
055676 8100-EXIT.
055678     EXIT.
055700
055800 END PROGRAM LIMMNT.
