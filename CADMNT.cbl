001900*                    DE AUDITORIA (AUDITLOG), PARA O AUDCONS     *
002000*                    RESPONDER QUEM MEXEU EM QUE CONTA E         *
002100*                    QUANDO. CARTAO RECUSADO TERMINA COM RC 4.   *
002110*                    TODO CARTAO TRAZ O OPERADOR; O CARTAO DE    *
002120*                    MANUTENCAO SO E CRITICADO E VIRA PENDENCIA  *
002130*                    NUMERADA (PENDMNT). A PENDENCIA E APROVADA  *
002140*                    ('V') OU NEGADA ('N') EM EXECUCAO POSTERIOR *
002150*                    POR OPERADOR DIFERENTE DO QUE DIGITOU; SO   *
002160*                    NA APROVACAO A ALTERACAO CHEGA AO CADMST.   *
002170*                    INCLUSAO E ALTERACAO CONFEREM O DIGITO DA   *
002180*                    CONTA (PAGDIGV) E EXIGEM BANCO E AGENCIA    *
002190*                    ATIVOS NO DIRETORIO DE BANCOS (BCODIR).     *
002191*                    O CARTAO PODE TRAZER O CPF/CNPJ (CONFERIDO  *
002192*                    PELO PAGDIGV; CPF SE AS TRES ULTIMAS        *
002193*                    POSICOES VIEREM EM BRANCO) E A CATEGORIA    *
002194*                    FISCAL DE RETENCAO, QUE TEM QUE EXISTIR NA  *
002195*                    TABELA IMPTAB E EXIGE O DOCUMENTO;          *
002196*                    CATEGORIA '00' RETIRA A RETENCAO.           *
002197*                    INCLUSAO E REATIVACAO GRAVAM A DATA DE      *
002198*                    ATIVACAO DA CONTA; REATIVAR CONTA BLOQUEADA *
002199*                    POR DORMENCIA (PAGDORM) A MARCA COMO        *
002200*                    DORMENTE REATIVADA, E OS PAGAMENTOS DELA    *
002201*                    FICAM RETIDOS ('P') POR 90 DIAS NO          *
002202*                    PROGRAMSET E NO PAGAGEN.                    *
002203*                                                                *
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                                *
002500*    2026-09-02 MAF     VERSAO INICIAL                           *
002520*    2026-10-15 MAF     AUDITORIA PASSA A GRAVAR O MOTIVO DE     *
002540*                       CANCELAMENTO (AUDIT-MOTIVO) EM BRANCO    *
002545*    2026-10-15 MAF     MANUTENCAO COM DUPLA CUSTODIA: O CARTAO  *
002550*                       TRAZ O OPERADOR E VIRA PENDENCIA         *
002555*                       (PENDMNT), APROVADA (V) OU NEGADA (N)    *
002560*                       POR OUTRO OPERADOR EM EXECUCAO           *
002565*                       POSTERIOR; AUDITORIA GRAVA DIGITADOR E   *
002570*                       APROVADOR (REGISTRO DE 100 BYTES)        *
002575*    2026-10-15 MAF     INCLUSAO E ALTERACAO CONFEREM O DIGITO   *
002580*                       VERIFICADOR DA CONTA (PAGDIGV) E O       *
002585*                       BANCO/AGENCIA NO DIRETORIO BCODIR, QUE   *
002590*                       TEM QUE ESTAR ATIVO                      *
002591*    2026-10-15 MAF     CARTAO PASSA A TRAZER O CPF/CNPJ E A     *
002592*                       CATEGORIA FISCAL DO FAVORECIDO, GRAVADOS *
002593*                       NO CADMST NA INCLUSAO E NA ALTERACAO     *
002594*                       (DIGITO PELO PAGDIGV, CATEGORIA PELA     *
002595*                       TABELA IMPTAB VIA PAGTRIB)               *
002597*    2026-10-15 MAF     LOG DE AUDITORIA GANHOU O MOTIVO DA      *
002599*                       DEVOLUCAO BANCARIA, GRAVADO EM BRANCO    *
002600*    2026-10-15 MAF     REGISTRO DE AUDITORIA COM 110 POSICOES   *
002601*                       (REFERENCIA DO PAGAMENTO EM BRANCO)      *
002602*    2026-10-15 MAF     INCLUSAO E REATIVACAO GRAVAM A DATA DE   *
002603*                       ATIVACAO; REATIVACAO DE CONTA BLOQUEADA  *
002604*                       POR DORMENCIA A MARCA COMO REATIVADA     *
002605*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
002606*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
002607*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
002608*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004904                WITH DUPLICATES
005000            FILE STATUS IS WS-PAGDET-STATUS.
005100
005420     SELECT PENDENCIA-FILE  ASSIGN TO PENDMNT
005430            ORGANIZATION IS INDEXED
005440            ACCESS MODE IS DYNAMIC
005450            RECORD KEY IS PEN-CHAVE
005460            FILE STATUS IS WS-PENDENCIA-STATUS.
005465
005470     SELECT DIRETORIO-FILE  ASSIGN TO BCODIR
005475            ORGANIZATION IS INDEXED
005480            ACCESS MODE IS RANDOM
005485            RECORD KEY IS BCO-CHAVE
005490            FILE STATUS IS WS-DIRETORIO-STATUS.
005500
005600     SELECT REPORT-FILE     ASSIGN TO RELCAD
005700            ORGANIZATION IS LINE SEQUENTIAL
006200 FD  CARTAO-FILE
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  CRT-REC.
006420     05  CRT-DADOS.
006440         10  CRT-ACAO            PIC X(01).
006460             88  CRT-INCLUIR                VALUE 'I'.
006480             88  CRT-ALTERAR                VALUE 'A'.
006500             88  CRT-BLOQUEAR               VALUE 'B'.
006520             88  CRT-REATIVAR               VALUE 'R'.
006540             88  CRT-ENCERRAR               VALUE 'E'.
006560             88  CRT-APROVAR                VALUE 'V'.
006580             88  CRT-NEGAR                  VALUE 'N'.
006600         10  CRT-CONTA           PIC X(10).
006620         10  CRT-NOME            PIC X(30).
006640         10  CRT-BANCO           PIC X(03).
006660         10  CRT-BANCO-N REDEFINES CRT-BANCO
006680                                 PIC 9(03).
006700         10  CRT-AGENCIA         PIC X(05).
006720         10  CRT-AGENCIA-N REDEFINES CRT-AGENCIA
006740                                 PIC 9(05).
006750         10  CRT-DOCUMENTO       PIC X(14).
006760         10  CRT-CATEGORIA       PIC X(02).
006780     05  CRT-OPERADOR            PIC X(08).
006800     05  CRT-PENDENCIA           PIC X(07).
006820     05  CRT-PENDENCIA-N REDEFINES CRT-PENDENCIA
006840                                 PIC 9(07).
008000
008100 FD  CADASTRO-FILE.
008200 COPY CADREC.
008400 FD  PAGDET-FILE.
008500 COPY PAGDREC.
008600
008940 FD  PENDENCIA-FILE
008960     RECORD CONTAINS 120 CHARACTERS.
008980 COPY PENDREC.
008985
008990 FD  DIRETORIO-FILE.
008995 COPY BCOREC.
009000
009100 FD  REPORT-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009600 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
009700 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
009800 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
009920 77  WS-PENDENCIA-STATUS         PIC X(02) VALUE SPACES.
009940 77  WS-DIRETORIO-STATUS         PIC X(02) VALUE SPACES.
010000 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
010100
010200 77  WS-DATA-AUDITORIA           PIC 9(08) VALUE ZERO.
010300 77  WS-MOTIVO                   PIC X(36) VALUE SPACES.
010400 77  WS-AUDIT-ACAO               PIC X(10) VALUE SPACES.
010500 77  WS-SITUACAO-ANTES           PIC X(01) VALUE SPACE.
010510 77  WS-ACAO-CARTAO              PIC X(01) VALUE SPACE.
010520 77  WS-DIGITADOR                PIC X(08) VALUE SPACES.
010530 77  WS-APROVADOR                PIC X(08) VALUE SPACES.
010540
010550 77  WS-NUMERO-INICIAL           PIC 9(07) VALUE ZERO.
010560 77  WS-NUMERO-PENDENCIA         PIC 9(07) VALUE ZERO.
010570
010580 77  WS-BANCO-NOVO               PIC 9(03) VALUE ZERO.
010590 77  WS-AGENCIA-NOVA             PIC 9(05) VALUE ZERO.
010592 77  WS-DOCUMENTO-NOVO           PIC X(14) VALUE SPACES.
010594 77  WS-TIPO-DOC-NOVO            PIC X(01) VALUE SPACE.
010596 77  WS-CATEGORIA-NOVA           PIC X(02) VALUE SPACES.
010600
010700 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
010800 77  WS-CONT-APLICADOS           PIC 9(07) COMP VALUE ZERO.
010820 77  WS-CONT-PENDENTES           PIC 9(07) COMP VALUE ZERO.
010840 77  WS-CONT-NEGADOS             PIC 9(07) COMP VALUE ZERO.
010900 77  WS-CONT-RECUSADOS           PIC 9(07) COMP VALUE ZERO.
011000
011100 COPY CTRPARM.
011102
011104 COPY AUDPARM.
011106
011108 COPY AUDREC.
011120
011140 COPY DIGPARM.
011160
011180 COPY TRBPARM.
011200
011300 01  WS-DATA-CORRENTE.
011400     05  WS-DC-ANO               PIC 9(04).
012800         88  WS-FIM-DETALHE                 VALUE 'S'.
012900     05  WS-TEM-PENDENTE-SW      PIC X(01) VALUE 'N'.
013000         88  WS-TEM-PENDENTE                VALUE 'S'.
013010     05  WS-SO-CRITICA-SW        PIC X(01) VALUE 'N'.
013020         88  WS-SO-CRITICA                  VALUE 'S'.
013030     05  WS-APLICADO-SW          PIC X(01) VALUE 'N'.
013040         88  WS-APLICADO                    VALUE 'S'.
013050     05  WS-PENDENCIA-ACHADA-SW  PIC X(01) VALUE 'N'.
013060         88  WS-PENDENCIA-ACHADA            VALUE 'S'.
013100
013200 01  WS-LINHA-CABEC1             PIC X(80) VALUE
013300     'RELATORIO DE MANUTENCAO DO CADASTRO - CADMNT'.
015000 01  WS-LINHA-TOTAL.
015100     05  TOT-ROTULO              PIC X(26).
015200     05  TOT-QTD                 PIC ZZZZZZ9.
015210
015220 01  WS-MSG-PENDENCIA.
015230     05  FILLER                  PIC X(18) VALUE
015240         'PENDENCIA NUMERO: '.
015250     05  MSG-NUMERO              PIC 9(07).
015300
015400 PROCEDURE DIVISION.
015500*----------------------------------------------------------*
019800         MOVE 12 TO RETURN-CODE
019900         STOP RUN
020000     END-IF
020020     MOVE 'A' TO ADT-FUNCAO
020040     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
020060     IF NOT ADT-OK
020080         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
020100         MOVE 12 TO RETURN-CODE
020120         STOP RUN
020140     END-IF
020405     OPEN I-O PENDENCIA-FILE
020410     IF WS-PENDENCIA-STATUS = '35'
020415         OPEN OUTPUT PENDENCIA-FILE
020420         CLOSE PENDENCIA-FILE
020425         OPEN I-O PENDENCIA-FILE
020430     END-IF
020435     IF WS-PENDENCIA-STATUS NOT = '00'
020440         DISPLAY 'ARQUIVO DE PENDENCIAS INDISPONIVEL - STATUS: '
020445             WS-PENDENCIA-STATUS
020450         MOVE 12 TO RETURN-CODE
020455         STOP RUN
020460     END-IF
020461     OPEN INPUT DIRETORIO-FILE
020462     IF WS-DIRETORIO-STATUS NOT = '00'
020463         DISPLAY 'DIRETORIO DE BANCOS INDISPONIVEL - STATUS: '
020464             WS-DIRETORIO-STATUS
020465         MOVE 12 TO RETURN-CODE
020466         STOP RUN
020467     END-IF
020468     PERFORM 1100-LER-CONTROLE THRU 1100-EXIT
020500     OPEN OUTPUT REPORT-FILE
020600     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
020700     WRITE REPORT-LINHA
021000     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
021100 1000-EXIT.
021200     EXIT.
021202
021204*----------------------------------------------------------*
021206* 1100-LER-CONTROLE - LE O REGISTRO DE CONTROLE DA          *
021208*                     NUMERACAO DAS PENDENCIAS DO CADASTRO  *
021210*                     (CRIA NA PRIMEIRA EXECUCAO) E GUARDA  *
021212*                     O ULTIMO NUMERO ANTERIOR A ESTA       *
021214*                     EXECUCAO                              *
021216*----------------------------------------------------------*
021218*    PENDENCIA DE NUMERO MAIOR QUE WS-NUMERO-INICIAL FOI
021220*    DIGITADA NESTA MESMA EXECUCAO E NAO PODE SER DECIDIDA
021222*    NELA
021224 1100-LER-CONTROLE.
021226     MOVE 'N' TO WS-PENDENCIA-ACHADA-SW
021228     MOVE 'C' TO PEN-ALVO
021230     MOVE ZERO TO PEN-NUMERO
021232     READ PENDENCIA-FILE KEY IS PEN-CHAVE
021234         INVALID KEY
021236             CONTINUE
021238         NOT INVALID KEY
021240             SET WS-PENDENCIA-ACHADA TO TRUE
021242     END-READ
021244     IF NOT WS-PENDENCIA-ACHADA
021246         MOVE SPACES TO PEN-REC
021248         MOVE 'C' TO PEN-ALVO
021250         MOVE ZERO TO PEN-NUMERO
021252         MOVE ZERO TO PEN-DATA-INCLUSAO
021254         MOVE ZERO TO PEN-HORA-INCLUSAO
021256         MOVE ZERO TO PEN-DATA-DECISAO
021258         MOVE ZERO TO PEN-ULTIMO-NUMERO
021260         WRITE PEN-REC
021262     END-IF
021264     MOVE PEN-ULTIMO-NUMERO TO WS-NUMERO-INICIAL.
021266 1100-EXIT.
021268     EXIT.
021300
021400*----------------------------------------------------------*
021500* 2000-PROCESSAR-CARTAO - TRATA O CARTAO CORRENTE: 'V'      *
021600*                         APROVA E 'N' NEGA UMA PENDENCIA;  *
021620*                         OS DEMAIS VIRAM PENDENCIA         *
021700*----------------------------------------------------------*
021800 2000-PROCESSAR-CARTAO.
021900     ADD 1 TO WS-CONT-LIDOS
022000     MOVE 'N' TO WS-RECUSADO-SW
022020     MOVE 'N' TO WS-APLICADO-SW
022040     MOVE 'N' TO WS-SO-CRITICA-SW
022100     MOVE SPACES TO WS-MOTIVO
022200     MOVE SPACE TO WS-SITUACAO-ANTES
022300     MOVE SPACES TO WS-DIGITADOR
022400     MOVE SPACES TO WS-APROVADOR
022500     MOVE CRT-ACAO TO WS-ACAO-CARTAO
022600     EVALUATE TRUE
022700         WHEN CRT-OPERADOR = SPACES
022800             SET WS-RECUSADO TO TRUE
022900             MOVE 'OPERADOR NAO INFORMADO' TO WS-MOTIVO
023000         WHEN CRT-APROVAR
023100             MOVE CRT-OPERADOR TO WS-APROVADOR
023200             PERFORM 4000-APROVAR-PENDENCIA THRU 4000-EXIT
023300         WHEN CRT-NEGAR
023400             MOVE CRT-OPERADOR TO WS-APROVADOR
023500             PERFORM 4500-NEGAR-PENDENCIA THRU 4500-EXIT
023600         WHEN OTHER
023700             MOVE CRT-OPERADOR TO WS-DIGITADOR
023800             PERFORM 3800-REGISTRAR-PENDENCIA THRU 3800-EXIT
023900     END-EVALUATE
024300
024400     IF WS-RECUSADO
024500         ADD 1 TO WS-CONT-RECUSADOS
024600         MOVE 'RECUSADO' TO DET-DESTINO
024700         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
025100     END-IF
025200     PERFORM 2800-LISTAR THRU 2800-EXIT
025300     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
025500 2000-EXIT.
025600     EXIT.
025700
025702*----------------------------------------------------------*
025704* 2200-TRATAR-ACAO - CRITICA (WS-SO-CRITICA) OU APLICA NO   *
025706*                    CADASTRO A ACAO DO CARTAO CORRENTE     *
025708*----------------------------------------------------------*
025710 2200-TRATAR-ACAO.
025712     PERFORM 2150-APURAR-SITUACAO THRU 2150-EXIT
025714     EVALUATE TRUE
025716         WHEN CRT-INCLUIR
025718             PERFORM 3000-INCLUIR-CONTA THRU 3000-EXIT
025720         WHEN CRT-ALTERAR
025722             PERFORM 3100-ALTERAR-CONTA THRU 3100-EXIT
025724         WHEN CRT-BLOQUEAR
025726             PERFORM 3200-BLOQUEAR-CONTA THRU 3200-EXIT
025728         WHEN CRT-REATIVAR
025730             PERFORM 3300-REATIVAR-CONTA THRU 3300-EXIT
025732         WHEN CRT-ENCERRAR
025734             PERFORM 3400-ENCERRAR-CONTA THRU 3400-EXIT
025736         WHEN OTHER
025738             SET WS-RECUSADO TO TRUE
025740             MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO
025742     END-EVALUATE.
025744 2200-EXIT.
025746     EXIT.
025748
025750 2150-APURAR-SITUACAO.
025752     PERFORM 2100-LER-CADASTRO THRU 2100-EXIT
025754     IF WS-CONTA-ACHADA
025756         MOVE CAD-SITUACAO TO WS-SITUACAO-ANTES
025758     ELSE
025760         MOVE SPACE TO WS-SITUACAO-ANTES
025762     END-IF.
025764 2150-EXIT.
025766     EXIT.
025768
025800 2100-LER-CADASTRO.
025900     MOVE 'N' TO WS-CONTA-ACHADA-SW
026000     MOVE CRT-CONTA TO CAD-CONTA
028200         MOVE 'NOME DO FAVORECIDO OBRIGATORIO' TO WS-MOTIVO
028300         GO TO 3000-EXIT
028400     END-IF
028401     PERFORM 3050-CONFERIR-DIGITO THRU 3050-EXIT
028402     IF WS-RECUSADO
028403         GO TO 3000-EXIT
028404     END-IF
028405     IF CRT-BANCO NOT NUMERIC
028406        OR CRT-AGENCIA NOT NUMERIC
028407         SET WS-RECUSADO TO TRUE
028408         MOVE 'BANCO/AGENCIA NAO NUMERICO' TO WS-MOTIVO
028409         GO TO 3000-EXIT
028410     END-IF
028411     MOVE CRT-BANCO-N TO WS-BANCO-NOVO
028412     MOVE CRT-AGENCIA-N TO WS-AGENCIA-NOVA
028413     PERFORM 3600-CONFERIR-AGENCIA THRU 3600-EXIT
028414     IF WS-RECUSADO
028415         GO TO 3000-EXIT
028416     END-IF
028417     MOVE SPACES TO WS-DOCUMENTO-NOVO
028418     MOVE SPACE TO WS-TIPO-DOC-NOVO
028419     MOVE SPACES TO WS-CATEGORIA-NOVA
028420     PERFORM 3060-CONFERIR-FISCAL THRU 3060-EXIT
028421     IF WS-RECUSADO
028422         GO TO 3000-EXIT
028423     END-IF
028424     IF WS-SO-CRITICA
028440         GO TO 3000-EXIT
028460     END-IF
028500     MOVE SPACES TO CAD-REC
028600     MOVE CRT-CONTA TO CAD-CONTA
028700     MOVE CRT-NOME TO CAD-NOME
028800     MOVE WS-BANCO-NOVO TO CAD-BANCO
028900     MOVE WS-AGENCIA-NOVA TO CAD-AGENCIA
029000     MOVE WS-DOCUMENTO-NOVO TO CAD-DOCUMENTO
029100     MOVE WS-TIPO-DOC-NOVO TO CAD-TIPO-DOCUMENTO
029200     MOVE WS-CATEGORIA-NOVA TO CAD-CATEGORIA-FISCAL
029800     MOVE 'A' TO CAD-SITUACAO
029820     MOVE SPACE TO CAD-DORMENCIA
029840     MOVE WS-DATA-AUDITORIA TO CAD-DATA-ATIVACAO
029900     WRITE CAD-REC
030000     MOVE 'INCLUIDO' TO WS-AUDIT-ACAO.
030100 3000-EXIT.
030200     EXIT.
030205
030210*----------------------------------------------------------*
030215* 3050-CONFERIR-DIGITO - CONFERE O DIGITO VERIFICADOR DA    *
030220*                        CONTA DO CARTAO (PAGDIGV)          *
030225*----------------------------------------------------------*
030230 3050-CONFERIR-DIGITO.
030235     MOVE 'C' TO DIG-FUNCAO
030240     MOVE CRT-CONTA TO DIG-NUMERO
030245     CALL 'PAGDIGV' USING DIG-PARM
030250     IF DIG-NUMERO-INVALIDO
030255         SET WS-RECUSADO TO TRUE
030260         MOVE 'DIGITO DA CONTA INVALIDO' TO WS-MOTIVO
030265     END-IF.
030270 3050-EXIT.
030275     EXIT.
030276
030277*----------------------------------------------------------*
030278* 3060-CONFERIR-FISCAL - APLICA SOBRE OS VALORES ATUAIS O   *
030279*                        CPF/CNPJ E A CATEGORIA FISCAL DO   *
030280*                        CARTAO; CATEGORIA '00' RETIRA A    *
030281*                        RETENCAO, E CATEGORIA PREENCHIDA   *
030282*                        EXIGE DOCUMENTO E ALIQUOTA NA      *
030283*                        TABELA IMPTAB (PAGTRIB)            *
030284*----------------------------------------------------------*
030285 3060-CONFERIR-FISCAL.
030286     IF CRT-DOCUMENTO NOT = SPACES
030287         PERFORM 3065-CONFERIR-DOCUMENTO THRU 3065-EXIT
030288         IF WS-RECUSADO
030289             GO TO 3060-EXIT
030290         END-IF
030291     END-IF
030292     IF CRT-CATEGORIA = '00'
030293         MOVE SPACES TO WS-CATEGORIA-NOVA
030294     ELSE
030295         IF CRT-CATEGORIA NOT = SPACES
030296             MOVE CRT-CATEGORIA TO WS-CATEGORIA-NOVA
030297         END-IF
030298     END-IF
030299     IF WS-CATEGORIA-NOVA = SPACES
030300         GO TO 3060-EXIT
030301     END-IF
030302     IF WS-DOCUMENTO-NOVO = SPACES
030303         SET WS-RECUSADO TO TRUE
030304         MOVE 'CATEGORIA FISCAL EXIGE CPF/CNPJ' TO WS-MOTIVO
030305         GO TO 3060-EXIT
030306     END-IF
030307     MOVE 'C' TO TRB-FUNCAO
030308     MOVE WS-CATEGORIA-NOVA TO TRB-CATEGORIA
030309     MOVE ZERO TO TRB-VALOR-BRUTO
030310     CALL 'PAGTRIB' USING TRB-PARM
030311     IF TRB-NAO-ENCONTRADO
030312         SET WS-RECUSADO TO TRUE
030313         MOVE 'CATEGORIA FISCAL SEM ALIQUOTA' TO WS-MOTIVO
030314     END-IF.
030315 3060-EXIT.
030316     EXIT.
030317
030318*----------------------------------------------------------*
030319* 3065-CONFERIR-DOCUMENTO - CPF (ONZE POSICOES, RESTO EM    *
030320*                           BRANCO) OU CNPJ (QUATORZE),     *
030321*                           CONFERIDO PELO PAGDIGV          *
030322*----------------------------------------------------------*
030323 3065-CONFERIR-DOCUMENTO.
030324     IF CRT-DOCUMENTO(12:3) = SPACES
030325         MOVE 'F' TO DIG-FUNCAO
030326     ELSE
030327         MOVE 'J' TO DIG-FUNCAO
030328     END-IF
030329     MOVE CRT-DOCUMENTO TO DIG-NUMERO
030330     CALL 'PAGDIGV' USING DIG-PARM
030331     IF DIG-NUMERO-INVALIDO
030332         SET WS-RECUSADO TO TRUE
030333         MOVE 'CPF/CNPJ INVALIDO' TO WS-MOTIVO
030334         GO TO 3065-EXIT
030335     END-IF
030336     MOVE CRT-DOCUMENTO TO WS-DOCUMENTO-NOVO
030337     MOVE DIG-FUNCAO TO WS-TIPO-DOC-NOVO.
030338 3065-EXIT.
030339     EXIT.
030340
030400*----------------------------------------------------------*
030500* 3100-ALTERAR-CONTA - ALTERA NOME, BANCO, AGENCIA E        *
030520*                      DADOS FISCAIS DE UMA                 *
030600*                      CONTA EXISTENTE; CAMPO EM BRANCO     *
030700*                      MANTEM O VALOR ATUAL                 *
030800*----------------------------------------------------------*
031200         MOVE 'CONTA NAO CADASTRADA' TO WS-MOTIVO
031300         GO TO 3100-EXIT
031400     END-IF
031401     PERFORM 3050-CONFERIR-DIGITO THRU 3050-EXIT
031402     IF WS-RECUSADO
031403         GO TO 3100-EXIT
031404     END-IF
031405     IF (CRT-BANCO NOT = SPACES AND CRT-BANCO NOT NUMERIC)
031406        OR (CRT-AGENCIA NOT = SPACES
031407            AND CRT-AGENCIA NOT NUMERIC)
031408         SET WS-RECUSADO TO TRUE
031409         MOVE 'BANCO/AGENCIA NAO NUMERICO' TO WS-MOTIVO
031410         GO TO 3100-EXIT
031411     END-IF
031412     MOVE CAD-BANCO TO WS-BANCO-NOVO
031413     MOVE CAD-AGENCIA TO WS-AGENCIA-NOVA
031414     IF CRT-BANCO NOT = SPACES
031415         MOVE CRT-BANCO-N TO WS-BANCO-NOVO
031416     END-IF
031417     IF CRT-AGENCIA NOT = SPACES
031418         MOVE CRT-AGENCIA-N TO WS-AGENCIA-NOVA
031419     END-IF
031420     IF CRT-BANCO NOT = SPACES OR CRT-AGENCIA NOT = SPACES
031421         PERFORM 3600-CONFERIR-AGENCIA THRU 3600-EXIT
031422         IF WS-RECUSADO
031423             GO TO 3100-EXIT
031424         END-IF
031425     END-IF
031426     MOVE CAD-DOCUMENTO TO WS-DOCUMENTO-NOVO
031427     MOVE CAD-TIPO-DOCUMENTO TO WS-TIPO-DOC-NOVO
031428     MOVE CAD-CATEGORIA-FISCAL TO WS-CATEGORIA-NOVA
031429     PERFORM 3060-CONFERIR-FISCAL THRU 3060-EXIT
031430     IF WS-RECUSADO
031431         GO TO 3100-EXIT
031432     END-IF
031433     IF WS-SO-CRITICA
031440         GO TO 3100-EXIT
031460     END-IF
031500     IF CRT-NOME NOT = SPACES
031600         MOVE CRT-NOME TO CAD-NOME
031700     END-IF
031800     MOVE WS-BANCO-NOVO TO CAD-BANCO
031900     MOVE WS-AGENCIA-NOVA TO CAD-AGENCIA
032000     MOVE WS-DOCUMENTO-NOVO TO CAD-DOCUMENTO
032100     MOVE WS-TIPO-DOC-NOVO TO CAD-TIPO-DOCUMENTO
032200     MOVE WS-CATEGORIA-NOVA TO CAD-CATEGORIA-FISCAL
032400     REWRITE CAD-REC
032500     MOVE 'ALTERADO' TO WS-AUDIT-ACAO.
032600 3100-EXIT.
034500         MOVE 'CONTA ENCERRADA NAO SE BLOQUEIA' TO WS-MOTIVO
034600         GO TO 3200-EXIT
034700     END-IF
034720     IF WS-SO-CRITICA
034740         GO TO 3200-EXIT
034760     END-IF
034800     MOVE 'B' TO CAD-SITUACAO
034900     REWRITE CAD-REC
035000     MOVE 'BLOQUEADO' TO WS-AUDIT-ACAO.
035300
035400*----------------------------------------------------------*
035500* 3300-REATIVAR-CONTA - REATIVA UMA CONTA BLOQUEADA OU      *
035600*                       ENCERRADA; A BLOQUEADA POR          *
035620*                       DORMENCIA FICA MARCADA COMO         *
035640*                       DORMENTE REATIVADA                  *
035700*----------------------------------------------------------*
035800 3300-REATIVAR-CONTA.
035900     IF NOT WS-CONTA-ACHADA
036600         MOVE 'CONTA JA ATIVA' TO WS-MOTIVO
036700         GO TO 3300-EXIT
036800     END-IF
036820     IF WS-SO-CRITICA
036840         GO TO 3300-EXIT
036860     END-IF
036900     MOVE 'A' TO CAD-SITUACAO
036910     MOVE WS-DATA-AUDITORIA TO CAD-DATA-ATIVACAO
036920     IF CAD-BLOQ-DORMENCIA
036930         MOVE 'R' TO CAD-DORMENCIA
036940         MOVE 'DORMENTE: PAGTOS RETIDOS POR 90 DIAS' TO WS-MOTIVO
036950     END-IF
037000     REWRITE CAD-REC
037100     MOVE 'REATIVADO' TO WS-AUDIT-ACAO.
037200 3300-EXIT.
039400         MOVE 'CONTA COM PAGAMENTO EM ABERTO' TO WS-MOTIVO
039500         GO TO 3400-EXIT
039600     END-IF
039620     IF WS-SO-CRITICA
039640         GO TO 3400-EXIT
039660     END-IF
039700     MOVE 'E' TO CAD-SITUACAO
039800     REWRITE CAD-REC
039900     MOVE 'ENCERRADO' TO WS-AUDIT-ACAO.
044400     END-READ.
044500 3590-EXIT.
044600     EXIT.
044602
044604*----------------------------------------------------------*
044606* 3600-CONFERIR-AGENCIA - O BANCO (AGENCIA ZERO) E A        *
044608*                         AGENCIA DO CARTAO TEM QUE ESTAR   *
044610*                         ATIVOS NO DIRETORIO (BCODIR)      *
044612*----------------------------------------------------------*
044614 3600-CONFERIR-AGENCIA.
044616     MOVE WS-BANCO-NOVO TO BCO-BANCO
044618     MOVE ZERO TO BCO-AGENCIA
044620     READ DIRETORIO-FILE KEY IS BCO-CHAVE
044622         INVALID KEY
044624             MOVE SPACE TO BCO-SITUACAO
044626     END-READ
044628     IF NOT BCO-ATIVA
044630         SET WS-RECUSADO TO TRUE
044632         MOVE 'BANCO INEXISTENTE OU INATIVO' TO WS-MOTIVO
044634         GO TO 3600-EXIT
044636     END-IF
044638     MOVE WS-BANCO-NOVO TO BCO-BANCO
044640     MOVE WS-AGENCIA-NOVA TO BCO-AGENCIA
044642     READ DIRETORIO-FILE KEY IS BCO-CHAVE
044644         INVALID KEY
044646             MOVE SPACE TO BCO-SITUACAO
044648     END-READ
044650     IF NOT BCO-ATIVA
044652         SET WS-RECUSADO TO TRUE
044654         MOVE 'AGENCIA INEXISTENTE OU INATIVA' TO WS-MOTIVO
044656     END-IF.
044658 3600-EXIT.
044660     EXIT.
044700
044701*----------------------------------------------------------*
044702* 3800-REGISTRAR-PENDENCIA - CRITICA O CARTAO DE MANUTENCAO *
044703*                            CONTRA O CADASTRO ATUAL E, SE  *
044704*                            ACEITO, GRAVA A PENDENCIA      *
044705*                            NUMERADA PARA APROVACAO        *
044706*----------------------------------------------------------*
044707 3800-REGISTRAR-PENDENCIA.
044708     SET WS-SO-CRITICA TO TRUE
044709     PERFORM 2200-TRATAR-ACAO THRU 2200-EXIT
044710     MOVE 'N' TO WS-SO-CRITICA-SW
044711     IF WS-RECUSADO
044712         GO TO 3800-EXIT
044713     END-IF
044714     PERFORM 3900-PROXIMO-NUMERO THRU 3900-EXIT
044715     MOVE SPACES TO PEN-REC
044716     MOVE 'C' TO PEN-ALVO
044717     MOVE WS-NUMERO-PENDENCIA TO PEN-NUMERO
044718     MOVE 'P' TO PEN-SITUACAO
044719     MOVE WS-DIGITADOR TO PEN-DIGITADOR
044720     MOVE WS-DATA-AUDITORIA TO PEN-DATA-INCLUSAO
044721     ACCEPT PEN-HORA-INCLUSAO FROM TIME
044722     MOVE ZERO TO PEN-DATA-DECISAO
044723     MOVE CRT-DADOS TO PEN-CARTAO
044724     WRITE PEN-REC
044725     ADD 1 TO WS-CONT-PENDENTES
044726     MOVE 'PENDENTE' TO DET-DESTINO
044727     MOVE 'PENDENTE' TO WS-AUDIT-ACAO
044728     MOVE WS-NUMERO-PENDENCIA TO MSG-NUMERO
044729     MOVE WS-MSG-PENDENCIA TO WS-MOTIVO.
044730 3800-EXIT.
044731     EXIT.
044732
044733 3900-PROXIMO-NUMERO.
044734     MOVE 'C' TO PEN-ALVO
044735     MOVE ZERO TO PEN-NUMERO
044736     READ PENDENCIA-FILE KEY IS PEN-CHAVE
044737     ADD 1 TO PEN-ULTIMO-NUMERO
044738     MOVE PEN-ULTIMO-NUMERO TO WS-NUMERO-PENDENCIA
044739     REWRITE PEN-REC.
044740 3900-EXIT.
044741     EXIT.
044742
044743*----------------------------------------------------------*
044744* 4000-APROVAR-PENDENCIA - REAPLICA O CARTAO GUARDADO NA    *
044745*                          PENDENCIA SOBRE O CADASTRO;      *
044746*                          CRITICA QUE FALHA AGORA FECHA A  *
044747*                          PENDENCIA COMO 'F' (FALHOU)      *
044748*----------------------------------------------------------*
044749 4000-APROVAR-PENDENCIA.
044750     PERFORM 4900-LER-PENDENCIA THRU 4900-EXIT
044751     IF WS-RECUSADO
044752         GO TO 4000-EXIT
044753     END-IF
044754     MOVE PEN-CARTAO TO CRT-DADOS
044755     PERFORM 2200-TRATAR-ACAO THRU 2200-EXIT
044756     IF WS-RECUSADO
044757         MOVE 'F' TO PEN-SITUACAO
044758     ELSE
044759         MOVE 'A' TO PEN-SITUACAO
044760         SET WS-APLICADO TO TRUE
044761         ADD 1 TO WS-CONT-APLICADOS
044762         MOVE 'APLICADO' TO DET-DESTINO
044763     END-IF
044764     MOVE WS-APROVADOR TO PEN-APROVADOR
044765     MOVE WS-DATA-AUDITORIA TO PEN-DATA-DECISAO
044766     REWRITE PEN-REC.
044767 4000-EXIT.
044768     EXIT.
044769
044770*----------------------------------------------------------*
044771* 4500-NEGAR-PENDENCIA - FECHA A PENDENCIA COMO NEGADA SEM  *
044772*                        MEXER NO CADASTRO                  *
044773*----------------------------------------------------------*
044774 4500-NEGAR-PENDENCIA.
044775     PERFORM 4900-LER-PENDENCIA THRU 4900-EXIT
044776     IF WS-RECUSADO
044777         GO TO 4500-EXIT
044778     END-IF
044779     MOVE PEN-CARTAO TO CRT-DADOS
044780     PERFORM 2150-APURAR-SITUACAO THRU 2150-EXIT
044781     MOVE 'R' TO PEN-SITUACAO
044782     MOVE WS-APROVADOR TO PEN-APROVADOR
044783     MOVE WS-DATA-AUDITORIA TO PEN-DATA-DECISAO
044784     REWRITE PEN-REC
044785     ADD 1 TO WS-CONT-NEGADOS
044786     MOVE 'NEGADO' TO DET-DESTINO
044787     MOVE 'NEGADO' TO WS-AUDIT-ACAO
044788     MOVE PEN-NUMERO TO MSG-NUMERO
044789     MOVE WS-MSG-PENDENCIA TO WS-MOTIVO.
044790 4500-EXIT.
044791     EXIT.
044792
044793*----------------------------------------------------------*
044794* 4900-LER-PENDENCIA - LOCALIZA A PENDENCIA DO CARTAO 'V'   *
044795*                      OU 'N' E CONFERE SE ELA PODE SER     *
044796*                      DECIDIDA POR ESTE OPERADOR           *
044797*----------------------------------------------------------*
044798 4900-LER-PENDENCIA.
044799     IF CRT-PENDENCIA NOT NUMERIC
044800        OR CRT-PENDENCIA-N = ZERO
044801         SET WS-RECUSADO TO TRUE
044802         MOVE 'NUMERO DA PENDENCIA INVALIDO' TO WS-MOTIVO
044803         GO TO 4900-EXIT
044804     END-IF
044805     MOVE 'N' TO WS-PENDENCIA-ACHADA-SW
044806     MOVE 'C' TO PEN-ALVO
044807     MOVE CRT-PENDENCIA-N TO PEN-NUMERO
044808     READ PENDENCIA-FILE KEY IS PEN-CHAVE
044809         INVALID KEY
044810             CONTINUE
044811         NOT INVALID KEY
044812             SET WS-PENDENCIA-ACHADA TO TRUE
044813     END-READ
044814     IF NOT WS-PENDENCIA-ACHADA
044815         SET WS-RECUSADO TO TRUE
044816         MOVE 'PENDENCIA NAO ENCONTRADA' TO WS-MOTIVO
044817         GO TO 4900-EXIT
044818     END-IF
044819     MOVE PEN-DIGITADOR TO WS-DIGITADOR
044820     MOVE PEN-CRT-CHAVE TO CRT-CONTA
044821     IF NOT PEN-PENDENTE
044822         SET WS-RECUSADO TO TRUE
044823         MOVE 'PENDENCIA JA DECIDIDA' TO WS-MOTIVO
044824         GO TO 4900-EXIT
044825     END-IF
044826     IF PEN-NUMERO > WS-NUMERO-INICIAL
044827         SET WS-RECUSADO TO TRUE
044828         MOVE 'PENDENCIA INCLUIDA NESTA EXECUCAO' TO WS-MOTIVO
044829         GO TO 4900-EXIT
044830     END-IF
044831     IF WS-APROVADOR = PEN-DIGITADOR
044832         SET WS-RECUSADO TO TRUE
044833         MOVE 'APROVADOR NAO PODE SER O DIGITADOR' TO WS-MOTIVO
044834     END-IF.
044835 4900-EXIT.
044836     EXIT.
044837
044838 2800-LISTAR.
044900     MOVE WS-ACAO-CARTAO TO DET-ACAO
045000     MOVE CRT-CONTA TO DET-CONTA
045100     MOVE WS-MOTIVO TO DET-MOTIVO
045200     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
047500     MOVE CRT-CONTA TO AUDIT-CONTA
047600     MOVE ZERO TO AUDIT-VALOR
047700     MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-ANTES
047800     IF WS-APLICADO
047900         MOVE CAD-SITUACAO TO AUDIT-FLAG-DEPOIS
048000     ELSE
048100         MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-DEPOIS
048200     END-IF
048300     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
048350     MOVE SPACE TO AUDIT-CANAL
048370     MOVE SPACE TO AUDIT-MOTIVO
048380     MOVE WS-DIGITADOR TO AUDIT-DIGITADOR
048390     MOVE WS-APROVADOR TO AUDIT-APROVADOR
048395     MOVE SPACES TO AUDIT-MOTIVO-BANCO
048397     MOVE SPACES TO AUDIT-REFERENCIA
048407     MOVE 'G' TO ADT-FUNCAO
048417     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
048427     IF NOT ADT-OK
048437         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
048447         MOVE 12 TO RETURN-CODE
048457         STOP RUN
048467     END-IF.
048500 6000-EXIT.
048600     EXIT.
048700
049600     MOVE WS-CONT-LIDOS TO TOT-QTD
049700     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
049800     WRITE REPORT-LINHA
049900     MOVE 'PENDENCIAS REGISTRADAS..: ' TO TOT-ROTULO
049920     MOVE WS-CONT-PENDENTES TO TOT-QTD
049940     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
049960     WRITE REPORT-LINHA
049980     MOVE 'PENDENCIAS APLICADAS....: ' TO TOT-ROTULO
050000     MOVE WS-CONT-APLICADOS TO TOT-QTD
050100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
050200     WRITE REPORT-LINHA
050220     MOVE 'PENDENCIAS NEGADAS......: ' TO TOT-ROTULO
050240     MOVE WS-CONT-NEGADOS TO TOT-QTD
050260     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
050280     WRITE REPORT-LINHA
050300     MOVE 'CARTOES RECUSADOS.......: ' TO TOT-ROTULO
050400     MOVE WS-CONT-RECUSADOS TO TOT-QTD
050500     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
050800     CLOSE CARTAO-FILE
050900     CLOSE CADASTRO-FILE
051000     CLOSE PAGDET-FILE
051120     CLOSE PENDENCIA-FILE
051140     CLOSE DIRETORIO-FILE
051200     CLOSE REPORT-FILE
051300
051400     IF WS-CONT-RECUSADOS > ZERO
