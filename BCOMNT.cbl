000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BCOMNT.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: MANUTENCAO DO DIRETORIO DE BANCOS E         *
001000*                    AGENCIAS (BCODIR). LE OS CARTOES DO         *
001100*                    OPERADOR (BCOENT): 'I' INCLUI UM BANCO      *
001200*                    (AGENCIA ZERO) OU UMA AGENCIA DE BANCO JA   *
001300*                    ATIVO, 'A' ALTERA O NOME, 'F' FECHA, 'M'    *
001400*                    MARCA COMO INCORPORADO A OUTRO BANCO OU     *
001500*                    AGENCIA ATIVA (DESTINO) E 'R' REATIVA.      *
001600*                    FECHAMENTO E INCORPORACAO DO BANCO VALEM    *
001700*                    PARA TODAS AS SUAS AGENCIAS. TODA ACAO      *
001800*                    APLICADA OU RECUSADA VAI PARA O LOG DE      *
001900*                    AUDITORIA (AUDITLOG) COM BANCO E AGENCIA    *
002000*                    NO CAMPO DA CONTA. CARTAO RECUSADO TERMINA  *
002100*                    COM RC 4.                                   *
002200*                                                                *
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                                *
002500*    2026-10-15 MAF     VERSAO INICIAL                           *
002520*    2026-10-15 MAF     LOG DE AUDITORIA GANHOU O MOTIVO DA      *
002540*                       DEVOLUCAO BANCARIA, GRAVADO EM BRANCO    *
002560*    2026-10-15 MAF     REGISTRO DE AUDITORIA COM 110 POSICOES   *
002580*                       (REFERENCIA DO PAGAMENTO EM BRANCO)      *
002585*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
002590*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
002595*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CARTAO-FILE     ASSIGN TO BCOENT
003500            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS WS-CARTAO-STATUS.
003700
003800     SELECT DIRETORIO-FILE  ASSIGN TO BCODIR
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS DYNAMIC
004100            RECORD KEY IS BCO-CHAVE
004200            FILE STATUS IS WS-DIRETORIO-STATUS.
004300
004800     SELECT REPORT-FILE     ASSIGN TO RELBCO
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-REPORT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CARTAO-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  BCC-REC.
005700     05  BCC-ACAO                PIC X(01).
005800         88  BCC-INCLUIR                    VALUE 'I'.
005900         88  BCC-ALTERAR                    VALUE 'A'.
006000         88  BCC-FECHAR                     VALUE 'F'.
006100         88  BCC-INCORPORAR                 VALUE 'M'.
006200         88  BCC-REATIVAR                   VALUE 'R'.
006300     05  BCC-CHAVE.
006400         10  BCC-BANCO           PIC X(03).
006500         10  BCC-BANCO-N REDEFINES BCC-BANCO
006600                                 PIC 9(03).
006700         10  BCC-AGENCIA         PIC X(05).
006800         10  BCC-AGENCIA-N REDEFINES BCC-AGENCIA
006900                                 PIC 9(05).
007000     05  BCC-NOME                PIC X(30).
007100     05  BCC-DESTINO.
007200         10  BCC-BANCO-DESTINO   PIC X(03).
007300         10  BCC-BANCO-DESTINO-N REDEFINES BCC-BANCO-DESTINO
007400                                 PIC 9(03).
007500         10  BCC-AGENCIA-DESTINO PIC X(05).
007600         10  BCC-AGENCIA-DESTINO-N
007700                             REDEFINES BCC-AGENCIA-DESTINO
007800                                 PIC 9(05).
007900     05  FILLER                  PIC X(33).
008000
008100 FD  DIRETORIO-FILE.
008200 COPY BCOREC.
008300
008800 FD  REPORT-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  REPORT-LINHA                PIC X(80).
009100
009200 WORKING-STORAGE SECTION.
009300 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
009400 77  WS-DIRETORIO-STATUS         PIC X(02) VALUE SPACES.
009600 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
009700
009800 77  WS-DATA-AUDITORIA           PIC 9(08) VALUE ZERO.
009900 77  WS-MOTIVO                   PIC X(36) VALUE SPACES.
010000 77  WS-AUDIT-ACAO               PIC X(10) VALUE SPACES.
010100 77  WS-SITUACAO-ANTES           PIC X(01) VALUE SPACE.
010200
010300 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
010400 77  WS-CONT-APLICADOS           PIC 9(07) COMP VALUE ZERO.
010500 77  WS-CONT-RECUSADOS           PIC 9(07) COMP VALUE ZERO.
010600
010700 COPY CTRPARM.
010720
010740 COPY AUDPARM.
010760
010780 COPY AUDREC.
010800
010900 01  WS-DATA-CORRENTE.
011000     05  WS-DC-ANO               PIC 9(04).
011100     05  WS-DC-MES               PIC 9(02).
011200     05  WS-DC-DIA               PIC 9(02).
011300 01  WS-DATA-CORRENTE-N REDEFINES WS-DATA-CORRENTE
011400                                 PIC 9(08).
011500
011600 01  WS-SWITCHES.
011700     05  WS-FIM-CARTAO-SW        PIC X(01) VALUE 'N'.
011800         88  WS-FIM-CARTAO                  VALUE 'S'.
011900     05  WS-REGISTRO-ACHADO-SW   PIC X(01) VALUE 'N'.
012000         88  WS-REGISTRO-ACHADO             VALUE 'S'.
012100     05  WS-RECUSADO-SW          PIC X(01) VALUE 'N'.
012200         88  WS-RECUSADO                    VALUE 'S'.
012300     05  WS-APOIO-ATIVO-SW       PIC X(01) VALUE 'N'.
012400         88  WS-APOIO-ATIVO                 VALUE 'S'.
012500
012600 01  WS-LINHA-CABEC1             PIC X(80) VALUE
012700     'RELATORIO DE MANUTENCAO DO DIRETORIO DE BANCOS - BCOMNT'.
012800 01  WS-LINHA-CABEC2.
012900     05  FILLER                  PIC X(06) VALUE 'ACAO'.
013000     05  FILLER                  PIC X(07) VALUE 'BANCO'.
013100     05  FILLER                  PIC X(09) VALUE 'AGENCIA'.
013200     05  FILLER                  PIC X(12) VALUE 'DESTINO'.
013300     05  FILLER                  PIC X(46) VALUE 'MOTIVO'.
013400 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
013500
013600 01  WS-LINHA-DETALHE.
013700     05  DET-ACAO                PIC X(01).
013800     05  FILLER                  PIC X(05) VALUE SPACES.
013900     05  DET-BANCO               PIC X(03).
014000     05  FILLER                  PIC X(04) VALUE SPACES.
014100     05  DET-AGENCIA             PIC X(05).
014200     05  FILLER                  PIC X(04) VALUE SPACES.
014300     05  DET-DESTINO             PIC X(10).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  DET-MOTIVO              PIC X(36).
014600
014700 01  WS-LINHA-TOTAL.
014800     05  TOT-ROTULO              PIC X(26).
014900     05  TOT-QTD                 PIC ZZZZZZ9.
015000
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------*
015300* 0000-MAINLINE - PARAGRAFO PRINCIPAL                       *
015400*----------------------------------------------------------*
015500 0000-MAINLINE.
015600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
015700     PERFORM 2000-PROCESSAR-CARTAO THRU 2000-EXIT
015800         UNTIL WS-FIM-CARTAO
015900     PERFORM 8000-FINALIZAR THRU 8000-EXIT
016000     STOP RUN.
016100
016200*----------------------------------------------------------*
016300* 1000-INICIALIZAR - APURA A DATA DA AUDITORIA (CICLO       *
016400*                    ABERTO OU RELOGIO), ABRE OS ARQUIVOS   *
016500*                    E LE O PRIMEIRO CARTAO                 *
016600*----------------------------------------------------------*
016700 1000-INICIALIZAR.
016800     MOVE 'C' TO CTR-FUNCAO
016900     MOVE 'BCOMNT' TO CTR-PASSO
017000     CALL 'PAGCTRL' USING CTR-PARM
017100     IF CTR-SEM-CICLO
017200         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
017300         MOVE WS-DATA-CORRENTE-N TO WS-DATA-AUDITORIA
017400     ELSE
017500         MOVE CTR-DATA-PROCESSO TO WS-DATA-AUDITORIA
017600     END-IF
017700
017800     OPEN INPUT CARTAO-FILE
017900     IF WS-CARTAO-STATUS NOT = '00'
018000         DISPLAY 'SEM CARTOES DE MANUTENCAO - STATUS: '
018100             WS-CARTAO-STATUS
018200         MOVE 8 TO RETURN-CODE
018300         STOP RUN
018400     END-IF
018500     OPEN I-O DIRETORIO-FILE
018600     IF WS-DIRETORIO-STATUS = '35'
018700         OPEN OUTPUT DIRETORIO-FILE
018800         CLOSE DIRETORIO-FILE
018900         OPEN I-O DIRETORIO-FILE
019000     END-IF
019100     IF WS-DIRETORIO-STATUS NOT = '00'
019200         DISPLAY 'DIRETORIO DE BANCOS INDISPONIVEL - STATUS: '
019300             WS-DIRETORIO-STATUS
019400         MOVE 12 TO RETURN-CODE
019500         STOP RUN
019600     END-IF
019620     MOVE 'A' TO ADT-FUNCAO
019640     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
019660     IF NOT ADT-OK
019680         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
019700         MOVE 12 TO RETURN-CODE
019720         STOP RUN
019740     END-IF
020100     OPEN OUTPUT REPORT-FILE
020200     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
020300     WRITE REPORT-LINHA
020400     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
020500     WRITE REPORT-LINHA
020600     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
020700 1000-EXIT.
020800     EXIT.
020900
021000*----------------------------------------------------------*
021100* 2000-PROCESSAR-CARTAO - CRITICA A CHAVE, LOCALIZA O       *
021200*                         REGISTRO E APLICA A ACAO DO       *
021300*                         CARTAO CORRENTE                   *
021400*----------------------------------------------------------*
021500 2000-PROCESSAR-CARTAO.
021600     ADD 1 TO WS-CONT-LIDOS
021700     MOVE 'N' TO WS-RECUSADO-SW
021800     MOVE SPACES TO WS-MOTIVO
021900     MOVE SPACES TO DET-DESTINO
022000     MOVE SPACE TO WS-SITUACAO-ANTES
022100     IF BCC-BANCO NOT NUMERIC
022200        OR BCC-AGENCIA NOT NUMERIC
022300        OR BCC-BANCO-N = ZERO
022400         SET WS-RECUSADO TO TRUE
022500         MOVE 'BANCO/AGENCIA NAO NUMERICO' TO WS-MOTIVO
022600     ELSE
022700         PERFORM 2100-LER-DIRETORIO THRU 2100-EXIT
022800         IF WS-REGISTRO-ACHADO
022900             MOVE BCO-SITUACAO TO WS-SITUACAO-ANTES
023000         END-IF
023100         EVALUATE TRUE
023200             WHEN BCC-INCLUIR
023300                 PERFORM 3000-INCLUIR THRU 3000-EXIT
023400             WHEN BCC-ALTERAR
023500                 PERFORM 3100-ALTERAR THRU 3100-EXIT
023600             WHEN BCC-FECHAR
023700                 PERFORM 3200-FECHAR THRU 3200-EXIT
023800             WHEN BCC-INCORPORAR
023900                 PERFORM 3300-INCORPORAR THRU 3300-EXIT
024000             WHEN BCC-REATIVAR
024100                 PERFORM 3400-REATIVAR THRU 3400-EXIT
024200             WHEN OTHER
024300                 SET WS-RECUSADO TO TRUE
024400                 MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO
024500         END-EVALUATE
024600     END-IF
024700
024800     IF WS-RECUSADO
024900         ADD 1 TO WS-CONT-RECUSADOS
025000         MOVE 'RECUSADO' TO DET-DESTINO
025100         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
025200     ELSE
025300         ADD 1 TO WS-CONT-APLICADOS
025400         MOVE 'APLICADO' TO DET-DESTINO
025500     END-IF
025600     PERFORM 2800-LISTAR THRU 2800-EXIT
025700     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
025800     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100
026200 2100-LER-DIRETORIO.
026300     MOVE 'N' TO WS-REGISTRO-ACHADO-SW
026400     MOVE BCC-BANCO-N TO BCO-BANCO
026500     MOVE BCC-AGENCIA-N TO BCO-AGENCIA
026600     READ DIRETORIO-FILE KEY IS BCO-CHAVE
026700         INVALID KEY
026800             CONTINUE
026900         NOT INVALID KEY
027000             SET WS-REGISTRO-ACHADO TO TRUE
027100     END-READ.
027200 2100-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------*
027600* 2500-CONFERIR-BANCO - AGENCIA SO E INCLUIDA OU REATIVADA  *
027700*                       COM O BANCO (AGENCIA ZERO) ATIVO    *
027800*                       NO DIRETORIO; RELE O REGISTRO DO    *
027900*                       CARTAO NO FINAL                     *
028000*----------------------------------------------------------*
028100 2500-CONFERIR-BANCO.
028200     MOVE 'N' TO WS-APOIO-ATIVO-SW
028300     MOVE BCC-BANCO-N TO BCO-BANCO
028400     MOVE ZERO TO BCO-AGENCIA
028500     READ DIRETORIO-FILE KEY IS BCO-CHAVE
028600         INVALID KEY
028700             CONTINUE
028800         NOT INVALID KEY
028900             IF BCO-ATIVA
029000                 SET WS-APOIO-ATIVO TO TRUE
029100             END-IF
029200     END-READ
029300     PERFORM 2100-LER-DIRETORIO THRU 2100-EXIT.
029400 2500-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------*
029800* 2600-CONFERIR-DESTINO - O DESTINO DA INCORPORACAO TEM QUE *
029900*                         EXISTIR, ESTAR ATIVO, SER DO      *
030000*                         MESMO NIVEL (BANCO PARA BANCO,    *
030100*                         AGENCIA PARA AGENCIA) E DIFERENTE *
030200*                         DO PROPRIO REGISTRO               *
030300*----------------------------------------------------------*
030400 2600-CONFERIR-DESTINO.
030500     MOVE 'N' TO WS-APOIO-ATIVO-SW
030600     IF BCC-BANCO-DESTINO NOT NUMERIC
030700        OR BCC-AGENCIA-DESTINO NOT NUMERIC
030800        OR BCC-DESTINO = BCC-CHAVE
030900         GO TO 2600-EXIT
031000     END-IF
031100     IF BCC-AGENCIA-N = ZERO
031200        AND BCC-AGENCIA-DESTINO-N NOT = ZERO
031300         GO TO 2600-EXIT
031400     END-IF
031500     IF BCC-AGENCIA-N NOT = ZERO
031600        AND BCC-AGENCIA-DESTINO-N = ZERO
031700         GO TO 2600-EXIT
031800     END-IF
031900     MOVE BCC-BANCO-DESTINO-N TO BCO-BANCO
032000     MOVE BCC-AGENCIA-DESTINO-N TO BCO-AGENCIA
032100     READ DIRETORIO-FILE KEY IS BCO-CHAVE
032200         INVALID KEY
032300             CONTINUE
032400         NOT INVALID KEY
032500             IF BCO-ATIVA
032600                 SET WS-APOIO-ATIVO TO TRUE
032700             END-IF
032800     END-READ.
032900 2600-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------*
033300* 3000-INCLUIR - INCLUI UM BANCO OU UMA AGENCIA ATIVA       *
033400*----------------------------------------------------------*
033500 3000-INCLUIR.
033600     IF WS-REGISTRO-ACHADO
033700         SET WS-RECUSADO TO TRUE
033800         MOVE 'BANCO/AGENCIA JA CADASTRADO' TO WS-MOTIVO
033900         GO TO 3000-EXIT
034000     END-IF
034100     IF BCC-NOME = SPACES
034200         SET WS-RECUSADO TO TRUE
034300         MOVE 'NOME OBRIGATORIO' TO WS-MOTIVO
034400         GO TO 3000-EXIT
034500     END-IF
034600     IF BCC-AGENCIA-N NOT = ZERO
034700         PERFORM 2500-CONFERIR-BANCO THRU 2500-EXIT
034800         IF NOT WS-APOIO-ATIVO
034900             SET WS-RECUSADO TO TRUE
035000             MOVE 'BANCO NAO CADASTRADO OU INATIVO' TO WS-MOTIVO
035100             GO TO 3000-EXIT
035200         END-IF
035300     END-IF
035400     MOVE SPACES TO BCO-REC
035500     MOVE BCC-BANCO-N TO BCO-BANCO
035600     MOVE BCC-AGENCIA-N TO BCO-AGENCIA
035700     MOVE BCC-NOME TO BCO-NOME
035800     MOVE 'A' TO BCO-SITUACAO
035900     MOVE ZERO TO BCO-BANCO-DESTINO
036000     MOVE ZERO TO BCO-AGENCIA-DESTINO
036100     MOVE WS-DATA-AUDITORIA TO BCO-DATA-SITUACAO
036200     WRITE BCO-REC
036300     MOVE 'INCLUIDO' TO WS-AUDIT-ACAO.
036400 3000-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------*
036800* 3100-ALTERAR - ALTERA O NOME DO BANCO OU DA AGENCIA       *
036900*----------------------------------------------------------*
037000 3100-ALTERAR.
037100     IF NOT WS-REGISTRO-ACHADO
037200         SET WS-RECUSADO TO TRUE
037300         MOVE 'BANCO/AGENCIA NAO CADASTRADO' TO WS-MOTIVO
037400         GO TO 3100-EXIT
037500     END-IF
037600     IF BCC-NOME = SPACES
037700         SET WS-RECUSADO TO TRUE
037800         MOVE 'NOME OBRIGATORIO' TO WS-MOTIVO
037900         GO TO 3100-EXIT
038000     END-IF
038100     MOVE BCC-NOME TO BCO-NOME
038200     REWRITE BCO-REC
038300     MOVE 'ALTERADO' TO WS-AUDIT-ACAO.
038400 3100-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------*
038800* 3200-FECHAR - FECHA UM BANCO OU UMA AGENCIA ATIVA         *
038900*----------------------------------------------------------*
039000 3200-FECHAR.
039100     IF NOT WS-REGISTRO-ACHADO
039200         SET WS-RECUSADO TO TRUE
039300         MOVE 'BANCO/AGENCIA NAO CADASTRADO' TO WS-MOTIVO
039400         GO TO 3200-EXIT
039500     END-IF
039600     IF NOT BCO-ATIVA
039700         SET WS-RECUSADO TO TRUE
039800         MOVE 'BANCO/AGENCIA NAO ESTA ATIVO' TO WS-MOTIVO
039900         GO TO 3200-EXIT
040000     END-IF
040100     MOVE 'F' TO BCO-SITUACAO
040200     MOVE WS-DATA-AUDITORIA TO BCO-DATA-SITUACAO
040300     REWRITE BCO-REC
040400     MOVE 'FECHADO' TO WS-AUDIT-ACAO.
040500 3200-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------*
040900* 3300-INCORPORAR - MARCA UM BANCO OU AGENCIA ATIVA COMO    *
041000*                   INCORPORADO AO DESTINO DO CARTAO        *
041100*----------------------------------------------------------*
041200 3300-INCORPORAR.
041300     IF NOT WS-REGISTRO-ACHADO
041400         SET WS-RECUSADO TO TRUE
041500         MOVE 'BANCO/AGENCIA NAO CADASTRADO' TO WS-MOTIVO
041600         GO TO 3300-EXIT
041700     END-IF
041800     IF NOT BCO-ATIVA
041900         SET WS-RECUSADO TO TRUE
042000         MOVE 'BANCO/AGENCIA NAO ESTA ATIVO' TO WS-MOTIVO
042100         GO TO 3300-EXIT
042200     END-IF
042300     PERFORM 2600-CONFERIR-DESTINO THRU 2600-EXIT
042400     PERFORM 2100-LER-DIRETORIO THRU 2100-EXIT
042500     IF NOT WS-APOIO-ATIVO
042600         SET WS-RECUSADO TO TRUE
042700         MOVE 'DESTINO DA INCORPORACAO INVALIDO' TO WS-MOTIVO
042800         GO TO 3300-EXIT
042900     END-IF
043000     MOVE 'I' TO BCO-SITUACAO
043100     MOVE BCC-BANCO-DESTINO-N TO BCO-BANCO-DESTINO
043200     MOVE BCC-AGENCIA-DESTINO-N TO BCO-AGENCIA-DESTINO
043300     MOVE WS-DATA-AUDITORIA TO BCO-DATA-SITUACAO
043400     REWRITE BCO-REC
043500     MOVE BCC-DESTINO TO DET-DESTINO
043600     MOVE 'INCORPORAD' TO WS-AUDIT-ACAO.
043700 3300-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------*
044100* 3400-REATIVAR - REATIVA UM BANCO OU AGENCIA FECHADA OU    *
044200*                 INCORPORADA, LIMPANDO O DESTINO           *
044300*----------------------------------------------------------*
044400 3400-REATIVAR.
044500     IF NOT WS-REGISTRO-ACHADO
044600         SET WS-RECUSADO TO TRUE
044700         MOVE 'BANCO/AGENCIA NAO CADASTRADO' TO WS-MOTIVO
044800         GO TO 3400-EXIT
044900     END-IF
045000     IF BCO-ATIVA
045100         SET WS-RECUSADO TO TRUE
045200         MOVE 'BANCO/AGENCIA JA ATIVO' TO WS-MOTIVO
045300         GO TO 3400-EXIT
045400     END-IF
045500     IF BCC-AGENCIA-N NOT = ZERO
045600         PERFORM 2500-CONFERIR-BANCO THRU 2500-EXIT
045700         IF NOT WS-APOIO-ATIVO
045800             SET WS-RECUSADO TO TRUE
045900             MOVE 'BANCO NAO CADASTRADO OU INATIVO' TO WS-MOTIVO
046000             GO TO 3400-EXIT
046100         END-IF
046200     END-IF
046300     MOVE 'A' TO BCO-SITUACAO
046400     MOVE ZERO TO BCO-BANCO-DESTINO
046500     MOVE ZERO TO BCO-AGENCIA-DESTINO
046600     MOVE WS-DATA-AUDITORIA TO BCO-DATA-SITUACAO
046700     REWRITE BCO-REC
046800     MOVE 'REATIVADO' TO WS-AUDIT-ACAO.
046900 3400-EXIT.
047000     EXIT.
047100
047200 2800-LISTAR.
047300     MOVE BCC-ACAO TO DET-ACAO
047400     MOVE BCC-BANCO TO DET-BANCO
047500     MOVE BCC-AGENCIA TO DET-AGENCIA
047600     MOVE WS-MOTIVO TO DET-MOTIVO
047700     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
047800     WRITE REPORT-LINHA.
047900 2800-EXIT.
048000     EXIT.
048100
048200 2900-LER-CARTAO.
048300     READ CARTAO-FILE
048400         AT END
048500             SET WS-FIM-CARTAO TO TRUE
048600     END-READ.
048700 2900-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------*
049100* 6000-GRAVAR-AUDITORIA - GRAVA O CARTAO APLICADO OU        *
049200*                         RECUSADO NO LOG DE AUDITORIA,     *
049300*                         COM BANCO + AGENCIA NO CAMPO DA   *
049400*                         CONTA E A SITUACAO ANTES/DEPOIS   *
049500*----------------------------------------------------------*
049600 6000-GRAVAR-AUDITORIA.
049700     MOVE WS-DATA-AUDITORIA TO AUDIT-DATA
049800     ACCEPT AUDIT-HORA FROM TIME
049900     MOVE 'BCOMNT' TO AUDIT-ORIGEM
050000     MOVE BCC-CHAVE TO AUDIT-CONTA
050100     MOVE ZERO TO AUDIT-VALOR
050200     MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-ANTES
050300     IF WS-RECUSADO
050400         MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-DEPOIS
050500     ELSE
050600         MOVE BCO-SITUACAO TO AUDIT-FLAG-DEPOIS
050700     END-IF
050800     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
050900     MOVE SPACE TO AUDIT-CANAL
051000     MOVE SPACE TO AUDIT-MOTIVO
051100     MOVE SPACES TO AUDIT-DIGITADOR
051200     MOVE SPACES TO AUDIT-APROVADOR
051220     MOVE SPACES TO AUDIT-MOTIVO-BANCO
051240     MOVE SPACES TO AUDIT-REFERENCIA
051260     MOVE 'G' TO ADT-FUNCAO
051280     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
051300     IF NOT ADT-OK
051320         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
051340         MOVE 12 TO RETURN-CODE
051360         STOP RUN
051380     END-IF.
051400 6000-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------*
051800* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E     *
051900*                  AJUSTA O RETURN-CODE                     *
052000*----------------------------------------------------------*
052100 8000-FINALIZAR.
052200     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
052300     WRITE REPORT-LINHA
052400     MOVE 'CARTOES LIDOS...........: ' TO TOT-ROTULO
052500     MOVE WS-CONT-LIDOS TO TOT-QTD
052600     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
052700     WRITE REPORT-LINHA
052800     MOVE 'CARTOES APLICADOS.......: ' TO TOT-ROTULO
052900     MOVE WS-CONT-APLICADOS TO TOT-QTD
053000     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
053100     WRITE REPORT-LINHA
053200     MOVE 'CARTOES RECUSADOS.......: ' TO TOT-ROTULO
053300     MOVE WS-CONT-RECUSADOS TO TOT-QTD
053400     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
053500     WRITE REPORT-LINHA
053600
053700     CLOSE CARTAO-FILE
053800     CLOSE DIRETORIO-FILE
054000     CLOSE REPORT-FILE
054100
054200     IF WS-CONT-RECUSADOS > ZERO
054300         MOVE 4 TO RETURN-CODE
054400     END-IF.
054500 8000-EXIT.
054600     EXIT.
054700
054800 END PROGRAM BCOMNT.
