000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORCMNT.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: MANUTENCAO DOS ORCAMENTOS MENSAIS POR       *
001000*                    CENTRO DE CUSTO (ORCMST, COPYBOOK ORCREC),  *
001100*                    CONTRA OS QUAIS A ROTINA PAGORCT RESERVA    *
001200*                    CADA PAGAMENTO CONFIRMADO. LE OS CARTOES DO *
001300*                    CONTROLE ORCAMENTARIO (ORCENT): 'I' INCLUI  *
001400*                    O ORCAMENTO DE UM CENTRO NO MES (VALOR      *
001500*                    APROVADO OBRIGATORIO), 'A' ALTERA O VALOR   *
001600*                    APROVADO OU A DESCRICAO DE UM ORCAMENTO     *
001700*                    ABERTO, 'E' ENCERRA O MES (NOVAS RESERVAS   *
001800*                    DO CENTRO NO PERIODO SAO RETIDAS) E 'R'     *
001900*                    REABRE. O CONSUMIDO NUNCA E ALTERADO POR    *
002000*                    CARTAO. TODA ACAO APLICADA OU RECUSADA VAI  *
002100*                    PARA O LOG DE AUDITORIA (PAGAUDT), COM O    *
002200*                    CENTRO NO CAMPO DA CONTA E O PERIODO NO DA  *
002300*                    REFERENCIA. CARTAO RECUSADO TERMINA COM RC  *
002400*                    4.                                          *
002500*                                                                *
002600*    HISTORICO DE ALTERACOES                                    *
002700*    DATA       AUTOR   DESCRICAO                                *
002800*    2026-10-15 MAF     VERSAO INICIAL                           *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CARTAO-FILE     ASSIGN TO ORCENT
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS WS-CARTAO-STATUS.
004000
004100     SELECT ORCAMENTO-FILE  ASSIGN TO ORCMST
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS DYNAMIC
004400            RECORD KEY IS ORC-CHAVE
004500            FILE STATUS IS WS-ORCAMENTO-STATUS.
004600
004700     SELECT REPORT-FILE     ASSIGN TO RELORC
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS WS-REPORT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CARTAO-FILE
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  OCC-REC.
005600     05  OCC-ACAO                PIC X(01).
005700         88  OCC-INCLUIR                    VALUE 'I'.
005800         88  OCC-ALTERAR                    VALUE 'A'.
005900         88  OCC-ENCERRAR                   VALUE 'E'.
006000         88  OCC-REABRIR                    VALUE 'R'.
006100     05  OCC-CENTRO-CUSTO        PIC X(05).
006200     05  OCC-PERIODO             PIC X(06).
006300     05  OCC-PERIODO-R REDEFINES OCC-PERIODO.
006400         10  OCC-ANO             PIC 9(04).
006500         10  OCC-MES             PIC 9(02).
006600     05  OCC-VALOR               PIC X(10).
006700     05  OCC-VALOR-N REDEFINES OCC-VALOR
006800                                 PIC 9(08)V99.
006900     05  OCC-DESCRICAO           PIC X(25).
007000     05  FILLER                  PIC X(33).
007100
007200 FD  ORCAMENTO-FILE.
007300 COPY ORCREC.
007400
007500 FD  REPORT-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  REPORT-LINHA                PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
008100 77  WS-ORCAMENTO-STATUS         PIC X(02) VALUE SPACES.
008200 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008300
008400 77  WS-DATA-AUDITORIA           PIC 9(08) VALUE ZERO.
008500 77  WS-MOTIVO                   PIC X(36) VALUE SPACES.
008600 77  WS-AUDIT-ACAO               PIC X(10) VALUE SPACES.
008700 77  WS-SITUACAO-ANTES           PIC X(01) VALUE SPACE.
008800
008900 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
009000 77  WS-CONT-APLICADOS           PIC 9(07) COMP VALUE ZERO.
009100 77  WS-CONT-RECUSADOS           PIC 9(07) COMP VALUE ZERO.
009200
009300 COPY CTRPARM.
009400
009500 COPY AUDPARM.
009600
009700 COPY AUDREC.
009800
009900 01  WS-DATA-CORRENTE.
010000     05  WS-DC-ANO               PIC 9(04).
010100     05  WS-DC-MES               PIC 9(02).
010200     05  WS-DC-DIA               PIC 9(02).
010300 01  WS-DATA-CORRENTE-N REDEFINES WS-DATA-CORRENTE
010400                                 PIC 9(08).
010500
010600 01  WS-SWITCHES.
010700     05  WS-FIM-CARTAO-SW        PIC X(01) VALUE 'N'.
010800         88  WS-FIM-CARTAO                  VALUE 'S'.
010900     05  WS-REGISTRO-ACHADO-SW   PIC X(01) VALUE 'N'.
011000         88  WS-REGISTRO-ACHADO             VALUE 'S'.
011100     05  WS-RECUSADO-SW          PIC X(01) VALUE 'N'.
011200         88  WS-RECUSADO                    VALUE 'S'.
011300
011400 01  WS-LINHA-CABEC1             PIC X(80) VALUE
011500     'RELATORIO DE MANUTENCAO DOS ORCAMENTOS POR CENTRO - ORCMNT'.
011600 01  WS-LINHA-CABEC2.
011700     05  FILLER                  PIC X(06) VALUE 'ACAO'.
011800     05  FILLER                  PIC X(07) VALUE 'CENTRO'.
011900     05  FILLER                  PIC X(08) VALUE 'PERIODO'.
012000     05  FILLER                  PIC X(10) VALUE 'DESTINO'.
012100     05  FILLER                  PIC X(13) VALUE '   APROVADO'.
012200     05  FILLER                  PIC X(36) VALUE 'MOTIVO'.
012300 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
012400
012500 01  WS-LINHA-DETALHE.
012600     05  DET-ACAO                PIC X(01).
012700     05  FILLER                  PIC X(05) VALUE SPACES.
012800     05  DET-CENTRO-CUSTO        PIC X(05).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  DET-PERIODO             PIC X(06).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  DET-DESTINO             PIC X(08).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  DET-APROVADO            PIC ZZZZZZZ9,99.
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  DET-MOTIVO              PIC X(36).
013700
013800 01  WS-LINHA-TOTAL.
013900     05  TOT-ROTULO              PIC X(26).
014000     05  TOT-QTD                 PIC ZZZZZZ9.
014100
014200 PROCEDURE DIVISION.
014300*----------------------------------------------------------*
014400* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
014500*----------------------------------------------------------*
014600 0000-MAINLINE.
014700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
014800     PERFORM 2000-PROCESSAR-CARTAO THRU 2000-EXIT
014900         UNTIL WS-FIM-CARTAO
015000     PERFORM 8000-FINALIZAR THRU 8000-EXIT
015100     STOP RUN.
015200
015300*----------------------------------------------------------*
015400* 1000-INICIALIZAR - APURA A DATA DA AUDITORIA (CICLO      *
015500*                    ABERTO OU RELOGIO), ABRE OS ARQUIVOS  *
015600*                    E LE O PRIMEIRO CARTAO                *
015700*----------------------------------------------------------*
015800 1000-INICIALIZAR.
015900     MOVE 'C' TO CTR-FUNCAO
016000     MOVE 'ORCMNT' TO CTR-PASSO
016100     CALL 'PAGCTRL' USING CTR-PARM
016200     IF CTR-SEM-CICLO
016300         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
016400         MOVE WS-DATA-CORRENTE-N TO WS-DATA-AUDITORIA
016500     ELSE
016600         MOVE CTR-DATA-PROCESSO TO WS-DATA-AUDITORIA
016700     END-IF
016800
016900     OPEN INPUT CARTAO-FILE
017000     IF WS-CARTAO-STATUS NOT = '00'
017100         DISPLAY 'SEM CARTOES DE MANUTENCAO - STATUS: '
017200             WS-CARTAO-STATUS
017300         MOVE 8 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017600     OPEN I-O ORCAMENTO-FILE
017700     IF WS-ORCAMENTO-STATUS = '35'
017800         OPEN OUTPUT ORCAMENTO-FILE
017900         CLOSE ORCAMENTO-FILE
018000         OPEN I-O ORCAMENTO-FILE
018100     END-IF
018200     IF WS-ORCAMENTO-STATUS NOT = '00'
018300         DISPLAY 'ARQUIVO DE ORCAMENTOS INDISPONIVEL - STATUS: '
018400             WS-ORCAMENTO-STATUS
018500         MOVE 12 TO RETURN-CODE
018600         STOP RUN
018700     END-IF
018800     MOVE 'A' TO ADT-FUNCAO
018900     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
019000     IF NOT ADT-OK
019100         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
019200         MOVE 12 TO RETURN-CODE
019300         STOP RUN
019400     END-IF
019500     OPEN OUTPUT REPORT-FILE
019600     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
019700     WRITE REPORT-LINHA
019800     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
019900     WRITE REPORT-LINHA
020000     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------*
020500* 2000-PROCESSAR-CARTAO - CRITICA A CHAVE, LOCALIZA O      *
020600*                         ORCAMENTO E APLICA A ACAO DO     *
020700*                         CARTAO CORRENTE                  *
020800*----------------------------------------------------------*
020900 2000-PROCESSAR-CARTAO.
021000     ADD 1 TO WS-CONT-LIDOS
021100     MOVE 'N' TO WS-RECUSADO-SW
021200     MOVE 'N' TO WS-REGISTRO-ACHADO-SW
021300     MOVE SPACES TO WS-MOTIVO
021400     MOVE SPACE TO WS-SITUACAO-ANTES
021500     IF OCC-CENTRO-CUSTO = SPACES
021600        OR OCC-PERIODO NOT NUMERIC
021700         SET WS-RECUSADO TO TRUE
021800         MOVE 'CENTRO/PERIODO DO ORCAMENTO INVALIDO' TO WS-MOTIVO
021900     ELSE
022000         IF OCC-ANO = ZERO
022100            OR OCC-MES < 1 OR OCC-MES > 12
022200             SET WS-RECUSADO TO TRUE
022300             MOVE 'PERIODO DEVE SER AAAAMM' TO WS-MOTIVO
022400         END-IF
022500     END-IF
022600     IF NOT WS-RECUSADO
022700         PERFORM 2100-LER-ORCAMENTO THRU 2100-EXIT
022800         IF WS-REGISTRO-ACHADO
022900             MOVE ORC-SITUACAO TO WS-SITUACAO-ANTES
023000         END-IF
023100         EVALUATE TRUE
023200             WHEN OCC-INCLUIR
023300                 PERFORM 3000-INCLUIR THRU 3000-EXIT
023400             WHEN OCC-ALTERAR
023500                 PERFORM 3100-ALTERAR THRU 3100-EXIT
023600             WHEN OCC-ENCERRAR
023700                 PERFORM 3200-ENCERRAR THRU 3200-EXIT
023800             WHEN OCC-REABRIR
023900                 PERFORM 3300-REABRIR THRU 3300-EXIT
024000             WHEN OTHER
024100                 SET WS-RECUSADO TO TRUE
024200                 MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO
024300         END-EVALUATE
024400     END-IF
024500
024600     IF WS-RECUSADO
024700         ADD 1 TO WS-CONT-RECUSADOS
024800         MOVE 'RECUSADO' TO DET-DESTINO
024900         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
025000     ELSE
025100         ADD 1 TO WS-CONT-APLICADOS
025200         MOVE 'APLICADO' TO DET-DESTINO
025300     END-IF
025400     PERFORM 2800-LISTAR THRU 2800-EXIT
025500     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
025600     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900
026000 2100-LER-ORCAMENTO.
026100     MOVE 'N' TO WS-REGISTRO-ACHADO-SW
026200     MOVE OCC-CENTRO-CUSTO TO ORC-CENTRO-CUSTO
026300     MOVE OCC-PERIODO TO ORC-PERIODO
026400     READ ORCAMENTO-FILE KEY IS ORC-CHAVE
026500         INVALID KEY
026600             CONTINUE
026700         NOT INVALID KEY
026800             SET WS-REGISTRO-ACHADO TO TRUE
026900     END-READ.
027000 2100-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------*
027400* 2300-CARREGAR-CAMPOS - PASSA PARA O ORCAMENTO O VALOR    *
027500*                        APROVADO E A DESCRICAO DO         *
027600*                        CARTAO; CAMPO EM BRANCO MANTEM    *
027700*                        O VALOR ATUAL                     *
027800*----------------------------------------------------------*
027900 2300-CARREGAR-CAMPOS.
028000     IF OCC-VALOR NOT = SPACES
028100         IF OCC-VALOR NOT NUMERIC
028200             SET WS-RECUSADO TO TRUE
028300             MOVE 'VALOR APROVADO NAO NUMERICO' TO WS-MOTIVO
028400             GO TO 2300-EXIT
028500         END-IF
028600         MOVE OCC-VALOR-N TO ORC-APROVADO
028700     END-IF
028800     IF OCC-DESCRICAO NOT = SPACES
028900         MOVE OCC-DESCRICAO TO ORC-DESCRICAO
029000     END-IF.
029100 2300-EXIT.
029200     EXIT.
029300
029400 2800-LISTAR.
029500     MOVE OCC-ACAO TO DET-ACAO
029600     MOVE OCC-CENTRO-CUSTO TO DET-CENTRO-CUSTO
029700     MOVE OCC-PERIODO TO DET-PERIODO
029800     IF WS-RECUSADO
029900         MOVE ZERO TO DET-APROVADO
030000     ELSE
030100         MOVE ORC-APROVADO TO DET-APROVADO
030200     END-IF
030300     MOVE WS-MOTIVO TO DET-MOTIVO
030400     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
030500     WRITE REPORT-LINHA.
030600 2800-EXIT.
030700     EXIT.
030800
030900 2900-LER-CARTAO.
031000     READ CARTAO-FILE
031100         AT END
031200             SET WS-FIM-CARTAO TO TRUE
031300     END-READ.
031400 2900-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------*
031800* 3000-INCLUIR - INCLUI O ORCAMENTO ABERTO DO CENTRO       *
031900*                NO MES, COM CONSUMIDO ZERO; O             *
032000*                VALOR APROVADO E OBRIGATORIO              *
032100*----------------------------------------------------------*
032200 3000-INCLUIR.
032300     IF WS-REGISTRO-ACHADO
032400         SET WS-RECUSADO TO TRUE
032500         MOVE 'ORCAMENTO JA CADASTRADO' TO WS-MOTIVO
032600         GO TO 3000-EXIT
032700     END-IF
032800     IF OCC-VALOR = SPACES
032900         SET WS-RECUSADO TO TRUE
033000         MOVE 'VALOR APROVADO NAO INFORMADO' TO WS-MOTIVO
033100         GO TO 3000-EXIT
033200     END-IF
033300     MOVE SPACES TO ORC-REC
033400     MOVE OCC-CENTRO-CUSTO TO ORC-CENTRO-CUSTO
033500     MOVE OCC-PERIODO TO ORC-PERIODO
033600     MOVE ZERO TO ORC-APROVADO
033700     MOVE ZERO TO ORC-CONSUMIDO
033800     MOVE ZERO TO ORC-DATA-MOVIMENTO
033900     PERFORM 2300-CARREGAR-CAMPOS THRU 2300-EXIT
034000     IF WS-RECUSADO
034100         GO TO 3000-EXIT
034200     END-IF
034300     MOVE 'A' TO ORC-SITUACAO
034400     MOVE WS-DATA-AUDITORIA TO ORC-DATA-SITUACAO
034500     WRITE ORC-REC
034600     MOVE 'INCLUIDO' TO WS-AUDIT-ACAO.
034700 3000-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------*
035100* 3100-ALTERAR - ALTERA O VALOR APROVADO E/OU A            *
035200*                DESCRICAO DE UM ORCAMENTO ABERTO          *
035300*                (INCLUSIVE O CRIADO COM APROVADO          *
035400*                ZERO PELA LIBERACAO DO                    *
035500*                SUPERVISOR); APROVADO ABAIXO DO           *
035600*                CONSUMIDO E ACEITO E APARECE              *
035700*                COMO ESTOURO NO PAGORCR                   *
035800*----------------------------------------------------------*
035900 3100-ALTERAR.
036000     IF NOT WS-REGISTRO-ACHADO
036100         SET WS-RECUSADO TO TRUE
036200         MOVE 'ORCAMENTO NAO CADASTRADO' TO WS-MOTIVO
036300         GO TO 3100-EXIT
036400     END-IF
036500     IF ORC-ENCERRADO
036600         SET WS-RECUSADO TO TRUE
036700         MOVE 'ORCAMENTO DO MES ENCERRADO' TO WS-MOTIVO
036800         GO TO 3100-EXIT
036900     END-IF
037000     PERFORM 2300-CARREGAR-CAMPOS THRU 2300-EXIT
037100     IF WS-RECUSADO
037200         GO TO 3100-EXIT
037300     END-IF
037400     REWRITE ORC-REC
037500     MOVE 'ALTERADO' TO WS-AUDIT-ACAO.
037600 3100-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------*
038000* 3200-ENCERRAR - ENCERRA O ORCAMENTO DO MES; A ROTINA     *
038100*                 PAGORCT PASSA A RETER OS                 *
038200*                 PAGAMENTOS DO CENTRO NO PERIODO          *
038300*----------------------------------------------------------*
038400 3200-ENCERRAR.
038500     IF NOT WS-REGISTRO-ACHADO
038600         SET WS-RECUSADO TO TRUE
038700         MOVE 'ORCAMENTO NAO CADASTRADO' TO WS-MOTIVO
038800         GO TO 3200-EXIT
038900     END-IF
039000     IF ORC-ENCERRADO
039100         SET WS-RECUSADO TO TRUE
039200         MOVE 'ORCAMENTO JA ENCERRADO' TO WS-MOTIVO
039300         GO TO 3200-EXIT
039400     END-IF
039500     MOVE 'E' TO ORC-SITUACAO
039600     MOVE WS-DATA-AUDITORIA TO ORC-DATA-SITUACAO
039700     REWRITE ORC-REC
039800     MOVE 'ENCERRADO' TO WS-AUDIT-ACAO.
039900 3200-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------*
040300* 3300-REABRIR - REABRE UM ORCAMENTO ENCERRADO, QUE        *
040400*                VOLTA A ACEITAR RESERVAS                  *
040500*----------------------------------------------------------*
040600 3300-REABRIR.
040700     IF NOT WS-REGISTRO-ACHADO
040800         SET WS-RECUSADO TO TRUE
040900         MOVE 'ORCAMENTO NAO CADASTRADO' TO WS-MOTIVO
041000         GO TO 3300-EXIT
041100     END-IF
041200     IF NOT ORC-ENCERRADO
041300         SET WS-RECUSADO TO TRUE
041400         MOVE 'ORCAMENTO NAO ESTA ENCERRADO' TO WS-MOTIVO
041500         GO TO 3300-EXIT
041600     END-IF
041700     MOVE 'A' TO ORC-SITUACAO
041800     MOVE WS-DATA-AUDITORIA TO ORC-DATA-SITUACAO
041900     REWRITE ORC-REC
042000     MOVE 'REABERTO' TO WS-AUDIT-ACAO.
042100 3300-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------*
042500* 6000-GRAVAR-AUDITORIA - GRAVA O CARTAO APLICADO OU       *
042600*                         RECUSADO NO LOG DE AUDITORIA:    *
042700*                         CENTRO NA CONTA, PERIODO NA      *
042800*                         REFERENCIA, VALOR APROVADO E     *
042900*                         SITUACAO ANTES/DEPOIS            *
043000*----------------------------------------------------------*
043100 6000-GRAVAR-AUDITORIA.
043200     MOVE WS-DATA-AUDITORIA TO AUDIT-DATA
043300     ACCEPT AUDIT-HORA FROM TIME
043400     MOVE 'ORCMNT' TO AUDIT-ORIGEM
043500     MOVE OCC-CENTRO-CUSTO TO AUDIT-CONTA
043600     MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-ANTES
043700     IF WS-RECUSADO
043800         MOVE ZERO TO AUDIT-VALOR
043900         MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-DEPOIS
044000     ELSE
044100         MOVE ORC-APROVADO TO AUDIT-VALOR
044200         MOVE ORC-SITUACAO TO AUDIT-FLAG-DEPOIS
044300     END-IF
044400     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
044500     MOVE SPACE TO AUDIT-CANAL
044600     MOVE SPACE TO AUDIT-MOTIVO
044700     MOVE SPACES TO AUDIT-DIGITADOR
044800     MOVE SPACES TO AUDIT-APROVADOR
044900     MOVE SPACES TO AUDIT-MOTIVO-BANCO
045000     MOVE OCC-PERIODO TO AUDIT-REFERENCIA
045100     MOVE 'G' TO ADT-FUNCAO
045200     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
045300     IF NOT ADT-OK
045400         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
045500         MOVE 12 TO RETURN-CODE
045600         STOP RUN
045700     END-IF.
045800 6000-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------*
046200* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E    *
046300*                  AJUSTA O RETURN-CODE                    *
046400*----------------------------------------------------------*
046500 8000-FINALIZAR.
046600     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
046700     WRITE REPORT-LINHA
046800     MOVE 'CARTOES LIDOS...........: ' TO TOT-ROTULO
046900     MOVE WS-CONT-LIDOS TO TOT-QTD
047000     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
047100     WRITE REPORT-LINHA
047200     MOVE 'CARTOES APLICADOS.......: ' TO TOT-ROTULO
047300     MOVE WS-CONT-APLICADOS TO TOT-QTD
047400     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
047500     WRITE REPORT-LINHA
047600     MOVE 'CARTOES RECUSADOS.......: ' TO TOT-ROTULO
047700     MOVE WS-CONT-RECUSADOS TO TOT-QTD
047800     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
047900     WRITE REPORT-LINHA
048000
048100     CLOSE CARTAO-FILE
048200     CLOSE ORCAMENTO-FILE
048300     CLOSE REPORT-FILE
048400
048500     IF WS-CONT-RECUSADOS > ZERO
048600         MOVE 4 TO RETURN-CODE
048700     END-IF.
048800 8000-EXIT.
048900     EXIT.
049000
049100 END PROGRAM ORCMNT.
