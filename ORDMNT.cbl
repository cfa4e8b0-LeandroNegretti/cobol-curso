000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORDMNT.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: MANUTENCAO DAS ORDENS PERMANENTES DE        *
001000*                    PAGAMENTO (ORDPAG): PAGAMENTOS DE MESMO     *
001100*                    VALOR NA MESMA DATA TODO MES OU TODA SEMANA *
001200*                    (ALUGUEIS, TAXAS FIXAS, AJUDAS DE CUSTO),   *
001300*                    GERADOS PELO ORDGER COMO AGENDADOS NO       *
001400*                    PAGDET. LE OS CARTOES DO OPERADOR (ORDENT): *
001500*                    'I' INCLUI UMA ORDEM PARA CONTA ATIVA NO    *
001600*                    CADASTRO (CADMST), 'A' ALTERA VALOR,        *
001700*                    FREQUENCIA, DIA, DATA FIM OU PREFIXO DA     *
001800*                    REFERENCIA (A DATA DE INICIO SO ENQUANTO    *
001900*                    NADA FOI GERADO), 'S' SUSPENDE, 'R' REATIVA *
002000*                    (SEM GERAR OS VENCIMENTOS PERDIDOS DURANTE  *
002100*                    A SUSPENSAO) E 'E' ENCERRA. NA INCLUSAO E   *
002200*                    NA MUDANCA DE FREQUENCIA OU DIA O PROXIMO   *
002300*                    VENCIMENTO E RECALCULADO PELA ROTINA DE     *
002400*                    DATAS (PAGDATA). TODA ACAO APLICADA OU      *
002500*                    RECUSADA VAI PARA O LOG DE AUDITORIA        *
002600*                    (AUDITLOG). CARTAO RECUSADO TERMINA COM RC  *
002700*                    4.                                          *
002800*                                                                *
002900*    HISTORICO DE ALTERACOES                                    *
003000*    DATA       AUTOR   DESCRICAO                                *
003100*    2026-10-15 MAF     VERSAO INICIAL                           *
003120*    2026-10-15 MAF     REGISTRO DE AUDITORIA COM 110 POSICOES   *
003140*                       (REFERENCIA DO PAGAMENTO EM BRANCO)      *
003150*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
003160*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
003170*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
003180*    2026-10-15 MAF     CENTRO DE CUSTO DA ORDEM NO CARTAO       *
003190*                       (COLUNAS 45-49), OBRIGATORIO NA INCLUSAO *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CARTAO-FILE     ASSIGN TO ORDENT
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-CARTAO-STATUS.
004300
004400     SELECT ORDEM-FILE      ASSIGN TO ORDPAG
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS DYNAMIC
004700            RECORD KEY IS ORD-CHAVE
004800            FILE STATUS IS WS-ORDEM-STATUS.
004900
005000     SELECT CADASTRO-FILE   ASSIGN TO CADMST
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS RANDOM
005300            RECORD KEY IS CAD-CONTA
005400            FILE STATUS IS WS-CADASTRO-STATUS.
005500
006000     SELECT REPORT-FILE     ASSIGN TO RELORDM
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS WS-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CARTAO-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  ORC-REC.
006900     05  ORC-ACAO                PIC X(01).
007000         88  ORC-INCLUIR                    VALUE 'I'.
007100         88  ORC-ALTERAR                    VALUE 'A'.
007200         88  ORC-SUSPENDER                  VALUE 'S'.
007300         88  ORC-REATIVAR                   VALUE 'R'.
007400         88  ORC-ENCERRAR                   VALUE 'E'.
007500     05  ORC-CHAVE.
007600         10  ORC-CONTA           PIC X(10).
007700         10  ORC-SEQ             PIC X(02).
007800         10  ORC-SEQ-N REDEFINES ORC-SEQ
007900                                 PIC 9(02).
008000     05  ORC-VALOR               PIC X(09).
008100     05  ORC-VALOR-N REDEFINES ORC-VALOR
008200                                 PIC 9(07)V99.
008300     05  ORC-FREQUENCIA          PIC X(01).
008400     05  ORC-DIA                 PIC X(02).
008500     05  ORC-DIA-N REDEFINES ORC-DIA
008600                                 PIC 9(02).
008700     05  ORC-DATA-INICIO         PIC X(08).
008800     05  ORC-DATA-INICIO-N REDEFINES ORC-DATA-INICIO
008900                                 PIC 9(08).
009000     05  ORC-DATA-FIM            PIC X(08).
009100     05  ORC-DATA-FIM-N REDEFINES ORC-DATA-FIM
009200                                 PIC 9(08).
009300     05  ORC-PREFIXO             PIC X(03).
009320     05  ORC-CENTRO-CUSTO        PIC X(05).
009400     05  FILLER                  PIC X(31).
009500
009600 FD  ORDEM-FILE.
009700 COPY ORDREC.
009800
009900 FD  CADASTRO-FILE.
010000 COPY CADREC.
010100
010600 FD  REPORT-FILE
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  REPORT-LINHA                PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
011200 77  WS-ORDEM-STATUS             PIC X(02) VALUE SPACES.
011300 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
011500 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
011600
011700 77  WS-DATA-AUDITORIA           PIC 9(08) VALUE ZERO.
011800 77  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
011900 77  WS-MOTIVO                   PIC X(36) VALUE SPACES.
012000 77  WS-AUDIT-ACAO               PIC X(10) VALUE SPACES.
012100 77  WS-SITUACAO-ANTES           PIC X(01) VALUE SPACE.
012200
012300 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
012400 77  WS-CONT-APLICADOS           PIC 9(07) COMP VALUE ZERO.
012500 77  WS-CONT-RECUSADOS           PIC 9(07) COMP VALUE ZERO.
012600
012700 COPY CTRPARM.
012720
012740 COPY AUDPARM.
012760
012780 COPY AUDREC.
012800
012900 COPY DATAREC.
013000
013100 01  WS-DATA-CORRENTE.
013200     05  WS-DC-ANO               PIC 9(04).
013300     05  WS-DC-MES               PIC 9(02).
013400     05  WS-DC-DIA               PIC 9(02).
013500 01  WS-DATA-CORRENTE-N REDEFINES WS-DATA-CORRENTE
013600                                 PIC 9(08).
013700
013800 01  WS-SWITCHES.
013900     05  WS-FIM-CARTAO-SW        PIC X(01) VALUE 'N'.
014000         88  WS-FIM-CARTAO                  VALUE 'S'.
014100     05  WS-REGISTRO-ACHADO-SW   PIC X(01) VALUE 'N'.
014200         88  WS-REGISTRO-ACHADO             VALUE 'S'.
014300     05  WS-RECUSADO-SW          PIC X(01) VALUE 'N'.
014400         88  WS-RECUSADO                    VALUE 'S'.
014500     05  WS-RECALCULAR-SW        PIC X(01) VALUE 'N'.
014600         88  WS-RECALCULAR                  VALUE 'S'.
014700
014800 01  WS-LINHA-CABEC1             PIC X(80) VALUE
014900     'RELATORIO DE MANUTENCAO DAS ORDENS PERMANENTES - ORDMNT'.
015000 01  WS-LINHA-CABEC2.
015100     05  FILLER                  PIC X(06) VALUE 'ACAO'.
015200     05  FILLER                  PIC X(12) VALUE 'CONTA'.
015300     05  FILLER                  PIC X(04) VALUE 'SQ'.
015400     05  FILLER                  PIC X(12) VALUE 'DESTINO'.
015500     05  FILLER                  PIC X(10) VALUE 'PROX VENC'.
015600     05  FILLER                  PIC X(36) VALUE 'MOTIVO'.
015700 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
015800
015900 01  WS-LINHA-DETALHE.
016000     05  DET-ACAO                PIC X(01).
016100     05  FILLER                  PIC X(05) VALUE SPACES.
016200     05  DET-CONTA               PIC X(10).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  DET-SEQ                 PIC X(02).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  DET-DESTINO             PIC X(10).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  DET-PROX-DATA           PIC X(08).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  DET-MOTIVO              PIC X(36).
017100
017200 01  WS-LINHA-TOTAL.
017300     05  TOT-ROTULO              PIC X(26).
017400     05  TOT-QTD                 PIC ZZZZZZ9.
017500
017600 PROCEDURE DIVISION.
017700*----------------------------------------------------------*
017800* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
017900*----------------------------------------------------------*
018000 0000-MAINLINE.
018100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
018200     PERFORM 2000-PROCESSAR-CARTAO THRU 2000-EXIT
018300         UNTIL WS-FIM-CARTAO
018400     PERFORM 8000-FINALIZAR THRU 8000-EXIT
018500     STOP RUN.
018600
018700*----------------------------------------------------------*
018800* 1000-INICIALIZAR - APURA A DATA DA AUDITORIA (CICLO      *
018900*                    ABERTO OU RELOGIO), ABRE OS ARQUIVOS  *
019000*                    E LE O PRIMEIRO CARTAO                *
019100*----------------------------------------------------------*
019200 1000-INICIALIZAR.
019300     MOVE 'C' TO CTR-FUNCAO
019400     MOVE 'ORDMNT' TO CTR-PASSO
019500     CALL 'PAGCTRL' USING CTR-PARM
019600     IF CTR-SEM-CICLO
019700         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
019800         MOVE WS-DATA-CORRENTE-N TO WS-DATA-AUDITORIA
019900     ELSE
020000         MOVE CTR-DATA-PROCESSO TO WS-DATA-AUDITORIA
020100     END-IF
020200
020300     OPEN INPUT CARTAO-FILE
020400     IF WS-CARTAO-STATUS NOT = '00'
020500         DISPLAY 'SEM CARTOES DE MANUTENCAO - STATUS: '
020600             WS-CARTAO-STATUS
020700         MOVE 8 TO RETURN-CODE
020800         STOP RUN
020900     END-IF
021000     OPEN I-O ORDEM-FILE
021100     IF WS-ORDEM-STATUS = '35'
021200         OPEN OUTPUT ORDEM-FILE
021300         CLOSE ORDEM-FILE
021400         OPEN I-O ORDEM-FILE
021500     END-IF
021600     IF WS-ORDEM-STATUS NOT = '00'
021700         DISPLAY 'ARQUIVO DE ORDENS PERMANENTES INDISPONIVEL - '
021800             'STATUS: ' WS-ORDEM-STATUS
021900         MOVE 12 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     OPEN INPUT CADASTRO-FILE
022300     IF WS-CADASTRO-STATUS NOT = '00'
022400         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
022500             WS-CADASTRO-STATUS
022600         MOVE 12 TO RETURN-CODE
022700         STOP RUN
022800     END-IF
022820     MOVE 'A' TO ADT-FUNCAO
022840     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
022860     IF NOT ADT-OK
022880         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
022900         MOVE 12 TO RETURN-CODE
022920         STOP RUN
022940     END-IF
023300     OPEN OUTPUT REPORT-FILE
023400     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
023500     WRITE REPORT-LINHA
023600     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
023700     WRITE REPORT-LINHA
023800     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
023900 1000-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------*
024300* 2000-PROCESSAR-CARTAO - CRITICA A CHAVE, LOCALIZA A      *
024400*                         ORDEM E APLICA A ACAO DO         *
024500*                         CARTAO CORRENTE                  *
024600*----------------------------------------------------------*
024700 2000-PROCESSAR-CARTAO.
024800     ADD 1 TO WS-CONT-LIDOS
024900     MOVE 'N' TO WS-RECUSADO-SW
025000     MOVE 'N' TO WS-REGISTRO-ACHADO-SW
025100     MOVE SPACES TO WS-MOTIVO
025200     MOVE SPACE TO WS-SITUACAO-ANTES
025300     IF ORC-CONTA = SPACES
025400        OR ORC-SEQ NOT NUMERIC
025500        OR ORC-SEQ-N = ZERO
025600         SET WS-RECUSADO TO TRUE
025700         MOVE 'CONTA/SEQUENCIA DA ORDEM INVALIDA' TO WS-MOTIVO
025800     ELSE
025900         PERFORM 2100-LER-ORDEM THRU 2100-EXIT
026000         IF WS-REGISTRO-ACHADO
026100             MOVE ORD-SITUACAO TO WS-SITUACAO-ANTES
026200         END-IF
026300         EVALUATE TRUE
026400             WHEN ORC-INCLUIR
026500                 PERFORM 3000-INCLUIR THRU 3000-EXIT
026600             WHEN ORC-ALTERAR
026700                 PERFORM 3100-ALTERAR THRU 3100-EXIT
026800             WHEN ORC-SUSPENDER
026900                 PERFORM 3200-SUSPENDER THRU 3200-EXIT
027000             WHEN ORC-REATIVAR
027100                 PERFORM 3300-REATIVAR THRU 3300-EXIT
027200             WHEN ORC-ENCERRAR
027300                 PERFORM 3400-ENCERRAR THRU 3400-EXIT
027400             WHEN OTHER
027500                 SET WS-RECUSADO TO TRUE
027600                 MOVE 'CODIGO DE ACAO INVALIDO' TO WS-MOTIVO
027700         END-EVALUATE
027800     END-IF
027900
028000     IF WS-RECUSADO
028100         ADD 1 TO WS-CONT-RECUSADOS
028200         MOVE 'RECUSADO' TO DET-DESTINO
028300         MOVE 'REJEITADO' TO WS-AUDIT-ACAO
028400     ELSE
028500         ADD 1 TO WS-CONT-APLICADOS
028600         MOVE 'APLICADO' TO DET-DESTINO
028700     END-IF
028800     PERFORM 2800-LISTAR THRU 2800-EXIT
028900     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
029000     PERFORM 2900-LER-CARTAO THRU 2900-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400 2100-LER-ORDEM.
029500     MOVE 'N' TO WS-REGISTRO-ACHADO-SW
029600     MOVE ORC-CONTA TO ORD-CONTA
029700     MOVE ORC-SEQ-N TO ORD-SEQ
029800     READ ORDEM-FILE KEY IS ORD-CHAVE
029900         INVALID KEY
030000             CONTINUE
030100         NOT INVALID KEY
030200             SET WS-REGISTRO-ACHADO TO TRUE
030300     END-READ.
030400 2100-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------*
030800* 2200-CONFERIR-CADASTRO - A ORDEM SO E INCLUIDA OU        *
030900*                          REATIVADA PARA CONTA ATIVA NO   *
031000*                          CADASTRO                        *
031100*----------------------------------------------------------*
031200 2200-CONFERIR-CADASTRO.
031300     MOVE ORC-CONTA TO CAD-CONTA
031400     READ CADASTRO-FILE KEY IS CAD-CONTA
031500         INVALID KEY
031600             SET WS-RECUSADO TO TRUE
031700             MOVE 'CONTA NAO CADASTRADA' TO WS-MOTIVO
031800         NOT INVALID KEY
031900             IF CAD-BLOQUEADA
032000                 SET WS-RECUSADO TO TRUE
032100                 MOVE 'CONTA BLOQUEADA NO CADASTRO' TO WS-MOTIVO
032200             ELSE
032300                 IF NOT CAD-ATIVA
032400                     SET WS-RECUSADO TO TRUE
032500                     MOVE 'CONTA ENCERRADA NO CADASTRO'
032600                         TO WS-MOTIVO
032700                 END-IF
032800             END-IF
032900     END-READ.
033000 2200-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------*
033400* 2300-CARREGAR-CAMPOS - PASSA PARA A ORDEM OS CAMPOS      *
033500*                        INFORMADOS NO CARTAO; NA INCLUSAO *
033600*                        TODOS SAO OBRIGATORIOS, NA        *
033700*                        ALTERACAO CAMPO EM BRANCO MANTEM  *
033800*                        O VALOR ATUAL                     *
033900*----------------------------------------------------------*
034000 2300-CARREGAR-CAMPOS.
034100     IF ORC-VALOR NOT = SPACES
034200         IF ORC-VALOR NOT NUMERIC
034300             SET WS-RECUSADO TO TRUE
034400             MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO
034500             GO TO 2300-EXIT
034600         END-IF
034700         MOVE ORC-VALOR-N TO ORD-VALOR
034800     END-IF
034900     IF ORC-FREQUENCIA NOT = SPACE
035000         IF ORC-FREQUENCIA NOT = ORD-FREQUENCIA
035100             SET WS-RECALCULAR TO TRUE
035200         END-IF
035300         MOVE ORC-FREQUENCIA TO ORD-FREQUENCIA
035400     END-IF
035500     IF ORC-DIA NOT = SPACES
035600         IF ORC-DIA NOT NUMERIC
035700             SET WS-RECUSADO TO TRUE
035800             MOVE 'DIA DO VENCIMENTO NAO NUMERICO' TO WS-MOTIVO
035900             GO TO 2300-EXIT
036000         END-IF
036100         IF ORC-DIA-N NOT = ORD-DIA
036200             SET WS-RECALCULAR TO TRUE
036300         END-IF
036400         MOVE ORC-DIA-N TO ORD-DIA
036500     END-IF
036600     IF ORC-DATA-INICIO NOT = SPACES
036700         IF ORC-DATA-INICIO NOT NUMERIC
036800             SET WS-RECUSADO TO TRUE
036900             MOVE 'DATA DE INICIO NAO NUMERICA' TO WS-MOTIVO
037000             GO TO 2300-EXIT
037100         END-IF
037200         IF ORC-DATA-INICIO-N NOT = ORD-DATA-INICIO
037300             IF ORD-QTD-GERADAS > ZERO
037400                 SET WS-RECUSADO TO TRUE
037500                 MOVE 'INICIO NAO MUDA APOS A 1A OCORRENCIA'
037600                     TO WS-MOTIVO
037700                 GO TO 2300-EXIT
037800             END-IF
037900             SET WS-RECALCULAR TO TRUE
038000         END-IF
038100         MOVE ORC-DATA-INICIO-N TO ORD-DATA-INICIO
038200     END-IF
038300     IF ORC-DATA-FIM NOT = SPACES
038400         IF ORC-DATA-FIM NOT NUMERIC
038500             SET WS-RECUSADO TO TRUE
038600             MOVE 'DATA FIM NAO NUMERICA' TO WS-MOTIVO
038700             GO TO 2300-EXIT
038800         END-IF
038900         MOVE ORC-DATA-FIM-N TO ORD-DATA-FIM
039000     END-IF
039100     IF ORC-PREFIXO NOT = SPACES
039200         MOVE ORC-PREFIXO TO ORD-PREFIXO
039300     END-IF
039320     IF ORC-CENTRO-CUSTO NOT = SPACES
039340         MOVE ORC-CENTRO-CUSTO TO ORD-CENTRO-CUSTO
039360     END-IF.
039400 2300-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800* 2500-CRITICAR-ORDEM - CONFERE A ORDEM JA MONTADA:        *
039900*                       VALOR POSITIVO, FREQUENCIA, DIA DO *
040000*                       MES, DATAS VALIDAS E PREFIXO       *
040100*----------------------------------------------------------*
040200 2500-CRITICAR-ORDEM.
040300     IF ORD-VALOR NOT > ZERO
040400         SET WS-RECUSADO TO TRUE
040500         MOVE 'VALOR DA ORDEM DEVE SER POSITIVO' TO WS-MOTIVO
040600         GO TO 2500-EXIT
040700     END-IF
040800     IF NOT ORD-MENSAL AND NOT ORD-SEMANAL
040900         SET WS-RECUSADO TO TRUE
041000         MOVE 'FREQUENCIA DEVE SER M OU S' TO WS-MOTIVO
041100         GO TO 2500-EXIT
041200     END-IF
041300     IF ORD-SEMANAL
041400         MOVE ZERO TO ORD-DIA
041500     END-IF
041600     IF ORD-MENSAL
041700        AND (ORD-DIA < 1 OR ORD-DIA > 31)
041800         SET WS-RECUSADO TO TRUE
041900         MOVE 'DIA DO VENCIMENTO DEVE SER DE 1 A 31' TO WS-MOTIVO
042000         GO TO 2500-EXIT
042100     END-IF
042200     MOVE 'V' TO DTV-FUNCAO
042300     MOVE ORD-DATA-INICIO TO DTV-DATA-ENTRADA
042400     CALL 'PAGDATA' USING DTV-PARM
042500     IF DTV-DATA-INVALIDA
042600         SET WS-RECUSADO TO TRUE
042700         MOVE 'DATA DE INICIO INVALIDA' TO WS-MOTIVO
042800         GO TO 2500-EXIT
042900     END-IF
043000     IF ORD-DATA-FIM NOT = ZERO
043100         MOVE ORD-DATA-FIM TO DTV-DATA-ENTRADA
043200         CALL 'PAGDATA' USING DTV-PARM
043300         IF DTV-DATA-INVALIDA
043400            OR ORD-DATA-FIM < ORD-DATA-INICIO
043500             SET WS-RECUSADO TO TRUE
043600             MOVE 'DATA FIM INVALIDA/ANTERIOR AO INICIO'
043700                 TO WS-MOTIVO
043800             GO TO 2500-EXIT
043900         END-IF
044000     END-IF
044100     IF ORD-PREFIXO = SPACES
044200         SET WS-RECUSADO TO TRUE
044300         MOVE 'PREFIXO DA REFERENCIA OBRIGATORIO' TO WS-MOTIVO
044400     END-IF.
044500 2500-EXIT.
044600     EXIT.
044700
044800 2800-LISTAR.
044900     MOVE ORC-ACAO TO DET-ACAO
045000     MOVE ORC-CONTA TO DET-CONTA
045100     MOVE ORC-SEQ TO DET-SEQ
045200     IF WS-RECUSADO
045300         MOVE SPACES TO DET-PROX-DATA
045400     ELSE
045500         MOVE ORD-PROX-DATA TO DET-PROX-DATA
045600     END-IF
045700     MOVE WS-MOTIVO TO DET-MOTIVO
045800     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
045900     WRITE REPORT-LINHA.
046000 2800-EXIT.
046100     EXIT.
046200
046300 2900-LER-CARTAO.
046400     READ CARTAO-FILE
046500         AT END
046600             SET WS-FIM-CARTAO TO TRUE
046700     END-READ.
046800 2900-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------*
047200* 3000-INCLUIR - INCLUI UMA ORDEM ATIVA PARA CONTA         *
047300*                ATIVA NO CADASTRO, COM O PRIMEIRO         *
047400*                VENCIMENTO A PARTIR DO INICIO             *
047500*----------------------------------------------------------*
047600 3000-INCLUIR.
047700     IF WS-REGISTRO-ACHADO
047800         SET WS-RECUSADO TO TRUE
047900         MOVE 'ORDEM JA CADASTRADA' TO WS-MOTIVO
048000         GO TO 3000-EXIT
048100     END-IF
048200     IF ORC-VALOR = SPACES
048300        OR ORC-FREQUENCIA = SPACE
048400        OR ORC-DATA-INICIO = SPACES
048500        OR ORC-PREFIXO = SPACES
048520        OR ORC-CENTRO-CUSTO = SPACES
048600         SET WS-RECUSADO TO TRUE
048700         MOVE 'CAMPOS OBRIGATORIOS NAO INFORMADOS' TO WS-MOTIVO
048800         GO TO 3000-EXIT
048900     END-IF
049000     PERFORM 2200-CONFERIR-CADASTRO THRU 2200-EXIT
049100     IF WS-RECUSADO
049200         GO TO 3000-EXIT
049300     END-IF
049400     MOVE SPACES TO ORD-REC
049500     MOVE ORC-CONTA TO ORD-CONTA
049600     MOVE ORC-SEQ-N TO ORD-SEQ
049700     MOVE ZERO TO ORD-VALOR
049800     MOVE ZERO TO ORD-DIA
049900     MOVE ZERO TO ORD-DATA-INICIO
050000     MOVE ZERO TO ORD-DATA-FIM
050100     MOVE ZERO TO ORD-ULT-GERADA
050200     MOVE ZERO TO ORD-QTD-GERADAS
050300     PERFORM 2300-CARREGAR-CAMPOS THRU 2300-EXIT
050400     IF WS-RECUSADO
050500         GO TO 3000-EXIT
050600     END-IF
050700     PERFORM 2500-CRITICAR-ORDEM THRU 2500-EXIT
050800     IF WS-RECUSADO
050900         GO TO 3000-EXIT
051000     END-IF
051100     MOVE ORD-DATA-INICIO TO WS-DATA-BASE
051200     PERFORM 5100-PRIMEIRA-OCORRENCIA THRU 5100-EXIT
051300     IF ORD-DATA-FIM NOT = ZERO
051400        AND ORD-PROX-DATA > ORD-DATA-FIM
051500         SET WS-RECUSADO TO TRUE
051600         MOVE 'VIGENCIA SEM NENHUM VENCIMENTO' TO WS-MOTIVO
051700         GO TO 3000-EXIT
051800     END-IF
051900     MOVE 'A' TO ORD-SITUACAO
052000     MOVE WS-DATA-AUDITORIA TO ORD-DATA-SITUACAO
052100     WRITE ORD-REC
052200     MOVE 'INCLUIDO' TO WS-AUDIT-ACAO.
052300 3000-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------*
052700* 3100-ALTERAR - ALTERA OS CAMPOS INFORMADOS DE UMA        *
052800*                ORDEM ATIVA OU SUSPENSA; MUDANCA          *
052900*                DE FREQUENCIA, DIA OU INICIO              *
053000*                RECALCULA O PROXIMO VENCIMENTO            *
053100*                A PARTIR DO DIA SEGUINTE AO               *
053200*                ULTIMO GERADO                             *
053300*----------------------------------------------------------*
053400 3100-ALTERAR.
053500     IF NOT WS-REGISTRO-ACHADO
053600         SET WS-RECUSADO TO TRUE
053700         MOVE 'ORDEM NAO CADASTRADA' TO WS-MOTIVO
053800         GO TO 3100-EXIT
053900     END-IF
054000     IF ORD-ENCERRADA
054100         SET WS-RECUSADO TO TRUE
054200         MOVE 'ORDEM JA ENCERRADA' TO WS-MOTIVO
054300         GO TO 3100-EXIT
054400     END-IF
054500     MOVE 'N' TO WS-RECALCULAR-SW
054600     PERFORM 2300-CARREGAR-CAMPOS THRU 2300-EXIT
054700     IF WS-RECUSADO
054800         GO TO 3100-EXIT
054900     END-IF
055000     PERFORM 2500-CRITICAR-ORDEM THRU 2500-EXIT
055100     IF WS-RECUSADO
055200         GO TO 3100-EXIT
055300     END-IF
055400     IF WS-RECALCULAR
055500         MOVE ORD-DATA-INICIO TO WS-DATA-BASE
055600         IF ORD-ULT-GERADA NOT < WS-DATA-BASE
055700             MOVE 'S' TO DTV-FUNCAO
055800             MOVE ORD-ULT-GERADA TO DTV-DATA-ENTRADA
055900             MOVE 1 TO DTV-DIAS
056000             CALL 'PAGDATA' USING DTV-PARM
056100             MOVE DTV-DATA-SAIDA TO WS-DATA-BASE
056200         END-IF
056300         PERFORM 5100-PRIMEIRA-OCORRENCIA THRU 5100-EXIT
056400     END-IF
056500     REWRITE ORD-REC
056600     MOVE 'ALTERADO' TO WS-AUDIT-ACAO.
056700 3100-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------*
057100* 3200-SUSPENDER - SUSPENDE UMA ORDEM ATIVA; O ORDGER      *
057200*                  NAO GERA NADA ENQUANTO DURAR A          *
057300*                  SUSPENSAO                               *
057400*----------------------------------------------------------*
057500 3200-SUSPENDER.
057600     IF NOT WS-REGISTRO-ACHADO
057700         SET WS-RECUSADO TO TRUE
057800         MOVE 'ORDEM NAO CADASTRADA' TO WS-MOTIVO
057900         GO TO 3200-EXIT
058000     END-IF
058100     IF NOT ORD-ATIVA
058200         SET WS-RECUSADO TO TRUE
058300         MOVE 'ORDEM NAO ESTA ATIVA' TO WS-MOTIVO
058400         GO TO 3200-EXIT
058500     END-IF
058600     MOVE 'S' TO ORD-SITUACAO
058700     MOVE WS-DATA-AUDITORIA TO ORD-DATA-SITUACAO
058800     REWRITE ORD-REC
058900     MOVE 'SUSPENSO' TO WS-AUDIT-ACAO.
059000 3200-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------*
059400* 3300-REATIVAR - REATIVA UMA ORDEM SUSPENSA PARA          *
059500*                 CONTA ATIVA; OS VENCIMENTOS              *
059600*                 ANTERIORES A DATA DA REATIVACAO          *
059700*                 FICAM PARA TRAS, SEM GERACAO             *
059800*----------------------------------------------------------*
059900 3300-REATIVAR.
060000     IF NOT WS-REGISTRO-ACHADO
060100         SET WS-RECUSADO TO TRUE
060200         MOVE 'ORDEM NAO CADASTRADA' TO WS-MOTIVO
060300         GO TO 3300-EXIT
060400     END-IF
060500     IF NOT ORD-SUSPENSA
060600         SET WS-RECUSADO TO TRUE
060700         MOVE 'ORDEM NAO ESTA SUSPENSA' TO WS-MOTIVO
060800         GO TO 3300-EXIT
060900     END-IF
061000     PERFORM 2200-CONFERIR-CADASTRO THRU 2200-EXIT
061100     IF WS-RECUSADO
061200         GO TO 3300-EXIT
061300     END-IF
061400     IF ORD-PROX-DATA < WS-DATA-AUDITORIA
061500         MOVE WS-DATA-AUDITORIA TO WS-DATA-BASE
061600         PERFORM 5100-PRIMEIRA-OCORRENCIA THRU 5100-EXIT
061700     END-IF
061800     MOVE 'A' TO ORD-SITUACAO
061900     MOVE WS-DATA-AUDITORIA TO ORD-DATA-SITUACAO
062000     REWRITE ORD-REC
062100     MOVE 'REATIVADO' TO WS-AUDIT-ACAO.
062200 3300-EXIT.
062300     EXIT.
062400
062500*----------------------------------------------------------*
062600* 3400-ENCERRAR - ENCERRA UMA ORDEM ATIVA OU SUSPENSA;     *
062700*                 OS AGENDADOS JA GERADOS NO PAGDET        *
062800*                 SEGUEM O CURSO NORMAL (CANCELAR          *
062900*                 PELA TRANSACAO 'X' SE FOR O CASO)        *
063000*----------------------------------------------------------*
063100 3400-ENCERRAR.
063200     IF NOT WS-REGISTRO-ACHADO
063300         SET WS-RECUSADO TO TRUE
063400         MOVE 'ORDEM NAO CADASTRADA' TO WS-MOTIVO
063500         GO TO 3400-EXIT
063600     END-IF
063700     IF ORD-ENCERRADA
063800         SET WS-RECUSADO TO TRUE
063900         MOVE 'ORDEM JA ENCERRADA' TO WS-MOTIVO
064000         GO TO 3400-EXIT
064100     END-IF
064200     MOVE 'E' TO ORD-SITUACAO
064300     MOVE WS-DATA-AUDITORIA TO ORD-DATA-SITUACAO
064400     REWRITE ORD-REC
064500     MOVE 'ENCERRADO' TO WS-AUDIT-ACAO.
064600 3400-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------*
065000* 5100-PRIMEIRA-OCORRENCIA - APURA EM ORD-PROX-DATA O      *
065100*                            PRIMEIRO VENCIMENTO NOMINAL IGUAL*
065200*                            OU POSTERIOR A WS-DATA-BASE:  *
065300*                            MENSAL NO DIA ORD-DIA, SEMANAL DE*
065400*                            SETE EM SETE DIAS DESDE O INICIO*
065500*----------------------------------------------------------*
065600 5100-PRIMEIRA-OCORRENCIA.
065700     IF ORD-MENSAL
065800         MOVE 'M' TO DTV-FUNCAO
065900         MOVE WS-DATA-BASE TO DTV-DATA-ENTRADA
066000         MOVE ORD-DIA TO DTV-DIAS
066100         CALL 'PAGDATA' USING DTV-PARM
066200         MOVE DTV-DATA-SAIDA TO ORD-PROX-DATA
066300     ELSE
066400         MOVE ORD-DATA-INICIO TO ORD-PROX-DATA
066500         PERFORM 5200-SOMAR-SEMANA THRU 5200-EXIT
066600             UNTIL ORD-PROX-DATA NOT < WS-DATA-BASE
066700     END-IF.
066800 5100-EXIT.
066900     EXIT.
067000
067100 5200-SOMAR-SEMANA.
067200     MOVE 'S' TO DTV-FUNCAO
067300     MOVE ORD-PROX-DATA TO DTV-DATA-ENTRADA
067400     MOVE 7 TO DTV-DIAS
067500     CALL 'PAGDATA' USING DTV-PARM
067600     MOVE DTV-DATA-SAIDA TO ORD-PROX-DATA.
067700 5200-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------*
068100* 6000-GRAVAR-AUDITORIA - GRAVA O CARTAO APLICADO OU       *
068200*                         RECUSADO NO LOG DE AUDITORIA, COM*
068300*                         A SITUACAO DA ORDEM ANTES/DEPOIS *
068400*----------------------------------------------------------*
068500 6000-GRAVAR-AUDITORIA.
068600     MOVE WS-DATA-AUDITORIA TO AUDIT-DATA
068700     ACCEPT AUDIT-HORA FROM TIME
068800     MOVE 'ORDMNT' TO AUDIT-ORIGEM
068900     MOVE ORC-CONTA TO AUDIT-CONTA
069000     MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-ANTES
069100     IF WS-RECUSADO
069200         MOVE ZERO TO AUDIT-VALOR
069300         MOVE WS-SITUACAO-ANTES TO AUDIT-FLAG-DEPOIS
069400     ELSE
069500         MOVE ORD-VALOR TO AUDIT-VALOR
069600         MOVE ORD-SITUACAO TO AUDIT-FLAG-DEPOIS
069700     END-IF
069800     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
069900     MOVE SPACE TO AUDIT-CANAL
070000     MOVE SPACE TO AUDIT-MOTIVO
070100     MOVE SPACES TO AUDIT-DIGITADOR
070200     MOVE SPACES TO AUDIT-APROVADOR
070300     MOVE SPACES TO AUDIT-MOTIVO-BANCO
070320     MOVE SPACES TO AUDIT-REFERENCIA
070340     MOVE 'G' TO ADT-FUNCAO
070360     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
070380     IF NOT ADT-OK
070400         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
070420         MOVE 12 TO RETURN-CODE
070440         STOP RUN
070460     END-IF.
070500 6000-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------*
070900* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E    *
071000*                  AJUSTA O RETURN-CODE                    *
071100*----------------------------------------------------------*
071200 8000-FINALIZAR.
071300     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
071400     WRITE REPORT-LINHA
071500     MOVE 'CARTOES LIDOS...........: ' TO TOT-ROTULO
071600     MOVE WS-CONT-LIDOS TO TOT-QTD
071700     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
071800     WRITE REPORT-LINHA
071900     MOVE 'CARTOES APLICADOS.......: ' TO TOT-ROTULO
072000     MOVE WS-CONT-APLICADOS TO TOT-QTD
072100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
072200     WRITE REPORT-LINHA
072300     MOVE 'CARTOES RECUSADOS.......: ' TO TOT-ROTULO
072400     MOVE WS-CONT-RECUSADOS TO TOT-QTD
072500     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
072600     WRITE REPORT-LINHA
072700
072800     CLOSE CARTAO-FILE
072900     CLOSE ORDEM-FILE
073000     CLOSE CADASTRO-FILE
073200     CLOSE REPORT-FILE
073300
073400     IF WS-CONT-RECUSADOS > ZERO
073500         MOVE 4 TO RETURN-CODE
073600     END-IF.
073700 8000-EXIT.
073800     EXIT.
073900
074000 END PROGRAM ORDMNT.
