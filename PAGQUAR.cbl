002500*    HISTORICO DE ALTERACOES                                    *
002600*    DATA       AUTOR   DESCRICAO                                *
002700*    2026-09-02 MAF     VERSAO INICIAL                           *
002720*    2026-10-15 MAF     AUDITORIA PASSA A GRAVAR O MOTIVO DE     *
002740*                       CANCELAMENTO (AUDIT-MOTIVO) EM BRANCO    *
002760*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 100 BYTES, COM  *
002780*                       DIGITADOR E APROVADOR EM BRANCO          *
002785*    2026-10-15 MAF     LOG DE AUDITORIA GANHOU O MOTIVO DA      *
002790*                       DEVOLUCAO BANCARIA, GRAVADO EM BRANCO    *
002792*    2026-10-15 MAF     REGISTRO DE AUDITORIA COM 110 POSICOES   *
002794*                       (REFERENCIA DO PAGAMENTO EM BRANCO)      *
002795*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
002796*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
002797*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
002798*    2026-10-15 MAF     TRANSACAO DE 40 BYTES; A LIBERADA VOLTA  *
002799*                       COM O CENTRO DE CUSTO DA QUARENTENA      *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS WS-TRANSAI-STATUS.
005100
005600     SELECT REPORT-FILE     ASSIGN TO RELQDIS
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS WS-REPORT-STATUS.
008000 COPY QUARREC REPLACING LEADING ==QUAR== BY ==QSAI==.
008100
008200 FD  TRANSAI-FILE
008300     RECORD CONTAINS 40 CHARACTERS.
008400 COPY TRANREC.
008500
009000 FD  REPORT-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  REPORT-LINHA                PIC X(80).
009600 77  WS-CARTAO-STATUS            PIC X(02) VALUE SPACES.
009700 77  WS-QUARSAI-STATUS           PIC X(02) VALUE SPACES.
009800 77  WS-TRANSAI-STATUS           PIC X(02) VALUE SPACES.
010000 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
010100
010200 77  WS-LIMITE-CICLOS            PIC 9(02) COMP VALUE 3.
012150         10  WS-QCO-CONSUMIDO    PIC X(01).
012200
012300 COPY CTRPARM.
012320
012340 COPY AUDPARM.
012360
012380 COPY AUDREC.
012400
012500 01  WS-SWITCHES.
012600     05  WS-FIM-QUAR-SW          PIC X(01) VALUE 'N'.
018800     END-IF
018900     OPEN OUTPUT QUARSAI-FILE
019000     OPEN OUTPUT TRANSAI-FILE
019020     MOVE 'A' TO ADT-FUNCAO
019040     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
019060     IF NOT ADT-OK
019080         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
019100         MOVE 12 TO RETURN-CODE
019120         STOP RUN
019140     END-IF
019500     OPEN OUTPUT REPORT-FILE
019600     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
019700     WRITE REPORT-LINHA
028800 2200-LIBERAR.
028900     ADD 1 TO WS-CONT-LIBERADOS
029000     MOVE QUAR-TRANSACAO TO TRANS-REC
029020     MOVE QUAR-CENTRO-CUSTO TO TRANS-CENTRO-CUSTO
029100     MOVE 'Q' TO TRANS-ORIGEM
029200     ADD TRANS-VALOR TO WS-HASH-TRANSAI
029300     WRITE TRANS-REC
036800     MOVE SPACE TO AUDIT-FLAG-DEPOIS
036900     MOVE WS-AUDIT-ACAO TO AUDIT-ACAO
037000     MOVE QUAR-ORIGEM TO AUDIT-CANAL
037020     MOVE SPACE TO AUDIT-MOTIVO
037040     MOVE SPACES TO AUDIT-DIGITADOR
037060     MOVE SPACES TO AUDIT-APROVADOR
037080     MOVE SPACES TO AUDIT-MOTIVO-BANCO
037090     MOVE SPACES TO AUDIT-REFERENCIA
037100     MOVE 'G' TO ADT-FUNCAO
037110     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
037120     IF NOT ADT-OK
037130         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
037140         MOVE 12 TO RETURN-CODE
037150         STOP RUN
037160     END-IF.
037200 6000-EXIT.
037300     EXIT.
037400
042400     CLOSE QUAR-FILE
042500     CLOSE QUARSAI-FILE
042600     CLOSE TRANSAI-FILE
042800     CLOSE REPORT-FILE
042900
043000     IF WS-CONT-ESCALADOS > ZERO
