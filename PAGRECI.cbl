002620*    2026-09-02 MAF     TRANSACAO LIBERADA PARA O PROXIMO        *
002640*                       CICLO SAI COM O CODIGO DE ORIGEM 'R'     *
002660*                       (RECICLO), PARA RASTREIO POR CANAL       *
002670*    2026-10-15 MAF     RECICLO DE 85 E TRANSACAO DE 40 BYTES; A *
002680*                       TRANSACAO LIBERADA LEVA O CENTRO DE      *
002690*                       CUSTO GUARDADO NO RECICLO                *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RECICLO-FILE
005800     RECORD CONTAINS 85 CHARACTERS.
005900 COPY RECREC.
006000
006100 FD  CORRECAO-FILE
007700     05  FILLER                  PIC X(25).
007800
007900 FD  RECSAI-FILE
008000     RECORD CONTAINS 85 CHARACTERS.
008100 COPY RECREC REPLACING LEADING ==REC== BY ==SAI==.
008200
008300 FD  TRANSAI-FILE
008400     RECORD CONTAINS 40 CHARACTERS.
008500 COPY TRANREC.
008600
008700 FD  REPORT-FILE
038400     END-IF
038500
038600     MOVE REC-TRANSACAO TO TRANS-REC
038620     MOVE REC-CENTRO-CUSTO TO TRANS-CENTRO-CUSTO
038650     MOVE 'R' TO TRANS-ORIGEM
038700     ADD TRANS-VALOR TO WS-HASH-TRANSAI
038800     WRITE TRANS-REC
