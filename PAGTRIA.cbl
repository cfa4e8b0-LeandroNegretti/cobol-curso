002590*                       SEM DISPOSICAO DO PAGQUAR SEGUEM NO      *
002592*                       ARQUIVO E ENVELHECEM, EM VEZ DE SEREM    *
002594*                       SOBRESCRITOS A CADA CICLO                *
002595*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002596*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002597*                       RETURN-CODE DO PASSO PASSA A SER         *
002598*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002599*    2026-10-15 MAF     TRANSACAO DE 40 BYTES (CENTRO DE CUSTO), *
002600*                       GUARDADO TAMBEM NA QUARENTENA            *
002601*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002602*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002603*                       APOS O REGISTRO NO PAGCTRL               *
002604*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TRANS-FILE
005300     RECORD CONTAINS 40 CHARACTERS.
005400 COPY TRANREC.
005500
005600 FD  SAIDA-FILE
005700     RECORD CONTAINS 40 CHARACTERS.
005800 COPY TRANREC REPLACING LEADING ==TRANS== BY ==SAI==.
005900
006000 FD  QUAR-FILE
007400 77  WS-SAIDA-STATUS             PIC X(02) VALUE SPACES.
007500 77  WS-QUAR-STATUS              PIC X(02) VALUE SPACES.
007600 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007620 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
007700
007800 77  WS-LIMITE-REPETICAO         PIC 9(02) COMP VALUE 9.
007900
015060         MOVE 8 TO RETURN-CODE
015070         STOP RUN
015080     END-IF
015081     IF CTR-FORA-DE-SEQUENCIA
015082         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
015083         MOVE 8 TO RETURN-CODE
015084         STOP RUN
015085     END-IF
015086     IF CTR-CICLO-ENCERRADO
015087         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
015088             CTR-DATA-PROCESSO
015089         MOVE 8 TO RETURN-CODE
015090         STOP RUN
015092     END-IF
015100     OPEN INPUT TRANS-FILE
027500     ADD 1 TO WS-CONT-QUARENTENA
027600     MOVE SPACES TO QUAR-REC
027700     MOVE TRANS-REC TO QUAR-TRANSACAO
027720     MOVE TRANS-CENTRO-CUSTO TO QUAR-CENTRO-CUSTO
027800     MOVE WS-MOTIVO TO QUAR-MOTIVO
027850     MOVE 01 TO QUAR-CICLOS
027900     WRITE QUAR-REC
031200     CLOSE QUAR-FILE
031300     CLOSE REPORT-FILE
031400
031402     IF WS-CONT-QUARENTENA > ZERO
031404        OR WS-TABELA-CHEIA
031406         MOVE 4 TO WS-RC-PASSO
031408     END-IF
031410
031420     MOVE 'T' TO CTR-FUNCAO
031430     MOVE 'PAGTRIA' TO CTR-PASSO
031440     MOVE WS-CONT-LIDOS TO CTR-CONTADOR
031450     MOVE ZERO TO CTR-TOTAL
031452     MOVE WS-CONT-QUARENTENA TO CTR-EXCECOES
031454     MOVE ZERO TO CTR-RETIDOS
031459     MOVE WS-RC-PASSO TO CTR-RESULTADO
031460     CALL 'PAGCTRL' USING CTR-PARM
031560     MOVE WS-RC-PASSO TO RETURN-CODE.
031800 8000-EXIT.
031900     EXIT.
031910
