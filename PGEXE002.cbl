002614*                       LEVAM O CODIGO DE ORIGEM 'C' (CANAL      *
002615*                       DE CODIGOS), PRESERVADO ATE O DETALHE    *
002616*                       E A AUDITORIA                            *
002617*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002618*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002619*                       RETURN-CODE DO PASSO PASSA A SER         *
002620*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002621*    2026-10-15 MAF     TRANSACAO DE 40 BYTES (CENTRO DE CUSTO   *
002622*                       EM BRANCO NOS REGISTROS GERADOS AQUI)    *
002623*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002624*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002625*                       APOS O REGISTRO NO PAGCTRL               *
002626*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002820 CONFIGURATION SECTION.
003900 01  CODIGO-REC                  PIC X(20).
003950
003960 FD  SAIDA-FILE
003970     RECORD CONTAINS 40 CHARACTERS.
003980 COPY TRANREC.
003985
003990 FD  PAGTO-FILE.
004470 77  WS-CONT-VALIDOS             PIC 9(07) COMP VALUE ZERO.
004472 77  WS-HASH-SAIDA               PIC S9(07)V99 VALUE ZERO.
004474 77  WS-TRL-CONTADOR             PIC 9(10) VALUE ZERO.
004479 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
004480
004490 COPY CTRPARM.
004500
013160         MOVE 8 TO RETURN-CODE
013170         STOP RUN
013180     END-IF
013181     IF CTR-FORA-DE-SEQUENCIA
013182         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
013183         MOVE 8 TO RETURN-CODE
013184         STOP RUN
013185     END-IF
013186     IF CTR-CICLO-ENCERRADO
013187         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
013188             CTR-DATA-PROCESSO
013189         MOVE 8 TO RETURN-CODE
013190         STOP RUN
013192     END-IF
013200     OPEN INPUT CODIGO-FILE
013600     CLOSE CODIGO-FILE
013650     CLOSE SAIDA-FILE
013652
013653     IF WS-CONT-INVALIDOS > ZERO
013654         MOVE 4 TO WS-RC-PASSO
013655     END-IF
013656
013657     MOVE 'T' TO CTR-FUNCAO
013658     MOVE 'PGEXE002' TO CTR-PASSO
013659     MOVE WS-CONT-VALIDOS TO CTR-CONTADOR
013660     MOVE ZERO TO CTR-TOTAL
013661     MOVE WS-CONT-INVALIDOS TO CTR-EXCECOES
013663     MOVE ZERO TO CTR-RETIDOS
013664     MOVE WS-RC-PASSO TO CTR-RESULTADO
013665     CALL 'PAGCTRL' USING CTR-PARM
013685     MOVE WS-RC-PASSO TO RETURN-CODE.
013700 5000-EXIT.
013800     EXIT.
013900
