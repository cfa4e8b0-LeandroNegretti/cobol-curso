002582*    2026-08-21 MAF     INCLUIDO O CONTROLE DE EXECUCAO          *
002584*                       (PAGCTRL): RECUSA PARTIDA SEM CICLO      *
002586*                       ABERTO E REGISTRA O PASSO NO RESUMO      *
002588*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002590*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002592*                       RETURN-CODE DO PASSO PASSA A SER         *
002594*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
009460         MOVE 8 TO RETURN-CODE
009470         STOP RUN
009480     END-IF
009481     IF CTR-FORA-DE-SEQUENCIA
009482         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
009483         MOVE 8 TO RETURN-CODE
009484         STOP RUN
009485     END-IF
009486     IF CTR-CICLO-ENCERRADO
009487         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
009488             CTR-DATA-PROCESSO
009489         MOVE 8 TO RETURN-CODE
009490         STOP RUN
009492     END-IF
009500     OPEN INPUT TRANS-FILE
013950     MOVE 'DEMONSTR' TO CTR-PASSO
013960     MOVE WS-CONT-REG TO CTR-CONTADOR
013970     MOVE WS-N3 TO CTR-TOTAL
013975     MOVE ZERO TO CTR-RESULTADO
013980     CALL 'PAGCTRL' USING CTR-PARM.
014000 3000-EXIT.
014100     EXIT.
