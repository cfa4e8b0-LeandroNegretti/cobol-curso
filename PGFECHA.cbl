002599*    2026-09-02 MAF     A APURACAO PASSA A POSICIONAR PELO       *
002601*                       INDICE ALTERNADO DE DATA E LER SO O      *
002603*                       PERIODO INFORMADO                        *
002604*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
002605*                       ('W') ENTRAM NO MOVIMENTO DO PERIODO     *
002606*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
015770         GO TO 2000-EXIT
015780     END-IF
015800     IF PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-LIQUIDADO
015900        OR PAGD-DESVIADO OR PAGD-RELANCAR
016100         COMPUTE WS-MOVIMENTO-PERIODO =
016200             WS-MOVIMENTO-PERIODO + PAGD-VALOR
016300     END-IF
