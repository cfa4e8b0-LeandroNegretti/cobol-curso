002300*                    SAI O RECAPITULATIVO POR BANCO DO           *
002400*                    FAVORECIDO (CAD-BANCO DO CADASTRO), PARA    *
002500*                    A MESA POSICIONAR POR CORRESPONDENTE.       *
002520*                    O DESVIADO ('B'), CONFIRMADO QUE FICOU FORA *
002540*                    DA REMESSA POR AGENCIA FECHADA, ENTRA COMO  *
002560*                    CONFIRMADO.                                 *
002600*                                                                *
002700*    HISTORICO DE ALTERACOES                                    *
002800*    DATA       AUTOR   DESCRICAO                                *
002900*    2026-09-02 MAF     VERSAO INICIAL                           *
002920*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002940*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002960*                       RETURN-CODE DO PASSO PASSA A SER         *
002980*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002985*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002990*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002995*                       APOS O REGISTRO NO PAGCTRL               *
002997*    2026-10-15 MAF     DESVIADO ('B') PROJETADO COMO CONFIRMADO *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
007100 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
007200 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
007300 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007320 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
007400
007500 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
007600 77  WS-HORIZONTE                PIC 9(02) VALUE 5.
019500         MOVE 8 TO RETURN-CODE
019600         STOP RUN
019700     END-IF
019710     IF CTR-FORA-DE-SEQUENCIA
019720         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
019730         MOVE 8 TO RETURN-CODE
019740         STOP RUN
019750     END-IF
019800     MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
019900
020000     PERFORM 1100-ZERAR-DIA THRU 1100-EXIT
025500
025600 2100-AVALIAR-DETALHE.
025700     MOVE ZERO TO WS-SIT-IDX
025800     IF PAGD-CONFIRMADO OR PAGD-DESVIADO
025900         MOVE 1 TO WS-SIT-IDX
026000     END-IF
026100     IF PAGD-ENVIADO
041400     MOVE WS-TOTAL-VALOR TO CTR-TOTAL
041500     MOVE ZERO TO CTR-EXCECOES
041600     MOVE ZERO TO CTR-RETIDOS
041620     MOVE WS-RC-PASSO TO CTR-RESULTADO
041700     CALL 'PAGCTRL' USING CTR-PARM
041720     MOVE WS-RC-PASSO TO RETURN-CODE.
041800 8000-EXIT.
041900     EXIT.
042000
