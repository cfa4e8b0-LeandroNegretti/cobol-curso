001700*                    PRIMEIRA CHAMADA; SEM O ARQUIVO, SO FINS    *
001800*                    DE SEMANA SAO ROLADOS). O DIA DA SEMANA E   *
001900*                    APURADO PELA CONGRUENCIA DE ZELLER.         *
001910*                    FUNCAO 'S' SOMA DTV-DIAS DIAS CORRIDOS A    *
001920*                    DATA DE ENTRADA; FUNCAO 'M' APURA O         *
001930*                    PRIMEIRO VENCIMENTO NO DIA DO MES DTV-DIAS  *
001940*                    A PARTIR DA DATA DE ENTRADA, LIMITADO AO    *
001950*                    ULTIMO DIA DO MES.                          *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002340*                       CORRIDOS) E 'B' (DIAS UTEIS) ENTRE A     *
002360*                       DATA DE ENTRADA E DTV-DATA-FINAL,        *
002380*                       AVANCANDO DIA A DIA PELO CALENDARIO      *
002385*    2026-10-15 MAF     INCLUIDAS AS FUNCOES 'S' (SOMA DE DIAS   *
002390*                       CORRIDOS) E 'M' (VENCIMENTO MENSAL NO    *
002395*                       DIA INFORMADO, LIMITADO AO FIM DO MES)   *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
005800                                 PIC 9(08).
005900
006000 77  WS-DIAS-NO-MES              PIC 9(02) COMP VALUE ZERO.
006020 77  WS-DIA-VENCIMENTO           PIC 9(02) COMP VALUE ZERO.
006100 77  WS-RESTO-4                  PIC 9(04) COMP VALUE ZERO.
006200 77  WS-RESTO-100                PIC 9(04) COMP VALUE ZERO.
006300 77  WS-RESTO-400                PIC 9(04) COMP VALUE ZERO.
010700     END-IF
010710     IF DTV-FUN-DIAS-CORRIDOS OR DTV-FUN-DIAS-UTEIS
010720         PERFORM 4000-CONTAR-DIAS THRU 4000-EXIT
010730     END-IF
010735     IF DTV-FUN-SOMAR-DIAS
010740         PERFORM 5000-SOMAR-DIAS THRU 5000-EXIT
010745         MOVE WS-DATA-NUM TO DTV-DATA-SAIDA
010750     END-IF
010755     IF DTV-FUN-VENCIMENTO-MENSAL
010760         PERFORM 6000-VENCIMENTO-MENSAL THRU 6000-EXIT
010765     END-IF.
010800 0000-GOBACK.
010900     GOBACK.
011000
030000 4200-EXIT.
030010     EXIT.
030020
030021*----------------------------------------------------------*
030022* 5000-SOMAR-DIAS - AVANCA A DATA DE TRABALHO DTV-DIAS      *
030023*                   DIAS CORRIDOS                          *
030024*----------------------------------------------------------*
030025 5000-SOMAR-DIAS.
030026     PERFORM 4200-AVANCAR-DATA THRU 4200-EXIT
030027         DTV-DIAS TIMES.
030028 5000-EXIT.
030029     EXIT.
030030
030031*----------------------------------------------------------*
030032* 6000-VENCIMENTO-MENSAL - PRIMEIRO DIA DTV-DIAS IGUAL OU   *
030033*                          POSTERIOR A DATA DE TRABALHO;    *
030034*                          NO MES QUE NAO TEM ESSE DIA,     *
030035*                          VALE O ULTIMO DIA DO MES         *
030036*----------------------------------------------------------*
030037 6000-VENCIMENTO-MENSAL.
030038     IF DTV-DIAS < 1 OR DTV-DIAS > 31
030039         MOVE '1' TO DTV-RETORNO
030040         GO TO 6000-EXIT
030041     END-IF
030042     PERFORM 6100-LIMITAR-DIA THRU 6100-EXIT
030043     IF WS-DT-DIA > WS-DIA-VENCIMENTO
030044         MOVE 1 TO WS-DT-DIA
030045         IF WS-DT-MES < 12
030046             ADD 1 TO WS-DT-MES
030047         ELSE
030048             MOVE 1 TO WS-DT-MES
030049             ADD 1 TO WS-DT-ANO
030050         END-IF
030051         PERFORM 6100-LIMITAR-DIA THRU 6100-EXIT
030052     END-IF
030053     MOVE WS-DIA-VENCIMENTO TO WS-DT-DIA
030054     MOVE WS-DATA-NUM TO DTV-DATA-SAIDA.
030055 6000-EXIT.
030056     EXIT.
030057
030058 6100-LIMITAR-DIA.
030059     PERFORM 2100-DIAS-NO-MES THRU 2100-EXIT
030060     IF DTV-DIAS > WS-DIAS-NO-MES
030061         MOVE WS-DIAS-NO-MES TO WS-DIA-VENCIMENTO
030062     ELSE
030063         MOVE DTV-DIAS TO WS-DIA-VENCIMENTO
030064     END-IF.
030065 6100-EXIT.
030066     EXIT.
030067
030100 END PROGRAM PAGDATA.
