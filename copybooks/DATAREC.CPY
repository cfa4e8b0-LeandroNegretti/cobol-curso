001420*                    DIAS CORRIDOS ('D') OU DIAS UTEIS ('B');   *
001430*                    DATA FINAL ANTERIOR A INICIAL DEVOLVE      *
001440*                    ZERO DIAS.                                  *
001441*                    FUNCAO 'S' DEVOLVE EM DTV-DATA-SAIDA A      *
001442*                    DATA DE ENTRADA SOMADA DE DTV-DIAS DIAS     *
001443*                    CORRIDOS. FUNCAO 'M' DEVOLVE O PRIMEIRO     *
001444*                    VENCIMENTO MENSAL IGUAL OU POSTERIOR A      *
001445*                    DATA DE ENTRADA NO DIA DO MES INFORMADO EM  *
001446*                    DTV-DIAS (1 A 31); MES MAIS CURTO VENCE NO  *
001447*                    SEU ULTIMO DIA.                             *
001450*                                                                *
001500*    HISTORICO DE ALTERACOES                                    *
001600*    DATA       AUTOR   DESCRICAO                                *
001720*    2026-09-02 MAF     INCLUIDAS AS FUNCOES 'D' (DIAS           *
001740*                       CORRIDOS) E 'B' (DIAS UTEIS) E OS       *
001760*                       CAMPOS DTV-DATA-FINAL E DTV-DIAS        *
001770*    2026-10-15 MAF     INCLUIDAS AS FUNCOES 'S' (SOMA DE DIAS   *
001780*                       CORRIDOS) E 'M' (VENCIMENTO MENSAL)      *
001800*                                                                *
001900******************************************************************
002000 01  DTV-PARM.
002300         88  DTV-FUN-DIA-UTIL                   VALUE 'U'.
002320         88  DTV-FUN-DIAS-CORRIDOS              VALUE 'D'.
002340         88  DTV-FUN-DIAS-UTEIS                 VALUE 'B'.
002360         88  DTV-FUN-SOMAR-DIAS                 VALUE 'S'.
002380         88  DTV-FUN-VENCIMENTO-MENSAL          VALUE 'M'.
002400     05  DTV-DATA-ENTRADA            PIC 9(08).
002500     05  DTV-DATA-SAIDA              PIC 9(08).
002520     05  DTV-DATA-FINAL              PIC 9(08).
