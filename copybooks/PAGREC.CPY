001499*                       DATA FUTURA, LIBERADO PELO PAGAGEN)      *
001501*    2026-09-02 MAF     INCLUIDA A SITUACAO 'E' (ENVIADO AO      *
001502*                       BANCO NA REMESSA GERADA PELO PAGREME)    *
001503*    2026-10-15 MAF     INCLUIDAS AS SITUACOES 'X' (CANCELADO)   *
001504*                       E 'Z' (RECOLHIMENTO PEDIDO AO BANCO)     *
001505*    2026-10-15 MAF     INCLUIDAS AS SITUACOES 'D' (DEVOLVIDO    *
001506*                       PELO BANCO) E 'V' (DEVOLVIDO COM O       *
001507*                       LANCAMENTO ESTORNADO NO RAZAO)           *
001508*    2026-10-15 MAF     A POSICAO DA REFERENCIA DA TRANSACAO     *
001509*                       PASSA A SE CHAMAR PAGTO-REF-CLIENTE E    *
001510*                       PAGTO-REFERENCIA VAI PARA O FINAL COMO A *
001511*                       REFERENCIA UNICA DO SISTEMA (10          *
001512*                       POSICOES); REGISTRO DE 33 PARA 43 BYTES  *
001513*    2026-10-15 MAF     INCLUIDAS AS SITUACOES 'B' (DESVIADO DA  *
001514*                       REMESSA), 'C' (RECOLHIMENTO PEDIDO, A    *
001515*                       ESTORNAR NO RAZAO) E 'W' (LIQUIDADO      *
001516*                       APOS O ESTORNO, A RELANCAR NO RAZAO)     *
001517*                                                                *
001600******************************************************************
001700 01  PAGTO-REC.
001800     05  PAGTO-CONTA                 PIC X(10).
002460         88  PAGTO-AGUARDANDO                   VALUE 'P'.
002470         88  PAGTO-AGENDADO                     VALUE 'G'.
002480         88  PAGTO-ENVIADO                      VALUE 'E'.
002485         88  PAGTO-CANCELADO                    VALUE 'X'.
002490         88  PAGTO-RECOLHER                     VALUE 'Z'.
002492         88  PAGTO-DEVOLVIDO                    VALUE 'D'.
002494         88  PAGTO-ESTORNADO                    VALUE 'V'.
002495         88  PAGTO-DESVIADO                     VALUE 'B'.
002496         88  PAGTO-RECOLHENDO                   VALUE 'C'.
002497         88  PAGTO-RELANCAR                     VALUE 'W'.
002500     05  PAGTO-REF-CLIENTE           PIC X(05).
002600     05  PAGTO-REFERENCIA            PIC X(10).
