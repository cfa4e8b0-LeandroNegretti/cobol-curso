000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : AUDPARM                                    *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: AREA DE PARAMETROS DA ROTINA COMUM DE       *
000700*                    GRAVACAO DO LOG DE AUDITORIA (SUBPROGRAMA   *
000800*                    PAGAUDT), CHAMADA COM ESTA AREA E COM O     *
000900*                    REGISTRO AUDIT-REC (COPYBOOK AUDREC)        *
001000*                    MONTADO PELO CHAMADOR. FUNCAO 'A' - ABRE O  *
001100*                    LOG E O CONTROLE DE SEQUENCIA (AUDSEQ) PARA *
001200*                    O CHAMADOR RECUSAR A PARTIDA SE ALGUM       *
001300*                    ESTIVER INDISPONIVEL. FUNCAO 'G' - CARIMBA  *
001400*                    NO REGISTRO A PROXIMA SEQUENCIA E O HASH DO *
001500*                    REGISTRO ANTERIOR, GRAVA NO LOG, REGRAVA O  *
001600*                    CONTROLE E DEVOLVE EM ADT-HASH O HASH DO    *
001700*                    REGISTRO GRAVADO. FUNCAO 'H' - SO CALCULA O *
001800*                    HASH DO REGISTRO INFORMADO, SEM ABRIR       *
001900*                    ARQUIVO (USADA PELO PAGAUDV NA              *
002000*                    CONFERENCIA). RETORNO '0' OK, '9' LOG OU    *
002100*                    CONTROLE INDISPONIVEL.                      *
002200*                                                                *
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                                *
002500*    2026-10-15 MAF     VERSAO INICIAL                           *
002600*                                                                *
002700******************************************************************
002800 01  ADT-PARM.
002900     05  ADT-FUNCAO                  PIC X(01).
003000         88  ADT-FUN-ABRIR                      VALUE 'A'.
003100         88  ADT-FUN-GRAVAR                     VALUE 'G'.
003200         88  ADT-FUN-HASH                       VALUE 'H'.
003300     05  ADT-HASH                    PIC 9(10).
003400     05  ADT-RETORNO                 PIC X(01).
003500         88  ADT-OK                             VALUE '0'.
003600         88  ADT-INDISPONIVEL                   VALUE '9'.
