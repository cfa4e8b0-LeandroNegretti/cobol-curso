000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : ASQREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO UNICO (CHAVE '1') DO     *
000700*                    CONTROLE DE SEQUENCIA DO LOG DE AUDITORIA   *
000800*                    (ARQUIVO INDEXADO AUDSEQ, 70 BYTES),        *
000900*                    MANTIDO PELA ROTINA PAGAUDT A CADA REGISTRO *
001000*                    GRAVADO: ULTIMA SEQUENCIA, HASH DO ULTIMO   *
001100*                    REGISTRO, ORIGEM E DATA. A BASE E A         *
001200*                    SEQUENCIA E O HASH ANTERIOR QUE O PRIMEIRO  *
001300*                    REGISTRO ENCADEADO DO LOG CORRENTE DEVE     *
001400*                    TRAZER: SEQUENCIA 1 E HASH ZERO ATE A       *
001500*                    PRIMEIRA ROLAGEM DO LOG; NA ROLAGEM, O      *
001600*                    PAGAUDV (MODO 'R'), COM O LOG INTEGRO, A    *
001700*                    AVANCA PARA DEPOIS DO ULTIMO REGISTRO       *
001800*                    GUARDADO.                                   *
001900*                                                                *
002000*    HISTORICO DE ALTERACOES                                    *
002100*    DATA       AUTOR   DESCRICAO                                *
002200*    2026-10-15 MAF     VERSAO INICIAL                           *
002300*                                                                *
002400******************************************************************
002500 01  ASQ-REC.
002600     05  ASQ-CHAVE                   PIC X(01).
002700     05  ASQ-ULTIMA-SEQ              PIC 9(10).
002800     05  ASQ-ULTIMO-HASH             PIC 9(10).
002900     05  ASQ-BASE-SEQ                PIC 9(10).
003000     05  ASQ-BASE-HASH               PIC 9(10).
003100     05  ASQ-ORIGEM                  PIC X(10).
003200     05  ASQ-DATA                    PIC 9(08).
003300     05  FILLER                      PIC X(11).
