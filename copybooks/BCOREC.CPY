000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : BCOREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DO DIRETORIO DE BANCOS   *
000700*                    E AGENCIAS (ARQUIVO INDEXADO BCODIR, 60     *
000800*                    BYTES), MANTIDO PELO BCOMNT. A CHAVE E      *
000900*                    BANCO + AGENCIA; O REGISTRO DE AGENCIA      *
001000*                    ZERO E O DO PROPRIO BANCO. SITUACAO 'A'     *
001100*                    ATIVA, 'F' FECHADA OU 'I' INCORPORADA A     *
001200*                    OUTRA (BANCO/AGENCIA DESTINO). BANCO        *
001300*                    FECHADO OU INCORPORADO VALE PARA TODAS AS   *
001400*                    SUAS AGENCIAS. CONSULTADO PELO CADMNT NA    *
001500*                    INCLUSAO E ALTERACAO DE CONTA, PELO         *
001600*                    PAGREME ANTES DE REMETER E PELO CADRECA.    *
001700*                                                                *
001800*    HISTORICO DE ALTERACOES                                    *
001900*    DATA       AUTOR   DESCRICAO                                *
002000*    2026-10-15 MAF     VERSAO INICIAL                           *
002100*                                                                *
002200******************************************************************
002300 01  BCO-REC.
002400     05  BCO-CHAVE.
002500         10  BCO-BANCO               PIC 9(03).
002600         10  BCO-AGENCIA             PIC 9(05).
002700     05  BCO-NOME                    PIC X(30).
002800     05  BCO-SITUACAO                PIC X(01).
002900         88  BCO-ATIVA                          VALUE 'A'.
003000         88  BCO-FECHADA                        VALUE 'F'.
003100         88  BCO-INCORPORADA                    VALUE 'I'.
003200     05  BCO-DESTINO.
003300         10  BCO-BANCO-DESTINO       PIC 9(03).
003400         10  BCO-AGENCIA-DESTINO     PIC 9(05).
003500     05  BCO-DATA-SITUACAO           PIC 9(08).
003600     05  FILLER                      PIC X(05).
