001500*    HISTORICO DE ALTERACOES                                    *
001600*    DATA       AUTOR   DESCRICAO                                *
001700*    2026-09-02 MAF     VERSAO INICIAL                           *
001720*    2026-10-15 MAF     IMAGENS ANTES/DEPOIS PASSAM DE 40 PARA   *
001740*                       100 POSICOES                             *
001800*                                                                *
001900******************************************************************
002000 01  JRN-PARM.
002200     05  JRN-PRM-DATA                PIC 9(08).
002300     05  JRN-PRM-ARQUIVO             PIC X(01).
002400     05  JRN-PRM-OPERACAO            PIC X(01).
002500     05  JRN-PRM-ANTES               PIC X(100).
002600     05  JRN-PRM-DEPOIS              PIC X(100).
