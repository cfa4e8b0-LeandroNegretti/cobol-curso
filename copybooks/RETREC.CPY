000800*                    RECEBIDO DO BANCO NA MANHA SEGUINTE AO      *
000900*                    ENVIO DOS PAGAMENTOS CONFIRMADOS. CASADO    *
001000*                    POR PAGCONC CONTRA O DETALHE DE PAGAMENTOS  *
001100*                    POR CONTA, VALOR E DATA, OU PELA REFERENCIA *
001120*                    DO SISTEMA QUANDO O BANCO A DEVOLVE.        *
001200*                                                                *
001300*    HISTORICO DE ALTERACOES                                    *
001400*    DATA       AUTOR   DESCRICAO                                *
001500*    2026-08-21 MAF     VERSAO INICIAL                           *
001510*    2026-10-15 MAF     INCLUIDOS O TIPO DO RETORNO ('L' OU      *
001520*                       BRANCO LIQUIDACAO, 'D' DEVOLUCAO DO      *
001530*                       PAGAMENTO PELO BANCO) E O MOTIVO DA      *
001540*                       DEVOLUCAO INFORMADO PELO BANCO, NO       *
001550*                       FILLER FINAL (TAMANHO MANTIDO)           *
001560*    2026-10-15 MAF     INCLUIDA NO FINAL A REFERENCIA DO        *
001570*                       SISTEMA ENVIADA NA REMESSA (REGISTRO     *
001580*                       PASSA DE 34 PARA 44 BYTES); RETORNO SEM  *
001590*                       ELA CASA POR CONTA, VALOR E DATA         *
001600*                                                                *
001700******************************************************************
001800 01  RET-REC.
001900     05  RET-CONTA                   PIC X(10).
002000     05  RET-VALOR                   PIC S9(07)V99.
002100     05  RET-DATA                    PIC 9(08).
002200     05  RET-TIPO                    PIC X(01).
002300         88  RET-LIQUIDACAO                     VALUE 'L' ' '.
002400         88  RET-DEVOLUCAO                      VALUE 'D'.
002500     05  RET-MOTIVO                  PIC X(02).
002600     05  FILLER                      PIC X(04).
002700     05  RET-REFERENCIA              PIC X(10).
