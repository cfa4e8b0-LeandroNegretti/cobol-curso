000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : AMOREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DA AMOSTRA DE AUDITORIA  *
000700*                    POS-PAGAMENTO (ARQUIVO AMOSTRA, UMA GERACAO *
000800*                    POR MES), GRAVADO PELO PAGAMOS COM A CHAVE  *
000900*                    DE CADA PAGAMENTO SORTEADO OU ESCOLHIDO E   *
001000*                    OS CRITERIOS QUE O SELECIONARAM ('S' NO     *
001100*                    CRITERIO APLICADO): SORTEIO ALEATORIO,      *
001200*                    VALOR ACIMA DO LIMITE, PASSAGEM POR         *
001300*                    RETENCAO/LIBERACAO DO SUPERVISOR E ORIGEM   *
001400*                    RECICLO OU QUARENTENA. O PARECER ('C'       *
001500*                    CONFORME, 'N' NAO CONFORME, 'R' CONFORME    *
001600*                    COM RESSALVA; BRANCO PENDENTE), O AUDITOR,  *
001700*                    A DATA E A OBSERVACAO SAEM EM BRANCO/ZERO E *
001800*                    SAO PREENCHIDOS PELA AUDITORIA INTERNA NA   *
001900*                    REVISAO.                                    *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002300*    2026-10-15 MAF     VERSAO INICIAL                           *
002400*                                                                *
002500******************************************************************
002600 01  AMO-REC.
002700     05  AMO-PERIODO                 PIC 9(06).
002800     05  AMO-REFERENCIA              PIC X(10).
002900     05  AMO-CHAVE.
003000         10  AMO-CONTA               PIC X(10).
003100         10  AMO-DATA                PIC 9(08).
003200         10  AMO-SEQ                 PIC 9(03).
003300     05  AMO-VALOR                   PIC S9(07)V99.
003400     05  AMO-CRITERIOS.
003500         10  AMO-CRIT-SORTEIO        PIC X(01).
003600         10  AMO-CRIT-VALOR          PIC X(01).
003700         10  AMO-CRIT-RETIDO         PIC X(01).
003800         10  AMO-CRIT-ORIGEM         PIC X(01).
003900     05  AMO-PARECER                 PIC X(01).
004000         88  AMO-PARECER-PENDENTE               VALUE ' '.
004100         88  AMO-CONFORME                       VALUE 'C'.
004200         88  AMO-NAO-CONFORME                   VALUE 'N'.
004300         88  AMO-RESSALVA                       VALUE 'R'.
004400     05  AMO-AUDITOR                 PIC X(08).
004500     05  AMO-DATA-PARECER            PIC 9(08).
004600     05  AMO-OBSERVACAO              PIC X(30).
004700     05  FILLER                      PIC X(03).
