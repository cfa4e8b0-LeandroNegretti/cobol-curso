001900*    2026-09-02 MAF     VERSAO INICIAL - SUBSTITUI O REGISTRO    *
002000*                       DE 80 BYTES SEM CONTADOR QUE ERA         *
002100*                       DECLARADO DIRETO NO FD DE PAGTRIA        *
002120*    2026-10-15 MAF     O FILLER FINAL PASSA A GUARDAR O CENTRO  *
002140*                       DE CUSTO DA TRANSACAO RETIDA             *
002200*                                                                *
002300******************************************************************
002400 01  QUAR-REC.
003400     05  QUAR-MOTIVO                 PIC X(36).
003500     05  FILLER                      PIC X(01).
003600     05  QUAR-CICLOS                 PIC 9(02).
003700     05  QUAR-CENTRO-CUSTO           PIC X(05).
