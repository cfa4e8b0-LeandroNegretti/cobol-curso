000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-08-22                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DO ARQUIVO DE RECICLO    *
000700*                    DE EXCECOES (ARQUIVO RECICLO, 85 BYTES).    *
000800*                    GUARDA A TRANSACAO ORIGINAL REJEITADA NO    *
000900*                    LAYOUT TRANREC, O MOTIVO DA REJEICAO, A     *
001000*                    SITUACAO NO RECICLO ('P' PENDENTE DE        *
001920*    2026-09-02 MAF     A TRANSACAO GUARDADA GANHOU O CODIGO     *
001940*                       DE ORIGEM/CANAL (TRANREC DE 35 BYTES);   *
001960*                       O FILLER FINAL ENCOLHEU DE 4 PARA 3      *
001965*    2026-10-15 MAF     PAGAMENTO DEVOLVIDO PELO BANCO ENTRA NO  *
001970*                       RECICLO PELO PAGCONC, COMO TRANSACAO 'A' *
001975*                       COM O MOTIVO DA DEVOLUCAO, PARA          *
001980*                       CORRECAO E REENVIO PELO PAGRECI          *
001985*    2026-10-15 MAF     INCLUIDO NO FINAL O CENTRO DE CUSTO DA   *
001990*                       TRANSACAO RECICLADA (REGISTRO PASSA DE   *
001995*                       80 PARA 85 BYTES)                        *
002000*                                                                *
002100******************************************************************
002200 01  REC-REC.
003600     05  FILLER                      PIC X(01).
003700     05  REC-CICLOS                  PIC 9(02).
003800     05  FILLER                      PIC X(03).
003900     05  REC-CENTRO-CUSTO            PIC X(05).
