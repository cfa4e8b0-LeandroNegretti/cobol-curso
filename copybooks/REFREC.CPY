000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : REFREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DE CONTROLE DA SEQUENCIA *
000700*                    DE REFERENCIAS DE PAGAMENTO (ARQUIVO        *
000800*                    INDEXADO REFSEQ), ATUALIZADO SOMENTE PELA   *
000900*                    ROTINA COMUM PAGREFN. REGISTRO UNICO DE     *
001000*                    CHAVE '1' COM O ULTIMO NUMERO ATRIBUIDO E O *
001100*                    PROGRAMA E A DATA DE CICLO DA ULTIMA        *
001200*                    ATRIBUICAO. ARQUIVO VAZIO COMECA A          *
001300*                    NUMERACAO EM 1.                             *
001400*                                                                *
001500*    HISTORICO DE ALTERACOES                                    *
001600*    DATA       AUTOR   DESCRICAO                                *
001700*    2026-10-15 MAF     VERSAO INICIAL                           *
001800*                                                                *
001900******************************************************************
002000 01  RFS-REC.
002100     05  RFS-CHAVE                   PIC X(01).
002200     05  RFS-ULTIMO-NUMERO           PIC 9(09).
002300     05  RFS-ORIGEM                  PIC X(10).
002400     05  RFS-DATA                    PIC 9(08).
002500     05  FILLER                      PIC X(12).
