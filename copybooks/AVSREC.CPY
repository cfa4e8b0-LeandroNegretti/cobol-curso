000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : AVSREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DO ARQUIVO DE AVISOS DE  *
000700*                    PAGAMENTO (AVISOPAG), GERADO PELO PAGCONC   *
000800*                    PARA CADA PAGAMENTO LIQUIDADO ('L') CUJA    *
000900*                    CONTA ESTA NO CADASTRO CADMST, E ENTREGUE   *
001000*                    AO FORNECEDOR DE IMPRESSAO E E-MAIL. O      *
001100*                    DETALHE LEVA NOME E BANCO/AGENCIA DO        *
001200*                    FAVORECIDO, VALOR PAGO (LIQUIDO DA RETENCAO *
001300*                    NA FONTE), TARIFA DESCONTADA PELO BANCO     *
001400*                    (ZERO QUANDO O RETORNO CASOU EXATO), DATA   *
001500*                    DE VALOR E REFERENCIA DO PAGAMENTO. O       *
001600*                    ARQUIVO LEVA CABECALHO ('H', ORIGEM E DATA) *
001700*                    E TRAILER ('T', QUANTIDADE NA CONTA E HASH  *
001800*                    DO VALOR) NO MESMO CONVENIO DA REMESSA      *
001900*                    (REMREC).                                   *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002300*    2026-10-15 MAF     VERSAO INICIAL                           *
002320*    2026-10-15 MAF     REFERENCIA DO SISTEMA COM 10 POSICOES E  *
002340*                       INCLUIDA A REFERENCIA DO CLIENTE, NO     *
002360*                       FILLER FINAL (TAMANHO MANTIDO)           *
002400*                                                                *
002500******************************************************************
002600 01  AVS-REC.
002700     05  AVS-TIPO                    PIC X(01).
002800         88  AVS-TIPO-CABECALHO                 VALUE 'H'.
002900         88  AVS-TIPO-DETALHE                   VALUE 'D'.
003000         88  AVS-TIPO-TRAILER                   VALUE 'T'.
003100     05  AVS-CONTA                   PIC X(10).
003200     05  AVS-NOME                    PIC X(30).
003300     05  AVS-BANCO                   PIC 9(03).
003400     05  AVS-AGENCIA                 PIC 9(05).
003500     05  AVS-VALOR                   PIC S9(07)V99.
003600     05  AVS-TARIFA                  PIC S9(07)V99.
003700     05  AVS-DATA-VALOR              PIC 9(08).
003800     05  AVS-REFERENCIA              PIC X(10).
003820     05  AVS-REF-CLIENTE             PIC X(05).
003900     05  FILLER                      PIC X(10).
