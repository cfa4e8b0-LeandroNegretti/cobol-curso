000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : REFPARM                                    *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: AREA DE PARAMETROS DA ROTINA COMUM DE       *
000700*                    NUMERACAO DE REFERENCIAS DE PAGAMENTO       *
000800*                    (SUBPROGRAMA PAGREFN). A REFERENCIA DO      *
000900*                    SISTEMA TEM 10 POSICOES NUMERICAS: NOVE DE  *
001000*                    SEQUENCIA E O DIGITO VERIFICADOR MODULO 11  *
001100*                    NA ULTIMA (MESMO CALCULO DA CONTA DO        *
001200*                    CADASTRO, ROTINA PAGDIGV). FUNCAO 'A' -     *
001300*                    ABRE O CONTROLE DE SEQUENCIA (REFSEQ) PARA  *
001400*                    O CHAMADOR RECUSAR A PARTIDA SE ELE ESTIVER *
001500*                    INDISPONIVEL. FUNCAO 'P' - ATRIBUI A        *
001600*                    PROXIMA REFERENCIA: SOMA 1 AO ULTIMO        *
001700*                    NUMERO, REGRAVA O CONTROLE NA HORA (COM A   *
001800*                    ORIGEM E A DATA INFORMADAS) E DEVOLVE A     *
001900*                    REFERENCIA COM O DIGITO. FUNCAO 'C' -       *
002000*                    CONFERE O DIGITO DE UMA REFERENCIA          *
002100*                    INFORMADA, SEM ABRIR O CONTROLE. RETORNO    *
002200*                    '0' OK, '1' REFERENCIA INVALIDA, '9'        *
002300*                    CONTROLE INDISPONIVEL OU SEQUENCIA          *
002400*                    ESGOTADA.                                   *
002500*                                                                *
002600*    HISTORICO DE ALTERACOES                                    *
002700*    DATA       AUTOR   DESCRICAO                                *
002800*    2026-10-15 MAF     VERSAO INICIAL                           *
002900*                                                                *
003000******************************************************************
003100 01  RFN-PARM.
003200     05  RFN-FUNCAO                  PIC X(01).
003300         88  RFN-FUN-ABRIR                      VALUE 'A'.
003400         88  RFN-FUN-PROXIMA                    VALUE 'P'.
003500         88  RFN-FUN-CONFERIR                   VALUE 'C'.
003600     05  RFN-ORIGEM                  PIC X(10).
003700     05  RFN-DATA                    PIC 9(08).
003800     05  RFN-REFERENCIA              PIC X(10).
003900     05  RFN-RETORNO                 PIC X(01).
004000         88  RFN-OK                             VALUE '0'.
004100         88  RFN-REFERENCIA-INVALIDA            VALUE '1'.
004200         88  RFN-INDISPONIVEL                   VALUE '9'.
