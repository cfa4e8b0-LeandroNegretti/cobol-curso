000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : DIGPARM                                    *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: AREA DE PARAMETROS DA ROTINA COMUM DE       *
000700*                    DIGITO VERIFICADOR (SUBPROGRAMA PAGDIGV).   *
000800*                    O CHAMADOR INFORMA A FUNCAO E O NUMERO      *
000900*                    (ALINHADO A ESQUERDA, COM O DIGITO NO       *
001000*                    FINAL); A ROTINA DEVOLVE O DIGITO           *
001100*                    CALCULADO EM DIG-DIGITO E O RETORNO '0'     *
001200*                    (DIGITO CONFERE) OU '1' (NUMERO INVALIDO).  *
001300*                    FUNCAO 'C' - CONTA DO CADASTRO (CADMST):    *
001400*                    10 POSICOES NUMERICAS, A ULTIMA E O DIGITO  *
001500*                    MODULO 11 DAS NOVE PRIMEIRAS, PESOS 2 A 9   *
001600*                    DA DIREITA PARA A ESQUERDA; RESTO QUE DA    *
001700*                    DIGITO 10 OU 11 VALE ZERO.                  *
001710*                    FUNCAO 'F' - CPF: 11 POSICOES NUMERICAS,    *
001720*                    AS DUAS ULTIMAS SAO OS DIGITOS. FUNCAO 'J'  *
001730*                    - CNPJ: 14 POSICOES NUMERICAS, AS DUAS      *
001740*                    ULTIMAS SAO OS DIGITOS. NOS DOIS, NUMERO    *
001750*                    COM TODAS AS POSICOES IGUAIS E INVALIDO E   *
001760*                    DIG-DIGITO DEVOLVE OS DOIS DIGITOS.         *
001770*                    FUNCAO 'R' - REFERENCIA DE PAGAMENTO: MESMO *
001780*                    FORMATO E CALCULO DA FUNCAO 'C'.            *
001800*                                                                *
001900*    HISTORICO DE ALTERACOES                                    *
002000*    DATA       AUTOR   DESCRICAO                                *
002100*    2026-10-15 MAF     VERSAO INICIAL                           *
002120*    2026-10-15 MAF     INCLUIDAS AS FUNCOES 'F' (CPF) E 'J'     *
002140*                       (CNPJ) PARA O CADASTRO FISCAL DO         *
002160*                       FAVORECIDO                               *
002170*    2026-10-15 MAF     INCLUIDA A FUNCAO 'R' (REFERENCIA DE     *
002180*                       PAGAMENTO ATRIBUIDA PELO PAGREFN)        *
002200*                                                                *
002300******************************************************************
002400 01  DIG-PARM.
002500     05  DIG-FUNCAO                  PIC X(01).
002600         88  DIG-FUN-CONTA                      VALUE 'C'.
002620         88  DIG-FUN-CPF                        VALUE 'F'.
002640         88  DIG-FUN-CNPJ                       VALUE 'J'.
002660         88  DIG-FUN-REFERENCIA                 VALUE 'R'.
002700     05  DIG-NUMERO                  PIC X(20).
002800     05  DIG-DIGITO                  PIC X(02).
002900     05  DIG-RETORNO                 PIC X(01).
003000         88  DIG-DIGITO-OK                      VALUE '0'.
003100         88  DIG-NUMERO-INVALIDO                VALUE '1'.
