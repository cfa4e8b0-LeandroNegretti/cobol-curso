000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : ORCPARM                                    *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: AREA DE PARAMETROS DA ROTINA COMUM DE       *
000700*                    CONTROLE ORCAMENTARIO POR CENTRO DE CUSTO   *
000800*                    (SUBPROGRAMA PAGORCT, ARQUIVO ORCMST). O    *
000900*                    PERIODO E O ANO/MES DA DATA DE VALOR        *
001000*                    INFORMADA EM OCP-DATA. FUNCAO 'A' - ABRE O  *
001100*                    ORCAMENTO PARA O CHAMADOR RECUSAR A PARTIDA *
001200*                    SE ELE ESTIVER INDISPONIVEL. FUNCAO 'R' -   *
001300*                    RESERVA O VALOR NO CONSUMIDO SE COUBER NO   *
001400*                    SALDO DO PERIODO; SE NAO COUBER, NADA E     *
001500*                    RESERVADO E O RETORNO DIZ O MOTIVO. FUNCAO  *
001600*                    'F' - RESERVA SEM CRITICA (LIBERACAO DO     *
001700*                    SUPERVISOR), CRIANDO O REGISTRO COM         *
001800*                    APROVADO ZERO SE PRECISO. FUNCAO 'E' -      *
001900*                    ESTORNA O VALOR DO CONSUMIDO.               *
002000*                    OCP-DISPONIVEL DEVOLVE O SALDO (APROVADO    *
002100*                    MENOS CONSUMIDO) E OCP-MOTIVO O TEXTO DA    *
002200*                    RECUSA. RETORNO '0' OK, '1' SALDO           *
002300*                    INSUFICIENTE, '2' SEM ORCAMENTO NO PERIODO, *
002400*                    '3' PAGAMENTO SEM CENTRO DE CUSTO, '4'      *
002500*                    PERIODO ENCERRADO, '9' ORCAMENTO            *
002600*                    INDISPONIVEL.                               *
002700*                                                                *
002800*    HISTORICO DE ALTERACOES                                    *
002900*    DATA       AUTOR   DESCRICAO                                *
003000*    2026-10-15 MAF     VERSAO INICIAL                           *
003100*                                                                *
003200******************************************************************
003300 01  OCP-PARM.
003400     05  OCP-FUNCAO                  PIC X(01).
003500         88  OCP-FUN-ABRIR                      VALUE 'A'.
003600         88  OCP-FUN-RESERVAR                   VALUE 'R'.
003700         88  OCP-FUN-FORCAR                     VALUE 'F'.
003800         88  OCP-FUN-ESTORNAR                   VALUE 'E'.
003900     05  OCP-CENTRO-CUSTO            PIC X(05).
004000     05  OCP-DATA                    PIC 9(08).
004100     05  OCP-DATA-R REDEFINES OCP-DATA.
004200         10  OCP-PERIODO             PIC 9(06).
004300         10  FILLER                  PIC 9(02).
004400     05  OCP-VALOR                   PIC S9(09)V99.
004500     05  OCP-DATA-PROCESSO           PIC 9(08).
004600     05  OCP-DISPONIVEL              PIC S9(09)V99.
004700     05  OCP-MOTIVO                  PIC X(36).
004800     05  OCP-RETORNO                 PIC X(01).
004900         88  OCP-OK                             VALUE '0'.
005000         88  OCP-EXCEDIDO                       VALUE '1'.
005100         88  OCP-SEM-ORCAMENTO                  VALUE '2'.
005200         88  OCP-SEM-CENTRO                     VALUE '3'.
005300         88  OCP-ENCERRADO                      VALUE '4'.
005400         88  OCP-INDISPONIVEL                   VALUE '9'.
