000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : TRBPARM                                    *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: AREA DE PARAMETROS DA ROTINA COMUM DE       *
000700*                    RETENCAO NA FONTE (SUBPROGRAMA PAGTRIB).    *
000800*                    FUNCAO 'C' - CALCULA: O CHAMADOR INFORMA A  *
000900*                    CATEGORIA FISCAL DO FAVORECIDO E O VALOR    *
001000*                    BRUTO; A ROTINA DEVOLVE O CODIGO DO         *
001100*                    IMPOSTO, A ALIQUOTA, A CONTA DE IMPOSTO A   *
001200*                    RECOLHER E O VALOR RETIDO (ARREDONDADO NO   *
001300*                    CENTAVO; ZERO PARA VALOR BRUTO NAO          *
001400*                    POSITIVO). CATEGORIA EM BRANCO E FAVORECIDO *
001500*                    SEM RETENCAO (RETORNO '0', CODIGO EM        *
001600*                    BRANCO). FUNCAO 'K' - CONSULTA: DEVOLVE     *
001700*                    DESCRICAO, ALIQUOTA E CONTA DO CODIGO DE    *
001800*                    IMPOSTO INFORMADO. CATEGORIA OU CODIGO FORA *
001900*                    DA TABELA IMPTAB DEVOLVE RETORNO '1'.       *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002300*    2026-10-15 MAF     VERSAO INICIAL                           *
002400*                                                                *
002500******************************************************************
002600 01  TRB-PARM.
002700     05  TRB-FUNCAO                  PIC X(01).
002800         88  TRB-FUN-CALCULAR                   VALUE 'C'.
002900         88  TRB-FUN-CONSULTAR                  VALUE 'K'.
003000     05  TRB-CATEGORIA               PIC X(02).
003100     05  TRB-VALOR-BRUTO             PIC S9(07)V99.
003200     05  TRB-CODIGO                  PIC X(04).
003300     05  TRB-DESCRICAO               PIC X(20).
003400     05  TRB-ALIQUOTA                PIC 9(02)V99.
003500     05  TRB-CONTA-RAZAO             PIC X(10).
003600     05  TRB-VALOR-RETIDO            PIC S9(07)V99.
003700     05  TRB-RETORNO                 PIC X(01).
003800         88  TRB-OK                             VALUE '0'.
003900         88  TRB-NAO-ENCONTRADO                 VALUE '1'.
