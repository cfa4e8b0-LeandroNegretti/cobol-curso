000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : PENDREC                                    *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DE ALTERACAO PENDENTE    *
000700*                    DE APROVACAO (ARQUIVO INDEXADO PENDMNT,     *
000800*                    120 BYTES). CADA CARTAO DE MANUTENCAO DO    *
000900*                    CADASTRO (CADMNT, ALVO 'C') OU DOS LIMITES  *
001000*                    (LIMMNT, ALVO 'L') VIRA UMA PENDENCIA       *
001100*                    NUMERADA COM O OPERADOR QUE DIGITOU; SO     *
001200*                    CHEGA AO ARQUIVO MESTRE QUANDO OUTRO        *
001300*                    OPERADOR APROVA ('V') EM EXECUCAO           *
001400*                    POSTERIOR. O REGISTRO DE NUMERO ZERO DE     *
001500*                    CADA ALVO E O CONTROLE DA NUMERACAO         *
001600*                    (ULTIMO NUMERO USADO). PEN-CARTAO GUARDA    *
001700*                    AS 65 PRIMEIRAS POSICOES DO CARTAO          *
001800*                    ORIGINAL, REAPLICADAS NA APROVACAO.         *
001900*                                                                *
002000*    HISTORICO DE ALTERACOES                                    *
002100*    DATA       AUTOR   DESCRICAO                                *
002200*    2026-10-15 MAF     VERSAO INICIAL                           *
002300*                                                                *
002400******************************************************************
002500 01  PEN-REC.
002600     05  PEN-CHAVE.
002700         10  PEN-ALVO                PIC X(01).
002800             88  PEN-ALVO-CADASTRO              VALUE 'C'.
002900             88  PEN-ALVO-LIMITE                VALUE 'L'.
003000         10  PEN-NUMERO              PIC 9(07).
003100     05  PEN-SITUACAO                PIC X(01).
003200         88  PEN-PENDENTE                       VALUE 'P'.
003300         88  PEN-APROVADA                       VALUE 'A'.
003400         88  PEN-NEGADA                         VALUE 'R'.
003500         88  PEN-FALHOU                         VALUE 'F'.
003600     05  PEN-DIGITADOR               PIC X(08).
003700     05  PEN-DATA-INCLUSAO           PIC 9(08).
003800     05  PEN-HORA-INCLUSAO           PIC 9(08).
003900     05  PEN-APROVADOR               PIC X(08).
004000     05  PEN-DATA-DECISAO            PIC 9(08).
004100     05  PEN-CARTAO.
004200         10  PEN-CRT-ACAO            PIC X(01).
004300         10  PEN-CRT-CHAVE           PIC X(20).
004400         10  FILLER                  PIC X(44).
004500     05  PEN-CONTROLE REDEFINES PEN-CARTAO.
004600         10  PEN-ULTIMO-NUMERO       PIC 9(07).
004700         10  FILLER                  PIC X(58).
004800     05  FILLER                      PIC X(06).
