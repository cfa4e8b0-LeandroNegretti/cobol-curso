000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : ORCREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DE ORCAMENTO POR CENTRO  *
000700*                    DE CUSTO E PERIODO (ARQUIVO INDEXADO        *
000800*                    ORCMST, 80 BYTES, CHAVE CENTRO DE CUSTO +   *
000900*                    PERIODO AAAAMM). O VALOR APROVADO E MANTIDO *
001000*                    PELO ORCMNT; O CONSUMIDO E RESERVADO NA     *
001100*                    CONFIRMACAO DE CADA PAGAMENTO DO CENTRO COM *
001200*                    DATA DE VALOR NO PERIODO E DEVOLVIDO NO     *
001300*                    ESTORNO (ROTINA PAGORCT). SITUACAO 'A'      *
001400*                    ABERTO, 'E' ENCERRADO (NAO ACEITA NOVAS     *
001500*                    RESERVAS). REGISTRO CRIADO PELA LIBERACAO   *
001600*                    DO SUPERVISOR PARA CENTRO SEM ORCAMENTO TEM *
001700*                    APROVADO ZERO.                              *
001800*                                                                *
001900*    HISTORICO DE ALTERACOES                                    *
002000*    DATA       AUTOR   DESCRICAO                                *
002100*    2026-10-15 MAF     VERSAO INICIAL                           *
002200*                                                                *
002300******************************************************************
002400 01  ORC-REC.
002500     05  ORC-CHAVE.
002600         10  ORC-CENTRO-CUSTO        PIC X(05).
002700         10  ORC-PERIODO             PIC 9(06).
002800     05  ORC-DESCRICAO               PIC X(25).
002900     05  ORC-APROVADO                PIC S9(09)V99.
003000     05  ORC-CONSUMIDO               PIC S9(09)V99.
003100     05  ORC-SITUACAO                PIC X(01).
003200         88  ORC-ABERTO                         VALUE 'A'.
003300         88  ORC-ENCERRADO                      VALUE 'E'.
003400     05  ORC-DATA-SITUACAO           PIC 9(08).
003500     05  ORC-DATA-MOVIMENTO          PIC 9(08).
003600     05  FILLER                      PIC X(05).
