000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : ORDREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DE ORDEM PERMANENTE DE   *
000700*                    PAGAMENTO (ARQUIVO INDEXADO ORDPAG, CHAVE   *
000800*                    CONTA + SEQUENCIA DA ORDEM NA CONTA).       *
000900*                    MANTIDO PELO ORDMNT E LIDO PELO ORDGER, QUE *
001000*                    GERA AS OCORRENCIAS COMO PAGAMENTOS         *
001100*                    AGENDADOS ('G') NO PAGDET. FREQUENCIA 'M'   *
001200*                    (MENSAL, NO DIA DO MES ORD-DIA; MES MAIS    *
001300*                    CURTO VENCE NO ULTIMO DIA) OU 'S' (SEMANAL, *
001400*                    DE SETE EM SETE DIAS A PARTIR DA DATA DE    *
001500*                    INICIO). DATA FIM ZERO E ORDEM SEM PRAZO.   *
001600*                    SITUACAO 'A' ATIVA, 'S' SUSPENSA, 'E'       *
001700*                    ENCERRADA. ORD-PROX-DATA E O PROXIMO        *
001800*                    VENCIMENTO NOMINAL (ANTES DA ROLAGEM PARA   *
001900*                    DIA UTIL); A REFERENCIA DE CADA OCORRENCIA  *
002000*                    E O PREFIXO SEGUIDO DOS DOIS ULTIMOS        *
002100*                    DIGITOS DA QUANTIDADE DE OCORRENCIAS        *
002200*                    GERADAS.                                    *
002300*                                                                *
002400*    HISTORICO DE ALTERACOES                                    *
002500*    DATA       AUTOR   DESCRICAO                                *
002600*    2026-10-15 MAF     VERSAO INICIAL                           *
002620*    2026-10-15 MAF     INCLUIDO O CENTRO DE CUSTO DAS           *
002640*                       OCORRENCIAS GERADAS PELA ORDEM           *
002700*                                                                *
002800******************************************************************
002900 01  ORD-REC.
003000     05  ORD-CHAVE.
003100         10  ORD-CONTA               PIC X(10).
003200         10  ORD-SEQ                 PIC 9(02).
003300     05  ORD-VALOR                   PIC S9(07)V99.
003400     05  ORD-FREQUENCIA              PIC X(01).
003500         88  ORD-MENSAL                         VALUE 'M'.
003600         88  ORD-SEMANAL                        VALUE 'S'.
003700     05  ORD-DIA                     PIC 9(02).
003800     05  ORD-DATA-INICIO             PIC 9(08).
003900     05  ORD-DATA-FIM                PIC 9(08).
004000     05  ORD-PREFIXO                 PIC X(03).
004100     05  ORD-SITUACAO                PIC X(01).
004200         88  ORD-ATIVA                          VALUE 'A'.
004300         88  ORD-SUSPENSA                       VALUE 'S'.
004400         88  ORD-ENCERRADA                      VALUE 'E'.
004500     05  ORD-PROX-DATA               PIC 9(08).
004600     05  ORD-ULT-GERADA              PIC 9(08).
004700     05  ORD-QTD-GERADAS             PIC 9(05).
004800     05  ORD-DATA-SITUACAO           PIC 9(08).
004820     05  ORD-CENTRO-CUSTO            PIC X(05).
004900     05  FILLER                      PIC X(02).
