001486*                       CODIGOS DO PGEXE002, 'R' RECICLO, 'Q'    *
001487*                       QUARENTENA LIBERADA PELO PAGQUAR;        *
001488*                       BRANCO E ASSUMIDO COMO 'D' NA TRIAGEM    *
001489*    2026-10-15 MAF     NA TRANSACAO 'X' (CANCELAMENTO) O NOVO   *
001490*                       FLAG LEVA O MOTIVO DO CANCELAMENTO       *
001491*                       (TRANS-MOTIVO-CANC): 'B' PEDIDO DO       *
001492*                       FAVORECIDO, 'U' PEDIDO DA AREA, 'D'      *
001493*                       DUPLICIDADE, 'E' ERRO DE DADOS, 'F'      *
001494*                       SUSPEITA DE FRAUDE, 'O' OUTROS           *
001495*    2026-10-15 MAF     TRANS-REFERENCIA PASSA A SER A           *
001496*                       REFERENCIA DO CLIENTE, GUARDADA A PARTE  *
001497*                       NO DETALHE E NO MESTRE; A REFERENCIA DO  *
001498*                       PAGAMENTO E ATRIBUIDA PELO SISTEMA       *
001499*                       (PAGREFN)                                *
001500*    2026-10-15 MAF     INCLUIDO O CENTRO DE CUSTO A QUE O       *
001501*                       PAGAMENTO E DEBITADO, CONFERIDO CONTRA O *
001502*                       ORCAMENTO DO CENTRO NA CONFIRMACAO       *
001503*                       (REGISTRO PASSA DE 35 PARA 40 BYTES)     *
001504*                                                                *
001600******************************************************************
001700 01  TRANS-REC.
002000     05  TRANS-CODIGO                PIC X(01).
002200     05  TRANS-VALOR                 PIC S9(07)V99.
002300     05  TRANS-DATA                  PIC 9(08).
002400     05  TRANS-NOVO-FLAG             PIC X(01).
002420     05  TRANS-MOTIVO-CANC REDEFINES TRANS-NOVO-FLAG
002440                                     PIC X(01).
002460         88  TRANS-MOTIVO-VALIDO            VALUE 'B' 'U' 'D'
002480                                                  'E' 'F' 'O'.
002500     05  TRANS-REFERENCIA            PIC X(05).
002600     05  TRANS-ORIGEM                PIC X(01).
002700     05  TRANS-CENTRO-CUSTO          PIC X(05).
