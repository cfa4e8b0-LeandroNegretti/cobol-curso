002400*    HISTORICO DE ALTERACOES                                    *
002500*    DATA       AUTOR   DESCRICAO                                *
002600*    2026-09-02 MAF     VERSAO INICIAL                           *
002620*    2026-10-15 MAF     JORNAL PASSA A 240 BYTES E O DETALHE A   *
002640*                       50 (RETENCAO NA FONTE)                   *
002660*    2026-10-15 MAF     IMAGENS DO MESTRE (43) E DO DETALHE (60) *
002680*                       COM A REFERENCIA UNICA DO SISTEMA        *
002685*    2026-10-15 MAF     IMAGEM DO DETALHE COM 65 BYTES (CENTRO   *
002690*                       DE CUSTO)                                *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  JORNAL-FILE
006000     RECORD CONTAINS 240 CHARACTERS.
006100 COPY JRNREC.
006200
006300 FD  PAGTO-FILE.
018900     ADD 1 TO WS-CONT-APLICADOS
019000     EVALUATE TRUE
019100         WHEN JRN-OPER-INCLUSAO
019200             MOVE JRN-IMAGEM-DEPOIS (1:43) TO PAGTO-REC
019300             WRITE PAGTO-REC
019400                 INVALID KEY
019500                     ADD 1 TO WS-CONT-AJUSTADOS
019600                     REWRITE PAGTO-REC
019700             END-WRITE
019800         WHEN JRN-OPER-REGRAVACAO
019900             MOVE JRN-IMAGEM-DEPOIS (1:43) TO PAGTO-REC
020000             REWRITE PAGTO-REC
020100                 INVALID KEY
020200                     ADD 1 TO WS-CONT-AJUSTADOS
020300                     WRITE PAGTO-REC
020400             END-REWRITE
020500         WHEN JRN-OPER-EXCLUSAO
020600             MOVE JRN-IMAGEM-ANTES (1:43) TO PAGTO-REC
020700             DELETE PAGTO-FILE
020800                 INVALID KEY
020900                     ADD 1 TO WS-CONT-AJUSTADOS
022300     ADD 1 TO WS-CONT-APLICADOS
022400     EVALUATE TRUE
022500         WHEN JRN-OPER-INCLUSAO
022600             MOVE JRN-IMAGEM-DEPOIS (1:65) TO PAGD-REC
022700             WRITE PAGD-REC
022800                 INVALID KEY
022900                     ADD 1 TO WS-CONT-AJUSTADOS
023000                     REWRITE PAGD-REC
023100             END-WRITE
023200         WHEN JRN-OPER-REGRAVACAO
023300             MOVE JRN-IMAGEM-DEPOIS (1:65) TO PAGD-REC
023400             REWRITE PAGD-REC
023500                 INVALID KEY
023600                     ADD 1 TO WS-CONT-AJUSTADOS
023700                     WRITE PAGD-REC
023800             END-REWRITE
023900         WHEN JRN-OPER-EXCLUSAO
024000             MOVE JRN-IMAGEM-ANTES (1:65) TO PAGD-REC
024100             DELETE PAGDET-FILE
024200                 INVALID KEY
024300                     ADD 1 TO WS-CONT-AJUSTADOS
