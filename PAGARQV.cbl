002686*                       DATA E PARAR NA DATA DE CORTE; OS        *
002688*                       CONTADORES DE MANTIDOS PASSAM A          *
002690*                       COBRIR SO A FAIXA EXAMINADA              *
002692*    2026-10-15 MAF     CANCELADOS ('X') PASSAM A SER            *
002694*                       ARQUIVADOS JUNTO COM REJEITADOS E        *
002696*                       LIQUIDADOS                               *
002697*    2026-10-15 MAF     ARQUIVO HISTORICO PASSA A 50 BYTES       *
002698*                       (DETALHE COM RETENCAO NA FONTE)          *
002699*    2026-10-15 MAF     DEVOLVIDOS JA ESTORNADOS NO RAZAO ('V')  *
002700*                       PASSAM A SER ARQUIVADOS JUNTO COM        *
002701*                       REJEITADOS, LIQUIDADOS E CANCELADOS      *
002702*    2026-10-15 MAF     ARQUIVO HISTORICO PASSA A 60 BYTES, COM  *
002703*                       A REFERENCIA DO SISTEMA E A DO CLIENTE   *
002704*    2026-10-15 MAF     ARQUIVO HISTORICO COM O DETALHE DE 65    *
002705*                       BYTES (CENTRO DE CUSTO)                  *
002706*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
006100 COPY PAGREC.
006200
006300 FD  ARQUIVO-FILE
006400     RECORD CONTAINS 65 CHARACTERS.
006500 COPY PAGDREC REPLACING LEADING ==PAGD== BY ==ARQ==.
006600
006700 FD  REPORT-FILE
015400
015500*----------------------------------------------------------*
015600* 2000-EXPURGAR-DETALHE - VARRE O DETALHE INTEIRO MOVENDO   *
015700*                         PARA O MORTO OS REJEITADOS,       *
015800*                         CANCELADOS E LIQUIDADOS           *
015820*                         ANTERIORES AO CORTE               *
015900*----------------------------------------------------------*
016000 2000-EXPURGAR-DETALHE.
016100     MOVE ZERO TO PAGD-DATA
017440         SET WS-FIM-DETALHE TO TRUE
017460         GO TO 2100-EXIT
017480     END-IF
017500     IF PAGD-REJEITADO OR PAGD-LIQUIDADO OR PAGD-CANCELADO
017600        OR PAGD-ESTORNADO
017700         ADD 1 TO WS-DET-MOVIDOS
017800         ADD PAGD-VALOR TO WS-VAL-DET-MOVIDOS
017900         MOVE PAGD-REC TO ARQ-REC
021600     EXIT.
021700
021800 3100-AVALIAR-MESTRE.
021900     IF (PAGTO-REJEITADO OR PAGTO-LIQUIDADO
021920         OR PAGTO-CANCELADO OR PAGTO-ESTORNADO)
022000        AND PAGTO-DATA < WS-DATA-CORTE
022100         ADD 1 TO WS-MST-MOVIDOS
022200         ADD PAGTO-VALOR TO WS-VAL-MST-MOVIDOS
022700         MOVE PAGTO-VALOR TO ARQ-VALOR
022800         MOVE PAGTO-FLAG TO ARQ-FLAG
022900         MOVE PAGTO-REFERENCIA TO ARQ-REFERENCIA
022920         MOVE PAGTO-REF-CLIENTE TO ARQ-REF-CLIENTE
023000         WRITE ARQ-REC
023100         DELETE PAGTO-FILE
023120         PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
