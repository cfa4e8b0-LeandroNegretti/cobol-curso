002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                                *
002500*    2026-09-02 MAF     VERSAO INICIAL                           *
002520*    2026-10-15 MAF     INCLUIDAS AS SITUACOES CANCELADO ('X')   *
002540*                       E RECOLHIMENTO PEDIDO ('Z')              *
002550*    2026-10-15 MAF     SITUACOES 'D' (DEVOLVIDO PELO BANCO) E   *
002560*                       'V' (DEVOLVIDO E ESTORNADO) PASSAM A SER *
002570*                       DESCRITAS NA LISTAGEM                    *
002580*    2026-10-15 MAF     MOVIMENTO LISTA A REFERENCIA UNICA DO    *
002590*                       SISTEMA (10 POSICOES) E A DO CLIENTE     *
002592*    2026-10-15 MAF     SITUACOES DESVIADO ('B'), RECOLHIMENTO   *
002594*                       PEDIDO ('C') E LIQUIDADO A RELANCAR      *
002596*                       ('W') COM DESCRICAO PROPRIA              *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
006800     05  SR-SEQ                  PIC 9(03).
006900     05  SR-VALOR                PIC S9(07)V99.
007000     05  SR-FLAG                 PIC X(01).
007100     05  SR-REFERENCIA           PIC X(10).
007120     05  SR-REF-CLIENTE          PIC X(05).
007200     05  SR-NOME                 PIC X(30).
007300
007400 FD  REPORT-FILE
012900     05  FILLER                  PIC X(05) VALUE 'SEQ'.
013000     05  FILLER                  PIC X(14) VALUE 'VALOR'.
013100     05  FILLER                  PIC X(14) VALUE 'SITUACAO'.
013200     05  FILLER                  PIC X(12) VALUE 'REFERENCIA'.
013220     05  FILLER                  PIC X(25) VALUE 'REF CLIENTE'.
013300
013400 01  WS-LINHA-DETALHE.
013500     05  DET-DATA                PIC 9(08).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  DET-SITUACAO            PIC X(12).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  DET-REFERENCIA          PIC X(10).
014320     05  FILLER                  PIC X(02) VALUE SPACES.
014340     05  DET-REF-CLIENTE         PIC X(05).
014400
014500 01  WS-LINHA-TOT-CONTA.
014600     05  FILLER                  PIC X(21) VALUE
022000         MOVE PAGD-VALOR TO SR-VALOR
022100         MOVE PAGD-FLAG TO SR-FLAG
022200         MOVE PAGD-REFERENCIA TO SR-REFERENCIA
022220         MOVE PAGD-REF-CLIENTE TO SR-REF-CLIENTE
022300         MOVE WS-NOME-FAVORECIDO TO SR-NOME
022400         RELEASE SORT-REC
022500     END-IF
030100         WHEN 'G' MOVE 'AGENDADO' TO DET-SITUACAO
030200         WHEN 'P' MOVE 'AGUARD APROV' TO DET-SITUACAO
030300         WHEN 'R' MOVE 'REJEITADO' TO DET-SITUACAO
030320         WHEN 'X' MOVE 'CANCELADO' TO DET-SITUACAO
030340         WHEN 'Z' MOVE 'RECOLHIMENTO' TO DET-SITUACAO
030360         WHEN 'D' MOVE 'DEVOLVIDO' TO DET-SITUACAO
030380         WHEN 'V' MOVE 'ESTORNADO' TO DET-SITUACAO
030385         WHEN 'B' MOVE 'DESVIADO' TO DET-SITUACAO
030390         WHEN 'C' MOVE 'RECOL PEDIDO' TO DET-SITUACAO
030395         WHEN 'W' MOVE 'LIQ RELANCAR' TO DET-SITUACAO
030400         WHEN OTHER MOVE 'PENDENTE' TO DET-SITUACAO
030500     END-EVALUATE
030600     MOVE SR-REFERENCIA TO DET-REFERENCIA
030620     MOVE SR-REF-CLIENTE TO DET-REF-CLIENTE
030700     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
030800     WRITE REPORT-LINHA
030900
