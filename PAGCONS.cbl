002119*                       REFERENCIA, FECHADO POR UM TRAILER       *
002120*                       'T' COM QUANTIDADE E TOTAL PARA          *
002121*                       CONFERENCIA NA PLANILHA DA TESOURARIA    *
002122*    2026-10-15 MAF     INCLUIDAS AS SITUACOES CANCELADO ('X')   *
002123*                       E RECOLHIMENTO PEDIDO ('Z')              *
002124*    2026-10-15 MAF     ARQUIVO HISTORICO PASSA A 50 BYTES       *
002125*                       (DETALHE COM RETENCAO NA FONTE)          *
002126*    2026-10-15 MAF     SITUACOES 'D' (DEVOLVIDO PELO BANCO) E   *
002127*                       'V' (DEVOLVIDO E ESTORNADO) PASSAM A SER *
002128*                       DESCRITAS NA LISTAGEM                    *
002129*    2026-10-15 MAF     MODO 'R' BUSCA A REFERENCIA UNICA DO     *
002130*                       SISTEMA (10 POSICOES); RECUSA COM RC = 8 *
002131*                       SE O DIGITO VERIFICADOR NAO CONFERIR     *
002132*                       (PAGREFN); EXTRATO COM A REFERENCIA DO   *
002133*                       CLIENTE; ARQUIVO HISTORICO COM 60 BYTES  *
002134*    2026-10-15 MAF     ARQUIVO HISTORICO COM O DETALHE DE 65    *
002135*                       BYTES (CENTRO DE CUSTO)                  *
002136*    2026-10-15 MAF     SITUACOES DESVIADO ('B'), RECOLHIMENTO   *
002137*                       PEDIDO ('C') E LIQUIDADO A RELANCAR      *
002138*                       ('W') COM DESCRICAO PROPRIA              *
002139*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004460 COPY CADREC.
004470
004480 FD  ARQUIVO-FILE
004482     RECORD CONTAINS 65 CHARACTERS.
004484 COPY PAGDREC REPLACING LEADING ==PAGD== BY ==ARQ==.
004500
004600 SD  SORT-FILE.
004950     05  SR-SEQ                  PIC 9(03).
005000     05  SR-VALOR                PIC S9(07)V99.
005100     05  SR-FLAG                 PIC X(01).
005150     05  SR-REFERENCIA           PIC X(10).
005170     05  SR-REF-CLIENTE          PIC X(05).
005200
005300 FD  REPORT-FILE
005400     RECORD CONTAINS 80 CHARACTERS.
005960 77  WS-NOME-FAVORECIDO          PIC X(20) VALUE SPACES.
005970
005980 COPY DATAREC.
005985
005990 COPY REFPARM.
006000
006100 01  WS-PARAMETROS.
006120     05  WS-MODO-SELECAO         PIC X(01) VALUE 'C'.
006140         88  WS-MODO-FAIXA                  VALUE 'C'.
006160         88  WS-MODO-REFERENCIA             VALUE 'R'.
006180     05  WS-REFERENCIA-BUSCA     PIC X(10) VALUE SPACES.
006200     05  WS-CONTA-INICIAL        PIC X(10) VALUE SPACES.
006300     05  WS-CONTA-FINAL          PIC X(10) VALUE HIGH-VALUES.
006400     05  WS-DATA-INICIAL         PIC 9(08) VALUE ZERO.
009930     05  FILLER                  PIC X(01) VALUE ';'.
009932     05  EXT-SITUACAO            PIC X(01).
009934     05  FILLER                  PIC X(01) VALUE ';'.
009936     05  EXT-REFERENCIA          PIC X(10).
009937     05  FILLER                  PIC X(01) VALUE ';'.
009938     05  EXT-REF-CLIENTE         PIC X(05).
009939     05  FILLER                  PIC X(05) VALUE SPACES.
009940
009942 01  WS-LINHA-EXT-TRAILER.
009944     05  EXT-TRL-TIPO            PIC X(01) VALUE 'T'.
011410     IF WS-MODO-REFERENCIA
011420         ACCEPT WS-REFERENCIA-BUSCA FROM SYSIN
011430         ACCEPT WS-INCLUI-ARQUIVO FROM SYSIN
011435         PERFORM 0300-VALIDAR-REFERENCIA THRU 0300-EXIT
011440     ELSE
011450         ACCEPT WS-CONTA-INICIAL FROM SYSIN
011500         ACCEPT WS-CONTA-FINAL FROM SYSIN
012510     END-IF.
012512 0200-EXIT.
012514     EXIT.
012515
012516*----------------------------------------------------------*
012517* 0300-VALIDAR-REFERENCIA - CONFERE O DIGITO VERIFICADOR DA *
012518*                           REFERENCIA DO SYSIN PELA ROTINA *
012519*                           PAGREFN ANTES DE QUALQUER BUSCA *
012520*----------------------------------------------------------*
012521 0300-VALIDAR-REFERENCIA.
012522     MOVE 'C' TO RFN-FUNCAO
012523     MOVE WS-REFERENCIA-BUSCA TO RFN-REFERENCIA
012524     CALL 'PAGREFN' USING RFN-PARM
012525     IF NOT RFN-OK
012526         DISPLAY 'REFERENCIA INVALIDA (DIGITO VERIFICADOR): '
012527             WS-REFERENCIA-BUSCA
012528         MOVE 8 TO RETURN-CODE
012529         STOP RUN
012530     END-IF.
012531 0300-EXIT.
012532     EXIT.
012533
012600*----------------------------------------------------------*
012700* 1000-SELECIONAR - LE O ARQUIVO MESTRE E LIBERA PARA A     *
012800*                   ORDENACAO AS CONTAS/DATAS DENTRO DA     *
014700         MOVE PAGD-VALOR TO SR-VALOR
014800         MOVE PAGD-FLAG TO SR-FLAG
014850         MOVE PAGD-REFERENCIA TO SR-REFERENCIA
014870         MOVE PAGD-REF-CLIENTE TO SR-REF-CLIENTE
014900         RELEASE SORT-REC
015000     END-IF
015100     PERFORM 1900-LER-PROXIMO THRU 1900-EXIT.
015352         MOVE PAGD-VALOR TO SR-VALOR
015354         MOVE PAGD-FLAG TO SR-FLAG
015355         MOVE PAGD-REFERENCIA TO SR-REFERENCIA
015356         MOVE PAGD-REF-CLIENTE TO SR-REF-CLIENTE
015357         RELEASE SORT-REC
015358         PERFORM 1900-LER-PROXIMO THRU 1900-EXIT
015360     ELSE
015362         SET WS-FIM-PAGTO TO TRUE
015470         MOVE ARQ-VALOR TO SR-VALOR
015480         MOVE ARQ-FLAG TO SR-FLAG
015485         MOVE ARQ-REFERENCIA TO SR-REFERENCIA
015487         MOVE ARQ-REF-CLIENTE TO SR-REF-CLIENTE
015490         RELEASE SORT-REC
015492     END-IF
015494     PERFORM 1950-LER-MORTO THRU 1950-EXIT.
019158         WHEN 'G' MOVE 'AGENDADO' TO DET-SITUACAO
019160         WHEN 'P' MOVE 'AGUARD APROV' TO DET-SITUACAO
019200         WHEN 'R' MOVE 'REJEITADO' TO DET-SITUACAO
019220         WHEN 'X' MOVE 'CANCELADO' TO DET-SITUACAO
019240         WHEN 'Z' MOVE 'RECOLHIMENTO' TO DET-SITUACAO
019260         WHEN 'D' MOVE 'DEVOLVIDO' TO DET-SITUACAO
019280         WHEN 'V' MOVE 'ESTORNADO' TO DET-SITUACAO
019285         WHEN 'B' MOVE 'DESVIADO' TO DET-SITUACAO
019290         WHEN 'C' MOVE 'RECOL PEDIDO' TO DET-SITUACAO
019295         WHEN 'W' MOVE 'LIQ RELANCAR' TO DET-SITUACAO
019300         WHEN OTHER MOVE 'PENDENTE' TO DET-SITUACAO
019400     END-EVALUATE
019500     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
021828     MOVE SR-VALOR TO EXT-VALOR
021830     MOVE SR-FLAG TO EXT-SITUACAO
021832     MOVE SR-REFERENCIA TO EXT-REFERENCIA
021833     MOVE SR-REF-CLIENTE TO EXT-REF-CLIENTE
021834     MOVE WS-LINHA-EXTRATO TO EXT-REC
021836     WRITE EXT-REC.
021838 2600-EXIT.
