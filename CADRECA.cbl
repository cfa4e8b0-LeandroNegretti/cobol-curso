000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CADRECA.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: RELATORIO DE CONTAS A RECADASTRAR. VARRE O  *
001000*                    CADASTRO DE CONTAS (CADMST) E CONFERE O     *
001100*                    BANCO E A AGENCIA DE CADA CONTA NAO         *
001200*                    ENCERRADA NO DIRETORIO DE BANCOS (BCODIR).  *
001300*                    LISTA A CONTA CUJO BANCO OU AGENCIA FOI     *
001400*                    INCORPORADO (COM O DESTINO DA               *
001500*                    INCORPORACAO), FECHADO OU NAO CONSTA DO     *
001600*                    DIRETORIO: SAO AS CONTAS QUE PRECISAM DE    *
001700*                    CARTAO 'A' NO CADMNT ANTES QUE O PAGREME    *
001800*                    VOLTE A REMETER PARA ELAS. HAVENDO CONTA    *
001900*                    LISTADA, TERMINA COM RC = 4.                *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002300*    2026-10-15 MAF     VERSAO INICIAL                           *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CADASTRO-FILE   ASSIGN TO CADMST
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE IS SEQUENTIAL
003500            RECORD KEY IS CAD-CONTA
003600            FILE STATUS IS WS-CADASTRO-STATUS.
003700
003800     SELECT DIRETORIO-FILE  ASSIGN TO BCODIR
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS RANDOM
004100            RECORD KEY IS BCO-CHAVE
004200            FILE STATUS IS WS-DIRETORIO-STATUS.
004300
004400     SELECT REPORT-FILE     ASSIGN TO RELRECA
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS WS-REPORT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CADASTRO-FILE.
005100 COPY CADREC.
005200
005300 FD  DIRETORIO-FILE.
005400 COPY BCOREC.
005500
005600 FD  REPORT-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  REPORT-LINHA                PIC X(80).
005900
006000 WORKING-STORAGE SECTION.
006100 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
006200 77  WS-DIRETORIO-STATUS         PIC X(02) VALUE SPACES.
006300 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
006400
006500 77  WS-MOTIVO                   PIC X(24) VALUE SPACES.
006600
006700 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
006800 77  WS-CONT-INCORPORADAS        PIC 9(07) COMP VALUE ZERO.
006900 77  WS-CONT-FECHADAS            PIC 9(07) COMP VALUE ZERO.
007000 77  WS-CONT-FORA                PIC 9(07) COMP VALUE ZERO.
007100 77  WS-CONT-LISTADAS            PIC 9(07) COMP VALUE ZERO.
007200
007300 01  WS-SWITCHES.
007400     05  WS-FIM-CADASTRO-SW      PIC X(01) VALUE 'N'.
007500         88  WS-FIM-CADASTRO                VALUE 'S'.
007600     05  WS-LISTAR-SW            PIC X(01) VALUE 'N'.
007700         88  WS-LISTAR                      VALUE 'S'.
007800
007900 01  WS-LINHA-CABEC1             PIC X(80) VALUE
008000     'RELATORIO DE CONTAS A RECADASTRAR - CADRECA'.
008100 01  WS-LINHA-CABEC2.
008200     05  FILLER                  PIC X(12) VALUE 'CONTA'.
008300     05  FILLER                  PIC X(22) VALUE 'FAVORECIDO'.
008400     05  FILLER                  PIC X(11) VALUE 'BCO/AGENC'.
008500     05  FILLER                  PIC X(11) VALUE 'DESTINO'.
008600     05  FILLER                  PIC X(24) VALUE 'MOTIVO'.
008700 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
008800
008900 01  WS-LINHA-DETALHE.
009000     05  DET-CONTA               PIC X(10).
009100     05  FILLER                  PIC X(02) VALUE SPACES.
009200     05  DET-NOME                PIC X(20).
009300     05  FILLER                  PIC X(02) VALUE SPACES.
009400     05  DET-BANCO               PIC 9(03).
009500     05  FILLER                  PIC X(01) VALUE '/'.
009600     05  DET-AGENCIA             PIC 9(05).
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009800     05  DET-DESTINO.
009900         10  DET-BANCO-DESTINO   PIC 9(03).
010000         10  DET-BARRA-DESTINO   PIC X(01).
010100         10  DET-AGENCIA-DESTINO PIC 9(05).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  DET-MOTIVO              PIC X(24).
010400
010500 01  WS-LINHA-TOTAL.
010600     05  TOT-ROTULO              PIC X(26).
010700     05  TOT-QTD                 PIC ZZZZZZ9.
010800
010900 PROCEDURE DIVISION.
011000*----------------------------------------------------------*
011100* 0000-MAINLINE - PARAGRAFO PRINCIPAL                       *
011200*----------------------------------------------------------*
011300 0000-MAINLINE.
011400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
011500     PERFORM 2900-LER-CADASTRO THRU 2900-EXIT
011600     PERFORM 2000-AVALIAR-CONTA THRU 2000-EXIT
011700         UNTIL WS-FIM-CADASTRO
011800     PERFORM 8000-FINALIZAR THRU 8000-EXIT
011900     STOP RUN.
012000
012100*----------------------------------------------------------*
012200* 1000-INICIALIZAR - ABRE OS ARQUIVOS E EMITE O CABECALHO   *
012300*----------------------------------------------------------*
012400 1000-INICIALIZAR.
012500     OPEN INPUT CADASTRO-FILE
012600     IF WS-CADASTRO-STATUS NOT = '00'
012700         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
012800             WS-CADASTRO-STATUS
012900         MOVE 12 TO RETURN-CODE
013000         STOP RUN
013100     END-IF
013200     OPEN INPUT DIRETORIO-FILE
013300     IF WS-DIRETORIO-STATUS NOT = '00'
013400         DISPLAY 'DIRETORIO DE BANCOS INDISPONIVEL - STATUS: '
013500             WS-DIRETORIO-STATUS
013600         MOVE 12 TO RETURN-CODE
013700         STOP RUN
013800     END-IF
013900     OPEN OUTPUT REPORT-FILE
014000     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
014100     WRITE REPORT-LINHA
014200     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
014300     WRITE REPORT-LINHA.
014400 1000-EXIT.
014500     EXIT.
014600
014700*----------------------------------------------------------*
014800* 2000-AVALIAR-CONTA - CONTA ENCERRADA NAO RECEBE MAIS      *
014900*                      PAGAMENTO E FICA DE FORA             *
015000*----------------------------------------------------------*
015100 2000-AVALIAR-CONTA.
015200     ADD 1 TO WS-CONT-LIDOS
015300     IF NOT CAD-ENCERRADA
015400         PERFORM 2100-CONFERIR-AGENCIA THRU 2100-EXIT
015500         IF WS-LISTAR
015600             PERFORM 2200-LISTAR-CONTA THRU 2200-EXIT
015700         END-IF
015800     END-IF
015900     PERFORM 2900-LER-CADASTRO THRU 2900-EXIT.
016000 2000-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------*
016400* 2100-CONFERIR-AGENCIA - CONFERE O BANCO (AGENCIA ZERO) E  *
016500*                         DEPOIS A AGENCIA DA CONTA NO      *
016600*                         DIRETORIO E APURA O MOTIVO E O    *
016700*                         DESTINO DA INCORPORACAO           *
016800*----------------------------------------------------------*
016900 2100-CONFERIR-AGENCIA.
017000     MOVE 'N' TO WS-LISTAR-SW
017100     MOVE SPACES TO WS-MOTIVO
017200     MOVE SPACES TO DET-DESTINO
017300     MOVE CAD-BANCO TO BCO-BANCO
017400     MOVE ZERO TO BCO-AGENCIA
017500     READ DIRETORIO-FILE KEY IS BCO-CHAVE
017600         INVALID KEY
017700             SET WS-LISTAR TO TRUE
017800             ADD 1 TO WS-CONT-FORA
017900             MOVE 'BANCO FORA DO DIRETORIO' TO WS-MOTIVO
018000             GO TO 2100-EXIT
018100     END-READ
018200     IF NOT BCO-ATIVA
018300         PERFORM 2150-APURAR-MOTIVO THRU 2150-EXIT
018400         GO TO 2100-EXIT
018500     END-IF
018600     MOVE CAD-BANCO TO BCO-BANCO
018700     MOVE CAD-AGENCIA TO BCO-AGENCIA
018800     READ DIRETORIO-FILE KEY IS BCO-CHAVE
018900         INVALID KEY
019000             SET WS-LISTAR TO TRUE
019100             ADD 1 TO WS-CONT-FORA
019200             MOVE 'AGENCIA FORA DIRETORIO' TO WS-MOTIVO
019300             GO TO 2100-EXIT
019400     END-READ
019500     IF NOT BCO-ATIVA
019600         PERFORM 2150-APURAR-MOTIVO THRU 2150-EXIT
019700     END-IF.
019800 2100-EXIT.
019900     EXIT.
020000
020100 2150-APURAR-MOTIVO.
020200     SET WS-LISTAR TO TRUE
020300     IF BCO-INCORPORADA
020400         ADD 1 TO WS-CONT-INCORPORADAS
020500         MOVE BCO-BANCO-DESTINO TO DET-BANCO-DESTINO
020600         MOVE '/' TO DET-BARRA-DESTINO
020700         MOVE BCO-AGENCIA-DESTINO TO DET-AGENCIA-DESTINO
020800         IF BCO-AGENCIA = ZERO
020900             MOVE 'BANCO INCORPORADO' TO WS-MOTIVO
021000         ELSE
021100             MOVE 'AGENCIA INCORPORADA' TO WS-MOTIVO
021200         END-IF
021300     ELSE
021400         ADD 1 TO WS-CONT-FECHADAS
021500         IF BCO-AGENCIA = ZERO
021600             MOVE 'BANCO FECHADO' TO WS-MOTIVO
021700         ELSE
021800             MOVE 'AGENCIA FECHADA' TO WS-MOTIVO
021900         END-IF
022000     END-IF.
022100 2150-EXIT.
022200     EXIT.
022300
022400*----------------------------------------------------------*
022500* 2200-LISTAR-CONTA - LISTA A CONTA A RECADASTRAR           *
022600*----------------------------------------------------------*
022700 2200-LISTAR-CONTA.
022800     ADD 1 TO WS-CONT-LISTADAS
022900     MOVE CAD-CONTA TO DET-CONTA
023000     MOVE CAD-NOME TO DET-NOME
023100     MOVE CAD-BANCO TO DET-BANCO
023200     MOVE CAD-AGENCIA TO DET-AGENCIA
023300     MOVE WS-MOTIVO TO DET-MOTIVO
023400     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
023500     WRITE REPORT-LINHA.
023600 2200-EXIT.
023700     EXIT.
023800
023900 2900-LER-CADASTRO.
024000     READ CADASTRO-FILE
024100         AT END
024200             SET WS-FIM-CADASTRO TO TRUE
024300     END-READ.
024400 2900-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------*
024800* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E     *
024900*                  AJUSTA O RETURN-CODE                     *
025000*----------------------------------------------------------*
025100 8000-FINALIZAR.
025200     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
025300     WRITE REPORT-LINHA
025400     MOVE 'CONTAS LIDAS............: ' TO TOT-ROTULO
025500     MOVE WS-CONT-LIDOS TO TOT-QTD
025600     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
025700     WRITE REPORT-LINHA
025800     MOVE 'EM BANCO/AGENCIA INCORP.: ' TO TOT-ROTULO
025900     MOVE WS-CONT-INCORPORADAS TO TOT-QTD
026000     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
026100     WRITE REPORT-LINHA
026200     MOVE 'EM BANCO/AGENCIA FECHADO: ' TO TOT-ROTULO
026300     MOVE WS-CONT-FECHADAS TO TOT-QTD
026400     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
026500     WRITE REPORT-LINHA
026600     MOVE 'FORA DO DIRETORIO.......: ' TO TOT-ROTULO
026700     MOVE WS-CONT-FORA TO TOT-QTD
026800     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
026900     WRITE REPORT-LINHA
027000
027100     CLOSE CADASTRO-FILE
027200     CLOSE DIRETORIO-FILE
027300     CLOSE REPORT-FILE
027400
027500     IF WS-CONT-LISTADAS > ZERO
027600         MOVE 4 TO RETURN-CODE
027700     END-IF.
027800 8000-EXIT.
027900     EXIT.
028000
028100 END PROGRAM CADRECA.
