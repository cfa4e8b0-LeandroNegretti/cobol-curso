000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGINTG.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: CONFERENCIA SEMANAL DE INTEGRIDADE ENTRE O  *
001000*                    MESTRE DE PAGAMENTOS (PAGTOMST), O DETALHE  *
001100*                    (PAGDET) E O CADASTRO DE CONTAS (CADMST).   *
001200*                    CASA O MESTRE COM O GRUPO DE DETALHES DE    *
001300*                    CADA CONTA, OS DOIS EM ORDEM DE CONTA, E    *
001400*                    LISTA: MESTRE CUJA SITUACAO, VALOR OU DATA  *
001500*                    NAO BATE COM O DETALHE MAIS RECENTE;        *
001600*                    DETALHE DE CONTA QUE NAO CONSTA DO          *
001700*                    CADASTRO; MESTRE SEM NENHUM DETALHE E CONTA *
001800*                    COM DETALHE SEM MESTRE. DEPOIS RELE O       *
001900*                    DETALHE PELO INDICE DE REFERENCIA E LISTA A *
002000*                    REFERENCIA USADA EM MAIS DE UMA CONTA.      *
002100*                    HAVENDO QUALQUER QUEBRA, TERMINA COM RC =   *
002200*                    8, PARA SEGURAR O FECHAMENTO MENSAL         *
002300*                    (PGFECHA) ATE A CORRECAO.                   *
002400*                                                                *
002500*    HISTORICO DE ALTERACOES                                    *
002600*    DATA       AUTOR   DESCRICAO                                *
002700*    2026-10-15 MAF     VERSAO INICIAL                           *
002720*    2026-10-15 MAF     REFERENCIA UNICA DO SISTEMA COM 10       *
002740*                       POSICOES NO RELATORIO; TIPOS DE QUEBRA   *
002760*                       ABREVIADOS PARA CABER NA LINHA           *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PAGTO-FILE      ASSIGN TO PAGTOMST
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS SEQUENTIAL
003900            RECORD KEY IS PAGTO-CONTA
004000            FILE STATUS IS WS-PAGTO-STATUS.
004100
004200     SELECT PAGDET-FILE     ASSIGN TO PAGDET
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS SEQUENTIAL
004500            RECORD KEY IS PAGD-CHAVE
004600            ALTERNATE RECORD KEY IS PAGD-REFERENCIA
004700                WITH DUPLICATES
004800            ALTERNATE RECORD KEY IS PAGD-DATA
004900                WITH DUPLICATES
005000            FILE STATUS IS WS-PAGDET-STATUS.
005100
005200     SELECT CADASTRO-FILE   ASSIGN TO CADMST
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE IS RANDOM
005500            RECORD KEY IS CAD-CONTA
005600            FILE STATUS IS WS-CADASTRO-STATUS.
005700
005800     SELECT REPORT-FILE     ASSIGN TO RELINTG
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS IS WS-REPORT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PAGTO-FILE.
006500 COPY PAGREC.
006600
006700 FD  PAGDET-FILE.
006800 COPY PAGDREC.
006900
007000 FD  CADASTRO-FILE.
007100 COPY CADREC.
007200
007300 FD  REPORT-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  REPORT-LINHA                PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
007900 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
008000 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
008100 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008200
008300*    CHAVES CORRENTES DO CASAMENTO; HIGH-VALUES NO FIM DO ARQUIVO
008400 77  WS-CONTA-MESTRE             PIC X(10) VALUE SPACES.
008500 77  WS-CONTA-DETALHE            PIC X(10) VALUE SPACES.
008600 77  WS-CONTA-GRUPO              PIC X(10) VALUE SPACES.
008700
008800 77  WS-REFER-GRUPO              PIC X(10) VALUE SPACES.
008900 77  WS-REFER-CONTA              PIC X(10) VALUE SPACES.
009000
009100 77  WS-CONT-MESTRES             PIC 9(07) COMP VALUE ZERO.
009200 77  WS-CONT-DETALHES            PIC 9(07) COMP VALUE ZERO.
009300 77  WS-CONT-DIVERGENTES         PIC 9(07) COMP VALUE ZERO.
009400 77  WS-CONT-SEM-CADASTRO        PIC 9(07) COMP VALUE ZERO.
009500 77  WS-CONT-SEM-DETALHE         PIC 9(07) COMP VALUE ZERO.
009600 77  WS-CONT-SEM-MESTRE          PIC 9(07) COMP VALUE ZERO.
009700 77  WS-CONT-REFER-DUPLICADA     PIC 9(07) COMP VALUE ZERO.
009800 77  WS-CONT-QUEBRAS             PIC 9(07) COMP VALUE ZERO.
009900
010000 01  WS-ULTIMO-DETALHE.
010100     05  WS-ULT-DATA             PIC 9(08).
010200     05  WS-ULT-VALOR            PIC S9(07)V99.
010300     05  WS-ULT-FLAG             PIC X(01).
010400     05  WS-ULT-REFERENCIA       PIC X(10).
010500
010600 01  WS-PRIMEIRO-REFER.
010700     05  WS-PRI-CONTA            PIC X(10).
010800     05  WS-PRI-DATA             PIC 9(08).
010900     05  WS-PRI-VALOR            PIC S9(07)V99.
011000     05  WS-PRI-FLAG             PIC X(01).
011100
011200 01  WS-SWITCHES.
011300     05  WS-FIM-MESTRE-SW        PIC X(01) VALUE 'N'.
011400         88  WS-FIM-MESTRE                  VALUE 'S'.
011500     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
011600         88  WS-FIM-DETALHE                 VALUE 'S'.
011700     05  WS-CONTA-CADASTRADA-SW  PIC X(01) VALUE 'N'.
011800         88  WS-CONTA-CADASTRADA            VALUE 'S'.
011900     05  WS-REFER-DUPLICADA-SW   PIC X(01) VALUE 'N'.
012000         88  WS-REFER-DUPLICADA             VALUE 'S'.
012100
012200 01  WS-LINHA-CABEC1             PIC X(80) VALUE
012300     'INTEGRIDADE PAGTOMST X PAGDET X CADMST - PAGINTG'.
012400 01  WS-LINHA-CABEC2.
012500     05  FILLER                  PIC X(14) VALUE SPACES.
012600     05  FILLER                  PIC X(22) VALUE SPACES.
012700     05  FILLER                  PIC X(22) VALUE
012800         '------- MESTRE -------'.
012900     05  FILLER                  PIC X(22) VALUE
013000         '------ DETALHE -------'.
013100 01  WS-LINHA-CABEC3.
013200     05  FILLER                  PIC X(14) VALUE 'QUEBRA'.
013300     05  FILLER                  PIC X(11) VALUE 'CONTA'.
013400     05  FILLER                  PIC X(11) VALUE 'REFERENCIA'.
013500     05  FILLER                  PIC X(22) VALUE
013600         'S DATA         VALOR'.
013700     05  FILLER                  PIC X(22) VALUE
013800         'S DATA         VALOR'.
013900 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
014000
014100 01  WS-LINHA-DETALHE.
014200     05  DET-TIPO                PIC X(13).
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  DET-CONTA               PIC X(10).
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  DET-REFERENCIA          PIC X(10).
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  DET-MESTRE.
014900         10  DET-MST-FLAG        PIC X(01).
015000         10  FILLER              PIC X(01).
015100         10  DET-MST-DATA        PIC 9(08).
015200         10  FILLER              PIC X(01).
015300         10  DET-MST-VALOR       PIC -(06)9,99.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  DET-DETALHE.
015600         10  DET-DET-FLAG        PIC X(01).
015700         10  FILLER              PIC X(01).
015800         10  DET-DET-DATA        PIC 9(08).
015900         10  FILLER              PIC X(01).
016000         10  DET-DET-VALOR       PIC -(06)9,99.
016100
016200 01  WS-LINHA-TOTAL.
016300     05  TOT-ROTULO              PIC X(26).
016400     05  TOT-QTD                 PIC ZZZZZZ9.
016500
016600 PROCEDURE DIVISION.
016700*----------------------------------------------------------*
016800* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
016900*----------------------------------------------------------*
017000 0000-MAINLINE.
017100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
017200
017300     PERFORM 2900-LER-MESTRE THRU 2900-EXIT
017400     PERFORM 2950-LER-DETALHE THRU 2950-EXIT
017500     PERFORM 2000-CASAR-CONTA THRU 2000-EXIT
017600         UNTIL WS-FIM-MESTRE AND WS-FIM-DETALHE
017700
017800     PERFORM 3000-CONFERIR-REFERENCIAS THRU 3000-EXIT
017900     PERFORM 8000-FINALIZAR THRU 8000-EXIT
018000     STOP RUN.
018100
018200*----------------------------------------------------------*
018300* 1000-INICIALIZAR - ABRE OS ARQUIVOS E EMITE O CABECALHO  *
018400*----------------------------------------------------------*
018500 1000-INICIALIZAR.
018600     OPEN INPUT PAGTO-FILE
018700     IF WS-PAGTO-STATUS NOT = '00'
018800         DISPLAY 'MESTRE DE PAGAMENTOS INDISPONIVEL - STATUS: '
018900             WS-PAGTO-STATUS
019000         MOVE 12 TO RETURN-CODE
019100         STOP RUN
019200     END-IF
019300     OPEN INPUT PAGDET-FILE
019400     IF WS-PAGDET-STATUS NOT = '00'
019500         DISPLAY 'DETALHE DE PAGAMENTOS INDISPONIVEL - STATUS: '
019600             WS-PAGDET-STATUS
019700         MOVE 12 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000     OPEN INPUT CADASTRO-FILE
020100     IF WS-CADASTRO-STATUS NOT = '00'
020200         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
020300             WS-CADASTRO-STATUS
020400         MOVE 12 TO RETURN-CODE
020500         STOP RUN
020600     END-IF
020700     OPEN OUTPUT REPORT-FILE
020800     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
020900     WRITE REPORT-LINHA
021000     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
021100     WRITE REPORT-LINHA
021200     MOVE WS-LINHA-CABEC3 TO REPORT-LINHA
021300     WRITE REPORT-LINHA.
021400 1000-EXIT.
021500     EXIT.
021600
021700*----------------------------------------------------------*
021800* 2000-CASAR-CONTA - CASA O MESTRE E O GRUPO DE DETALHES   *
021900*                    DA MESMA CONTA, OS DOIS EM ORDEM DE   *
022000*                    CONTA                                 *
022100*----------------------------------------------------------*
022200 2000-CASAR-CONTA.
022300     IF WS-CONTA-MESTRE < WS-CONTA-DETALHE
022400         PERFORM 2400-LISTAR-SEM-DETALHE THRU 2400-EXIT
022500         PERFORM 2900-LER-MESTRE THRU 2900-EXIT
022600         GO TO 2000-EXIT
022700     END-IF
022800
022900     PERFORM 2100-LER-GRUPO THRU 2100-EXIT
023000     IF WS-CONTA-MESTRE = WS-CONTA-GRUPO
023100         PERFORM 2300-COMPARAR-MESTRE THRU 2300-EXIT
023200         PERFORM 2900-LER-MESTRE THRU 2900-EXIT
023300     ELSE
023400         PERFORM 2500-LISTAR-SEM-MESTRE THRU 2500-EXIT
023500     END-IF.
023600 2000-EXIT.
023700     EXIT.
023800
023900*----------------------------------------------------------*
024000* 2100-LER-GRUPO - LE TODOS OS DETALHES DA CONTA,          *
024100*                  CONFERE A CONTA NO CADASTRO E GUARDA    *
024200*                  O DETALHE MAIS RECENTE (ULTIMA CHAVE    *
024300*                  DATA + SEQUENCIA)                       *
024400*----------------------------------------------------------*
024500 2100-LER-GRUPO.
024600     MOVE WS-CONTA-DETALHE TO WS-CONTA-GRUPO
024700     MOVE 'N' TO WS-CONTA-CADASTRADA-SW
024800     MOVE WS-CONTA-GRUPO TO CAD-CONTA
024900     READ CADASTRO-FILE KEY IS CAD-CONTA
025000         INVALID KEY
025100             CONTINUE
025200         NOT INVALID KEY
025300             SET WS-CONTA-CADASTRADA TO TRUE
025400     END-READ
025500     PERFORM 2200-TRATAR-DETALHE THRU 2200-EXIT
025600         UNTIL WS-CONTA-DETALHE NOT = WS-CONTA-GRUPO.
025700 2100-EXIT.
025800     EXIT.
025900
026000 2200-TRATAR-DETALHE.
026100     IF NOT WS-CONTA-CADASTRADA
026200         ADD 1 TO WS-CONT-SEM-CADASTRO
026300         MOVE SPACES TO WS-LINHA-DETALHE
026400         MOVE 'FORA CADMST' TO DET-TIPO
026500         MOVE PAGD-CONTA TO DET-CONTA
026600         MOVE PAGD-REFERENCIA TO DET-REFERENCIA
026700         MOVE PAGD-FLAG TO DET-DET-FLAG
026800         MOVE PAGD-DATA TO DET-DET-DATA
026900         MOVE PAGD-VALOR TO DET-DET-VALOR
027000         PERFORM 2800-GRAVAR-LINHA THRU 2800-EXIT
027100     END-IF
027200     MOVE PAGD-DATA TO WS-ULT-DATA
027300     MOVE PAGD-VALOR TO WS-ULT-VALOR
027400     MOVE PAGD-FLAG TO WS-ULT-FLAG
027500     MOVE PAGD-REFERENCIA TO WS-ULT-REFERENCIA
027600     PERFORM 2950-LER-DETALHE THRU 2950-EXIT.
027700 2200-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------*
028100* 2300-COMPARAR-MESTRE - A SITUACAO CORRENTE DO MESTRE     *
028200*                        TEM QUE SER A DO DETALHE MAIS     *
028300*                        RECENTE: SITUACAO, VALOR E DATA   *
028400*----------------------------------------------------------*
028500 2300-COMPARAR-MESTRE.
028600     IF PAGTO-FLAG = WS-ULT-FLAG
028700        AND PAGTO-VALOR = WS-ULT-VALOR
028800        AND PAGTO-DATA = WS-ULT-DATA
028900         GO TO 2300-EXIT
029000     END-IF
029100     ADD 1 TO WS-CONT-DIVERGENTES
029200     MOVE SPACES TO WS-LINHA-DETALHE
029300     MOVE 'MESTRE DIVERG' TO DET-TIPO
029400     MOVE PAGTO-CONTA TO DET-CONTA
029500     MOVE PAGTO-REFERENCIA TO DET-REFERENCIA
029600     PERFORM 2700-MONTAR-MESTRE THRU 2700-EXIT
029700     PERFORM 2750-MONTAR-ULTIMO THRU 2750-EXIT
029800     PERFORM 2800-GRAVAR-LINHA THRU 2800-EXIT.
029900 2300-EXIT.
030000     EXIT.
030100
030200 2400-LISTAR-SEM-DETALHE.
030300     ADD 1 TO WS-CONT-SEM-DETALHE
030400     MOVE SPACES TO WS-LINHA-DETALHE
030500     MOVE 'MESTRE S/DET' TO DET-TIPO
030600     MOVE PAGTO-CONTA TO DET-CONTA
030700     MOVE PAGTO-REFERENCIA TO DET-REFERENCIA
030800     PERFORM 2700-MONTAR-MESTRE THRU 2700-EXIT
030900     PERFORM 2800-GRAVAR-LINHA THRU 2800-EXIT.
031000 2400-EXIT.
031100     EXIT.
031200
031300 2500-LISTAR-SEM-MESTRE.
031400     ADD 1 TO WS-CONT-SEM-MESTRE
031500     MOVE SPACES TO WS-LINHA-DETALHE
031600     MOVE 'DETALHE S/MST' TO DET-TIPO
031700     MOVE WS-CONTA-GRUPO TO DET-CONTA
031800     MOVE WS-ULT-REFERENCIA TO DET-REFERENCIA
031900     PERFORM 2750-MONTAR-ULTIMO THRU 2750-EXIT
032000     PERFORM 2800-GRAVAR-LINHA THRU 2800-EXIT.
032100 2500-EXIT.
032200     EXIT.
032300
032400 2700-MONTAR-MESTRE.
032500     MOVE PAGTO-FLAG TO DET-MST-FLAG
032600     MOVE PAGTO-DATA TO DET-MST-DATA
032700     MOVE PAGTO-VALOR TO DET-MST-VALOR.
032800 2700-EXIT.
032900     EXIT.
033000
033100 2750-MONTAR-ULTIMO.
033200     MOVE WS-ULT-FLAG TO DET-DET-FLAG
033300     MOVE WS-ULT-DATA TO DET-DET-DATA
033400     MOVE WS-ULT-VALOR TO DET-DET-VALOR.
033500 2750-EXIT.
033600     EXIT.
033700
033800 2800-GRAVAR-LINHA.
033900     ADD 1 TO WS-CONT-QUEBRAS
034000     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
034100     WRITE REPORT-LINHA.
034200 2800-EXIT.
034300     EXIT.
034400
034500 2900-LER-MESTRE.
034600     READ PAGTO-FILE
034700         AT END
034800             SET WS-FIM-MESTRE TO TRUE
034900             MOVE HIGH-VALUES TO WS-CONTA-MESTRE
035000         NOT AT END
035100             ADD 1 TO WS-CONT-MESTRES
035200             MOVE PAGTO-CONTA TO WS-CONTA-MESTRE
035300     END-READ.
035400 2900-EXIT.
035500     EXIT.
035600
035700 2950-LER-DETALHE.
035800     READ PAGDET-FILE
035900         AT END
036000             SET WS-FIM-DETALHE TO TRUE
036100             MOVE HIGH-VALUES TO WS-CONTA-DETALHE
036200         NOT AT END
036300             ADD 1 TO WS-CONT-DETALHES
036400             MOVE PAGD-CONTA TO WS-CONTA-DETALHE
036500     END-READ.
036600 2950-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------*
037000* 3000-CONFERIR-REFERENCIAS - RELE O DETALHE PELO INDICE   *
037100*                             DE REFERENCIA E LISTA A      *
037200*                             REFERENCIA USADA EM MAIS DE  *
037300*                             UMA CONTA                    *
037400*----------------------------------------------------------*
037500 3000-CONFERIR-REFERENCIAS.
037600     CLOSE PAGDET-FILE
037700     OPEN INPUT PAGDET-FILE
037800     MOVE 'N' TO WS-FIM-DETALHE-SW
037900     MOVE LOW-VALUES TO PAGD-REFERENCIA
038000     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-REFERENCIA
038100         INVALID KEY
038200             SET WS-FIM-DETALHE TO TRUE
038300     END-START
038400     IF NOT WS-FIM-DETALHE
038500         PERFORM 3900-LER-REFERENCIA THRU 3900-EXIT
038600         PERFORM 3100-TRATAR-REFERENCIA THRU 3100-EXIT
038700             UNTIL WS-FIM-DETALHE
038800     END-IF
038900     CLOSE PAGDET-FILE.
039000 3000-EXIT.
039100     EXIT.
039200
039300*    REFERENCIA EM BRANCO NAO ENTRA NA CONFERENCIA; A MESMA
039400*    REFERENCIA NA MESMA CONTA (RECICLO, CANCELAMENTO) E NORMAL
039500 3100-TRATAR-REFERENCIA.
039600     IF PAGD-REFERENCIA = SPACES
039700         GO TO 3100-SEGUINTE
039800     END-IF
039900     IF PAGD-REFERENCIA NOT = WS-REFER-GRUPO
040000         MOVE PAGD-REFERENCIA TO WS-REFER-GRUPO
040100         MOVE 'N' TO WS-REFER-DUPLICADA-SW
040200         MOVE PAGD-CONTA TO WS-PRI-CONTA
040300         MOVE PAGD-DATA TO WS-PRI-DATA
040400         MOVE PAGD-VALOR TO WS-PRI-VALOR
040500         MOVE PAGD-FLAG TO WS-PRI-FLAG
040600         GO TO 3100-SEGUINTE
040700     END-IF
040800     IF PAGD-CONTA = WS-PRI-CONTA
040900         GO TO 3100-SEGUINTE
041000     END-IF
041100     IF NOT WS-REFER-DUPLICADA
041200         SET WS-REFER-DUPLICADA TO TRUE
041300         ADD 1 TO WS-CONT-REFER-DUPLICADA
041400         MOVE SPACES TO WS-LINHA-DETALHE
041500         MOVE 'REF DUPLICADA' TO DET-TIPO
041600         MOVE WS-PRI-CONTA TO DET-CONTA
041700         MOVE WS-REFER-GRUPO TO DET-REFERENCIA
041800         MOVE WS-PRI-FLAG TO DET-DET-FLAG
041900         MOVE WS-PRI-DATA TO DET-DET-DATA
042000         MOVE WS-PRI-VALOR TO DET-DET-VALOR
042100         PERFORM 2800-GRAVAR-LINHA THRU 2800-EXIT
042200     END-IF
042300     MOVE SPACES TO WS-LINHA-DETALHE
042400     MOVE 'REF DUPLICADA' TO DET-TIPO
042500     MOVE PAGD-CONTA TO DET-CONTA
042600     MOVE PAGD-REFERENCIA TO DET-REFERENCIA
042700     MOVE PAGD-FLAG TO DET-DET-FLAG
042800     MOVE PAGD-DATA TO DET-DET-DATA
042900     MOVE PAGD-VALOR TO DET-DET-VALOR
043000     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
043100     WRITE REPORT-LINHA.
043200 3100-SEGUINTE.
043300     PERFORM 3900-LER-REFERENCIA THRU 3900-EXIT.
043400 3100-EXIT.
043500     EXIT.
043600
043700 3900-LER-REFERENCIA.
043800     READ PAGDET-FILE
043900         AT END
044000             SET WS-FIM-DETALHE TO TRUE
044100     END-READ.
044200 3900-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------*
044600* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E    *
044700*                  AJUSTA O RETURN-CODE                    *
044800*----------------------------------------------------------*
044900 8000-FINALIZAR.
045000     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
045100     WRITE REPORT-LINHA
045200     MOVE 'MESTRES LIDOS...........: ' TO TOT-ROTULO
045300     MOVE WS-CONT-MESTRES TO TOT-QTD
045400     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
045500     MOVE 'DETALHES LIDOS..........: ' TO TOT-ROTULO
045600     MOVE WS-CONT-DETALHES TO TOT-QTD
045700     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
045800     MOVE 'MESTRES DIVERGENTES.....: ' TO TOT-ROTULO
045900     MOVE WS-CONT-DIVERGENTES TO TOT-QTD
046000     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
046100     MOVE 'DETALHES FORA DO CADMST.: ' TO TOT-ROTULO
046200     MOVE WS-CONT-SEM-CADASTRO TO TOT-QTD
046300     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
046400     MOVE 'MESTRES SEM DETALHE.....: ' TO TOT-ROTULO
046500     MOVE WS-CONT-SEM-DETALHE TO TOT-QTD
046600     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
046700     MOVE 'CONTAS SEM MESTRE.......: ' TO TOT-ROTULO
046800     MOVE WS-CONT-SEM-MESTRE TO TOT-QTD
046900     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
047000     MOVE 'REFERENCIAS DUPLICADAS..: ' TO TOT-ROTULO
047100     MOVE WS-CONT-REFER-DUPLICADA TO TOT-QTD
047200     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
047300
047400     CLOSE PAGTO-FILE
047500     CLOSE CADASTRO-FILE
047600     CLOSE REPORT-FILE
047700
047800     IF WS-CONT-QUEBRAS > ZERO
047900         DISPLAY 'QUEBRAS DE INTEGRIDADE ENCONTRADAS: '
048000             WS-CONT-QUEBRAS
048100         MOVE 8 TO RETURN-CODE
048200     END-IF.
048300 8000-EXIT.
048400     EXIT.
048500
048600 8100-GRAVAR-TOTAL.
048700     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
048800     WRITE REPORT-LINHA.
048900 8100-EXIT.
049000     EXIT.
049100
049200 END PROGRAM PAGINTG.
