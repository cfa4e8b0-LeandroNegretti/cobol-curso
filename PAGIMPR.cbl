000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGIMPR.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: RELATORIO DE RETENCAO NA FONTE POR          *
001000*                    FAVORECIDO E CODIGO DE IMPOSTO. LE O        *
001100*                    DETALHE DE PAGAMENTOS (PAGDET) DO PERIODO   *
001200*                    INFORMADO NO SYSIN (DATA INICIAL E FINAL,   *
001300*                    VALIDADAS PELO PAGDATA) E SELECIONA OS      *
001400*                    PAGAMENTOS EFETIVADOS ('S', 'E' OU 'L') COM *
001500*                    IMPOSTO RETIDO. ORDENA POR CODIGO DE        *
001600*                    IMPOSTO E CONTA E LISTA, EM CADA CODIGO     *
001700*                    (DESCRICAO, ALIQUOTA E CONTA PELO PAGTRIB), *
001800*                    UMA LINHA POR FAVORECIDO COM CPF/CNPJ E     *
001900*                    NOME DO CADASTRO (CADMST), QUANTIDADE,      *
002000*                    VALOR BRUTO E VALOR RETIDO, COM TOTAL POR   *
002100*                    CODIGO E TOTAL GERAL. RODADO SOBRE O MES DA *
002200*                    BASE PARA A DECLARACAO AO FISCO E SOBRE O   *
002300*                    ANO-CALENDARIO PARA OS INFORMES DE          *
002400*                    RENDIMENTOS DOS PRESTADORES. FAVORECIDO SEM *
002500*                    CPF/CNPJ NO CADASTRO TERMINA COM RC = 4.    *
002600*                                                                *
002700*    HISTORICO DE ALTERACOES                                    *
002800*    DATA       AUTOR   DESCRICAO                                *
002900*    2026-10-15 MAF     VERSAO INICIAL                           *
002920*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
002940*                       ('W') ENTRAM NA APURACAO DO RETIDO       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PAGDET-FILE     ASSIGN TO PAGDET
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS SEQUENTIAL
004100            RECORD KEY IS PAGD-CHAVE
004200            ALTERNATE RECORD KEY IS PAGD-REFERENCIA
004300                WITH DUPLICATES
004400            ALTERNATE RECORD KEY IS PAGD-DATA
004500                WITH DUPLICATES
004600            FILE STATUS IS WS-PAGDET-STATUS.
004700
004800     SELECT CADASTRO-FILE   ASSIGN TO CADMST
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS RANDOM
005100            RECORD KEY IS CAD-CONTA
005200            FILE STATUS IS WS-CADASTRO-STATUS.
005300
005400     SELECT SORT-FILE       ASSIGN TO SORTWK1.
005500
005600     SELECT REPORT-FILE     ASSIGN TO RELIMP
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS WS-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PAGDET-FILE.
006300 COPY PAGDREC.
006400
006500 FD  CADASTRO-FILE.
006600 COPY CADREC.
006700
006800 SD  SORT-FILE.
006900 01  SORT-REC.
007000     05  SR-CODIGO               PIC X(04).
007100     05  SR-CONTA                PIC X(10).
007200     05  SR-VALOR                PIC S9(07)V99.
007300     05  SR-RETIDO               PIC S9(07)V99.
007400
007500 FD  REPORT-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  REPORT-LINHA                PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
008100 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
008200 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
008300
008400 77  WS-DATA-INICIAL             PIC 9(08) VALUE ZERO.
008500 77  WS-DATA-FINAL               PIC 9(08) VALUE ZERO.
008600
008700 77  WS-CODIGO-CORRENTE          PIC X(04) VALUE SPACES.
008800 77  WS-CONTA-CORRENTE           PIC X(10) VALUE SPACES.
008900 77  WS-QTD-CONTA                PIC 9(05) COMP VALUE ZERO.
009000 77  WS-BRUTO-CONTA              PIC S9(09)V99 VALUE ZERO.
009100 77  WS-RETIDO-CONTA             PIC S9(09)V99 VALUE ZERO.
009200 77  WS-QTD-CODIGO               PIC 9(07) COMP VALUE ZERO.
009300 77  WS-BRUTO-CODIGO             PIC S9(11)V99 VALUE ZERO.
009400 77  WS-RETIDO-CODIGO            PIC S9(11)V99 VALUE ZERO.
009500 77  WS-QTD-GERAL                PIC 9(07) COMP VALUE ZERO.
009600 77  WS-BRUTO-GERAL              PIC S9(11)V99 VALUE ZERO.
009700 77  WS-RETIDO-GERAL             PIC S9(11)V99 VALUE ZERO.
009800 77  WS-CONT-LIDOS               PIC 9(07) COMP VALUE ZERO.
009900 77  WS-CONT-SEM-DOCUMENTO       PIC 9(05) COMP VALUE ZERO.
010000
010100 COPY DATAREC.
010200
010300 COPY TRBPARM.
010400
010500 01  WS-SWITCHES.
010600     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
010700         88  WS-FIM-DETALHE                 VALUE 'S'.
010800     05  WS-FIM-SORT-SW          PIC X(01) VALUE 'N'.
010900         88  WS-FIM-SORT                    VALUE 'S'.
011000     05  WS-TEM-CODIGO-SW        PIC X(01) VALUE 'N'.
011100         88  WS-TEM-CODIGO                  VALUE 'S'.
011200     05  WS-TEM-CONTA-SW         PIC X(01) VALUE 'N'.
011300         88  WS-TEM-CONTA                   VALUE 'S'.
011400
011500 01  WS-LINHA-CABEC1.
011600     05  FILLER                  PIC X(44) VALUE
011700         'RETENCAO NA FONTE POR FAVORECIDO - PAGIMPR'.
011800     05  CAB-DATA-INICIAL        PIC 9(08).
011900     05  FILLER                  PIC X(03) VALUE ' A '.
012000     05  CAB-DATA-FINAL          PIC 9(08).
012100 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
012200 01  WS-LINHA-QUEBRA             PIC X(80) VALUE ALL '-'.
012300
012400 01  WS-LINHA-CODIGO.
012500     05  FILLER                  PIC X(08) VALUE 'IMPOSTO '.
012600     05  COD-CODIGO              PIC X(04).
012700     05  FILLER                  PIC X(03) VALUE ' - '.
012800     05  COD-DESCRICAO           PIC X(20).
012900     05  FILLER                  PIC X(11) VALUE '  ALIQUOTA '.
013000     05  COD-ALIQUOTA            PIC Z9,99.
013100     05  FILLER                  PIC X(10) VALUE '%  CONTA: '.
013200     05  COD-CONTA-RAZAO         PIC X(10).
013300
013400 01  WS-LINHA-CABEC2.
013500     05  FILLER                  PIC X(11) VALUE 'CONTA'.
013600     05  FILLER                  PIC X(15) VALUE 'CPF/CNPJ'.
013700     05  FILLER                  PIC X(23) VALUE 'FAVORECIDO'.
013800     05  FILLER                  PIC X(05) VALUE 'QTD'.
013900     05  FILLER                  PIC X(12) VALUE '      BRUTO'.
014000     05  FILLER                  PIC X(11) VALUE '     RETIDO'.
014100
014200 01  WS-LINHA-DETALHE.
014300     05  DET-CONTA               PIC X(10).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  DET-DOCUMENTO           PIC X(14).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  DET-NOME                PIC X(22).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  DET-QTD                 PIC ZZZ9.
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  DET-BRUTO               PIC -(07)9,99.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  DET-RETIDO              PIC -(07)9,99.
015400
015500 01  WS-LINHA-TOTAL.
015600     05  TOT-ROTULO              PIC X(26).
015700     05  TOT-QTD                 PIC ZZZZZZ9.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  TOT-BRUTO               PIC -(11)9,99.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  TOT-RETIDO              PIC -(11)9,99.
016200
016300 PROCEDURE DIVISION.
016400*----------------------------------------------------------*
016500* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
016600*----------------------------------------------------------*
016700 0000-MAINLINE.
016800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
016900
017000     SORT SORT-FILE
017100         ON ASCENDING KEY SR-CODIGO SR-CONTA
017200         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
017300         OUTPUT PROCEDURE IS 3000-IMPRIMIR THRU 3000-EXIT
017400
017500     IF WS-CONT-SEM-DOCUMENTO > ZERO
017600         MOVE 4 TO RETURN-CODE
017700     END-IF
017800     STOP RUN.
017900
018000*----------------------------------------------------------*
018100* 1000-INICIALIZAR - ACEITA E VALIDA O PERIODO DO SYSIN    *
018200*                    E ABRE OS ARQUIVOS DE ENTRADA         *
018300*----------------------------------------------------------*
018400 1000-INICIALIZAR.
018500     ACCEPT WS-DATA-INICIAL FROM SYSIN
018600     ACCEPT WS-DATA-FINAL FROM SYSIN
018700
018800     MOVE 'V' TO DTV-FUNCAO
018900     MOVE WS-DATA-INICIAL TO DTV-DATA-ENTRADA
019000     CALL 'PAGDATA' USING DTV-PARM
019100     IF DTV-DATA-INVALIDA
019200         DISPLAY 'DATA INICIAL INVALIDA: ' WS-DATA-INICIAL
019300         MOVE 8 TO RETURN-CODE
019400         STOP RUN
019500     END-IF
019600     MOVE WS-DATA-FINAL TO DTV-DATA-ENTRADA
019700     CALL 'PAGDATA' USING DTV-PARM
019800     IF DTV-DATA-INVALIDA
019900         DISPLAY 'DATA FINAL INVALIDA: ' WS-DATA-FINAL
020000         MOVE 8 TO RETURN-CODE
020100         STOP RUN
020200     END-IF
020300     IF WS-DATA-FINAL < WS-DATA-INICIAL
020400         DISPLAY 'PERIODO INVERTIDO: ' WS-DATA-INICIAL
020500             ' A ' WS-DATA-FINAL
020600         MOVE 8 TO RETURN-CODE
020700         STOP RUN
020800     END-IF
020900
021000     OPEN INPUT PAGDET-FILE
021100     IF WS-PAGDET-STATUS NOT = '00'
021200         DISPLAY 'DETALHE DE PAGAMENTOS INDISPONIVEL - STATUS: '
021300             WS-PAGDET-STATUS
021400         MOVE 12 TO RETURN-CODE
021500         STOP RUN
021600     END-IF
021700     OPEN INPUT CADASTRO-FILE
021800     IF WS-CADASTRO-STATUS NOT = '00'
021900         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
022000             WS-CADASTRO-STATUS
022100         MOVE 12 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400 1000-EXIT.
022500     EXIT.
022600
022700*----------------------------------------------------------*
022800* 2000-SELECIONAR - LIBERA PARA A ORDENACAO OS PAGAMENTOS  *
022900*                   EFETIVADOS NO PERIODO COM IMPOSTO      *
023000*                   RETIDO NA FONTE                        *
023100*----------------------------------------------------------*
023200*    SO CONTA O QUE FOI EFETIVAMENTE PAGO: CONFIRMADO, ENVIADO
023300*    OU LIQUIDADO ('S', 'E', 'L')
023400 2000-SELECIONAR.
023500     MOVE WS-DATA-INICIAL TO PAGD-DATA
023600     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-DATA
023700         INVALID KEY
023800             SET WS-FIM-DETALHE TO TRUE
023900     END-START
024000     IF NOT WS-FIM-DETALHE
024100         PERFORM 2900-LER-DETALHE THRU 2900-EXIT
024200         PERFORM 2100-AVALIAR-REGISTRO THRU 2100-EXIT
024300             UNTIL WS-FIM-DETALHE
024400     END-IF
024500     CLOSE PAGDET-FILE.
024600 2000-EXIT.
024700     EXIT.
024800
024900 2100-AVALIAR-REGISTRO.
025000     IF PAGD-DATA > WS-DATA-FINAL
025100         SET WS-FIM-DETALHE TO TRUE
025200         GO TO 2100-EXIT
025300     END-IF
025400     ADD 1 TO WS-CONT-LIDOS
025500     IF (PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-LIQUIDADO
025520         OR PAGD-DESVIADO OR PAGD-RELANCAR)
025600        AND PAGD-COD-IMPOSTO NOT = SPACES
025700         MOVE PAGD-COD-IMPOSTO TO SR-CODIGO
025800         MOVE PAGD-CONTA TO SR-CONTA
025900         MOVE PAGD-VALOR TO SR-VALOR
026000         MOVE PAGD-VALOR-RETIDO TO SR-RETIDO
026100         RELEASE SORT-REC
026200     END-IF
026300     PERFORM 2900-LER-DETALHE THRU 2900-EXIT.
026400 2100-EXIT.
026500     EXIT.
026600
026700 2900-LER-DETALHE.
026800     READ PAGDET-FILE
026900         AT END
027000             SET WS-FIM-DETALHE TO TRUE
027100     END-READ.
027200 2900-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------*
027600* 3000-IMPRIMIR - PERCORRE O RESULTADO ORDENADO COM        *
027700*                 QUEBRA POR CODIGO DE IMPOSTO E POR       *
027800*                 CONTA, E FECHA O TOTAL GERAL             *
027900*----------------------------------------------------------*
028000 3000-IMPRIMIR.
028100     OPEN OUTPUT REPORT-FILE
028200     MOVE WS-DATA-INICIAL TO CAB-DATA-INICIAL
028300     MOVE WS-DATA-FINAL TO CAB-DATA-FINAL
028400     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
028500     WRITE REPORT-LINHA
028600
028700     PERFORM 3900-LER-SORT THRU 3900-EXIT
028800     PERFORM 3100-TRATAR-PAGAMENTO THRU 3100-EXIT
028900         UNTIL WS-FIM-SORT
029000     PERFORM 3500-FECHAR-CONTA THRU 3500-EXIT
029100     PERFORM 3600-FECHAR-CODIGO THRU 3600-EXIT
029200
029300     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
029400     WRITE REPORT-LINHA
029500     MOVE 'TOTAL GERAL RETIDO........' TO TOT-ROTULO
029600     MOVE WS-QTD-GERAL TO TOT-QTD
029700     MOVE WS-BRUTO-GERAL TO TOT-BRUTO
029800     MOVE WS-RETIDO-GERAL TO TOT-RETIDO
029900     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
030000     WRITE REPORT-LINHA
030100     IF WS-CONT-SEM-DOCUMENTO > ZERO
030200         MOVE 'FAVORECIDOS SEM CPF/CNPJ..' TO TOT-ROTULO
030300         MOVE WS-CONT-SEM-DOCUMENTO TO TOT-QTD
030400         MOVE ZERO TO TOT-BRUTO
030500         MOVE ZERO TO TOT-RETIDO
030600         MOVE WS-LINHA-TOTAL TO REPORT-LINHA
030700         WRITE REPORT-LINHA
030800     END-IF
030900     CLOSE CADASTRO-FILE
031000     CLOSE REPORT-FILE.
031100 3000-EXIT.
031200     EXIT.
031300
031400 3100-TRATAR-PAGAMENTO.
031500     IF WS-TEM-CODIGO
031600        AND SR-CODIGO NOT = WS-CODIGO-CORRENTE
031700         PERFORM 3500-FECHAR-CONTA THRU 3500-EXIT
031800         PERFORM 3600-FECHAR-CODIGO THRU 3600-EXIT
031900     END-IF
032000     IF NOT WS-TEM-CODIGO
032100         PERFORM 3200-ABRIR-CODIGO THRU 3200-EXIT
032200     END-IF
032300     IF WS-TEM-CONTA
032400        AND SR-CONTA NOT = WS-CONTA-CORRENTE
032500         PERFORM 3500-FECHAR-CONTA THRU 3500-EXIT
032600     END-IF
032700     IF NOT WS-TEM-CONTA
032800         SET WS-TEM-CONTA TO TRUE
032900         MOVE SR-CONTA TO WS-CONTA-CORRENTE
033000     END-IF
033100
033200     ADD 1 TO WS-QTD-CONTA
033300     ADD SR-VALOR TO WS-BRUTO-CONTA
033400     ADD SR-RETIDO TO WS-RETIDO-CONTA
033500     PERFORM 3900-LER-SORT THRU 3900-EXIT.
033600 3100-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------*
034000* 3200-ABRIR-CODIGO - ABRE O BLOCO DO CODIGO DE IMPOSTO    *
034100*                     COM DESCRICAO, ALIQUOTA E CONTA      *
034200*                     (PAGTRIB)                            *
034300*----------------------------------------------------------*
034400 3200-ABRIR-CODIGO.
034500     SET WS-TEM-CODIGO TO TRUE
034600     MOVE SR-CODIGO TO WS-CODIGO-CORRENTE
034700     MOVE ZERO TO WS-QTD-CODIGO
034800     MOVE ZERO TO WS-BRUTO-CODIGO
034900     MOVE ZERO TO WS-RETIDO-CODIGO
035000
035100     MOVE 'K' TO TRB-FUNCAO
035200     MOVE SR-CODIGO TO TRB-CODIGO
035300     CALL 'PAGTRIB' USING TRB-PARM
035400     IF TRB-NAO-ENCONTRADO
035500         MOVE '*FORA DA IMPTAB*' TO TRB-DESCRICAO
035600         MOVE ZERO TO TRB-ALIQUOTA
035700         MOVE SPACES TO TRB-CONTA-RAZAO
035800     END-IF
035900
036000     MOVE WS-LINHA-QUEBRA TO REPORT-LINHA
036100     WRITE REPORT-LINHA
036200     MOVE SR-CODIGO TO COD-CODIGO
036300     MOVE TRB-DESCRICAO TO COD-DESCRICAO
036400     MOVE TRB-ALIQUOTA TO COD-ALIQUOTA
036500     MOVE TRB-CONTA-RAZAO TO COD-CONTA-RAZAO
036600     MOVE WS-LINHA-CODIGO TO REPORT-LINHA
036700     WRITE REPORT-LINHA
036800     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
036900     WRITE REPORT-LINHA.
037000 3200-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------*
037400* 3500-FECHAR-CONTA - LISTA O FAVORECIDO COM CPF/CNPJ E    *
037500*                     OS TOTAIS DO PERIODO NO CODIGO       *
037600*----------------------------------------------------------*
037700 3500-FECHAR-CONTA.
037800     IF NOT WS-TEM-CONTA
037900         GO TO 3500-EXIT
038000     END-IF
038100     MOVE WS-CONTA-CORRENTE TO CAD-CONTA
038200     READ CADASTRO-FILE KEY IS CAD-CONTA
038300         INVALID KEY
038400             MOVE '*NAO CADASTRADA*' TO CAD-NOME
038500             MOVE SPACES TO CAD-DOCUMENTO
038600     END-READ
038700     IF CAD-DOCUMENTO = SPACES
038800         ADD 1 TO WS-CONT-SEM-DOCUMENTO
038900         MOVE '*SEM CPF/CNPJ*' TO CAD-DOCUMENTO
039000     END-IF
039100
039200     MOVE WS-CONTA-CORRENTE TO DET-CONTA
039300     MOVE CAD-DOCUMENTO TO DET-DOCUMENTO
039400     MOVE CAD-NOME TO DET-NOME
039500     MOVE WS-QTD-CONTA TO DET-QTD
039600     MOVE WS-BRUTO-CONTA TO DET-BRUTO
039700     MOVE WS-RETIDO-CONTA TO DET-RETIDO
039800     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
039900     WRITE REPORT-LINHA
040000
040100     ADD WS-QTD-CONTA TO WS-QTD-CODIGO
040200     ADD WS-BRUTO-CONTA TO WS-BRUTO-CODIGO
040300     ADD WS-RETIDO-CONTA TO WS-RETIDO-CODIGO
040400     MOVE ZERO TO WS-QTD-CONTA
040500     MOVE ZERO TO WS-BRUTO-CONTA
040600     MOVE ZERO TO WS-RETIDO-CONTA
040700     MOVE 'N' TO WS-TEM-CONTA-SW.
040800 3500-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------*
041200* 3600-FECHAR-CODIGO - FECHA O BLOCO DO CODIGO COM O       *
041300*                      TOTAL RETIDO A RECOLHER             *
041400*----------------------------------------------------------*
041500 3600-FECHAR-CODIGO.
041600     IF NOT WS-TEM-CODIGO
041700         GO TO 3600-EXIT
041800     END-IF
041900     MOVE 'TOTAL DO CODIGO...........' TO TOT-ROTULO
042000     MOVE WS-QTD-CODIGO TO TOT-QTD
042100     MOVE WS-BRUTO-CODIGO TO TOT-BRUTO
042200     MOVE WS-RETIDO-CODIGO TO TOT-RETIDO
042300     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
042400     WRITE REPORT-LINHA
042500
042600     ADD WS-QTD-CODIGO TO WS-QTD-GERAL
042700     ADD WS-BRUTO-CODIGO TO WS-BRUTO-GERAL
042800     ADD WS-RETIDO-CODIGO TO WS-RETIDO-GERAL
042900     MOVE 'N' TO WS-TEM-CODIGO-SW.
043000 3600-EXIT.
043100     EXIT.
043200
043300 3900-LER-SORT.
043400     RETURN SORT-FILE
043500         AT END
043600             SET WS-FIM-SORT TO TRUE
043700     END-RETURN.
043800 3900-EXIT.
043900     EXIT.
044000
044100 END PROGRAM PAGIMPR.
