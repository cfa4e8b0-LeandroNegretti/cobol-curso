000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORDGER.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: GERACAO DOS PAGAMENTOS DAS ORDENS           *
001000*                    PERMANENTES (ORDPAG), DENTRO DO CICLO E     *
001100*                    ANTES DA LIBERACAO DE AGENDADOS (PAGAGEN).  *
001200*                    PARA CADA ORDEM ATIVA, TODO VENCIMENTO      *
001300*                    NOMINAL ATE A DATA DO CICLO MAIS A          *
001400*                    ANTECEDENCIA EM DIAS CORRIDOS DO SYSIN      *
001500*                    (ZERO A 30) E ROLADO PARA DIA UTIL PELA     *
001600*                    ROTINA DE DATAS (PAGDATA) E GRAVADO COMO    *
001700*                    PAGAMENTO AGENDADO ('G', ORIGEM 'P') NO     *
001800*                    DETALHE (PAGDET) E NO MESTRE (PAGTOMST),    *
001900*                    COM JORNAL E AUDITORIA, COMO O AGENDAMENTO  *
002000*                    DO PROGRAMSET; O PAGAGEN O LIBERA NA DATA   *
002100*                    DE VALOR COM AS CRITICAS DE SEMPRE.         *
002200*                    OCORRENCIA JA REGISTRADA NA MESMA DATA E    *
002300*                    VALOR NAO E GERADA DE NOVO. ORDEM CUJO      *
002400*                    PROXIMO VENCIMENTO PASSOU DA DATA FIM E     *
002500*                    ENCERRADA E LISTADA; ORDEM DE CONTA         *
002600*                    BLOQUEADA, ENCERRADA OU FORA DO CADASTRO    *
002700*                    (CADMST) E LISTADA E NAO GERA NADA, FICANDO *
002800*                    O VENCIMENTO PENDENTE ATE A CONTA SER       *
002900*                    REGULARIZADA OU A ORDEM SUSPENSA. ORDEM     *
003000*                    LISTADA POR CONTA IRREGULAR OU OCORRENCIA   *
003100*                    REPETIDA TERMINA COM RC = 4.                *
003120*                    CADA OCORRENCIA RECEBE A REFERENCIA UNICA   *
003140*                    DO PAGREFN (CONTROLE REFSEQ); O PREFIXO DA  *
003160*                    ORDEM COM O NUMERO DA OCORRENCIA FICA COMO  *
003180*                    REFERENCIA DO CLIENTE.                      *
003200*                                                                *
003300*    HISTORICO DE ALTERACOES                                    *
003400*    DATA       AUTOR   DESCRICAO                                *
003500*    2026-10-15 MAF     VERSAO INICIAL                           *
003520*    2026-10-15 MAF     REFERENCIA UNICA (PAGREFN) EM CADA       *
003540*                       OCORRENCIA; PREFIXO + NUMERO VIRA A      *
003560*                       REFERENCIA DO CLIENTE; AUDITORIA 110     *
003570*    2026-10-15 MAF     LOG DE AUDITORIA GRAVADO PELA ROTINA     *
003580*                       COMUM PAGAUDT (SEQUENCIA GLOBAL E HASH   *
003590*                       ENCADEADO); CONTROLE AUSENTE = RC 12     *
003592*    2026-10-15 MAF     OCORRENCIA GERADA LEVA O CENTRO DE CUSTO *
003594*                       DA ORDEM PARA A RESERVA DO ORCAMENTO NA  *
003596*                       LIBERACAO PELO PAGAGEN                   *
003597*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
003598*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
003599*                       APOS O REGISTRO NO PAGCTRL               *
003600*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
003601*                       ('W') CONTAM COMO ORDEM JA REGISTRADA    *
003602*                                                                *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ORDEM-FILE      ASSIGN TO ORDPAG
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS DYNAMIC
004700            RECORD KEY IS ORD-CHAVE
004800            FILE STATUS IS WS-ORDEM-STATUS.
004900
005000     SELECT PAGDET-FILE     ASSIGN TO PAGDET
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS DYNAMIC
005300            RECORD KEY IS PAGD-CHAVE
005400            ALTERNATE RECORD KEY IS PAGD-REFERENCIA
005500                WITH DUPLICATES
005600            ALTERNATE RECORD KEY IS PAGD-DATA
005700                WITH DUPLICATES
005800            FILE STATUS IS WS-PAGDET-STATUS.
005900
006000     SELECT PAGTO-FILE      ASSIGN TO PAGTOMST
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS RANDOM
006300            RECORD KEY IS PAGTO-CONTA
006400            FILE STATUS IS WS-PAGTO-STATUS.
006500
006600     SELECT CADASTRO-FILE   ASSIGN TO CADMST
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS RANDOM
006900            RECORD KEY IS CAD-CONTA
007000            FILE STATUS IS WS-CADASTRO-STATUS.
007100
007600     SELECT REPORT-FILE     ASSIGN TO RELORDG
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS IS WS-REPORT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ORDEM-FILE.
008300 COPY ORDREC.
008400
008500 FD  PAGDET-FILE.
008600 COPY PAGDREC.
008700
008800 FD  PAGTO-FILE.
008900 COPY PAGREC.
009000
009100 FD  CADASTRO-FILE.
009200 COPY CADREC.
009300
009800 FD  REPORT-FILE
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  REPORT-LINHA                PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 77  WS-ORDEM-STATUS             PIC X(02) VALUE SPACES.
010400 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
010500 77  WS-PAGTO-STATUS             PIC X(02) VALUE SPACES.
010600 77  WS-CADASTRO-STATUS          PIC X(02) VALUE SPACES.
010800 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
010820 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
010900
011000 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
011100 77  WS-DATA-LIMITE              PIC 9(08) VALUE ZERO.
011200 77  WS-DATA-VALOR               PIC 9(08) VALUE ZERO.
011300 77  WS-ANTECEDENCIA             PIC 9(02) VALUE ZERO.
011400 77  WS-PROX-SEQ                 PIC 9(03) VALUE ZERO.
011500 77  WS-NUM-OCORRENCIA           PIC 9(06) COMP VALUE ZERO.
011600 77  WS-QUOCIENTE                PIC 9(06) COMP VALUE ZERO.
011700 77  WS-MOTIVO                   PIC X(21) VALUE SPACES.
011800 77  WS-FLAG-ANTES               PIC X(01) VALUE SPACE.
011900
012000 01  WS-REFERENCIA.
012100     05  WS-REF-PREFIXO          PIC X(03).
012200     05  WS-REF-NUMERO           PIC 9(02).
012220
012240 77  WS-REFERENCIA-PAGTO         PIC X(10) VALUE SPACES.
012300
012400 77  WS-CONT-LIDAS               PIC 9(07) COMP VALUE ZERO.
012500 77  WS-CONT-SUSPENSAS           PIC 9(07) COMP VALUE ZERO.
012600 77  WS-CONT-GERADOS             PIC 9(07) COMP VALUE ZERO.
012700 77  WS-CONT-REPETIDOS           PIC 9(07) COMP VALUE ZERO.
012800 77  WS-CONT-VENCIDAS            PIC 9(07) COMP VALUE ZERO.
012900 77  WS-CONT-CONTA-IRREGULAR     PIC 9(07) COMP VALUE ZERO.
013000 77  WS-CONT-EXCECOES            PIC 9(07) COMP VALUE ZERO.
013100 77  WS-TOTAL-GERADO             PIC S9(11)V99 VALUE ZERO.
013200
013300 COPY CTRPARM.
013320
013340 COPY AUDPARM.
013360
013380 COPY AUDREC.
013400
013500 COPY DATAREC.
013600
013700 COPY JRNPARM.
013720
013740 COPY REFPARM.
013800
013900 77  WS-JRN-ANTES-MESTRE         PIC X(100) VALUE SPACES.
014000
014100 01  WS-SWITCHES.
014200     05  WS-FIM-ORDEM-SW         PIC X(01) VALUE 'N'.
014300         88  WS-FIM-ORDEM                   VALUE 'S'.
014400     05  WS-FIM-DETALHE-SW       PIC X(01) VALUE 'N'.
014500         88  WS-FIM-DETALHE                 VALUE 'S'.
014600     05  WS-JA-REGISTRADO-SW     PIC X(01) VALUE 'N'.
014700         88  WS-JA-REGISTRADO               VALUE 'S'.
014800     05  WS-CONTA-IRREGULAR-SW   PIC X(01) VALUE 'N'.
014900         88  WS-CONTA-IRREGULAR             VALUE 'S'.
015000     05  WS-MESTRE-ACHADO-SW     PIC X(01) VALUE 'N'.
015100         88  WS-MESTRE-ACHADO               VALUE 'S'.
015200
015300 01  WS-LINHA-CABEC1.
015400     05  FILLER                  PIC X(46) VALUE
015500         'GERACAO DAS ORDENS PERMANENTES - ORDGER - ATE '.
015600     05  CAB-DATA-LIMITE         PIC 9(08).
015700     05  FILLER                  PIC X(26) VALUE SPACES.
015800 01  WS-LINHA-CABEC2.
015900     05  FILLER                  PIC X(12) VALUE 'CONTA'.
016000     05  FILLER                  PIC X(04) VALUE 'SQ'.
016100     05  FILLER                  PIC X(10) VALUE 'DATA'.
016200     05  FILLER                  PIC X(14) VALUE 'VALOR'.
016300     05  FILLER                  PIC X(07) VALUE 'REFER'.
016400     05  FILLER                  PIC X(12) VALUE 'DESTINO'.
016500     05  FILLER                  PIC X(21) VALUE 'MOTIVO'.
016600 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
016700
016800 01  WS-LINHA-DETALHE.
016900     05  DET-CONTA               PIC X(10).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  DET-SEQ                 PIC 9(02).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  DET-DATA                PIC 9(08).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  DET-VALOR               PIC -(07)9,99.
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  DET-REFERENCIA          PIC X(05).
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  DET-DESTINO             PIC X(10).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  DET-MOTIVO              PIC X(21).
018200
018300 01  WS-LINHA-TOTAL.
018400     05  TOT-ROTULO              PIC X(26).
018500     05  TOT-QTD                 PIC ZZZZZZ9.
018600
018700 PROCEDURE DIVISION.
018800*----------------------------------------------------------*
018900* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
019000*----------------------------------------------------------*
019100 0000-MAINLINE.
019200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
019300     PERFORM 2000-TRATAR-ORDEM THRU 2000-EXIT
019400         UNTIL WS-FIM-ORDEM
019500     PERFORM 8000-FINALIZAR THRU 8000-EXIT
019600     STOP RUN.
019700
019800*----------------------------------------------------------*
019900* 1000-INICIALIZAR - OBTEM A DATA DO CICLO, APURA A        *
020000*                    DATA LIMITE DA GERACAO PELA           *
020100*                    ANTECEDENCIA DO SYSIN E ABRE OS       *
020200*                    ARQUIVOS                              *
020300*----------------------------------------------------------*
020400 1000-INICIALIZAR.
020500     MOVE 'I' TO CTR-FUNCAO
020600     MOVE 'ORDGER' TO CTR-PASSO
020700     CALL 'PAGCTRL' USING CTR-PARM
020800     IF CTR-SEM-CICLO
020900         DISPLAY 'NENHUM CICLO ABERTO - ABRA PELO PAGOPER'
021000         MOVE 8 TO RETURN-CODE
021100         STOP RUN
021200     END-IF
021300     IF CTR-FORA-DE-SEQUENCIA
021400         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
021500         MOVE 8 TO RETURN-CODE
021600         STOP RUN
021700     END-IF
021800     IF CTR-CICLO-ENCERRADO
021900         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
022000             CTR-DATA-PROCESSO
022100         MOVE 8 TO RETURN-CODE
022200         STOP RUN
022300     END-IF
022400     MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
022500
022600     ACCEPT WS-ANTECEDENCIA FROM SYSIN
022700     IF WS-ANTECEDENCIA NOT NUMERIC
022800        OR WS-ANTECEDENCIA > 30
022900         MOVE ZERO TO WS-ANTECEDENCIA
023000     END-IF
023100     MOVE 'S' TO DTV-FUNCAO
023200     MOVE WS-DATA-PROCESSO TO DTV-DATA-ENTRADA
023300     MOVE WS-ANTECEDENCIA TO DTV-DIAS
023400     CALL 'PAGDATA' USING DTV-PARM
023500     MOVE DTV-DATA-SAIDA TO WS-DATA-LIMITE
023600
023700     OPEN I-O ORDEM-FILE
023800     IF WS-ORDEM-STATUS NOT = '00'
023900         DISPLAY 'ARQUIVO DE ORDENS PERMANENTES INDISPONIVEL - '
024000             'STATUS: ' WS-ORDEM-STATUS
024100         MOVE 12 TO RETURN-CODE
024200         STOP RUN
024300     END-IF
024400     OPEN I-O PAGDET-FILE
024500     IF WS-PAGDET-STATUS NOT = '00'
024600         DISPLAY 'DETALHE DE PAGAMENTOS INDISPONIVEL - STATUS: '
024700             WS-PAGDET-STATUS
024800         MOVE 12 TO RETURN-CODE
024900         STOP RUN
025000     END-IF
025100     OPEN I-O PAGTO-FILE
025200     IF WS-PAGTO-STATUS NOT = '00'
025300         DISPLAY 'MESTRE DE PAGAMENTOS INDISPONIVEL - STATUS: '
025400             WS-PAGTO-STATUS
025500         MOVE 12 TO RETURN-CODE
025600         STOP RUN
025700     END-IF
025800     OPEN INPUT CADASTRO-FILE
025900     IF WS-CADASTRO-STATUS NOT = '00'
026000         DISPLAY 'CADASTRO DE CONTAS INDISPONIVEL - STATUS: '
026100             WS-CADASTRO-STATUS
026200         MOVE 12 TO RETURN-CODE
026300         STOP RUN
026400     END-IF
026410     MOVE 'A' TO RFN-FUNCAO
026420     CALL 'PAGREFN' USING RFN-PARM
026430     IF NOT RFN-OK
026440         DISPLAY 'NUMERACAO DE REFERENCIAS INDISPONIVEL'
026450         MOVE 12 TO RETURN-CODE
026460         STOP RUN
026470     END-IF
026490     MOVE 'A' TO ADT-FUNCAO
026510     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
026530     IF NOT ADT-OK
026550         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL'
026570         MOVE 12 TO RETURN-CODE
026590         STOP RUN
026610     END-IF
026900     OPEN OUTPUT REPORT-FILE
027000     MOVE WS-DATA-LIMITE TO CAB-DATA-LIMITE
027100     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
027200     WRITE REPORT-LINHA
027300     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
027400     WRITE REPORT-LINHA
027500     PERFORM 2900-LER-ORDEM THRU 2900-EXIT.
027600 1000-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------*
028000* 2000-TRATAR-ORDEM - AVALIA A ORDEM CORRENTE E LE A       *
028100*                     PROXIMA                              *
028200*----------------------------------------------------------*
028300 2000-TRATAR-ORDEM.
028400     ADD 1 TO WS-CONT-LIDAS
028500     IF ORD-SUSPENSA
028600         ADD 1 TO WS-CONT-SUSPENSAS
028700     END-IF
028800     IF ORD-ATIVA
028900         PERFORM 2050-AVALIAR-ORDEM THRU 2050-EXIT
029000     END-IF
029100     PERFORM 2900-LER-ORDEM THRU 2900-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400
029500*----------------------------------------------------------*
029600* 2050-AVALIAR-ORDEM - ENCERRA A ORDEM VENCIDA, CONFERE A  *
029700*                      CONTA E GERA OS VENCIMENTOS QUE     *
029800*                      CAIRAM DENTRO DA DATA LIMITE        *
029900*----------------------------------------------------------*
030000 2050-AVALIAR-ORDEM.
030100     IF ORD-DATA-FIM NOT = ZERO
030200        AND ORD-PROX-DATA > ORD-DATA-FIM
030300         PERFORM 2600-ENCERRAR-VENCIDA THRU 2600-EXIT
030400         GO TO 2050-EXIT
030500     END-IF
030600     IF ORD-PROX-DATA > WS-DATA-LIMITE
030700         GO TO 2050-EXIT
030800     END-IF
030900     PERFORM 2100-VERIFICAR-CADASTRO THRU 2100-EXIT
031000     IF WS-CONTA-IRREGULAR
031100         ADD 1 TO WS-CONT-CONTA-IRREGULAR
031200         ADD 1 TO WS-CONT-EXCECOES
031300         MOVE ORD-PROX-DATA TO WS-DATA-VALOR
031400         MOVE SPACES TO WS-REFERENCIA
031500         MOVE 'NAO GERADO' TO DET-DESTINO
031600         PERFORM 2800-LISTAR THRU 2800-EXIT
031700         GO TO 2050-EXIT
031800     END-IF
031900     PERFORM 2300-GERAR-OCORRENCIA THRU 2300-EXIT
032000         UNTIL ORD-PROX-DATA > WS-DATA-LIMITE
032100            OR (ORD-DATA-FIM NOT = ZERO
032200                AND ORD-PROX-DATA > ORD-DATA-FIM)
032300     REWRITE ORD-REC
032400     IF ORD-DATA-FIM NOT = ZERO
032500        AND ORD-PROX-DATA > ORD-DATA-FIM
032600         PERFORM 2600-ENCERRAR-VENCIDA THRU 2600-EXIT
032700     END-IF.
032800 2050-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------*
033200* 2100-VERIFICAR-CADASTRO - A CONTA DA ORDEM TEM QUE       *
033300*                           EXISTIR NO CADASTRO E ESTAR ATIVA*
033400*----------------------------------------------------------*
033500 2100-VERIFICAR-CADASTRO.
033600     MOVE 'N' TO WS-CONTA-IRREGULAR-SW
033700     MOVE ORD-CONTA TO CAD-CONTA
033800     READ CADASTRO-FILE KEY IS CAD-CONTA
033900         INVALID KEY
034000             SET WS-CONTA-IRREGULAR TO TRUE
034100             MOVE 'CONTA FORA DO CADMST' TO WS-MOTIVO
034200         NOT INVALID KEY
034300             IF CAD-BLOQUEADA
034400                 SET WS-CONTA-IRREGULAR TO TRUE
034500                 MOVE 'CONTA BLOQUEADA' TO WS-MOTIVO
034600             ELSE
034700                 IF NOT CAD-ATIVA
034800                     SET WS-CONTA-IRREGULAR TO TRUE
034900                     MOVE 'CONTA ENCERRADA' TO WS-MOTIVO
035000                 END-IF
035100             END-IF
035200     END-READ.
035300 2100-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------*
035700* 2300-GERAR-OCORRENCIA - ROLA O VENCIMENTO PARA DIA       *
035800*                         UTIL, GRAVA O AGENDADO NO DETALHE*
035900*                         E NO MESTRE E AVANCA A ORDEM PARA*
036000*                         O VENCIMENTO SEGUINTE            *
036100*----------------------------------------------------------*
036200 2300-GERAR-OCORRENCIA.
036300     MOVE 'U' TO DTV-FUNCAO
036400     MOVE ORD-PROX-DATA TO DTV-DATA-ENTRADA
036500     CALL 'PAGDATA' USING DTV-PARM
036600     MOVE DTV-DATA-SAIDA TO WS-DATA-VALOR
036700     MOVE ORD-PREFIXO TO WS-REF-PREFIXO
036800     COMPUTE WS-NUM-OCORRENCIA = ORD-QTD-GERADAS + 1
036900     DIVIDE WS-NUM-OCORRENCIA BY 100
037000         GIVING WS-QUOCIENTE REMAINDER WS-REF-NUMERO
037100     PERFORM 2400-LOCALIZAR-DETALHE THRU 2400-EXIT
037200     IF WS-JA-REGISTRADO
037300         ADD 1 TO WS-CONT-REPETIDOS
037400         ADD 1 TO WS-CONT-EXCECOES
037500         MOVE 'NAO GERADO' TO DET-DESTINO
037600         MOVE 'JA REGISTRADO NA DATA' TO WS-MOTIVO
037700         PERFORM 2800-LISTAR THRU 2800-EXIT
037800     ELSE
037900         PERFORM 2500-GRAVAR-AGENDADO THRU 2500-EXIT
038000         ADD 1 TO ORD-QTD-GERADAS
038100         MOVE WS-DATA-VALOR TO ORD-ULT-GERADA
038200         ADD 1 TO WS-CONT-GERADOS
038300         ADD ORD-VALOR TO WS-TOTAL-GERADO
038400         MOVE 'AGENDADO' TO DET-DESTINO
038500         MOVE SPACES TO WS-MOTIVO
038600         PERFORM 2800-LISTAR THRU 2800-EXIT
038700     END-IF
038800     PERFORM 5000-AVANCAR-VENCIMENTO THRU 5000-EXIT.
038900 2300-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------*
039300* 2400-LOCALIZAR-DETALHE - PERCORRE OS PAGAMENTOS DA       *
039400*                          CONTA NA DATA DE VALOR: APURA A *
039500*                          PROXIMA SEQUENCIA LIVRE E SE O  *
039600*                          MESMO VALOR JA ESTA REGISTRADO  *
039700*----------------------------------------------------------*
039800 2400-LOCALIZAR-DETALHE.
039900     MOVE 'N' TO WS-JA-REGISTRADO-SW
040000     MOVE 'N' TO WS-FIM-DETALHE-SW
040100     MOVE 1 TO WS-PROX-SEQ
040200     MOVE ORD-CONTA TO PAGD-CONTA
040300     MOVE WS-DATA-VALOR TO PAGD-DATA
040400     MOVE ZERO TO PAGD-SEQ
040500     START PAGDET-FILE KEY IS NOT LESS THAN PAGD-CHAVE
040600         INVALID KEY
040700             SET WS-FIM-DETALHE TO TRUE
040800     END-START
040900     IF NOT WS-FIM-DETALHE
041000         PERFORM 2490-LER-DETALHE THRU 2490-EXIT
041100         PERFORM 2450-AVALIAR-DETALHE THRU 2450-EXIT
041200             UNTIL WS-FIM-DETALHE
041300     END-IF.
041400 2400-EXIT.
041500     EXIT.
041600
041700 2450-AVALIAR-DETALHE.
041800     IF PAGD-CONTA = ORD-CONTA
041900        AND PAGD-DATA = WS-DATA-VALOR
042000         COMPUTE WS-PROX-SEQ = PAGD-SEQ + 1
042100         IF PAGD-VALOR = ORD-VALOR
042200            AND (PAGD-AGENDADO OR PAGD-CONFIRMADO
042300                 OR PAGD-AGUARDANDO OR PAGD-ENVIADO
042400                 OR PAGD-LIQUIDADO OR PAGD-DESVIADO
042420                 OR PAGD-RELANCAR)
042500             SET WS-JA-REGISTRADO TO TRUE
042600         END-IF
042700         PERFORM 2490-LER-DETALHE THRU 2490-EXIT
042800     ELSE
042900         SET WS-FIM-DETALHE TO TRUE
043000     END-IF.
043100 2450-EXIT.
043200     EXIT.
043300
043400 2490-LER-DETALHE.
043500     READ PAGDET-FILE NEXT
043600         AT END
043700             SET WS-FIM-DETALHE TO TRUE
043800     END-READ.
043900 2490-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------*
044300* 2500-GRAVAR-AGENDADO - GRAVA A OCORRENCIA COMO 'G' NO    *
044400*                        DETALHE E NO MESTRE, COM JORNAL E *
044500*                        AUDITORIA; A RETENCAO NA FONTE E  *
044600*                        APURADA PELO PAGAGEN NA LIBERACAO *
044700*----------------------------------------------------------*
044800 2500-GRAVAR-AGENDADO.
044820     PERFORM 2510-ATRIBUIR-REFERENCIA THRU 2510-EXIT
044900     MOVE ORD-CONTA TO PAGD-CONTA
045000     MOVE WS-DATA-VALOR TO PAGD-DATA
045100     MOVE WS-PROX-SEQ TO PAGD-SEQ
045200     MOVE ORD-VALOR TO PAGD-VALOR
045300     MOVE 'G' TO PAGD-FLAG
045400     MOVE WS-REFERENCIA-PAGTO TO PAGD-REFERENCIA
045420     MOVE WS-REFERENCIA TO PAGD-REF-CLIENTE
045500     MOVE 'P' TO PAGD-ORIGEM
045520     MOVE ORD-CENTRO-CUSTO TO PAGD-CENTRO-CUSTO
045600     MOVE SPACES TO PAGD-COD-IMPOSTO
045700     MOVE ZERO TO PAGD-VALOR-RETIDO
045800     WRITE PAGD-REC
045900     PERFORM 6500-JORNAL-DETALHE THRU 6500-EXIT
046000
046100     MOVE 'N' TO WS-MESTRE-ACHADO-SW
046200     MOVE SPACE TO WS-FLAG-ANTES
046300     MOVE SPACES TO WS-JRN-ANTES-MESTRE
046400     MOVE ORD-CONTA TO PAGTO-CONTA
046500     READ PAGTO-FILE KEY IS PAGTO-CONTA
046600         INVALID KEY
046700             CONTINUE
046800         NOT INVALID KEY
046900             SET WS-MESTRE-ACHADO TO TRUE
047000             MOVE PAGTO-FLAG TO WS-FLAG-ANTES
047100             MOVE PAGTO-REC TO WS-JRN-ANTES-MESTRE
047200     END-READ
047300     MOVE ORD-CONTA TO PAGTO-CONTA
047400     MOVE ORD-VALOR TO PAGTO-VALOR
047500     MOVE WS-DATA-VALOR TO PAGTO-DATA
047600     MOVE 'G' TO PAGTO-FLAG
047700     MOVE WS-REFERENCIA-PAGTO TO PAGTO-REFERENCIA
047720     MOVE WS-REFERENCIA TO PAGTO-REF-CLIENTE
047800     IF WS-MESTRE-ACHADO
047900         REWRITE PAGTO-REC
048000         MOVE 'R' TO JRN-PRM-OPERACAO
048100     ELSE
048200         WRITE PAGTO-REC
048300         MOVE 'W' TO JRN-PRM-OPERACAO
048400     END-IF
048500     PERFORM 6400-JORNAL-MESTRE THRU 6400-EXIT
048600     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
048700 2500-EXIT.
048800     EXIT.
048805
048810*----------------------------------------------------------*
048815* 2510-ATRIBUIR-REFERENCIA - OBTEM DA ROTINA PAGREFN A     *
048820*                            REFERENCIA UNICA DA           *
048822*                            OCORRENCIA                    *
048825*----------------------------------------------------------*
048830 2510-ATRIBUIR-REFERENCIA.
048835     MOVE 'P' TO RFN-FUNCAO
048840     MOVE 'ORDGER' TO RFN-ORIGEM
048845     MOVE WS-DATA-PROCESSO TO RFN-DATA
048850     CALL 'PAGREFN' USING RFN-PARM
048855     IF NOT RFN-OK
048860         DISPLAY 'FALHA NA NUMERACAO DE REFERENCIAS - CONTA: '
048865             ORD-CONTA
048870         MOVE 12 TO RETURN-CODE
048875         STOP RUN
048880     END-IF
048885     MOVE RFN-REFERENCIA TO WS-REFERENCIA-PAGTO.
048890 2510-EXIT.
048895     EXIT.
048900
049000*----------------------------------------------------------*
049100* 2600-ENCERRAR-VENCIDA - ORDEM SEM VENCIMENTO DENTRO DA   *
049200*                         VIGENCIA PASSA A ENCERRADA E SAI *
049300*                         NO RELATORIO                     *
049400*----------------------------------------------------------*
049500 2600-ENCERRAR-VENCIDA.
049600     MOVE 'E' TO ORD-SITUACAO
049700     MOVE WS-DATA-PROCESSO TO ORD-DATA-SITUACAO
049800     REWRITE ORD-REC
049900     ADD 1 TO WS-CONT-VENCIDAS
050000     MOVE ORD-DATA-FIM TO WS-DATA-VALOR
050100     MOVE SPACES TO WS-REFERENCIA
050200     MOVE 'ENCERRADA' TO DET-DESTINO
050300     MOVE 'FIM DA VIGENCIA' TO WS-MOTIVO
050400     PERFORM 2800-LISTAR THRU 2800-EXIT.
050500 2600-EXIT.
050600     EXIT.
050700
050800 2800-LISTAR.
050900     MOVE ORD-CONTA TO DET-CONTA
051000     MOVE ORD-SEQ TO DET-SEQ
051100     MOVE WS-DATA-VALOR TO DET-DATA
051200     MOVE ORD-VALOR TO DET-VALOR
051300     MOVE WS-REFERENCIA TO DET-REFERENCIA
051400     MOVE WS-MOTIVO TO DET-MOTIVO
051500     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
051600     WRITE REPORT-LINHA.
051700 2800-EXIT.
051800     EXIT.
051900
052000 2900-LER-ORDEM.
052100     READ ORDEM-FILE NEXT
052200         AT END
052300             SET WS-FIM-ORDEM TO TRUE
052400     END-READ.
052500 2900-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------*
052900* 5000-AVANCAR-VENCIMENTO - LEVA ORD-PROX-DATA AO          *
053000*                           VENCIMENTO NOMINAL SEGUINTE: MENSAL*
053100*                           NO DIA ORD-DIA DO PROXIMO MES, *
053200*                           SEMANAL SETE DIAS DEPOIS       *
053300*----------------------------------------------------------*
053400 5000-AVANCAR-VENCIMENTO.
053500     MOVE 'S' TO DTV-FUNCAO
053600     MOVE ORD-PROX-DATA TO DTV-DATA-ENTRADA
053700     IF ORD-MENSAL
053800         MOVE 1 TO DTV-DIAS
053900     ELSE
054000         MOVE 7 TO DTV-DIAS
054100     END-IF
054200     CALL 'PAGDATA' USING DTV-PARM
054300     MOVE DTV-DATA-SAIDA TO ORD-PROX-DATA
054400     IF ORD-MENSAL
054500         MOVE 'M' TO DTV-FUNCAO
054600         MOVE ORD-PROX-DATA TO DTV-DATA-ENTRADA
054700         MOVE ORD-DIA TO DTV-DIAS
054800         CALL 'PAGDATA' USING DTV-PARM
054900         MOVE DTV-DATA-SAIDA TO ORD-PROX-DATA
055000     END-IF.
055100 5000-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------*
055500* 6000-GRAVAR-AUDITORIA - GRAVA O AGENDAMENTO GERADO NO    *
055600*                         LOG DE AUDITORIA COMUM           *
055700*----------------------------------------------------------*
055800 6000-GRAVAR-AUDITORIA.
055900     MOVE WS-DATA-PROCESSO TO AUDIT-DATA
056000     ACCEPT AUDIT-HORA FROM TIME
056100     MOVE 'ORDGER' TO AUDIT-ORIGEM
056200     MOVE PAGD-CONTA TO AUDIT-CONTA
056300     MOVE PAGD-VALOR TO AUDIT-VALOR
056400     MOVE WS-FLAG-ANTES TO AUDIT-FLAG-ANTES
056500     MOVE 'G' TO AUDIT-FLAG-DEPOIS
056600     MOVE 'AGENDADO' TO AUDIT-ACAO
056700     MOVE PAGD-ORIGEM TO AUDIT-CANAL
056800     MOVE SPACE TO AUDIT-MOTIVO
056900     MOVE SPACES TO AUDIT-DIGITADOR
057000     MOVE SPACES TO AUDIT-APROVADOR
057100     MOVE SPACES TO AUDIT-MOTIVO-BANCO
057120     MOVE WS-REFERENCIA-PAGTO TO AUDIT-REFERENCIA
057140     MOVE 'G' TO ADT-FUNCAO
057160     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
057180     IF NOT ADT-OK
057200         DISPLAY 'FALHA NA GRAVACAO DO LOG DE AUDITORIA'
057220         MOVE 12 TO RETURN-CODE
057240         STOP RUN
057260     END-IF.
057300 6000-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------*
057700* 6400/6500 - JORNALIZAM AS GRAVACOES DO MESTRE E DO       *
057800*             DETALHE VIA SUBPROGRAMA PAGJRNL              *
057900*----------------------------------------------------------*
058000 6400-JORNAL-MESTRE.
058100     MOVE 'ORDGER' TO JRN-PRM-ORIGEM
058200     MOVE WS-DATA-PROCESSO TO JRN-PRM-DATA
058300     MOVE 'M' TO JRN-PRM-ARQUIVO
058400     MOVE WS-JRN-ANTES-MESTRE TO JRN-PRM-ANTES
058500     MOVE PAGTO-REC TO JRN-PRM-DEPOIS
058600     CALL 'PAGJRNL' USING JRN-PARM.
058700 6400-EXIT.
058800     EXIT.
058900
059000 6500-JORNAL-DETALHE.
059100     MOVE 'ORDGER' TO JRN-PRM-ORIGEM
059200     MOVE WS-DATA-PROCESSO TO JRN-PRM-DATA
059300     MOVE 'D' TO JRN-PRM-ARQUIVO
059400     MOVE 'W' TO JRN-PRM-OPERACAO
059500     MOVE SPACES TO JRN-PRM-ANTES
059600     MOVE PAGD-REC TO JRN-PRM-DEPOIS
059700     CALL 'PAGJRNL' USING JRN-PARM.
059800 6500-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------*
060200* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS,     *
060300*                  REGISTRA O PASSO E AJUSTA O             *
060400*                  RETURN-CODE                             *
060500*----------------------------------------------------------*
060600 8000-FINALIZAR.
060700     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
060800     WRITE REPORT-LINHA
060900     MOVE 'ORDENS LIDAS............: ' TO TOT-ROTULO
061000     MOVE WS-CONT-LIDAS TO TOT-QTD
061100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
061200     WRITE REPORT-LINHA
061300     MOVE 'ORDENS SUSPENSAS........: ' TO TOT-ROTULO
061400     MOVE WS-CONT-SUSPENSAS TO TOT-QTD
061500     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
061600     WRITE REPORT-LINHA
061700     MOVE 'AGENDADOS GERADOS.......: ' TO TOT-ROTULO
061800     MOVE WS-CONT-GERADOS TO TOT-QTD
061900     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
062000     WRITE REPORT-LINHA
062100     MOVE 'OCORRENCIAS REPETIDAS...: ' TO TOT-ROTULO
062200     MOVE WS-CONT-REPETIDOS TO TOT-QTD
062300     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
062400     WRITE REPORT-LINHA
062500     MOVE 'ORDENS COM CONTA IRREG..: ' TO TOT-ROTULO
062600     MOVE WS-CONT-CONTA-IRREGULAR TO TOT-QTD
062700     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
062800     WRITE REPORT-LINHA
062900     MOVE 'ORDENS ENCERRADAS (FIM).: ' TO TOT-ROTULO
063000     MOVE WS-CONT-VENCIDAS TO TOT-QTD
063100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
063200     WRITE REPORT-LINHA
063300
063400     CLOSE ORDEM-FILE
063500     CLOSE PAGDET-FILE
063600     CLOSE PAGTO-FILE
063700     CLOSE CADASTRO-FILE
063900     CLOSE REPORT-FILE
064000
064100     IF WS-CONT-EXCECOES > ZERO
064200         MOVE 4 TO WS-RC-PASSO
064300     END-IF
064400
064500     MOVE 'T' TO CTR-FUNCAO
064600     MOVE 'ORDGER' TO CTR-PASSO
064700     MOVE WS-CONT-GERADOS TO CTR-CONTADOR
064800     MOVE WS-TOTAL-GERADO TO CTR-TOTAL
064900     MOVE WS-CONT-EXCECOES TO CTR-EXCECOES
065000     MOVE ZERO TO CTR-RETIDOS
065100     MOVE WS-RC-PASSO TO CTR-RESULTADO
065200     CALL 'PAGCTRL' USING CTR-PARM
065220     MOVE WS-RC-PASSO TO RETURN-CODE.
065300 8000-EXIT.
065400     EXIT.
065500
065600 END PROGRAM ORDGER.
