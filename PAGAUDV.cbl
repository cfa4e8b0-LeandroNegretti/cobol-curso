000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGAUDV.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: CONFERENCIA DE INTEGRIDADE DO LOG DE        *
001000*                    AUDITORIA (AUDITLOG), RODADA NO CHECKLIST   *
001100*                    DA MANHA E ANTES DE TODA ROLAGEM DO LOG. LE *
001200*                    O LOG INTEIRO E CONFERE A SEQUENCIA GLOBAL  *
001300*                    E O HASH ENCADEADO CARIMBADOS PELA ROTINA   *
001400*                    PAGAUDT: O PRIMEIRO REGISTRO ENCADEADO DEVE *
001500*                    TRAZER A BASE DO CONTROLE (AUDSEQ), CADA    *
001600*                    REGISTRO SEGUINTE A SEQUENCIA MAIS 1 E O    *
001700*                    HASH DO ANTERIOR, E O ULTIMO A SEQUENCIA E  *
001800*                    O HASH GUARDADOS NO CONTROLE. APONTA        *
001900*                    REGISTRO SEM SEQUENCIA DEPOIS DO INICIO DO  *
002000*                    ENCADEAMENTO, SEQUENCIA FORA DE ORDEM OU    *
002100*                    REPETIDA, LACUNA (REGISTRO APAGADO), ELO    *
002200*                    QUEBRADO (REGISTRO ANTERIOR ALTERADO), FIM  *
002300*                    DO LOG TRUNCADO, REGISTRO ALEM DO CONTROLE  *
002400*                    E ULTIMO REGISTRO ALTERADO; REGISTROS       *
002500*                    ANTERIORES AO ENCADEAMENTO SO SAO CONTADOS. *
002600*                    LOG ALTERADO TERMINA COM RC = 8. NO MODO    *
002700*                    'R' DO SYSIN (ROLAGEM), COM O LOG INTEGRO,  *
002800*                    AVANCA A BASE DO CONTROLE PARA DEPOIS DO    *
002900*                    ULTIMO REGISTRO, PARA O LOG NOVO COMECAR    *
003000*                    DALI.                                       *
003100*                                                                *
003200*    HISTORICO DE ALTERACOES                                    *
003300*    DATA       AUTOR   DESCRICAO                                *
003400*    2026-10-15 MAF     VERSAO INICIAL                           *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS WS-AUDIT-STATUS.
004300
004400     SELECT CONTROLE-FILE   ASSIGN TO AUDSEQ
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS RANDOM
004700            RECORD KEY IS ASQ-CHAVE
004800            FILE STATUS IS WS-CONTROLE-STATUS.
004900
005000     SELECT REPORT-FILE     ASSIGN TO RELAUDV
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS WS-REPORT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  AUDIT-FILE
005700     RECORD CONTAINS 130 CHARACTERS.
005800 COPY AUDREC.
005900
006000 FD  CONTROLE-FILE.
006100 COPY ASQREC.
006200
006300 FD  REPORT-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  REPORT-LINHA                PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
006900 77  WS-CONTROLE-STATUS          PIC X(02) VALUE SPACES.
007000 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007100
007200 77  WS-MODO                     PIC X(01) VALUE SPACE.
007300     88  WS-MODO-ROLAGEM                    VALUE 'R'.
007400     88  WS-MODO-CONFERENCIA                VALUE 'V' ' '.
007500
007600 77  WS-SEQ-ESPERADA             PIC 9(10) VALUE ZERO.
007700 77  WS-HASH-ESPERADO            PIC 9(10) VALUE ZERO.
007800 77  WS-PRIMEIRA-SEQ             PIC 9(10) VALUE ZERO.
007900 77  WS-ULTIMA-SEQ               PIC 9(10) VALUE ZERO.
008000
008100 77  WS-CONT-LIDOS               PIC 9(09) COMP VALUE ZERO.
008200 77  WS-CONT-ANTERIORES          PIC 9(09) COMP VALUE ZERO.
008300 77  WS-CONT-ENCADEADOS          PIC 9(09) COMP VALUE ZERO.
008400 77  WS-CONT-ANOMALIAS           PIC 9(07) COMP VALUE ZERO.
008500
008600 COPY AUDPARM.
008700
008800 01  WS-SWITCHES.
008900     05  WS-FIM-AUDIT-SW         PIC X(01) VALUE 'N'.
009000         88  WS-FIM-AUDIT                   VALUE 'S'.
009100     05  WS-ENCADEADO-SW         PIC X(01) VALUE 'N'.
009200         88  WS-ENCADEAMENTO-INICIADO       VALUE 'S'.
009300     05  WS-CONTROLE-SW          PIC X(01) VALUE 'N'.
009400         88  WS-CONTROLE-EXISTE             VALUE 'S'.
009500
009600 01  WS-LINHA-CABEC1             PIC X(80) VALUE
009700     'CONFERENCIA DO LOG DE AUDITORIA - PAGAUDV'.
009800 01  WS-LINHA-CONTROLE.
009900     05  FILLER                  PIC X(20) VALUE
010000         'CONTROLE: ULT SEQ '.
010100     05  CTL-ULTIMA-SEQ          PIC Z(09)9.
010200     05  FILLER                  PIC X(08) VALUE '  BASE '.
010300     05  CTL-BASE-SEQ            PIC Z(09)9.
010400     05  FILLER                  PIC X(08) VALUE '  MODO '.
010500     05  CTL-MODO                PIC X(20).
010600 01  WS-LINHA-CABEC2.
010700     05  FILLER                  PIC X(08) VALUE 'LINHA'.
010800     05  FILLER                  PIC X(11) VALUE 'SEQUENCIA'.
010900     05  FILLER                  PIC X(11) VALUE 'ESPERADA'.
011000     05  FILLER                  PIC X(15) VALUE 'OCORRENCIA'.
011100     05  FILLER                  PIC X(09) VALUE 'DATA'.
011200     05  FILLER                  PIC X(09) VALUE 'HORA'.
011300     05  FILLER                  PIC X(10) VALUE 'ORIGEM'.
011400 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
011500
011600 01  WS-LINHA-DETALHE.
011700     05  DET-LINHA               PIC Z(06)9.
011800     05  FILLER                  PIC X(01) VALUE SPACES.
011900     05  DET-SEQUENCIA           PIC X(10).
012000     05  FILLER                  PIC X(01) VALUE SPACES.
012100     05  DET-ESPERADA            PIC X(10).
012200     05  FILLER                  PIC X(01) VALUE SPACES.
012300     05  DET-OCORRENCIA          PIC X(14).
012400     05  FILLER                  PIC X(01) VALUE SPACES.
012500     05  DET-DATA                PIC X(08).
012600     05  FILLER                  PIC X(01) VALUE SPACES.
012700     05  DET-HORA                PIC X(08).
012800     05  FILLER                  PIC X(01) VALUE SPACES.
012900     05  DET-ORIGEM              PIC X(10).
013000
013100 01  WS-LINHA-TOTAL.
013200     05  TOT-ROTULO              PIC X(26).
013300     05  TOT-QTD                 PIC Z(09)9.
013400
013500 01  WS-LINHA-RESULTADO          PIC X(80) VALUE SPACES.
013600
013700 PROCEDURE DIVISION.
013800*----------------------------------------------------------*
013900* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
014000*----------------------------------------------------------*
014100 0000-MAINLINE.
014200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
014300     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT
014400     PERFORM 2000-CONFERIR-REGISTRO THRU 2000-EXIT
014500         UNTIL WS-FIM-AUDIT
014600     PERFORM 3000-CONFERIR-FIM THRU 3000-EXIT
014700     IF WS-MODO-ROLAGEM
014800         PERFORM 4000-AVANCAR-BASE THRU 4000-EXIT
014900     END-IF
015000     PERFORM 8000-FINALIZAR THRU 8000-EXIT
015100     STOP RUN.
015200
015300*----------------------------------------------------------*
015400* 1000-INICIALIZAR - CRITICA O SYSIN, LE O CONTROLE E      *
015500*                    ABRE O LOG                            *
015600*----------------------------------------------------------*
015700 1000-INICIALIZAR.
015800     ACCEPT WS-MODO FROM SYSIN
015900     IF NOT WS-MODO-ROLAGEM AND NOT WS-MODO-CONFERENCIA
016000         DISPLAY 'MODO INVALIDO (V OU R): ' WS-MODO
016100         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016300     END-IF
016400
016500     IF WS-MODO-ROLAGEM
016600         OPEN I-O CONTROLE-FILE
016700     ELSE
016800         OPEN INPUT CONTROLE-FILE
016900     END-IF
017000     IF WS-CONTROLE-STATUS NOT = '00'
017100         DISPLAY 'CONTROLE DO LOG DE AUDITORIA INDISPONIVEL - '
017200             'STATUS: ' WS-CONTROLE-STATUS
017300         MOVE 12 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017600     MOVE '1' TO ASQ-CHAVE
017700     READ CONTROLE-FILE KEY IS ASQ-CHAVE
017800         INVALID KEY
017900             PERFORM 1100-CONTROLE-VAZIO THRU 1100-EXIT
018000         NOT INVALID KEY
018100             SET WS-CONTROLE-EXISTE TO TRUE
018200     END-READ
018300     MOVE ASQ-BASE-SEQ TO WS-SEQ-ESPERADA
018400     MOVE ASQ-BASE-HASH TO WS-HASH-ESPERADO
018500
018600     OPEN INPUT AUDIT-FILE
018700     IF WS-AUDIT-STATUS NOT = '00'
018800         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL - STATUS: '
018900             WS-AUDIT-STATUS
019000         MOVE 12 TO RETURN-CODE
019100         STOP RUN
019200     END-IF
019300
019400     OPEN OUTPUT REPORT-FILE
019500     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
019600     WRITE REPORT-LINHA
019700     MOVE ASQ-ULTIMA-SEQ TO CTL-ULTIMA-SEQ
019800     MOVE ASQ-BASE-SEQ TO CTL-BASE-SEQ
019900     IF WS-MODO-ROLAGEM
020000         MOVE 'ROLAGEM' TO CTL-MODO
020100     ELSE
020200         MOVE 'CONFERENCIA' TO CTL-MODO
020300     END-IF
020400     MOVE WS-LINHA-CONTROLE TO REPORT-LINHA
020500     WRITE REPORT-LINHA
020600     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
020700     WRITE REPORT-LINHA
020800     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
020900     WRITE REPORT-LINHA.
021000 1000-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------*
021400* 1100-CONTROLE-VAZIO - NENHUM REGISTRO ENCADEADO AINDA:   *
021500*                       A CADEIA COMECA NA SEQUENCIA 1     *
021600*                       COM HASH ZERO                      *
021700*----------------------------------------------------------*
021800 1100-CONTROLE-VAZIO.
021900     MOVE SPACES TO ASQ-REC
022000     MOVE '1' TO ASQ-CHAVE
022100     MOVE ZERO TO ASQ-ULTIMA-SEQ
022200     MOVE ZERO TO ASQ-ULTIMO-HASH
022300     MOVE 1 TO ASQ-BASE-SEQ
022400     MOVE ZERO TO ASQ-BASE-HASH.
022500 1100-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------*
022900* 2000-CONFERIR-REGISTRO - CONFERE A SEQUENCIA E O ELO DE  *
023000*                          CADA REGISTRO; O HASH DELE VIRA O*
023100*                          ELO ESPERADO NO SEGUINTE        *
023200*----------------------------------------------------------*
023300 2000-CONFERIR-REGISTRO.
023400     ADD 1 TO WS-CONT-LIDOS
023500     IF AUDIT-SEQUENCIA NOT NUMERIC
023600        OR AUDIT-SEQUENCIA = ZERO
023700         PERFORM 2100-SEM-SEQUENCIA THRU 2100-EXIT
023800         GO TO 2000-LER
023900     END-IF
024000     IF NOT WS-ENCADEAMENTO-INICIADO
024100         SET WS-ENCADEAMENTO-INICIADO TO TRUE
024200         MOVE AUDIT-SEQUENCIA TO WS-PRIMEIRA-SEQ
024300     END-IF
024400     ADD 1 TO WS-CONT-ENCADEADOS
024500     EVALUATE TRUE
024600         WHEN AUDIT-SEQUENCIA < WS-SEQ-ESPERADA
024700             MOVE 'FORA DE ORDEM' TO DET-OCORRENCIA
024800             PERFORM 5000-LISTAR-REGISTRO THRU 5000-EXIT
024900         WHEN AUDIT-SEQUENCIA > WS-SEQ-ESPERADA
025000             MOVE 'LACUNA' TO DET-OCORRENCIA
025100             PERFORM 5000-LISTAR-REGISTRO THRU 5000-EXIT
025200         WHEN AUDIT-HASH-ANTERIOR NOT = WS-HASH-ESPERADO
025300             MOVE 'ELO QUEBRADO' TO DET-OCORRENCIA
025400             PERFORM 5000-LISTAR-REGISTRO THRU 5000-EXIT
025500     END-EVALUATE
025600     MOVE 'H' TO ADT-FUNCAO
025700     CALL 'PAGAUDT' USING ADT-PARM AUDIT-REC
025800     MOVE ADT-HASH TO WS-HASH-ESPERADO
025900     MOVE AUDIT-SEQUENCIA TO WS-ULTIMA-SEQ
026000     COMPUTE WS-SEQ-ESPERADA = AUDIT-SEQUENCIA + 1.
026100 2000-LER.
026200     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------*
026700* 2100-SEM-SEQUENCIA - REGISTRO SEM SEQUENCIA SO E ACEITO  *
026800*                      ANTES DO PRIMEIRO ENCADEADO         *
026900*                      (GRAVADO ANTES DA ROTINA PAGAUDT)   *
027000*----------------------------------------------------------*
027100 2100-SEM-SEQUENCIA.
027200     IF WS-ENCADEAMENTO-INICIADO
027300         MOVE 'SEM SEQUENCIA' TO DET-OCORRENCIA
027400         PERFORM 5000-LISTAR-REGISTRO THRU 5000-EXIT
027500     ELSE
027600         ADD 1 TO WS-CONT-ANTERIORES
027700     END-IF.
027800 2100-EXIT.
027900     EXIT.
028000
028100 2900-LER-AUDITORIA.
028200     READ AUDIT-FILE
028300         AT END
028400             SET WS-FIM-AUDIT TO TRUE
028500     END-READ.
028600 2900-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------*
029000* 3000-CONFERIR-FIM - O ULTIMO REGISTRO ENCADEADO DEVE     *
029100*                     SER O ULTIMO DO CONTROLE, COM O      *
029200*                     MESMO HASH                           *
029300*----------------------------------------------------------*
029400 3000-CONFERIR-FIM.
029500     MOVE SPACES TO DET-DATA
029600     MOVE SPACES TO DET-HORA
029700     MOVE 'AUDSEQ' TO DET-ORIGEM
029800     MOVE WS-ULTIMA-SEQ TO DET-SEQUENCIA
029900     MOVE ASQ-ULTIMA-SEQ TO DET-ESPERADA
030000     MOVE WS-CONT-LIDOS TO DET-LINHA
030100     IF NOT WS-ENCADEAMENTO-INICIADO
030200         IF ASQ-ULTIMA-SEQ NOT < ASQ-BASE-SEQ
030300             MOVE 'LOG SEM CADEIA' TO DET-OCORRENCIA
030400             PERFORM 5100-LISTAR-OCORRENCIA THRU 5100-EXIT
030500         END-IF
030600         GO TO 3000-EXIT
030700     END-IF
030800     EVALUATE TRUE
030900         WHEN WS-ULTIMA-SEQ < ASQ-ULTIMA-SEQ
031000             MOVE 'FIM TRUNCADO' TO DET-OCORRENCIA
031100             PERFORM 5100-LISTAR-OCORRENCIA THRU 5100-EXIT
031200         WHEN WS-ULTIMA-SEQ > ASQ-ULTIMA-SEQ
031300             MOVE 'ALEM CONTROLE' TO DET-OCORRENCIA
031400             PERFORM 5100-LISTAR-OCORRENCIA THRU 5100-EXIT
031500         WHEN WS-HASH-ESPERADO NOT = ASQ-ULTIMO-HASH
031600             MOVE 'ULT ALTERADO' TO DET-OCORRENCIA
031700             PERFORM 5100-LISTAR-OCORRENCIA THRU 5100-EXIT
031800     END-EVALUATE.
031900 3000-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------*
032300* 4000-AVANCAR-BASE - ROLAGEM: COM O LOG INTEGRO, O LOG    *
032400*                     NOVO DEVE COMECAR NA SEQUENCIA       *
032500*                     SEGUINTE A ULTIMA, COM O HASH DELA   *
032600*----------------------------------------------------------*
032700 4000-AVANCAR-BASE.
032800     IF WS-CONT-ANOMALIAS > ZERO
032900         MOVE 'LOG ALTERADO - BASE MANTIDA, ROLAGEM NAO LIBERADA'
033000             TO WS-LINHA-RESULTADO
033100         GO TO 4000-EXIT
033200     END-IF
033300     IF NOT WS-CONTROLE-EXISTE
033400         MOVE 'NENHUM REGISTRO ENCADEADO - BASE MANTIDA'
033500             TO WS-LINHA-RESULTADO
033600         GO TO 4000-EXIT
033700     END-IF
033800     COMPUTE ASQ-BASE-SEQ = ASQ-ULTIMA-SEQ + 1
033900     MOVE ASQ-ULTIMO-HASH TO ASQ-BASE-HASH
034000     REWRITE ASQ-REC
034100     IF WS-CONTROLE-STATUS NOT = '00'
034200         DISPLAY 'ERRO NO CONTROLE DO LOG DE AUDITORIA - STATUS: '
034300             WS-CONTROLE-STATUS
034400         MOVE 12 TO RETURN-CODE
034500         STOP RUN
034600     END-IF
034700     MOVE 'BASE AVANCADA - LOG LIBERADO PARA A ROLAGEM'
034800         TO WS-LINHA-RESULTADO.
034900 4000-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------*
035300* 5000-LISTAR-REGISTRO - LISTA A OCORRENCIA COM OS DADOS   *
035400*                        DO REGISTRO LIDO                  *
035500*----------------------------------------------------------*
035600 5000-LISTAR-REGISTRO.
035700     MOVE WS-CONT-LIDOS TO DET-LINHA
035800     MOVE AUDIT-SEQUENCIA TO DET-SEQUENCIA
035900     MOVE WS-SEQ-ESPERADA TO DET-ESPERADA
036000     MOVE AUDIT-DATA TO DET-DATA
036100     MOVE AUDIT-HORA TO DET-HORA
036200     MOVE AUDIT-ORIGEM TO DET-ORIGEM
036300     PERFORM 5100-LISTAR-OCORRENCIA THRU 5100-EXIT.
036400 5000-EXIT.
036500     EXIT.
036600
036700 5100-LISTAR-OCORRENCIA.
036800     ADD 1 TO WS-CONT-ANOMALIAS
036900     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
037000     WRITE REPORT-LINHA.
037100 5100-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------*
037500* 8000-FINALIZAR - EMITE OS TOTAIS, FECHA OS ARQUIVOS E    *
037600*                  AJUSTA O RETURN-CODE                    *
037700*----------------------------------------------------------*
037800 8000-FINALIZAR.
037900     MOVE WS-LINHA-BRANCO TO REPORT-LINHA
038000     WRITE REPORT-LINHA
038100     MOVE 'REGISTROS LIDOS.........: ' TO TOT-ROTULO
038200     MOVE WS-CONT-LIDOS TO TOT-QTD
038300     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
038400     WRITE REPORT-LINHA
038500     MOVE 'ANTERIORES A SEQUENCIA..: ' TO TOT-ROTULO
038600     MOVE WS-CONT-ANTERIORES TO TOT-QTD
038700     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
038800     WRITE REPORT-LINHA
038900     MOVE 'ENCADEADOS..............: ' TO TOT-ROTULO
039000     MOVE WS-CONT-ENCADEADOS TO TOT-QTD
039100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
039200     WRITE REPORT-LINHA
039300     MOVE 'PRIMEIRA SEQUENCIA......: ' TO TOT-ROTULO
039400     MOVE WS-PRIMEIRA-SEQ TO TOT-QTD
039500     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
039600     WRITE REPORT-LINHA
039700     MOVE 'ULTIMA SEQUENCIA........: ' TO TOT-ROTULO
039800     MOVE WS-ULTIMA-SEQ TO TOT-QTD
039900     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
040000     WRITE REPORT-LINHA
040100     MOVE 'OCORRENCIAS.............: ' TO TOT-ROTULO
040200     MOVE WS-CONT-ANOMALIAS TO TOT-QTD
040300     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
040400     WRITE REPORT-LINHA
040500     IF WS-LINHA-RESULTADO NOT = SPACES
040600         MOVE WS-LINHA-RESULTADO TO REPORT-LINHA
040700         WRITE REPORT-LINHA
040800     END-IF
040900
041000     CLOSE AUDIT-FILE
041100     CLOSE CONTROLE-FILE
041200     CLOSE REPORT-FILE
041300
041400     IF WS-CONT-ANOMALIAS > ZERO
041500         DISPLAY 'LOG DE AUDITORIA ALTERADO - OCORRENCIAS: '
041600             WS-CONT-ANOMALIAS
041700         MOVE 8 TO RETURN-CODE
041800     END-IF.
041900 8000-EXIT.
042000     EXIT.
042100
042200 END PROGRAM PAGAUDV.
