002000*                    E A RESPOSTA DE MAQUINA PARA "AS            *
002100*                    REJEICOES ESTAO SUBINDO?" SEM GARIMPAR      *
002200*                    SYSOUT GUARDADO.                            *
002210*                    COM MAIS DE UMA JANELA DE PROCESSAMENTO NO  *
002220*                    DIA, A LINHA DO DIA E A SOMA DAS JANELAS    *
002230*                    (VOLUME, TOTAL, EXCECOES, RETIDOS E         *
002240*                    DURACAO) E TRAZ A QUANTIDADE DE JANELAS.    *
002250*                    REGISTRO REPETIDO DO MESMO PASSO NA MESMA   *
002260*                    DATA E JANELA (ARQUIVAMENTO ANTIGO, QUE     *
002270*                    COPIAVA O CONTROLE INTEIRO) CONTA UMA VEZ.  *
002300*                                                                *
002400*    HISTORICO DE ALTERACOES                                    *
002500*    DATA       AUTOR   DESCRICAO                                *
002600*    2026-09-02 MAF     VERSAO INICIAL                           *
002610*    2026-10-15 MAF     DIA CONSOLIDADO POR JANELA: SOMA O       *
002620*                       VOLUME, O TOTAL E A DURACAO DE CADA      *
002630*                       JANELA, CONTA AS JANELAS DO DIA E        *
002640*                       IGNORA REGISTRO REPETIDO DO PASSO NA     *
002650*                       MESMA DATA E JANELA                      *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
005100 SD  SORT-FILE.
005200 01  SORT-REC.
005300     05  SR-DATA                 PIC 9(08).
005320     05  SR-JANELA               PIC 9(01).
005400     05  SR-PASSO                PIC X(08).
005500     05  SR-CONTADOR             PIC 9(07).
005600     05  SR-TOTAL                PIC S9(11)V99.
007700     05  WS-DIA-RETIDOS          PIC 9(05) VALUE ZERO.
007800     05  WS-DIA-HORA-INICIO      PIC 9(08) VALUE ZERO.
007900     05  WS-DIA-HORA-FIM         PIC 9(08) VALUE ZERO.
007910     05  WS-DIA-DURACAO          PIC 9(05) VALUE ZERO.
007920     05  WS-DIA-JANELAS          PIC 9(02) VALUE ZERO.
007930
007940 01  WS-CHAVE-ANTERIOR.
007950     05  WS-ANT-DATA             PIC 9(08) VALUE ZERO.
007960     05  WS-ANT-JANELA           PIC 9(01) VALUE ZERO.
007970     05  WS-ANT-PASSO            PIC X(08) VALUE SPACES.
008000
008100 77  WS-MINUTOS-INICIO           PIC S9(05) COMP VALUE ZERO.
008200 77  WS-MINUTOS-FIM              PIC S9(05) COMP VALUE ZERO.
008800 77  WS-MES-EXCECOES             PIC 9(07) VALUE ZERO.
008900 77  WS-MES-RETIDOS              PIC 9(07) VALUE ZERO.
009000 77  WS-MES-DIAS                 PIC 9(03) COMP VALUE ZERO.
009020 77  WS-MES-JANELAS              PIC 9(05) COMP VALUE ZERO.
009100
009200 01  WS-HORA-DECOMPOSTA.
009300     05  WS-HD-HORA              PIC 9(02).
011700     05  FILLER                  PIC X(09) VALUE 'EXCECOES'.
011800     05  FILLER                  PIC X(08) VALUE 'TAXA%'.
011900     05  FILLER                  PIC X(09) VALUE 'RETIDOS'.
012000     05  FILLER                  PIC X(13) VALUE 'DURACAO(MIN)'.
012020     05  FILLER                  PIC X(05) VALUE 'JAN'.
012100 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
012200
012300 01  WS-LINHA-DETALHE.
013400     05  DET-RETIDOS             PIC ZZZZ9.
013500     05  FILLER                  PIC X(05) VALUE SPACES.
013600     05  DET-DURACAO             PIC ZZZZ9.
013620     05  FILLER                  PIC X(08) VALUE SPACES.
013640     05  DET-JANELAS             PIC Z9.
013700
013800 01  WS-LINHA-TOTAL.
013900     05  TOT-ROTULO              PIC X(26).
015400     END-IF
015500
015600     SORT SORT-FILE
015700         ON ASCENDING KEY SR-DATA SR-JANELA SR-PASSO
015800         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
015900         OUTPUT PROCEDURE IS 2000-IMPRIMIR THRU 2000-EXIT
016000
018200 1100-AVALIAR-REGISTRO.
018300     IF HIS-DATA (1:6) = WS-MES-REFERENCIA
018400         MOVE HIS-DATA TO SR-DATA
018410         IF HIS-JANELA NUMERIC
018420            AND HIS-JANELA NOT = ZERO
018430             MOVE HIS-JANELA TO SR-JANELA
018440         ELSE
018450             MOVE 1 TO SR-JANELA
018460         END-IF
018500         MOVE HIS-PASSO TO SR-PASSO
018600         MOVE HIS-CONTADOR TO SR-CONTADOR
018700         MOVE HIS-TOTAL TO SR-TOTAL
023000     MOVE ZERO TO TOT-VALOR
023100     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
023200     WRITE REPORT-LINHA
023210     MOVE 'JANELAS PROCESSADAS.....: ' TO TOT-ROTULO
023220     MOVE WS-MES-JANELAS TO TOT-QTD
023230     MOVE ZERO TO TOT-VALOR
023240     MOVE WS-LINHA-TOTAL TO REPORT-LINHA
023250     WRITE REPORT-LINHA
023300     MOVE 'VOLUME DO MES...........: ' TO TOT-ROTULO
023400     MOVE WS-MES-VOLUME TO TOT-QTD
023500     MOVE WS-MES-TOTAL TO TOT-VALOR
025100
025200*----------------------------------------------------------*
025300* 2100-ACUMULAR-DIA - NA QUEBRA DE DATA FECHA O DIA         *
025400*                     ANTERIOR; CADA REGISTRO CICLO (UM POR *
025500*                     JANELA) SOMA A DURACAO E O PROGSET DE *
025600*                     CADA JANELA SOMA VOLUME, EXCECOES E   *
025620*                     RETIDOS                               *
025700*----------------------------------------------------------*
025800 2100-ACUMULAR-DIA.
025900     IF WS-TEM-DIA
026900         MOVE ZERO TO WS-DIA-RETIDOS
027000         MOVE ZERO TO WS-DIA-HORA-INICIO
027100         MOVE ZERO TO WS-DIA-HORA-FIM
027120         MOVE ZERO TO WS-DIA-DURACAO
027140         MOVE ZERO TO WS-DIA-JANELAS
027200     END-IF
027210
027220     IF SR-DATA = WS-ANT-DATA
027230        AND SR-JANELA = WS-ANT-JANELA
027240        AND SR-PASSO = WS-ANT-PASSO
027250         GO TO 2100-LER
027260     END-IF
027270     MOVE SR-DATA TO WS-ANT-DATA
027280     MOVE SR-JANELA TO WS-ANT-JANELA
027290     MOVE SR-PASSO TO WS-ANT-PASSO
027300
027400     IF SR-PASSO = 'CICLO'
027420         ADD 1 TO WS-DIA-JANELAS
027500         MOVE SR-HORA-INICIO TO WS-DIA-HORA-INICIO
027600         MOVE SR-HORA-FIM TO WS-DIA-HORA-FIM
027620         PERFORM 2600-APURAR-DURACAO THRU 2600-EXIT
027640         ADD WS-DURACAO TO WS-DIA-DURACAO
027700     END-IF
027800     IF SR-PASSO = 'PROGSET'
027900         ADD SR-CONTADOR TO WS-DIA-VOLUME
028000         ADD SR-TOTAL TO WS-DIA-TOTAL
028100         ADD SR-EXCECOES TO WS-DIA-EXCECOES
028200         ADD SR-RETIDOS TO WS-DIA-RETIDOS
028300     END-IF
028400     IF SR-PASSO = 'PAGTRIA' OR SR-PASSO = 'PAGAGEN'
028500         ADD SR-EXCECOES TO WS-DIA-EXCECOES
028600         ADD SR-RETIDOS TO WS-DIA-RETIDOS
028700     END-IF.
028800 2100-LER.
028900     PERFORM 2900-LER-SORT THRU 2900-EXIT.
029000 2100-EXIT.
029100     EXIT.
029900         GO TO 2500-EXIT
030000     END-IF
030100     ADD 1 TO WS-MES-DIAS
030120     ADD WS-DIA-JANELAS TO WS-MES-JANELAS
030200     ADD WS-DIA-VOLUME TO WS-MES-VOLUME
030300     ADD WS-DIA-TOTAL TO WS-MES-TOTAL
030400     ADD WS-DIA-EXCECOES TO WS-MES-EXCECOES
031800     END-IF
031900     MOVE WS-TAXA TO DET-TAXA
032000
032200     MOVE WS-DIA-DURACAO TO DET-DURACAO
032220     MOVE WS-DIA-JANELAS TO DET-JANELAS
032300
032400     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
032500     WRITE REPORT-LINHA
032900
033000*----------------------------------------------------------*
033100* 2600-APURAR-DURACAO - CONVERTE OS HORARIOS HHMMSSCC DO    *
033200*                       CICLO DA JANELA EM MINUTOS          *
033300*                       DECORRIDOS, TRATANDO A VIRADA DE    *
033320*                       MEIA-NOITE                          *
033400*----------------------------------------------------------*
033500 2600-APURAR-DURACAO.
033600     MOVE ZERO TO WS-DURACAO
