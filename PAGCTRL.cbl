001800*                    ENCERRADO E DEVOLVIDO NO RETORNO PARA O     *
001900*                    PROGRAMA RECUSAR A PARTIDA (PROTECAO        *
002000*                    CONTRA DUPLA SUBMISSAO DO MESMO DIA).       *
002010*                    NA FUNCAO 'I' O PASSO SO E INICIADO SE OS   *
002020*                    PRE-REQUISITOS DA TABELA DE SEQUENCIA DO    *
002030*                    CICLO TERMINARAM ('T') NO CICLO COM         *
002040*                    RESULTADO DENTRO DO MAXIMO; SENAO DEVOLVE O *
002050*                    RETORNO '3' COM O MOTIVO EM CTR-MOTIVO.     *
002060*                    O CICLO E A DATA MAIS A JANELA DO DIA       *
002070*                    (CTR-JANELA): O PASSO E CARIMBADO COM AS    *
002080*                    DUAS E O PRE-REQUISITO SO VALE SE RODOU NA  *
002090*                    MESMA DATA E JANELA DO CICLO CORRENTE.      *
002100*                                                                *
002200*    HISTORICO DE ALTERACOES                                    *
002300*    DATA       AUTOR   DESCRICAO                                *
002496*    2026-09-02 MAF     FUNCAO 'T' PASSA A GRAVAR TAMBEM OS      *
002497*                       CONTADORES DE EXCECOES E DE RETIDOS DO   *
002498*                       PASSO (CAMPO NAO NUMERICO VALE ZERO)     *
002499*    2026-10-15 MAF     FUNCAO 'I' CONFERE OS PRE-REQUISITOS DO  *
002500*                       PASSO NA TABELA DE SEQUENCIA DO CICLO    *
002501*                       (RETORNO '3' E MOTIVO); FUNCAO 'T' GRAVA *
002502*                       O RESULTADO (RETURN-CODE) DO PASSO       *
002503*    2026-10-15 MAF     CICLO IDENTIFICADO POR DATA E JANELA:    *
002504*                       DEVOLVE CTR-JANELA, GRAVA A JANELA NO    *
002505*                       PASSO E SO ACEITA PRE-REQUISITO DA       *
002506*                       MESMA DATA E JANELA                      *
002507*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004500 77  WS-PASSO-ACHADO-SW          PIC X(01) VALUE 'N'.
004600     88  WS-PASSO-ACHADO                    VALUE 'S'.
004700 77  WS-DATA-CICLO               PIC 9(08) VALUE ZERO.
004702 77  WS-JANELA-CICLO             PIC 9(01) VALUE ZERO.
004705
004710 77  WS-QTD-REQUISITOS           PIC 9(02) VALUE ZERO.
004715 77  WS-REQ-IDX                  PIC 9(02) COMP VALUE ZERO.
004720 77  WS-RESULTADO-EDT            PIC Z9.
004725 77  WS-MAXIMO-EDT               PIC Z9.
004730 01  WS-TABELA-REQUISITOS.
004735     05  WS-REQUISITO            OCCURS 30 TIMES.
004740         10  WS-REQ-PASSO        PIC X(08).
004745         10  WS-REQ-ANTERIOR     PIC X(08).
004750         10  WS-REQ-RESULTADO-MAX
004755                                 PIC 9(02).
004800
004900 LINKAGE SECTION.
005000 COPY CTRPARM.
009200*----------------------------------------------------------*
009300 2000-LER-CICLO.
009400     MOVE '0' TO CTR-RETORNO
009420     MOVE SPACES TO CTR-MOTIVO
009500     MOVE 'CICLO' TO CTRL-CHAVE
009600     READ CONTROLE-FILE KEY IS CTRL-CHAVE
009700         INVALID KEY
009900         NOT INVALID KEY
010000             MOVE CTRL-DATA-PROCESSO TO CTR-DATA-PROCESSO
010100             MOVE CTRL-DATA-PROCESSO TO WS-DATA-CICLO
010101             IF CTRL-JANELA NOT NUMERIC
010102                OR CTRL-JANELA = ZERO
010103                 MOVE 1 TO CTRL-JANELA
010104             END-IF
010105             MOVE CTRL-JANELA TO CTR-JANELA
010106             MOVE CTRL-JANELA TO WS-JANELA-CICLO
010110             MOVE CTRL-REQUISITOS TO WS-TABELA-REQUISITOS
010120             MOVE CTRL-QTD-REQUISITOS TO WS-QTD-REQUISITOS
010130             IF CTRL-QTD-REQUISITOS NOT NUMERIC
010140                OR CTRL-QTD-REQUISITOS > 30
010150                 MOVE ZERO TO WS-QTD-REQUISITOS
010160             END-IF
010200             IF CTRL-ENCERRADO
010300                 MOVE '2' TO CTR-RETORNO
010400             END-IF
010700     EXIT.
010800
010900*----------------------------------------------------------*
011000* 3000-INICIAR-PASSO - CONFERE A SEQUENCIA E MARCA O PASSO  *
011100*                      COMO INICIADO NO CONTROLE, ZERANDO   *
011120*                      OS ACUMULADORES                      *
011200*----------------------------------------------------------*
011300 3000-INICIAR-PASSO.
011320     PERFORM 3100-CONFERIR-SEQUENCIA THRU 3100-EXIT
011340     IF CTR-FORA-DE-SEQUENCIA
011360         GO TO 3000-EXIT
011380     END-IF
011400     PERFORM 5000-LER-PASSO THRU 5000-EXIT
011500     MOVE CTR-PASSO TO CTRL-CHAVE
011600     MOVE WS-DATA-CICLO TO CTRL-DATA-PROCESSO
011620     MOVE WS-JANELA-CICLO TO CTRL-JANELA
011700     MOVE 'I' TO CTRL-SITUACAO
011800     MOVE ZERO TO CTRL-CONTADOR
011900     MOVE ZERO TO CTRL-TOTAL
012100     MOVE ZERO TO CTRL-HORA-FIM
012110     MOVE ZERO TO CTRL-EXCECOES
012120     MOVE ZERO TO CTRL-RETIDOS
012140     MOVE ZERO TO CTRL-RESULTADO
012160     MOVE ZERO TO CTRL-QTD-REQUISITOS
012180     MOVE SPACES TO CTRL-REQUISITOS
012200     IF WS-PASSO-ACHADO
012300         REWRITE CTRL-REC
012400     ELSE
012600     END-IF.
012700 3000-EXIT.
012800     EXIT.
012801
012802*----------------------------------------------------------*
012803* 3100-CONFERIR-SEQUENCIA - PERCORRE A TABELA DE SEQUENCIA  *
012804*                           DO CICLO E CONFERE CADA         *
012805*                           PRE-REQUISITO DO PASSO; O       *
012806*                           PRIMEIRO NAO CUMPRIDO RECUSA A  *
012807*                           PARTIDA COM O MOTIVO            *
012808*----------------------------------------------------------*
012809 3100-CONFERIR-SEQUENCIA.
012810     PERFORM 3200-CONFERIR-REQUISITO THRU 3200-EXIT
012811         VARYING WS-REQ-IDX FROM 1 BY 1
012812         UNTIL WS-REQ-IDX > WS-QTD-REQUISITOS
012813            OR CTR-FORA-DE-SEQUENCIA.
012814 3100-EXIT.
012815     EXIT.
012816
012817 3200-CONFERIR-REQUISITO.
012818     IF WS-REQ-PASSO (WS-REQ-IDX) NOT = CTR-PASSO
012819         GO TO 3200-EXIT
012820     END-IF
012821     MOVE WS-REQ-ANTERIOR (WS-REQ-IDX) TO CTRL-CHAVE
012822     READ CONTROLE-FILE KEY IS CTRL-CHAVE
012823         INVALID KEY
012824             MOVE ZERO TO CTRL-DATA-PROCESSO
012825             MOVE ZERO TO CTRL-JANELA
012826     END-READ
012827     IF CTRL-JANELA NOT NUMERIC
012828         MOVE ZERO TO CTRL-JANELA
012829     END-IF
012830     IF CTRL-DATA-PROCESSO NOT = WS-DATA-CICLO
012831        OR CTRL-JANELA NOT = WS-JANELA-CICLO
012832         MOVE '3' TO CTR-RETORNO
012833         STRING 'AGUARDA ' DELIMITED BY SIZE
012834             WS-REQ-ANTERIOR (WS-REQ-IDX) DELIMITED BY SPACE
012835             ' - NAO EXECUTADO NA JANELA' DELIMITED BY SIZE
012836             INTO CTR-MOTIVO
012837         END-STRING
012838         GO TO 3200-EXIT
012839     END-IF
012840     IF NOT CTRL-TERMINADO
012841         MOVE '3' TO CTR-RETORNO
012842         STRING 'AGUARDA ' DELIMITED BY SIZE
012843             WS-REQ-ANTERIOR (WS-REQ-IDX) DELIMITED BY SPACE
012844             ' - INICIADO E NAO TERMINADO' DELIMITED BY SIZE
012845             INTO CTR-MOTIVO
012846         END-STRING
012847         GO TO 3200-EXIT
012848     END-IF
012849     IF CTRL-RESULTADO NOT NUMERIC
012850         MOVE ZERO TO CTRL-RESULTADO
012851     END-IF
012852     IF CTRL-RESULTADO > WS-REQ-RESULTADO-MAX (WS-REQ-IDX)
012853         MOVE '3' TO CTR-RETORNO
012854         MOVE CTRL-RESULTADO TO WS-RESULTADO-EDT
012855         MOVE WS-REQ-RESULTADO-MAX (WS-REQ-IDX) TO WS-MAXIMO-EDT
012856         STRING 'AGUARDA ' DELIMITED BY SIZE
012857             WS-REQ-ANTERIOR (WS-REQ-IDX) DELIMITED BY SPACE
012858             ' - TERMINOU COM RESULTADO ' DELIMITED BY SIZE
012859             WS-RESULTADO-EDT DELIMITED BY SIZE
012860             ' (MAXIMO ' DELIMITED BY SIZE
012861             WS-MAXIMO-EDT DELIMITED BY SIZE
012862             ')' DELIMITED BY SIZE
012863             INTO CTR-MOTIVO
012864         END-STRING
012865     END-IF.
012866 3200-EXIT.
012867     EXIT.
012900
013000*----------------------------------------------------------*
013100* 4000-TERMINAR-PASSO - MARCA O PASSO COMO TERMINADO COM    *
013200*                       O CONTADOR, O TOTAL E O RESULTADO   *
013220*                       INFORMADOS                          *
013300*----------------------------------------------------------*
013400 4000-TERMINAR-PASSO.
013500     PERFORM 5000-LER-PASSO THRU 5000-EXIT
013600     MOVE CTR-PASSO TO CTRL-CHAVE
013700     MOVE WS-DATA-CICLO TO CTRL-DATA-PROCESSO
013720     MOVE WS-JANELA-CICLO TO CTRL-JANELA
013800     MOVE 'T' TO CTRL-SITUACAO
013900     MOVE CTR-CONTADOR TO CTRL-CONTADOR
014000     MOVE CTR-TOTAL TO CTRL-TOTAL
014080     ELSE
014090         MOVE ZERO TO CTRL-RETIDOS
014095     END-IF
014096     IF CTR-RESULTADO NUMERIC
014097         MOVE CTR-RESULTADO TO CTRL-RESULTADO
014098     ELSE
014099         MOVE ZERO TO CTRL-RESULTADO
014100     END-IF
014101     ACCEPT CTRL-HORA-FIM FROM TIME
014200     IF WS-PASSO-ACHADO
014300         REWRITE CTRL-REC
014400     ELSE
014500         MOVE ZERO TO CTRL-HORA-INICIO
014520         MOVE ZERO TO CTRL-QTD-REQUISITOS
014540         MOVE SPACES TO CTRL-REQUISITOS
014600         WRITE CTRL-REC
014700     END-IF.
014800 4000-EXIT.
