001700*                    RELATORIO E O PROGRAMA TERMINA COM RC = 8,  *
001800*                    PARANDO O CICLO NO PAGJOB ANTES QUE OS      *
001900*                    LIVROS SIGAM DESAMARRADOS.                  *
001920*                    PAGAMENTO COM IMPOSTO RETIDO NA FONTE       *
001921*                    LIBERA TAMBEM O CREDITO DO RETIDO NA        *
001922*                    CONTA DE IMPOSTO A RECOLHER DO CODIGO       *
001923*                    (PAGTRIB), O MESMO LANCAMENTO QUE O         *
001924*                    PAGEXTR GERA.                               *
001934*                    RODA EM CADA JANELA DO DIA: O DIARIO E O    *
001944*                    DETALHE SAO ACUMULADOS DA DATA, ENTAO CADA  *
001954*                    JANELA BATE A POSICAO DO DIA ATE ELA (A     *
001964*                    JANELA SAI NO CABECALHO DO RELATORIO).      *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002388*                       POSICIONAR PELO INDICE ALTERNADO DE      *
002390*                       DATA (PAGD-DATA) E LER SO O DIA DO       *
002392*                       CICLO, EM VEZ DO ARQUIVO INTEIRO         *
002394*    2026-10-15 MAF     IMPOSTO RETIDO NA FONTE ENTRA NO         *
002396*                       BATIMENTO A CREDITO DA CONTA DE IMPOSTO  *
002398*                       A RECOLHER DO CODIGO (PAGTRIB)           *
002399*    2026-10-15 MAF     PARTIDA FORA DE SEQUENCIA (RETORNO '3'   *
002400*                       DO PAGCTRL) E RECUSADA COM RC = 8; O     *
002401*                       RETURN-CODE DO PASSO PASSA A SER         *
002402*                       INFORMADO AO CONTROLE NA FUNCAO 'T'      *
002403*    2026-10-15 MAF     BATIMENTO POR JANELA DO CICLO: POSICAO   *
002404*                       DO DIA ATE A JANELA, COM DATA E JANELA   *
002405*                       NO CABECALHO DO RELATORIO                *
002406*    2026-10-15 MAF     RESULTADO DO PASSO GUARDADO EM           *
002407*                       WS-RC-PASSO E DEVOLVIDO NO RETURN-CODE   *
002408*                       APOS O REGISTRO NO PAGCTRL               *
002409*    2026-10-15 MAF     DESVIADO ('B') E LIQUIDADO A RELANCAR    *
002410*                       ('W') ENTRAM NO BALANCEAMENTO COMO       *
002411*                       CONFIRMADO E LIQUIDADO                   *
002412*    2026-10-15 MAF     RECOLHIMENTO AINDA NAO ESTORNADO         *
002413*                       ('Z'/'C') SEGUE NO BATIMENTO, POIS O     *
002414*                       LANCAMENTO SO SAI DO RAZAO NO PAGEXTR    *
002415*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006800 77  WS-TRANDIA-STATUS           PIC X(02) VALUE SPACES.
006900 77  WS-PAGDET-STATUS            PIC X(02) VALUE SPACES.
007000 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
007020 77  WS-RC-PASSO                 PIC 9(02) VALUE ZERO.
007100
007200 77  WS-DATA-PROCESSO            PIC 9(08) VALUE ZERO.
007220 77  WS-JANELA-PROCESSO          PIC 9(01) VALUE ZERO.
007300
007400 77  WS-CONTA-ATUAL              PIC X(10) VALUE LOW-VALUES.
007500 77  WS-TOTAL-RAZAO              PIC S9(09)V99 VALUE ZERO.
007600 77  WS-TOTAL-PAGTO              PIC S9(09)V99 VALUE ZERO.
007700 77  WS-DIFERENCA                PIC S9(09)V99 VALUE ZERO.
007720 77  WS-CONTA-IMPOSTO-PADRAO     PIC X(10) VALUE 'CXIMPRETID'.
007800
007900 77  WS-CONT-CONTAS              PIC 9(07) COMP VALUE ZERO.
008000 77  WS-CONT-DIFERENCAS          PIC 9(07) COMP VALUE ZERO.
008020
008040 COPY CTRPARM.
008060
008080 COPY TRBPARM.
008100
008200 01  WS-SWITCHES.
008300     05  WS-FIM-TRANDIA-SW       PIC X(01) VALUE 'N'.
008900
009000 01  WS-LINHA-CABEC1             PIC X(80) VALUE
009100     'RELATORIO DE BATIMENTO RAZAO X PAGAMENTOS - PAGBAL'.
009110 01  WS-LINHA-CICLO.
009120     05  FILLER                  PIC X(14) VALUE 'DATA DO CICLO:'.
009130     05  FILLER                  PIC X(01) VALUE SPACE.
009140     05  CIC-DATA                PIC 9(08).
009150     05  FILLER                  PIC X(16) VALUE
009160         '  ATE A JANELA: '.
009170     05  CIC-JANELA              PIC 9(01).
009180     05  FILLER                  PIC X(40) VALUE SPACES.
009200 01  WS-LINHA-CABEC2.
009300     05  FILLER                  PIC X(12) VALUE 'CONTA'.
009400     05  FILLER                  PIC X(15) VALUE 'TOTAL RAZAO'.
012142         MOVE 8 TO RETURN-CODE
012144         STOP RUN
012146     END-IF
012147     IF CTR-FORA-DE-SEQUENCIA
012148         DISPLAY 'PASSO FORA DE SEQUENCIA - ' CTR-MOTIVO
012149         MOVE 8 TO RETURN-CODE
012150         STOP RUN
012151     END-IF
012152     IF CTR-CICLO-ENCERRADO
012160         DISPLAY 'CICLO JA ENCERRADO PARA A DATA: '
012162             CTR-DATA-PROCESSO
012164         MOVE 8 TO RETURN-CODE
012166         STOP RUN
012168     END-IF
012170     MOVE CTR-DATA-PROCESSO TO WS-DATA-PROCESSO
012190     MOVE CTR-JANELA TO WS-JANELA-PROCESSO
012200
012300     SORT SORT-FILE
012400         ON ASCENDING KEY SR-CONTA SR-ORIGEM
012500         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
012600         OUTPUT PROCEDURE IS 2000-COMPARAR THRU 2000-EXIT
012700
012702     IF WS-CONT-DIFERENCAS > ZERO
012704         MOVE 8 TO WS-RC-PASSO
012706     END-IF
012708
012710     MOVE 'T' TO CTR-FUNCAO
012720     MOVE 'PAGBAL' TO CTR-PASSO
012730     MOVE WS-CONT-CONTAS TO CTR-CONTADOR
012740     MOVE ZERO TO CTR-TOTAL
012742     MOVE WS-CONT-DIFERENCAS TO CTR-EXCECOES
012744     MOVE ZERO TO CTR-RETIDOS
012749     MOVE WS-RC-PASSO TO CTR-RESULTADO
012750     CALL 'PAGCTRL' USING CTR-PARM
012850     MOVE WS-RC-PASSO TO RETURN-CODE
013100     STOP RUN.
013200
013300*----------------------------------------------------------*
016770         GO TO 1200-EXIT
016780     END-IF
016800     IF PAGD-CONFIRMADO OR PAGD-ENVIADO OR PAGD-LIQUIDADO
016900        OR PAGD-DESVIADO OR PAGD-RELANCAR
016920        OR PAGD-RECOLHER OR PAGD-RECOLHENDO
017000         MOVE PAGD-CONTA TO SR-CONTA
017100         MOVE '2' TO SR-ORIGEM
017200         MOVE PAGD-VALOR TO SR-VALOR
017300         RELEASE SORT-REC
017320         IF PAGD-COD-IMPOSTO NOT = SPACES
017340            AND PAGD-VALOR-RETIDO > ZERO
017360             PERFORM 1300-LIBERAR-RETENCAO THRU 1300-EXIT
017380         END-IF
017400     END-IF
017500     PERFORM 1950-LER-PAGDET THRU 1950-EXIT.
017600 1200-EXIT.
017700     EXIT.
017702
017704*----------------------------------------------------------*
017706* 1300-LIBERAR-RETENCAO - LIBERA A CREDITO O IMPOSTO RETIDO *
017708*                         NA CONTA DE IMPOSTO A RECOLHER DO *
017710*                         CODIGO, COMO O PAGEXTR O LANCA    *
017712*----------------------------------------------------------*
017714 1300-LIBERAR-RETENCAO.
017716     MOVE 'K' TO TRB-FUNCAO
017718     MOVE PAGD-COD-IMPOSTO TO TRB-CODIGO
017720     CALL 'PAGTRIB' USING TRB-PARM
017722     IF TRB-OK
017724         MOVE TRB-CONTA-RAZAO TO SR-CONTA
017726     ELSE
017728         MOVE WS-CONTA-IMPOSTO-PADRAO TO SR-CONTA
017730     END-IF
017732     MOVE '2' TO SR-ORIGEM
017734     COMPUTE SR-VALOR = PAGD-VALOR-RETIDO * -1
017736     RELEASE SORT-REC.
017738 1300-EXIT.
017740     EXIT.
017800
017900 1900-LER-TRANDIA.
018000     READ TRANDIA-FILE
020100     OPEN OUTPUT REPORT-FILE
020200     MOVE WS-LINHA-CABEC1 TO REPORT-LINHA
020300     WRITE REPORT-LINHA
020320     MOVE WS-DATA-PROCESSO TO CIC-DATA
020340     MOVE WS-JANELA-PROCESSO TO CIC-JANELA
020360     MOVE WS-LINHA-CICLO TO REPORT-LINHA
020380     WRITE REPORT-LINHA
020400     MOVE WS-LINHA-CABEC2 TO REPORT-LINHA
020500     WRITE REPORT-LINHA
020600
