001600*                    RESUMO DE ACOES POR DIA, PARA ENXERGAR      *
001700*                    MOVIMENTO FORA DO COMUM SEM LER O LOG       *
001800*                    LINHA A LINHA.                              *
001820*                    NA MANUTENCAO COM DUPLA CUSTODIA SAI UMA    *
001840*                    SEGUNDA LINHA COM O DIGITADOR E O           *
001860*                    APROVADOR.                                  *
001870*                    MOVIMENTO DE PAGAMENTO TRAZ A REFERENCIA    *
001880*                    DO SISTEMA NO FIM DA LINHA.                 *
001900*                                                                *
002000*    HISTORICO DE ALTERACOES                                    *
002100*    DATA       AUTOR   DESCRICAO                                *
002200*    2026-08-22 MAF     VERSAO INICIAL                           *
002220*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 100 BYTES;      *
002240*                       LINHA COM DIGITADOR E APROVADOR DA       *
002260*                       MANUTENCAO COM DUPLA CUSTODIA            *
002270*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 110 BYTES;      *
002280*                       REFERENCIA DO PAGAMENTO NO DETALHE       *
002285*    2026-10-15 MAF     LOG DE AUDITORIA PASSA A 130 BYTES       *
002290*                       (SEQUENCIA E HASH ENCADEADO DO PAGAUDT)  *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  AUDIT-FILE
004400     RECORD CONTAINS 130 CHARACTERS.
004500 COPY AUDREC.
004600
004700 SD  SORT-FILE.
005400     05  SR-ANTES                PIC X(01).
005500     05  SR-DEPOIS               PIC X(01).
005600     05  SR-VALOR                PIC X(11).
005620     05  SR-DIGITADOR            PIC X(08).
005640     05  SR-APROVADOR            PIC X(08).
005660     05  SR-REFERENCIA           PIC X(10).
005700
005800 FD  REPORT-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
010100     05  FILLER                  PIC X(11) VALUE 'ORIGEM'.
010200     05  FILLER                  PIC X(11) VALUE 'ACAO'.
010300     05  FILLER                  PIC X(04) VALUE 'ANT'.
010400     05  FILLER                  PIC X(03) VALUE 'DEP'.
010500     05  FILLER                  PIC X(12) VALUE 'VALOR'.
010520     05  FILLER                  PIC X(10) VALUE 'REFERENCIA'.
010600
010700 01  WS-LINHA-DETALHE.
010800     05  DET-DATA                PIC 9(08).
011800     05  DET-ANTES               PIC X(01).
011900     05  FILLER                  PIC X(03) VALUE SPACES.
012000     05  DET-DEPOIS              PIC X(01).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  DET-VALOR               PIC X(11).
012202     05  FILLER                  PIC X(01) VALUE SPACES.
012204     05  DET-REFERENCIA          PIC X(10).
012210
012220 01  WS-LINHA-OPERADOR.
012230     05  FILLER                  PIC X(18) VALUE SPACES.
012240     05  FILLER                  PIC X(11) VALUE 'DIGITADOR: '.
012250     05  OPE-DIGITADOR           PIC X(08).
012260     05  FILLER                  PIC X(03) VALUE SPACES.
012270     05  FILLER                  PIC X(11) VALUE 'APROVADOR: '.
012280     05  OPE-APROVADOR           PIC X(08).
012300
012400 01  WS-LINHA-RESUMO-CAB         PIC X(80) VALUE
012500     'RESUMO DE ACOES POR DIA'.
022100         MOVE AUDIT-FLAG-ANTES TO SR-ANTES
022200         MOVE AUDIT-FLAG-DEPOIS TO SR-DEPOIS
022300         MOVE AUDIT-VALOR TO SR-VALOR
022320         MOVE AUDIT-DIGITADOR TO SR-DIGITADOR
022340         MOVE AUDIT-APROVADOR TO SR-APROVADOR
022360         MOVE AUDIT-REFERENCIA TO SR-REFERENCIA
022400         RELEASE SORT-REC
022500     END-IF
022600     PERFORM 1900-LER-PROXIMO THRU 1900-EXIT.
027400     MOVE SR-ANTES TO DET-ANTES
027500     MOVE SR-DEPOIS TO DET-DEPOIS
027600     MOVE SR-VALOR TO DET-VALOR
027620     MOVE SR-REFERENCIA TO DET-REFERENCIA
027700     MOVE WS-LINHA-DETALHE TO REPORT-LINHA
027800     WRITE REPORT-LINHA
027810     IF SR-DIGITADOR NOT = SPACES
027820        OR SR-APROVADOR NOT = SPACES
027830         MOVE SR-DIGITADOR TO OPE-DIGITADOR
027840         MOVE SR-APROVADOR TO OPE-APROVADOR
027850         MOVE WS-LINHA-OPERADOR TO REPORT-LINHA
027860         WRITE REPORT-LINHA
027870         ADD 1 TO WS-LINHAS-NA-PAGINA
027880     END-IF
027900
028000     PERFORM 2400-ACUMULAR-RESUMO THRU 2400-EXIT
028100
