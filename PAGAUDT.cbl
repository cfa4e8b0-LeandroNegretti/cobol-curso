000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGAUDT.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: ROTINA COMUM DE GRAVACAO DO LOG DE          *
001000*                    AUDITORIA (AUDITLOG) DA SUITE. CHAMADA COM  *
001100*                    A AREA ADT-PARM (COPYBOOK AUDPARM) E O      *
001200*                    REGISTRO AUDIT-REC (COPYBOOK AUDREC) POR    *
001300*                    TODO PROGRAMA QUE AUDITA. CADA REGISTRO     *
001400*                    RECEBE A SEQUENCIA GLOBAL SEGUINTE E O HASH *
001500*                    DO REGISTRO ANTERIOR, GUARDADOS NO REGISTRO *
001600*                    UNICO DO CONTROLE AUDSEQ (COPYBOOK ASQREC), *
001700*                    REGRAVADO A CADA GRAVACAO; ASSIM, LINHA     *
001800*                    APAGADA, ALTERADA OU FORA DE ORDEM NO LOG   *
001900*                    QUEBRA A SEQUENCIA OU O ENCADEAMENTO E E    *
002000*                    APONTADA PELO PAGAUDV. O HASH E POLINOMIAL  *
002100*                    SOBRE OS 130 BYTES DO REGISTRO JA           *
002200*                    CARIMBADO, MODULO O MAIOR PRIMO ABAIXO DE   *
002300*                    2**32. O LOG E O CONTROLE SAO ABERTOS NA    *
002400*                    PRIMEIRA CHAMADA E SEGUEM ABERTOS ATE O FIM *
002500*                    DO STEP, COMO FAZ O PAGJRNL COM O JORNAL.   *
002600*                                                                *
002700*    HISTORICO DE ALTERACOES                                    *
002800*    DATA       AUTOR   DESCRICAO                                *
002900*    2026-10-15 MAF     VERSAO INICIAL                           *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS WS-AUDIT-STATUS.
003800
003900     SELECT CONTROLE-FILE   ASSIGN TO AUDSEQ
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS RANDOM
004200            RECORD KEY IS ASQ-CHAVE
004300            FILE STATUS IS WS-CONTROLE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  AUDIT-FILE
004800     RECORD CONTAINS 130 CHARACTERS.
004900 01  AUDIT-LINHA                 PIC X(130).
005000
005100 FD  CONTROLE-FILE.
005200 COPY ASQREC.
005300
005400 WORKING-STORAGE SECTION.
005500 77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
005600 77  WS-CONTROLE-STATUS          PIC X(02) VALUE SPACES.
005700 77  WS-ABERTO-SW                PIC X(01) VALUE 'N'.
005800     88  WS-ARQUIVOS-ABERTOS                VALUE 'S'.
005900 77  WS-DISPONIVEL-SW            PIC X(01) VALUE 'N'.
006000     88  WS-ARQUIVOS-DISPONIVEIS            VALUE 'S'.
006100
006200 77  WS-PRIMO                    PIC 9(10) COMP VALUE 4294967291.
006300 77  WS-HASH                     PIC 9(10) COMP VALUE ZERO.
006400 77  WS-PRODUTO                  PIC 9(18) COMP VALUE ZERO.
006500 77  WS-QUOCIENTE                PIC 9(18) COMP VALUE ZERO.
006600 77  WS-POS                      PIC 9(03) COMP VALUE ZERO.
006700 01  WS-IMAGEM                   PIC X(130).
006800
006900*    VALOR DO BYTE: O CARACTER NO BYTE BAIXO DE UM BINARIO DE
007000*    DOIS BYTES COM O ALTO ZERADO
007100 01  WS-BYTE-G.
007200     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
007300     05  WS-BYTE                 PIC X(01).
007400 01  WS-BYTE-N REDEFINES WS-BYTE-G
007500                                 PIC 9(04) COMP.
007600
007700 LINKAGE SECTION.
007800 COPY AUDPARM.
007900
008000 COPY AUDREC.
008100
008200 PROCEDURE DIVISION USING ADT-PARM AUDIT-REC.
008300*----------------------------------------------------------*
008400* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
008500*----------------------------------------------------------*
008600 0000-MAINLINE.
008700     MOVE '9' TO ADT-RETORNO
008800     IF ADT-FUN-HASH
008900         PERFORM 3000-CALCULAR-HASH THRU 3000-EXIT
009000         MOVE '0' TO ADT-RETORNO
009100         GO TO 0000-GOBACK
009200     END-IF
009300     IF NOT WS-ARQUIVOS-ABERTOS
009400         PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
009500     END-IF
009600     IF NOT WS-ARQUIVOS-DISPONIVEIS
009700         GO TO 0000-GOBACK
009800     END-IF
009900     IF ADT-FUN-ABRIR
010000         MOVE '0' TO ADT-RETORNO
010100     END-IF
010200     IF ADT-FUN-GRAVAR
010300         PERFORM 2000-GRAVAR-REGISTRO THRU 2000-EXIT
010400     END-IF.
010500 0000-GOBACK.
010600     GOBACK.
010700
010800*----------------------------------------------------------*
010900* 1000-ABRIR-ARQUIVOS - ABRE O CONTROLE E O LOG NA         *
011000*                       PRIMEIRA CHAMADA; LOG AUSENTE E    *
011100*                       CRIADO, CONTROLE AUSENTE DEIXA O   *
011200*                       LOG INDISPONIVEL                   *
011300*----------------------------------------------------------*
011400 1000-ABRIR-ARQUIVOS.
011500     SET WS-ARQUIVOS-ABERTOS TO TRUE
011600     OPEN I-O CONTROLE-FILE
011700     IF WS-CONTROLE-STATUS NOT = '00'
011800         DISPLAY 'CONTROLE DO LOG DE AUDITORIA INDISPONIVEL - '
011900             'STATUS: ' WS-CONTROLE-STATUS
012000         GO TO 1000-EXIT
012100     END-IF
012200     OPEN EXTEND AUDIT-FILE
012300     IF WS-AUDIT-STATUS = '35'
012400         OPEN OUTPUT AUDIT-FILE
012500     END-IF
012600     IF WS-AUDIT-STATUS NOT = '00'
012700         DISPLAY 'LOG DE AUDITORIA INDISPONIVEL - STATUS: '
012800             WS-AUDIT-STATUS
012900         GO TO 1000-EXIT
013000     END-IF
013100     SET WS-ARQUIVOS-DISPONIVEIS TO TRUE.
013200 1000-EXIT.
013300     EXIT.
013400
013500*----------------------------------------------------------*
013600* 2000-GRAVAR-REGISTRO - CARIMBA A SEQUENCIA E O HASH DO   *
013700*                        ANTERIOR, GRAVA O REGISTRO E      *
013800*                        REGRAVA O CONTROLE COM O HASH DO  *
013900*                        REGISTRO GRAVADO                  *
014000*----------------------------------------------------------*
014100 2000-GRAVAR-REGISTRO.
014200     MOVE '1' TO ASQ-CHAVE
014300     READ CONTROLE-FILE KEY IS ASQ-CHAVE
014400         INVALID KEY
014500             PERFORM 2100-CRIAR-CONTROLE THRU 2100-EXIT
014600     END-READ
014700     IF WS-CONTROLE-STATUS NOT = '00'
014800         DISPLAY 'ERRO NO CONTROLE DO LOG DE AUDITORIA - STATUS: '
014900             WS-CONTROLE-STATUS
015000         GO TO 2000-EXIT
015100     END-IF
015200     ADD 1 TO ASQ-ULTIMA-SEQ
015300     MOVE ASQ-ULTIMA-SEQ TO AUDIT-SEQUENCIA
015400     MOVE ASQ-ULTIMO-HASH TO AUDIT-HASH-ANTERIOR
015500     WRITE AUDIT-LINHA FROM AUDIT-REC
015600     IF WS-AUDIT-STATUS NOT = '00'
015700         DISPLAY 'ERRO NA GRAVACAO DO LOG DE AUDITORIA - STATUS: '
015800             WS-AUDIT-STATUS
015900         GO TO 2000-EXIT
016000     END-IF
016100     PERFORM 3000-CALCULAR-HASH THRU 3000-EXIT
016200     MOVE ADT-HASH TO ASQ-ULTIMO-HASH
016300     MOVE AUDIT-ORIGEM TO ASQ-ORIGEM
016400     MOVE AUDIT-DATA TO ASQ-DATA
016500     REWRITE ASQ-REC
016600     IF WS-CONTROLE-STATUS NOT = '00'
016700         DISPLAY 'ERRO NO CONTROLE DO LOG DE AUDITORIA - STATUS: '
016800             WS-CONTROLE-STATUS
016900         GO TO 2000-EXIT
017000     END-IF
017100     MOVE '0' TO ADT-RETORNO.
017200 2000-EXIT.
017300     EXIT.
017400
017500*----------------------------------------------------------*
017600* 2100-CRIAR-CONTROLE - CONTROLE VAZIO: GRAVA O REGISTRO   *
017700*                       UNICO COM A SEQUENCIA EM ZERO E A  *
017800*                       BASE NO PRIMEIRO REGISTRO          *
017900*----------------------------------------------------------*
018000 2100-CRIAR-CONTROLE.
018100     MOVE SPACES TO ASQ-REC
018200     MOVE '1' TO ASQ-CHAVE
018300     MOVE ZERO TO ASQ-ULTIMA-SEQ
018400     MOVE ZERO TO ASQ-ULTIMO-HASH
018500     MOVE 1 TO ASQ-BASE-SEQ
018600     MOVE ZERO TO ASQ-BASE-HASH
018700     MOVE ZERO TO ASQ-DATA
018800     WRITE ASQ-REC.
018900 2100-EXIT.
019000     EXIT.
019100
019200*----------------------------------------------------------*
019300* 3000-CALCULAR-HASH - H = (H * 257 + BYTE + 1) MODULO O   *
019400*                      PRIMO, BYTE A BYTE SOBRE O REGISTRO *
019500*----------------------------------------------------------*
019600 3000-CALCULAR-HASH.
019700     MOVE AUDIT-REC TO WS-IMAGEM
019800     MOVE ZERO TO WS-HASH
019900     PERFORM 3100-SOMAR-BYTE THRU 3100-EXIT
020000         VARYING WS-POS FROM 1 BY 1
020100         UNTIL WS-POS > 130
020200     MOVE WS-HASH TO ADT-HASH.
020300 3000-EXIT.
020400     EXIT.
020500
020600 3100-SOMAR-BYTE.
020700     MOVE WS-IMAGEM (WS-POS:1) TO WS-BYTE
020800     COMPUTE WS-PRODUTO = WS-HASH * 257 + WS-BYTE-N + 1
020900     DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
021000         REMAINDER WS-HASH.
021100 3100-EXIT.
021200     EXIT.
021300
021400 END PROGRAM PAGAUDT.
