000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGREFN.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: ROTINA COMUM DE NUMERACAO DE REFERENCIAS DE *
001000*                    PAGAMENTO DA SUITE. CHAMADA COM A AREA      *
001100*                    RFN-PARM (COPYBOOK REFPARM) PELOS PROGRAMAS *
001200*                    QUE CRIAM PAGAMENTOS (PROGRAMSET, PAGAGEN E *
001300*                    ORDGER). A SEQUENCIA FICA NO REGISTRO UNICO *
001400*                    DO ARQUIVO DE CONTROLE REFSEQ (COPYBOOK     *
001500*                    REFREC), ABERTO NA PRIMEIRA CHAMADA QUE     *
001600*                    PRECISA DELE E REGRAVADO A CADA REFERENCIA  *
001700*                    ATRIBUIDA, PARA QUE NENHUM NUMERO SE REPITA *
001800*                    MESMO APOS ABEND E RERUN. A REFERENCIA E O  *
001900*                    NUMERO DE NOVE POSICOES SEGUIDO DO DIGITO   *
002000*                    VERIFICADOR MODULO 11 (ROTINA PAGDIGV,      *
002100*                    FUNCAO 'R'). A FUNCAO DE CONFERENCIA NAO    *
002200*                    ABRE O CONTROLE E SERVE A QUALQUER PROGRAMA *
002300*                    QUE RECEBA UMA REFERENCIA DE FORA.          *
002400*                                                                *
002500*    HISTORICO DE ALTERACOES                                    *
002600*    DATA       AUTOR   DESCRICAO                                *
002700*    2026-10-15 MAF     VERSAO INICIAL                           *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SEQUENCIA-FILE  ASSIGN TO REFSEQ
003400            ORGANIZATION IS INDEXED
003500            ACCESS MODE IS RANDOM
003600            RECORD KEY IS RFS-CHAVE
003700            FILE STATUS IS WS-SEQUENCIA-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SEQUENCIA-FILE.
004200 COPY REFREC.
004300
004400 WORKING-STORAGE SECTION.
004500 COPY DIGPARM.
004600
004700 77  WS-SEQUENCIA-STATUS         PIC X(02) VALUE SPACES.
004800 77  WS-ABERTO-SW                PIC X(01) VALUE 'N'.
004900     88  WS-CONTROLE-ABERTO                 VALUE 'S'.
005000 77  WS-DISPONIVEL-SW            PIC X(01) VALUE 'N'.
005100     88  WS-CONTROLE-DISPONIVEL             VALUE 'S'.
005200
005300 01  WS-REFERENCIA.
005400     05  WS-REF-NUMERO           PIC 9(09).
005500     05  WS-REF-DIGITO           PIC X(01).
005600
005700 LINKAGE SECTION.
005800 COPY REFPARM.
005900
006000 PROCEDURE DIVISION USING RFN-PARM.
006100*----------------------------------------------------------*
006200* 0000-MAINLINE - PARAGRAFO PRINCIPAL                      *
006300*----------------------------------------------------------*
006400 0000-MAINLINE.
006500     MOVE '1' TO RFN-RETORNO
006600     IF RFN-FUN-CONFERIR
006700         PERFORM 3000-CONFERIR-REFERENCIA THRU 3000-EXIT
006800         GO TO 0000-GOBACK
006900     END-IF
007000     IF NOT WS-CONTROLE-ABERTO
007100         PERFORM 1000-ABRIR-CONTROLE THRU 1000-EXIT
007200     END-IF
007300     IF NOT WS-CONTROLE-DISPONIVEL
007400         MOVE '9' TO RFN-RETORNO
007500         GO TO 0000-GOBACK
007600     END-IF
007700     IF RFN-FUN-ABRIR
007800         MOVE '0' TO RFN-RETORNO
007900     END-IF
008000     IF RFN-FUN-PROXIMA
008100         PERFORM 2000-ATRIBUIR-REFERENCIA THRU 2000-EXIT
008200     END-IF.
008300 0000-GOBACK.
008400     GOBACK.
008500
008600*----------------------------------------------------------*
008700* 1000-ABRIR-CONTROLE - ABRE O CONTROLE DE SEQUENCIA NA    *
008800*                       PRIMEIRA CHAMADA; ARQUIVO AUSENTE  *
008900*                       DEIXA A NUMERACAO INDISPONIVEL     *
009000*----------------------------------------------------------*
009100 1000-ABRIR-CONTROLE.
009200     SET WS-CONTROLE-ABERTO TO TRUE
009300     OPEN I-O SEQUENCIA-FILE
009400     IF WS-SEQUENCIA-STATUS NOT = '00'
009500         DISPLAY 'CONTROLE DE REFERENCIAS INDISPONIVEL - STATUS: '
009600             WS-SEQUENCIA-STATUS
009700         GO TO 1000-EXIT
009800     END-IF
009900     SET WS-CONTROLE-DISPONIVEL TO TRUE.
010000 1000-EXIT.
010100     EXIT.
010200
010300*----------------------------------------------------------*
010400* 2000-ATRIBUIR-REFERENCIA - SOMA 1 AO ULTIMO NUMERO,      *
010500*                            REGRAVA O CONTROLE E MONTA A  *
010600*                            REFERENCIA COM O DIGITO       *
010700*----------------------------------------------------------*
010800 2000-ATRIBUIR-REFERENCIA.
010900     MOVE SPACES TO RFN-REFERENCIA
011000     MOVE '1' TO RFS-CHAVE
011100     READ SEQUENCIA-FILE KEY IS RFS-CHAVE
011200         INVALID KEY
011300             PERFORM 2100-CRIAR-CONTROLE THRU 2100-EXIT
011400     END-READ
011500     IF WS-SEQUENCIA-STATUS NOT = '00'
011600         DISPLAY 'ERRO NO CONTROLE DE REFERENCIAS - STATUS: '
011700             WS-SEQUENCIA-STATUS
011800         MOVE '9' TO RFN-RETORNO
011900         GO TO 2000-EXIT
012000     END-IF
012100     IF RFS-ULTIMO-NUMERO = 999999999
012200         DISPLAY 'SEQUENCIA DE REFERENCIAS ESGOTADA'
012300         MOVE '9' TO RFN-RETORNO
012400         GO TO 2000-EXIT
012500     END-IF
012600     ADD 1 TO RFS-ULTIMO-NUMERO
012700     MOVE RFN-ORIGEM TO RFS-ORIGEM
012800     MOVE RFN-DATA TO RFS-DATA
012900     REWRITE RFS-REC
013000     IF WS-SEQUENCIA-STATUS NOT = '00'
013100         DISPLAY 'ERRO NO CONTROLE DE REFERENCIAS - STATUS: '
013200             WS-SEQUENCIA-STATUS
013300         MOVE '9' TO RFN-RETORNO
013400         GO TO 2000-EXIT
013500     END-IF
013600     MOVE RFS-ULTIMO-NUMERO TO WS-REF-NUMERO
013700     MOVE '0' TO WS-REF-DIGITO
013800     MOVE 'R' TO DIG-FUNCAO
013900     MOVE WS-REFERENCIA TO DIG-NUMERO
014000     CALL 'PAGDIGV' USING DIG-PARM
014100     MOVE DIG-DIGITO(1:1) TO WS-REF-DIGITO
014200     MOVE WS-REFERENCIA TO RFN-REFERENCIA
014300     MOVE '0' TO RFN-RETORNO.
014400 2000-EXIT.
014500     EXIT.
014600
014700*----------------------------------------------------------*
014800* 2100-CRIAR-CONTROLE - CONTROLE VAZIO: GRAVA O REGISTRO   *
014900*                       UNICO COM A NUMERACAO EM ZERO      *
015000*----------------------------------------------------------*
015100 2100-CRIAR-CONTROLE.
015200     MOVE SPACES TO RFS-REC
015300     MOVE '1' TO RFS-CHAVE
015400     MOVE ZERO TO RFS-ULTIMO-NUMERO
015500     MOVE ZERO TO RFS-DATA
015600     WRITE RFS-REC.
015700 2100-EXIT.
015800     EXIT.
015900
016000*----------------------------------------------------------*
016100* 3000-CONFERIR-REFERENCIA - CONFERE O FORMATO E O DIGITO  *
016200*                            DE UMA REFERENCIA INFORMADA   *
016300*----------------------------------------------------------*
016400 3000-CONFERIR-REFERENCIA.
016500     MOVE 'R' TO DIG-FUNCAO
016600     MOVE RFN-REFERENCIA TO DIG-NUMERO
016700     CALL 'PAGDIGV' USING DIG-PARM
016800     IF DIG-DIGITO-OK
016900         MOVE '0' TO RFN-RETORNO
017000     END-IF.
017100 3000-EXIT.
017200     EXIT.
017300
017400 END PROGRAM PAGREFN.
