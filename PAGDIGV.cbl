000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAGDIGV.
000300 AUTHOR. M. A. FERREIRA.
000400 INSTALLATION. DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    DESCRICAO ....: ROTINA COMUM DE DIGITO VERIFICADOR DA       *
001000*                    SUITE DE PAGAMENTOS. CHAMADA COM A AREA     *
001100*                    DIG-PARM (COPYBOOK DIGPARM): FUNCAO 'C'     *
001200*                    CONFERE O DIGITO MODULO 11 DA CONTA DO      *
001300*                    CADASTRO (10 POSICOES NUMERICAS, DIGITO NA  *
001400*                    ULTIMA). NUMERO NAO NUMERICO, FORA DO       *
001500*                    TAMANHO OU COM DIGITO QUE NAO CONFERE       *
001600*                    DEVOLVE RETORNO '1'. O CALCULO DO MODULO 11 *
001700*                    FICA NUM PARAGRAFO UNICO, PARAMETRIZADO     *
001800*                    PELA QUANTIDADE DE POSICOES E PELO PESO     *
001900*                    MAXIMO, PARA SERVIR A OUTROS DOCUMENTOS.    *
001920*                    FUNCOES 'F' (CPF, 11 POSICOES) E 'J' (CNPJ, *
001940*                    14 POSICOES) CONFEREM OS DOIS DIGITOS       *
001960*                    FINAIS PELO MESMO CALCULO E RECUSAM NUMERO  *
001980*                    COM TODAS AS POSICOES IGUAIS.               *
001985*                    FUNCAO 'R' CONFERE A REFERENCIA DE          *
001990*                    PAGAMENTO, QUE TEM O FORMATO DA CONTA.      *
002000*                                                                *
002100*    HISTORICO DE ALTERACOES                                    *
002200*    DATA       AUTOR   DESCRICAO                                *
002300*    2026-10-15 MAF     VERSAO INICIAL                           *
002320*    2026-10-15 MAF     INCLUIDAS AS FUNCOES 'F' (CPF) E 'J'     *
002340*                       (CNPJ), COM DOIS DIGITOS MODULO 11       *
002360*    2026-10-15 MAF     INCLUIDA A FUNCAO 'R' (REFERENCIA DE     *
002380*                       PAGAMENTO), COM O CALCULO DA CONTA       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  WS-NUMERO                   PIC X(20) VALUE SPACES.
003100 01  WS-NUMERO-DIGITOS REDEFINES WS-NUMERO.
003200     05  WS-DIG                  PIC 9(01) OCCURS 20 TIMES.
003300
003400 77  WS-QTD-BASE                 PIC S9(04) COMP VALUE ZERO.
003500 77  WS-PESO-MAXIMO              PIC S9(04) COMP VALUE ZERO.
003600 77  WS-PESO                     PIC S9(04) COMP VALUE ZERO.
003700 77  WS-IDX                      PIC S9(04) COMP VALUE ZERO.
003800 77  WS-SOMA                     PIC 9(07) COMP VALUE ZERO.
003900 77  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
004000 77  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
004100 77  WS-DIGITO-CALC              PIC 9(01) VALUE ZERO.
004120 77  WS-QTD-POSICOES             PIC S9(04) COMP VALUE ZERO.
004140 77  WS-QTD-IGUAIS               PIC S9(04) COMP VALUE ZERO.
004200
004300 LINKAGE SECTION.
004400 COPY DIGPARM.
004500
004600 PROCEDURE DIVISION USING DIG-PARM.
004700*----------------------------------------------------------*
004800* 0000-MAINLINE - PARAGRAFO PRINCIPAL                       *
004900*----------------------------------------------------------*
005000 0000-MAINLINE.
005100     MOVE SPACES TO DIG-DIGITO
005200     MOVE '1' TO DIG-RETORNO
005300     MOVE DIG-NUMERO TO WS-NUMERO
005400     IF DIG-FUN-CONTA OR DIG-FUN-REFERENCIA
005500         PERFORM 1000-CONFERIR-CONTA THRU 1000-EXIT
005600     END-IF
005610     IF DIG-FUN-CPF
005620         PERFORM 2000-CONFERIR-CPF THRU 2000-EXIT
005630     END-IF
005640     IF DIG-FUN-CNPJ
005650         PERFORM 3000-CONFERIR-CNPJ THRU 3000-EXIT
005660     END-IF.
005700 0000-GOBACK.
005800     GOBACK.
005900
006000*----------------------------------------------------------*
006100* 1000-CONFERIR-CONTA - CONTA DO CADASTRO E REFERENCIA DE   *
006200*                       PAGAMENTO: NOVE POSICOES MAIS O     *
006220*                       DIGITO, PESOS 2 A 9                 *
006300*----------------------------------------------------------*
006400 1000-CONFERIR-CONTA.
006500     IF WS-NUMERO(1:10) NOT NUMERIC
006600        OR WS-NUMERO(11:10) NOT = SPACES
006700         GO TO 1000-EXIT
006800     END-IF
006900     MOVE 9 TO WS-QTD-BASE
007000     MOVE 9 TO WS-PESO-MAXIMO
007100     PERFORM 5000-CALCULAR-MOD11 THRU 5000-EXIT
007200     MOVE WS-DIGITO-CALC TO DIG-DIGITO
007300     IF WS-DIG(10) = WS-DIGITO-CALC
007400         MOVE '0' TO DIG-RETORNO
007500     END-IF.
007600 1000-EXIT.
007700     EXIT.
007800
007801*----------------------------------------------------------*
007802* 2000-CONFERIR-CPF - NOVE POSICOES MAIS DOIS DIGITOS; O    *
007803*                     PRIMEIRO COM PESOS 2 A 10, O SEGUNDO  *
007804*                     COM PESOS 2 A 11 SOBRE AS DEZ         *
007805*                     PRIMEIRAS                             *
007806*----------------------------------------------------------*
007807 2000-CONFERIR-CPF.
007808     IF WS-NUMERO(1:11) NOT NUMERIC
007809        OR WS-NUMERO(12:9) NOT = SPACES
007810         GO TO 2000-EXIT
007811     END-IF
007812     MOVE 11 TO WS-QTD-POSICOES
007813     PERFORM 5200-CONTAR-IGUAIS THRU 5200-EXIT
007814     IF WS-QTD-IGUAIS = WS-QTD-POSICOES
007815         GO TO 2000-EXIT
007816     END-IF
007817     MOVE 9 TO WS-QTD-BASE
007818     MOVE 10 TO WS-PESO-MAXIMO
007819     PERFORM 5000-CALCULAR-MOD11 THRU 5000-EXIT
007820     MOVE WS-DIGITO-CALC TO DIG-DIGITO(1:1)
007821     MOVE 10 TO WS-QTD-BASE
007822     MOVE 11 TO WS-PESO-MAXIMO
007823     PERFORM 5000-CALCULAR-MOD11 THRU 5000-EXIT
007824     MOVE WS-DIGITO-CALC TO DIG-DIGITO(2:1)
007825     IF DIG-DIGITO = WS-NUMERO(10:2)
007826         MOVE '0' TO DIG-RETORNO
007827     END-IF.
007828 2000-EXIT.
007829     EXIT.
007830
007831*----------------------------------------------------------*
007832* 3000-CONFERIR-CNPJ - DOZE POSICOES MAIS DOIS DIGITOS,     *
007833*                      AMBOS COM PESOS 2 A 9 CICLICOS       *
007834*----------------------------------------------------------*
007835 3000-CONFERIR-CNPJ.
007836     IF WS-NUMERO(1:14) NOT NUMERIC
007837        OR WS-NUMERO(15:6) NOT = SPACES
007838         GO TO 3000-EXIT
007839     END-IF
007840     MOVE 14 TO WS-QTD-POSICOES
007841     PERFORM 5200-CONTAR-IGUAIS THRU 5200-EXIT
007842     IF WS-QTD-IGUAIS = WS-QTD-POSICOES
007843         GO TO 3000-EXIT
007844     END-IF
007845     MOVE 12 TO WS-QTD-BASE
007846     MOVE 9 TO WS-PESO-MAXIMO
007847     PERFORM 5000-CALCULAR-MOD11 THRU 5000-EXIT
007848     MOVE WS-DIGITO-CALC TO DIG-DIGITO(1:1)
007849     MOVE 13 TO WS-QTD-BASE
007850     PERFORM 5000-CALCULAR-MOD11 THRU 5000-EXIT
007851     MOVE WS-DIGITO-CALC TO DIG-DIGITO(2:1)
007852     IF DIG-DIGITO = WS-NUMERO(13:2)
007853         MOVE '0' TO DIG-RETORNO
007854     END-IF.
007855 3000-EXIT.
007856     EXIT.
007857
007900*----------------------------------------------------------*
008000* 5000-CALCULAR-MOD11 - SOMA AS WS-QTD-BASE PRIMEIRAS       *
008100*                       POSICOES COM PESOS DE 2 ATE         *
008200*                       WS-PESO-MAXIMO, DA DIREITA PARA A   *
008300*                       ESQUERDA, E APURA O DIGITO; RESTO   *
008400*                       0 OU 1 DA DIGITO ZERO               *
008500*----------------------------------------------------------*
008600 5000-CALCULAR-MOD11.
008700     MOVE ZERO TO WS-SOMA
008800     MOVE 2 TO WS-PESO
008900     PERFORM 5100-SOMAR-POSICAO THRU 5100-EXIT
009000         VARYING WS-IDX FROM WS-QTD-BASE BY -1
009100         UNTIL WS-IDX < 1
009200     DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
009300         REMAINDER WS-RESTO
009400     IF WS-RESTO < 2
009500         MOVE ZERO TO WS-DIGITO-CALC
009600     ELSE
009700         COMPUTE WS-DIGITO-CALC = 11 - WS-RESTO
009800     END-IF.
009900 5000-EXIT.
010000     EXIT.
010100
010200 5100-SOMAR-POSICAO.
010300     COMPUTE WS-SOMA = WS-SOMA + WS-DIG(WS-IDX) * WS-PESO
010400     ADD 1 TO WS-PESO
010500     IF WS-PESO > WS-PESO-MAXIMO
010600         MOVE 2 TO WS-PESO
010700     END-IF.
010800 5100-EXIT.
010900     EXIT.
010905
010910*----------------------------------------------------------*
010915* 5200-CONTAR-IGUAIS - CONTA QUANTAS DAS WS-QTD-POSICOES    *
010920*                      PRIMEIRAS REPETEM A PRIMEIRA         *
010925*----------------------------------------------------------*
010930 5200-CONTAR-IGUAIS.
010935     MOVE ZERO TO WS-QTD-IGUAIS
010940     PERFORM 5300-COMPARAR-POSICAO THRU 5300-EXIT
010945         VARYING WS-IDX FROM 1 BY 1
010950         UNTIL WS-IDX > WS-QTD-POSICOES.
010955 5200-EXIT.
010960     EXIT.
010965
010970 5300-COMPARAR-POSICAO.
010975     IF WS-DIG(WS-IDX) = WS-DIG(1)
010980         ADD 1 TO WS-QTD-IGUAIS
010985     END-IF.
010990 5300-EXIT.
010995     EXIT.
011000
011100 END PROGRAM PAGDIGV.
