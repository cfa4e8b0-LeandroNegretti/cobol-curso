000500*    DATA .........: 2026-09-02                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DO JORNAL DE            *
000700*                    ATUALIZACOES DOS MESTRES DE PAGAMENTO      *
000800*                    (ARQUIVO JRNFILE, 240 BYTES). CADA         *
000900*                    WRITE/REWRITE/DELETE CONTRA PAGTOMST       *
001000*                    ('M') OU PAGDET ('D') GERA UM REGISTRO     *
001100*                    COM AS IMAGENS ANTES E DEPOIS, GRAVADO     *
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-09-02 MAF     VERSAO INICIAL                           *
001820*    2026-10-15 MAF     IMAGENS ANTES/DEPOIS PASSAM DE 40 PARA   *
001840*                       100 POSICOES (REGISTRO DE 120 PARA 240   *
001860*                       BYTES), PARA CABER O DETALHE COM A       *
001880*                       RETENCAO NA FONTE                        *
001900*                                                                *
002000******************************************************************
002100 01  JRN-REC.
003400         88  JRN-OPER-REGRAVACAO                VALUE 'R'.
003500         88  JRN-OPER-EXCLUSAO                  VALUE 'D'.
003600     05  FILLER                      PIC X(01).
003700     05  JRN-IMAGEM-ANTES            PIC X(100).
003800     05  FILLER                      PIC X(01).
003900     05  JRN-IMAGEM-DEPOIS           PIC X(100).
004000     05  FILLER                      PIC X(06).
