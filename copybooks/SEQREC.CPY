000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : SEQREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO CARTAO DA TABELA DE SEQUENCIA DOS *
000700*                    PASSOS DO CICLO (ARQUIVO SEQPASSO, 80       *
000800*                    BYTES). CADA CARTAO DIZ QUE O PASSO DAS     *
000900*                    POSICOES 1-8 SO PODE INICIAR DEPOIS QUE O   *
001000*                    PASSO ANTERIOR DAS POSICOES 9-16 TERMINOU   *
001100*                    ('T') NO MESMO CICLO COM RESULTADO          *
001200*                    (RETURN-CODE INFORMADO NA FUNCAO 'T' DO     *
001300*                    PAGCTRL) MENOR OU IGUAL AO DAS POSICOES     *
001400*                    17-18. UM PASSO COM VARIOS PRE-REQUISITOS   *
001500*                    TEM UM CARTAO PARA CADA. LIDO PELO PAGOPER  *
001600*                    NA ABERTURA DO CICLO, QUE GRAVA A TABELA NO *
001700*                    REGISTRO DO CICLO (CTRL-REQUISITOS) PARA O  *
001800*                    PAGCTRL CONFERIR NA FUNCAO 'I'.             *
001900*                                                                *
002000*    HISTORICO DE ALTERACOES                                    *
002100*    DATA       AUTOR   DESCRICAO                                *
002200*    2026-10-15 MAF     VERSAO INICIAL                           *
002300*                                                                *
002400******************************************************************
002500 01  SEQ-REC.
002600     05  SEQ-PASSO                   PIC X(08).
002700     05  SEQ-ANTERIOR                PIC X(08).
002800     05  SEQ-RESULTADO-MAX           PIC 9(02).
002900     05  FILLER                      PIC X(62).
