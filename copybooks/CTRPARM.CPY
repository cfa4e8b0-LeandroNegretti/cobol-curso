001300*                    ABERTO; '2' = O CICLO DA DATA JA FOI        *
001400*                    ENCERRADO (PROTECAO CONTRA DUPLA            *
001500*                    SUBMISSAO).                                 *
001510*                    NA FUNCAO 'I' O PASSO TAMBEM E CONFERIDO    *
001520*                    CONTRA A TABELA DE SEQUENCIA DO CICLO:      *
001530*                    RETORNO '3' = PRE-REQUISITO NAO CUMPRIDO,   *
001540*                    COM O MOTIVO EM CTR-MOTIVO, E O PASSO NAO E *
001550*                    MARCADO COMO INICIADO. NA FUNCAO 'T' O      *
001560*                    CHAMADOR INFORMA EM CTR-RESULTADO O         *
001570*                    RETURN-CODE COM QUE O PASSO TERMINA.        *
001575*                    JUNTO COM A DATA VOLTA A JANELA DO CICLO    *
001580*                    CORRENTE (CTR-JANELA); A PROTECAO CONTRA    *
001585*                    DUPLA SUBMISSAO VALE POR DATA E JANELA.     *
001600*                                                                *
001700*    HISTORICO DE ALTERACOES                                    *
001800*    DATA       AUTOR   DESCRICAO                                *
001920*    2026-09-02 MAF     INCLUIDOS CTR-EXCECOES E CTR-RETIDOS,    *
001940*                       GRAVADOS NO PASSO PELA FUNCAO 'T'       *
001960*                       (CAMPO NAO NUMERICO VALE ZERO)          *
001970*    2026-10-15 MAF     INCLUIDOS CTR-RESULTADO (FUNCAO 'T'), O  *
001980*                       RETORNO '3' (FORA DE SEQUENCIA) E        *
001990*                       CTR-MOTIVO                               *
001992*    2026-10-15 MAF     INCLUIDA CTR-JANELA, DEVOLVIDA COM A     *
001994*                       DATA DO CICLO PELAS FUNCOES I/T/C        *
002000*                                                                *
002100******************************************************************
002200 01  CTR-PARM.
002600         88  CTR-FUN-CONSULTAR                  VALUE 'C'.
002700     05  CTR-PASSO                   PIC X(08).
002800     05  CTR-DATA-PROCESSO           PIC 9(08).
002820     05  CTR-JANELA                  PIC 9(01).
002900     05  CTR-CONTADOR                PIC 9(07).
003000     05  CTR-TOTAL                   PIC S9(11)V99.
003020     05  CTR-EXCECOES                PIC 9(05).
003040     05  CTR-RETIDOS                 PIC 9(05).
003060     05  CTR-RESULTADO               PIC 9(02).
003100     05  CTR-RETORNO                 PIC X(01).
003200         88  CTR-OK                             VALUE '0'.
003300         88  CTR-SEM-CICLO                      VALUE '1'.
003400         88  CTR-CICLO-ENCERRADO                VALUE '2'.
003500         88  CTR-FORA-DE-SEQUENCIA              VALUE '3'.
003600     05  CTR-MOTIVO                  PIC X(60).
