001300*                    SER SOBRESCRITO PELA ABERTURA SEGUINTE.    *
001400*                    LIDO PELO PAGHIST PARA O RELATORIO         *
001500*                    MENSAL DE VOLUMES E TENDENCIAS.            *
001520*                    CADA FECHAMENTO ARQUIVA SO O CICLO DA       *
001540*                    JANELA QUE ENCERRA (HIS-JANELA); O DIA E A  *
001560*                    SOMA DAS SUAS JANELAS. REGISTRO ANTERIOR A  *
001580*                    JANELA (CAMPO EM BRANCO) VALE JANELA 1.     *
001600*                                                                *
001700*    HISTORICO DE ALTERACOES                                    *
001800*    DATA       AUTOR   DESCRICAO                                *
001900*    2026-09-02 MAF     VERSAO INICIAL                           *
001920*    2026-10-15 MAF     INCLUIDO O RESULTADO (RETURN-CODE) DO    *
001940*                       PASSO, NO LUGAR DE PARTE DO FILLER       *
001960*    2026-10-15 MAF     INCLUIDA A JANELA DO CICLO (HIS-JANELA)  *
001980*                       NO LUGAR DE PARTE DO FILLER              *
002000*                                                                *
002100******************************************************************
002200 01  HIS-REC.
003700     05  HIS-HORA-INICIO             PIC 9(08).
003800     05  FILLER                      PIC X(01).
003900     05  HIS-HORA-FIM                PIC 9(08).
004000     05  FILLER                      PIC X(01).
004100     05  HIS-RESULTADO               PIC 9(02).
004120     05  FILLER                      PIC X(01).
004140     05  HIS-JANELA                  PIC 9(01).
004200     05  FILLER                      PIC X(04).
