001200*                    NO MESMO CONVENIO DE INTEGRIDADE DO        *
001300*                    TRANENT. O RETORNO DO BANCO (RETREC) E O   *
001400*                    ESPELHO DO DETALHE DESTA REMESSA.          *
001420*                    O CABECALHO LEVA TAMBEM A JANELA DO CICLO   *
001440*                    (REM-CAB-JANELA: 1 = MANHA, 2 = TARDE), QUE *
001460*                    IDENTIFICA CADA ARQUIVO DO DIA NO BANCO.    *
001500*                                                                *
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-09-02 MAF     VERSAO INICIAL                           *
001820*    2026-10-15 MAF     INCLUIDO O TIPO 'C' (PEDIDO DE           *
001840*                       RECOLHIMENTO DE PAGAMENTO JA ENVIADO E   *
001860*                       CANCELADO), QUE ENTRA NA QUANTIDADE E    *
001880*                       NO HASH DO TRAILER COMO O 'D'            *
001882*    2026-10-15 MAF     REFERENCIA DO SISTEMA COM 10 POSICOES E  *
001884*                       INCLUIDA A REFERENCIA DO CLIENTE         *
001886*                       (REGISTRO PASSA DE 35 PARA 45 BYTES); O  *
001888*                       BANCO DEVOLVE A REFERENCIA NO RETORNO    *
001890*    2026-10-15 MAF     INCLUIDA A JANELA DO CICLO NO            *
001892*                       CABECALHO (REM-CAB-JANELA, NA AREA DA    *
001894*                       REFERENCIA): UMA REMESSA POR JANELA      *
001900*                                                                *
002000******************************************************************
002100 01  REM-REC.
002300         88  REM-TIPO-CABECALHO                 VALUE 'H'.
002400         88  REM-TIPO-DETALHE                   VALUE 'D'.
002500         88  REM-TIPO-TRAILER                   VALUE 'T'.
002520         88  REM-TIPO-RECOLHIMENTO              VALUE 'C'.
002600     05  REM-CONTA                   PIC X(10).
002700     05  REM-VALOR                   PIC S9(07)V99.
002800     05  REM-DATA                    PIC 9(08).
002900     05  REM-REFERENCIA              PIC X(10).
002905     05  REM-CAB-REMESSA REDEFINES REM-REFERENCIA.
002910         10  REM-CAB-JANELA          PIC 9(01).
002915         10  FILLER                  PIC X(09).
002920     05  REM-REF-CLIENTE             PIC X(05).
003000     05  FILLER                      PIC X(02).
