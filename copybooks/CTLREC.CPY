001200*                    INICIO, FIM, CONTADOR E TOTAL DO PASSO.     *
001300*                    MANTIDO POR PAGCTRL E PELO PROGRAMA DE      *
001400*                    OPERACAO PAGOPER.                           *
001410*                    O REGISTRO DO CICLO CARREGA TAMBEM A TABELA *
001420*                    DE SEQUENCIA DOS PASSOS (CTRL-REQUISITOS,   *
001430*                    CARREGADA PELO PAGOPER NA ABERTURA A PARTIR *
001440*                    DO SEQPASSO); NOS REGISTROS DE PASSO A      *
001450*                    TABELA FICA VAZIA E CTRL-RESULTADO GUARDA O *
001460*                    RESULTADO (RETURN-CODE) COM QUE O PASSO     *
001470*                    TERMINOU.                                   *
001475*                    O CICLO E IDENTIFICADO PELA DATA MAIS A     *
001480*                    JANELA DE PROCESSAMENTO (CTRL-JANELA: 1 =   *
001485*                    MANHA, 2 = TARDE, ...); O PASSO GUARDA A    *
001490*                    DATA E A JANELA EM QUE RODOU POR ULTIMO.    *
001500*                                                                *
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                                *
001820*    2026-09-02 MAF     INCLUIDOS OS CONTADORES DE EXCECOES E    *
001840*                       DE RETIDOS DO PASSO, ARQUIVADOS NO      *
001860*                       HISTORICO DE CICLOS NO FECHAMENTO       *
001870*    2026-10-15 MAF     INCLUIDOS O RESULTADO DO PASSO E A TABELA*
001880*                       DE SEQUENCIA DOS PASSOS NO REGISTRO DO   *
001890*                       CICLO (PRE-REQUISITO E RESULTADO MAXIMO) *
001892*    2026-10-15 MAF     INCLUIDA A JANELA DE PROCESSAMENTO       *
001894*                       (CTRL-JANELA): VARIOS CICLOS NA MESMA    *
001896*                       DATA, UM POR JANELA                      *
001900*                                                                *
002000******************************************************************
002100 01  CTRL-REC.
002200     05  CTRL-CHAVE                  PIC X(08).
002300     05  CTRL-DATA-PROCESSO          PIC 9(08).
002320     05  CTRL-JANELA                 PIC 9(01).
002400     05  CTRL-SITUACAO               PIC X(01).
002500         88  CTRL-ABERTO                        VALUE 'A'.
002600         88  CTRL-INICIADO                      VALUE 'I'.
003200     05  CTRL-HORA-FIM               PIC 9(08).
003300     05  CTRL-EXCECOES               PIC 9(05).
003400     05  CTRL-RETIDOS                PIC 9(05).
003500     05  CTRL-RESULTADO              PIC 9(02).
003600     05  CTRL-QTD-REQUISITOS         PIC 9(02).
003700     05  CTRL-REQUISITOS.
003800         10  CTRL-REQUISITO          OCCURS 30 TIMES.
003900             15  CTRL-REQ-PASSO      PIC X(08).
004000             15  CTRL-REQ-ANTERIOR   PIC X(08).
004100             15  CTRL-REQ-RESULTADO-MAX
004200                                     PIC 9(02).
