001200*                    ESSES REGISTROS COM O ARQUIVO DE ACEITE    *
001300*                    DO SISTEMA CONTABIL E COBRA OS LOTES       *
001400*                    PENDENTES.                                  *
001410*                    HAVENDO MAIS DE UMA JANELA NO DIA, CADA     *
001420*                    JANELA ENVIA O SEU LOTE (GLE-JANELA) E A    *
001430*                    ORIGEM DA JANELA 2 EM DIANTE LEVA O SUFIXO  *
001440*                    '-JN' (PAGEXTR-J2), PARA QUE O ACEITE DE    *
001450*                    CADA LOTE CASE PELA DATA E ORIGEM.          *
001500*                                                                *
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-09-02 MAF     VERSAO INICIAL                           *
001820*    2026-10-15 MAF     INCLUIDA A JANELA DO CICLO (GLE-JANELA)  *
001840*                       NO LUGAR DE PARTE DO FILLER              *
001900*                                                                *
002000******************************************************************
002100 01  GLE-REC.
003000     05  GLE-CREDITOS                PIC 9(11)V99.
003100     05  FILLER                      PIC X(01).
003200     05  GLE-DATA-ENVIO              PIC 9(08).
003220     05  FILLER                      PIC X(01).
003240     05  GLE-JANELA                  PIC 9(01).
003300     05  FILLER                      PIC X(14).
