000900*                    (CONTA TEM QUE EXISTIR E ESTAR ATIVA) E     *
001000*                    POR PAGCONS PARA IMPRIMIR O NOME DO         *
001100*                    FAVORECIDO AO LADO DA CONTA.                *
001110*                    O CPF/CNPJ E A CATEGORIA FISCAL SAO         *
001120*                    MANTIDOS PELO CADMNT; CATEGORIA EM BRANCO   *
001130*                    E FAVORECIDO SEM RETENCAO NA FONTE, E       *
001140*                    CATEGORIA PREENCHIDA APONTA PARA A TABELA   *
001150*                    IMPTAB (ROTINA PAGTRIB).                    *
001155*                    CAD-DORMENCIA 'D' MARCA A CONTA BLOQUEADA   *
001160*                    POR FALTA DE MOVIMENTO (PAGDORM) E 'R' A    *
001165*                    CONTA DORMENTE JA REATIVADA PELO CADMNT.    *
001170*                    CAD-DATA-ATIVACAO E A DATA DA INCLUSAO OU   *
001175*                    DA ULTIMA REATIVACAO DA CONTA; REGISTRO     *
001180*                    ANTIGO A TRAZ EM BRANCO.                    *
001200*                                                                *
001300*    HISTORICO DE ALTERACOES                                    *
001400*    DATA       AUTOR   DESCRICAO                                *
001500*    2026-08-21 MAF     VERSAO INICIAL                           *
001520*    2026-10-15 MAF     INCLUIDOS O CPF/CNPJ DO FAVORECIDO, O    *
001540*                       TIPO DO DOCUMENTO E A CATEGORIA FISCAL   *
001560*                       DE RETENCAO NA FONTE (REGISTRO PASSA DE  *
001580*                       60 PARA 80 BYTES)                        *
001585*    2026-10-15 MAF     INCLUIDOS A MARCA DE DORMENCIA E A       *
001590*                       DATA DE ATIVACAO DA CONTA, NO LUGAR DE   *
001595*                       PARTE DO FILLER (REGISTRO SEGUE COM 80)  *
001600*                                                                *
001700******************************************************************
001800 01  CAD-REC.
002400         88  CAD-ATIVA                          VALUE 'A'.
002500         88  CAD-BLOQUEADA                      VALUE 'B'.
002600         88  CAD-ENCERRADA                      VALUE 'E'.
002700     05  CAD-DOCUMENTO               PIC X(14).
002800     05  CAD-TIPO-DOCUMENTO          PIC X(01).
002900         88  CAD-DOC-CPF                        VALUE 'F'.
003000         88  CAD-DOC-CNPJ                       VALUE 'J'.
003100     05  CAD-CATEGORIA-FISCAL        PIC X(02).
003120     05  CAD-DORMENCIA               PIC X(01).
003140         88  CAD-BLOQ-DORMENCIA                 VALUE 'D'.
003160         88  CAD-REATIV-DORMENCIA               VALUE 'R'.
003180     05  CAD-DATA-ATIVACAO           PIC 9(08).
003200     05  FILLER                      PIC X(05).
