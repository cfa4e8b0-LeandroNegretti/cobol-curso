000100******************************************************************
000200*                                                                *
000300*    COPYBOOK .... : IMPREC                                     *
000400*    AUTOR ........: M. A. FERREIRA                             *
000500*    DATA .........: 2026-10-15                                 *
000600*    DESCRICAO ....: LAYOUT DO REGISTRO DA TABELA DE RETENCAO NA *
000700*                    FONTE (ARQUIVO IMPTAB, 50 BYTES). CADA      *
000800*                    REGISTRO LIGA UMA CATEGORIA FISCAL DO       *
000900*                    CADASTRO (CAD-CATEGORIA-FISCAL) AO CODIGO   *
001000*                    DE RECOLHIMENTO DO IMPOSTO (CODIGO DA       *
001100*                    RECEITA NA GUIA), A ALIQUOTA EM PERCENTUAL  *
001200*                    SOBRE O VALOR BRUTO E A CONTA CONTABIL DE   *
001300*                    IMPOSTO A RECOLHER ONDE O PAGEXTR LANCA O   *
001400*                    VALOR RETIDO. MAIS DE UMA CATEGORIA PODE    *
001500*                    APONTAR PARA O MESMO CODIGO. LIDO PELA      *
001600*                    ROTINA COMUM PAGTRIB.                       *
001700*                                                                *
001800*    HISTORICO DE ALTERACOES                                    *
001900*    DATA       AUTOR   DESCRICAO                                *
002000*    2026-10-15 MAF     VERSAO INICIAL                           *
002100*                                                                *
002200******************************************************************
002300 01  IMP-REC.
002400     05  IMP-CATEGORIA               PIC X(02).
002500     05  IMP-CODIGO                  PIC X(04).
002600     05  IMP-DESCRICAO               PIC X(20).
002700     05  IMP-ALIQUOTA                PIC 9(02)V99.
002800     05  IMP-CONTA-RAZAO             PIC X(10).
002900     05  FILLER                      PIC X(10).
