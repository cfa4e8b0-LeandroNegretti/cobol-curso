002200*    HISTORICO DE ALTERACOES                                    *
002300*    DATA       AUTOR   DESCRICAO                                *
002400*    2026-09-02 MAF     VERSAO INICIAL                           *
002420*    2026-10-15 MAF     JORNAL PASSA A 240 BYTES (IMAGENS DE     *
002440*                       100 POSICOES)                            *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  JORNAL-FILE
003700     RECORD CONTAINS 240 CHARACTERS.
003800 COPY JRNREC.
003900
004000 WORKING-STORAGE SECTION.
