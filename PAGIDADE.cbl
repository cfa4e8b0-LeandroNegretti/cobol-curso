002700*    HISTORICO DE ALTERACOES                                    *
002800*    DATA       AUTOR   DESCRICAO                                *
002900*    2026-09-02 MAF     VERSAO INICIAL                           *
002920*    2026-10-15 MAF     RECICLO DE 85 BYTES (CENTRO DE CUSTO)    *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
005700 COPY PAGDREC.
005800
005900 FD  RECICLO-FILE
006000     RECORD CONTAINS 85 CHARACTERS.
006100 COPY RECREC.
006200
006300 FD  REPORT-FILE
