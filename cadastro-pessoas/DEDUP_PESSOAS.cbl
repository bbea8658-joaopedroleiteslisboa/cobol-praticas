      *          date with near-identical names (70) - and prints the
      *          review listing ordered by confidence in
      *          ARQDUPLICADOS.TXT so a clerk decides which code
      *          survives; the pair is then merged through the
      *          MANUTENCAO_PESSOAS unification option.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
