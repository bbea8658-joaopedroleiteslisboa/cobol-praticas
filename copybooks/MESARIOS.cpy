      *----------------------------------------------------------------*
      * Poll worker (mesario) of a secao for an election (MESARIOS.TXT).
      * Drawn by CONVOCA_MESARIOS, which keeps the workers of the last
      * election (so they can be excluded from the next draw) and the
      * ones of the election being drawn. Funcao: P presidente, 1 1o
      * mesario, 2 2o mesario, S secretario. Presenca is marked by
      * PRESENCA_MESARIOS: blank while pending, C compareceu, F faltou.
      *----------------------------------------------------------------*
       01  REG-MESARIO.
           03 MS-DATA-ELEICAO        PIC 9(08).
           03 MS-ZONA                PIC 9(03).
           03 MS-SECAO               PIC 9(03).
           03 MS-FUNCAO              PIC X(01).
           03 MS-TITULO              PIC 9(06).
           03 MS-NOME                PIC X(20).
           03 MS-PRESENCA            PIC X(01).
