           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQEXCTIT
           LABEL RECORD STANDARD
       01  REG-CARGOS.
           03 FD-CG-COD           PIC 9(02).
           03 FD-CG-NOME          PIC X(15).
      * Minimum age and candidates per party, used by the candidate
      * registration run (INSCREVE_CANDIDATOS).
           03 FD-CG-IDADE-MINIMA  PIC 9(02).
           03 FD-CG-MAX-PARTIDO   PIC 9(03).

       FD  ARQCOLIG
           LABEL RECORD STANDARD
