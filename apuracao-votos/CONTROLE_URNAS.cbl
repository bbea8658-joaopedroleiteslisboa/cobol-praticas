           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQURNAS
           LABEL RECORD STANDARD
