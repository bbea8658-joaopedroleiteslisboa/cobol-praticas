           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQREGIDX
           LABEL RECORD STANDARD
           03 FD-IX-NOME          PIC X(20).
           03 FD-IX-ZONA          PIC 9(03).
           03 FD-IX-SECAO         PIC 9(03).
           03 FD-IX-DATA-NASC     PIC 9(08).
           03 FD-IX-GENERO        PIC X(01).

       FD  ARQJOBLOG
           LABEL RECORD STANDARD
           MOVE FD-REG-NOME   TO FD-IX-NOME
           MOVE FD-REG-ZONA   TO FD-IX-ZONA
           MOVE FD-REG-SECAO  TO FD-IX-SECAO
           MOVE FD-REG-DATA-NASC TO FD-IX-DATA-NASC
           MOVE FD-REG-GENERO TO FD-IX-GENERO

           WRITE REG-CADELEITORES-IDX
               INVALID KEY
