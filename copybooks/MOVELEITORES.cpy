      *----------------------------------------------------------------*
      * Voter registry movement transaction (MOVELEITORES.TXT) applied
      * by MOVIMENTA_ELEITORES: I inscricao, T transferencia de
      * zona/secao, C cancelamento, R regularizacao of a cancelled
      * titulo, A atualizacao cadastral (nome, nascimento, genero).
      * Nome, data de nascimento (AAAAMMDD) and genero (H/M) are
      * required on 'I' and optional on 'R' and 'A' (blank keeps the
      * value on file); zona/secao are required on 'I' and 'T' and
      * optional on 'R' (zero keeps the last ones); motivo is kept
      * with a cancellation.
      *----------------------------------------------------------------*
       01  REG-MOV-ELEITOR.
           03 FD-ME-TIPO             PIC X(01).
           03 FD-ME-TITULO           PIC 9(06).
           03 FD-ME-NOME             PIC X(20).
           03 FD-ME-ZONA             PIC 9(03).
           03 FD-ME-SECAO            PIC 9(03).
           03 FD-ME-MOTIVO           PIC X(20).
           03 FD-ME-DATA-NASC        PIC 9(08).
           03 FD-ME-DATA-NASC-X      REDEFINES FD-ME-DATA-NASC
                                     PIC X(08).
           03 FD-ME-GENERO           PIC X(01).
