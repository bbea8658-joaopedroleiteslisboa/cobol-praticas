      *----------------------------------------------------------------*
      * Personnel movement transaction (MOVFUNCIONARIOS.TXT) applied by
      * MOVIMENTA_FUNCIONARIOS: A admissao, T transferencia, S
      * alteracao salarial, D desligamento, V vinculo com o cadastro de
      * pessoas. FD-TX-CARGO is optional on 'A' and 'S' (blank or zero
      * keeps the cargo the employee has); FD-TX-COD-PESSOA, the
      * PES-COD-P of CADPESSOAS.TXT, is optional on 'A' and 'S' the
      * same way and is all a 'V' transaction carries besides the
      * matricula;
      * FAIXAS_SALARIAIS writes its merit proposal in this same layout
      * so the reviewed file can be fed back as 'S' transactions.
      *----------------------------------------------------------------*
       01  REG-MOVIMENTO.
           03 FD-TX-TIPO             PIC X(01).
           03 FD-TX-MATRICULA        PIC 9(09).
           03 FD-TX-NOME             PIC X(30).
           03 FD-TX-DIVISAO          PIC 9(02).
           03 FD-TX-CCUSTO           PIC 9(03).
           03 FD-TX-SALARIO          PIC 9(9)V99.
           03 FD-TX-BANCO            PIC 9(03).
           03 FD-TX-AGENCIA          PIC 9(04).
           03 FD-TX-CONTA            PIC 9(10).
           03 FD-TX-CARGO            PIC 9(04).
           03 FD-TX-CARGO-X REDEFINES FD-TX-CARGO
                                     PIC X(04).
           03 FD-TX-COD-PESSOA       PIC 9(03).
           03 FD-TX-COD-PESSOA-X REDEFINES FD-TX-COD-PESSOA
                                     PIC X(03).
