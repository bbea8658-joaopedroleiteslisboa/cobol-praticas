      *----------------------------------------------------------------*
      * Dual-control thresholds (PARAMAPROVACAO.TXT): a salary change
      * in MOVIMENTA_FUNCIONARIOS or a price change in
      * MANUTENCAO_PRODUTOS whose variation, up or down, is above the
      * percentage goes to the APROVACOES.TXT queue instead of the
      * master; DIGESTO_EXCECOES lists the requests pending for more
      * than PAP-DIAS-PENDENCIA days. Missing file or zero fields
      * take the defaults of each reader (10%, 15%, 3 days).
      *----------------------------------------------------------------*
       01  REG-PARAMAPROVACAO.
           03 PAP-PERC-SALARIO       PIC 9(03)V99.
           03 PAP-PERC-PRECO         PIC 9(03)V99.
           03 PAP-DIAS-PENDENCIA     PIC 9(03).
