      *----------------------------------------------------------------*
      * Indexed employee cadastro (ARQFUNCIONARIO.TXT). Record key
      * FD-COD-F is the 9-digit matricula of DBREGISTRODEP.TXT and
      * FD-NOME-F the alternate key (with duplicates) used by the
      * CONSULTA_FUNCIONARIO browse; name and salary have the payroll
      * sizes, so RECONCILIA_FUNCIONARIOS compares like with like.
      * Written by MOVIMENTA_FUNCIONARIOS, rebuilt from the old 3-digit
      * layout by CONVERTE_FUNCIONARIOS, read by
      * RELATORIO_FUNCIONARIO, CONSULTA_FUNCIONARIO,
      * RECONCILIA_FUNCIONARIOS and QUALIDADE_DADOS.
      *----------------------------------------------------------------*
       01  REG-FUNCIONARIO.
           03 FD-COD-F            PIC 9(09).
           03 FD-NOME-F           PIC X(30).
           03 FD-SALFUN-F         PIC 9(09)V99.
