      *----------------------------------------------------------------*
      * Dependents master (DEPENDENTES.TXT), one record per dependent
      * of a matricula of DBREGISTRODEP.TXT, maintained online by
      * MANUTENCAO_DEPENDENTES. The payroll runs deduct from the IRRF
      * base the per-dependent amount of TABTRIBUTOS.TXT for every
      * dependent with DP-IRRF = 'S', and pay one salario-familia quota
      * per child (parentesco F) with DP-SAL-FAMILIA = 'S' under 14.
      * Parentesco: F filho/enteado, C conjuge, P pai/mae, O outros.
      *----------------------------------------------------------------*
       01  REG-DEPENDENTE.
           03 DP-MATRICULA           PIC 9(09).
           03 DP-SEQUENCIA           PIC 9(02).
           03 DP-NOME                PIC X(30).
           03 DP-NASCIMENTO          PIC 9(08).
           03 DP-PARENTESCO          PIC X(01).
           03 DP-IRRF                PIC X(01).
           03 DP-SAL-FAMILIA         PIC X(01).
