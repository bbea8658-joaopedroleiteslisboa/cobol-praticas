      *----------------------------------------------------------------*
      * Job and salary grade master (CARGOSSALARIO.TXT), one record per
      * cargo, maintained online by MANUTENCAO_CARGOS. The salary band
      * of the cargo goes from CG-SAL-MINIMO to CG-SAL-MAXIMO;
      * CG-SAL-MEDIO is the midpoint the compa-ratio of FAIXAS_SALARIAIS
      * is measured against (salario / medio x 100).
      *----------------------------------------------------------------*
       01  REG-CARGO.
           03 CG-CODIGO              PIC 9(04).
           03 CG-DESCRICAO           PIC X(30).
           03 CG-GRADE               PIC X(02).
           03 CG-SAL-MINIMO          PIC 9(9)V99.
           03 CG-SAL-MEDIO           PIC 9(9)V99.
           03 CG-SAL-MAXIMO          PIC 9(9)V99.
