      *----------------------------------------------------------------*
      * Person code of each employee (PESSOASFUNC.TXT), one record per
      * active matricula of DBREGISTRODEP.TXT linked to its PES-COD-P
      * in CADPESSOAS.TXT, where gender and birth date are kept. Kept
      * apart from the payroll master like CARGOSFUNC.TXT and written
      * only by MOVIMENTA_FUNCIONARIOS (person code of the 'A', 'S'
      * and 'V' transactions, removed on 'D'); PF-DATA is the
      * data-movimento of the run that set the link. Read by
      * IGUALDADE_SALARIAL.
      *----------------------------------------------------------------*
       01  REG-PESSOA-FUNC.
           03 PF-MATRICULA           PIC 9(09).
           03 PF-COD-PESSOA          PIC 9(03).
           03 PF-DATA                PIC 9(08).
