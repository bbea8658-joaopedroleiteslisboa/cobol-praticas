      *----------------------------------------------------------------*
      * Cost allocation (rateio) of an employee across the cost centers
      * of DEPARTAMENTOS.TXT (RATEIO.TXT), maintained online by
      * MANUTENCAO_RATEIO. An allocation is the set of records of one
      * matricula with the same RT-VIGENCIA (AAAAMMDD); its percentages
      * add up to 100,00. The monthly payroll uses the allocation with
      * the greatest vigencia not after the data-movimento; a matricula
      * without one is charged whole to its DBREGISTRODEP department,
      * which is also the primary department that takes the remainder
      * cents of the split. An allocation is ended by including a new
      * one with the home department at 100,00.
      *----------------------------------------------------------------*
       01  REG-RATEIO.
           03 RT-MATRICULA           PIC 9(09).
           03 RT-VIGENCIA            PIC 9(08).
           03 RT-DEPT                PIC 9(05).
           03 RT-PERCENTUAL          PIC 9(3)V99.
