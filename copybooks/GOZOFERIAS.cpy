      *----------------------------------------------------------------*
      * Vacation rest already paid (GOZOFERIAS.TXT), one record per
      * fraction paid by the FERIAS_FOLHA run, appended in payment
      * order. The monthly payroll reads it so the days of rest,
      * already paid in advance with the constitutional third, are
      * not paid again as salary in the month they fall in.
      *----------------------------------------------------------------*
       01  REG-GOZO-FERIAS.
           03 GZ-MATRICULA           PIC 9(09).
           03 GZ-INICIO              PIC 9(08).
           03 GZ-FIM                 PIC 9(08).
           03 GZ-DIAS                PIC 9(02).
           03 GZ-PER-INICIO          PIC 9(08).
           03 GZ-DATA-PAGTO          PIC 9(08).
