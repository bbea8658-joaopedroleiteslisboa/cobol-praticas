      *----------------------------------------------------------------*
      * Leaves of absence and mid-month admissions (AFASTAMENTOS.TXT),
      * one record per occurrence of a matricula of DBREGISTRODEP.TXT,
      * maintained online by MANUTENCAO_AFASTAMENTOS. The monthly
      * payroll pays the salary pro rata of the days of the reference
      * not covered by an occurrence (commercial month of 30 days):
      *   D doenca and A acidente de trabalho - the company pays the
      *     first 15 days, from the 16th day on the leave is paid by
      *     the INSS;
      *   M licenca-maternidade - paid by the INSS for every day;
      *   N licenca nao remunerada - no pay for every day;
      *   I admissao - AF-INICIO is the admission date, the days of
      *     the reference before it are not paid (AF-FIM unused).
      * AF-FIM zero is a leave still open (no return date yet).
      * Terminations are paid by RESCISAO_FOLHA (saldo de salario).
      *----------------------------------------------------------------*
       01  REG-AFASTAMENTO.
           03 AF-MATRICULA           PIC 9(09).
           03 AF-TIPO                PIC X(01).
           03 AF-INICIO              PIC 9(08).
           03 AF-FIM                 PIC 9(08).
