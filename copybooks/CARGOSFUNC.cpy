      *----------------------------------------------------------------*
      * Cargo of each employee (CARGOSFUNC.TXT), one record per active
      * matricula of DBREGISTRODEP.TXT, kept apart from the 72-byte
      * payroll master the same way FERIAS.TXT keeps the admission
      * date. Written only by MOVIMENTA_FUNCIONARIOS (cargo of the 'A'
      * and 'S' transactions, removed on 'D'); CF-DATA is the
      * data-movimento of the run that set the cargo.
      *----------------------------------------------------------------*
       01  REG-CARGO-FUNC.
           03 CF-MATRICULA           PIC 9(09).
           03 CF-CARGO               PIC 9(04).
           03 CF-DATA                PIC 9(08).
