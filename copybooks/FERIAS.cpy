      *----------------------------------------------------------------*
      * Vacation control master (FERIAS.TXT), one record per periodo
      * aquisitivo of each matricula of DBREGISTRODEP.TXT. The first
      * period is opened by the admission in MOVIMENTA_FUNCIONARIOS
      * (or by the CARGAFERIAS.TXT load), the following ones by the
      * monthly CONTROLE_FERIAS run, and the days are consumed by the
      * FERIAS_FOLHA payment run.
      * Situacao: A em aquisicao, V adquirido (a gozar), Q quitado.
      *----------------------------------------------------------------*
       01  REG-FERIAS.
           03 FE-MATRICULA           PIC 9(09).
           03 FE-ADMISSAO            PIC 9(08).
           03 FE-PER-INICIO          PIC 9(08).
           03 FE-PER-FIM             PIC 9(08).
           03 FE-LIMITE-CONCESSAO    PIC 9(08).
           03 FE-DIAS-DIREITO        PIC 9(02).
           03 FE-DIAS-GOZADOS        PIC 9(02).
           03 FE-DIAS-SALDO          PIC 9(02).
           03 FE-SITUACAO            PIC X(01).
           03 FE-ULT-GOZO            PIC 9(08).
