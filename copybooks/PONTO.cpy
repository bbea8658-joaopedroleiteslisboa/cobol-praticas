      *----------------------------------------------------------------*
      * Time-clock marks (MARCACOESPONTO.TXT), one record per work
      * period of a day: clock-in and clock-out in HHMM. A mark left
      * blank (odd number of marks in the day) or a matricula absent
      * from DBREGISTRODEP.TXT is rejected by APURA_PONTO to
      * EXCVALID.TXT; CORRIGE_EXCECOES reinjects the corrected record
      * through REINJECAO_PONTO.TXT, relying on the field positions
      * below (matricula 1, data 10, entrada 18, saida 22).
      *----------------------------------------------------------------*
       01  REG-PONTO.
           03 PT-MATRICULA           PIC 9(09).
           03 PT-DATA                PIC 9(08).
           03 PT-ENTRADA.
              05 PT-ENT-HH           PIC 9(02).
              05 PT-ENT-MM           PIC 9(02).
           03 PT-SAIDA.
              05 PT-SAI-HH           PIC 9(02).
              05 PT-SAI-MM           PIC 9(02).
