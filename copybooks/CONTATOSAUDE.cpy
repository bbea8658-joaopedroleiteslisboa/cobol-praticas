      *----------------------------------------------------------------*
      * Contacts and appointments of the health follow-up cases
      * (CONTATOSAUDE.TXT), append-only, written by
      * ACOMPANHAMENTO_SAUDE. A row belongs to the ACOMPSAUDE.TXT case
      * of the same person and opening date. CS-TIPO: L ligacao,
      * V visita, C consulta. CS-DATA-PROX-PASSO is the date agreed
      * for the next step (zeros when none); the latest one becomes
      * AS-DATA-PROX-PASSO and RISCO_SAUDE lists the case as overdue
      * once the data-movimento passes it.
      *----------------------------------------------------------------*
       01  REG-CONTATOSAUDE.
           03 CS-COD-PESSOA          PIC 9(03).
           03 CS-DATA-ABERTURA       PIC 9(08).
           03 CS-DATA-CONTATO        PIC 9(08).
           03 CS-TIPO                PIC X(01).
           03 CS-RESULTADO           PIC X(30).
           03 CS-DATA-PROX-PASSO     PIC 9(08).
           03 CS-OPERADOR            PIC X(08).
