      *----------------------------------------------------------------*
      * Health follow-up cases (ACOMPSAUDE.TXT), one record per case
      * opened for a PES-COD-P of the RISCO_SAUDE high-risk list.
      * RISCO_SAUDE opens a case (AS-SITUACAO 'A') for a high-risk
      * person with no open case, and closes it ('F') when the latest
      * HISTMEDIDAS measurement takes the person out of the risk cells
      * or the person leaves CADPESSOAS.TXT; a closed case is kept as
      * history and a new one is opened if the risk comes back. The
      * age bracket and IMC class are those at opening (same codes as
      * the RISCO_SAUDE matrix). The contact fields summarize the
      * CONTATOSAUDE.TXT rows of the case and are kept up to date by
      * ACOMPANHAMENTO_SAUDE, which can also close a case by hand.
      *----------------------------------------------------------------*
       01  REG-ACOMPSAUDE.
           03 AS-COD-PESSOA          PIC 9(03).
           03 AS-DATA-ABERTURA       PIC 9(08).
           03 AS-SITUACAO            PIC X(01).
           03 AS-FAIXA-ETARIA        PIC 9(01).
           03 AS-FAIXA-IMC           PIC 9(01).
           03 AS-IMC-ABERTURA        PIC 9(03)V99.
           03 AS-MOTIVO              PIC X(30).
           03 AS-QTD-CONTATOS        PIC 9(03).
           03 AS-DATA-ULT-CONTATO    PIC 9(08).
           03 AS-DATA-PROX-PASSO     PIC 9(08).
           03 AS-DATA-FECHAMENTO     PIC 9(08).
           03 AS-MOTIVO-FECHAMENTO   PIC X(30).
