      *----------------------------------------------------------------*
      * Accounts receivable title (CONTASRECEBER.txt), one per credit
      * sale, appended by VENDAS_DIARIAS with the due date taken from
      * the customer's payment terms. BAIXA_RECEBIMENTOS settles it
      * from the customer receipts (partial receipts lower the saldo)
      * and AGING_RECEBER ages the open ones. Situacao A aberto,
      * L liquidado.
      *----------------------------------------------------------------*
       01  REG-CONTA-RECEBER.
           04 CR_TITULO                  PIC 9(7).
           04 CR_CLIENTE                 PIC 9(5).
           04 CR_PRODUTO                 PIC 9(4).
           04 CR_DATA_EMISSAO            PIC 9(8).
           04 CR_DATA_VENCTO             PIC 9(8).
           04 CR_VALOR                   PIC 9(9)V99.
           04 CR_SALDO                   PIC 9(9)V99.
           04 CR_DATA_ULT_RECEB          PIC 9(8).
           04 CR_SITUACAO                PIC X(1).
