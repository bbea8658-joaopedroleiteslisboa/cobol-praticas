      *----------------------------------------------------------------*
      * Accounts payable title (CONTASPAGAR.txt), one per installment
      * of a supplier invoice, appended by CONFERE_NOTAS_FORNECEDOR
      * once the invoice matches the order and the goods receipt.
      * PROGRAMACAO_PAGAMENTOS schedules it and sends it to the bank
      * in the supplier payment remittance; AGING_PAGAR ages the open
      * ones. Situacao A aberto, R remetido ao banco (data-remessa is
      * the day of the remittance).
      *----------------------------------------------------------------*
       01  REG-CONTA-PAGAR.
           04 CP_TITULO                  PIC 9(7).
           04 CP_FORNECEDOR              PIC 9(3).
           04 CP_NOTA                    PIC 9(9).
           04 CP_PARCELA                 PIC 9(2).
           04 CP_DATA_EMISSAO            PIC 9(8).
           04 CP_DATA_VENCTO             PIC 9(8).
           04 CP_VALOR                   PIC 9(9)V99.
           04 CP_DATA_REMESSA            PIC 9(8).
           04 CP_SITUACAO                PIC X(1).
