      *----------------------------------------------------------------*
      * Sales invoice items (ITENSNOTAFISCAL.txt), append-only, one
      * line per product and price of the sale document the nota was
      * issued for, written by EMITE_NOTAS_FISCAIS with the nota's
      * serie/numero. The ICMS of the item is IT_VALOR_TOTAL times
      * IT_ALIQ_ICMS, the rate of ALIQUOTASICMS.txt for the product
      * category and the destination UF. CANCELA_NOTA_FISCAL reads the
      * items of a voided nota to send them back through DEVOLUCOES.
      *----------------------------------------------------------------*
       01  REG-ITEM-NOTA.
           04 IT_SERIE                   PIC X(3).
           04 IT_NUMERO                  PIC 9(6).
           04 IT_ITEM                    PIC 9(3).
           04 IT_PRODUTO                 PIC 9(4).
           04 IT_CATEGORIA               PIC 9(2).
           04 IT_QTD                     PIC 9(5).
           04 IT_PRECO_UNIT              PIC 9(6)V99.
           04 IT_VALOR_TOTAL             PIC 9(9)V99.
           04 IT_ALIQ_ICMS               PIC 9(2)V99.
           04 IT_VALOR_ICMS              PIC 9(7)V99.
