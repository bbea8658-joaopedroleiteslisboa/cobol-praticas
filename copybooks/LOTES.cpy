      *----------------------------------------------------------------*
      * Stock lot (LOTES.txt), one per product, deposito and lot
      * number. RECEBE_PEDIDOS creates or tops up the lot of each
      * receipt that carries one; VENDAS_DIARIAS and
      * TRANSFERE_ESTOQUE consume the lots first-expired-first-out,
      * INVENTARIO_FISICO adjusts them from counts per lot and
      * VENCIMENTO_LOTES lists those near or past the expiry date.
      * Lots with a validade before the data-movimento are blocked
      * for sale. Stock received before lots were kept has no lot and
      * is the part of PRD_QTD_PRODUTO not covered by this file.
      *----------------------------------------------------------------*
       01  REG-LOTE.
           04 LT_PRODUTO                 PIC 9(4).
           04 LT_LOCAL                   PIC 9(2).
           04 LT_LOTE                    PIC X(10).
           04 LT_DATA_FABRICACAO         PIC 9(8).
           04 LT_DATA_VALIDADE           PIC 9(8).
           04 LT_QTD                     PIC 9(5).
