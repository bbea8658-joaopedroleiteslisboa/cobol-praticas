      *----------------------------------------------------------------*
      * Kardex movement (KARDEX.txt, indexed on KX_CHAVE), one record
      * per stock movement of a product, owned by the KARDEX_ACCESS
      * subprogram. KX_SEQUENCIA is given by KARDEX_ACCESS on the
      * write and keeps the movements of the same product and day in
      * the order they happened. KX_SALDO is the product balance
      * (PRD_QTD_PRODUTO) after the movement. KX_LOCAL is the
      * deposito the movement posted to and KX_SALDO_LOCAL that
      * deposito's balance after it, where there is a single one:
      * receipts and returns (the product's first location), each
      * side of a transfer, and the lot portions of a sale (deposito
      * only, the balance stays zeros); zeros otherwise. Transfers
      * come as a SAIDA/ENTRADA pair documented TRANSFddpp and leave
      * KX_SALDO unchanged. Movements converted from the old
      * FD_KARDEX.txt print image without a date carry KX_DATA zeros.
      * The record is 80 bytes, like the balance record, because
      * KARDEX_ACCESS takes either one in the same parameter.
      *----------------------------------------------------------------*
       01  REG-KARDEX.
           04 KX_CHAVE.
              06 KX_PRODUTO              PIC 9(4).
              06 KX_DATA                 PIC 9(8).
              06 KX_SEQUENCIA            PIC 9(5).
      * ENTRADA, SAIDA or DEVOLUC.
           04 KX_TIPO                    PIC X(7).
           04 KX_LOCAL                   PIC 9(2).
           04 KX_QTD                     PIC 9(5).
           04 KX_CUSTO_UNIT              PIC 9(6)V99.
           04 KX_DOCUMENTO               PIC X(10).
           04 KX_SALDO                   PIC 9(5).
           04 KX_SALDO_LOCAL             PIC 9(5).
      * APLICADO or REJEITADO; rejected movements leave the balances
      * as they were.
           04 KX_SITUACAO                PIC X(9).
           04 KX_LOTE                    PIC X(10).
      * Reserved; blanked by KARDEX_ACCESS on every write.
           04 KX_RESERVADO               PIC X(2).
