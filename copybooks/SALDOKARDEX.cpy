      *----------------------------------------------------------------*
      * Monthly closing balance of a product (SALDOSKARDEX.txt,
      * indexed on SK_CHAVE), written by FECHA_KARDEX through the
      * KARDEX_ACCESS subprogram. SK_SALDO_INICIAL is the closing
      * balance of the month before, SK_SALDO_FINAL that balance plus
      * the month's applied entries and returns less its applied
      * exits. Inquiries and reports start from the last closed month
      * before their period and read the kardex from there only.
      * The record is 80 bytes, like the kardex movement.
      *----------------------------------------------------------------*
       01  REG-SALDO-KARDEX.
           04 SK_CHAVE.
              06 SK_PRODUTO              PIC 9(4).
              06 SK_REFERENCIA           PIC 9(6).
           04 SK_SALDO_INICIAL           PIC 9(5).
           04 SK_QTD_ENTRADAS            PIC 9(7).
           04 SK_QTD_SAIDAS              PIC 9(7).
           04 SK_SALDO_FINAL             PIC 9(5).
           04 SK_CUSTO_MEDIO             PIC 9(6)V99.
           04 SK_QTD_MOVIMENTOS          PIC 9(5).
           04 SK_DATA_FECHAMENTO         PIC 9(8).
      * Reserved; blanked by KARDEX_ACCESS on every write.
           04 SK_RESERVADO               PIC X(25).
