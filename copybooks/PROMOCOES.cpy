      *----------------------------------------------------------------*
      * Promotional price list (PROMOCOES.txt), one line per product
      * or category in a list. PM_TIPO_ALVO P applies the line to
      * PM_PRODUTO, C to every product of PM_CATEGORIA; PM_TIPO_PRECO
      * V sets the promotional price PM_PRECO, P takes PM_PERCENTUAL
      * off the regular PRD_PRECO. A line is in force from
      * PM_DATA_INICIO to PM_DATA_FIM inclusive. VENDAS_DIARIAS takes
      * the price in force on the data-movimento (product lines before
      * category lines, the lowest price among them) and
      * RESULTADO_PROMOCOES reports what each list sold.
      *----------------------------------------------------------------*
       01  REG-PROMOCAO.
           04 PM_LISTA                   PIC X(6).
           04 PM_TIPO_ALVO               PIC X(1).
           04 PM_PRODUTO                 PIC 9(4).
           04 PM_CATEGORIA               PIC 9(2).
           04 PM_TIPO_PRECO              PIC X(1).
           04 PM_PRECO                   PIC 9(6)V99.
           04 PM_PERCENTUAL              PIC 9(2)V99.
           04 PM_DATA_INICIO             PIC 9(8).
           04 PM_DATA_FIM                PIC 9(8).
           04 PM_DESCRICAO               PIC X(20).
