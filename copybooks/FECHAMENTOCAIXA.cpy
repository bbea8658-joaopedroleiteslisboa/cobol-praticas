      *----------------------------------------------------------------*
      * Cash register closing history (FECHAMENTOCAIXA.txt),
      * append-only, one line per register and operator closed by
      * FECHAMENTO_CAIXA on the data-movimento. For each payment
      * method (DI dinheiro, CD cartao debito, CC cartao credito,
      * PX PIX, CR crediario) it keeps what the day's VENDAS.txt
      * shows sold by the register and operator and what the
      * operator declared counted; the over/short is declared less
      * sold. VENDAS_DIARIAS takes the day's sales as final only when
      * every register and operator in VENDAS.txt has its line here,
      * and DIFERENCAS_CAIXA reports the differences per operator.
      *----------------------------------------------------------------*
       01  REG-FECHAMENTO-CAIXA.
           04 FC_DATA                    PIC 9(8).
           04 FC_CAIXA                   PIC 9(3).
           04 FC_OPERADOR                PIC X(8).
           04 FC_HORA                    PIC X(8).
           04 FC_QTD_VENDAS              PIC 9(5).
           04 FC_QTD_SEM_PRECO           PIC 9(5).
           04 FC_FORMA OCCURS 5 TIMES.
              06 FC_COD_FORMA            PIC X(2).
              06 FC_VALOR_VENDAS         PIC 9(9)V99.
              06 FC_VALOR_DECLARADO      PIC 9(9)V99.
