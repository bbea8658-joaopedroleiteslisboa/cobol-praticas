      *----------------------------------------------------------------*
      * Sales history (HISTVENDAS.txt), one line per applied sale or
      * return. VENDAS_DIARIAS appends tipo V for every sale it
      * applies, with the document of the sale, the category and the
      * unit cost the exit was charged at; DEVOLUCOES_VENDAS checks
      * each return against the V lines of the same document and
      * product and appends tipo D for the returns it accepts, so the
      * quantity still returnable is always sold minus returned.
      * HV_LISTA_PRECO is the PROMOCOES.txt list that priced the sale
      * (spaces at the regular price) and HV_PRECO_TABELA the regular
      * PRD_PRECO of the day; lines written before they existed read
      * as spaces.
      *----------------------------------------------------------------*
       01  REG-HIST-VENDA.
           04 HV_TIPO                    PIC X(1).
           04 HV_DOCUMENTO               PIC X(10).
           04 HV_DATA                    PIC 9(8).
           04 HV_PRODUTO                 PIC 9(4).
           04 HV_CATEGORIA               PIC 9(2).
           04 HV_QTD                     PIC 9(5).
           04 HV_PRECO_VENDA             PIC 9(6)V99.
           04 HV_CUSTO_UNIT              PIC 9(6)V99.
           04 HV_CLIENTE                 PIC 9(5).
           04 HV_COND_PAGTO              PIC X(1).
           04 HV_LISTA_PRECO             PIC X(6).
           04 HV_PRECO_TABELA            PIC 9(6)V99.
