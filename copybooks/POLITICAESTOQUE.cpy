      *----------------------------------------------------------------*
      * Stock policy per product (POLITICAESTOQUE.txt), rewritten by
      * POLITICA_ESTOQUE from the exits of the kardex over a window
      * of PE_DIAS_JANELA days. PE_DEMANDA_MEDIA and PE_DESVIO_PADRAO
      * are units per day; PE_PRAZO_ENTREGA is the supplier lead time
      * used. PE_PONTO_PEDIDO replaces the global PARAMESTOQUE.txt
      * minimum and PE_QTD_ALVO the global target for the product in
      * 01-PROCESSADOR-PRECOS and GERA_PEDIDOS; products without a
      * record keep the global values.
      *----------------------------------------------------------------*
       01  REG-POLITICA.
           04 PE_PRODUTO                 PIC 9(4).
           04 PE_DEMANDA_MEDIA           PIC 9(5)V99.
           04 PE_DESVIO_PADRAO           PIC 9(5)V99.
           04 PE_PRAZO_ENTREGA           PIC 9(3).
           04 PE_ESTOQUE_SEGURANCA       PIC 9(5).
           04 PE_PONTO_PEDIDO            PIC 9(5).
           04 PE_QTD_ALVO                PIC 9(5).
           04 PE_DIAS_JANELA             PIC 9(3).
           04 PE_DATA_CALCULO            PIC 9(8).
