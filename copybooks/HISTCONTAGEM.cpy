      *----------------------------------------------------------------*
      * Physical count history (HISTCONTAGEM.txt), append-only, one
      * line per count confronted by INVENTARIO_FISICO: the quantity
      * the system held (deposito row, lot or master total, as the
      * count was taken), the quantity counted and whether they
      * diverged. HC_LOCAL is zero for a count of the master total.
      * CONTAGEM_CICLICA takes the accuracy rate per ABC class from
      * it (counts without divergence over counts).
      *----------------------------------------------------------------*
       01  REG-HIST-CONTAGEM.
           04 HC_DATA                    PIC 9(8).
           04 HC_PRODUTO                 PIC 9(4).
           04 HC_LOCAL                   PIC 9(2).
           04 HC_LOTE                    PIC X(10).
           04 HC_QTD_SISTEMA             PIC 9(5).
           04 HC_QTD_CONTADA             PIC 9(5).
           04 HC_DIVERGENTE              PIC X(1).
           04 HC_CONTADOR                PIC X(8).
