      *          Reads the RECEBIMENTOS.txt transactions (order
      *          number, product, received quantity, document), adds
      *          the quantity to the product master through
      *          PRODUTO_ACCESS, records the entry movement in the
      *          KARDEX.txt ledger and closes (F) or partially
      *          fills (P) the PEDIDOSCOMPRA.txt order. Ends printing
      *          the open-orders report ARQPEDIDOSABERTOS.txt with
      *          overdue deliveries flagged against the
      *          data-movimento. Receipts that carry a lot number
      *          create (or top up) the lot in LOTES.txt at the
      *          product's first deposito, with the manufacture and
      *          expiry dates of the receipt, and the lot is written
      *          on the kardex entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PEDIDOS.

           SELECT ARQ_ABERTOS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ESTOQLOCAL.

           SELECT ARQ_LOTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_LOTES.

       DATA                                     DIVISION.

       FILE                                     SECTION.
      * Purchase unit cost of the receipt; feeds the weighted
      * average cost kept in the product master.
               03 FD13_CUSTO_UNIT            PIC 9(6)V99.
      * Lot of perishable goods; receipts without a lot number do not
      * create a lot.
               03 FD13_LOTE                  PIC X(10).
               03 FD13_DATA_FABRICACAO       PIC 9(8).
               03 FD13_DATA_VALIDADE         PIC 9(8).

       FD  ARQ_PEDIDOS.

               03 FD11_QTD_RECEBIDA          PIC 9(5).
               03 FD11_DATA_PREVISTA         PIC 9(8).
               03 FD11_STATUS                PIC X(1).
      * Agreed unit price of the order, the base of the supplier
      * invoice conference; orders written before the field existed
      * come in as spaces.
               03 FD11_PRECO_UNIT            PIC 9(6)V99.

       FD  ARQ_ABERTOS.

               03 FD18_COD_PRODUTO           PIC 9(4).
               03 FD18_LOCAL                 PIC 9(2).
               03 FD18_QTD                   PIC 9(5).
               03 FD18_DATA_CONTAGEM         PIC 9(8).

       FD  ARQ_LOTES.

           COPY LOTES REPLACING LEADING ==LT== BY ==FD33==
                ==REG-LOTE== BY ==FD_LAYOUT_LOTE==.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
           VALUE 'RECEBIMENTOS.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'PEDIDOSCOMPRA.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'ARQPEDIDOSABERTOS.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'ESTOQUELOCAL.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'LOTES.txt'.

      * Stock-by-location kept in step with the receipts: a product
      * that keeps ESTOQUELOCAL.txt rows has the received quantity
              05 WS_EL_PRODUTO             PIC 9(4).
              05 WS_EL_LOCAL               PIC 9(2).
              05 WS_EL_QTD                 PIC 9(5).
              05 WS_EL_DATA_CONTAGEM       PIC 9(8).

      * Lots of the receipts: the lot file is rewritten whole from the
      * table (emptied lots are dropped), so a truncated load aborts.
       01  WS_STATUS_LOTES                 PIC X(02).
       01  WS_EOF_LOTES                    PIC X(01) VALUE ' '.
       01  WS_LOTES_TRUNCADO               PIC X(01) VALUE 'N'.
       01  WS_LOTES_ALTERADOS              PIC X(01) VALUE 'N'.
       01  WS_LOTE_OK                      PIC X(01) VALUE 'S'.
       01  WS_IDX_LT_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_LOCAL_LOTE                   PIC 9(2) VALUE ZEROS.

       01  WS_TAB_LOTES.
           03 WS_QTD_LOTES                 PIC 9(4) VALUE ZEROS.
           03 WS_LOTE OCCURS 1000 TIMES
                      INDEXED BY WS_IDX_LT.
              05 WS_LT_REGISTRO            PIC X(37).
              05 WS_LT_CAMPOS REDEFINES WS_LT_REGISTRO.
                 07 WS_LT_PRODUTO          PIC 9(4).
                 07 WS_LT_LOCAL            PIC 9(2).
                 07 WS_LT_LOTE             PIC X(10).
                 07 WS_LT_DATA_FABRICACAO  PIC 9(8).
                 07 WS_LT_DATA_VALIDADE    PIC 9(8).
                 07 WS_LT_QTD              PIC 9(5).

       01  WS_STATUS_RECEBIMENTOS          PIC X(02).
       01  WS_STATUS_PEDIDOS               PIC X(02).
       01  WS_EOF_RECEBIMENTOS             PIC X(01) VALUE ' '.
       01  WS_EOF_PEDIDOS                  PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
           03 WS_QTD_PEDIDOS               PIC 9(4) VALUE ZEROS.
           03 WS_PEDIDO OCCURS 500 TIMES
                        INDEXED BY WS_IDX_PED.
              05 WS_PD_REGISTRO            PIC X(40).
              05 WS_PD_CAMPOS REDEFINES WS_PD_REGISTRO.
                 07 WS_PD_NUM              PIC 9(6).
                 07 WS_PD_FORNECEDOR       PIC 9(3).
                 07 WS_PD_QTD_RECEBIDA     PIC 9(5).
                 07 WS_PD_DATA_PREVISTA    PIC 9(8).
                 07 WS_PD_STATUS           PIC X(1).
                 07 WS_PD_PRECO_UNIT       PIC 9(6)V99.

       01  WS_VARIAVEIS.
           04 WS_DATA_HORA                PIC X(30).
       01  WS_DATA_SISTEMA  PIC X(10).
       01  WS_HORA_SISTEMA  PIC X(08).

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_LINHA_AB_TITULO.
           03 FILLER                       PIC X(42) VALUE
               GOBACK
           END-IF

           PERFORM CARREGA-LOTES

           IF WS_LOTES_TRUNCADO = 'S'
               DISPLAY 'LOTES.txt COM MAIS DE 1000 LOTES '
                       '- RECEBIMENTO ABORTADO PARA NAO PERDER '
                       'REGISTROS DE LOTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * No receipt is applied unless its entry can be recorded.
           MOVE 'WO' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           IF WS_KX_RETORNO NOT = '00'
               DISPLAY 'KARDEX.txt INDISPONIVEL - RECEBIMENTO '
                       'ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP

           PERFORM REGRAVA-PEDIDOS
           PERFORM REGRAVA-ESTOQUE-LOCAIS
           PERFORM REGRAVA-LOTES
           PERFORM GERA-RELATORIO-ABERTOS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE 'WC' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           CLOSE ARQ_JOBLOG

           DISPLAY 'RECEBIMENTOS APLICADOS: ' WS_QTD_RECEBIDOS
                   ' REJEITADOS: ' WS_QTD_REJEITADOS
                   IF WS_PD_NUM(WS_IDX_PED) = FD13_NUM_PEDIDO
                       AND WS_PD_PRODUTO(WS_IDX_PED) = FD13_PRODUTO
                       MOVE 'S' TO WS_ACHOU_PEDIDO
                       PERFORM VALIDA-LOTE-RECEBIMENTO
                       IF WS_LOTE_OK = 'S'
                           PERFORM APLICA-RECEBIMENTO
                       END-IF
                   END-IF
               END-PERFORM


                   IF WS_PA_RETORNO = '00'
                       ADD 1 TO WS_QTD_RECEBIDOS
                       PERFORM REGISTRA-LOTE-RECEBIMENTO
                       PERFORM CREDITA-ESTOQUE-LOCAL
                       PERFORM GRAVA-KARDEX-ENTRADA
                       PERFORM ATUALIZA-PEDIDO
                   ELSE
                       ADD 1 TO WS_QTD_REJEITADOS
               MOVE WS_CUSTO_MEDIO TO FD1_CUSTO_MEDIO.

           GRAVA-KARDEX-ENTRADA.
               MOVE FD1_CODPROD TO KX_PRODUTO
               MOVE WS_DATA_MOVIMENTO TO KX_DATA
               MOVE 'ENTRADA' TO KX_TIPO
               MOVE FD13_QTD TO KX_QTD
               IF FD13_CUSTO_UNIT NUMERIC
                   MOVE FD13_CUSTO_UNIT TO KX_CUSTO_UNIT
               ELSE
                   MOVE ZEROS TO KX_CUSTO_UNIT
               END-IF
               MOVE FD13_DOCUMENTO TO KX_DOCUMENTO
               MOVE WS_QTD_ESTOQUE TO KX_SALDO
               IF WS_IDX_EL_ACHADO > ZEROS
                   MOVE WS_EL_LOCAL(WS_IDX_EL_ACHADO) TO KX_LOCAL
                   MOVE WS_EL_QTD(WS_IDX_EL_ACHADO) TO KX_SALDO_LOCAL
               ELSE
                   MOVE ZEROS TO KX_LOCAL
                   MOVE ZEROS TO KX_SALDO_LOCAL
               END-IF
               MOVE 'APLICADO ' TO KX_SITUACAO
               MOVE FD13_LOTE TO KX_LOTE

               MOVE 'WR' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO NOT = '00'
                   DISPLAY 'FALHA AO GRAVAR O KARDEX - PRODUTO '
                           FD1_CODPROD ' RETORNO ' WS_KX_RETORNO
               END-IF.

           VALIDA-LOTE-RECEBIMENTO.
      * A lot needs its expiry date, and a new lot a free row in the
      * table; the receipt is refused before the master is touched.
               MOVE 'S' TO WS_LOTE_OK
               MOVE ZEROS TO WS_IDX_LT_ACHADO

               IF FD13_LOTE NOT = SPACES
                   PERFORM DEFINE-LOCAL-LOTE
                   IF FD13_DATA_VALIDADE NOT NUMERIC
                      OR FD13_DATA_VALIDADE = ZEROS
                       MOVE 'N' TO WS_LOTE_OK
                       ADD 1 TO WS_QTD_REJEITADOS
                       DISPLAY 'RECEBIMENTO COM LOTE SEM VALIDADE: '
                               'PEDIDO ' FD13_NUM_PEDIDO
                               ' LOTE ' FD13_LOTE
                   ELSE
                       PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                               UNTIL WS_IDX_LT > WS_QTD_LOTES
                               OR WS_IDX_LT_ACHADO > ZEROS
                           IF WS_LT_PRODUTO(WS_IDX_LT) = FD13_PRODUTO
                              AND WS_LT_LOCAL(WS_IDX_LT) = WS_LOCAL_LOTE
                              AND WS_LT_LOTE(WS_IDX_LT) = FD13_LOTE
                               SET WS_IDX_LT_ACHADO TO WS_IDX_LT
                           END-IF
                       END-PERFORM
                       IF WS_IDX_LT_ACHADO = ZEROS
                          AND WS_QTD_LOTES NOT < 1000
                           MOVE 'N' TO WS_LOTE_OK
                           ADD 1 TO WS_QTD_REJEITADOS
                           DISPLAY 'TABELA DE LOTES CHEIA - '
                                   'RECEBIMENTO REJEITADO: PEDIDO '
                                   FD13_NUM_PEDIDO ' LOTE ' FD13_LOTE
                       END-IF
                   END-IF
               END-IF.

           DEFINE-LOCAL-LOTE.
      * The lot is kept at the deposito the receipt is credited to:
      * the product's first location row, or deposito 01 for products
      * without location rows.
               MOVE 1 TO WS_LOCAL_LOTE
               MOVE ZEROS TO WS_IDX_EL_ACHADO

               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       OR WS_IDX_EL_ACHADO > ZEROS
                   IF WS_EL_PRODUTO(WS_IDX_EL) = FD13_PRODUTO
                       SET WS_IDX_EL_ACHADO TO WS_IDX_EL
                       MOVE WS_EL_LOCAL(WS_IDX_EL) TO WS_LOCAL_LOTE
                   END-IF
               END-PERFORM.

           REGISTRA-LOTE-RECEBIMENTO.
      * An existing lot keeps the dates of its first receipt.
               IF FD13_LOTE NOT = SPACES
                   IF WS_IDX_LT_ACHADO = ZEROS
                       ADD 1 TO WS_QTD_LOTES
                       MOVE WS_QTD_LOTES TO WS_IDX_LT_ACHADO
                       MOVE FD13_PRODUTO TO
                            WS_LT_PRODUTO(WS_IDX_LT_ACHADO)
                       MOVE WS_LOCAL_LOTE TO
                            WS_LT_LOCAL(WS_IDX_LT_ACHADO)
                       MOVE FD13_LOTE TO WS_LT_LOTE(WS_IDX_LT_ACHADO)
                       IF FD13_DATA_FABRICACAO NUMERIC
                           MOVE FD13_DATA_FABRICACAO TO
                                WS_LT_DATA_FABRICACAO(WS_IDX_LT_ACHADO)
                       ELSE
                           MOVE ZEROS TO
                                WS_LT_DATA_FABRICACAO(WS_IDX_LT_ACHADO)
                       END-IF
                       MOVE FD13_DATA_VALIDADE TO
                            WS_LT_DATA_VALIDADE(WS_IDX_LT_ACHADO)
                       MOVE ZEROS TO WS_LT_QTD(WS_IDX_LT_ACHADO)
                   END-IF
                   ADD FD13_QTD TO WS_LT_QTD(WS_IDX_LT_ACHADO)
                   MOVE 'S' TO WS_LOTES_ALTERADOS
               END-IF.

           CARREGA-LOTES.
               OPEN INPUT ARQ_LOTES
               IF WS_STATUS_LOTES = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_LOTES = 'S'
                       READ ARQ_LOTES
                           AT END
                               MOVE 'S' TO WS_EOF_LOTES
                           NOT AT END
                               IF WS_QTD_LOTES < 1000
                                   ADD 1 TO WS_QTD_LOTES
                                   MOVE FD_LAYOUT_LOTE TO
                                        WS_LT_REGISTRO(WS_QTD_LOTES)
                               ELSE
                                   MOVE 'S' TO WS_LOTES_TRUNCADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_LOTES
               END-IF.

           REGRAVA-LOTES.
               IF WS_LOTES_ALTERADOS = 'S'
                   OPEN OUTPUT ARQ_LOTES
                   PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                           UNTIL WS_IDX_LT > WS_QTD_LOTES
                       IF WS_LT_QTD(WS_IDX_LT) > ZEROS
                           MOVE WS_LT_REGISTRO(WS_IDX_LT) TO
                                FD_LAYOUT_LOTE
                           WRITE FD_LAYOUT_LOTE
                       END-IF
                   END-PERFORM
                   CLOSE ARQ_LOTES
               END-IF.

           CREDITA-ESTOQUE-LOCAL.
      * The receipt enters the product's first location row; a
                                      WS_EL_LOCAL(WS_QTD_ESTOQLOCAL)
                                   MOVE FD18_QTD TO
                                      WS_EL_QTD(WS_QTD_ESTOQLOCAL)
                                   IF FD18_DATA_CONTAGEM NOT NUMERIC
                                       MOVE ZEROS TO FD18_DATA_CONTAGEM
                                   END-IF
                                   MOVE FD18_DATA_CONTAGEM TO
                                  WS_EL_DATA_CONTAGEM(WS_QTD_ESTOQLOCAL)
                               ELSE
                                   MOVE 'S' TO WS_LOCAIS_TRUNCADO
                               END-IF
                            FD18_COD_PRODUTO
                       MOVE WS_EL_LOCAL(WS_IDX_EL) TO FD18_LOCAL
                       MOVE WS_EL_QTD(WS_IDX_EL) TO FD18_QTD
                       MOVE WS_EL_DATA_CONTAGEM(WS_IDX_EL) TO
                            FD18_DATA_CONTAGEM
                       WRITE FD_LAYOUT_ESTOQLOCAL
                   END-PERFORM
                   CLOSE ARQ_ESTOQLOCAL
           MOVE 'PEDIDOSCOMPRA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQPEDIDOSABERTOS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'ESTOQUELOCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'LOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           .
           EXIT.

