      *          received order are skipped so a suggestion repeated
      *          night after night does not pile up duplicate orders.
      *          RECEBE_PEDIDOS closes the cycle on goods receipt.
      *          Each order carries the agreed unit price: the last
      *          quotation selected for the product and supplier in
      *          COTACAOSELECIONADA.txt or, without one, the product
      *          average cost, so CONFERE_NOTAS_FORNECEDOR can check
      *          the supplier invoice against it.
      *          The ordered quantity is at least what brings the
      *          product to its target: the POLITICAESTOQUE.txt
      *          target of POLITICA_ESTOQUE or, for products without
      *          a policy, the global PARAMESTOQUE.txt target.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_SELECAO
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_SELECAO.

           SELECT ARQ_PARAM_ESTOQUE
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PARAM_ESTOQUE.

           SELECT ARQ_POLITICA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_POLITICA.

       DATA                                     DIVISION.

       FILE                                     SECTION.
               03 FD11_QTD_RECEBIDA          PIC 9(5).
               03 FD11_DATA_PREVISTA         PIC 9(8).
               03 FD11_STATUS                PIC X(1).
      * Agreed unit price of the order, the base of the supplier
      * invoice conference; orders written before the field existed
      * come in as spaces.
               03 FD11_PRECO_UNIT            PIC 9(6)V99.

       FD  ARQ_JOBLOG.

           COPY JOBLOG.

       FD  ARQ_SELECAO.

           01  FD_LAYOUT_SELECAO.
               03 FD15_PRODUTO               PIC 9(4).
               03 FD15_FORNECEDOR            PIC 9(3).
               03 FD15_PRECO                 PIC 9(6)V99.
               03 FD15_PRAZO                 PIC 9(3).
               03 FD15_OPERADOR              PIC X(8).
               03 FD15_DATA                  PIC 9(8).

       FD  ARQ_PARAM_ESTOQUE.

           01  FD_LAYOUT_PARAM_ESTOQUE.
               03 FD9_QTD_MINIMA             PIC 9(3).
               03 FD9_QTD_ALVO               PIC 9(5).

       FD  ARQ_POLITICA.

           COPY POLITICAESTOQUE.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.
           VALUE 'PEDIDOSCOMPRA.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'COTACAOSELECIONADA.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'PARAMESTOQUE.txt'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'POLITICAESTOQUE.txt'.

       01  WS_STATUS_SUGESTAO              PIC X(02).
       01  WS_STATUS_PEDIDOS               PIC X(02).
       01  WS_PEDIDO_ABERTO                PIC X(01) VALUE 'N'.
       01  WS_DIAS_INT                     PIC 9(07) VALUE ZEROS.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_STATUS_SELECAO               PIC X(02).
       01  WS_EOF_SELECAO                  PIC X(01) VALUE ' '.
       01  WS_SELECAO_ACHADA               PIC X(01) VALUE 'N'.
       01  WS_STATUS_PARAM_ESTOQUE         PIC X(02).
       01  WS_STATUS_POLITICA              PIC X(02).
       01  WS_EOF_POLITICA                 PIC X(01) VALUE ' '.
       01  WS_QTD_ALVO_ESTOQUE             PIC 9(5) VALUE 30.
       01  WS_QTD_ALVO_PRODUTO             PIC 9(5) VALUE ZEROS.
       01  WS_QTD_A_PEDIR                  PIC 9(5) VALUE ZEROS.
       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

      * Last quotation selected per product and supplier; the file is
      * appended in selection order, so a later row overrides an
      * earlier one for the same pair.
       01  WS_TAB_SELECAO.
           03 WS_QTD_SELECAO               PIC 9(4) VALUE ZEROS.
           03 WS_SELECAO OCCURS 500 TIMES
                        INDEXED BY WS_IDX_SEL.
              05 WS_SL_PRODUTO             PIC 9(4).
              05 WS_SL_FORNECEDOR          PIC 9(3).
              05 WS_SL_PRECO               PIC 9(6)V99.

      * Target per product from POLITICA_ESTOQUE.
       01  WS_TAB_POLITICA.
           03 WS_QTD_POLITICAS             PIC 9(4) VALUE ZEROS.
           03 WS_POLITICA OCCURS 1000 TIMES
                          INDEXED BY WS_IDX_POL.
              05 WS_POL_PRODUTO            PIC 9(4).
              05 WS_POL_QTD_ALVO           PIC 9(5).

       01  WS_TAB_PEDIDOS.
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
           PERFORM CARREGA-DATA-MOVIMENTO

           PERFORM CARREGA-PEDIDOS-EXISTENTES
           PERFORM CARREGA-COTACOES-SELECIONADAS
           PERFORM CARREGA-PARAM-ESTOQUE
           PERFORM CARREGA-POLITICA-ESTOQUE

      * The order file is rewritten whole from the table, so a
      * truncated load would destroy the excess orders.
                   OR FD_SG_QTD_PEDIDO = ZEROS
                   CONTINUE
               ELSE
               PERFORM DEFINE-QTD-A-PEDIR
               IF WS_QTD_PEDIDOS < 500
                   ADD 1 TO WS_QTD_PEDIDOS
                   ADD 1 TO WS_ULT_NUM_PEDIDO
                        WS_PD_FORNECEDOR(WS_QTD_PEDIDOS)
                   MOVE FD_SG_PRODUTO TO
                        WS_PD_PRODUTO(WS_QTD_PEDIDOS)
                   MOVE WS_QTD_A_PEDIR TO
                        WS_PD_QTD_PEDIDA(WS_QTD_PEDIDOS)
                   MOVE ZEROS TO
                        WS_PD_QTD_RECEBIDA(WS_QTD_PEDIDOS)
                   PERFORM CALCULA-DATA-PREVISTA
                   MOVE 'A' TO WS_PD_STATUS(WS_QTD_PEDIDOS)
                   PERFORM DEFINE-PRECO-PEDIDO
               ELSE
                   DISPLAY 'TABELA DE PEDIDOS CHEIA - SUGESTAO DO '
                           'PRODUTO ' FD_SG_PRODUTO ' IGNORADA'
               END-IF
               END-IF.

           CARREGA-PARAM-ESTOQUE.
               OPEN INPUT ARQ_PARAM_ESTOQUE
               IF WS_STATUS_PARAM_ESTOQUE = '00'
                   READ ARQ_PARAM_ESTOQUE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FD9_QTD_ALVO TO WS_QTD_ALVO_ESTOQUE
                   END-READ
                   CLOSE ARQ_PARAM_ESTOQUE
               END-IF.

           CARREGA-POLITICA-ESTOQUE.
               OPEN INPUT ARQ_POLITICA
               IF WS_STATUS_POLITICA = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_POLITICA = 'S'
                       READ ARQ_POLITICA
                           AT END
                               MOVE 'S' TO WS_EOF_POLITICA
                           NOT AT END
                               IF WS_QTD_POLITICAS < 1000
                                   ADD 1 TO WS_QTD_POLITICAS
                                   MOVE PE_PRODUTO TO
                                      WS_POL_PRODUTO(WS_QTD_POLITICAS)
                                   MOVE PE_QTD_ALVO TO
                                     WS_POL_QTD_ALVO(WS_QTD_POLITICAS)
                               ELSE
                                   DISPLAY 'TABELA DE POLITICAS CHEIA '
                                           '- PRODUTO ' PE_PRODUTO
                                           ' USA O PARAMETRO GLOBAL'
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_POLITICA
               END-IF.

           DEFINE-QTD-A-PEDIR.
      * The suggestion already carries the supplier minimum order; a
      * policy calculated after it may call for more.
               MOVE FD_SG_QTD_PEDIDO TO WS_QTD_A_PEDIR
               MOVE WS_QTD_ALVO_ESTOQUE TO WS_QTD_ALVO_PRODUTO

               PERFORM VARYING WS_IDX_POL FROM 1 BY 1
                       UNTIL WS_IDX_POL > WS_QTD_POLITICAS
                   IF WS_POL_PRODUTO(WS_IDX_POL) = FD_SG_PRODUTO
                       MOVE WS_POL_QTD_ALVO(WS_IDX_POL) TO
                            WS_QTD_ALVO_PRODUTO
                   END-IF
               END-PERFORM

               IF FD_SG_QTD_ATUAL NUMERIC
                   AND FD_SG_QTD_ATUAL < WS_QTD_ALVO_PRODUTO
                   AND WS_QTD_ALVO_PRODUTO - FD_SG_QTD_ATUAL >
                       WS_QTD_A_PEDIR
                   COMPUTE WS_QTD_A_PEDIR =
                           WS_QTD_ALVO_PRODUTO - FD_SG_QTD_ATUAL
               END-IF.

           CARREGA-COTACOES-SELECIONADAS.
               OPEN INPUT ARQ_SELECAO
               IF WS_STATUS_SELECAO = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_SELECAO = 'S'
                       READ ARQ_SELECAO
                           AT END
                               MOVE 'S' TO WS_EOF_SELECAO
                           NOT AT END
                               PERFORM GUARDA-COTACAO-SELECIONADA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_SELECAO
               END-IF.

           GUARDA-COTACAO-SELECIONADA.
               MOVE 'N' TO WS_SELECAO_ACHADA
               PERFORM VARYING WS_IDX_SEL FROM 1 BY 1
                       UNTIL WS_IDX_SEL > WS_QTD_SELECAO
                       OR WS_SELECAO_ACHADA = 'S'
                   IF WS_SL_PRODUTO(WS_IDX_SEL) = FD15_PRODUTO
                       AND WS_SL_FORNECEDOR(WS_IDX_SEL) =
                           FD15_FORNECEDOR
                       MOVE FD15_PRECO TO WS_SL_PRECO(WS_IDX_SEL)
                       MOVE 'S' TO WS_SELECAO_ACHADA
                   END-IF
               END-PERFORM

               IF WS_SELECAO_ACHADA = 'N'
                   IF WS_QTD_SELECAO < 500
                       ADD 1 TO WS_QTD_SELECAO
                       MOVE FD15_PRODUTO TO
                            WS_SL_PRODUTO(WS_QTD_SELECAO)
                       MOVE FD15_FORNECEDOR TO
                            WS_SL_FORNECEDOR(WS_QTD_SELECAO)
                       MOVE FD15_PRECO TO
                            WS_SL_PRECO(WS_QTD_SELECAO)
                   ELSE
                       DISPLAY 'TABELA DE COTACOES CHEIA - PRODUTO '
                               FD15_PRODUTO ' FORNECEDOR '
                               FD15_FORNECEDOR ' IGNORADO'
                   END-IF
               END-IF.

           DEFINE-PRECO-PEDIDO.
               MOVE ZEROS TO WS_PD_PRECO_UNIT(WS_QTD_PEDIDOS)
               MOVE 'N' TO WS_SELECAO_ACHADA
               PERFORM VARYING WS_IDX_SEL FROM 1 BY 1
                       UNTIL WS_IDX_SEL > WS_QTD_SELECAO
                       OR WS_SELECAO_ACHADA = 'S'
                   IF WS_SL_PRODUTO(WS_IDX_SEL) = FD_SG_PRODUTO
                       AND WS_SL_FORNECEDOR(WS_IDX_SEL) =
                           WS_FORN_ATUAL
                       MOVE WS_SL_PRECO(WS_IDX_SEL) TO
                            WS_PD_PRECO_UNIT(WS_QTD_PEDIDOS)
                       MOVE 'S' TO WS_SELECAO_ACHADA
                   END-IF
               END-PERFORM

      * No selected quotation for the pair: the product average cost
      * is the best reference the order has.
               IF WS_SELECAO_ACHADA = 'N'
                   INITIALIZE FD_LAYOUT_DB_PRODUTOS
                   MOVE FD_SG_PRODUTO TO FD1_CODPROD
                   MOVE 'LC' TO WS_PA_FUNCAO
                   CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                               FD_LAYOUT_DB_PRODUTOS
                                               WS_PA_RETORNO
                   IF WS_PA_RETORNO = '00'
                       AND FD1_CUSTO_MEDIO IS NUMERIC
                       MOVE FD1_CUSTO_MEDIO TO
                            WS_PD_PRECO_UNIT(WS_QTD_PEDIDOS)
                   END-IF
               END-IF.

           CALCULA-DATA-PREVISTA.
               COMPUTE WS_DIAS_INT =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'COTACAOSELECIONADA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'PARAMESTOQUE.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'POLITICAESTOQUE.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           .
           EXIT.

