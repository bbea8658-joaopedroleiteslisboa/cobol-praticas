      *          suite. Reads the VENDAS.txt transactions (product,
      *          quantity sold, sale price) with the usual HDR/TRL
      *          control pair, decrements the stock through
      *          PRODUTO_ACCESS, records each sale in the KARDEX.txt
      *          ledger (KARDEX_ACCESS) as an exit movement and prints
      *          the daily revenue report with margin (sale price
      *          against the current PRD_PRECO) subtotaled by
      *          PRD_CATEGORIA with the CATEGORIAS.txt names
      *          (ARQVENDASDIARIAS.txt). Credit sales (condicao 'P')
      *          are checked against the CLIENTES.txt customer master
      *          - unknown, blocked or overdue customers and sales
      *          that would push the open balance over the credit
      *          limit are rejected - and each one accepted appends
      *          a receivable to CONTASRECEBER.txt, due after the
      *          customer's payment terms. Each applied sale is also
      *          appended to the HISTVENDAS.txt sales history with its
      *          document number, category and the unit cost charged,
      *          which DEVOLUCOES_VENDAS checks the returns against.
      *          Products kept in LOTES.txt lots sell the stock
      *          without lot first and then the lots
      *          first-expired-first-out, one kardex line per lot;
      *          quantity in expired lots is blocked for sale.
      *          The price in force on the data-movimento is the
      *          regular PRD_PRECO unless a PROMOCOES.txt price list
      *          line for the product or its category is in force;
      *          sales sent without a price are charged the price in
      *          force, sales below it are applied but flagged as
      *          unauthorized discounts, and the revenue is split
      *          into regular and promotional by category.
      *          Sales keyed at a cash register carry the register,
      *          the operator and the payment method (DI dinheiro,
      *          CD cartao debito, CC cartao credito, PX PIX,
      *          CR crediario - the crediario being the credit sale);
      *          the day's sales are final, and applied, only when
      *          every register and operator in VENDAS.txt has its
      *          FECHAMENTO_CAIXA closing in FECHAMENTOCAIXA.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_CATEGORIAS.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ESTOQLOCAL.

           SELECT ARQ_CLIENTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_CLIENTES.

           SELECT ARQ_RECEBER
              ASSIGN TO DYNAMIC WS_CFG_ARQ_08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_RECEBER.

           SELECT ARQ_HISTVENDAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_09
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_HISTVENDAS.

           SELECT ARQ_LOTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_10
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_LOTES.

           SELECT ARQ_PROMOCOES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_11
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PROMOCOES.

           SELECT ARQ_FECHAMENTOS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_12
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_FECHAMENTOS.

       DATA                                     DIVISION.

       FILE                                     SECTION.
               03 FD16_COD_PRODUTO           PIC 9(4).
               03 FD16_QTD_VENDIDA           PIC 9(5).
               03 FD16_PRECO_VENDA           PIC 9(6)V99.
      * Condicao de pagamento: V (or blank) a vista, P a prazo; the
      * customer code is required for the credit sales only.
               03 FD16_COD_CLIENTE           PIC 9(5).
               03 FD16_COND_PAGTO            PIC X(1).
      * Sale document (cupom/pedido); sales without one are applied
      * but cannot be returned against later.
               03 FD16_DOCUMENTO             PIC X(10).
      * Cash register, operator and payment method of the sale (DI,
      * CD, CC, PX or CR); blank on sales keyed without a register.
               03 FD16_CAIXA                 PIC 9(3).
               03 FD16_OPERADOR              PIC X(8).
               03 FD16_FORMA_PAGTO           PIC X(2).
           01  FD_LAYOUT_VENDA_CONTROLE.
               03 FD16_CTL_TIPO              PIC X(3).
               03 FD16_CTL_DADOS             PIC X(28).
               03 FD12_COD_CATEGORIA         PIC 9(2).
               03 FD12_DESCRICAO             PIC X(20).

       FD  ARQ_REL.

           01  FD_LAYOUT_REL                 PIC X(90).
               03 FD18_COD_PRODUTO           PIC 9(4).
               03 FD18_LOCAL                 PIC 9(2).
               03 FD18_QTD                   PIC 9(5).
               03 FD18_DATA_CONTAGEM         PIC 9(8).

       FD  ARQ_CLIENTES.

           COPY CLIENTES REPLACING LEADING ==CLI== BY ==FD22==
                ==REG-CLIENTE== BY ==FD_LAYOUT_CLIENTE==.

       FD  ARQ_RECEBER.

           COPY CONTASRECEBER REPLACING LEADING ==CR== BY ==FD23==
                ==REG-CONTA-RECEBER== BY ==FD_LAYOUT_RECEBER==.

       FD  ARQ_HISTVENDAS.

           COPY HISTVENDAS REPLACING LEADING ==HV== BY ==FD32==
                ==REG-HIST-VENDA== BY ==FD_LAYOUT_HISTVENDA==.

       FD  ARQ_LOTES.

           COPY LOTES REPLACING LEADING ==LT== BY ==FD33==
                ==REG-LOTE== BY ==FD_LAYOUT_LOTE==.

       FD  ARQ_PROMOCOES.

           COPY PROMOCOES REPLACING LEADING ==PM== BY ==FD35==
                ==REG-PROMOCAO== BY ==FD_LAYOUT_PROMOCAO==.

       FD  ARQ_FECHAMENTOS.

           COPY FECHAMENTOCAIXA REPLACING LEADING ==FC== BY ==FD46==
                ==REG-FECHAMENTO-CAIXA== BY ==FD_LAYOUT_FECHAMENTO==.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
           VALUE 'VENDAS.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'CATEGORIAS.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'ARQVENDASDIARIAS.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'ESTOQUELOCAL.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'CLIENTES.txt'.
       77  WS_CFG_ARQ_08      PIC X(50)
           VALUE 'CONTASRECEBER.txt'.
       77  WS_CFG_ARQ_09      PIC X(50)
           VALUE 'HISTVENDAS.txt'.
       77  WS_CFG_ARQ_10      PIC X(50)
           VALUE 'LOTES.txt'.
       77  WS_CFG_ARQ_11      PIC X(50)
           VALUE 'PROMOCOES.txt'.
       77  WS_CFG_ARQ_12      PIC X(50)
           VALUE 'FECHAMENTOCAIXA.txt'.

      * Registers and operators with sales in VENDAS.txt; each one
      * must have closed on the data-movimento before any sale of
      * the day is applied.
       01  WS_STATUS_FECHAMENTOS           PIC X(02).
       01  WS_EOF_FECHAMENTOS              PIC X(01) VALUE ' '.
       01  WS_CAIXAS_TRUNCADO              PIC X(01) VALUE 'N'.
       01  WS_QTD_CAIXAS_ABERTOS           PIC 9(03) VALUE ZEROS.
       01  WS_IDX_CX_ACHADO                PIC 9(03) VALUE ZEROS.

       01  WS_TAB_CAIXAS.
           03 WS_QTD_CAIXAS                PIC 9(03) VALUE ZEROS.
           03 WS_CAIXA OCCURS 200 TIMES
                       INDEXED BY WS_IDX_CX.
              05 WS_CX_CAIXA               PIC 9(3).
              05 WS_CX_OPERADOR            PIC X(8).
              05 WS_CX_FECHADO             PIC X(1).

      * Credit control: the open balance of each customer is the
      * saldo of its open CONTASRECEBER.txt titles plus the credit
      * sales accepted in this run. A customer with a title overdue
      * more than WS_DIAS_TOLERANCIA days is blocked for new credit
      * sales, the same rule AGING_RECEBER lists.
       01  WS_STATUS_CLIENTES              PIC X(02).
       01  WS_STATUS_RECEBER               PIC X(02).
       01  WS_EOF_CLIENTES                 PIC X(01) VALUE ' '.
       01  WS_EOF_RECEBER                  PIC X(01) VALUE ' '.
       01  WS_CLIENTES_TRUNCADO            PIC X(01) VALUE 'N'.
       01  WS_CREDITO_OK                   PIC X(01) VALUE 'N'.
       01  WS_DIAS_TOLERANCIA              PIC 9(3) VALUE 30.
       01  WS_DIAS_ATRASO                  PIC S9(7) VALUE ZEROS.
       01  WS_DIAS_INT                     PIC 9(7) VALUE ZEROS.
       01  WS_IDX_CLI_ACHADO               PIC 9(4) VALUE ZEROS.
       01  WS_ULT_TITULO                   PIC 9(7) VALUE ZEROS.
       01  WS_SALDO_PROJETADO              PIC 9(11)V99 VALUE ZEROS.
       01  WS_QTD_VENDAS_PRAZO             PIC 9(05) VALUE ZEROS.
       01  WS_DATA_VENCTO                  PIC 9(8) VALUE ZEROS.

       01  WS_TAB_CLIENTES.
           03 WS_QTD_CLIENTES              PIC 9(4) VALUE ZEROS.
           03 WS_CLIENTE OCCURS 500 TIMES
                         INDEXED BY WS_IDX_CLI.
              05 WS_CL_CODIGO              PIC 9(5).
              05 WS_CL_LIMITE              PIC 9(9)V99.
              05 WS_CL_PRAZO               PIC 9(3).
              05 WS_CL_SITUACAO            PIC X(1).
              05 WS_CL_SALDO_ABERTO        PIC 9(11)V99.
              05 WS_CL_EM_ATRASO           PIC X(1).

      * Stock-by-location kept in step with the sales: products that
      * keep ESTOQUELOCAL.txt rows have the sold quantity taken from
              05 WS_EL_PRODUTO             PIC 9(4).
              05 WS_EL_LOCAL               PIC 9(2).
              05 WS_EL_QTD                 PIC 9(5).
              05 WS_EL_DATA_CONTAGEM       PIC 9(8).

      * Lots of the product being sold: the stock not covered by lots
      * (received before lots were kept) goes first, then the lots by
      * expiry date; expired lots are left untouched and their
      * quantity cannot be sold. The lot file is rewritten whole.
       01  WS_STATUS_LOTES                 PIC X(02).
       01  WS_EOF_LOTES                    PIC X(01) VALUE ' '.
       01  WS_LOTES_TRUNCADO               PIC X(01) VALUE 'N'.
       01  WS_LOTES_ALTERADOS              PIC X(01) VALUE 'N'.
       01  WS_QTD_EM_LOTES                 PIC 9(7) VALUE ZEROS.
       01  WS_QTD_LOTES_VENCIDOS           PIC 9(7) VALUE ZEROS.
       01  WS_QTD_SEM_LOTE                 PIC 9(7) VALUE ZEROS.
       01  WS_QTD_A_CONSUMIR               PIC 9(5) VALUE ZEROS.
       01  WS_QTD_DO_LOTE                  PIC 9(5) VALUE ZEROS.
       01  WS_SALDO_KARDEX                 PIC 9(5) VALUE ZEROS.
       01  WS_IDX_LT_FEFO                  PIC 9(4) VALUE ZEROS.

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

      * Price lists: only the lines in force on the data-movimento
      * are kept. A line for the product beats a line for its
      * category; among lines of the same kind the lowest price wins,
      * and a promotional price above the regular one is ignored.
       01  WS_STATUS_PROMOCOES             PIC X(02).
       01  WS_EOF_PROMOCOES                PIC X(01) VALUE ' '.
       01  WS_PROMOCOES_TRUNCADO           PIC X(01) VALUE 'N'.
       01  WS_PRECO_VIGENTE                PIC 9(6)V99 VALUE ZEROS.
       01  WS_PRECO_COBRADO                PIC 9(6)V99 VALUE ZEROS.
       01  WS_PRECO_PROMO                  PIC 9(6)V99 VALUE ZEROS.
       01  WS_LISTA_VIGENTE                PIC X(06) VALUE SPACES.
       01  WS_ALVO_BUSCA                   PIC X(01) VALUE SPACE.
       01  WS_QTD_DESC_NAO_AUT             PIC 9(05) VALUE ZEROS.
       01  WS_RECEITA_PROMO_TOTAL          PIC 9(11)V99 VALUE ZEROS.

       01  WS_TAB_PROMOCOES.
           03 WS_QTD_PROMOCOES             PIC 9(4) VALUE ZEROS.
           03 WS_PROMOCAO OCCURS 500 TIMES
                          INDEXED BY WS_IDX_PM.
              05 WS_PM_REGISTRO            PIC X(62).
              05 WS_PM_CAMPOS REDEFINES WS_PM_REGISTRO.
                 07 WS_PM_LISTA            PIC X(6).
                 07 WS_PM_TIPO_ALVO        PIC X(1).
                 07 WS_PM_PRODUTO          PIC 9(4).
                 07 WS_PM_CATEGORIA        PIC 9(2).
                 07 WS_PM_TIPO_PRECO       PIC X(1).
                 07 WS_PM_PRECO            PIC 9(6)V99.
                 07 WS_PM_PERCENTUAL       PIC 9(2)V99.
                 07 WS_PM_DATA_INICIO      PIC 9(8).
                 07 WS_PM_DATA_FIM         PIC 9(8).
                 07 WS_PM_DESCRICAO        PIC X(20).

       01  WS_STATUS_VENDAS                PIC X(02).
       01  WS_STATUS_CATEGORIAS            PIC X(02).
       01  WS_STATUS_HISTVENDAS            PIC X(02).
       01  WS_EOF_VENDAS                   PIC X(01) VALUE ' '.
       01  WS_EOF_CATEGORIAS               PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_QTD_ESTOQUE                  PIC 9(5) VALUE ZEROS.
       01  WS_RECEITA_VENDA                PIC 9(9)V99 VALUE ZEROS.
       01  WS_CUSTO_VENDA                  PIC 9(9)V99 VALUE ZEROS.
       01  WS_CUSTO_UNIT_VENDA             PIC 9(6)V99 VALUE ZEROS.
       01  WS_MARGEM_VENDA                 PIC S9(9)V99 VALUE ZEROS.
       01  WS_RECEITA_TOTAL                PIC 9(11)V99 VALUE ZEROS.
       01  WS_MARGEM_TOTAL                 PIC S9(11)V99 VALUE ZEROS.
              05 WS_CAT_QTD_VENDAS         PIC 9(5).
              05 WS_CAT_RECEITA            PIC 9(11)V99.
              05 WS_CAT_MARGEM             PIC S9(11)V99.
              05 WS_CAT_RECEITA_PROMO      PIC 9(11)V99.

       01  WS_VARIAVEIS.
           04 WS_DATA_HORA                PIC X(30).
       01  WS_DATA_SISTEMA  PIC X(10).
       01  WS_HORA_SISTEMA  PIC X(08).

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_LINHA_TITULO.
           03 FILLER                       PIC X(32) VALUE
           03 FILLER                       PIC X(9)
                  VALUE ' MARGEM: '.
           03 WS_VD_MARGEM                 PIC -ZZZ.ZZ9,99.
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_VD_PROMO                  PIC X(12).

       01  WS_LINHA_DESCONTO.
           03 FILLER                       PIC X(33) VALUE
                  '     DESCONTO NAO AUTORIZADO -   '.
           03 FILLER                       PIC X(16)
                  VALUE 'PRECO VIGENTE: '.
           03 WS_DS_VIGENTE                PIC ZZZ.ZZ9,99.
           03 FILLER                       PIC X(10)
                  VALUE ' COBRADO: '.
           03 WS_DS_COBRADO                PIC ZZZ.ZZ9,99.

       01  WS_LINHA_REJEITO.
           03 FILLER                       PIC X(24) VALUE
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_RJ_MOTIVO                 PIC X(30).

       01  WS_LINHA_PRAZO.
           03 FILLER                       PIC X(20) VALUE
                  '     A PRAZO - CLI: '.
           03 WS_PZ_CLIENTE                PIC 9(5).
           03 FILLER                       PIC X(09)
                  VALUE ' TITULO: '.
           03 WS_PZ_TITULO                 PIC 9(7).
           03 FILLER                       PIC X(09)
                  VALUE ' VENCTO: '.
           03 WS_PZ_VENCTO                 PIC 9(8).

       01  WS_LINHA_CATEGORIA.
           03 FILLER                       PIC X(10)
                  VALUE 'CATEGORIA '.
                  VALUE ' MARGEM: '.
           03 WS_CG_MARGEM                 PIC -ZZZ.ZZ9,99.

       01  WS_LINHA_CATEGORIA_PROMO.
           03 FILLER                       PIC X(33) VALUE SPACES.
           03 FILLER                       PIC X(10)
                  VALUE ' REGULAR: '.
           03 WS_CP_REGULAR                PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(14)
                  VALUE ' PROMOCIONAL: '.
           03 WS_CP_PROMO                  PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_TOTAL.
           03 FILLER                       PIC X(15)
                  VALUE 'RECEITA TOTAL: '.
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_TT_MARGEM                 PIC -ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_TOTAL_PROMO.
           03 FILLER                       PIC X(15)
                  VALUE 'REGULAR:       '.
           03 WS_TP_REGULAR                PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(15)
                  VALUE '  PROMOCIONAL: '.
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_TP_PROMO                  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(23)
                  VALUE '  DESC. NAO AUTORIZ.: '.
           03 WS_TP_DESC_NAO_AUT           PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               GOBACK
           END-IF

           PERFORM CARREGA-LOTES

           IF WS_LOTES_TRUNCADO = 'S'
               DISPLAY 'LOTES.txt COM MAIS DE 1000 LOTES '
                       '- VENDAS ABORTADAS PARA NAO PERDER '
                       'REGISTROS DE LOTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-PROMOCOES

      * A price list left out of the table would have its sales
      * flagged as unauthorized discounts.
           IF WS_PROMOCOES_TRUNCADO = 'S'
               DISPLAY 'PROMOCOES.txt COM MAIS DE 500 LINHAS EM VIGOR '
                       '- VENDAS ABORTADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-CLIENTES

      * Customers left out of the table would have their credit
      * sales wrongly refused.
           IF WS_CLIENTES_TRUNCADO = 'S'
               DISPLAY 'CLIENTES.txt COM MAIS DE 500 CLIENTES '
                       '- VENDAS ABORTADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-CONTAS-RECEBER
           PERFORM VERIFICA-FECHAMENTO-CAIXAS

           IF WS_CAIXAS_TRUNCADO = 'S'
               DISPLAY 'VENDAS.txt COM MAIS DE 200 CAIXAS/OPERADORES '
                       '- VENDAS ABORTADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS_QTD_CAIXAS_ABERTOS > ZEROS
               DISPLAY 'CAIXAS SEM FECHAMENTO: ' WS_QTD_CAIXAS_ABERTOS
                       ' - VENDAS DO DIA NAO DEFINITIVAS, NENHUMA '
                       'VENDA APLICADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ_VENDAS
           IF WS_STATUS_VENDAS NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE VENDAS AUSENTE: VENDAS.txt'
               GOBACK
           END-IF

      * No sale is applied unless its exit can be recorded.
           MOVE 'WO' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           IF WS_KX_RETORNO NOT = '00'
               DISPLAY 'KARDEX.txt INDISPONIVEL - VENDAS NAO '
                       'PROCESSADAS'
               CLOSE ARQ_VENDAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG
           OPEN EXTEND ARQ_RECEBER
           IF WS_STATUS_RECEBER = '35'
               OPEN OUTPUT ARQ_RECEBER
           END-IF
           OPEN EXTEND ARQ_HISTVENDAS
           IF WS_STATUS_HISTVENDAS = '35'
               OPEN OUTPUT ARQ_HISTVENDAS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS

           PERFORM GERA-SUBTOTAIS
           PERFORM REGRAVA-ESTOQUE-LOCAIS
           PERFORM REGRAVA-LOTES

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE 'WC' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           CLOSE ARQ_REL ARQ_JOBLOG ARQ_RECEBER
                 ARQ_HISTVENDAS

           DISPLAY 'VENDAS APLICADAS: ' WS_QTD_VENDAS
                   ' REJEITADAS: ' WS_QTD_REJEITADAS
           DISPLAY 'VENDAS A PRAZO (TITULOS GERADOS): '
                   WS_QTD_VENDAS_PRAZO
           DISPLAY 'DESCONTOS NAO AUTORIZADOS: ' WS_QTD_DESC_NAO_AUT

           IF WS_QTD_REJEITADAS > ZEROS
              OR WS_QTD_DESC_NAO_AUT > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                   MOVE 'PRODUTO SEM CADASTRO' TO WS_RJ_MOTIVO
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_REJEITO
               ELSE
                   PERFORM DETERMINA-PRECO-VIGENTE
                   MOVE FD1_QTD_PRODUTO TO WS_QTD_ESTOQUE
                   IF FD16_QTD_VENDIDA > WS_QTD_ESTOQUE
                       ADD 1 TO WS_QTD_REJEITADAS
                       MOVE 'ESTOQUE INSUFICIENTE' TO WS_RJ_MOTIVO
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_REJEITO
                   ELSE
                       PERFORM APURA-LOTES-PRODUTO
                       IF FD16_QTD_VENDIDA >
                          WS_QTD_ESTOQUE - WS_QTD_LOTES_VENCIDOS
                           ADD 1 TO WS_QTD_REJEITADAS
                           MOVE FD16_COD_PRODUTO TO WS_RJ_COD
                           MOVE 'ESTOQUE EM LOTE VENCIDO' TO
                                WS_RJ_MOTIVO
                           WRITE FD_LAYOUT_REL FROM WS_LINHA_REJEITO
                       ELSE
                           PERFORM VALIDA-CREDITO
                           IF WS_CREDITO_OK = 'S'
                               PERFORM APLICA-VENDA
                           ELSE
                               ADD 1 TO WS_QTD_REJEITADAS
                               MOVE FD16_COD_PRODUTO TO WS_RJ_COD
                               WRITE FD_LAYOUT_REL
                                     FROM WS_LINHA_REJEITO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           DETERMINA-PRECO-VIGENTE.
               MOVE FD1_PRECO TO WS_PRECO_VIGENTE
               MOVE SPACES TO WS_LISTA_VIGENTE

               MOVE 'P' TO WS_ALVO_BUSCA
               PERFORM BUSCA-PRECO-PROMOCIONAL
               IF WS_LISTA_VIGENTE = SPACES
                   MOVE 'C' TO WS_ALVO_BUSCA
                   PERFORM BUSCA-PRECO-PROMOCIONAL
               END-IF

      * A sale sent without a price is charged the price in force.
               IF FD16_PRECO_VENDA NUMERIC
                   AND FD16_PRECO_VENDA > ZEROS
                   MOVE FD16_PRECO_VENDA TO WS_PRECO_COBRADO
               ELSE
                   MOVE WS_PRECO_VIGENTE TO WS_PRECO_COBRADO
               END-IF.

           BUSCA-PRECO-PROMOCIONAL.
               PERFORM VARYING WS_IDX_PM FROM 1 BY 1
                       UNTIL WS_IDX_PM > WS_QTD_PROMOCOES
                   IF WS_PM_TIPO_ALVO(WS_IDX_PM) = WS_ALVO_BUSCA
                      AND ((WS_ALVO_BUSCA = 'P'
                            AND WS_PM_PRODUTO(WS_IDX_PM) = FD1_CODPROD)
                        OR (WS_ALVO_BUSCA = 'C'
                            AND WS_PM_CATEGORIA(WS_IDX_PM) =
                                FD1_CATEGORIA))
                       IF WS_PM_TIPO_PRECO(WS_IDX_PM) = 'P'
                           COMPUTE WS_PRECO_PROMO ROUNDED =
                               FD1_PRECO *
                               (100 - WS_PM_PERCENTUAL(WS_IDX_PM))
                               / 100
                       ELSE
                           MOVE WS_PM_PRECO(WS_IDX_PM) TO
                                WS_PRECO_PROMO
                       END-IF
                       IF WS_PRECO_PROMO < WS_PRECO_VIGENTE
                           MOVE WS_PRECO_PROMO TO WS_PRECO_VIGENTE
                           MOVE WS_PM_LISTA(WS_IDX_PM) TO
                                WS_LISTA_VIGENTE
                       END-IF
                   END-IF
               END-PERFORM.

           CARREGA-PROMOCOES.
               OPEN INPUT ARQ_PROMOCOES
               IF WS_STATUS_PROMOCOES = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_PROMOCOES = 'S'
                       READ ARQ_PROMOCOES
                           AT END
                               MOVE 'S' TO WS_EOF_PROMOCOES
                           NOT AT END
                               PERFORM GUARDA-PROMOCAO-VIGENTE
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_PROMOCOES
               END-IF.

           GUARDA-PROMOCAO-VIGENTE.
               IF FD35_DATA_INICIO NUMERIC
                  AND FD35_DATA_FIM NUMERIC
                  AND FD35_DATA_INICIO <= WS_DATA_MOVIMENTO
                  AND FD35_DATA_FIM >= WS_DATA_MOVIMENTO
                  AND (FD35_TIPO_PRECO = 'V' AND FD35_PRECO NUMERIC
                    OR FD35_TIPO_PRECO = 'P'
                       AND FD35_PERCENTUAL NUMERIC
                       AND FD35_PERCENTUAL < 100)
                   IF WS_QTD_PROMOCOES < 500
                       ADD 1 TO WS_QTD_PROMOCOES
                       MOVE FD_LAYOUT_PROMOCAO TO
                            WS_PM_REGISTRO(WS_QTD_PROMOCOES)
                   ELSE
                       MOVE 'S' TO WS_PROMOCOES_TRUNCADO
                   END-IF
               END-IF.

           APURA-LOTES-PRODUTO.
               MOVE ZEROS TO WS_QTD_EM_LOTES
               MOVE ZEROS TO WS_QTD_LOTES_VENCIDOS

               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_PRODUTO(WS_IDX_LT) = FD16_COD_PRODUTO
                       ADD WS_LT_QTD(WS_IDX_LT) TO WS_QTD_EM_LOTES
                       IF WS_LT_DATA_VALIDADE(WS_IDX_LT) <
                          WS_DATA_MOVIMENTO
                           ADD WS_LT_QTD(WS_IDX_LT) TO
                               WS_QTD_LOTES_VENCIDOS
                       END-IF
                   END-IF
               END-PERFORM.

           VALIDA-CREDITO.
      * Cash sales pass straight through; a credit sale needs an
      * active customer without overdue titles and room under the
      * credit limit for the whole sale value.
               MOVE 'S' TO WS_CREDITO_OK

               IF FD16_COND_PAGTO = 'P'
                   MOVE ZEROS TO WS_IDX_CLI_ACHADO
                   PERFORM VARYING WS_IDX_CLI FROM 1 BY 1
                           UNTIL WS_IDX_CLI > WS_QTD_CLIENTES
                           OR WS_IDX_CLI_ACHADO > ZEROS
                       IF WS_CL_CODIGO(WS_IDX_CLI) = FD16_COD_CLIENTE
                           SET WS_IDX_CLI_ACHADO TO WS_IDX_CLI
                       END-IF
                   END-PERFORM

                   COMPUTE WS_RECEITA_VENDA ROUNDED =
                           FD16_QTD_VENDIDA * WS_PRECO_COBRADO

                   EVALUATE TRUE
                       WHEN WS_IDX_CLI_ACHADO = ZEROS
                           MOVE 'N' TO WS_CREDITO_OK
                           MOVE 'CLIENTE SEM CADASTRO' TO
                                WS_RJ_MOTIVO
                       WHEN WS_CL_SITUACAO(WS_IDX_CLI_ACHADO) = 'B'
                           MOVE 'N' TO WS_CREDITO_OK
                           MOVE 'CLIENTE BLOQUEADO' TO WS_RJ_MOTIVO
                       WHEN WS_CL_EM_ATRASO(WS_IDX_CLI_ACHADO) = 'S'
                           MOVE 'N' TO WS_CREDITO_OK
                           MOVE 'CLIENTE COM TITULO EM ATRASO' TO
                                WS_RJ_MOTIVO
                       WHEN OTHER
                           COMPUTE WS_SALDO_PROJETADO =
                               WS_CL_SALDO_ABERTO(WS_IDX_CLI_ACHADO)
                               + WS_RECEITA_VENDA
                           IF WS_SALDO_PROJETADO >
                              WS_CL_LIMITE(WS_IDX_CLI_ACHADO)
                               MOVE 'N' TO WS_CREDITO_OK
                               MOVE 'LIMITE DE CREDITO EXCEDIDO' TO
                                    WS_RJ_MOTIVO
                           END-IF
                   END-EVALUATE
               ELSE
                   IF FD16_COND_PAGTO NOT = 'V' AND SPACE
                       MOVE 'N' TO WS_CREDITO_OK
                       MOVE 'CONDICAO DE PAGAMENTO INVALIDA' TO
                            WS_RJ_MOTIVO
                   END-IF
               END-IF

               IF WS_CREDITO_OK = 'S'
                   PERFORM VALIDA-FORMA-PAGTO
               END-IF.

           VALIDA-FORMA-PAGTO.
      * A register sale needs its payment method; the crediario is
      * the credit sale, so CR goes with condicao P and the other
      * methods with the cash sales. Sales keyed without a register
      * may leave the method blank.
               EVALUATE TRUE
                   WHEN FD16_FORMA_PAGTO = SPACES
                       IF FD16_CAIXA NUMERIC
                          AND FD16_CAIXA > ZEROS
                           MOVE 'N' TO WS_CREDITO_OK
                       END-IF
                   WHEN FD16_FORMA_PAGTO = 'CR'
                       IF FD16_COND_PAGTO NOT = 'P'
                           MOVE 'N' TO WS_CREDITO_OK
                       END-IF
                   WHEN FD16_FORMA_PAGTO = 'DI' OR 'CD' OR 'CC' OR 'PX'
                       IF FD16_COND_PAGTO = 'P'
                           MOVE 'N' TO WS_CREDITO_OK
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS_CREDITO_OK
               END-EVALUATE

               IF WS_CREDITO_OK = 'N'
                   MOVE 'FORMA DE PAGAMENTO INVALIDA' TO WS_RJ_MOTIVO
               END-IF.

           VERIFICA-FECHAMENTO-CAIXAS.
      * The registers and operators come from the sale lines (the
      * HDR/TRL pair left out); the day's closings of
      * FECHAMENTOCAIXA.txt mark them closed and the ones left open
      * are listed. A missing VENDAS.txt is reported further on.
               OPEN INPUT ARQ_VENDAS
               IF WS_STATUS_VENDAS = '00'
                   PERFORM WITH TEST AFTER UNTIL WS_EOF_VENDAS = 'S'
                       READ ARQ_VENDAS
                           AT END
                               MOVE 'S' TO WS_EOF_VENDAS
                           NOT AT END
                               IF FD16_CTL_TIPO NOT = 'HDR' AND 'TRL'
                                  AND FD16_CAIXA NUMERIC
                                  AND FD16_CAIXA > ZEROS
                                   PERFORM GUARDA-CAIXA-VENDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_VENDAS
                   MOVE ' ' TO WS_EOF_VENDAS
               END-IF

               IF WS_QTD_CAIXAS > ZEROS
                   OPEN INPUT ARQ_FECHAMENTOS
                   IF WS_STATUS_FECHAMENTOS = '00'
                       PERFORM WITH TEST AFTER
                               UNTIL WS_EOF_FECHAMENTOS = 'S'
                           READ ARQ_FECHAMENTOS
                               AT END
                                   MOVE 'S' TO WS_EOF_FECHAMENTOS
                               NOT AT END
                                   IF FD46_DATA = WS_DATA_MOVIMENTO
                                       PERFORM MARCA-CAIXA-FECHADO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARQ_FECHAMENTOS
                   END-IF
               END-IF

               MOVE ZEROS TO WS_QTD_CAIXAS_ABERTOS
               PERFORM VARYING WS_IDX_CX FROM 1 BY 1
                       UNTIL WS_IDX_CX > WS_QTD_CAIXAS
                   IF WS_CX_FECHADO(WS_IDX_CX) = 'N'
                       ADD 1 TO WS_QTD_CAIXAS_ABERTOS
                       DISPLAY 'CAIXA ' WS_CX_CAIXA(WS_IDX_CX)
                               ' OPERADOR ' WS_CX_OPERADOR(WS_IDX_CX)
                               ' SEM FECHAMENTO EM ' WS_DATA_MOV_FMT
                   END-IF
               END-PERFORM.

           GUARDA-CAIXA-VENDA.
               MOVE ZEROS TO WS_IDX_CX_ACHADO
               PERFORM VARYING WS_IDX_CX FROM 1 BY 1
                       UNTIL WS_IDX_CX > WS_QTD_CAIXAS
                       OR WS_IDX_CX_ACHADO > ZEROS
                   IF WS_CX_CAIXA(WS_IDX_CX) = FD16_CAIXA
                      AND WS_CX_OPERADOR(WS_IDX_CX) = FD16_OPERADOR
                       SET WS_IDX_CX_ACHADO TO WS_IDX_CX
                   END-IF
               END-PERFORM

               IF WS_IDX_CX_ACHADO = ZEROS
                   IF WS_QTD_CAIXAS < 200
                       ADD 1 TO WS_QTD_CAIXAS
                       MOVE FD16_CAIXA    TO WS_CX_CAIXA(WS_QTD_CAIXAS)
                       MOVE FD16_OPERADOR TO
                            WS_CX_OPERADOR(WS_QTD_CAIXAS)
                       MOVE 'N' TO WS_CX_FECHADO(WS_QTD_CAIXAS)
                   ELSE
                       MOVE 'S' TO WS_CAIXAS_TRUNCADO
                   END-IF
               END-IF.

           MARCA-CAIXA-FECHADO.
               PERFORM VARYING WS_IDX_CX FROM 1 BY 1
                       UNTIL WS_IDX_CX > WS_QTD_CAIXAS
                   IF WS_CX_CAIXA(WS_IDX_CX) = FD46_CAIXA
                      AND WS_CX_OPERADOR(WS_IDX_CX) = FD46_OPERADOR
                       MOVE 'S' TO WS_CX_FECHADO(WS_IDX_CX)
                   END-IF
               END-PERFORM.

           GERA-CONTA-RECEBER.
      * Titles are numbered on from the highest one in the file; the
      * due date is the data-movimento plus the customer's terms.
               ADD 1 TO WS_ULT_TITULO
               COMPUTE WS_DIAS_INT =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
                       + WS_CL_PRAZO(WS_IDX_CLI_ACHADO)
               COMPUTE WS_DATA_VENCTO =
                       FUNCTION DATE-OF-INTEGER(WS_DIAS_INT)

               MOVE WS_ULT_TITULO     TO FD23_TITULO
               MOVE FD16_COD_CLIENTE  TO FD23_CLIENTE
               MOVE FD16_COD_PRODUTO  TO FD23_PRODUTO
               MOVE WS_DATA_MOVIMENTO TO FD23_DATA_EMISSAO
               MOVE WS_DATA_VENCTO    TO FD23_DATA_VENCTO
               MOVE WS_RECEITA_VENDA  TO FD23_VALOR
               MOVE WS_RECEITA_VENDA  TO FD23_SALDO
               MOVE ZEROS             TO FD23_DATA_ULT_RECEB
               MOVE 'A'               TO FD23_SITUACAO
               WRITE FD_LAYOUT_RECEBER

               ADD WS_RECEITA_VENDA TO
                   WS_CL_SALDO_ABERTO(WS_IDX_CLI_ACHADO)
               ADD 1 TO WS_QTD_VENDAS_PRAZO

               MOVE FD16_COD_CLIENTE TO WS_PZ_CLIENTE
               MOVE WS_ULT_TITULO    TO WS_PZ_TITULO
               MOVE WS_DATA_VENCTO   TO WS_PZ_VENCTO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_PRAZO.

           CARREGA-CLIENTES.
               OPEN INPUT ARQ_CLIENTES
               IF WS_STATUS_CLIENTES = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_CLIENTES = 'S'
                       READ ARQ_CLIENTES
                           AT END
                               MOVE 'S' TO WS_EOF_CLIENTES
                           NOT AT END
                               IF WS_QTD_CLIENTES < 500
                                   ADD 1 TO WS_QTD_CLIENTES
                                   MOVE FD22_CODIGO TO
                                      WS_CL_CODIGO(WS_QTD_CLIENTES)
                                   MOVE FD22_LIMITE_CREDITO TO
                                      WS_CL_LIMITE(WS_QTD_CLIENTES)
                                   MOVE FD22_PRAZO_DIAS TO
                                      WS_CL_PRAZO(WS_QTD_CLIENTES)
                                   MOVE FD22_SITUACAO TO
                                      WS_CL_SITUACAO(WS_QTD_CLIENTES)
                                   MOVE ZEROS TO
                                  WS_CL_SALDO_ABERTO(WS_QTD_CLIENTES)
                                   MOVE 'N' TO
                                     WS_CL_EM_ATRASO(WS_QTD_CLIENTES)
                               ELSE
                                   MOVE 'S' TO WS_CLIENTES_TRUNCADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_CLIENTES
               END-IF.

           CARREGA-CONTAS-RECEBER.
      * Only the open titles weigh on the credit; every title counts
      * for the numbering.
               OPEN INPUT ARQ_RECEBER
               IF WS_STATUS_RECEBER = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_RECEBER = 'S'
                       READ ARQ_RECEBER
                           AT END
                               MOVE 'S' TO WS_EOF_RECEBER
                           NOT AT END
                               IF FD23_TITULO > WS_ULT_TITULO
                                   MOVE FD23_TITULO TO WS_ULT_TITULO
                               END-IF
                               IF FD23_SITUACAO = 'A'
                                   AND FD23_SALDO > ZEROS
                                   PERFORM ACUMULA-TITULO-ABERTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_RECEBER
               END-IF.

           ACUMULA-TITULO-ABERTO.
               MOVE ZEROS TO WS_DIAS_ATRASO
               IF FD23_DATA_VENCTO NUMERIC
                   AND FD23_DATA_VENCTO > ZEROS
                   COMPUTE WS_DIAS_ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO) -
                       FUNCTION INTEGER-OF-DATE(FD23_DATA_VENCTO)
               END-IF

               PERFORM VARYING WS_IDX_CLI FROM 1 BY 1
                       UNTIL WS_IDX_CLI > WS_QTD_CLIENTES
                   IF WS_CL_CODIGO(WS_IDX_CLI) = FD23_CLIENTE
                       ADD FD23_SALDO TO WS_CL_SALDO_ABERTO(WS_IDX_CLI)
                       IF WS_DIAS_ATRASO > WS_DIAS_TOLERANCIA
                           MOVE 'S' TO WS_CL_EM_ATRASO(WS_IDX_CLI)
                       END-IF
                   END-IF
               END-PERFORM.

           APLICA-VENDA.
               SUBTRACT FD16_QTD_VENDIDA FROM WS_QTD_ESTOQUE
               MOVE WS_QTD_ESTOQUE TO FD1_QTD_PRODUTO
                   ADD 1 TO WS_QTD_VENDAS

                   COMPUTE WS_RECEITA_VENDA ROUNDED =
                           FD16_QTD_VENDIDA * WS_PRECO_COBRADO
      * Exits are costed at the weighted-average cost; products that
      * never received a costed entry fall back to the list price.
                   IF FD1_CUSTO_MEDIO NUMERIC
                       AND FD1_CUSTO_MEDIO > ZEROS
                       MOVE FD1_CUSTO_MEDIO TO WS_CUSTO_UNIT_VENDA
                   ELSE
                       MOVE FD1_PRECO TO WS_CUSTO_UNIT_VENDA
                   END-IF
                   COMPUTE WS_CUSTO_VENDA ROUNDED =
                           FD16_QTD_VENDIDA * WS_CUSTO_UNIT_VENDA
                   COMPUTE WS_MARGEM_VENDA =
                           WS_RECEITA_VENDA - WS_CUSTO_VENDA

                   ADD WS_RECEITA_VENDA TO WS_RECEITA_TOTAL
                   ADD WS_MARGEM_VENDA  TO WS_MARGEM_TOTAL
                   IF WS_LISTA_VIGENTE NOT = SPACES
                       ADD WS_RECEITA_VENDA TO WS_RECEITA_PROMO_TOTAL
                   END-IF
                   PERFORM ACUMULA-CATEGORIA

                   MOVE FD1_CODPROD       TO WS_VD_COD
                   MOVE FD16_QTD_VENDIDA  TO WS_VD_QTD
                   MOVE WS_RECEITA_VENDA  TO WS_VD_RECEITA
                   MOVE WS_MARGEM_VENDA   TO WS_VD_MARGEM
                   MOVE SPACES TO WS_VD_PROMO
                   IF WS_LISTA_VIGENTE NOT = SPACES
                       STRING 'PROMO ' WS_LISTA_VIGENTE
                           DELIMITED BY SIZE INTO WS_VD_PROMO
                       END-STRING
                   END-IF
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_VENDA

                   IF WS_PRECO_COBRADO < WS_PRECO_VIGENTE
                       ADD 1 TO WS_QTD_DESC_NAO_AUT
                       MOVE WS_PRECO_VIGENTE TO WS_DS_VIGENTE
                       MOVE WS_PRECO_COBRADO TO WS_DS_COBRADO
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_DESCONTO
                   END-IF

                   IF FD16_COND_PAGTO = 'P'
                       PERFORM GERA-CONTA-RECEBER
                   END-IF

                   PERFORM CONSOME-LOTES-FEFO
                   PERFORM GRAVA-HISTORICO-VENDA
               END-IF.

           GRAVA-HISTORICO-VENDA.
               MOVE 'V'                 TO FD32_TIPO
               MOVE FD16_DOCUMENTO      TO FD32_DOCUMENTO
               MOVE WS_DATA_MOVIMENTO   TO FD32_DATA
               MOVE FD16_COD_PRODUTO    TO FD32_PRODUTO
               MOVE FD1_CATEGORIA       TO FD32_CATEGORIA
               MOVE FD16_QTD_VENDIDA    TO FD32_QTD
               MOVE WS_PRECO_COBRADO    TO FD32_PRECO_VENDA
               MOVE WS_CUSTO_UNIT_VENDA TO FD32_CUSTO_UNIT
               IF FD16_COND_PAGTO = 'P'
                   MOVE FD16_COD_CLIENTE TO FD32_CLIENTE
                   MOVE 'P' TO FD32_COND_PAGTO
               ELSE
                   MOVE ZEROS TO FD32_CLIENTE
                   MOVE 'V' TO FD32_COND_PAGTO
               END-IF
               MOVE WS_LISTA_VIGENTE    TO FD32_LISTA_PRECO
               MOVE FD1_PRECO           TO FD32_PRECO_TABELA
               WRITE FD_LAYOUT_HISTVENDA.

           CONSOME-LOTES-FEFO.
      * The sale leaves the stock without lot first, then the lots in
      * expiry order; each part is a kardex movement of its own and
      * comes off the location stock of its deposito.
               COMPUTE WS_SALDO_KARDEX =
                       WS_QTD_ESTOQUE + FD16_QTD_VENDIDA
               MOVE FD16_QTD_VENDIDA TO WS_QTD_A_CONSUMIR

               IF WS_SALDO_KARDEX > WS_QTD_EM_LOTES
                   COMPUTE WS_QTD_SEM_LOTE =
                           WS_SALDO_KARDEX - WS_QTD_EM_LOTES
               ELSE
                   MOVE ZEROS TO WS_QTD_SEM_LOTE
               END-IF
               IF WS_QTD_SEM_LOTE > WS_QTD_A_CONSUMIR
                   MOVE WS_QTD_A_CONSUMIR TO WS_QTD_SEM_LOTE
               END-IF

               IF WS_QTD_SEM_LOTE > ZEROS
                   MOVE WS_QTD_SEM_LOTE TO WS_QTD_DO_LOTE
                   MOVE SPACES TO KX_LOTE
                   MOVE ZEROS TO KX_LOCAL
                   MOVE WS_QTD_DO_LOTE TO WS_QTD_A_BAIXAR
                   PERFORM BAIXA-ESTOQUE-LOCAL
                   PERFORM GRAVA-KARDEX-SAIDA
               END-IF

               PERFORM CONSOME-PROXIMO-LOTE
                       UNTIL WS_QTD_A_CONSUMIR = ZEROS.

           CONSOME-PROXIMO-LOTE.
               MOVE ZEROS TO WS_IDX_LT_FEFO
               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_PRODUTO(WS_IDX_LT) = FD16_COD_PRODUTO
                      AND WS_LT_QTD(WS_IDX_LT) > ZEROS
                      AND WS_LT_DATA_VALIDADE(WS_IDX_LT) >=
                          WS_DATA_MOVIMENTO
                       IF WS_IDX_LT_FEFO = ZEROS
                           SET WS_IDX_LT_FEFO TO WS_IDX_LT
                       ELSE
                           IF WS_LT_DATA_VALIDADE(WS_IDX_LT) <
                              WS_LT_DATA_VALIDADE(WS_IDX_LT_FEFO)
                               SET WS_IDX_LT_FEFO TO WS_IDX_LT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

      * No lot left (lots and master out of step): the rest goes out
      * without lot, so the master and the kardex still agree.
               IF WS_IDX_LT_FEFO = ZEROS
                   MOVE WS_QTD_A_CONSUMIR TO WS_QTD_DO_LOTE
                   MOVE SPACES TO KX_LOTE
                   MOVE ZEROS TO KX_LOCAL
                   MOVE WS_QTD_DO_LOTE TO WS_QTD_A_BAIXAR
                   PERFORM BAIXA-ESTOQUE-LOCAL
               ELSE
                   IF WS_LT_QTD(WS_IDX_LT_FEFO) < WS_QTD_A_CONSUMIR
                       MOVE WS_LT_QTD(WS_IDX_LT_FEFO) TO WS_QTD_DO_LOTE
                   ELSE
                       MOVE WS_QTD_A_CONSUMIR TO WS_QTD_DO_LOTE
                   END-IF
                   SUBTRACT WS_QTD_DO_LOTE FROM
                            WS_LT_QTD(WS_IDX_LT_FEFO)
                   MOVE 'S' TO WS_LOTES_ALTERADOS
                   MOVE WS_LT_LOTE(WS_IDX_LT_FEFO) TO KX_LOTE
                   MOVE WS_LT_LOCAL(WS_IDX_LT_FEFO) TO KX_LOCAL
                   PERFORM BAIXA-LOCAL-DO-LOTE
               END-IF

               PERFORM GRAVA-KARDEX-SAIDA.

           BAIXA-LOCAL-DO-LOTE.
      * The lot's own deposito pays first; a short row passes the
      * remainder on to the usual cascade.
               MOVE WS_QTD_DO_LOTE TO WS_QTD_A_BAIXAR

               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       OR WS_QTD_A_BAIXAR = ZEROS
                   IF WS_EL_PRODUTO(WS_IDX_EL) = FD16_COD_PRODUTO
                      AND WS_EL_LOCAL(WS_IDX_EL) =
                          WS_LT_LOCAL(WS_IDX_LT_FEFO)
                       MOVE 'S' TO WS_LOCAIS_ALTERADOS
                       IF WS_EL_QTD(WS_IDX_EL) >= WS_QTD_A_BAIXAR
                           SUBTRACT WS_QTD_A_BAIXAR FROM
                                    WS_EL_QTD(WS_IDX_EL)
                           MOVE ZEROS TO WS_QTD_A_BAIXAR
                       ELSE
                           SUBTRACT WS_EL_QTD(WS_IDX_EL) FROM
                                    WS_QTD_A_BAIXAR
                           MOVE ZEROS TO WS_EL_QTD(WS_IDX_EL)
                       END-IF
                   END-IF
               END-PERFORM

               IF WS_QTD_A_BAIXAR > ZEROS
                   PERFORM BAIXA-ESTOQUE-LOCAL
               END-IF.

           BAIXA-ESTOQUE-LOCAL.
      * Cascades WS_QTD_A_BAIXAR through the product's location
      * rows in file order; rows that run short are zeroed and the
      * remainder taken from the next one (the nightly processor
      * reconciliation flags any genuine mismatch left).
               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       OR WS_QTD_A_BAIXAR = ZEROS
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
                           WS_CAT_RECEITA(WS_IDX_CAT)
                       ADD WS_MARGEM_VENDA TO
                           WS_CAT_MARGEM(WS_IDX_CAT)
                       IF WS_LISTA_VIGENTE NOT = SPACES
                           ADD WS_RECEITA_VENDA TO
                               WS_CAT_RECEITA_PROMO(WS_IDX_CAT)
                       END-IF
                   END-IF
               END-PERFORM.

           GRAVA-KARDEX-SAIDA.
               SUBTRACT WS_QTD_DO_LOTE FROM WS_QTD_A_CONSUMIR
               SUBTRACT WS_QTD_DO_LOTE FROM WS_SALDO_KARDEX

               MOVE FD1_CODPROD TO KX_PRODUTO
               MOVE WS_DATA_MOVIMENTO TO KX_DATA
               MOVE 'SAIDA  ' TO KX_TIPO
               MOVE WS_QTD_DO_LOTE TO KX_QTD
               MOVE WS_CUSTO_UNIT_VENDA TO KX_CUSTO_UNIT
               IF FD16_DOCUMENTO = SPACES
                   MOVE 'VENDA     ' TO KX_DOCUMENTO
               ELSE
                   MOVE FD16_DOCUMENTO TO KX_DOCUMENTO
               END-IF
               MOVE WS_SALDO_KARDEX TO KX_SALDO
               MOVE ZEROS TO KX_SALDO_LOCAL
               MOVE 'APLICADO ' TO KX_SITUACAO

               MOVE 'WR' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO NOT = '00'
                   DISPLAY 'FALHA AO GRAVAR O KARDEX - PRODUTO '
                           FD1_CODPROD ' RETORNO ' WS_KX_RETORNO
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

           GERA-SUBTOTAIS.
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
                       MOVE WS_CAT_MARGEM(WS_IDX_CAT) TO
                            WS_CG_MARGEM
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_CATEGORIA
                       COMPUTE WS_CP_REGULAR =
                               WS_CAT_RECEITA(WS_IDX_CAT) -
                               WS_CAT_RECEITA_PROMO(WS_IDX_CAT)
                       MOVE WS_CAT_RECEITA_PROMO(WS_IDX_CAT) TO
                            WS_CP_PROMO
                       WRITE FD_LAYOUT_REL
                             FROM WS_LINHA_CATEGORIA_PROMO
                   END-IF
               END-PERFORM

               MOVE WS_RECEITA_TOTAL TO WS_TT_RECEITA
               MOVE WS_MARGEM_TOTAL  TO WS_TT_MARGEM
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
               COMPUTE WS_TP_REGULAR =
                       WS_RECEITA_TOTAL - WS_RECEITA_PROMO_TOTAL
               MOVE WS_RECEITA_PROMO_TOTAL TO WS_TP_PROMO
               MOVE WS_QTD_DESC_NAO_AUT TO WS_TP_DESC_NAO_AUT
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL_PROMO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           CARREGA-CATEGORIAS.
                                    WS_CAT_RECEITA(WS_QTD_CATEGORIAS)
                                   MOVE ZEROS TO
                                     WS_CAT_MARGEM(WS_QTD_CATEGORIAS)
                                   MOVE ZEROS TO
                               WS_CAT_RECEITA_PROMO(WS_QTD_CATEGORIAS)
                               END-IF
                       END-READ
                   END-PERFORM
           MOVE 'CATEGORIAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQVENDASDIARIAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'ESTOQUELOCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'CLIENTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           MOVE 'CONTASRECEBER.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_08 WS_CFG_RETORNO
           MOVE 'HISTVENDAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_09 WS_CFG_RETORNO
           MOVE 'LOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_10 WS_CFG_RETORNO
           MOVE 'PROMOCOES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_11 WS_CFG_RETORNO
           MOVE 'FECHAMENTOCAIXA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_12 WS_CFG_RETORNO
           .
           EXIT.

