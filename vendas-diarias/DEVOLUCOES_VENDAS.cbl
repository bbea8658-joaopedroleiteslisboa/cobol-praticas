      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Customer returns (devolucoes) processing for the
      *          product suite. Reads the DEVOLUCOES.txt transactions
      *          (original sale document, product, quantity returned)
      *          and checks each one against the HISTVENDAS.txt sales
      *          history: a return without a matching sale of the
      *          product on that document, or above the quantity sold
      *          less what was already returned, is rejected. Accepted
      *          returns re-enter the stock through PRODUTO_ACCESS at
      *          the unit cost the sale was charged at (weighted into
      *          PRD_CUSTO_MEDIO like a receipt), go back to the
      *          product's first ESTOQUELOCAL.txt location, record a
      *          DEVOLUC movement in the KARDEX.txt ledger and are
      *          appended to the history as tipo D. The daily report
      *          (ARQDEVOLUCOES.txt) lists the returns and, by
      *          CATEGORIAS.txt category, the gross sales of the day,
      *          the revenue and margin reversed and the net sales and
      *          margin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCOES_VENDAS.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_DEVOLUCOES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_DEVOLUCOES.

           SELECT ARQ_HISTVENDAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_HISTVENDAS.

           SELECT ARQ_CATEGORIAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_CATEGORIAS.

           SELECT ARQ_ESTOQLOCAL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ESTOQLOCAL.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_DEVOLUCOES.

           01  FD_LAYOUT_DEVOLUCAO.
               03 FD31_DOCUMENTO             PIC X(10).
               03 FD31_COD_PRODUTO           PIC 9(4).
               03 FD31_QTD_DEVOLVIDA         PIC 9(5).

       FD  ARQ_HISTVENDAS.

           COPY HISTVENDAS REPLACING LEADING ==HV== BY ==FD32==
                ==REG-HIST-VENDA== BY ==FD_LAYOUT_HISTVENDA==.

       FD  ARQ_CATEGORIAS.

           01  FD_LAYOUT_CATEGORIAS.
               03 FD12_COD_CATEGORIA         PIC 9(2).
               03 FD12_DESCRICAO             PIC X(20).

       FD  ARQ_ESTOQLOCAL.

           01  FD_LAYOUT_ESTOQLOCAL.
               03 FD18_COD_PRODUTO           PIC 9(4).
               03 FD18_LOCAL                 PIC 9(2).
               03 FD18_QTD                   PIC 9(5).
               03 FD18_DATA_CONTAGEM         PIC 9(8).

       FD  ARQ_REL.

           01  FD_LAYOUT_REL                 PIC X(110).

       FD  ARQ_JOBLOG.

           COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.

       01  WS_DATA_MOV_DESM.
           03 WS_DM_ANO                    PIC 9(04).
           03 WS_DM_MES                    PIC 9(02).
           03 WS_DM_DIA                    PIC 9(02).

       77  WS_CFG_LOGICO       PIC X(50) VALUE SPACES.
       77  WS_CFG_RETORNO      PIC X(02) VALUE SPACES.
       77  WS_CFG_ARQ_01      PIC X(50)
           VALUE 'DEVOLUCOES.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'HISTVENDAS.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'CATEGORIAS.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'ESTOQUELOCAL.txt'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'ARQDEVOLUCOES.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_DEVOLUCOES            PIC X(02).
       01  WS_STATUS_HISTVENDAS            PIC X(02).
       01  WS_STATUS_CATEGORIAS            PIC X(02).
       01  WS_EOF_DEVOLUCOES               PIC X(01) VALUE ' '.
       01  WS_EOF_HISTVENDAS               PIC X(01) VALUE ' '.
       01  WS_EOF_CATEGORIAS               PIC X(01) VALUE ' '.
       01  WS_DEVOLUCOES_TRUNCADO          PIC X(01) VALUE 'N'.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(110) VALUE ALL '-'.
       01  WS_QTD_LIDAS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_ACEITAS                  PIC 9(05) VALUE ZEROS.
       01  WS_QTD_REJEITADAS               PIC 9(05) VALUE ZEROS.
       01  WS_QTD_ESTOQUE                  PIC 9(5) VALUE ZEROS.
       01  WS_QTD_ANTERIOR                 PIC 9(5) VALUE ZEROS.
       01  WS_CUSTO_MEDIO                  PIC 9(6)V99 VALUE ZEROS.
       01  WS_SALDO_A_DEVOLVER             PIC S9(7) VALUE ZEROS.
       01  WS_RECEITA_ITEM                 PIC 9(9)V99 VALUE ZEROS.
       01  WS_CUSTO_ITEM                   PIC 9(9)V99 VALUE ZEROS.
       01  WS_MARGEM_ITEM                  PIC S9(9)V99 VALUE ZEROS.
       01  WS_CATEGORIA_ITEM               PIC 9(2) VALUE ZEROS.
       01  WS_MOTIVO                       PIC X(30) VALUE SPACES.

       01  WS_TOTAIS.
           03 WS_TOT_RECEITA_BRUTA         PIC 9(11)V99.
           03 WS_TOT_MARGEM_BRUTA          PIC S9(11)V99.
           03 WS_TOT_RECEITA_DEVOL         PIC 9(11)V99.
           03 WS_TOT_MARGEM_DEVOL          PIC S9(11)V99.
       01  WS_LIQUIDO_RECEITA              PIC S9(11)V99 VALUE ZEROS.
       01  WS_LIQUIDO_MARGEM               PIC S9(11)V99 VALUE ZEROS.

      * Stock-by-location kept in step with the returns: the returned
      * quantity goes back to the product's first ESTOQUELOCAL.txt
      * row, the same rule RECEBE_PEDIDOS uses for receipts.
       01  WS_STATUS_ESTOQLOCAL            PIC X(02).
       01  WS_EOF_ESTOQLOCAL               PIC X(01) VALUE ' '.
       01  WS_TEM_ESTOQLOCAL               PIC X(01) VALUE 'N'.
       01  WS_LOCAIS_TRUNCADO              PIC X(01) VALUE 'N'.
       01  WS_LOCAIS_ALTERADOS             PIC X(01) VALUE 'N'.
       01  WS_IDX_EL_ACHADO                PIC 9(4) VALUE ZEROS.

       01  WS_TAB_ESTOQLOCAL.
           03 WS_QTD_ESTOQLOCAL            PIC 9(4) VALUE ZEROS.
           03 WS_ESTOQLOCAL OCCURS 500 TIMES
                            INDEXED BY WS_IDX_EL.
              05 WS_EL_PRODUTO             PIC 9(4).
              05 WS_EL_LOCAL               PIC 9(2).
              05 WS_EL_QTD                 PIC 9(5).
              05 WS_EL_DATA_CONTAGEM       PIC 9(8).

      * The day's returns, loaded first so the sales history is read
      * only once: each row collects the quantity sold and already
      * returned on its document and product, with the sale price,
      * unit cost and category of the sale.
       01  WS_TAB_DEVOLUCOES.
           03 WS_QTD_DEVOLUCOES            PIC 9(4) VALUE ZEROS.
           03 WS_DEVOLUCAO OCCURS 500 TIMES
                           INDEXED BY WS_IDX_DV WS_IDX_DV2.
              05 WS_DV_ENTRADA.
                 07 WS_DV_DOCUMENTO        PIC X(10).
                 07 WS_DV_PRODUTO          PIC 9(4).
                 07 WS_DV_QTD              PIC 9(5).
              05 WS_DV_VALIDA              PIC X(1).
              05 WS_DV_QTD_VENDIDA         PIC 9(7).
              05 WS_DV_QTD_JA_DEVOLVIDA    PIC 9(7).
              05 WS_DV_PRECO_VENDA         PIC 9(6)V99.
              05 WS_DV_CUSTO_UNIT          PIC 9(6)V99.
              05 WS_DV_LISTA_PRECO         PIC X(6).
              05 WS_DV_PRECO_TABELA        PIC 9(6)V99.
              05 WS_DV_CATEGORIA           PIC 9(2).

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

       01  WS_TAB_CATEGORIAS.
           03 WS_QTD_CATEGORIAS            PIC 9(2) VALUE ZEROS.
           03 WS_CATEGORIA OCCURS 99 TIMES
                           INDEXED BY WS_IDX_CAT.
              05 WS_CAT_COD                PIC 9(2).
              05 WS_CAT_DESCRICAO          PIC X(20).
              05 WS_CAT_RECEITA_BRUTA      PIC 9(11)V99.
              05 WS_CAT_MARGEM_BRUTA       PIC S9(11)V99.
              05 WS_CAT_QTD_DEVOL          PIC 9(5).
              05 WS_CAT_RECEITA_DEVOL      PIC 9(11)V99.
              05 WS_CAT_MARGEM_DEVOL       PIC S9(11)V99.

       01  WS_VARIAVEIS.
           04 WS_DATA_HORA                PIC X(30).
           04 WS_TIMESTAMP.
               05 WS_DATA.
                   07 WS_ANO               PIC 9(04).
                   07 WS_MES               PIC 9(02).
                   07 WS_DIA               PIC 9(02).
               05 WS_HORA.
                   07 WS_HH                PIC 9(02).
                   07 WS_MM                PIC 9(02).
                   07 WS_SS                PIC 9(02).
                   07 WS_MS                PIC 9(02).

       01  WS_DATA_SISTEMA  PIC X(10).
       01  WS_HORA_SISTEMA  PIC X(08).

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_LINHA_TITULO.
           03 FILLER                       PIC X(23) VALUE
                  'DEVOLUCOES DE VENDAS - '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_DEVOLUCAO.
           03 FILLER                       PIC X(05) VALUE 'DOC: '.
           03 WS_DL_DOCUMENTO              PIC X(10).
           03 FILLER                       PIC X(07) VALUE ' PROD: '.
           03 WS_DL_COD                    PIC 9(4).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_DL_NOME                   PIC X(9).
           03 FILLER                       PIC X(6)
                  VALUE ' QTD: '.
           03 WS_DL_QTD                    PIC 9(5).
           03 FILLER                       PIC X(10)
                  VALUE ' RECEITA: '.
           03 WS_DL_RECEITA                PIC ZZZ.ZZ9,99.
           03 FILLER                       PIC X(9)
                  VALUE ' MARGEM: '.
           03 WS_DL_MARGEM                 PIC -ZZZ.ZZ9,99.

       01  WS_LINHA_REJEITO.
           03 FILLER                       PIC X(27) VALUE
                  'DEVOLUCAO REJEITADA - DOC: '.
           03 WS_RJ_DOCUMENTO              PIC X(10).
           03 FILLER                       PIC X(07) VALUE ' PROD: '.
           03 WS_RJ_COD                    PIC X(4).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_RJ_MOTIVO                 PIC X(30).

       01  WS_LINHA_CAB_CATEGORIA.
           03 FILLER                       PIC X(03) VALUE 'CT '.
           03 FILLER                       PIC X(20) VALUE 'DESCRICAO'.
           03 FILLER                       PIC X(15)
                  VALUE '    VENDA BRUTA'.
           03 FILLER                       PIC X(15)
                  VALUE '     DEVOLUCOES'.
           03 FILLER                       PIC X(16)
                  VALUE '  MARGEM ESTORN.'.
           03 FILLER                       PIC X(16)
                  VALUE '   VENDA LIQUIDA'.
           03 FILLER                       PIC X(16)
                  VALUE '  MARGEM LIQUIDA'.

       01  WS_LINHA_CATEGORIA.
           03 WS_CG_COD                    PIC X(2).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_CG_DESCRICAO              PIC X(20).
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_CG_RECEITA_BRUTA          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_CG_RECEITA_DEVOL          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_CG_MARGEM_DEVOL           PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_CG_RECEITA_LIQ            PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_CG_MARGEM_LIQ             PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-CATEGORIAS
           PERFORM CARREGA-ESTOQUE-LOCAIS

           IF WS_LOCAIS_TRUNCADO = 'S'
               DISPLAY 'ESTOQUELOCAL.txt COM MAIS DE 500 REGISTROS '
                       '- DEVOLUCOES ABORTADAS PARA NAO PERDER '
                       'REGISTROS DE LOCAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ_DEVOLUCOES
           IF WS_STATUS_DEVOLUCOES NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE DEVOLUCOES AUSENTE: DEVOLUCOES.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-DEVOLUCOES
           CLOSE ARQ_DEVOLUCOES

      * Returns left out of the table would be silently lost.
           IF WS_DEVOLUCOES_TRUNCADO = 'S'
               DISPLAY 'DEVOLUCOES.txt COM MAIS DE 500 REGISTROS '
                       '- DEVOLUCOES ABORTADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS_TOTAIS
           PERFORM CARREGA-HISTORICO-VENDAS

      * No return is applied unless its movement can be recorded.
           MOVE 'WO' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           IF WS_KX_RETORNO NOT = '00'
               DISPLAY 'KARDEX.txt INDISPONIVEL - DEVOLUCOES '
                       'ABORTADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG
           OPEN EXTEND ARQ_HISTVENDAS
           IF WS_STATUS_HISTVENDAS = '35'
               OPEN OUTPUT ARQ_HISTVENDAS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM VARYING WS_IDX_DV FROM 1 BY 1
                   UNTIL WS_IDX_DV > WS_QTD_DEVOLUCOES
               PERFORM PROCESSA-DEVOLUCAO
           END-PERFORM

           PERFORM GERA-RESUMO-CATEGORIAS
           PERFORM REGRAVA-ESTOQUE-LOCAIS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE 'WC' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           CLOSE ARQ_REL ARQ_JOBLOG ARQ_HISTVENDAS

           DISPLAY 'DEVOLUCOES ACEITAS: ' WS_QTD_ACEITAS
                   ' REJEITADAS: ' WS_QTD_REJEITADAS

           IF WS_QTD_REJEITADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           CARREGA-DEVOLUCOES.
               PERFORM WITH TEST AFTER UNTIL WS_EOF_DEVOLUCOES = 'S'
                   READ ARQ_DEVOLUCOES
                       AT END
                           MOVE 'S' TO WS_EOF_DEVOLUCOES
                       NOT AT END
                           ADD 1 TO WS_QTD_LIDAS
                           IF WS_QTD_DEVOLUCOES < 500
                               ADD 1 TO WS_QTD_DEVOLUCOES
                               PERFORM GUARDA-DEVOLUCAO
                           ELSE
                               MOVE 'S' TO WS_DEVOLUCOES_TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM.

           GUARDA-DEVOLUCAO.
               SET WS_IDX_DV TO WS_QTD_DEVOLUCOES
               MOVE FD_LAYOUT_DEVOLUCAO TO WS_DV_ENTRADA(WS_IDX_DV)
               MOVE ZEROS TO WS_DV_QTD_VENDIDA(WS_IDX_DV)
                             WS_DV_QTD_JA_DEVOLVIDA(WS_IDX_DV)
                             WS_DV_PRECO_VENDA(WS_IDX_DV)
                             WS_DV_CUSTO_UNIT(WS_IDX_DV)
                             WS_DV_CATEGORIA(WS_IDX_DV)
               MOVE SPACES TO WS_DV_LISTA_PRECO(WS_IDX_DV)
               MOVE ZEROS TO WS_DV_PRECO_TABELA(WS_IDX_DV)
               IF FD31_COD_PRODUTO NUMERIC
                   AND FD31_QTD_DEVOLVIDA NUMERIC
                   AND FD31_QTD_DEVOLVIDA > ZEROS
                   MOVE 'S' TO WS_DV_VALIDA(WS_IDX_DV)
               ELSE
                   MOVE 'N' TO WS_DV_VALIDA(WS_IDX_DV)
               END-IF.

           CARREGA-HISTORICO-VENDAS.
      * One pass over the history: the sales of the data-movimento
      * make the gross figures of the report, and every sale or
      * return of a document and product in today's file is added to
      * the matching rows. A document selling the same product twice
      * sums the quantities and keeps the price and cost of the last
      * line.
               OPEN INPUT ARQ_HISTVENDAS
               IF WS_STATUS_HISTVENDAS = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_HISTVENDAS = 'S'
                       READ ARQ_HISTVENDAS
                           AT END
                               MOVE 'S' TO WS_EOF_HISTVENDAS
                           NOT AT END
                               PERFORM TRATA-HISTORICO-VENDA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_HISTVENDAS
               END-IF.

           TRATA-HISTORICO-VENDA.
               IF FD32_TIPO = 'V'
                   AND FD32_DATA = WS_DATA_MOVIMENTO
                   PERFORM ACUMULA-VENDA-DIA
               END-IF

               IF FD32_DOCUMENTO NOT = SPACES
                   PERFORM VARYING WS_IDX_DV FROM 1 BY 1
                           UNTIL WS_IDX_DV > WS_QTD_DEVOLUCOES
                       IF WS_DV_DOCUMENTO(WS_IDX_DV) = FD32_DOCUMENTO
                           AND WS_DV_VALIDA(WS_IDX_DV) = 'S'
                           AND WS_DV_PRODUTO(WS_IDX_DV) = FD32_PRODUTO
                           PERFORM ACUMULA-HISTORICO-DEVOLUCAO
                       END-IF
                   END-PERFORM
               END-IF.

           ACUMULA-HISTORICO-DEVOLUCAO.
               IF FD32_TIPO = 'V'
                   ADD FD32_QTD TO WS_DV_QTD_VENDIDA(WS_IDX_DV)
                   MOVE FD32_PRECO_VENDA TO
                        WS_DV_PRECO_VENDA(WS_IDX_DV)
                   MOVE FD32_CUSTO_UNIT TO WS_DV_CUSTO_UNIT(WS_IDX_DV)
                   MOVE FD32_LISTA_PRECO TO
                        WS_DV_LISTA_PRECO(WS_IDX_DV)
                   IF FD32_PRECO_TABELA NUMERIC
                       MOVE FD32_PRECO_TABELA TO
                            WS_DV_PRECO_TABELA(WS_IDX_DV)
                   END-IF
                   MOVE FD32_CATEGORIA TO WS_DV_CATEGORIA(WS_IDX_DV)
               ELSE
                   IF FD32_TIPO = 'D'
                       ADD FD32_QTD TO
                           WS_DV_QTD_JA_DEVOLVIDA(WS_IDX_DV)
                   END-IF
               END-IF.

           ACUMULA-VENDA-DIA.
               COMPUTE WS_RECEITA_ITEM ROUNDED =
                       FD32_QTD * FD32_PRECO_VENDA
               COMPUTE WS_CUSTO_ITEM ROUNDED =
                       FD32_QTD * FD32_CUSTO_UNIT
               COMPUTE WS_MARGEM_ITEM =
                       WS_RECEITA_ITEM - WS_CUSTO_ITEM

               ADD WS_RECEITA_ITEM TO WS_TOT_RECEITA_BRUTA
               ADD WS_MARGEM_ITEM  TO WS_TOT_MARGEM_BRUTA

               PERFORM VARYING WS_IDX_CAT FROM 1 BY 1
                       UNTIL WS_IDX_CAT > WS_QTD_CATEGORIAS
                   IF WS_CAT_COD(WS_IDX_CAT) = FD32_CATEGORIA
                       ADD WS_RECEITA_ITEM TO
                           WS_CAT_RECEITA_BRUTA(WS_IDX_CAT)
                       ADD WS_MARGEM_ITEM TO
                           WS_CAT_MARGEM_BRUTA(WS_IDX_CAT)
                   END-IF
               END-PERFORM.

           PROCESSA-DEVOLUCAO.
               COMPUTE WS_SALDO_A_DEVOLVER =
                       WS_DV_QTD_VENDIDA(WS_IDX_DV) -
                       WS_DV_QTD_JA_DEVOLVIDA(WS_IDX_DV)

               EVALUATE TRUE
                   WHEN WS_DV_VALIDA(WS_IDX_DV) = 'N'
                       MOVE 'PRODUTO OU QUANTIDADE INVALIDO' TO
                            WS_MOTIVO
                       PERFORM REJEITA-DEVOLUCAO
                   WHEN WS_DV_DOCUMENTO(WS_IDX_DV) = SPACES
                       MOVE 'DOCUMENTO NAO INFORMADO' TO WS_MOTIVO
                       PERFORM REJEITA-DEVOLUCAO
                   WHEN WS_DV_QTD_VENDIDA(WS_IDX_DV) = ZEROS
                       MOVE 'VENDA NAO ENCONTRADA' TO WS_MOTIVO
                       PERFORM REJEITA-DEVOLUCAO
                   WHEN WS_DV_QTD(WS_IDX_DV) > WS_SALDO_A_DEVOLVER
                       MOVE 'QTD ACIMA DO VENDIDO NO DOC' TO
                            WS_MOTIVO
                       PERFORM REJEITA-DEVOLUCAO
                   WHEN OTHER
                       PERFORM APLICA-DEVOLUCAO
               END-EVALUATE.

           REJEITA-DEVOLUCAO.
               ADD 1 TO WS_QTD_REJEITADAS
               MOVE WS_DV_DOCUMENTO(WS_IDX_DV) TO WS_RJ_DOCUMENTO
               MOVE WS_DV_PRODUTO(WS_IDX_DV)   TO WS_RJ_COD
               MOVE WS_MOTIVO                  TO WS_RJ_MOTIVO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_REJEITO.

           APLICA-DEVOLUCAO.
               INITIALIZE FD_LAYOUT_DB_PRODUTOS
               MOVE WS_DV_PRODUTO(WS_IDX_DV) TO FD1_CODPROD
               MOVE 'LC' TO WS_PA_FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                           FD_LAYOUT_DB_PRODUTOS
                                           WS_PA_RETORNO

               IF WS_PA_RETORNO NOT = '00'
                   MOVE 'PRODUTO SEM CADASTRO' TO WS_MOTIVO
                   PERFORM REJEITA-DEVOLUCAO
               ELSE
                   MOVE FD1_QTD_PRODUTO TO WS_QTD_ESTOQUE
                   MOVE WS_QTD_ESTOQUE TO WS_QTD_ANTERIOR
                   ADD WS_DV_QTD(WS_IDX_DV) TO WS_QTD_ESTOQUE
                   MOVE WS_QTD_ESTOQUE TO FD1_QTD_PRODUTO

                   PERFORM RECALCULA-CUSTO-MEDIO

                   MOVE 'AL' TO WS_PA_FUNCAO
                   CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                               FD_LAYOUT_DB_PRODUTOS
                                               WS_PA_RETORNO

                   IF WS_PA_RETORNO = '00'
                       PERFORM REGISTRA-DEVOLUCAO
                   ELSE
                       MOVE 'FALHA AO ATUALIZAR O ESTOQUE' TO
                            WS_MOTIVO
                       PERFORM REJEITA-DEVOLUCAO
                   END-IF
               END-IF.

           RECALCULA-CUSTO-MEDIO.
      * The returned goods come back at the cost the sale charged
      * them at, weighted over the balance before the return.
               IF FD1_CUSTO_MEDIO NUMERIC
                   MOVE FD1_CUSTO_MEDIO TO WS_CUSTO_MEDIO
               ELSE
                   MOVE ZEROS TO WS_CUSTO_MEDIO
               END-IF

               IF WS_DV_CUSTO_UNIT(WS_IDX_DV) > ZEROS
                   AND WS_QTD_ESTOQUE > ZEROS
                   COMPUTE WS_CUSTO_MEDIO ROUNDED =
                           ((WS_QTD_ANTERIOR * WS_CUSTO_MEDIO) +
                            (WS_DV_QTD(WS_IDX_DV) *
                             WS_DV_CUSTO_UNIT(WS_IDX_DV))) /
                           WS_QTD_ESTOQUE
               END-IF

               MOVE WS_CUSTO_MEDIO TO FD1_CUSTO_MEDIO.

           REGISTRA-DEVOLUCAO.
               ADD 1 TO WS_QTD_ACEITAS

               COMPUTE WS_RECEITA_ITEM ROUNDED =
                       WS_DV_QTD(WS_IDX_DV) *
                       WS_DV_PRECO_VENDA(WS_IDX_DV)
               COMPUTE WS_CUSTO_ITEM ROUNDED =
                       WS_DV_QTD(WS_IDX_DV) *
                       WS_DV_CUSTO_UNIT(WS_IDX_DV)
               COMPUTE WS_MARGEM_ITEM =
                       WS_RECEITA_ITEM - WS_CUSTO_ITEM

               ADD WS_RECEITA_ITEM TO WS_TOT_RECEITA_DEVOL
               ADD WS_MARGEM_ITEM  TO WS_TOT_MARGEM_DEVOL
               MOVE WS_DV_CATEGORIA(WS_IDX_DV) TO WS_CATEGORIA_ITEM
               PERFORM ACUMULA-CATEGORIA-DEVOLUCAO

               MOVE WS_DV_DOCUMENTO(WS_IDX_DV) TO WS_DL_DOCUMENTO
               MOVE FD1_CODPROD                TO WS_DL_COD
               MOVE FD1_NOME_PRODUTO           TO WS_DL_NOME
               MOVE WS_DV_QTD(WS_IDX_DV)       TO WS_DL_QTD
               MOVE WS_RECEITA_ITEM            TO WS_DL_RECEITA
               MOVE WS_MARGEM_ITEM             TO WS_DL_MARGEM
               WRITE FD_LAYOUT_REL FROM WS_LINHA_DEVOLUCAO

               PERFORM CREDITA-ESTOQUE-LOCAL
               PERFORM GRAVA-KARDEX-DEVOLUCAO
               PERFORM GRAVA-HISTORICO-DEVOLUCAO

      * Later rows of the same document and product see this return
      * as already made.
               PERFORM VARYING WS_IDX_DV2 FROM 1 BY 1
                       UNTIL WS_IDX_DV2 > WS_QTD_DEVOLUCOES
                   IF WS_DV_DOCUMENTO(WS_IDX_DV2) =
                      WS_DV_DOCUMENTO(WS_IDX_DV)
                       AND WS_DV_PRODUTO(WS_IDX_DV2) =
                           WS_DV_PRODUTO(WS_IDX_DV)
                       AND WS_DV_VALIDA(WS_IDX_DV2) = 'S'
                       ADD WS_DV_QTD(WS_IDX_DV) TO
                           WS_DV_QTD_JA_DEVOLVIDA(WS_IDX_DV2)
                   END-IF
               END-PERFORM.

           ACUMULA-CATEGORIA-DEVOLUCAO.
               PERFORM VARYING WS_IDX_CAT FROM 1 BY 1
                       UNTIL WS_IDX_CAT > WS_QTD_CATEGORIAS
                   IF WS_CAT_COD(WS_IDX_CAT) = WS_CATEGORIA_ITEM
                       ADD 1 TO WS_CAT_QTD_DEVOL(WS_IDX_CAT)
                       ADD WS_RECEITA_ITEM TO
                           WS_CAT_RECEITA_DEVOL(WS_IDX_CAT)
                       ADD WS_MARGEM_ITEM TO
                           WS_CAT_MARGEM_DEVOL(WS_IDX_CAT)
                   END-IF
               END-PERFORM.

           GRAVA-KARDEX-DEVOLUCAO.
      * The movement type is seven characters wide, so a return is
      * recorded as DEVOLUC.
               MOVE FD1_CODPROD TO KX_PRODUTO
               MOVE WS_DATA_MOVIMENTO TO KX_DATA
               MOVE 'DEVOLUC' TO KX_TIPO
               MOVE WS_DV_QTD(WS_IDX_DV) TO KX_QTD
               MOVE WS_DV_CUSTO_UNIT(WS_IDX_DV) TO KX_CUSTO_UNIT
               MOVE WS_DV_DOCUMENTO(WS_IDX_DV) TO KX_DOCUMENTO
               MOVE WS_QTD_ESTOQUE TO KX_SALDO
               IF WS_IDX_EL_ACHADO > ZEROS
                   MOVE WS_EL_LOCAL(WS_IDX_EL_ACHADO) TO KX_LOCAL
                   MOVE WS_EL_QTD(WS_IDX_EL_ACHADO) TO KX_SALDO_LOCAL
               ELSE
                   MOVE ZEROS TO KX_LOCAL
                   MOVE ZEROS TO KX_SALDO_LOCAL
               END-IF
               MOVE 'APLICADO ' TO KX_SITUACAO
               MOVE SPACES TO KX_LOTE

               MOVE 'WR' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO NOT = '00'
                   DISPLAY 'FALHA AO GRAVAR O KARDEX - PRODUTO '
                           FD1_CODPROD ' RETORNO ' WS_KX_RETORNO
               END-IF.

           GRAVA-HISTORICO-DEVOLUCAO.
               MOVE 'D'                          TO FD32_TIPO
               MOVE WS_DV_DOCUMENTO(WS_IDX_DV)   TO FD32_DOCUMENTO
               MOVE WS_DATA_MOVIMENTO            TO FD32_DATA
               MOVE WS_DV_PRODUTO(WS_IDX_DV)     TO FD32_PRODUTO
               MOVE WS_DV_CATEGORIA(WS_IDX_DV)   TO FD32_CATEGORIA
               MOVE WS_DV_QTD(WS_IDX_DV)         TO FD32_QTD
               MOVE WS_DV_PRECO_VENDA(WS_IDX_DV) TO FD32_PRECO_VENDA
               MOVE WS_DV_CUSTO_UNIT(WS_IDX_DV)  TO FD32_CUSTO_UNIT
               MOVE ZEROS                        TO FD32_CLIENTE
               MOVE SPACE                        TO FD32_COND_PAGTO
               MOVE WS_DV_LISTA_PRECO(WS_IDX_DV) TO FD32_LISTA_PRECO
               MOVE WS_DV_PRECO_TABELA(WS_IDX_DV) TO FD32_PRECO_TABELA
               WRITE FD_LAYOUT_HISTVENDA.

           CREDITA-ESTOQUE-LOCAL.
               MOVE ZEROS TO WS_IDX_EL_ACHADO

               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       OR WS_IDX_EL_ACHADO > ZEROS
                   IF WS_EL_PRODUTO(WS_IDX_EL) =
                      WS_DV_PRODUTO(WS_IDX_DV)
                       SET WS_IDX_EL_ACHADO TO WS_IDX_EL
                   END-IF
               END-PERFORM

               IF WS_IDX_EL_ACHADO > ZEROS
                   ADD WS_DV_QTD(WS_IDX_DV) TO
                       WS_EL_QTD(WS_IDX_EL_ACHADO)
                   MOVE 'S' TO WS_LOCAIS_ALTERADOS
               END-IF.

           GERA-RESUMO-CATEGORIAS.
      * Net sales by category: the gross sales of the day less the
      * returns processed today, whatever the day of the sale.
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CAB_CATEGORIA
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               PERFORM VARYING WS_IDX_CAT FROM 1 BY 1
                       UNTIL WS_IDX_CAT > WS_QTD_CATEGORIAS
                   IF WS_CAT_RECEITA_BRUTA(WS_IDX_CAT) > ZEROS
                       OR WS_CAT_QTD_DEVOL(WS_IDX_CAT) > ZEROS
                       MOVE WS_CAT_COD(WS_IDX_CAT) TO WS_CG_COD
                       MOVE WS_CAT_DESCRICAO(WS_IDX_CAT) TO
                            WS_CG_DESCRICAO
                       MOVE WS_CAT_RECEITA_BRUTA(WS_IDX_CAT) TO
                            WS_CG_RECEITA_BRUTA
                       MOVE WS_CAT_RECEITA_DEVOL(WS_IDX_CAT) TO
                            WS_CG_RECEITA_DEVOL
                       MOVE WS_CAT_MARGEM_DEVOL(WS_IDX_CAT) TO
                            WS_CG_MARGEM_DEVOL
                       COMPUTE WS_LIQUIDO_RECEITA =
                               WS_CAT_RECEITA_BRUTA(WS_IDX_CAT) -
                               WS_CAT_RECEITA_DEVOL(WS_IDX_CAT)
                       COMPUTE WS_LIQUIDO_MARGEM =
                               WS_CAT_MARGEM_BRUTA(WS_IDX_CAT) -
                               WS_CAT_MARGEM_DEVOL(WS_IDX_CAT)
                       MOVE WS_LIQUIDO_RECEITA TO WS_CG_RECEITA_LIQ
                       MOVE WS_LIQUIDO_MARGEM  TO WS_CG_MARGEM_LIQ
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_CATEGORIA
                   END-IF
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE SPACES TO WS_CG_COD
               MOVE 'TOTAL GERAL' TO WS_CG_DESCRICAO
               MOVE WS_TOT_RECEITA_BRUTA TO WS_CG_RECEITA_BRUTA
               MOVE WS_TOT_RECEITA_DEVOL TO WS_CG_RECEITA_DEVOL
               MOVE WS_TOT_MARGEM_DEVOL  TO WS_CG_MARGEM_DEVOL
               COMPUTE WS_LIQUIDO_RECEITA =
                       WS_TOT_RECEITA_BRUTA - WS_TOT_RECEITA_DEVOL
               COMPUTE WS_LIQUIDO_MARGEM =
                       WS_TOT_MARGEM_BRUTA - WS_TOT_MARGEM_DEVOL
               MOVE WS_LIQUIDO_RECEITA TO WS_CG_RECEITA_LIQ
               MOVE WS_LIQUIDO_MARGEM  TO WS_CG_MARGEM_LIQ
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CATEGORIA
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           CARREGA-ESTOQUE-LOCAIS.
               OPEN INPUT ARQ_ESTOQLOCAL
               IF WS_STATUS_ESTOQLOCAL = '00'
                   MOVE 'S' TO WS_TEM_ESTOQLOCAL
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_ESTOQLOCAL = 'S'
                       READ ARQ_ESTOQLOCAL
                           AT END
                               MOVE 'S' TO WS_EOF_ESTOQLOCAL
                           NOT AT END
                               IF WS_QTD_ESTOQLOCAL < 500
                                   ADD 1 TO WS_QTD_ESTOQLOCAL
                                   MOVE FD18_COD_PRODUTO TO
                                      WS_EL_PRODUTO(WS_QTD_ESTOQLOCAL)
                                   MOVE FD18_LOCAL TO
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
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_ESTOQLOCAL
               END-IF.

           REGRAVA-ESTOQUE-LOCAIS.
               IF WS_TEM_ESTOQLOCAL = 'S'
                   AND WS_LOCAIS_ALTERADOS = 'S'
                   OPEN OUTPUT ARQ_ESTOQLOCAL
                   PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                           UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       MOVE WS_EL_PRODUTO(WS_IDX_EL) TO
                            FD18_COD_PRODUTO
                       MOVE WS_EL_LOCAL(WS_IDX_EL) TO FD18_LOCAL
                       MOVE WS_EL_QTD(WS_IDX_EL) TO FD18_QTD
                       MOVE WS_EL_DATA_CONTAGEM(WS_IDX_EL) TO
                            FD18_DATA_CONTAGEM
                       WRITE FD_LAYOUT_ESTOQLOCAL
                   END-PERFORM
                   CLOSE ARQ_ESTOQLOCAL
               END-IF.

           CARREGA-CATEGORIAS.
               OPEN INPUT ARQ_CATEGORIAS
               IF WS_STATUS_CATEGORIAS = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_CATEGORIAS = 'S'
                       READ ARQ_CATEGORIAS
                           AT END
                               MOVE 'S' TO WS_EOF_CATEGORIAS
                           NOT AT END
                               IF WS_QTD_CATEGORIAS < 99
                                   ADD 1 TO WS_QTD_CATEGORIAS
                                   PERFORM GUARDA-CATEGORIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_CATEGORIAS
               END-IF.

           GUARDA-CATEGORIA.
               SET WS_IDX_CAT TO WS_QTD_CATEGORIAS
               MOVE FD12_COD_CATEGORIA TO WS_CAT_COD(WS_IDX_CAT)
               MOVE FD12_DESCRICAO TO WS_CAT_DESCRICAO(WS_IDX_CAT)
               MOVE ZEROS TO WS_CAT_RECEITA_BRUTA(WS_IDX_CAT)
                             WS_CAT_MARGEM_BRUTA(WS_IDX_CAT)
                             WS_CAT_QTD_DEVOL(WS_IDX_CAT)
                             WS_CAT_RECEITA_DEVOL(WS_IDX_CAT)
                             WS_CAT_MARGEM_DEVOL(WS_IDX_CAT).

           GRAVA-JOBLOG.
               MOVE 'DEVOLUCOES_VENDAS' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDAS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_ACEITAS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'DEVOLUCOES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'HISTVENDAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'CATEGORIAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'ESTOQUELOCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'ARQDEVOLUCOES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM DEVOLUCOES_VENDAS.
