      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 02/09/2026
      * Purpose: ABC curve and slow-moving stock analysis over the
      *          indexed KARDEX.txt movement ledger, read in product
      *          and date order through KARDEX_ACCESS. Aggregates the
      *          applied movements of each product over the period
      *          given in PARAMANALISE.txt (analysis days, days
      *          without exit; defaults 90/60), ranks the products
      *          into A/B/C classes by movement value at the current
      *          PRD_PRECO (A up to 80% of the accumulated value, B up
      *          to 95%) and lists the products with no exit movement
      *          inside the window together with the quantity and
      *          value tied up, subtotaled by CATEGORIAS.txt category
      *          (ARQANALISEABC.txt). Movements converted from the
      *          old print-image kardex without a date carry date
      *          zero, so they never rejuvenate a product's last exit.
      *          The class of every product is also kept in
      *          CLASSEABC.txt (product, class, date of the analysis)
      *          for the cycle-count scheduler.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FILE-CONTROL.

           SELECT ARQ_PARAM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_CLASSEABC
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.

           COPY JOBLOG.

       FD  ARQ_CLASSEABC.

           01  FD_LAYOUT_CLASSEABC.
               03 FD42_COD_PRODUTO           PIC 9(4).
               03 FD42_CLASSE                PIC X(1).
               03 FD42_DATA_ANALISE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.

       77  WS_CFG_LOGICO       PIC X(50) VALUE SPACES.
       77  WS_CFG_RETORNO      PIC X(02) VALUE SPACES.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'PARAMANALISE.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ARQANALISEABC.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'CLASSEABC.txt'.

       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_STATUS_CATEGORIAS            PIC X(02).
       01  WS_STATUS_JOBLOG                PIC X(02).
       01  WS_VALOR_PARADO                 PIC 9(11)V99 VALUE ZEROS.
       01  WS_QTD_AUX                      PIC 9(5) VALUE ZEROS.

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
           PERFORM GRAVA-JOBLOG

           PERFORM GERA-CURVA-ABC
           PERFORM GRAVA-CLASSES
           PERFORM GERA-ESTOQUE-PARADO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
               END-IF.

           ACUMULA-KARDEX.
      * The kardex comes in product order, so the product is looked up
      * in the table only when it changes.
               MOVE ZEROS TO WS_IDX_PROD_ATUAL
               INITIALIZE REG-KARDEX
               MOVE 'RS' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_KARDEX = 'S'
                       MOVE 'RN' TO WS_KX_FUNCAO
                       CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO
                                                  REG-KARDEX
                                                  WS_KX_RETORNO
                       IF WS_KX_RETORNO = '00'
                           ADD 1 TO WS_QTD_LINHAS
                           PERFORM TRATA-MOVIMENTO-KARDEX
                       ELSE
                           MOVE 'S' TO WS_EOF_KARDEX
                       END-IF
                   END-PERFORM
               END-IF
               MOVE 'FC' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO.

           TRATA-MOVIMENTO-KARDEX.
               IF WS_IDX_PROD_ATUAL = ZEROS
                   PERFORM LOCALIZA-PRODUTO-KARDEX
               ELSE
                   IF WS_PR_COD(WS_IDX_PROD_ATUAL) NOT = KX_PRODUTO
                       PERFORM LOCALIZA-PRODUTO-KARDEX
                   END-IF
               END-IF

               IF (KX_TIPO = 'ENTRADA' OR 'SAIDA  ')
                   AND KX_SITUACAO = 'APLICADO '
                   AND WS_IDX_PROD_ATUAL > ZEROS
                   PERFORM ACUMULA-MOVIMENTO
               END-IF.

           LOCALIZA-PRODUTO-KARDEX.
               PERFORM VARYING WS_IDX_PROD FROM 1 BY 1
                       UNTIL WS_IDX_PROD > WS_QTD_PRODUTOS
                       OR WS_IDX_PROD_ATUAL > ZEROS
                   IF WS_PR_COD(WS_IDX_PROD) = KX_PRODUTO
                       SET WS_IDX_PROD_ATUAL TO WS_IDX_PROD
                   END-IF
               END-PERFORM.
           ACUMULA-MOVIMENTO.
      * Movements inside the analysis window count for the ABC value;
      * every applied exit updates the product's last exit date.
               IF KX_DATA >= WS_DATA_CORTE_PERIODO
                   ADD KX_QTD TO
                       WS_PR_QTD_MOV(WS_IDX_PROD_ATUAL)
                   COMPUTE WS_VALOR_MOV ROUNDED =
                           KX_QTD *
                           WS_PR_PRECO(WS_IDX_PROD_ATUAL)
                   ADD WS_VALOR_MOV TO
                       WS_PR_VALOR_MOV(WS_IDX_PROD_ATUAL)
                   ADD WS_VALOR_MOV TO WS_VALOR_TOTAL_MOV
               END-IF

               IF KX_TIPO = 'SAIDA  '
                   AND KX_DATA >
                       WS_PR_ULT_SAIDA(WS_IDX_PROD_ATUAL)
                   MOVE KX_DATA TO
                        WS_PR_ULT_SAIDA(WS_IDX_PROD_ATUAL)
               END-IF.

           GERA-CURVA-ABC.
               MOVE WS_PRCT_ACUMULADO             TO WS_AB_PRCT
               WRITE FD_LAYOUT_REL FROM WS_LINHA_ABC.

           GRAVA-CLASSES.
               OPEN OUTPUT ARQ_CLASSEABC
               PERFORM VARYING WS_IDX_PROD FROM 1 BY 1
                       UNTIL WS_IDX_PROD > WS_QTD_PRODUTOS
                   MOVE WS_PR_COD(WS_IDX_PROD) TO FD42_COD_PRODUTO
                   MOVE WS_PR_CLASSE(WS_IDX_PROD) TO FD42_CLASSE
                   MOVE WS_DATA_MOVIMENTO TO FD42_DATA_ANALISE
                   WRITE FD_LAYOUT_CLASSEABC
               END-PERFORM
               CLOSE ARQ_CLASSEABC.

           GERA-ESTOQUE-PARADO.
               MOVE 'PRODUTOS SEM SAIDA NO PERIODO:' TO
                    WS_LINHA_SECAO
      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMANALISE.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'CLASSEABC.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           .
           EXIT.

