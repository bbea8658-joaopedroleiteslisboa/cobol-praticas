              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_MOVESTOQUE.

           SELECT ARQ_FORNECEDORES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_10
              ORGANIZATION       IS LINE SEQUENTIAL
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PERIODOS.

           SELECT ARQ_POLITICA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_17
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_POLITICA.

       DATA                                     DIVISION.

       FILE                                     SECTION.
                  05 FD7_CTL_HASH            PIC 9(10).
                  05 FILLER                  PIC X(12).

       FD  ARQ_FORNECEDORES.

           01  FD_LAYOUT_FORNECEDORES.
               03 FD21_DATA                  PIC 9(8).
               03 FD21_OPERADOR              PIC X(8).

       FD  ARQ_POLITICA.

           COPY POLITICAESTOQUE.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.
           VALUE 'EXCVALID.TXT'.
       77  WS_CFG_ARQ_08      PIC X(50)
           VALUE 'MOVESTOQUE.txt'.
       77  WS_CFG_ARQ_10      PIC X(50)
           VALUE 'FORNECEDORES.txt'.
       77  WS_CFG_ARQ_11      PIC X(50)
           VALUE 'LOCAISESTOQUE.txt'.
       77  WS_CFG_ARQ_16      PIC X(50)
           VALUE 'PERIODOSFECHADOS.TXT'.
       77  WS_CFG_ARQ_17      PIC X(50)
           VALUE 'POLITICAESTOQUE.txt'.

       01  WS_STATUS_PERIODOS              PIC X(02).
       01  WS_EOF_PERIODOS                 PIC X(01) VALUE ' '.
       01  WS_CTL_HASH_ESPERADO            PIC 9(10) VALUE ZEROS.
       01  WS_CTL_QTD_LIDA                 PIC 9(06) VALUE ZEROS.
       01  WS_CTL_HASH_LIDO                PIC 9(10) VALUE ZEROS.
       01  WS_EOF_MOVIMENTOS               PIC X(01) VALUE ' '.
       01  WS_SALDO_PRODUTO                PIC S9(5) VALUE ZEROS.
       01  WS_QTD_MOV_APLICADOS            PIC 9(5) VALUE ZEROS.
       01  WS_EOF_FORNECEDORES             PIC X(01) VALUE ' '.
       01  WS_QTD_ALVO_ESTOQUE             PIC 9(5) VALUE 30.
       01  WS_QTD_SUGERIDA                 PIC 9(5) VALUE ZEROS.

      * Reorder point and target per product from POLITICA_ESTOQUE;
      * a product without a policy uses the PARAMESTOQUE.txt values.
       01  WS_STATUS_POLITICA              PIC X(02).
       01  WS_EOF_POLITICA                 PIC X(01) VALUE ' '.
       01  WS_QTD_MINIMA_PRODUTO           PIC 9(5) VALUE ZEROS.
       01  WS_QTD_ALVO_PRODUTO             PIC 9(5) VALUE ZEROS.

       01  WS_TAB_POLITICA.
           03 WS_QTD_POLITICAS             PIC 9(4) VALUE ZEROS.
           03 WS_POLITICA OCCURS 1000 TIMES
                          INDEXED BY WS_IDX_POL.
              05 WS_POL_PRODUTO            PIC 9(4).
              05 WS_POL_PONTO_PEDIDO       PIC 9(5).
              05 WS_POL_QTD_ALVO           PIC 9(5).
       01  WS_FORNECEDOR_ATUAL             PIC 9(3) VALUE ZEROS.

       01  WS_TAB_FORNECEDORES.
              05 WS_ATU_CATEGORIA          PIC 9(2).
              05 WS_ATU_CUSTO              PIC 9(6)V99.

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       PROCEDURE DIVISION.


           PERFORM VERIFICA-CHECKPOINT.

      * The kardex is a permanent ledger: a restart goes on numbering
      * the day's movements after the ones already recorded.
           MOVE 'WO' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           IF WS_KX_RETORNO NOT = '00'
               DISPLAY 'KARDEX.txt INDISPONIVEL - PROCESSAMENTO '
                       'ABORTADO'
               MOVE 'FC' TO WS_PA_FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                           FD_LAYOUT_DB_PRODUTOS
                                           WS_PA_RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS_RESTART_MODE = 'S'
               OPEN EXTEND ARQ_LOG_FILE
           ELSE
           OPEN EXTEND ARQ_JOBLOG.
           OPEN EXTEND ARQ_EXCVALID.

           PERFORM CARREGA-MOVIMENTOS.
           PERFORM CARREGA-PARAM-ESTOQUE.
           PERFORM CARREGA-POLITICA-ESTOQUE.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM CARREGA-CATEGORIAS.
           PERFORM CARREGA-ESTOQUE-LOCAIS.
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG.

           MOVE 'WC' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO

           CLOSE ARQ_LOG_FILE ARQ_EXCECAO ARQ_HISTLOG
                 ARQ_HISTPRECO ARQ_JOBLOG ARQ_EXCVALID

           IF WS_TABELA_ESTOUROU = 'S'
               MOVE 8 TO RETURN-CODE
                   MOVE ZEROS TO WS_CUSTO_MEDIO
               END-IF

               PERFORM VARYING WS_IDX_MOV FROM 1 BY 1
                       UNTIL WS_IDX_MOV > WS_QTD_MOVIMENTOS
                   IF WS_MOV_COD(WS_IDX_MOV) = FD1_CODPROD
                   END-IF
               END-PERFORM

               MOVE WS_SALDO_PRODUTO TO WS_QTD_PRODUTO
               MOVE WS_CUSTO_MEDIO TO FD1_CUSTO_MEDIO.

           APLICA-UM-MOVIMENTO.
               INITIALIZE REG-KARDEX
               MOVE FD1_CODPROD TO KX_PRODUTO
               MOVE WS_DATA_MOVIMENTO TO KX_DATA
               MOVE WS_MOV_QTD(WS_IDX_MOV) TO KX_QTD
               MOVE WS_MOV_DOC(WS_IDX_MOV) TO KX_DOCUMENTO

               IF WS_MOV_TIPO(WS_IDX_MOV) = 'E'
                   MOVE 'ENTRADA' TO KX_TIPO
                   MOVE WS_MOV_CUSTO(WS_IDX_MOV) TO KX_CUSTO_UNIT
      * Entries carrying a purchase cost recalculate the weighted
      * average before the quantity joins the balance; exits are
      * costed at the running average and leave it unchanged.
                            WS_MOV_QTD(WS_IDX_MOV))
                   END-IF
                   ADD WS_MOV_QTD(WS_IDX_MOV) TO WS_SALDO_PRODUTO
                   MOVE 'APLICADO ' TO KX_SITUACAO
                   ADD 1 TO WS_QTD_MOV_APLICADOS
               ELSE
                   MOVE 'SAIDA  ' TO KX_TIPO
                   MOVE WS_CUSTO_MEDIO TO KX_CUSTO_UNIT
                   IF WS_MOV_QTD(WS_IDX_MOV) > WS_SALDO_PRODUTO
                       MOVE 'REJEITADO' TO KX_SITUACAO
                       ADD 1 TO WS_QTD_MOV_REJEITADOS
                       MOVE 'MOVIMENTO DEIXARIA ESTOQUE NEGATIVO' TO
                                                           FD5_MOTIVO
                   ELSE
                       SUBTRACT WS_MOV_QTD(WS_IDX_MOV) FROM
                                WS_SALDO_PRODUTO
                       MOVE 'APLICADO ' TO KX_SITUACAO
                       ADD 1 TO WS_QTD_MOV_APLICADOS
                   END-IF
               END-IF

               MOVE WS_SALDO_PRODUTO TO KX_SALDO
               MOVE 'WR' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO NOT = '00'
                   DISPLAY 'FALHA AO GRAVAR O KARDEX - PRODUTO '
                           KX_PRODUTO ' RETORNO ' WS_KX_RETORNO
               END-IF.

           REGISTRA-PRODUTO-ATUALIZADO.
               IF WS_QTD_PROD_ATU < 1000
      * counter); products without location records keep the old
      * consolidated evaluation. The sum of the locations must also
      * reconcile with the consolidated master quantity.
               PERFORM DEFINE-LIMITES-PRODUTO

               MOVE 'N' TO WS_TEM_LOCAIS
               MOVE ZEROS TO WS_SOMA_LOCAIS

                       MOVE 'S' TO WS_TEM_LOCAIS
                       ADD WS_EL_QTD(WS_IDX_EL) TO WS_SOMA_LOCAIS
                       IF WS_EL_QTD(WS_IDX_EL) <
                          WS_QTD_MINIMA_PRODUTO
                           PERFORM REGISTRA-ALERTA-LOCAL
                       END-IF
                   END-IF
               END-PERFORM

               IF WS_TEM_LOCAIS = 'N'
                   IF WS_QTD_PRODUTO < WS_QTD_MINIMA_PRODUTO
                       PERFORM REGISTRA-ALERTA-ESTOQUE
                   END-IF
               ELSE
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
                                   MOVE PE_PONTO_PEDIDO TO
                                 WS_POL_PONTO_PEDIDO(WS_QTD_POLITICAS)
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

           DEFINE-LIMITES-PRODUTO.
               MOVE WS_QTD_MINIMA_ESTOQUE TO WS_QTD_MINIMA_PRODUTO
               MOVE WS_QTD_ALVO_ESTOQUE TO WS_QTD_ALVO_PRODUTO

               PERFORM VARYING WS_IDX_POL FROM 1 BY 1
                       UNTIL WS_IDX_POL > WS_QTD_POLITICAS
                   IF WS_POL_PRODUTO(WS_IDX_POL) = FD1_CODPROD
                       MOVE WS_POL_PONTO_PEDIDO(WS_IDX_POL) TO
                            WS_QTD_MINIMA_PRODUTO
                       MOVE WS_POL_QTD_ALVO(WS_IDX_POL) TO
                            WS_QTD_ALVO_PRODUTO
                   END-IF
               END-PERFORM.

           CARREGA-FORNECEDORES.
               MOVE ' ' TO WS_EOF_FORNECEDORES
               OPEN INPUT ARQ_FORNECEDORES
                   MOVE ZEROS TO
                        WS_SUG_QTD_PEDIDO(WS_QTD_SUGESTOES)

      * A location alert can come with the consolidated quantity
      * already above the target.
                   IF WS_QTD_PRODUTO < WS_QTD_ALVO_PRODUTO
                       COMPUTE WS_QTD_SUGERIDA =
                               WS_QTD_ALVO_PRODUTO - WS_QTD_PRODUTO
                   ELSE
                       MOVE ZEROS TO WS_QTD_SUGERIDA
                   END-IF

           MOVE 'MOVESTOQUE.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_08 WS_CFG_RETORNO
           MOVE 'FORNECEDORES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_10 WS_CFG_RETORNO
           MOVE 'PERIODOSFECHADOS.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_16 WS_CFG_RETORNO
           MOVE 'POLITICAESTOQUE.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_17 WS_CFG_RETORNO
           .
           EXIT.

