      *          alongside the product master, rejecting transfers
      *          without stock at the origin, writing BOTH kardex
      *          movements (exit at the origin, entry at the
      *          destination, both recorded in the KARDEX.txt
      *          ledger through KARDEX_ACCESS with the product's
      *          consolidated balance and average cost read from
      *          the master) and rewriting the location file. The
      *          consolidated PRD_QTD_PRODUTO is untouched - a
      *          transfer moves stock between locations only - and
      *          01-PROCESSADOR-PRECOS reconciles the sum of the
      *          locations against the master every run.
      *          Lots kept in LOTES.txt move with the stock: the
      *          origin's quantity without lot goes first, then its
      *          lots first-expired-first-out (expired ones too - a
      *          transfer is not a sale), each lot arriving at the
      *          destination with the same number and dates and
      *          getting its own pair of kardex lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ESTOQLOCAL.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_LOTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_LOTES.

       DATA                                     DIVISION.

       FILE                                     SECTION.
               03 FD18_COD_PRODUTO           PIC 9(4).
               03 FD18_LOCAL                 PIC 9(2).
               03 FD18_QTD                   PIC 9(5).
               03 FD18_DATA_CONTAGEM         PIC 9(8).

       FD  ARQ_REL.


           COPY JOBLOG.

       FD  ARQ_LOTES.

           COPY LOTES REPLACING LEADING ==LT== BY ==FD33==
                ==REG-LOTE== BY ==FD_LAYOUT_LOTE==.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.
           VALUE 'TRANSFERENCIAS.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'ESTOQUELOCAL.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'ARQTRANSFERENCIAS.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'LOTES.txt'.

       01  WS_STATUS_TRANSF                PIC X(02).
       01  WS_STATUS_ESTOQLOCAL            PIC X(02).
       01  WS_EOF_TRANSF                   PIC X(01) VALUE ' '.
       01  WS_EOF_ESTOQLOCAL               PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
              05 WS_EL_PRODUTO             PIC 9(4).
              05 WS_EL_LOCAL               PIC 9(2).
              05 WS_EL_QTD                 PIC 9(5).
              05 WS_EL_DATA_CONTAGEM       PIC 9(8).

       01  WS_STATUS_LOTES                 PIC X(02).
       01  WS_EOF_LOTES                    PIC X(01) VALUE ' '.
       01  WS_LOTES_TRUNCADO               PIC X(01) VALUE 'N'.
       01  WS_LOTES_ALTERADOS              PIC X(01) VALUE 'N'.
       01  WS_QTD_EM_LOTES                 PIC 9(7) VALUE ZEROS.
       01  WS_QTD_LOTES_ORIGEM             PIC 9(4) VALUE ZEROS.
       01  WS_QTD_SEM_LOTE                 PIC 9(7) VALUE ZEROS.
       01  WS_QTD_A_TRANSFERIR             PIC 9(5) VALUE ZEROS.
       01  WS_QTD_DO_LOTE                  PIC 9(5) VALUE ZEROS.
       01  WS_SALDO_DE                     PIC 9(5) VALUE ZEROS.
       01  WS_SALDO_PARA                   PIC 9(5) VALUE ZEROS.
       01  WS_IDX_LT_FEFO                  PIC 9(4) VALUE ZEROS.
       01  WS_IDX_LT_PARA                  PIC 9(4) VALUE ZEROS.

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

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

       01  WS_DOC_TRANSF.
           03 FILLER                       PIC X(06)
               GOBACK
           END-IF

           PERFORM CARREGA-LOTES

           IF WS_LOTES_TRUNCADO = 'S'
               DISPLAY 'LOTES.txt COM MAIS DE 1000 LOTES '
                       '- TRANSFERENCIAS ABORTADAS PARA NAO PERDER '
                       'REGISTROS DE LOTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ_TRANSFERENCIAS
           IF WS_STATUS_TRANSF NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE TRANSFERENCIAS AUSENTE: '
               GOBACK
           END-IF

           MOVE 'WO' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           IF WS_KX_RETORNO NOT = '00'
               DISPLAY 'KARDEX.txt INDISPONIVEL - TRANSFERENCIAS '
                       'ABORTADAS'
               CLOSE ARQ_TRANSFERENCIAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           CLOSE ARQ_TRANSFERENCIAS

           PERFORM REGRAVA-ESTOQUE-LOCAL
           PERFORM REGRAVA-LOTES

           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           MOVE WS_QTD_TRANSFERIDAS TO WS_RS_OK
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE 'WC' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'TRANSFERENCIAS: ' WS_QTD_TRANSFERIDAS
                   ' REJEITADAS: ' WS_QTD_REJEITADAS
                                        WS_EL_LOCAL(WS_QTD_LOCAIS)
                                   MOVE FD18_QTD TO
                                        WS_EL_QTD(WS_QTD_LOCAIS)
                                   IF FD18_DATA_CONTAGEM NOT NUMERIC
                                       MOVE ZEROS TO FD18_DATA_CONTAGEM
                                   END-IF
                                   MOVE FD18_DATA_CONTAGEM TO
                                      WS_EL_DATA_CONTAGEM(WS_QTD_LOCAIS)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       MOVE FD20_LOCAL_PARA TO
                            WS_EL_LOCAL(WS_IDX_PARA)
                       MOVE ZEROS TO WS_EL_QTD(WS_IDX_PARA)
                       MOVE ZEROS TO
                            WS_EL_DATA_CONTAGEM(WS_IDX_PARA)
                   END-IF
               END-IF

      * Likewise every origin lot may need a new lot row at the
      * destination, so the free rows are checked up front.
               PERFORM APURA-LOTES-ORIGEM

               EVALUATE TRUE
                   WHEN WS_IDX_PARA = ZEROS
                       ADD 1 TO WS_QTD_REJEITADAS
                       MOVE 'SEM VAGA PARA O LOCAL DESTINO' TO
                            WS_TR_SITUACAO
                   WHEN WS_QTD_LOTES + WS_QTD_LOTES_ORIGEM > 1000
                       ADD 1 TO WS_QTD_REJEITADAS
                       MOVE 'SEM VAGA PARA LOTES NO DESTINO' TO
                            WS_TR_SITUACAO
                   WHEN OTHER
                       MOVE WS_EL_QTD(WS_IDX_DE)   TO WS_SALDO_DE
                       MOVE WS_EL_QTD(WS_IDX_PARA) TO WS_SALDO_PARA

                       SUBTRACT FD20_QTD FROM WS_EL_QTD(WS_IDX_DE)
                       ADD FD20_QTD TO WS_EL_QTD(WS_IDX_PARA)

                       ADD 1 TO WS_QTD_TRANSFERIDAS
                       MOVE 'TRANSFERIDA' TO WS_TR_SITUACAO
                       PERFORM GRAVA-KARDEX-TRANSFERENCIA
               END-EVALUATE.

           APURA-LOTES-ORIGEM.
               MOVE ZEROS TO WS_QTD_EM_LOTES
               MOVE ZEROS TO WS_QTD_LOTES_ORIGEM

               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_PRODUTO(WS_IDX_LT) = FD20_COD_PRODUTO
                      AND WS_LT_LOCAL(WS_IDX_LT) = FD20_LOCAL_DE
                      AND WS_LT_QTD(WS_IDX_LT) > ZEROS
                       ADD WS_LT_QTD(WS_IDX_LT) TO WS_QTD_EM_LOTES
                       ADD 1 TO WS_QTD_LOTES_ORIGEM
                   END-IF
               END-PERFORM.

           GRAVA-KARDEX-TRANSFERENCIA.
      * A transfer leaves the consolidated balance as it was, so both
      * movements carry the master's current quantity; the location
      * balances go in KX_SALDO_LOCAL.
               INITIALIZE FD_LAYOUT_DB_PRODUTOS
               MOVE FD20_COD_PRODUTO TO FD1_CODPROD
               MOVE 'LC' TO WS_PA_FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                           FD_LAYOUT_DB_PRODUTOS
                                           WS_PA_RETORNO

               INITIALIZE REG-KARDEX
               MOVE FD20_COD_PRODUTO TO KX_PRODUTO
               MOVE WS_DATA_MOVIMENTO TO KX_DATA
               IF WS_PA_RETORNO = '00'
                   MOVE FD1_QTD_PRODUTO TO KX_SALDO
                   MOVE FD1_CUSTO_MEDIO TO KX_CUSTO_UNIT
               END-IF

               MOVE FD20_LOCAL_DE   TO WS_DC_LOCAL_DE
               MOVE FD20_LOCAL_PARA TO WS_DC_LOCAL_PARA
               MOVE WS_DOC_TRANSF TO KX_DOCUMENTO
               MOVE 'APLICADO ' TO KX_SITUACAO

               MOVE FD20_QTD TO WS_QTD_A_TRANSFERIR

      * The origin's quantity not covered by lots moves first.
               IF WS_SALDO_DE > WS_QTD_EM_LOTES
                   COMPUTE WS_QTD_SEM_LOTE =
                           WS_SALDO_DE - WS_QTD_EM_LOTES
               ELSE
                   MOVE ZEROS TO WS_QTD_SEM_LOTE
               END-IF
               IF WS_QTD_SEM_LOTE > WS_QTD_A_TRANSFERIR
                   MOVE WS_QTD_A_TRANSFERIR TO WS_QTD_SEM_LOTE
               END-IF

               IF WS_QTD_SEM_LOTE > ZEROS
                   MOVE WS_QTD_SEM_LOTE TO WS_QTD_DO_LOTE
                   MOVE SPACES TO KX_LOTE
                   PERFORM GRAVA-KARDEX-PORCAO
               END-IF

               PERFORM TRANSFERE-PROXIMO-LOTE
                       UNTIL WS_QTD_A_TRANSFERIR = ZEROS.

           TRANSFERE-PROXIMO-LOTE.
               MOVE ZEROS TO WS_IDX_LT_FEFO
               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_PRODUTO(WS_IDX_LT) = FD20_COD_PRODUTO
                      AND WS_LT_LOCAL(WS_IDX_LT) = FD20_LOCAL_DE
                      AND WS_LT_QTD(WS_IDX_LT) > ZEROS
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

               IF WS_IDX_LT_FEFO = ZEROS
                   MOVE WS_QTD_A_TRANSFERIR TO WS_QTD_DO_LOTE
                   MOVE SPACES TO KX_LOTE
               ELSE
                   IF WS_LT_QTD(WS_IDX_LT_FEFO) < WS_QTD_A_TRANSFERIR
                       MOVE WS_LT_QTD(WS_IDX_LT_FEFO) TO WS_QTD_DO_LOTE
                   ELSE
                       MOVE WS_QTD_A_TRANSFERIR TO WS_QTD_DO_LOTE
                   END-IF
                   SUBTRACT WS_QTD_DO_LOTE FROM
                            WS_LT_QTD(WS_IDX_LT_FEFO)
                   MOVE 'S' TO WS_LOTES_ALTERADOS
                   MOVE WS_LT_LOTE(WS_IDX_LT_FEFO) TO KX_LOTE
                   PERFORM CREDITA-LOTE-DESTINO
               END-IF

               PERFORM GRAVA-KARDEX-PORCAO.

           CREDITA-LOTE-DESTINO.
               MOVE ZEROS TO WS_IDX_LT_PARA
               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_PRODUTO(WS_IDX_LT) = FD20_COD_PRODUTO
                      AND WS_LT_LOCAL(WS_IDX_LT) = FD20_LOCAL_PARA
                      AND WS_LT_LOTE(WS_IDX_LT) =
                          WS_LT_LOTE(WS_IDX_LT_FEFO)
                       SET WS_IDX_LT_PARA TO WS_IDX_LT
                   END-IF
               END-PERFORM

               IF WS_IDX_LT_PARA = ZEROS
                   ADD 1 TO WS_QTD_LOTES
                   MOVE WS_QTD_LOTES TO WS_IDX_LT_PARA
                   MOVE WS_LT_REGISTRO(WS_IDX_LT_FEFO) TO
                        WS_LT_REGISTRO(WS_IDX_LT_PARA)
                   MOVE FD20_LOCAL_PARA TO WS_LT_LOCAL(WS_IDX_LT_PARA)
                   MOVE ZEROS TO WS_LT_QTD(WS_IDX_LT_PARA)
               END-IF

               ADD WS_QTD_DO_LOTE TO WS_LT_QTD(WS_IDX_LT_PARA).

           GRAVA-KARDEX-PORCAO.
               SUBTRACT WS_QTD_DO_LOTE FROM WS_QTD_A_TRANSFERIR
               SUBTRACT WS_QTD_DO_LOTE FROM WS_SALDO_DE
               ADD WS_QTD_DO_LOTE TO WS_SALDO_PARA

               MOVE 'SAIDA  ' TO KX_TIPO
               MOVE FD20_LOCAL_DE TO KX_LOCAL
               MOVE WS_QTD_DO_LOTE TO KX_QTD
               MOVE WS_SALDO_DE TO KX_SALDO_LOCAL
               PERFORM GRAVA-KARDEX-REGISTRO

               MOVE 'ENTRADA' TO KX_TIPO
               MOVE FD20_LOCAL_PARA TO KX_LOCAL
               MOVE WS_SALDO_PARA TO KX_SALDO_LOCAL
               PERFORM GRAVA-KARDEX-REGISTRO.

           GRAVA-KARDEX-REGISTRO.
               MOVE ZEROS TO KX_SEQUENCIA
               MOVE 'WR' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO NOT = '00'
                   DISPLAY 'FALHA AO GRAVAR O KARDEX - PRODUTO '
                           KX_PRODUTO ' RETORNO ' WS_KX_RETORNO
               END-IF.

           REGRAVA-ESTOQUE-LOCAL.
               OPEN OUTPUT ARQ_ESTOQLOCAL
                        FD18_COD_PRODUTO
                   MOVE WS_EL_LOCAL(WS_IDX_EL) TO FD18_LOCAL
                   MOVE WS_EL_QTD(WS_IDX_EL) TO FD18_QTD
                   MOVE WS_EL_DATA_CONTAGEM(WS_IDX_EL) TO
                        FD18_DATA_CONTAGEM
                   WRITE FD_LAYOUT_ESTOQLOCAL
               END-PERFORM

               CLOSE ARQ_ESTOQLOCAL.

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

           GRAVA-JOBLOG.
               MOVE 'TRANSFERE_ESTOQUE' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
           MOVE 'ESTOQUELOCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQTRANSFERENCIAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'LOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           .
           EXIT.

