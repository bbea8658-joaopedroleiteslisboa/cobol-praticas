      *          01-PROCESSADOR-PRECOS applies them and the kardex
      *          shows the inventory adjustment like any other
      *          movement.
      *          A count may name a deposito and lot: it is then
      *          confronted with that lot of LOTES.txt instead of the
      *          master total, the lot is set to the counted quantity
      *          and the difference goes to MOVESTOQUE.txt as above.
      *          A product is counted either by lot or by total on
      *          the same day, never both.
      *          A count naming only a deposito (the cycle-count
      *          sheets of CONTAGEM_CICLICA) is confronted with that
      *          row of ESTOQUELOCAL.txt, which is set to the counted
      *          quantity; the difference goes to MOVESTOQUE.txt as
      *          above. Every count stamps the last count date of the
      *          deposito rows it covers and is appended to
      *          HISTCONTAGEM.txt, the history the count accuracy is
      *          measured from. A line handed back without the
      *          quantity is listed, never taken as a count of zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_LOTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_LOTES.

           SELECT ARQ_ESTOQLOCAL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ESTOQLOCAL.

           SELECT ARQ_HISTCONTAGEM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_HISTCONTAGEM.

       DATA                                     DIVISION.

       FILE                                     SECTION.
               03 FD10_COD_PRODUTO           PIC 9(4).
               03 FD10_QTD_CONTADA           PIC 9(5).
               03 FD10_CONTADOR              PIC X(8).
               03 FD10_LOCAL                 PIC 9(2).
               03 FD10_LOTE                  PIC X(10).

       FD  ARQ_MOVESTOQUE.


           COPY JOBLOG.

       FD  ARQ_LOTES.

           COPY LOTES REPLACING LEADING ==LT== BY ==FD33==
                ==REG-LOTE== BY ==FD_LAYOUT_LOTE==.

       FD  ARQ_ESTOQLOCAL.

           01  FD_LAYOUT_ESTOQLOCAL.
               03 FD18_COD_PRODUTO           PIC 9(4).
               03 FD18_LOCAL                 PIC 9(2).
               03 FD18_QTD                   PIC 9(5).
               03 FD18_DATA_CONTAGEM         PIC 9(8).

       FD  ARQ_HISTCONTAGEM.

           COPY HISTCONTAGEM REPLACING LEADING ==HC== BY ==FD43==
                ==REG-HIST-CONTAGEM== BY ==FD_LAYOUT_HIST_CONTAGEM==.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.
           VALUE 'FD_DIVERGENCIAINV.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'LOTES.txt'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'ESTOQUELOCAL.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'HISTCONTAGEM.txt'.

       01  WS_STATUS_CONTAGEM              PIC X(02).
       01  WS_STATUS_MOVESTOQUE            PIC X(02).
       01  WS_QTD_MOV                      PIC 9(06) VALUE ZEROS.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.

       01  WS_STATUS_LOTES                 PIC X(02).
       01  WS_EOF_LOTES                    PIC X(01) VALUE ' '.
       01  WS_LOTES_TRUNCADO               PIC X(01) VALUE 'N'.
       01  WS_LOTES_ALTERADOS              PIC X(01) VALUE 'N'.
       01  WS_IDX_LT_ACHADO                PIC 9(4) VALUE ZEROS.

       01  WS_STATUS_ESTOQLOCAL            PIC X(02).
       01  WS_STATUS_HISTCONTAGEM          PIC X(02).
       01  WS_EOF_ESTOQLOCAL               PIC X(01) VALUE ' '.
       01  WS_TEM_ESTOQLOCAL               PIC X(01) VALUE 'N'.
       01  WS_LOCAIS_TRUNCADO              PIC X(01) VALUE 'N'.
       01  WS_LOCAIS_ALTERADOS             PIC X(01) VALUE 'N'.
       01  WS_IDX_EL_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_LOCAL_CONTAGEM               PIC 9(2) VALUE ZEROS.

      * ESTOQUELOCAL.txt is rewritten whole from this table, with the
      * counted quantity and the last count date of each row.
       01  WS_TAB_ESTOQLOCAL.
           03 WS_QTD_ESTOQLOCAL            PIC 9(4) VALUE ZEROS.
           03 WS_ESTOQLOCAL OCCURS 500 TIMES
                            INDEXED BY WS_IDX_EL.
              05 WS_EL_PRODUTO             PIC 9(4).
              05 WS_EL_LOCAL               PIC 9(2).
              05 WS_EL_QTD                 PIC 9(5).
              05 WS_EL_DATA_CONTAGEM       PIC 9(8).

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

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                  VALUE ' POR: '.
           03 WS_NA_CONTADOR               PIC X(8).

       01  WS_LINHA_LOTE.
           03 FILLER                       PIC X(05) VALUE SPACES.
           03 FILLER                       PIC X(19) VALUE
                  'CONTAGEM POR LOTE: '.
           03 WS_LL_LOTE                   PIC X(10).
           03 FILLER                       PIC X(08)
                  VALUE ' LOCAL: '.
           03 WS_LL_LOCAL                  PIC 9(2).
           03 FILLER                       PIC X(11)
                  VALUE ' VALIDADE: '.
           03 WS_LL_VALIDADE               PIC 9(8).

       01  WS_LINHA_LOCAL.
           03 FILLER                       PIC X(05) VALUE SPACES.
           03 FILLER                       PIC X(20) VALUE
                  'CONTAGEM POR LOCAL: '.
           03 WS_LC_LOCAL                  PIC 9(2).
           03 FILLER                       PIC X(19)
                  VALUE ' ULTIMA CONTAGEM:  '.
           03 WS_LC_ULT_CONTAGEM           PIC 9(8).

       01  WS_LINHA_SEM_QUANTIDADE.
           03 FILLER                       PIC X(33) VALUE
                  'CONTAGEM SEM QUANTIDADE:         '.
           03 WS_SQ_COD                    PIC X(4).
           03 FILLER                       PIC X(08)
                  VALUE ' LOCAL: '.
           03 WS_SQ_LOCAL                  PIC X(2).
           03 FILLER                       PIC X(06)
                  VALUE ' POR: '.
           03 WS_SQ_CONTADOR               PIC X(8).

       01  WS_LINHA_LOTE_NAO_ACHADO.
           03 FILLER                       PIC X(33) VALUE
                  'LOTE NAO CADASTRADO:             '.
           03 WS_LN_COD                    PIC 9(4).
           03 FILLER                       PIC X(08)
                  VALUE ' LOCAL: '.
           03 WS_LN_LOCAL                  PIC 9(2).
           03 FILLER                       PIC X(07)
                  VALUE ' LOTE: '.
           03 WS_LN_LOTE                   PIC X(10).
           03 FILLER                       PIC X(06)
                  VALUE ' POR: '.
           03 WS_LN_CONTADOR               PIC X(8).

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(11)
                  VALUE 'CONTAGENS: '.
               GOBACK
           END-IF

           PERFORM CARREGA-LOTES

           IF WS_LOTES_TRUNCADO = 'S'
               DISPLAY 'LOTES.txt COM MAIS DE 1000 LOTES '
                       '- INVENTARIO ABORTADO PARA NAO PERDER '
                       'REGISTROS DE LOTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-ESTOQUE-LOCAIS

           IF WS_LOCAIS_TRUNCADO = 'S'
               DISPLAY 'ESTOQUELOCAL.txt COM MAIS DE 500 REGISTROS '
                       '- INVENTARIO ABORTADO PARA NAO PERDER '
                       'REGISTROS DE LOCAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ_CONTAGEM
           IF WS_STATUS_CONTAGEM NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE CONTAGEM AUSENTE: CONTAGEM.txt'

           OPEN OUTPUT ARQ_DIVERGENCIA
           OPEN EXTEND ARQ_JOBLOG
           OPEN EXTEND ARQ_HISTCONTAGEM
           IF WS_STATUS_HISTCONTAGEM = '35'
               OPEN OUTPUT ARQ_HISTCONTAGEM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
           IF WS_QTD_DIVERGENTES > ZEROS
               PERFORM REGRAVA-MOVESTOQUE
           END-IF
           PERFORM REGRAVA-LOTES
           PERFORM REGRAVA-ESTOQUE-LOCAIS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_DIVERGENCIA ARQ_JOBLOG ARQ_HISTCONTAGEM

           DISPLAY 'CONTAGENS: ' WS_QTD_CONTAGENS
                   ' DIVERGENTES: ' WS_QTD_DIVERGENTES
           CONFRONTA-CONTAGEM.
               ADD 1 TO WS_QTD_CONTAGENS

      * A sheet handed back without the quantity is not a count of
      * zero; it is listed for the stock desk and nothing is adjusted.
               IF FD10_QTD_CONTADA NOT NUMERIC
                   ADD 1 TO WS_QTD_NAO_ACHADOS
                   MOVE FD10_COD_PRODUTO TO WS_SQ_COD
                   MOVE FD10_LOCAL       TO WS_SQ_LOCAL
                   MOVE FD10_CONTADOR    TO WS_SQ_CONTADOR
                   WRITE FD_LAYOUT_DIVERGENCIA
                         FROM WS_LINHA_SEM_QUANTIDADE
               ELSE
                   PERFORM CONFRONTA-PRODUTO
               END-IF.

           CONFRONTA-PRODUTO.
               IF FD10_LOCAL NUMERIC
                   MOVE FD10_LOCAL TO WS_LOCAL_CONTAGEM
               ELSE
                   MOVE ZEROS TO WS_LOCAL_CONTAGEM
               END-IF

               INITIALIZE FD_LAYOUT_DB_PRODUTOS
               MOVE FD10_COD_PRODUTO TO FD1_CODPROD
               MOVE 'LC' TO WS_PA_FUNCAO
                   WRITE FD_LAYOUT_DIVERGENCIA
                         FROM WS_LINHA_NAO_ACHADO
               ELSE
      * Without a location file the deposito of the count is ignored
      * and the count is confronted with the master total.
                   EVALUATE TRUE
                       WHEN FD10_LOTE NOT = SPACES
                           PERFORM CONFRONTA-CONTAGEM-LOTE
                       WHEN WS_LOCAL_CONTAGEM > ZEROS
                            AND WS_TEM_ESTOQLOCAL = 'S'
                           PERFORM CONFRONTA-CONTAGEM-LOCAL
                       WHEN OTHER
                           MOVE FD1_QTD_PRODUTO TO WS_QTD_MASTER
                           COMPUTE WS_DIFERENCA =
                                   FD10_QTD_CONTADA - WS_QTD_MASTER
                           IF WS_DIFERENCA NOT = ZEROS
                               ADD 1 TO WS_QTD_DIVERGENTES
                               PERFORM REGISTRA-DIVERGENCIA
                           END-IF
                           MOVE ZEROS TO WS_LOCAL_CONTAGEM
                           PERFORM MARCA-DATA-CONTAGEM
                           PERFORM GRAVA-HIST-CONTAGEM
                   END-EVALUATE
               END-IF.

           CONFRONTA-CONTAGEM-LOCAL.
               PERFORM LOCALIZA-ESTOQUE-LOCAL

      * A product counted at a deposito where it has no row yet gets
      * the row, starting from zero.
               IF WS_IDX_EL_ACHADO = ZEROS
                   IF WS_QTD_ESTOQLOCAL < 500
                       ADD 1 TO WS_QTD_ESTOQLOCAL
                       MOVE WS_QTD_ESTOQLOCAL TO WS_IDX_EL_ACHADO
                       MOVE FD10_COD_PRODUTO TO
                            WS_EL_PRODUTO(WS_IDX_EL_ACHADO)
                       MOVE WS_LOCAL_CONTAGEM TO
                            WS_EL_LOCAL(WS_IDX_EL_ACHADO)
                       MOVE ZEROS TO WS_EL_QTD(WS_IDX_EL_ACHADO)
                       MOVE ZEROS TO
                            WS_EL_DATA_CONTAGEM(WS_IDX_EL_ACHADO)
                   ELSE
                       DISPLAY 'TABELA DE LOCAIS CHEIA - CONTAGEM DO '
                               'PRODUTO ' FD10_COD_PRODUTO ' LOCAL '
                               WS_LOCAL_CONTAGEM ' NAO CONFRONTADA'
                       ADD 1 TO WS_QTD_NAO_ACHADOS
                   END-IF
               END-IF

               IF WS_IDX_EL_ACHADO > ZEROS
                   MOVE WS_EL_QTD(WS_IDX_EL_ACHADO) TO WS_QTD_MASTER
                   COMPUTE WS_DIFERENCA =
                           FD10_QTD_CONTADA - WS_QTD_MASTER
                   IF WS_DIFERENCA NOT = ZEROS
                       ADD 1 TO WS_QTD_DIVERGENTES
                       PERFORM REGISTRA-DIVERGENCIA
                       MOVE WS_LOCAL_CONTAGEM TO WS_LC_LOCAL
                       MOVE WS_EL_DATA_CONTAGEM(WS_IDX_EL_ACHADO) TO
                            WS_LC_ULT_CONTAGEM
                       WRITE FD_LAYOUT_DIVERGENCIA
                             FROM WS_LINHA_LOCAL
                       MOVE FD10_QTD_CONTADA TO
                            WS_EL_QTD(WS_IDX_EL_ACHADO)
                   END-IF
                   MOVE 'S' TO WS_LOCAIS_ALTERADOS
                   PERFORM MARCA-DATA-CONTAGEM
                   PERFORM GRAVA-HIST-CONTAGEM
               END-IF.

           LOCALIZA-ESTOQUE-LOCAL.
               MOVE ZEROS TO WS_IDX_EL_ACHADO
               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       OR WS_IDX_EL_ACHADO > ZEROS
                   IF WS_EL_PRODUTO(WS_IDX_EL) = FD10_COD_PRODUTO
                      AND WS_EL_LOCAL(WS_IDX_EL) = WS_LOCAL_CONTAGEM
                       SET WS_IDX_EL_ACHADO TO WS_IDX_EL
                   END-IF
               END-PERFORM.

           MARCA-DATA-CONTAGEM.
      * A count of the master total covers every deposito row of the
      * product; a count by deposito or lot covers that deposito.
               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   IF WS_EL_PRODUTO(WS_IDX_EL) = FD10_COD_PRODUTO
                      AND (WS_LOCAL_CONTAGEM = ZEROS
                       OR WS_EL_LOCAL(WS_IDX_EL) = WS_LOCAL_CONTAGEM)
                       MOVE WS_DATA_MOVIMENTO TO
                            WS_EL_DATA_CONTAGEM(WS_IDX_EL)
                       MOVE 'S' TO WS_LOCAIS_ALTERADOS
                   END-IF
               END-PERFORM.

           GRAVA-HIST-CONTAGEM.
               MOVE WS_DATA_MOVIMENTO  TO FD43_DATA
               MOVE FD10_COD_PRODUTO   TO FD43_PRODUTO
               MOVE WS_LOCAL_CONTAGEM  TO FD43_LOCAL
               MOVE FD10_LOTE          TO FD43_LOTE
               MOVE WS_QTD_MASTER      TO FD43_QTD_SISTEMA
               MOVE FD10_QTD_CONTADA   TO FD43_QTD_CONTADA
               IF WS_DIFERENCA = ZEROS
                   MOVE 'N' TO FD43_DIVERGENTE
               ELSE
                   MOVE 'S' TO FD43_DIVERGENTE
               END-IF
               MOVE FD10_CONTADOR      TO FD43_CONTADOR
               WRITE FD_LAYOUT_HIST_CONTAGEM.

           CONFRONTA-CONTAGEM-LOTE.
               MOVE ZEROS TO WS_IDX_LT_ACHADO
               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_PRODUTO(WS_IDX_LT) = FD10_COD_PRODUTO
                      AND WS_LT_LOCAL(WS_IDX_LT) = FD10_LOCAL
                      AND WS_LT_LOTE(WS_IDX_LT) = FD10_LOTE
                       SET WS_IDX_LT_ACHADO TO WS_IDX_LT
                   END-IF
               END-PERFORM

      * A lot that was never received cannot be created from a count
      * (its dates are unknown); it is listed for the stock desk.
               IF WS_IDX_LT_ACHADO = ZEROS
                   ADD 1 TO WS_QTD_NAO_ACHADOS
                   MOVE FD10_COD_PRODUTO TO WS_LN_COD
                   MOVE FD10_LOCAL       TO WS_LN_LOCAL
                   MOVE FD10_LOTE        TO WS_LN_LOTE
                   MOVE FD10_CONTADOR    TO WS_LN_CONTADOR
                   WRITE FD_LAYOUT_DIVERGENCIA
                         FROM WS_LINHA_LOTE_NAO_ACHADO
               ELSE
                   MOVE WS_LT_QTD(WS_IDX_LT_ACHADO) TO WS_QTD_MASTER
                   COMPUTE WS_DIFERENCA =
                           FD10_QTD_CONTADA - WS_QTD_MASTER
                   IF WS_DIFERENCA NOT = ZEROS
                       ADD 1 TO WS_QTD_DIVERGENTES
                       PERFORM REGISTRA-DIVERGENCIA
                       MOVE FD10_LOTE TO WS_LL_LOTE
                       MOVE FD10_LOCAL TO WS_LL_LOCAL
                       MOVE WS_LT_DATA_VALIDADE(WS_IDX_LT_ACHADO) TO
                            WS_LL_VALIDADE
                       WRITE FD_LAYOUT_DIVERGENCIA
                             FROM WS_LINHA_LOTE
                       MOVE FD10_QTD_CONTADA TO
                            WS_LT_QTD(WS_IDX_LT_ACHADO)
                       MOVE 'S' TO WS_LOTES_ALTERADOS
                   END-IF
                   PERFORM MARCA-DATA-CONTAGEM
                   PERFORM GRAVA-HIST-CONTAGEM
               END-IF.

           REGISTRA-DIVERGENCIA.

               CLOSE ARQ_MOVESTOQUE.

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

           GRAVA-JOBLOG.
               MOVE 'INVENTARIO_FISICO' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'LOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'ESTOQUELOCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'HISTCONTAGEM.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           .
           EXIT.

