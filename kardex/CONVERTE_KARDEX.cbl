      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: One-time conversion of the FD_KARDEX.txt print-image
      *          ledger into the indexed KARDEX.txt (REG-KARDEX,
      *          written through KARDEX_ACCESS). The title line of
      *          each block gives the product; every ENTRADA, SAIDA
      *          and DEVOLUC line becomes one structured movement
      *          with its quantity, document, resulting balance,
      *          situation, date and lot, numbered in the order it
      *          appears in the old file. Lines written before the
      *          movement date existed are converted with date zero,
      *          so they sort ahead of every dated movement of the
      *          product. Transfer lines (document TRANSFddpp)
      *          carried the location balance: it goes to
      *          KX_SALDO_LOCAL with the origin or destination in
      *          KX_LOCAL, and KX_SALDO repeats the last product
      *          balance seen. SALDO INICIAL / SALDO FINAL lines only
      *          feed that running balance. The run refuses to start
      *          if KARDEX.txt already holds movements, so it cannot
      *          be applied twice; FD_KARDEX.txt is left untouched.
      *          Totals in ARQCONVKARDEX.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE_KARDEX.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_KARDEX_ANTIGO
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_KARDEX_ANTIGO.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_KARDEX_ANTIGO.

           01  FD_LAYOUT_KARDEX              PIC X(100).
           01  FD_KARDEX_TITULO REDEFINES FD_LAYOUT_KARDEX.
               03 FD_KT_PREFIXO              PIC X(18).
               03 FD_KT_COD                  PIC X(4).
               03 FILLER                     PIC X(1).
               03 FD_KT_NOME                 PIC X(9).
               03 FILLER                     PIC X(68).
           01  FD_KARDEX_SALDO REDEFINES FD_LAYOUT_KARDEX.
               03 FD_KS_ROTULO               PIC X(16).
               03 FD_KS_SALDO                PIC ZZZZ9.
               03 FILLER                     PIC X(79).
           01  FD_KARDEX_MOV REDEFINES FD_LAYOUT_KARDEX.
               03 FILLER                     PIC X(2).
               03 FD_KM_TIPO                 PIC X(7).
               03 FILLER                     PIC X(6).
               03 FD_KM_QTD                  PIC X(5).
               03 FILLER                     PIC X(6).
               03 FD_KM_DOC                  PIC X(10).
               03 FD_KM_DOC_TRANSF REDEFINES FD_KM_DOC.
                  05 FD_KM_DOC_PREFIXO       PIC X(6).
                  05 FD_KM_DOC_LOCAL_DE      PIC X(2).
                  05 FD_KM_DOC_LOCAL_PARA    PIC X(2).
               03 FILLER                     PIC X(8).
               03 FD_KM_SALDO                PIC ZZZZ9.
               03 FD_KM_SALDO_X REDEFINES FD_KM_SALDO
                                             PIC X(5).
               03 FILLER                     PIC X(1).
               03 FD_KM_SITUACAO             PIC X(9).
               03 FILLER                     PIC X(7).
               03 FD_KM_DATA                 PIC X(8).
               03 FILLER                     PIC X(7).
               03 FD_KM_LOTE                 PIC X(10).
               03 FILLER                     PIC X(9).

       FD  ARQ_REL.

           01  FD_LAYOUT_REL                 PIC X(80).

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
           VALUE 'FD_KARDEX.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'ARQCONVKARDEX.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_KARDEX_ANTIGO         PIC X(02).
       01  WS_EOF_KARDEX_ANTIGO            PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(80) VALUE ALL '-'.

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_PRODUTO_ATUAL                PIC 9(4) VALUE ZEROS.
       01  WS_TEM_PRODUTO                  PIC X(01) VALUE 'N'.
       01  WS_IDX_SALDO                    PIC 9(5) VALUE ZEROS.
       01  WS_SALDO_LINHA                  PIC 9(5) VALUE ZEROS.
       01  WS_RETORNO_VERIFICACAO          PIC X(02) VALUE SPACES.

       01  WS_CONTADORES.
           03 WS_QTD_LIDAS                 PIC 9(7) VALUE ZEROS.
           03 WS_QTD_TITULOS               PIC 9(7) VALUE ZEROS.
           03 WS_QTD_SALDOS                PIC 9(7) VALUE ZEROS.
           03 WS_QTD_CONVERTIDOS           PIC 9(7) VALUE ZEROS.
           03 WS_QTD_SEM_DATA              PIC 9(7) VALUE ZEROS.
           03 WS_QTD_TRANSF                PIC 9(7) VALUE ZEROS.
           03 WS_QTD_IGNORADAS             PIC 9(7) VALUE ZEROS.
           03 WS_QTD_FALHAS                PIC 9(7) VALUE ZEROS.

      * Last consolidated balance seen for each product code (code
      * plus one is the subscript), used for the transfer lines that
      * only printed the location balance.
       01  WS_TAB_SALDOS.
           03 WS_SP_SALDO OCCURS 10000 TIMES
                          PIC 9(5).

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

       01  WS_LINHA_TITULO.
           03 FILLER                       PIC X(36) VALUE
                  'CONVERSAO DO KARDEX -              '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_TOTAL.
           03 WS_LT_ROTULO                 PIC X(40).
           03 WS_LT_QTD                    PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO

           OPEN INPUT ARQ_KARDEX_ANTIGO
           IF WS_STATUS_KARDEX_ANTIGO NOT = '00'
               DISPLAY 'ARQUIVO DE KARDEX ANTIGO AUSENTE: '
                       'FD_KARDEX.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VERIFICA-KARDEX-VAZIO
           IF WS_KX_RETORNO = '00'
               DISPLAY 'KARDEX.txt JA POSSUI MOVIMENTOS - CONVERSAO '
                       'NAO EXECUTADA'
               CLOSE ARQ_KARDEX_ANTIGO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'WO' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO
           IF WS_KX_RETORNO NOT = '00'
               DISPLAY 'KARDEX.txt INDISPONIVEL - CONVERSAO ABORTADA'
               CLOSE ARQ_KARDEX_ANTIGO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           PERFORM VARYING WS_IDX_SALDO FROM 1 BY 1
                   UNTIL WS_IDX_SALDO > 10000
               MOVE ZEROS TO WS_SP_SALDO(WS_IDX_SALDO)
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL WS_EOF_KARDEX_ANTIGO = 'S'
               READ ARQ_KARDEX_ANTIGO
                   AT END
                       MOVE 'S' TO WS_EOF_KARDEX_ANTIGO
                   NOT AT END
                       ADD 1 TO WS_QTD_LIDAS
                       PERFORM TRATA-LINHA-ANTIGA
               END-READ
           END-PERFORM

           CLOSE ARQ_KARDEX_ANTIGO

           MOVE 'WC' TO WS_KX_FUNCAO
           CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                      WS_KX_RETORNO

           PERFORM GRAVA-RELATORIO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'LINHAS LIDAS: ' WS_QTD_LIDAS
                   ' MOVIMENTOS CONVERTIDOS: ' WS_QTD_CONVERTIDOS

           IF WS_QTD_FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS_QTD_IGNORADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

           VERIFICA-KARDEX-VAZIO.
      * Retorno 00 here means the new kardex already has a movement.
               INITIALIZE REG-KARDEX
               MOVE 'RS' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO = '00'
                   MOVE 'RN' TO WS_KX_FUNCAO
                   CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                              WS_KX_RETORNO
               END-IF
               MOVE WS_KX_RETORNO TO WS_RETORNO_VERIFICACAO
               MOVE 'FC' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               MOVE WS_RETORNO_VERIFICACAO TO WS_KX_RETORNO.

           TRATA-LINHA-ANTIGA.
               EVALUATE TRUE
                   WHEN FD_KT_PREFIXO = 'KARDEX - PRODUTO: '
                       PERFORM TRATA-TITULO
                   WHEN FD_KS_ROTULO = 'SALDO INICIAL:  '
                     OR FD_KS_ROTULO = 'SALDO FINAL:    '
                       PERFORM TRATA-SALDO
                   WHEN FD_KM_TIPO = 'ENTRADA' OR 'SAIDA  ' OR
                                     'DEVOLUC'
                       PERFORM TRATA-MOVIMENTO
                   WHEN FD_LAYOUT_KARDEX = SPACES
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS_QTD_IGNORADAS
               END-EVALUATE.

           TRATA-TITULO.
               IF FD_KT_COD NUMERIC
                   MOVE FD_KT_COD TO WS_PRODUTO_ATUAL
                   MOVE 'S' TO WS_TEM_PRODUTO
                   COMPUTE WS_IDX_SALDO = WS_PRODUTO_ATUAL + 1
                   ADD 1 TO WS_QTD_TITULOS
               ELSE
                   MOVE 'N' TO WS_TEM_PRODUTO
                   ADD 1 TO WS_QTD_IGNORADAS
               END-IF.

           TRATA-SALDO.
               IF WS_TEM_PRODUTO = 'S'
                   MOVE FD_KS_SALDO TO WS_SALDO_LINHA
                   MOVE WS_SALDO_LINHA TO WS_SP_SALDO(WS_IDX_SALDO)
                   ADD 1 TO WS_QTD_SALDOS
               ELSE
                   ADD 1 TO WS_QTD_IGNORADAS
               END-IF.

           TRATA-MOVIMENTO.
      * A movement outside a product block, or whose quantity does not
      * read as a number, cannot be placed in the new key.
               IF WS_TEM_PRODUTO NOT = 'S'
                   OR FD_KM_QTD NOT NUMERIC
                   ADD 1 TO WS_QTD_IGNORADAS
               ELSE
                   PERFORM MONTA-MOVIMENTO
                   PERFORM GRAVA-MOVIMENTO
               END-IF.

           MONTA-MOVIMENTO.
               INITIALIZE REG-KARDEX
               MOVE WS_PRODUTO_ATUAL TO KX_PRODUTO
               MOVE FD_KM_TIPO       TO KX_TIPO
               MOVE FD_KM_QTD        TO KX_QTD
               MOVE FD_KM_DOC        TO KX_DOCUMENTO
               MOVE FD_KM_SITUACAO   TO KX_SITUACAO
               MOVE FD_KM_LOTE       TO KX_LOTE

               IF FD_KM_DATA NUMERIC
                   MOVE FD_KM_DATA TO KX_DATA
               ELSE
                   MOVE ZEROS TO KX_DATA
                   ADD 1 TO WS_QTD_SEM_DATA
               END-IF

               IF FD_KM_SALDO_X = SPACES
                   MOVE ZEROS TO WS_SALDO_LINHA
               ELSE
                   MOVE FD_KM_SALDO TO WS_SALDO_LINHA
               END-IF

               IF FD_KM_DOC_PREFIXO = 'TRANSF'
                   AND FD_KM_DOC_LOCAL_DE NUMERIC
                   AND FD_KM_DOC_LOCAL_PARA NUMERIC
                   ADD 1 TO WS_QTD_TRANSF
                   IF FD_KM_TIPO = 'SAIDA  '
                       MOVE FD_KM_DOC_LOCAL_DE TO KX_LOCAL
                   ELSE
                       MOVE FD_KM_DOC_LOCAL_PARA TO KX_LOCAL
                   END-IF
                   MOVE WS_SALDO_LINHA TO KX_SALDO_LOCAL
                   MOVE WS_SP_SALDO(WS_IDX_SALDO) TO KX_SALDO
               ELSE
                   MOVE WS_SALDO_LINHA TO KX_SALDO
                   MOVE WS_SALDO_LINHA TO WS_SP_SALDO(WS_IDX_SALDO)
               END-IF.

           GRAVA-MOVIMENTO.
               MOVE 'WR' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO = '00'
                   ADD 1 TO WS_QTD_CONVERTIDOS
               ELSE
                   ADD 1 TO WS_QTD_FALHAS
                   DISPLAY 'FALHA AO GRAVAR O KARDEX - PRODUTO '
                           KX_PRODUTO ' LINHA ' WS_QTD_LIDAS
                           ' RETORNO ' WS_KX_RETORNO
               END-IF.

           GRAVA-RELATORIO.
               MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               MOVE 'LINHAS LIDAS EM FD_KARDEX.txt:' TO WS_LT_ROTULO
               MOVE WS_QTD_LIDAS TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE 'BLOCOS DE PRODUTO:' TO WS_LT_ROTULO
               MOVE WS_QTD_TITULOS TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE 'LINHAS DE SALDO INICIAL/FINAL:' TO WS_LT_ROTULO
               MOVE WS_QTD_SALDOS TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE 'MOVIMENTOS CONVERTIDOS:' TO WS_LT_ROTULO
               MOVE WS_QTD_CONVERTIDOS TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE '  DOS QUAIS SEM DATA (DATA ZERO):' TO
                    WS_LT_ROTULO
               MOVE WS_QTD_SEM_DATA TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE '  DOS QUAIS TRANSFERENCIAS:' TO WS_LT_ROTULO
               MOVE WS_QTD_TRANSF TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE 'LINHAS IGNORADAS:' TO WS_LT_ROTULO
               MOVE WS_QTD_IGNORADAS TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               MOVE 'FALHAS DE GRAVACAO:' TO WS_LT_ROTULO
               MOVE WS_QTD_FALHAS TO WS_LT_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           GRAVA-JOBLOG.
               MOVE 'CONVERTE_KARDEX' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDAS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_CONVERTIDOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'FD_KARDEX.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'ARQCONVKARDEX.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM CONVERTE_KARDEX.
