      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Near-expiry lot report. Reads the LOTES.txt stock
      *          lots and lists, in expiry-date order, the lots
      *          already past their validade (blocked for sale by
      *          VENDAS_DIARIAS) and those expiring within the number
      *          of days given in PARAMLOTES.txt (default 30), each
      *          valued at the product's PRD_CUSTO_MEDIO through the
      *          PRODUTO_ACCESS module - products never costed fall
      *          back to PRD_PRECO - with totals per section
      *          (ARQVENCIMENTOLOTES.txt). Meant as a nightly step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMENTO_LOTES.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_LOTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_LOTES.

           SELECT ARQ_PARAM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PARAM.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_LOTES.

           COPY LOTES REPLACING LEADING ==LT== BY ==FD33==
                ==REG-LOTE== BY ==FD_LAYOUT_LOTE==.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.
               03 FD34_DIAS_AVISO            PIC 9(3).

       FD  ARQ_REL.

           01  FD_LAYOUT_REL                 PIC X(100).

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
           VALUE 'LOTES.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'PARAMLOTES.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ARQVENCIMENTOLOTES.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_LOTES                 PIC X(02).
       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_EOF_LOTES                    PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(100) VALUE ALL '-'.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.

       01  WS_DIAS_AVISO                   PIC 9(3) VALUE 30.
       01  WS_DATA_LIMITE                  PIC 9(8) VALUE ZEROS.
       01  WS_DIAS_INT                     PIC 9(7) VALUE ZEROS.
       01  WS_QTD_LIDOS                    PIC 9(5) VALUE ZEROS.
       01  WS_QTD_LISTADOS                 PIC 9(5) VALUE ZEROS.
       01  WS_SECAO                        PIC X(01) VALUE SPACE.
       01  WS_IDX_MENOR                    PIC 9(4) VALUE ZEROS.
       01  WS_CUSTO_UNIT                   PIC 9(6)V99 VALUE ZEROS.
       01  WS_VALOR_LOTE                   PIC 9(11)V99 VALUE ZEROS.
       01  WS_QTD_SECAO                    PIC 9(7) VALUE ZEROS.
       01  WS_VALOR_SECAO                  PIC 9(13)V99 VALUE ZEROS.
       01  WS_QTD_GERAL                    PIC 9(7) VALUE ZEROS.
       01  WS_VALOR_GERAL                  PIC 9(13)V99 VALUE ZEROS.

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

      * WS_LT_SECAO: V = expired, A = expiring within the warning
      * window, space = not reported. WS_LT_LISTADO marks the rows
      * already printed while the section is listed in date order.
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
              05 WS_LT_SECAO               PIC X(01).
              05 WS_LT_LISTADO             PIC X(01).

       01  WS_VALIDADE_DESM.
           03 WS_VD_ANO                    PIC 9(04).
           03 WS_VD_MES                    PIC 9(02).
           03 WS_VD_DIA                    PIC 9(02).

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
           03 FILLER                       PIC X(31) VALUE
                  'VENCIMENTO DE LOTES -          '.
           03 WS_TIT_DATA                  PIC X(10).
           03 FILLER                       PIC X(18)
                  VALUE '   AVISO EM ATE:  '.
           03 WS_TIT_DIAS                  PIC ZZ9.
           03 FILLER                       PIC X(05) VALUE ' DIAS'.

       01  WS_LINHA_SECAO_VENCIDOS.
           03 FILLER                       PIC X(38) VALUE
                  'LOTES VENCIDOS - BLOQUEADOS PARA VENDA'.

       01  WS_LINHA_SECAO_A_VENCER.
           03 FILLER                       PIC X(22) VALUE
                  'LOTES A VENCER EM ATE '.
           03 WS_SC_DIAS                   PIC ZZ9.
           03 FILLER                       PIC X(05) VALUE ' DIAS'.

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(15)
                  VALUE 'PROD NOME      '.
           03 FILLER                       PIC X(15)
                  VALUE 'LC LOTE        '.
           03 FILLER                       PIC X(17)
                  VALUE 'VALIDADE    DIAS '.
           03 FILLER                       PIC X(16)
                  VALUE '  QTD      CUSTO'.
           03 FILLER                       PIC X(15)
                  VALUE '          VALOR'.

       01  WS_LINHA_LOTE.
           03 WS_LL_PRODUTO                PIC 9(4).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_NOME                   PIC X(9).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_LOCAL                  PIC 9(2).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_LOTE                   PIC X(10).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS_LL_VALIDADE               PIC X(10).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_DIAS                   PIC -ZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_QTD                    PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_CUSTO                  PIC ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_VALOR                  PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_TOTAL_SECAO.
           03 FILLER                       PIC X(42)
                  VALUE '   TOTAL DA SECAO'.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_TS_QTD                    PIC Z.ZZZ.ZZ9.
           03 FILLER                       PIC X(12) VALUE SPACES.
           03 WS_TS_VALOR                  PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_TOTAL_GERAL.
           03 FILLER                       PIC X(42)
                  VALUE 'TOTAL GERAL (VENCIDOS + A VENCER)'.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_TG_QTD                    PIC Z.ZZZ.ZZ9.
           03 FILLER                       PIC X(12) VALUE SPACES.
           03 WS_TG_VALOR                  PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_NENHUM.
           03 FILLER                       PIC X(30)
                  VALUE '   NENHUM LOTE NESTA SITUACAO'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS

           COMPUTE WS_DIAS_INT =
                   FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
                   + WS_DIAS_AVISO
           COMPUTE WS_DATA_LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS_DIAS_INT)

           OPEN INPUT ARQ_LOTES
           IF WS_STATUS_LOTES NOT = '00'
               DISPLAY 'ARQUIVO DE LOTES AUSENTE: LOTES.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-LOTES
           CLOSE ARQ_LOTES

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
           MOVE WS_DIAS_AVISO   TO WS_TIT_DIAS
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           WRITE FD_LAYOUT_REL FROM WS_LINHA_SECAO_VENCIDOS
           MOVE 'V' TO WS_SECAO
           PERFORM LISTA-SECAO

           MOVE WS_DIAS_AVISO TO WS_SC_DIAS
           WRITE FD_LAYOUT_REL FROM WS_LINHA_SECAO_A_VENCER
           MOVE 'A' TO WS_SECAO
           PERFORM LISTA-SECAO

           MOVE WS_QTD_GERAL   TO WS_TG_QTD
           MOVE WS_VALOR_GERAL TO WS_TG_VALOR
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL_GERAL
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'LOTES LIDOS: ' WS_QTD_LIDOS
                   ' LISTADOS: ' WS_QTD_LISTADOS

      * Lots beyond the table are not reported, so the run is flagged
      * for the operator rather than passing as a complete listing.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'LOTES.txt COM MAIS DE 1000 LOTES - '
                       'RELATORIO INCOMPLETO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           CARREGA-PARAMETROS.
               OPEN INPUT ARQ_PARAM
               IF WS_STATUS_PARAM = '00'
                   READ ARQ_PARAM
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FD34_DIAS_AVISO NUMERIC
                               AND FD34_DIAS_AVISO > ZEROS
                               MOVE FD34_DIAS_AVISO TO WS_DIAS_AVISO
                           END-IF
                   END-READ
                   CLOSE ARQ_PARAM
               END-IF.

           CARREGA-LOTES.
               PERFORM WITH TEST AFTER UNTIL WS_EOF_LOTES = 'S'
                   READ ARQ_LOTES
                       AT END
                           MOVE 'S' TO WS_EOF_LOTES
                       NOT AT END
                           ADD 1 TO WS_QTD_LIDOS
                           IF WS_QTD_LOTES < 1000
                               ADD 1 TO WS_QTD_LOTES
                               MOVE FD_LAYOUT_LOTE TO
                                    WS_LT_REGISTRO(WS_QTD_LOTES)
                               PERFORM CLASSIFICA-LOTE
                           ELSE
                               MOVE 'S' TO WS_CARGA_TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM.

           CLASSIFICA-LOTE.
               MOVE SPACE TO WS_LT_SECAO(WS_QTD_LOTES)
               MOVE 'N'   TO WS_LT_LISTADO(WS_QTD_LOTES)

               IF WS_LT_QTD(WS_QTD_LOTES) NUMERIC
                  AND WS_LT_QTD(WS_QTD_LOTES) > ZEROS
                  AND WS_LT_DATA_VALIDADE(WS_QTD_LOTES) NUMERIC
                   IF WS_LT_DATA_VALIDADE(WS_QTD_LOTES) <
                      WS_DATA_MOVIMENTO
                       MOVE 'V' TO WS_LT_SECAO(WS_QTD_LOTES)
                   ELSE
                       IF WS_LT_DATA_VALIDADE(WS_QTD_LOTES) <=
                          WS_DATA_LIMITE
                           MOVE 'A' TO WS_LT_SECAO(WS_QTD_LOTES)
                       END-IF
                   END-IF
               END-IF.

           LISTA-SECAO.
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
               MOVE ZEROS TO WS_QTD_SECAO
               MOVE ZEROS TO WS_VALOR_SECAO

               PERFORM WITH TEST AFTER UNTIL WS_IDX_MENOR = ZEROS
                   PERFORM BUSCA-MENOR-VALIDADE
                   IF WS_IDX_MENOR > ZEROS
                       PERFORM LISTA-LOTE
                   END-IF
               END-PERFORM

               IF WS_QTD_SECAO = ZEROS
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_NENHUM
               END-IF

               MOVE WS_QTD_SECAO   TO WS_TS_QTD
               MOVE WS_VALOR_SECAO TO WS_TS_VALOR
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL_SECAO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               ADD WS_QTD_SECAO   TO WS_QTD_GERAL
               ADD WS_VALOR_SECAO TO WS_VALOR_GERAL.

           BUSCA-MENOR-VALIDADE.
               MOVE ZEROS TO WS_IDX_MENOR
               PERFORM VARYING WS_IDX_LT FROM 1 BY 1
                       UNTIL WS_IDX_LT > WS_QTD_LOTES
                   IF WS_LT_SECAO(WS_IDX_LT) = WS_SECAO
                      AND WS_LT_LISTADO(WS_IDX_LT) = 'N'
                       IF WS_IDX_MENOR = ZEROS
                           SET WS_IDX_MENOR TO WS_IDX_LT
                       ELSE
                           IF WS_LT_DATA_VALIDADE(WS_IDX_LT) <
                              WS_LT_DATA_VALIDADE(WS_IDX_MENOR)
                               SET WS_IDX_MENOR TO WS_IDX_LT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           LISTA-LOTE.
               MOVE 'S' TO WS_LT_LISTADO(WS_IDX_MENOR)
               ADD 1 TO WS_QTD_LISTADOS

               INITIALIZE FD_LAYOUT_DB_PRODUTOS
               MOVE WS_LT_PRODUTO(WS_IDX_MENOR) TO FD1_CODPROD
               MOVE 'LC' TO WS_PA_FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                           FD_LAYOUT_DB_PRODUTOS
                                           WS_PA_RETORNO

      * Lots are valued at the weighted-average cost; products that
      * never received a costed entry fall back to the list price.
               IF WS_PA_RETORNO NOT = '00'
                   MOVE '*SEM CAD*' TO FD1_NOME_PRODUTO
                   MOVE ZEROS TO WS_CUSTO_UNIT
               ELSE
                   IF FD1_CUSTO_MEDIO NUMERIC
                       AND FD1_CUSTO_MEDIO > ZEROS
                       MOVE FD1_CUSTO_MEDIO TO WS_CUSTO_UNIT
                   ELSE
                       MOVE FD1_PRECO TO WS_CUSTO_UNIT
                   END-IF
               END-IF

               COMPUTE WS_VALOR_LOTE ROUNDED =
                       WS_LT_QTD(WS_IDX_MENOR) * WS_CUSTO_UNIT
               ADD WS_LT_QTD(WS_IDX_MENOR) TO WS_QTD_SECAO
               ADD WS_VALOR_LOTE TO WS_VALOR_SECAO

               MOVE WS_LT_DATA_VALIDADE(WS_IDX_MENOR) TO
                    WS_VALIDADE_DESM
               MOVE SPACES TO WS_LL_VALIDADE
               STRING WS_VD_DIA '/' WS_VD_MES '/' WS_VD_ANO
                   DELIMITED BY SIZE INTO WS_LL_VALIDADE
               END-STRING

               MOVE WS_LT_PRODUTO(WS_IDX_MENOR) TO WS_LL_PRODUTO
               MOVE FD1_NOME_PRODUTO            TO WS_LL_NOME
               MOVE WS_LT_LOCAL(WS_IDX_MENOR)   TO WS_LL_LOCAL
               MOVE WS_LT_LOTE(WS_IDX_MENOR)    TO WS_LL_LOTE
               COMPUTE WS_LL_DIAS =
                   FUNCTION INTEGER-OF-DATE
                       (WS_LT_DATA_VALIDADE(WS_IDX_MENOR))
                   - FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
               MOVE WS_LT_QTD(WS_IDX_MENOR)     TO WS_LL_QTD
               MOVE WS_CUSTO_UNIT               TO WS_LL_CUSTO
               MOVE WS_VALOR_LOTE               TO WS_LL_VALOR
               WRITE FD_LAYOUT_REL FROM WS_LINHA_LOTE.

           GRAVA-JOBLOG.
               MOVE 'VENCIMENTO_LOTES' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_LISTADOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'LOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'PARAMLOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQVENCIMENTOLOTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM VENCIMENTO_LOTES.
