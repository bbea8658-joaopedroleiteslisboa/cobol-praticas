      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Post-campaign results of the PROMOCOES.txt price
      *          lists. Reads the HISTVENDAS.txt sales history once
      *          and, for every list already started on the
      *          data-movimento (or only the list named in
      *          PARAMPROMOCAO.txt), shows the period, whether it is
      *          closed or still in force, the quantity sold net of
      *          returns, the revenue, the discount given against the
      *          regular price of the day, the cost at the unit cost
      *          the sales were charged at and the margin left
      *          (ARQRESULTPROMOCOES.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO_PROMOCOES.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_PROMOCOES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PROMOCOES.

           SELECT ARQ_HISTVENDAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_HISTVENDAS.

           SELECT ARQ_PARAM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PARAM.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_PROMOCOES.

           COPY PROMOCOES REPLACING LEADING ==PM== BY ==FD35==
                ==REG-PROMOCAO== BY ==FD_LAYOUT_PROMOCAO==.

       FD  ARQ_HISTVENDAS.

           COPY HISTVENDAS REPLACING LEADING ==HV== BY ==FD32==
                ==REG-HIST-VENDA== BY ==FD_LAYOUT_HISTVENDA==.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.
               03 FD36_LISTA                 PIC X(6).

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
           VALUE 'PROMOCOES.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'HISTVENDAS.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'PARAMPROMOCAO.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'ARQRESULTPROMOCOES.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_PROMOCOES             PIC X(02).
       01  WS_STATUS_HISTVENDAS            PIC X(02).
       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_EOF_PROMOCOES                PIC X(01) VALUE ' '.
       01  WS_EOF_HISTVENDAS               PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(110) VALUE ALL '-'.
       01  WS_LISTAS_TRUNCADO              PIC X(01) VALUE 'N'.
       01  WS_LISTA_FILTRO                 PIC X(06) VALUE SPACES.
       01  WS_QTD_HIST_LIDOS               PIC 9(07) VALUE ZEROS.
       01  WS_QTD_LISTADAS                 PIC 9(05) VALUE ZEROS.
       01  WS_IDX_LS_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_RECEITA_ITEM                 PIC 9(9)V99 VALUE ZEROS.
       01  WS_TABELA_ITEM                  PIC 9(9)V99 VALUE ZEROS.
       01  WS_CUSTO_ITEM                   PIC 9(9)V99 VALUE ZEROS.
       01  WS_DESCONTO_LISTA               PIC S9(11)V99 VALUE ZEROS.
       01  WS_MARGEM_LISTA                 PIC S9(11)V99 VALUE ZEROS.

       01  WS_TOTAIS.
           03 WS_TOT_QTD                   PIC S9(9).
           03 WS_TOT_RECEITA               PIC S9(11)V99.
           03 WS_TOT_DESCONTO              PIC S9(11)V99.
           03 WS_TOT_MARGEM                PIC S9(11)V99.

      * One row per list code; the period runs from the earliest
      * start to the latest end among the list's lines. Returns
      * (tipo D) of a promotional sale carry its list and come off.
       01  WS_TAB_LISTAS.
           03 WS_QTD_LISTAS                PIC 9(4) VALUE ZEROS.
           03 WS_LISTA OCCURS 200 TIMES
                       INDEXED BY WS_IDX_LS.
              05 WS_LS_CODIGO              PIC X(6).
              05 WS_LS_DESCRICAO           PIC X(20).
              05 WS_LS_DATA_INICIO         PIC 9(8).
              05 WS_LS_DATA_FIM            PIC 9(8).
              05 WS_LS_QTD                 PIC S9(9).
              05 WS_LS_RECEITA             PIC S9(11)V99.
              05 WS_LS_RECEITA_TABELA      PIC S9(11)V99.
              05 WS_LS_CUSTO               PIC S9(11)V99.

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
                  'RESULTADO DAS PROMOCOES -          '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(28)
                  VALUE 'LISTA  DESCRICAO           '.
           03 FILLER                       PIC X(28)
                  VALUE 'INICIO   FIM      SITUACAO  '.
           03 FILLER                       PIC X(23)
                  VALUE '   QTD         RECEITA '.
           03 FILLER                       PIC X(30)
                  VALUE '      DESCONTO         MARGEM'.

       01  WS_LINHA_LISTA.
           03 WS_LL_CODIGO                 PIC X(6).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_DESCRICAO              PIC X(20).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_INICIO                 PIC 9(8).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_FIM                    PIC 9(8).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_SITUACAO               PIC X(09).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_QTD                    PIC -ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_RECEITA                PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_DESCONTO               PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LL_MARGEM                 PIC -ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_TOTAL.
           03 FILLER                       PIC X(56)
                  VALUE 'TOTAL DAS PROMOCOES LISTADAS'.
           03 WS_TT_QTD                    PIC -ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_TT_RECEITA                PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_TT_DESCONTO               PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_TT_MARGEM                 PIC -ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_NENHUMA.
           03 FILLER                       PIC X(40)
                  VALUE 'NENHUMA PROMOCAO INICIADA ATE A DATA'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS

           OPEN INPUT ARQ_PROMOCOES
           IF WS_STATUS_PROMOCOES NOT = '00'
               DISPLAY 'ARQUIVO DE PROMOCOES AUSENTE: PROMOCOES.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS_EOF_PROMOCOES = 'S'
               READ ARQ_PROMOCOES
                   AT END
                       MOVE 'S' TO WS_EOF_PROMOCOES
                   NOT AT END
                       PERFORM GUARDA-LISTA
               END-READ
           END-PERFORM
           CLOSE ARQ_PROMOCOES

           PERFORM ACUMULA-HISTORICO

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           INITIALIZE WS_TOTAIS
           PERFORM VARYING WS_IDX_LS FROM 1 BY 1
                   UNTIL WS_IDX_LS > WS_QTD_LISTAS
               IF WS_LS_DATA_INICIO(WS_IDX_LS) <= WS_DATA_MOVIMENTO
                   PERFORM LISTA-RESULTADO
               END-IF
           END-PERFORM

           IF WS_QTD_LISTADAS = ZEROS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_NENHUMA
           END-IF

           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           MOVE WS_TOT_QTD      TO WS_TT_QTD
           MOVE WS_TOT_RECEITA  TO WS_TT_RECEITA
           MOVE WS_TOT_DESCONTO TO WS_TT_DESCONTO
           MOVE WS_TOT_MARGEM   TO WS_TT_MARGEM
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'PROMOCOES LISTADAS: ' WS_QTD_LISTADAS
                   ' VENDAS LIDAS: ' WS_QTD_HIST_LIDOS

      * Lists beyond the table are not reported, so the run is
      * flagged for the operator.
           IF WS_LISTAS_TRUNCADO = 'S'
               DISPLAY 'PROMOCOES.txt COM MAIS DE 200 LISTAS - '
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
                           MOVE FD36_LISTA TO WS_LISTA_FILTRO
                   END-READ
                   CLOSE ARQ_PARAM
               END-IF.

           GUARDA-LISTA.
               IF FD35_LISTA NOT = SPACES
                  AND (WS_LISTA_FILTRO = SPACES
                       OR FD35_LISTA = WS_LISTA_FILTRO)
                  AND FD35_DATA_INICIO NUMERIC
                  AND FD35_DATA_FIM NUMERIC
                   MOVE ZEROS TO WS_IDX_LS_ACHADO
                   PERFORM VARYING WS_IDX_LS FROM 1 BY 1
                           UNTIL WS_IDX_LS > WS_QTD_LISTAS
                           OR WS_IDX_LS_ACHADO > ZEROS
                       IF WS_LS_CODIGO(WS_IDX_LS) = FD35_LISTA
                           SET WS_IDX_LS_ACHADO TO WS_IDX_LS
                       END-IF
                   END-PERFORM

                   IF WS_IDX_LS_ACHADO = ZEROS
                       IF WS_QTD_LISTAS < 200
                           ADD 1 TO WS_QTD_LISTAS
                           MOVE WS_QTD_LISTAS TO WS_IDX_LS_ACHADO
                           INITIALIZE WS_LISTA(WS_IDX_LS_ACHADO)
                           MOVE FD35_LISTA TO
                                WS_LS_CODIGO(WS_IDX_LS_ACHADO)
                           MOVE FD35_DESCRICAO TO
                                WS_LS_DESCRICAO(WS_IDX_LS_ACHADO)
                           MOVE FD35_DATA_INICIO TO
                                WS_LS_DATA_INICIO(WS_IDX_LS_ACHADO)
                           MOVE FD35_DATA_FIM TO
                                WS_LS_DATA_FIM(WS_IDX_LS_ACHADO)
                       ELSE
                           MOVE 'S' TO WS_LISTAS_TRUNCADO
                       END-IF
                   ELSE
                       IF FD35_DATA_INICIO <
                          WS_LS_DATA_INICIO(WS_IDX_LS_ACHADO)
                           MOVE FD35_DATA_INICIO TO
                                WS_LS_DATA_INICIO(WS_IDX_LS_ACHADO)
                       END-IF
                       IF FD35_DATA_FIM >
                          WS_LS_DATA_FIM(WS_IDX_LS_ACHADO)
                           MOVE FD35_DATA_FIM TO
                                WS_LS_DATA_FIM(WS_IDX_LS_ACHADO)
                       END-IF
                   END-IF
               END-IF.

           ACUMULA-HISTORICO.
               OPEN INPUT ARQ_HISTVENDAS
               IF WS_STATUS_HISTVENDAS = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_HISTVENDAS = 'S'
                       READ ARQ_HISTVENDAS
                           AT END
                               MOVE 'S' TO WS_EOF_HISTVENDAS
                           NOT AT END
                               ADD 1 TO WS_QTD_HIST_LIDOS
                               IF FD32_LISTA_PRECO NOT = SPACES
                                   PERFORM ACUMULA-VENDA-PROMOCIONAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_HISTVENDAS
               END-IF.

           ACUMULA-VENDA-PROMOCIONAL.
               MOVE ZEROS TO WS_IDX_LS_ACHADO
               PERFORM VARYING WS_IDX_LS FROM 1 BY 1
                       UNTIL WS_IDX_LS > WS_QTD_LISTAS
                       OR WS_IDX_LS_ACHADO > ZEROS
                   IF WS_LS_CODIGO(WS_IDX_LS) = FD32_LISTA_PRECO
                       SET WS_IDX_LS_ACHADO TO WS_IDX_LS
                   END-IF
               END-PERFORM

               IF WS_IDX_LS_ACHADO > ZEROS
                   COMPUTE WS_RECEITA_ITEM ROUNDED =
                           FD32_QTD * FD32_PRECO_VENDA
                   COMPUTE WS_CUSTO_ITEM ROUNDED =
                           FD32_QTD * FD32_CUSTO_UNIT
                   IF FD32_PRECO_TABELA NUMERIC
                       COMPUTE WS_TABELA_ITEM ROUNDED =
                               FD32_QTD * FD32_PRECO_TABELA
                   ELSE
                       MOVE WS_RECEITA_ITEM TO WS_TABELA_ITEM
                   END-IF

                   IF FD32_TIPO = 'D'
                       SUBTRACT FD32_QTD FROM
                                WS_LS_QTD(WS_IDX_LS_ACHADO)
                       SUBTRACT WS_RECEITA_ITEM FROM
                                WS_LS_RECEITA(WS_IDX_LS_ACHADO)
                       SUBTRACT WS_TABELA_ITEM FROM
                                WS_LS_RECEITA_TABELA(WS_IDX_LS_ACHADO)
                       SUBTRACT WS_CUSTO_ITEM FROM
                                WS_LS_CUSTO(WS_IDX_LS_ACHADO)
                   ELSE
                       ADD FD32_QTD TO WS_LS_QTD(WS_IDX_LS_ACHADO)
                       ADD WS_RECEITA_ITEM TO
                           WS_LS_RECEITA(WS_IDX_LS_ACHADO)
                       ADD WS_TABELA_ITEM TO
                           WS_LS_RECEITA_TABELA(WS_IDX_LS_ACHADO)
                       ADD WS_CUSTO_ITEM TO
                           WS_LS_CUSTO(WS_IDX_LS_ACHADO)
                   END-IF
               END-IF.

           LISTA-RESULTADO.
               ADD 1 TO WS_QTD_LISTADAS

               COMPUTE WS_DESCONTO_LISTA =
                       WS_LS_RECEITA_TABELA(WS_IDX_LS) -
                       WS_LS_RECEITA(WS_IDX_LS)
               COMPUTE WS_MARGEM_LISTA =
                       WS_LS_RECEITA(WS_IDX_LS) -
                       WS_LS_CUSTO(WS_IDX_LS)

               MOVE WS_LS_CODIGO(WS_IDX_LS)      TO WS_LL_CODIGO
               MOVE WS_LS_DESCRICAO(WS_IDX_LS)   TO WS_LL_DESCRICAO
               MOVE WS_LS_DATA_INICIO(WS_IDX_LS) TO WS_LL_INICIO
               MOVE WS_LS_DATA_FIM(WS_IDX_LS)    TO WS_LL_FIM
               IF WS_LS_DATA_FIM(WS_IDX_LS) < WS_DATA_MOVIMENTO
                   MOVE 'ENCERRADA' TO WS_LL_SITUACAO
               ELSE
                   MOVE 'EM VIGOR ' TO WS_LL_SITUACAO
               END-IF
               MOVE WS_LS_QTD(WS_IDX_LS)         TO WS_LL_QTD
               MOVE WS_LS_RECEITA(WS_IDX_LS)     TO WS_LL_RECEITA
               MOVE WS_DESCONTO_LISTA            TO WS_LL_DESCONTO
               MOVE WS_MARGEM_LISTA              TO WS_LL_MARGEM
               WRITE FD_LAYOUT_REL FROM WS_LINHA_LISTA

               ADD WS_LS_QTD(WS_IDX_LS)     TO WS_TOT_QTD
               ADD WS_LS_RECEITA(WS_IDX_LS) TO WS_TOT_RECEITA
               ADD WS_DESCONTO_LISTA        TO WS_TOT_DESCONTO
               ADD WS_MARGEM_LISTA          TO WS_TOT_MARGEM.

           GRAVA-JOBLOG.
               MOVE 'RESULTADO_PROMOCOES' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_HIST_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_LISTADAS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PROMOCOES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'HISTVENDAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'PARAMPROMOCAO.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'ARQRESULTPROMOCOES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM RESULTADO_PROMOCOES.
