      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Periodic calculation of the stock policy of every
      *          product from its consumption history. Reads through
      *          KARDEX_ACCESS the applied exits of the last
      *          PARAMPOLITICA.txt window of days (sales and other
      *          exits less customer returns; transfers between
      *          depositos are not consumption) and works out the
      *          average daily demand and its standard deviation over
      *          the window. With the supplier lead time from
      *          FORNECEDORES.txt (the default lead time of the
      *          parameters when the product has no supplier):
      *            safety stock = service factor x deviation x
      *                           square root of the lead time
      *            reorder point = demand x lead time + safety stock
      *            target = reorder point + demand x coverage days
      *          The results replace POLITICAESTOQUE.txt, used by
      *          01-PROCESSADOR-PRECOS and GERA_PEDIDOS instead of the
      *          global PARAMESTOQUE.txt values. Products without
      *          consumption in the window get no policy and keep the
      *          global values. ARQPOLITICAESTOQUE.txt lists the new
      *          policies, those whose reorder point or target moved
      *          more than the parameter percentage since the last
      *          run and those that went back to the global values.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLITICA_ESTOQUE.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_PARAM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PARAM.

           SELECT ARQ_FORNECEDORES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_FORNECEDORES.

           SELECT ARQ_POLITICA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_POLITICA.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.
               03 FD37_DIAS_JANELA           PIC 9(3).
               03 FD37_FATOR_SERVICO         PIC 9V99.
               03 FD37_DIAS_COBERTURA        PIC 9(3).
               03 FD37_PRCT_VARIACAO         PIC 9(3).
               03 FD37_PRAZO_PADRAO          PIC 9(3).

       FD  ARQ_FORNECEDORES.

           01  FD_LAYOUT_FORNECEDORES.
               03 FD8_COD_FORNECEDOR         PIC 9(3).
               03 FD8_NOME_FORNECEDOR        PIC X(20).
               03 FD8_PRAZO_ENTREGA          PIC 9(3).
               03 FD8_COD_PRODUTO            PIC 9(4).
               03 FD8_QTD_MIN_PEDIDO         PIC 9(5).

       FD  ARQ_POLITICA.

           COPY POLITICAESTOQUE.

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
           VALUE 'PARAMPOLITICA.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'FORNECEDORES.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'POLITICAESTOQUE.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'ARQPOLITICAESTOQUE.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_STATUS_FORNECEDORES          PIC X(02).
       01  WS_STATUS_POLITICA              PIC X(02).
       01  WS_EOF_FORNECEDORES             PIC X(01) VALUE ' '.
       01  WS_EOF_POLITICA                 PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(100) VALUE ALL '-'.

      * Parameters; PARAMPOLITICA.txt overrides each one that comes
      * numeric and above zero.
       01  WS_DIAS_JANELA                  PIC 9(3) VALUE 90.
       01  WS_FATOR_SERVICO                PIC 9V99 VALUE 1,65.
       01  WS_DIAS_COBERTURA               PIC 9(3) VALUE 30.
       01  WS_PRCT_VARIACAO                PIC 9(3) VALUE 30.
       01  WS_PRAZO_PADRAO                 PIC 9(3) VALUE 7.

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.

       01  WS_DATA_INICIO_JANELA           PIC 9(8) VALUE ZEROS.
       01  WS_INT_INICIO_JANELA            PIC 9(7) VALUE ZEROS.
       01  WS_DIA_JANELA                   PIC 9(3) VALUE ZEROS.
       01  WS_FIM_PRODUTO                  PIC X(01) VALUE 'N'.

      * Net consumption of the product per day of the window.
       01  WS_TAB_DEMANDA.
           03 WS_DEM_DIA OCCURS 366 TIMES  PIC S9(7).

       01  WS_CONSUMO_TOTAL                PIC S9(7) VALUE ZEROS.
       01  WS_DEMANDA_MEDIA                PIC 9(5)V9(4) VALUE ZEROS.
       01  WS_DESVIO_DIA                   PIC S9(7)V9(4) VALUE ZEROS.
       01  WS_SOMA_QUADRADOS               PIC 9(13)V9(4) VALUE ZEROS.
       01  WS_DESVIO_PADRAO                PIC 9(5)V9(4) VALUE ZEROS.
       01  WS_PRAZO                        PIC 9(3) VALUE ZEROS.
       01  WS_CALC_SEGURANCA               PIC 9(9) VALUE ZEROS.
       01  WS_CALC_PONTO                   PIC 9(9) VALUE ZEROS.
       01  WS_CALC_ALVO                    PIC 9(9) VALUE ZEROS.
       01  WS_DIFERENCA                    PIC 9(5) VALUE ZEROS.
       01  WS_VAR_PONTO                    PIC 9(7) VALUE ZEROS.
       01  WS_VAR_ALVO                     PIC 9(7) VALUE ZEROS.

       01  WS_TAB_FORNECEDORES.
           03 WS_QTD_FORNECEDORES          PIC 9(3) VALUE ZEROS.
           03 WS_FORNECEDOR OCCURS 200 TIMES
                            INDEXED BY WS_IDX_FORN.
              05 WS_FORN_PRAZO             PIC 9(3).
              05 WS_FORN_PRODUTO           PIC 9(4).

      * Policy of the previous run, the base of the variation check.
       01  WS_TAB_POL_ANTERIOR.
           03 WS_QTD_POL_ANTERIOR          PIC 9(4) VALUE ZEROS.
           03 WS_POL_ANTERIOR OCCURS 1000 TIMES
                              INDEXED BY WS_IDX_AN.
              05 WS_AN_PRODUTO             PIC 9(4).
              05 WS_AN_PONTO_PEDIDO        PIC 9(5).
              05 WS_AN_QTD_ALVO            PIC 9(5).

       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_POL_ANT_ACHADA               PIC X(01) VALUE 'N'.
       01  WS_PONTO_ANTERIOR               PIC 9(5) VALUE ZEROS.
       01  WS_ALVO_ANTERIOR                PIC 9(5) VALUE ZEROS.

       01  WS_QTD_PRODUTOS                 PIC 9(5) VALUE ZEROS.
       01  WS_QTD_COM_POLITICA             PIC 9(5) VALUE ZEROS.
       01  WS_QTD_SEM_CONSUMO              PIC 9(5) VALUE ZEROS.
       01  WS_QTD_NOVAS                    PIC 9(5) VALUE ZEROS.
       01  WS_QTD_VARIACOES                PIC 9(5) VALUE ZEROS.
       01  WS_QTD_REMOVIDAS                PIC 9(5) VALUE ZEROS.
       01  WS_QTD_LIDOS_KARDEX             PIC 9(7) VALUE ZEROS.

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
                  'POLITICA DE ESTOQUE POR PRODUTO -  '.
           03 WS_TIT_DATA                  PIC X(10).
           03 FILLER                       PIC X(10)
                  VALUE '  JANELA: '.
           03 WS_TIT_JANELA                PIC 9(3).
           03 FILLER                       PIC X(5) VALUE ' DIAS'.

       01  WS_LINHA_PARAMETROS.
           03 FILLER                       PIC X(15)
                  VALUE 'FATOR SERVICO: '.
           03 WS_PR_FATOR                  PIC 9,99.
           03 FILLER                       PIC X(13)
                  VALUE '  COBERTURA: '.
           03 WS_PR_COBERTURA              PIC ZZ9.
           03 FILLER                       PIC X(24)
                  VALUE ' DIAS  PRAZO SEM FORN.: '.
           03 WS_PR_PRAZO                  PIC ZZ9.
           03 FILLER                       PIC X(22)
                  VALUE ' DIAS  LIMITE VARIACAO'.
           03 FILLER                       PIC X(02) VALUE ': '.
           03 WS_PR_VARIACAO               PIC ZZ9.
           03 FILLER                       PIC X(01) VALUE '%'.

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(30)
                  VALUE 'COD  NOME       DEM/DIA   DESV'.
           03 FILLER                       PIC X(30)
                  VALUE 'IO PRZ   SEG P.ANT PONTO A.ANT'.
           03 FILLER                       PIC X(30)
                  VALUE '  ALVO SITUACAO               '.

       01  WS_LINHA_PRODUTO.
           03 WS_LP_COD                    PIC 9(4).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_NOME                   PIC X(9).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_DEMANDA                PIC ZZZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_DESVIO                 PIC ZZZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_PRAZO                  PIC ZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_SEGURANCA              PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_PONTO_ANT              PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_PONTO                  PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_ALVO_ANT               PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_ALVO                   PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_SITUACAO               PIC X(30).

       01  WS_LINHA_RESUMO_1.
           03 FILLER                       PIC X(22)
                  VALUE 'PRODUTOS ANALISADOS: '.
           03 WS_RS_PRODUTOS               PIC ZZZZ9.
           03 FILLER                       PIC X(17)
                  VALUE '  COM POLITICA: '.
           03 WS_RS_COM_POLITICA           PIC ZZZZ9.
           03 FILLER                       PIC X(34)
                  VALUE '  SEM CONSUMO (PARAMETRO GLOBAL):'.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_RS_SEM_CONSUMO            PIC ZZZZ9.

       01  WS_LINHA_RESUMO_2.
           03 FILLER                       PIC X(22)
                  VALUE 'POLITICAS NOVAS: '.
           03 WS_RS_NOVAS                  PIC ZZZZ9.
           03 FILLER                       PIC X(17)
                  VALUE '  VARIACOES: '.
           03 WS_RS_VARIACOES              PIC ZZZZ9.
           03 FILLER                       PIC X(34)
                  VALUE '  VOLTARAM AO PARAMETRO GLOBAL:'.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_RS_REMOVIDAS              PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-FORNECEDORES
           PERFORM CARREGA-POLITICA-ANTERIOR

           MOVE 'RS' TO WS_PA_FUNCAO
           CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                       FD_LAYOUT_DB_PRODUTOS
                                       WS_PA_RETORNO
           IF WS_PA_RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS: RETORNO: '
                       WS_PA_RETORNO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQ_POLITICA
           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_SISTEMA   TO WS_TIT_DATA
           MOVE WS_DIAS_JANELA    TO WS_TIT_JANELA
           MOVE WS_FATOR_SERVICO  TO WS_PR_FATOR
           MOVE WS_DIAS_COBERTURA TO WS_PR_COBERTURA
           MOVE WS_PRAZO_PADRAO   TO WS_PR_PRAZO
           MOVE WS_PRCT_VARIACAO  TO WS_PR_VARIACAO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_PARAMETROS
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM WITH TEST AFTER UNTIL WS_PA_RETORNO NOT = '00'
               MOVE 'RN' TO WS_PA_FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                           FD_LAYOUT_DB_PRODUTOS
                                           WS_PA_RETORNO
               IF WS_PA_RETORNO = '00'
                   ADD 1 TO WS_QTD_PRODUTOS
                   PERFORM CALCULA-POLITICA-PRODUTO
               END-IF
           END-PERFORM

           MOVE 'FC' TO WS_PA_FUNCAO
           CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                       FD_LAYOUT_DB_PRODUTOS
                                       WS_PA_RETORNO

           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           MOVE WS_QTD_PRODUTOS     TO WS_RS_PRODUTOS
           MOVE WS_QTD_COM_POLITICA TO WS_RS_COM_POLITICA
           MOVE WS_QTD_SEM_CONSUMO  TO WS_RS_SEM_CONSUMO
           MOVE WS_QTD_NOVAS        TO WS_RS_NOVAS
           MOVE WS_QTD_VARIACOES    TO WS_RS_VARIACOES
           MOVE WS_QTD_REMOVIDAS    TO WS_RS_REMOVIDAS
           WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO_1
           WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO_2
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_POLITICA ARQ_REL ARQ_JOBLOG

           DISPLAY 'POLITICA DE ESTOQUE - PRODUTOS COM POLITICA: '
                   WS_QTD_COM_POLITICA ' VARIACOES: '
                   WS_QTD_VARIACOES

      * Without the whole previous policy some variations may have
      * gone unreported.
           IF WS_CARGA_TRUNCADA = 'S'
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
                           IF FD37_DIAS_JANELA NUMERIC
                               AND FD37_DIAS_JANELA > ZEROS
                               IF FD37_DIAS_JANELA > 366
                                   DISPLAY 'JANELA ACIMA DE 366 DIAS '
                                           'IGNORADA: '
                                           FD37_DIAS_JANELA
                               ELSE
                                   MOVE FD37_DIAS_JANELA TO
                                        WS_DIAS_JANELA
                               END-IF
                           END-IF
                           IF FD37_FATOR_SERVICO NUMERIC
                               AND FD37_FATOR_SERVICO > ZEROS
                               MOVE FD37_FATOR_SERVICO TO
                                    WS_FATOR_SERVICO
                           END-IF
                           IF FD37_DIAS_COBERTURA NUMERIC
                               AND FD37_DIAS_COBERTURA > ZEROS
                               MOVE FD37_DIAS_COBERTURA TO
                                    WS_DIAS_COBERTURA
                           END-IF
                           IF FD37_PRCT_VARIACAO NUMERIC
                               AND FD37_PRCT_VARIACAO > ZEROS
                               MOVE FD37_PRCT_VARIACAO TO
                                    WS_PRCT_VARIACAO
                           END-IF
                           IF FD37_PRAZO_PADRAO NUMERIC
                               AND FD37_PRAZO_PADRAO > ZEROS
                               MOVE FD37_PRAZO_PADRAO TO
                                    WS_PRAZO_PADRAO
                           END-IF
                   END-READ
                   CLOSE ARQ_PARAM
               END-IF

      * The window ends on the data-movimento itself.
               COMPUTE WS_INT_INICIO_JANELA =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
                       - WS_DIAS_JANELA + 1
               COMPUTE WS_DATA_INICIO_JANELA =
                       FUNCTION DATE-OF-INTEGER(WS_INT_INICIO_JANELA).

           CARREGA-FORNECEDORES.
               OPEN INPUT ARQ_FORNECEDORES
               IF WS_STATUS_FORNECEDORES = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_FORNECEDORES = 'S'
                       READ ARQ_FORNECEDORES
                           AT END
                               MOVE 'S' TO WS_EOF_FORNECEDORES
                           NOT AT END
                               IF WS_QTD_FORNECEDORES < 200
                                  ADD 1 TO WS_QTD_FORNECEDORES
                                  MOVE FD8_PRAZO_ENTREGA TO
                                     WS_FORN_PRAZO(WS_QTD_FORNECEDORES)
                                  MOVE FD8_COD_PRODUTO TO
                                   WS_FORN_PRODUTO(WS_QTD_FORNECEDORES)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_FORNECEDORES
               END-IF.

           CARREGA-POLITICA-ANTERIOR.
               OPEN INPUT ARQ_POLITICA
               IF WS_STATUS_POLITICA = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_POLITICA = 'S'
                       READ ARQ_POLITICA
                           AT END
                               MOVE 'S' TO WS_EOF_POLITICA
                           NOT AT END
                               IF WS_QTD_POL_ANTERIOR < 1000
                                   ADD 1 TO WS_QTD_POL_ANTERIOR
                                   MOVE PE_PRODUTO TO
                                    WS_AN_PRODUTO(WS_QTD_POL_ANTERIOR)
                                   MOVE PE_PONTO_PEDIDO TO
                                    WS_AN_PONTO_PEDIDO
                                                  (WS_QTD_POL_ANTERIOR)
                                   MOVE PE_QTD_ALVO TO
                                    WS_AN_QTD_ALVO(WS_QTD_POL_ANTERIOR)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_POLITICA
               END-IF

               IF WS_CARGA_TRUNCADA = 'S'
                   DISPLAY 'POLITICAESTOQUE.txt COM MAIS DE 1000 '
                           'PRODUTOS - VARIACOES DOS EXCEDENTES NAO '
                           'AVALIADAS'
               END-IF.

           CALCULA-POLITICA-PRODUTO.
               INITIALIZE WS_TAB_DEMANDA
               MOVE ZEROS TO WS_CONSUMO_TOTAL

               PERFORM LE-SAIDAS-PRODUTO
               PERFORM BUSCA-POLITICA-ANTERIOR

               IF WS_CONSUMO_TOTAL > ZEROS
                   ADD 1 TO WS_QTD_COM_POLITICA
                   PERFORM APURA-DEMANDA
                   PERFORM BUSCA-PRAZO-ENTREGA
                   PERFORM CALCULA-NIVEIS
                   PERFORM GRAVA-POLITICA
                   PERFORM AVALIA-VARIACAO
               ELSE
                   ADD 1 TO WS_QTD_SEM_CONSUMO
                   IF WS_POL_ANT_ACHADA = 'S'
                       ADD 1 TO WS_QTD_REMOVIDAS
                       INITIALIZE REG-POLITICA
                       MOVE 'SEM CONSUMO - PARAMETRO GLOBAL' TO
                            WS_LP_SITUACAO
                       PERFORM LISTA-PRODUTO
                   END-IF
               END-IF.

           LE-SAIDAS-PRODUTO.
               MOVE 'N' TO WS_FIM_PRODUTO
               INITIALIZE REG-KARDEX
               MOVE FD1_CODPROD TO KX_PRODUTO
               MOVE WS_DATA_INICIO_JANELA TO KX_DATA
               MOVE 'RS' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO NOT = '00'
                   MOVE 'S' TO WS_FIM_PRODUTO
               END-IF

               PERFORM UNTIL WS_FIM_PRODUTO = 'S'
                   MOVE 'RN' TO WS_KX_FUNCAO
                   CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                              WS_KX_RETORNO
                   IF WS_KX_RETORNO NOT = '00'
                       OR KX_PRODUTO NOT = FD1_CODPROD
                       OR KX_DATA > WS_DATA_MOVIMENTO
                       MOVE 'S' TO WS_FIM_PRODUTO
                   ELSE
                       ADD 1 TO WS_QTD_LIDOS_KARDEX
                       PERFORM TRATA-SAIDA
                   END-IF
               END-PERFORM

               MOVE 'FC' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO.

           TRATA-SAIDA.
      * A customer return gives back consumption of an earlier sale;
      * a transfer only moves stock between depositos.
               IF KX_SITUACAO = 'APLICADO '
                   AND KX_DOCUMENTO(1:6) NOT = 'TRANSF'
                   AND (KX_TIPO = 'SAIDA  ' OR KX_TIPO = 'DEVOLUC')
                   COMPUTE WS_DIA_JANELA =
                           FUNCTION INTEGER-OF-DATE(KX_DATA)
                           - WS_INT_INICIO_JANELA + 1
                   IF KX_TIPO = 'SAIDA  '
                       ADD KX_QTD TO WS_DEM_DIA(WS_DIA_JANELA)
                       ADD KX_QTD TO WS_CONSUMO_TOTAL
                   ELSE
                       SUBTRACT KX_QTD FROM WS_DEM_DIA(WS_DIA_JANELA)
                       SUBTRACT KX_QTD FROM WS_CONSUMO_TOTAL
                   END-IF
               END-IF.

           BUSCA-POLITICA-ANTERIOR.
               MOVE 'N' TO WS_POL_ANT_ACHADA
               MOVE ZEROS TO WS_PONTO_ANTERIOR
               MOVE ZEROS TO WS_ALVO_ANTERIOR

               PERFORM VARYING WS_IDX_AN FROM 1 BY 1
                       UNTIL WS_IDX_AN > WS_QTD_POL_ANTERIOR
                       OR WS_POL_ANT_ACHADA = 'S'
                   IF WS_AN_PRODUTO(WS_IDX_AN) = FD1_CODPROD
                       MOVE 'S' TO WS_POL_ANT_ACHADA
                       MOVE WS_AN_PONTO_PEDIDO(WS_IDX_AN) TO
                            WS_PONTO_ANTERIOR
                       MOVE WS_AN_QTD_ALVO(WS_IDX_AN) TO
                            WS_ALVO_ANTERIOR
                   END-IF
               END-PERFORM.

           APURA-DEMANDA.
      * Days without exits count as zero demand, so the deviation
      * reflects how irregular the consumption is over the window.
               COMPUTE WS_DEMANDA_MEDIA ROUNDED =
                       WS_CONSUMO_TOTAL / WS_DIAS_JANELA

               MOVE ZEROS TO WS_SOMA_QUADRADOS
               PERFORM VARYING WS_DIA_JANELA FROM 1 BY 1
                       UNTIL WS_DIA_JANELA > WS_DIAS_JANELA
                   COMPUTE WS_DESVIO_DIA =
                           WS_DEM_DIA(WS_DIA_JANELA) - WS_DEMANDA_MEDIA
                   COMPUTE WS_SOMA_QUADRADOS =
                           WS_SOMA_QUADRADOS
                           + (WS_DESVIO_DIA * WS_DESVIO_DIA)
               END-PERFORM

               COMPUTE WS_DESVIO_PADRAO ROUNDED =
                       FUNCTION SQRT(WS_SOMA_QUADRADOS
                                     / WS_DIAS_JANELA).

           BUSCA-PRAZO-ENTREGA.
      * Same supplier the purchase suggestion takes: the last one
      * listed for the product.
               MOVE WS_PRAZO_PADRAO TO WS_PRAZO
               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                   IF WS_FORN_PRODUTO(WS_IDX_FORN) = FD1_CODPROD
                       AND WS_FORN_PRAZO(WS_IDX_FORN) > ZEROS
                       MOVE WS_FORN_PRAZO(WS_IDX_FORN) TO WS_PRAZO
                   END-IF
               END-PERFORM.

           CALCULA-NIVEIS.
               COMPUTE WS_CALC_SEGURANCA ROUNDED =
                       WS_FATOR_SERVICO * WS_DESVIO_PADRAO
                       * FUNCTION SQRT(WS_PRAZO)
               COMPUTE WS_CALC_PONTO ROUNDED =
                       (WS_DEMANDA_MEDIA * WS_PRAZO)
                       + WS_CALC_SEGURANCA
               COMPUTE WS_CALC_ALVO ROUNDED =
                       WS_CALC_PONTO
                       + (WS_DEMANDA_MEDIA * WS_DIAS_COBERTURA)

      * A product that sold in the window is reordered before it runs
      * out, and the order always brings it above the reorder point.
               IF WS_CALC_PONTO < 1
                   MOVE 1 TO WS_CALC_PONTO
               END-IF
               IF WS_CALC_ALVO NOT > WS_CALC_PONTO
                   COMPUTE WS_CALC_ALVO = WS_CALC_PONTO + 1
               END-IF

               IF WS_CALC_SEGURANCA > 99999
                   MOVE 99999 TO WS_CALC_SEGURANCA
               END-IF
               IF WS_CALC_PONTO > 99998
                   MOVE 99998 TO WS_CALC_PONTO
               END-IF
               IF WS_CALC_ALVO > 99999
                   MOVE 99999 TO WS_CALC_ALVO
               END-IF.

           GRAVA-POLITICA.
               INITIALIZE REG-POLITICA
               MOVE FD1_CODPROD TO PE_PRODUTO
               COMPUTE PE_DEMANDA_MEDIA ROUNDED = WS_DEMANDA_MEDIA
               COMPUTE PE_DESVIO_PADRAO ROUNDED = WS_DESVIO_PADRAO
               MOVE WS_PRAZO TO PE_PRAZO_ENTREGA
               MOVE WS_CALC_SEGURANCA TO PE_ESTOQUE_SEGURANCA
               MOVE WS_CALC_PONTO TO PE_PONTO_PEDIDO
               MOVE WS_CALC_ALVO TO PE_QTD_ALVO
               MOVE WS_DIAS_JANELA TO PE_DIAS_JANELA
               MOVE WS_DATA_MOVIMENTO TO PE_DATA_CALCULO
               WRITE REG-POLITICA.

           AVALIA-VARIACAO.
               IF WS_POL_ANT_ACHADA = 'N'
                   ADD 1 TO WS_QTD_NOVAS
                   MOVE 'NOVA POLITICA' TO WS_LP_SITUACAO
                   PERFORM LISTA-PRODUTO
               ELSE
                   IF PE_PONTO_PEDIDO > WS_PONTO_ANTERIOR
                       COMPUTE WS_DIFERENCA =
                               PE_PONTO_PEDIDO - WS_PONTO_ANTERIOR
                   ELSE
                       COMPUTE WS_DIFERENCA =
                               WS_PONTO_ANTERIOR - PE_PONTO_PEDIDO
                   END-IF
                   IF WS_PONTO_ANTERIOR = ZEROS
                       MOVE 999 TO WS_VAR_PONTO
                   ELSE
                       COMPUTE WS_VAR_PONTO =
                               (WS_DIFERENCA * 100) / WS_PONTO_ANTERIOR
                   END-IF

                   IF PE_QTD_ALVO > WS_ALVO_ANTERIOR
                       COMPUTE WS_DIFERENCA =
                               PE_QTD_ALVO - WS_ALVO_ANTERIOR
                   ELSE
                       COMPUTE WS_DIFERENCA =
                               WS_ALVO_ANTERIOR - PE_QTD_ALVO
                   END-IF
                   IF WS_ALVO_ANTERIOR = ZEROS
                       MOVE 999 TO WS_VAR_ALVO
                   ELSE
                       COMPUTE WS_VAR_ALVO =
                               (WS_DIFERENCA * 100) / WS_ALVO_ANTERIOR
                   END-IF

                   IF WS_VAR_PONTO > WS_PRCT_VARIACAO
                       OR WS_VAR_ALVO > WS_PRCT_VARIACAO
                       ADD 1 TO WS_QTD_VARIACOES
                       MOVE 'VARIACAO ACIMA DO LIMITE' TO
                            WS_LP_SITUACAO
                       PERFORM LISTA-PRODUTO
                   END-IF
               END-IF.

           LISTA-PRODUTO.
               MOVE FD1_CODPROD          TO WS_LP_COD
               MOVE FD1_NOME_PRODUTO     TO WS_LP_NOME
               MOVE PE_DEMANDA_MEDIA     TO WS_LP_DEMANDA
               MOVE PE_DESVIO_PADRAO     TO WS_LP_DESVIO
               MOVE PE_PRAZO_ENTREGA     TO WS_LP_PRAZO
               MOVE PE_ESTOQUE_SEGURANCA TO WS_LP_SEGURANCA
               MOVE WS_PONTO_ANTERIOR    TO WS_LP_PONTO_ANT
               MOVE PE_PONTO_PEDIDO      TO WS_LP_PONTO
               MOVE WS_ALVO_ANTERIOR     TO WS_LP_ALVO_ANT
               MOVE PE_QTD_ALVO          TO WS_LP_ALVO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_PRODUTO.

           GRAVA-JOBLOG.
               MOVE 'POLITICA_ESTOQUE' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS_KARDEX TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_COM_POLITICA TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMPOLITICA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'FORNECEDORES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'POLITICAESTOQUE.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'ARQPOLITICAESTOQUE.txt' TO WS_CFG_LOGICO
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

       END PROGRAM POLITICA_ESTOQUE.
