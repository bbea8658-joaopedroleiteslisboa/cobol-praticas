      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Accounts payable aging of the purchase suite. Ages
      *          the open CONTASPAGAR.txt titles by days past due at
      *          the data-movimento in the same 0-30 (including the
      *          titles not yet due), 31-60, 61-90 and over 90 day
      *          buckets of AGING_RECEBER, one line per supplier of
      *          FORNECEDORES.txt with the grand totals. Titles
      *          already sent to the bank in the supplier payment
      *          remittance (situacao R) are no longer aged and are
      *          shown apart as the amount awaiting the bank
      *          (ARQAGINGPAGAR.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING_PAGAR.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_FORNECEDORES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_FORNECEDORES.

           SELECT ARQ_PAGAR
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PAGAR.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_FORNECEDORES.

           01  FD_LAYOUT_FORNECEDORES.
               03 FD8_COD_FORNECEDOR         PIC 9(3).
               03 FD8_NOME_FORNECEDOR        PIC X(20).
               03 FD8_PRAZO_ENTREGA          PIC 9(3).
               03 FD8_COD_PRODUTO            PIC 9(4).
               03 FD8_QTD_MIN_PEDIDO         PIC 9(5).

       FD  ARQ_PAGAR.

           COPY CONTASPAGAR REPLACING LEADING ==CP== BY ==FD27==
                ==REG-CONTA-PAGAR== BY ==FD_LAYOUT_PAGAR==.

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
           VALUE 'FORNECEDORES.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'CONTASPAGAR.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ARQAGINGPAGAR.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_FORNECEDORES          PIC X(02).
       01  WS_STATUS_PAGAR                 PIC X(02).
       01  WS_EOF_FORNECEDORES             PIC X(01) VALUE ' '.
       01  WS_EOF_PAGAR                    PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(96) VALUE ALL '-'.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_QTD_LIDOS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_ABERTOS                  PIC 9(05) VALUE ZEROS.
       01  WS_QTD_REMETIDOS                PIC 9(05) VALUE ZEROS.
       01  WS_TOTAL_REMETIDOS              PIC 9(11)V99 VALUE ZEROS.
       01  WS_IDX_FORN_ACHADO              PIC 9(4) VALUE ZEROS.
       01  WS_FAIXA                        PIC 9(1) VALUE ZEROS.
       01  WS_IDX_FX                       PIC 9(1) VALUE ZEROS.
       01  WS_DIAS_ATRASO                  PIC S9(7) VALUE ZEROS.

       01  WS_TAB_FORNECEDORES.
           03 WS_QTD_FORNECEDORES          PIC 9(4) VALUE ZEROS.
           03 WS_FORNECEDOR OCCURS 200 TIMES
                            INDEXED BY WS_IDX_FORN.
              05 WS_FN_CODIGO              PIC 9(3).
              05 WS_FN_NOME                PIC X(20).
              05 WS_FN_TOTAL               PIC 9(11)V99.
              05 WS_FN_FAIXA               PIC 9(11)V99
                                           OCCURS 4 TIMES.

       01  WS_TOTAIS_FAIXA.
           03 WS_TG_FAIXA                  PIC 9(11)V99
                                           OCCURS 4 TIMES.
           03 WS_TG_TOTAL                  PIC 9(11)V99.

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
                  'AGING DE CONTAS A PAGAR -           '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(26) VALUE
                  'FOR   NOME                '.
           03 FILLER                       PIC X(14) VALUE
                  '     0-30 DIAS'.
           03 FILLER                       PIC X(14) VALUE
                  '    31-60 DIAS'.
           03 FILLER                       PIC X(14) VALUE
                  '    61-90 DIAS'.
           03 FILLER                       PIC X(14) VALUE
                  '  MAIS 90 DIAS'.
           03 FILLER                       PIC X(14) VALUE
                  '         TOTAL'.

       01  WS_LINHA_FORNECEDOR.
           03 WS_AG_CODIGO                 PIC 9(3).
           03 FILLER                       PIC X(03) VALUE SPACES.
           03 WS_AG_NOME                   PIC X(20).
           03 WS_AG_VALORES OCCURS 5 TIMES.
              05 FILLER                    PIC X(01).
              05 WS_AG_VALOR               PIC ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_REMETIDOS.
           03 FILLER                       PIC X(32) VALUE
                  'REMETIDOS AO BANCO - TITULOS:   '.
           03 WS_RM_QTD                    PIC ZZ.ZZ9.
           03 FILLER                       PIC X(09) VALUE
                  '  VALOR: '.
           03 WS_RM_VALOR                  PIC ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(18)
                  VALUE 'TITULOS ABERTOS: '.
           03 WS_RS_ABERTOS                PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           INITIALIZE WS_TOTAIS_FAIXA
           PERFORM CARREGA-FORNECEDORES

           OPEN INPUT ARQ_PAGAR
           IF WS_STATUS_PAGAR NOT = '00'
               DISPLAY 'ARQUIVO DE TITULOS AUSENTE: '
                       'CONTASPAGAR.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS_EOF_PAGAR = 'S'
               READ ARQ_PAGAR
                   AT END
                       MOVE 'S' TO WS_EOF_PAGAR
                   NOT AT END
                       ADD 1 TO WS_QTD_LIDOS
                       EVALUATE FD27_SITUACAO
                           WHEN 'A'
                               PERFORM CLASSIFICA-TITULO
                           WHEN 'R'
                               ADD 1 TO WS_QTD_REMETIDOS
                               ADD FD27_VALOR TO WS_TOTAL_REMETIDOS
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARQ_PAGAR

      * A supplier left out of the table would drop its titles from
      * the buckets and the totals.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'MAIS DE 200 FORNECEDORES ENTRE '
                       'FORNECEDORES.txt E CONTASPAGAR.txt - AGING '
                       'ABORTADO'
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

           PERFORM GERA-AGING

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'TITULOS EM ABERTO: ' WS_QTD_ABERTOS
                   ' REMETIDOS AO BANCO: ' WS_QTD_REMETIDOS

           MOVE 0 TO RETURN-CODE
           GOBACK.

           CARREGA-FORNECEDORES.
               OPEN INPUT ARQ_FORNECEDORES
               IF WS_STATUS_FORNECEDORES = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_FORNECEDORES = 'S'
                       READ ARQ_FORNECEDORES
                           AT END
                               MOVE 'S' TO WS_EOF_FORNECEDORES
                           NOT AT END
                               PERFORM GUARDA-FORNECEDOR
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_FORNECEDORES
               END-IF.

           GUARDA-FORNECEDOR.
      * One row per supplier and product; the supplier is kept once.
               MOVE ZEROS TO WS_IDX_FORN_ACHADO
               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                       OR WS_IDX_FORN_ACHADO > ZEROS
                   IF WS_FN_CODIGO(WS_IDX_FORN) = FD8_COD_FORNECEDOR
                       SET WS_IDX_FORN_ACHADO TO WS_IDX_FORN
                   END-IF
               END-PERFORM

               IF WS_IDX_FORN_ACHADO = ZEROS
                   IF WS_QTD_FORNECEDORES < 200
                       ADD 1 TO WS_QTD_FORNECEDORES
                       SET WS_IDX_FORN TO WS_QTD_FORNECEDORES
                       PERFORM INICIALIZA-FORNECEDOR
                       MOVE FD8_COD_FORNECEDOR TO
                            WS_FN_CODIGO(WS_IDX_FORN)
                       MOVE FD8_NOME_FORNECEDOR TO
                            WS_FN_NOME(WS_IDX_FORN)
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF.

           INICIALIZA-FORNECEDOR.
               MOVE SPACES TO WS_FN_NOME(WS_IDX_FORN)
               MOVE ZEROS  TO WS_FN_TOTAL(WS_IDX_FORN)
               PERFORM VARYING WS_IDX_FX FROM 1 BY 1
                       UNTIL WS_IDX_FX > 4
                   MOVE ZEROS TO WS_FN_FAIXA(WS_IDX_FORN, WS_IDX_FX)
               END-PERFORM.

           CLASSIFICA-TITULO.
      * Titles not yet due count as zero days and fall in 0-30.
               ADD 1 TO WS_QTD_ABERTOS
               MOVE ZEROS TO WS_DIAS_ATRASO
               IF FD27_DATA_VENCTO NUMERIC
                   AND FD27_DATA_VENCTO > ZEROS
                   COMPUTE WS_DIAS_ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO) -
                       FUNCTION INTEGER-OF-DATE(FD27_DATA_VENCTO)
               END-IF

               EVALUATE TRUE
                   WHEN WS_DIAS_ATRASO <= 30
                       MOVE 1 TO WS_FAIXA
                   WHEN WS_DIAS_ATRASO <= 60
                       MOVE 2 TO WS_FAIXA
                   WHEN WS_DIAS_ATRASO <= 90
                       MOVE 3 TO WS_FAIXA
                   WHEN OTHER
                       MOVE 4 TO WS_FAIXA
               END-EVALUATE

               PERFORM LOCALIZA-FORNECEDOR

               IF WS_IDX_FORN_ACHADO > ZEROS
                   ADD FD27_VALOR TO
                       WS_FN_FAIXA(WS_IDX_FORN_ACHADO, WS_FAIXA)
                   ADD FD27_VALOR TO WS_FN_TOTAL(WS_IDX_FORN_ACHADO)
                   ADD FD27_VALOR TO WS_TG_FAIXA(WS_FAIXA)
                   ADD FD27_VALOR TO WS_TG_TOTAL
               END-IF.

           LOCALIZA-FORNECEDOR.
      * A title of a supplier missing from the master still ages,
      * under a line of its own.
               MOVE ZEROS TO WS_IDX_FORN_ACHADO

               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                       OR WS_IDX_FORN_ACHADO > ZEROS
                   IF WS_FN_CODIGO(WS_IDX_FORN) = FD27_FORNECEDOR
                       SET WS_IDX_FORN_ACHADO TO WS_IDX_FORN
                   END-IF
               END-PERFORM

               IF WS_IDX_FORN_ACHADO = ZEROS
                   IF WS_QTD_FORNECEDORES < 200
                       ADD 1 TO WS_QTD_FORNECEDORES
                       SET WS_IDX_FORN TO WS_QTD_FORNECEDORES
                       PERFORM INICIALIZA-FORNECEDOR
                       MOVE FD27_FORNECEDOR TO WS_FN_CODIGO(WS_IDX_FORN)
                       MOVE '** SEM CADASTRO **' TO
                            WS_FN_NOME(WS_IDX_FORN)
                       MOVE WS_QTD_FORNECEDORES TO WS_IDX_FORN_ACHADO
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF.

           GERA-AGING.
               MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                   IF WS_FN_TOTAL(WS_IDX_FORN) > ZEROS
                       MOVE SPACES TO WS_LINHA_FORNECEDOR
                       MOVE WS_FN_CODIGO(WS_IDX_FORN) TO WS_AG_CODIGO
                       MOVE WS_FN_NOME(WS_IDX_FORN) TO WS_AG_NOME
                       PERFORM VARYING WS_IDX_FX FROM 1 BY 1
                               UNTIL WS_IDX_FX > 4
                           MOVE WS_FN_FAIXA(WS_IDX_FORN, WS_IDX_FX) TO
                                WS_AG_VALOR(WS_IDX_FX)
                       END-PERFORM
                       MOVE WS_FN_TOTAL(WS_IDX_FORN) TO WS_AG_VALOR(5)
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_FORNECEDOR
                   END-IF
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE SPACES TO WS_LINHA_FORNECEDOR
               MOVE 'TOTAL GERAL' TO WS_AG_NOME
               PERFORM VARYING WS_IDX_FX FROM 1 BY 1
                       UNTIL WS_IDX_FX > 4
                   MOVE WS_TG_FAIXA(WS_IDX_FX) TO
                        WS_AG_VALOR(WS_IDX_FX)
               END-PERFORM
               MOVE WS_TG_TOTAL TO WS_AG_VALOR(5)
               WRITE FD_LAYOUT_REL FROM WS_LINHA_FORNECEDOR
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               MOVE WS_QTD_REMETIDOS TO WS_RM_QTD
               MOVE WS_TOTAL_REMETIDOS TO WS_RM_VALOR
               WRITE FD_LAYOUT_REL FROM WS_LINHA_REMETIDOS
               MOVE WS_QTD_ABERTOS TO WS_RS_ABERTOS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           GRAVA-JOBLOG.
               MOVE 'AGING_PAGAR' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_ABERTOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'FORNECEDORES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'CONTASPAGAR.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQAGINGPAGAR.txt' TO WS_CFG_LOGICO
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

       END PROGRAM AGING_PAGAR.
