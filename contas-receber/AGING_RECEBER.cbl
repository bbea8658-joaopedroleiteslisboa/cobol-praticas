      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Accounts receivable aging of the sales suite. Ages
      *          the open CONTASRECEBER.txt titles by days past due
      *          at the data-movimento in the 0-30 (including the
      *          titles not yet due), 31-60, 61-90 and over 90 day
      *          buckets, one line per customer of CLIENTES.txt with
      *          the grand totals, and ends with the blocked-customer
      *          listing: customers blocked by hand (situacao B) and
      *          those with a title overdue beyond the tolerance, the
      *          same rule VENDAS_DIARIAS applies to the credit sales
      *          (ARQAGINGRECEBER.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING_RECEBER.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_CLIENTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_CLIENTES.

           SELECT ARQ_RECEBER
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_RECEBER.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_CLIENTES.

           COPY CLIENTES REPLACING LEADING ==CLI== BY ==FD22==
                ==REG-CLIENTE== BY ==FD_LAYOUT_CLIENTE==.

       FD  ARQ_RECEBER.

           COPY CONTASRECEBER REPLACING LEADING ==CR== BY ==FD23==
                ==REG-CONTA-RECEBER== BY ==FD_LAYOUT_RECEBER==.

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
           VALUE 'CLIENTES.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'CONTASRECEBER.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ARQAGINGRECEBER.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_CLIENTES              PIC X(02).
       01  WS_STATUS_RECEBER               PIC X(02).
       01  WS_EOF_CLIENTES                 PIC X(01) VALUE ' '.
       01  WS_EOF_RECEBER                  PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(96) VALUE ALL '-'.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_QTD_LIDOS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_ABERTOS                  PIC 9(05) VALUE ZEROS.
       01  WS_QTD_BLOQUEADOS               PIC 9(05) VALUE ZEROS.
       01  WS_IDX_CLI_ACHADO               PIC 9(4) VALUE ZEROS.
       01  WS_FAIXA                        PIC 9(1) VALUE ZEROS.
       01  WS_IDX_FX                       PIC 9(1) VALUE ZEROS.
       01  WS_DIAS_ATRASO                  PIC S9(7) VALUE ZEROS.

      * Same tolerance as the credit check of VENDAS_DIARIAS: a title
      * overdue for more days than this blocks the customer.
       01  WS_DIAS_TOLERANCIA              PIC 9(3) VALUE 30.

       01  WS_TAB_CLIENTES.
           03 WS_QTD_CLIENTES              PIC 9(4) VALUE ZEROS.
           03 WS_CLIENTE OCCURS 500 TIMES
                         INDEXED BY WS_IDX_CLI.
              05 WS_CL_CODIGO              PIC 9(5).
              05 WS_CL_NOME                PIC X(20).
              05 WS_CL_SITUACAO            PIC X(1).
              05 WS_CL_LIMITE              PIC 9(9)V99.
              05 WS_CL_EM_ATRASO           PIC X(1).
              05 WS_CL_VENCIDO_ATRASO      PIC 9(11)V99.
              05 WS_CL_TOTAL               PIC 9(11)V99.
              05 WS_CL_FAIXA               PIC 9(11)V99
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
                  'AGING DE CONTAS A RECEBER -         '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(26) VALUE
                  'CLI   NOME                '.
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

       01  WS_LINHA_CLIENTE.
           03 WS_AG_CODIGO                 PIC 9(5).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_AG_NOME                   PIC X(20).
           03 WS_AG_VALORES OCCURS 5 TIMES.
              05 FILLER                    PIC X(01).
              05 WS_AG_VALOR               PIC ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_BLOQ_TITULO.
           03 FILLER                       PIC X(40) VALUE
                  'CLIENTES BLOQUEADOS PARA VENDA A PRAZO  '.

       01  WS_LINHA_BLOQ_CABECALHO.
           03 FILLER                       PIC X(26) VALUE
                  'CLI   NOME                '.
           03 FILLER                       PIC X(27) VALUE
                  ' MOTIVO                    '.
           03 FILLER                       PIC X(14) VALUE
                  ' VENC. > PRAZO'.
           03 FILLER                       PIC X(14) VALUE
                  '  TOTAL ABERTO'.
           03 FILLER                       PIC X(15) VALUE
                  '         LIMITE'.

       01  WS_LINHA_BLOQUEADO.
           03 WS_BQ_CODIGO                 PIC 9(5).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BQ_NOME                   PIC X(20).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BQ_MOTIVO                 PIC X(26).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BQ_VENCIDO                PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BQ_TOTAL                  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BQ_LIMITE                 PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(18)
                  VALUE 'TITULOS ABERTOS: '.
           03 WS_RS_ABERTOS                PIC 9(5).
           03 FILLER                       PIC X(24)
                  VALUE '  CLIENTES BLOQUEADOS: '.
           03 WS_RS_BLOQUEADOS             PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           INITIALIZE WS_TOTAIS_FAIXA
           PERFORM CARREGA-CLIENTES

           OPEN INPUT ARQ_RECEBER
           IF WS_STATUS_RECEBER NOT = '00'
               DISPLAY 'ARQUIVO DE TITULOS AUSENTE: '
                       'CONTASRECEBER.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WITH TEST AFTER UNTIL WS_EOF_RECEBER = 'S'
               READ ARQ_RECEBER
                   AT END
                       MOVE 'S' TO WS_EOF_RECEBER
                   NOT AT END
                       ADD 1 TO WS_QTD_LIDOS
                       IF FD23_SITUACAO = 'A'
                           AND FD23_SALDO > ZEROS
                           PERFORM CLASSIFICA-TITULO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ_RECEBER

      * A customer left out of the table would drop its titles from
      * the buckets and the totals.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'MAIS DE 500 CLIENTES ENTRE CLIENTES.txt E '
                       'CONTASRECEBER.txt - AGING ABORTADO'
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
           PERFORM GERA-BLOQUEADOS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'TITULOS EM ABERTO: ' WS_QTD_ABERTOS
                   ' CLIENTES BLOQUEADOS: ' WS_QTD_BLOQUEADOS

           MOVE 0 TO RETURN-CODE
           GOBACK.

           CARREGA-CLIENTES.
               OPEN INPUT ARQ_CLIENTES
               IF WS_STATUS_CLIENTES = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_CLIENTES = 'S'
                       READ ARQ_CLIENTES
                           AT END
                               MOVE 'S' TO WS_EOF_CLIENTES
                           NOT AT END
                               IF WS_QTD_CLIENTES < 500
                                   ADD 1 TO WS_QTD_CLIENTES
                                   SET WS_IDX_CLI TO WS_QTD_CLIENTES
                                   PERFORM INICIALIZA-CLIENTE
                                   MOVE FD22_CODIGO TO
                                        WS_CL_CODIGO(WS_IDX_CLI)
                                   MOVE FD22_NOME TO
                                        WS_CL_NOME(WS_IDX_CLI)
                                   MOVE FD22_SITUACAO TO
                                        WS_CL_SITUACAO(WS_IDX_CLI)
                                   MOVE FD22_LIMITE_CREDITO TO
                                        WS_CL_LIMITE(WS_IDX_CLI)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_CLIENTES
               END-IF.

           INICIALIZA-CLIENTE.
               MOVE SPACES TO WS_CL_NOME(WS_IDX_CLI)
               MOVE SPACE  TO WS_CL_SITUACAO(WS_IDX_CLI)
               MOVE 'N'    TO WS_CL_EM_ATRASO(WS_IDX_CLI)
               MOVE ZEROS  TO WS_CL_LIMITE(WS_IDX_CLI)
                              WS_CL_VENCIDO_ATRASO(WS_IDX_CLI)
                              WS_CL_TOTAL(WS_IDX_CLI)
               PERFORM VARYING WS_IDX_FX FROM 1 BY 1
                       UNTIL WS_IDX_FX > 4
                   MOVE ZEROS TO WS_CL_FAIXA(WS_IDX_CLI, WS_IDX_FX)
               END-PERFORM.

           CLASSIFICA-TITULO.
      * Titles not yet due count as zero days and fall in 0-30.
               ADD 1 TO WS_QTD_ABERTOS
               MOVE ZEROS TO WS_DIAS_ATRASO
               IF FD23_DATA_VENCTO NUMERIC
                   AND FD23_DATA_VENCTO > ZEROS
                   COMPUTE WS_DIAS_ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO) -
                       FUNCTION INTEGER-OF-DATE(FD23_DATA_VENCTO)
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

               PERFORM LOCALIZA-CLIENTE

               IF WS_IDX_CLI_ACHADO > ZEROS
                   ADD FD23_SALDO TO
                       WS_CL_FAIXA(WS_IDX_CLI_ACHADO, WS_FAIXA)
                   ADD FD23_SALDO TO WS_CL_TOTAL(WS_IDX_CLI_ACHADO)
                   ADD FD23_SALDO TO WS_TG_FAIXA(WS_FAIXA)
                   ADD FD23_SALDO TO WS_TG_TOTAL
                   IF WS_DIAS_ATRASO > WS_DIAS_TOLERANCIA
                       MOVE 'S' TO WS_CL_EM_ATRASO(WS_IDX_CLI_ACHADO)
                       ADD FD23_SALDO TO
                           WS_CL_VENCIDO_ATRASO(WS_IDX_CLI_ACHADO)
                   END-IF
               END-IF.

           LOCALIZA-CLIENTE.
      * A title of a customer missing from the master still ages,
      * under a line of its own.
               MOVE ZEROS TO WS_IDX_CLI_ACHADO

               PERFORM VARYING WS_IDX_CLI FROM 1 BY 1
                       UNTIL WS_IDX_CLI > WS_QTD_CLIENTES
                       OR WS_IDX_CLI_ACHADO > ZEROS
                   IF WS_CL_CODIGO(WS_IDX_CLI) = FD23_CLIENTE
                       SET WS_IDX_CLI_ACHADO TO WS_IDX_CLI
                   END-IF
               END-PERFORM

               IF WS_IDX_CLI_ACHADO = ZEROS
                   IF WS_QTD_CLIENTES < 500
                       ADD 1 TO WS_QTD_CLIENTES
                       SET WS_IDX_CLI TO WS_QTD_CLIENTES
                       PERFORM INICIALIZA-CLIENTE
                       MOVE FD23_CLIENTE TO WS_CL_CODIGO(WS_IDX_CLI)
                       MOVE '** SEM CADASTRO **' TO
                            WS_CL_NOME(WS_IDX_CLI)
                       MOVE WS_QTD_CLIENTES TO WS_IDX_CLI_ACHADO
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

               PERFORM VARYING WS_IDX_CLI FROM 1 BY 1
                       UNTIL WS_IDX_CLI > WS_QTD_CLIENTES
                   IF WS_CL_TOTAL(WS_IDX_CLI) > ZEROS
                       MOVE SPACES TO WS_LINHA_CLIENTE
                       MOVE WS_CL_CODIGO(WS_IDX_CLI) TO WS_AG_CODIGO
                       MOVE WS_CL_NOME(WS_IDX_CLI) TO WS_AG_NOME
                       PERFORM VARYING WS_IDX_FX FROM 1 BY 1
                               UNTIL WS_IDX_FX > 4
                           MOVE WS_CL_FAIXA(WS_IDX_CLI, WS_IDX_FX) TO
                                WS_AG_VALOR(WS_IDX_FX)
                       END-PERFORM
                       MOVE WS_CL_TOTAL(WS_IDX_CLI) TO WS_AG_VALOR(5)
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_CLIENTE
                   END-IF
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE SPACES TO WS_LINHA_CLIENTE
               MOVE 'TOTAL GERAL' TO WS_AG_NOME
               PERFORM VARYING WS_IDX_FX FROM 1 BY 1
                       UNTIL WS_IDX_FX > 4
                   MOVE WS_TG_FAIXA(WS_IDX_FX) TO
                        WS_AG_VALOR(WS_IDX_FX)
               END-PERFORM
               MOVE WS_TG_TOTAL TO WS_AG_VALOR(5)
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CLIENTE
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           GERA-BLOQUEADOS.
               MOVE SPACES TO FD_LAYOUT_REL
               WRITE FD_LAYOUT_REL
               WRITE FD_LAYOUT_REL FROM WS_LINHA_BLOQ_TITULO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_BLOQ_CABECALHO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               PERFORM VARYING WS_IDX_CLI FROM 1 BY 1
                       UNTIL WS_IDX_CLI > WS_QTD_CLIENTES
                   IF WS_CL_SITUACAO(WS_IDX_CLI) = 'B'
                      OR WS_CL_EM_ATRASO(WS_IDX_CLI) = 'S'
                       PERFORM LISTA-BLOQUEADO
                   END-IF
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE WS_QTD_ABERTOS    TO WS_RS_ABERTOS
               MOVE WS_QTD_BLOQUEADOS TO WS_RS_BLOQUEADOS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           LISTA-BLOQUEADO.
               ADD 1 TO WS_QTD_BLOQUEADOS

               EVALUATE TRUE
                   WHEN WS_CL_SITUACAO(WS_IDX_CLI) = 'B'
                    AND WS_CL_EM_ATRASO(WS_IDX_CLI) = 'S'
                       MOVE 'BLOQUEIO MANUAL E ATRASO' TO WS_BQ_MOTIVO
                   WHEN WS_CL_SITUACAO(WS_IDX_CLI) = 'B'
                       MOVE 'BLOQUEIO MANUAL' TO WS_BQ_MOTIVO
                   WHEN OTHER
                       MOVE 'TITULO VENCIDO ALEM PRAZO' TO
                            WS_BQ_MOTIVO
               END-EVALUATE

               MOVE WS_CL_CODIGO(WS_IDX_CLI) TO WS_BQ_CODIGO
               MOVE WS_CL_NOME(WS_IDX_CLI)   TO WS_BQ_NOME
               MOVE WS_CL_VENCIDO_ATRASO(WS_IDX_CLI) TO WS_BQ_VENCIDO
               MOVE WS_CL_TOTAL(WS_IDX_CLI)  TO WS_BQ_TOTAL
               MOVE WS_CL_LIMITE(WS_IDX_CLI) TO WS_BQ_LIMITE
               WRITE FD_LAYOUT_REL FROM WS_LINHA_BLOQUEADO.

           GRAVA-JOBLOG.
               MOVE 'AGING_RECEBER' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_ABERTOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CLIENTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'CONTASRECEBER.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQAGINGRECEBER.txt' TO WS_CFG_LOGICO
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

       END PROGRAM AGING_RECEBER.
