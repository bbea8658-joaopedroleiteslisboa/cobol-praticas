      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Cash differences per operator for the supervisor.
      *          Reads the FECHAMENTOCAIXA.txt history of the
      *          FECHAMENTO_CAIXA register closings in the period -
      *          the data-movimento month up to the data-movimento,
      *          or the dates in PARAMDIFCAIXA.txt - lists every
      *          payment method closed with over/short (declared
      *          against the sales of the register and operator) and
      *          then, per operator, the closings, the closings with
      *          difference and the total over, short and net
      *          (ARQDIFERENCASCAIXA.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFERENCAS_CAIXA.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_FECHAMENTOS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_FECHAMENTOS.

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

       FD  ARQ_FECHAMENTOS.

           COPY FECHAMENTOCAIXA REPLACING LEADING ==FC== BY ==FD46==
                ==REG-FECHAMENTO-CAIXA== BY ==FD_LAYOUT_FECHAMENTO==.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.
               03 FD47_DATA_INICIO           PIC 9(8).
               03 FD47_DATA_FIM              PIC 9(8).

       FD  ARQ_REL.

           01  FD_LAYOUT_REL                 PIC X(90).

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
           VALUE 'FECHAMENTOCAIXA.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'PARAMDIFCAIXA.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ARQDIFERENCASCAIXA.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_FECHAMENTOS           PIC X(02).
       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_EOF_FECHAMENTOS              PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(90) VALUE ALL '-'.
       01  WS_OPERADORES_TRUNCADO          PIC X(01) VALUE 'N'.
       01  WS_COM_DIFERENCA                PIC X(01) VALUE 'N'.
       01  WS_DATA_INICIO                  PIC 9(08) VALUE ZEROS.
       01  WS_DATA_FIM                     PIC 9(08) VALUE ZEROS.
       01  WS_QTD_LIDOS                    PIC 9(07) VALUE ZEROS.
       01  WS_QTD_FECHAMENTOS              PIC 9(05) VALUE ZEROS.
       01  WS_QTD_LINHAS_DIFERENCA         PIC 9(05) VALUE ZEROS.
       01  WS_IDX_FP                       PIC 9(01) VALUE ZEROS.
       01  WS_IDX_OP_ACHADO                PIC 9(03) VALUE ZEROS.
       01  WS_IDX_OP_DESLOCA               PIC 9(03) VALUE ZEROS.
       01  WS_DIFERENCA                    PIC S9(09)V99 VALUE ZEROS.
       01  WS_SALDO_OPERADOR               PIC S9(11)V99 VALUE ZEROS.

       01  WS_TOTAIS.
           03 WS_TOT_FECHAMENTOS           PIC 9(05).
           03 WS_TOT_COM_DIFERENCA         PIC 9(05).
           03 WS_TOT_SOBRAS                PIC 9(11)V99.
           03 WS_TOT_FALTAS                PIC 9(11)V99.

      * Payment method names for the listing, by FC_COD_FORMA.
       01  WS_TAB_FORMAS_VALORES.
           03 FILLER PIC X(16) VALUE 'DIDINHEIRO      '.
           03 FILLER PIC X(16) VALUE 'CDCARTAO DEBITO '.
           03 FILLER PIC X(16) VALUE 'CCCARTAO CREDITO'.
           03 FILLER PIC X(16) VALUE 'PXPIX           '.
           03 FILLER PIC X(16) VALUE 'CRCREDIARIO     '.
       01  WS_TAB_FORMAS REDEFINES WS_TAB_FORMAS_VALORES.
           03 WS_FORMA OCCURS 5 TIMES INDEXED BY WS_IDX_NF.
              05 WS_NF_CODIGO              PIC X(02).
              05 WS_NF_DESCRICAO           PIC X(14).

      * One row per operator, kept in operator order as they are
      * found, so the summary comes out sorted.
       01  WS_TAB_OPERADORES.
           03 WS_QTD_OPERADORES            PIC 9(03) VALUE ZEROS.
           03 WS_OPERADOR OCCURS 300 TIMES
                          INDEXED BY WS_IDX_OP.
              05 WS_OP_OPERADOR            PIC X(8).
              05 WS_OP_FECHAMENTOS         PIC 9(5).
              05 WS_OP_COM_DIFERENCA       PIC 9(5).
              05 WS_OP_SOBRAS              PIC 9(11)V99.
              05 WS_OP_FALTAS              PIC 9(11)V99.

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
                  'DIFERENCAS DE CAIXA POR OPERADOR -  '.
           03 WS_TIT_DATA                  PIC X(10).
           03 FILLER                       PIC X(10)
                  VALUE ' PERIODO: '.
           03 WS_TIT_INICIO                PIC 9(8).
           03 FILLER                       PIC X(03) VALUE ' A '.
           03 WS_TIT_FIM                   PIC 9(8).

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(30)
                  VALUE 'DATA     CAIXA OPERADOR FORMA '.
           03 FILLER                       PIC X(30)
                  VALUE '                    VENDAS    '.
           03 FILLER                       PIC X(30)
                  VALUE '   DECLARADO      DIFERENCA   '.

       01  WS_LINHA_DIFERENCA.
           03 WS_LD_DATA                   PIC 9(8).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_CAIXA                  PIC 9(3).
           03 FILLER                       PIC X(03) VALUE SPACES.
           03 WS_LD_OPERADOR               PIC X(8).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_FORMA                  PIC X(14).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_VENDAS                 PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_DECLARADO              PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_DIFERENCA              PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_SITUACAO               PIC X(05).

       01  WS_LINHA_NENHUMA.
           03 FILLER                       PIC X(45)
                  VALUE 'NENHUM FECHAMENTO COM DIFERENCA NO PERIODO'.

       01  WS_LINHA_CABECALHO_OPERADOR.
           03 FILLER                       PIC X(30)
                  VALUE 'OPERADOR FECHAM. COM DIF.     '.
           03 FILLER                       PIC X(30)
                  VALUE '      SOBRAS         FALTAS   '.
           03 FILLER                       PIC X(30)
                  VALUE '          SALDO               '.

       01  WS_LINHA_OPERADOR.
           03 WS_LO_OPERADOR               PIC X(8).
           03 FILLER                       PIC X(03) VALUE SPACES.
           03 WS_LO_FECHAMENTOS            PIC ZZZZ9.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS_LO_COM_DIFERENCA          PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LO_SOBRAS                 PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LO_FALTAS                 PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LO_SALDO                  PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS

           OPEN INPUT ARQ_FECHAMENTOS
           IF WS_STATUS_FECHAMENTOS NOT = '00'
               DISPLAY 'HISTORICO DE FECHAMENTOS AUSENTE: '
                       'FECHAMENTOCAIXA.txt'
               MOVE 1 TO RETURN-CODE
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

           MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
           MOVE WS_DATA_INICIO  TO WS_TIT_INICIO
           MOVE WS_DATA_FIM     TO WS_TIT_FIM
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM WITH TEST AFTER UNTIL WS_EOF_FECHAMENTOS = 'S'
               READ ARQ_FECHAMENTOS
                   AT END
                       MOVE 'S' TO WS_EOF_FECHAMENTOS
                   NOT AT END
                       ADD 1 TO WS_QTD_LIDOS
                       IF FD46_DATA NUMERIC
                          AND FD46_DATA >= WS_DATA_INICIO
                          AND FD46_DATA <= WS_DATA_FIM
                           PERFORM TRATA-FECHAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ_FECHAMENTOS

           IF WS_QTD_LINHAS_DIFERENCA = ZEROS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_NENHUMA
           END-IF

           PERFORM LISTA-OPERADORES

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'FECHAMENTOS NO PERIODO: ' WS_QTD_FECHAMENTOS
                   ' FORMAS COM DIFERENCA: ' WS_QTD_LINHAS_DIFERENCA

      * Operators beyond the table are left out of the summary, so
      * the run is flagged for the supervisor.
           IF WS_OPERADORES_TRUNCADO = 'S'
               DISPLAY 'MAIS DE 300 OPERADORES NO PERIODO - '
                       'RESUMO INCOMPLETO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           CARREGA-PARAMETROS.
      * Without a valid PARAMDIFCAIXA.txt the period is the
      * data-movimento month up to the data-movimento.
               MOVE WS_DATA_MOVIMENTO TO WS_DATA_INICIO WS_DATA_FIM
               MOVE '01' TO WS_DATA_INICIO(7:2)

               OPEN INPUT ARQ_PARAM
               IF WS_STATUS_PARAM = '00'
                   READ ARQ_PARAM
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FD47_DATA_INICIO NUMERIC
                              AND FD47_DATA_FIM NUMERIC
                              AND FD47_DATA_INICIO > ZEROS
                              AND FD47_DATA_INICIO <= FD47_DATA_FIM
                               MOVE FD47_DATA_INICIO TO WS_DATA_INICIO
                               MOVE FD47_DATA_FIM    TO WS_DATA_FIM
                           END-IF
                   END-READ
                   CLOSE ARQ_PARAM
               END-IF.

           TRATA-FECHAMENTO.
               ADD 1 TO WS_QTD_FECHAMENTOS
               PERFORM LOCALIZA-OPERADOR
               IF WS_IDX_OP_ACHADO > ZEROS
                   ADD 1 TO WS_OP_FECHAMENTOS(WS_IDX_OP_ACHADO)
               END-IF

               MOVE 'N' TO WS_COM_DIFERENCA
               PERFORM VARYING WS_IDX_FP FROM 1 BY 1
                       UNTIL WS_IDX_FP > 5
                   IF FD46_VALOR_VENDAS(WS_IDX_FP) NUMERIC
                      AND FD46_VALOR_DECLARADO(WS_IDX_FP) NUMERIC
                       COMPUTE WS_DIFERENCA =
                               FD46_VALOR_DECLARADO(WS_IDX_FP)
                               - FD46_VALOR_VENDAS(WS_IDX_FP)
                       IF WS_DIFERENCA NOT = ZEROS
                           MOVE 'S' TO WS_COM_DIFERENCA
                           PERFORM LISTA-DIFERENCA
                       END-IF
                   END-IF
               END-PERFORM

               IF WS_COM_DIFERENCA = 'S'
                  AND WS_IDX_OP_ACHADO > ZEROS
                   ADD 1 TO WS_OP_COM_DIFERENCA(WS_IDX_OP_ACHADO)
               END-IF.

           LISTA-DIFERENCA.
               ADD 1 TO WS_QTD_LINHAS_DIFERENCA

               MOVE FD46_COD_FORMA(WS_IDX_FP) TO WS_LD_FORMA
               PERFORM VARYING WS_IDX_NF FROM 1 BY 1
                       UNTIL WS_IDX_NF > 5
                   IF WS_NF_CODIGO(WS_IDX_NF) =
                      FD46_COD_FORMA(WS_IDX_FP)
                       MOVE WS_NF_DESCRICAO(WS_IDX_NF) TO WS_LD_FORMA
                   END-IF
               END-PERFORM

               MOVE FD46_DATA     TO WS_LD_DATA
               MOVE FD46_CAIXA    TO WS_LD_CAIXA
               MOVE FD46_OPERADOR TO WS_LD_OPERADOR
               MOVE FD46_VALOR_VENDAS(WS_IDX_FP)    TO WS_LD_VENDAS
               MOVE FD46_VALOR_DECLARADO(WS_IDX_FP) TO WS_LD_DECLARADO
               MOVE WS_DIFERENCA  TO WS_LD_DIFERENCA
               IF WS_DIFERENCA > ZEROS
                   MOVE 'SOBRA' TO WS_LD_SITUACAO
                   IF WS_IDX_OP_ACHADO > ZEROS
                       ADD WS_DIFERENCA TO
                           WS_OP_SOBRAS(WS_IDX_OP_ACHADO)
                   END-IF
               ELSE
                   MOVE 'FALTA' TO WS_LD_SITUACAO
                   IF WS_IDX_OP_ACHADO > ZEROS
                       SUBTRACT WS_DIFERENCA FROM
                                WS_OP_FALTAS(WS_IDX_OP_ACHADO)
                   END-IF
               END-IF
               WRITE FD_LAYOUT_REL FROM WS_LINHA_DIFERENCA.

           LOCALIZA-OPERADOR.
      * A new operator goes in at its place in the table, the rows
      * after it moving one down.
               MOVE ZEROS TO WS_IDX_OP_ACHADO
               PERFORM VARYING WS_IDX_OP FROM 1 BY 1
                       UNTIL WS_IDX_OP > WS_QTD_OPERADORES
                       OR WS_IDX_OP_ACHADO > ZEROS
                       OR WS_OP_OPERADOR(WS_IDX_OP) > FD46_OPERADOR
                   IF WS_OP_OPERADOR(WS_IDX_OP) = FD46_OPERADOR
                       SET WS_IDX_OP_ACHADO TO WS_IDX_OP
                   END-IF
               END-PERFORM

               IF WS_IDX_OP_ACHADO = ZEROS
                   IF WS_QTD_OPERADORES < 300
                       SET WS_IDX_OP_ACHADO TO WS_IDX_OP
                       PERFORM VARYING WS_IDX_OP_DESLOCA
                               FROM WS_QTD_OPERADORES BY -1
                               UNTIL WS_IDX_OP_DESLOCA <
                                     WS_IDX_OP_ACHADO
                           MOVE WS_OPERADOR(WS_IDX_OP_DESLOCA) TO
                                WS_OPERADOR(WS_IDX_OP_DESLOCA + 1)
                       END-PERFORM
                       ADD 1 TO WS_QTD_OPERADORES
                       INITIALIZE WS_OPERADOR(WS_IDX_OP_ACHADO)
                       MOVE FD46_OPERADOR TO
                            WS_OP_OPERADOR(WS_IDX_OP_ACHADO)
                   ELSE
                       MOVE 'S' TO WS_OPERADORES_TRUNCADO
                   END-IF
               END-IF.

           LISTA-OPERADORES.
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO_OPERADOR
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               INITIALIZE WS_TOTAIS
               PERFORM VARYING WS_IDX_OP FROM 1 BY 1
                       UNTIL WS_IDX_OP > WS_QTD_OPERADORES
                   COMPUTE WS_SALDO_OPERADOR =
                           WS_OP_SOBRAS(WS_IDX_OP)
                           - WS_OP_FALTAS(WS_IDX_OP)
                   MOVE WS_OP_OPERADOR(WS_IDX_OP)    TO WS_LO_OPERADOR
                   MOVE WS_OP_FECHAMENTOS(WS_IDX_OP) TO
                        WS_LO_FECHAMENTOS
                   MOVE WS_OP_COM_DIFERENCA(WS_IDX_OP) TO
                        WS_LO_COM_DIFERENCA
                   MOVE WS_OP_SOBRAS(WS_IDX_OP)      TO WS_LO_SOBRAS
                   MOVE WS_OP_FALTAS(WS_IDX_OP)      TO WS_LO_FALTAS
                   MOVE WS_SALDO_OPERADOR            TO WS_LO_SALDO
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_OPERADOR

                   ADD WS_OP_FECHAMENTOS(WS_IDX_OP) TO
                       WS_TOT_FECHAMENTOS
                   ADD WS_OP_COM_DIFERENCA(WS_IDX_OP) TO
                       WS_TOT_COM_DIFERENCA
                   ADD WS_OP_SOBRAS(WS_IDX_OP) TO WS_TOT_SOBRAS
                   ADD WS_OP_FALTAS(WS_IDX_OP) TO WS_TOT_FALTAS
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               COMPUTE WS_SALDO_OPERADOR =
                       WS_TOT_SOBRAS - WS_TOT_FALTAS
               MOVE 'TOTAL'              TO WS_LO_OPERADOR
               MOVE WS_TOT_FECHAMENTOS   TO WS_LO_FECHAMENTOS
               MOVE WS_TOT_COM_DIFERENCA TO WS_LO_COM_DIFERENCA
               MOVE WS_TOT_SOBRAS        TO WS_LO_SOBRAS
               MOVE WS_TOT_FALTAS        TO WS_LO_FALTAS
               MOVE WS_SALDO_OPERADOR    TO WS_LO_SALDO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_OPERADOR
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           GRAVA-JOBLOG.
               MOVE 'DIFERENCAS_CAIXA' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_LINHAS_DIFERENCA TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'FECHAMENTOCAIXA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'PARAMDIFCAIXA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQDIFERENCASCAIXA.txt' TO WS_CFG_LOGICO
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

       END PROGRAM DIFERENCAS_CAIXA.
