      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Settlement of the accounts receivable of the sales
      *          suite. Reads the customer receipts of the day
      *          (RECEBIMENTOSCLI.txt: title number, receipt date,
      *          amount received, document) and lowers the saldo of
      *          the CONTASRECEBER.txt title, closing it (situacao L)
      *          when fully received; partial receipts keep it open.
      *          Receipts for unknown or already settled titles, or
      *          above the open saldo, are rejected. Prints the
      *          settlement listing ARQBAIXARECEBER.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA_RECEBIMENTOS.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_RECEBIMENTOS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_RECEBIMENTOS.

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

       FD  ARQ_RECEBIMENTOS.

           01  FD_LAYOUT_RECEBIMENTO.
               03 FD24_TITULO                PIC 9(7).
      * A receipt without date is taken at the data-movimento.
               03 FD24_DATA                  PIC 9(8).
               03 FD24_VALOR                 PIC 9(9)V99.
               03 FD24_DOCUMENTO             PIC X(10).

       FD  ARQ_RECEBER.

           COPY CONTASRECEBER REPLACING LEADING ==CR== BY ==FD23==
                ==REG-CONTA-RECEBER== BY ==FD_LAYOUT_RECEBER==.

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
           VALUE 'RECEBIMENTOSCLI.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'CONTASRECEBER.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ARQBAIXARECEBER.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_RECEBIMENTOS          PIC X(02).
       01  WS_STATUS_RECEBER               PIC X(02).
       01  WS_EOF_RECEBIMENTOS             PIC X(01) VALUE ' '.
       01  WS_EOF_RECEBER                  PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(90) VALUE ALL '-'.
       01  WS_QTD_LIDOS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_BAIXADOS                 PIC 9(05) VALUE ZEROS.
       01  WS_QTD_LIQUIDADOS               PIC 9(05) VALUE ZEROS.
       01  WS_QTD_REJEITADOS               PIC 9(05) VALUE ZEROS.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_IDX_TIT_ACHADO               PIC 9(4) VALUE ZEROS.
       01  WS_VALOR_RECEBIDO_TOTAL         PIC 9(11)V99 VALUE ZEROS.
       01  WS_SALDO_ABERTO_TOTAL           PIC 9(11)V99 VALUE ZEROS.

       01  WS_TAB_TITULOS.
           03 WS_QTD_TITULOS               PIC 9(4) VALUE ZEROS.
           03 WS_TITULO OCCURS 2000 TIMES
                        INDEXED BY WS_IDX_TIT.
              05 WS_TT_REGISTRO            PIC X(63).
              05 WS_TT_CAMPOS REDEFINES WS_TT_REGISTRO.
                 07 WS_TT_NUMERO           PIC 9(7).
                 07 WS_TT_CLIENTE          PIC 9(5).
                 07 WS_TT_PRODUTO          PIC 9(4).
                 07 WS_TT_DATA_EMISSAO     PIC 9(8).
                 07 WS_TT_DATA_VENCTO      PIC 9(8).
                 07 WS_TT_VALOR            PIC 9(9)V99.
                 07 WS_TT_SALDO            PIC 9(9)V99.
                 07 WS_TT_DATA_ULT_RECEB   PIC 9(8).
                 07 WS_TT_SITUACAO         PIC X(1).

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
                  'BAIXA DE TITULOS A RECEBER -        '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_BAIXA.
           03 FILLER                       PIC X(08)
                  VALUE 'TITULO: '.
           03 WS_BX_TITULO                 PIC 9(7).
           03 FILLER                       PIC X(06)
                  VALUE ' CLI: '.
           03 WS_BX_CLIENTE                PIC 9(5).
           03 FILLER                       PIC X(08)
                  VALUE ' RECEB: '.
           03 WS_BX_VALOR                  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(08)
                  VALUE ' SALDO: '.
           03 WS_BX_SALDO                  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BX_SITUACAO               PIC X(09).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_BX_DOCUMENTO              PIC X(10).

       01  WS_LINHA_REJEITO.
           03 FILLER                       PIC X(30) VALUE
                  'RECEBIMENTO REJEITADO - TIT: '.
           03 WS_RJ_TITULO                 PIC 9(7).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_RJ_VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_RJ_MOTIVO                 PIC X(30).

       01  WS_LINHA_TOTAL.
           03 FILLER                       PIC X(17)
                  VALUE 'TOTAL RECEBIDO: '.
           03 WS_TT_RECEBIDO               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(26)
                  VALUE '  SALDO TOTAL EM ABERTO: '.
           03 WS_TT_EM_ABERTO              PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(11)
                  VALUE 'BAIXADOS: '.
           03 WS_RS_BAIXADOS               PIC 9(5).
           03 FILLER                       PIC X(15)
                  VALUE '  LIQUIDADOS: '.
           03 WS_RS_LIQUIDADOS             PIC 9(5).
           03 FILLER                       PIC X(15)
                  VALUE '  REJEITADOS: '.
           03 WS_RS_REJEITADOS             PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-TITULOS

      * The receivables file is rewritten whole from the table, so a
      * truncated load would destroy the excess titles.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'CONTASRECEBER.txt COM MAIS DE 2000 TITULOS '
                       '- BAIXA ABORTADA PARA NAO PERDER REGISTROS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ_RECEBIMENTOS
           IF WS_STATUS_RECEBIMENTOS NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE RECEBIMENTOS AUSENTE: '
                       'RECEBIMENTOSCLI.txt'
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
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM WITH TEST AFTER UNTIL WS_EOF_RECEBIMENTOS = 'S'
               READ ARQ_RECEBIMENTOS
                   AT END
                       MOVE 'S' TO WS_EOF_RECEBIMENTOS
                   NOT AT END
                       ADD 1 TO WS_QTD_LIDOS
                       PERFORM PROCESSA-RECEBIMENTO
               END-READ
           END-PERFORM

           CLOSE ARQ_RECEBIMENTOS

           PERFORM REGRAVA-TITULOS
           PERFORM GERA-TOTAIS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'RECEBIMENTOS BAIXADOS: ' WS_QTD_BAIXADOS
                   ' REJEITADOS: ' WS_QTD_REJEITADOS

           IF WS_QTD_REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           CARREGA-TITULOS.
               OPEN INPUT ARQ_RECEBER
               IF WS_STATUS_RECEBER = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_RECEBER = 'S'
                       READ ARQ_RECEBER
                           AT END
                               MOVE 'S' TO WS_EOF_RECEBER
                           NOT AT END
                               IF WS_QTD_TITULOS < 2000
                                   ADD 1 TO WS_QTD_TITULOS
                                   MOVE FD_LAYOUT_RECEBER TO
                                     WS_TT_REGISTRO(WS_QTD_TITULOS)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_RECEBER
               END-IF.

           PROCESSA-RECEBIMENTO.
               MOVE ZEROS TO WS_IDX_TIT_ACHADO

               PERFORM VARYING WS_IDX_TIT FROM 1 BY 1
                       UNTIL WS_IDX_TIT > WS_QTD_TITULOS
                       OR WS_IDX_TIT_ACHADO > ZEROS
                   IF WS_TT_NUMERO(WS_IDX_TIT) = FD24_TITULO
                       SET WS_IDX_TIT_ACHADO TO WS_IDX_TIT
                   END-IF
               END-PERFORM

               MOVE FD24_TITULO TO WS_RJ_TITULO
               IF FD24_VALOR NUMERIC
                   MOVE FD24_VALOR TO WS_RJ_VALOR
               ELSE
                   MOVE ZEROS TO WS_RJ_VALOR
               END-IF

               EVALUATE TRUE
                   WHEN WS_IDX_TIT_ACHADO = ZEROS
                       MOVE 'TITULO NAO ENCONTRADO' TO WS_RJ_MOTIVO
                       PERFORM REJEITA-RECEBIMENTO
                   WHEN WS_TT_SITUACAO(WS_IDX_TIT_ACHADO) = 'L'
                       MOVE 'TITULO JA LIQUIDADO' TO WS_RJ_MOTIVO
                       PERFORM REJEITA-RECEBIMENTO
                   WHEN FD24_VALOR NOT NUMERIC
                     OR FD24_VALOR = ZEROS
                       MOVE 'VALOR RECEBIDO INVALIDO' TO WS_RJ_MOTIVO
                       PERFORM REJEITA-RECEBIMENTO
                   WHEN FD24_VALOR > WS_TT_SALDO(WS_IDX_TIT_ACHADO)
                       MOVE 'VALOR ACIMA DO SALDO DO TITULO' TO
                            WS_RJ_MOTIVO
                       PERFORM REJEITA-RECEBIMENTO
                   WHEN OTHER
                       PERFORM APLICA-RECEBIMENTO
               END-EVALUATE.

           APLICA-RECEBIMENTO.
               SUBTRACT FD24_VALOR FROM
                        WS_TT_SALDO(WS_IDX_TIT_ACHADO)

               IF FD24_DATA NUMERIC AND FD24_DATA > ZEROS
                   MOVE FD24_DATA TO
                        WS_TT_DATA_ULT_RECEB(WS_IDX_TIT_ACHADO)
               ELSE
                   MOVE WS_DATA_MOVIMENTO TO
                        WS_TT_DATA_ULT_RECEB(WS_IDX_TIT_ACHADO)
               END-IF

               ADD 1 TO WS_QTD_BAIXADOS
               ADD FD24_VALOR TO WS_VALOR_RECEBIDO_TOTAL

               IF WS_TT_SALDO(WS_IDX_TIT_ACHADO) = ZEROS
                   MOVE 'L' TO WS_TT_SITUACAO(WS_IDX_TIT_ACHADO)
                   MOVE 'LIQUIDADO' TO WS_BX_SITUACAO
                   ADD 1 TO WS_QTD_LIQUIDADOS
               ELSE
                   MOVE 'PARCIAL' TO WS_BX_SITUACAO
               END-IF

               MOVE FD24_TITULO TO WS_BX_TITULO
               MOVE WS_TT_CLIENTE(WS_IDX_TIT_ACHADO) TO WS_BX_CLIENTE
               MOVE FD24_VALOR TO WS_BX_VALOR
               MOVE WS_TT_SALDO(WS_IDX_TIT_ACHADO) TO WS_BX_SALDO
               MOVE FD24_DOCUMENTO TO WS_BX_DOCUMENTO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_BAIXA.

           REJEITA-RECEBIMENTO.
               ADD 1 TO WS_QTD_REJEITADOS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_REJEITO.

           REGRAVA-TITULOS.
               IF WS_QTD_BAIXADOS > ZEROS
                   OPEN OUTPUT ARQ_RECEBER
                   PERFORM VARYING WS_IDX_TIT FROM 1 BY 1
                           UNTIL WS_IDX_TIT > WS_QTD_TITULOS
                       MOVE WS_TT_REGISTRO(WS_IDX_TIT) TO
                            FD_LAYOUT_RECEBER
                       WRITE FD_LAYOUT_RECEBER
                   END-PERFORM
                   CLOSE ARQ_RECEBER
               END-IF.

           GERA-TOTAIS.
               PERFORM VARYING WS_IDX_TIT FROM 1 BY 1
                       UNTIL WS_IDX_TIT > WS_QTD_TITULOS
                   IF WS_TT_SITUACAO(WS_IDX_TIT) = 'A'
                       ADD WS_TT_SALDO(WS_IDX_TIT) TO
                           WS_SALDO_ABERTO_TOTAL
                   END-IF
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE WS_VALOR_RECEBIDO_TOTAL TO WS_TT_RECEBIDO
               MOVE WS_SALDO_ABERTO_TOTAL   TO WS_TT_EM_ABERTO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
               MOVE WS_QTD_BAIXADOS   TO WS_RS_BAIXADOS
               MOVE WS_QTD_LIQUIDADOS TO WS_RS_LIQUIDADOS
               MOVE WS_QTD_REJEITADOS TO WS_RS_REJEITADOS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           GRAVA-JOBLOG.
               MOVE 'BAIXA_RECEBIMENTOS' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_BAIXADOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'RECEBIMENTOSCLI.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'CONTASRECEBER.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ARQBAIXARECEBER.txt' TO WS_CFG_LOGICO
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

       END PROGRAM BAIXA_RECEBIMENTOS.
