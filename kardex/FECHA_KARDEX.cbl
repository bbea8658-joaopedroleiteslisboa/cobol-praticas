      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Monthly closing of the kardex. For every product of
      *          the master stores in SALDOSKARDEX.txt (through
      *          KARDEX_ACCESS) the opening balance, the applied
      *          entries (purchases, receipts and customer returns),
      *          the applied exits, the closing balance and the
      *          movement count of the month of the data-movimento,
      *          so inquiries and reports start from the last closed
      *          month instead of reading the ledger from day one.
      *          The opening comes from the last closing before the
      *          month plus the movements in between; a product never
      *          closed opens at the balance its first movement
      *          started from, or at PRD_QTD_PRODUTO when it has
      *          none. Transfers between depositos leave the product
      *          balance unchanged and are not counted. A closing
      *          that does not match the balance the ledger itself
      *          carried after the month's last movement is reported
      *          as DIVERGENTE (return code 4). Rerunning a month
      *          replaces its closing. Report in ARQFECHAKARDEX.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA_KARDEX.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

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
           VALUE 'ARQFECHAKARDEX.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(100) VALUE ALL '-'.

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

       01  WS_KX_FUNCAO                    PIC X(02).
       01  WS_KX_RETORNO                   PIC X(02).
           COPY KARDEX.
           COPY SALDOKARDEX.

       01  WS_REFERENCIA                   PIC 9(6) VALUE ZEROS.
       01  WS_DATA_INICIO_MES              PIC 9(8) VALUE ZEROS.
       01  WS_DATA_FIM_MES                 PIC 9(8) VALUE ZEROS.
       01  WS_DATA_LEITURA                 PIC 9(8) VALUE ZEROS.

       01  WS_REF_DESM.
           03 WS_RF_ANO                    PIC 9(4).
           03 WS_RF_MES                    PIC 9(2).

       01  WS_BASE_CONHECIDA               PIC X(01) VALUE 'N'.
       01  WS_FIM_PRODUTO                  PIC X(01) VALUE 'N'.
       01  WS_TEM_MOV_MES                  PIC X(01) VALUE 'N'.
       01  WS_EFEITO                       PIC S9(5) VALUE ZEROS.
       01  WS_SALDO_INICIAL                PIC S9(7) VALUE ZEROS.
       01  WS_QTD_ENTRADAS                 PIC 9(7) VALUE ZEROS.
       01  WS_QTD_SAIDAS                   PIC 9(7) VALUE ZEROS.
       01  WS_SALDO_FINAL                  PIC S9(7) VALUE ZEROS.
       01  WS_QTD_MOV_MES                  PIC 9(5) VALUE ZEROS.
       01  WS_ULTIMO_SALDO_KARDEX          PIC 9(5) VALUE ZEROS.

       01  WS_QTD_PRODUTOS                 PIC 9(5) VALUE ZEROS.
       01  WS_QTD_FECHADOS                 PIC 9(5) VALUE ZEROS.
       01  WS_QTD_DIVERGENTES              PIC 9(5) VALUE ZEROS.
       01  WS_QTD_FALHAS                   PIC 9(5) VALUE ZEROS.
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
                  'FECHAMENTO MENSAL DO KARDEX -      '.
           03 WS_TIT_DATA                  PIC X(10).
           03 FILLER                       PIC X(14)
                  VALUE '  REFERENCIA: '.
           03 WS_TIT_REFERENCIA            PIC 9(6).

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(30)
                  VALUE 'COD  NOME      SALDO INICIAL '.
           03 FILLER                       PIC X(30)
                  VALUE '  ENTRADAS    SAIDAS  SALDO FI'.
           03 FILLER                       PIC X(30)
                  VALUE 'NAL   MOVS SITUACAO           '.

       01  WS_LINHA_PRODUTO.
           03 WS_LP_COD                    PIC 9(4).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_NOME                   PIC X(9).
           03 FILLER                       PIC X(06) VALUE SPACES.
           03 WS_LP_SALDO_INICIAL          PIC -ZZZZZZ9.
           03 FILLER                       PIC X(05) VALUE SPACES.
           03 WS_LP_ENTRADAS               PIC ZZZZZZ9.
           03 FILLER                       PIC X(03) VALUE SPACES.
           03 WS_LP_SAIDAS                 PIC ZZZZZZ9.
           03 FILLER                       PIC X(05) VALUE SPACES.
           03 WS_LP_SALDO_FINAL            PIC -ZZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS_LP_MOVS                   PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LP_SITUACAO               PIC X(30).

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(20)
                  VALUE 'PRODUTOS FECHADOS: '.
           03 WS_RS_FECHADOS               PIC ZZZZ9.
           03 FILLER                       PIC X(16)
                  VALUE '  DIVERGENTES: '.
           03 WS_RS_DIVERGENTES            PIC ZZZZ9.
           03 FILLER                       PIC X(20)
                  VALUE '  FALHAS GRAVACAO: '.
           03 WS_RS_FALHAS                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO

           COMPUTE WS_REFERENCIA = (WS_DM_ANO * 100) + WS_DM_MES
           COMPUTE WS_DATA_INICIO_MES = (WS_REFERENCIA * 100) + 1
           COMPUTE WS_DATA_FIM_MES = (WS_REFERENCIA * 100) + 31

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

           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
           MOVE WS_REFERENCIA TO WS_TIT_REFERENCIA
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
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
                   PERFORM FECHA-PRODUTO
               END-IF
           END-PERFORM

           MOVE 'FC' TO WS_PA_FUNCAO
           CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                       FD_LAYOUT_DB_PRODUTOS
                                       WS_PA_RETORNO

           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           MOVE WS_QTD_FECHADOS    TO WS_RS_FECHADOS
           MOVE WS_QTD_DIVERGENTES TO WS_RS_DIVERGENTES
           MOVE WS_QTD_FALHAS      TO WS_RS_FALHAS
           WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'KARDEX FECHADO - REFERENCIA ' WS_REFERENCIA
                   ' PRODUTOS: ' WS_QTD_FECHADOS
                   ' DIVERGENTES: ' WS_QTD_DIVERGENTES

           IF WS_QTD_FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS_QTD_DIVERGENTES > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

           FECHA-PRODUTO.
               MOVE ZEROS TO WS_SALDO_INICIAL
               MOVE ZEROS TO WS_QTD_ENTRADAS
               MOVE ZEROS TO WS_QTD_SAIDAS
               MOVE ZEROS TO WS_QTD_MOV_MES
               MOVE ZEROS TO WS_ULTIMO_SALDO_KARDEX
               MOVE 'N' TO WS_TEM_MOV_MES

               PERFORM BUSCA-FECHAMENTO-ANTERIOR
               PERFORM LE-MOVIMENTOS-PRODUTO

      * No closing and no movement at all: the product has kept the
      * master quantity since it was registered.
               IF WS_BASE_CONHECIDA = 'N'
                   MOVE FD1_QTD_PRODUTO TO WS_SALDO_INICIAL
               END-IF

               COMPUTE WS_SALDO_FINAL = WS_SALDO_INICIAL
                       + WS_QTD_ENTRADAS - WS_QTD_SAIDAS

               PERFORM GRAVA-FECHAMENTO
               PERFORM LISTA-PRODUTO.

           BUSCA-FECHAMENTO-ANTERIOR.
      * The last closing before the month gives the starting balance;
      * the ledger is then read from the month after that closing.
               INITIALIZE REG-SALDO-KARDEX
               MOVE FD1_CODPROD TO SK_PRODUTO
               MOVE WS_REFERENCIA TO SK_REFERENCIA
               MOVE 'SA' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO
                                          REG-SALDO-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO = '00'
                   MOVE 'S' TO WS_BASE_CONHECIDA
                   MOVE SK_SALDO_FINAL TO WS_SALDO_INICIAL
                   MOVE SK_REFERENCIA TO WS_REF_DESM
                   IF WS_RF_MES = 12
                       ADD 1 TO WS_RF_ANO
                       MOVE 1 TO WS_RF_MES
                   ELSE
                       ADD 1 TO WS_RF_MES
                   END-IF
                   COMPUTE WS_DATA_LEITURA =
                           (WS_RF_ANO * 10000) + (WS_RF_MES * 100) + 1
               ELSE
                   MOVE 'N' TO WS_BASE_CONHECIDA
                   MOVE ZEROS TO WS_DATA_LEITURA
               END-IF.

           LE-MOVIMENTOS-PRODUTO.
               MOVE 'N' TO WS_FIM_PRODUTO
               INITIALIZE REG-KARDEX
               MOVE FD1_CODPROD TO KX_PRODUTO
               MOVE WS_DATA_LEITURA TO KX_DATA
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
                       MOVE 'S' TO WS_FIM_PRODUTO
                   ELSE
                       ADD 1 TO WS_QTD_LIDOS_KARDEX
                       PERFORM TRATA-MOVIMENTO
                   END-IF
               END-PERFORM

               MOVE 'FC' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO REG-KARDEX
                                          WS_KX_RETORNO.

           TRATA-MOVIMENTO.
               PERFORM APURA-EFEITO

      * Without a closing, the first movement tells the balance the
      * product had before it.
               IF WS_BASE_CONHECIDA = 'N'
                   COMPUTE WS_SALDO_INICIAL = KX_SALDO - WS_EFEITO
                   MOVE 'S' TO WS_BASE_CONHECIDA
               END-IF

               EVALUATE TRUE
                   WHEN KX_DATA < WS_DATA_INICIO_MES
                       ADD WS_EFEITO TO WS_SALDO_INICIAL
                   WHEN KX_DATA > WS_DATA_FIM_MES
                       MOVE 'S' TO WS_FIM_PRODUTO
                   WHEN OTHER
                       MOVE 'S' TO WS_TEM_MOV_MES
                       ADD 1 TO WS_QTD_MOV_MES
                       MOVE KX_SALDO TO WS_ULTIMO_SALDO_KARDEX
                       IF WS_EFEITO > ZEROS
                           ADD WS_EFEITO TO WS_QTD_ENTRADAS
                       ELSE
                           SUBTRACT WS_EFEITO FROM WS_QTD_SAIDAS
                       END-IF
               END-EVALUATE.

           APURA-EFEITO.
               MOVE ZEROS TO WS_EFEITO
               IF KX_SITUACAO = 'APLICADO '
                   AND KX_DOCUMENTO(1:6) NOT = 'TRANSF'
                   EVALUATE KX_TIPO
                       WHEN 'ENTRADA'
                       WHEN 'DEVOLUC'
                           MOVE KX_QTD TO WS_EFEITO
                       WHEN 'SAIDA  '
                           COMPUTE WS_EFEITO = ZEROS - KX_QTD
                   END-EVALUATE
               END-IF.

           GRAVA-FECHAMENTO.
               INITIALIZE REG-SALDO-KARDEX
               MOVE FD1_CODPROD TO SK_PRODUTO
               MOVE WS_REFERENCIA TO SK_REFERENCIA
               MOVE WS_SALDO_INICIAL TO SK_SALDO_INICIAL
               MOVE WS_QTD_ENTRADAS TO SK_QTD_ENTRADAS
               MOVE WS_QTD_SAIDAS TO SK_QTD_SAIDAS
               IF WS_SALDO_FINAL > ZEROS
                   MOVE WS_SALDO_FINAL TO SK_SALDO_FINAL
               ELSE
                   MOVE ZEROS TO SK_SALDO_FINAL
               END-IF
               IF FD1_CUSTO_MEDIO NUMERIC
                   MOVE FD1_CUSTO_MEDIO TO SK_CUSTO_MEDIO
               END-IF
               MOVE WS_QTD_MOV_MES TO SK_QTD_MOVIMENTOS
               MOVE WS_DATA_MOVIMENTO TO SK_DATA_FECHAMENTO

               MOVE 'SG' TO WS_KX_FUNCAO
               CALL 'KARDEX_ACCESS' USING WS_KX_FUNCAO
                                          REG-SALDO-KARDEX
                                          WS_KX_RETORNO
               IF WS_KX_RETORNO = '00'
                   ADD 1 TO WS_QTD_FECHADOS
               ELSE
                   ADD 1 TO WS_QTD_FALHAS
               END-IF.

           LISTA-PRODUTO.
               MOVE FD1_CODPROD      TO WS_LP_COD
               MOVE FD1_NOME_PRODUTO TO WS_LP_NOME
               MOVE WS_SALDO_INICIAL TO WS_LP_SALDO_INICIAL
               MOVE WS_QTD_ENTRADAS  TO WS_LP_ENTRADAS
               MOVE WS_QTD_SAIDAS    TO WS_LP_SAIDAS
               MOVE WS_SALDO_FINAL   TO WS_LP_SALDO_FINAL
               MOVE WS_QTD_MOV_MES   TO WS_LP_MOVS

               EVALUATE TRUE
                   WHEN WS_KX_RETORNO NOT = '00'
                       MOVE 'FALHA AO GRAVAR O FECHAMENTO' TO
                            WS_LP_SITUACAO
                   WHEN WS_SALDO_FINAL < ZEROS
                       ADD 1 TO WS_QTD_DIVERGENTES
                       MOVE 'DIVERGENTE - SALDO NEGATIVO' TO
                            WS_LP_SITUACAO
                   WHEN WS_TEM_MOV_MES = 'S'
                    AND WS_SALDO_FINAL NOT = WS_ULTIMO_SALDO_KARDEX
                       ADD 1 TO WS_QTD_DIVERGENTES
                       MOVE 'DIVERGENTE DO SALDO DO KARDEX' TO
                            WS_LP_SITUACAO
                   WHEN OTHER
                       MOVE 'OK' TO WS_LP_SITUACAO
               END-EVALUATE

               WRITE FD_LAYOUT_REL FROM WS_LINHA_PRODUTO.

           GRAVA-JOBLOG.
               MOVE 'FECHA_KARDEX' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS_KARDEX TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_FECHADOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'ARQFECHAKARDEX.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM FECHA_KARDEX.
