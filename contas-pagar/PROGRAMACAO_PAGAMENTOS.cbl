      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Weekly payment schedule of the accounts payable.
      *          Lists the CONTASPAGAR.txt titles still open and
      *          already overdue, then day by day the titles due from
      *          the data-movimento to six days ahead, with the daily
      *          and weekly totals (ARQPROGPAGAMENTOS.txt). Every open
      *          title of the schedule whose supplier has its bank
      *          account in BANCOFORNECEDOR.txt goes to the supplier
      *          payment remittance ARQREMESSAFORN.TXT, in the same
      *          header/detail/trailer bank layout of the payroll
      *          remittances and with the paying account of
      *          PARAMREMESSA.TXT, and is marked R remetido. Run again
      *          on the same day, the remittance is rebuilt with the
      *          titles remitted that day. Titles whose supplier has
      *          no bank account are listed and left open (RC 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACAO_PAGAMENTOS.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_PAGAR
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PAGAR.

           SELECT ARQ_FORNECEDORES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_FORNECEDORES.

           SELECT ARQ_BANCO_FORN
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_BANCO_FORN.

           SELECT ARQ_PARAM_REMESSA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PARAM_REMESSA.

           SELECT ARQ_REMESSA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_PAGAR.

           COPY CONTASPAGAR REPLACING LEADING ==CP== BY ==FD27==
                ==REG-CONTA-PAGAR== BY ==FD_LAYOUT_PAGAR==.

       FD  ARQ_FORNECEDORES.

           01  FD_LAYOUT_FORNECEDORES.
               03 FD8_COD_FORNECEDOR         PIC 9(3).
               03 FD8_NOME_FORNECEDOR        PIC X(20).
               03 FD8_PRAZO_ENTREGA          PIC 9(3).
               03 FD8_COD_PRODUTO            PIC 9(4).
               03 FD8_QTD_MIN_PEDIDO         PIC 9(5).

      * Bank account where each supplier receives its payments.
       FD  ARQ_BANCO_FORN.

           01  FD_LAYOUT_BANCO_FORN.
               03 FD29_FORNECEDOR            PIC 9(3).
               03 FD29_BANCO                 PIC 9(3).
               03 FD29_AGENCIA               PIC 9(4).
               03 FD29_CONTA                 PIC 9(10).

      * Paying account of the company, shared with the payroll
      * remittances.
       FD  ARQ_PARAM_REMESSA.

           01  FD_LAYOUT_PARAM_REMESSA.
               03 FD30_BANCO                 PIC 9(3).
               03 FD30_AGENCIA               PIC 9(4).
               03 FD30_CONTA                 PIC 9(10).

       FD  ARQ_REMESSA.

           01  FD_LAYOUT_REMESSA             PIC X(80).

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
           VALUE 'CONTASPAGAR.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'FORNECEDORES.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'BANCOFORNECEDOR.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'PARAMREMESSA.TXT'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'ARQREMESSAFORN.TXT'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'ARQPROGPAGAMENTOS.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_PAGAR                 PIC X(02).
       01  WS_STATUS_FORNECEDORES          PIC X(02).
       01  WS_STATUS_BANCO_FORN            PIC X(02).
       01  WS_STATUS_PARAM_REMESSA         PIC X(02).
       01  WS_EOF_PAGAR                    PIC X(01) VALUE ' '.
       01  WS_EOF_FORNECEDORES             PIC X(01) VALUE ' '.
       01  WS_EOF_BANCO_FORN               PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(96) VALUE ALL '-'.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_ACHOU                        PIC X(01) VALUE 'N'.
       01  WS_QTD_LIDOS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_PROGRAMADOS              PIC 9(05) VALUE ZEROS.
       01  WS_QTD_SEM_BANCO                PIC 9(05) VALUE ZEROS.
       01  WS_QTD_NO_DIA                   PIC 9(05) VALUE ZEROS.
       01  WS_DIA_INICIO                   PIC 9(07) VALUE ZEROS.
       01  WS_DIA_SEMANA                   PIC 9(07) VALUE ZEROS.
       01  WS_DESLOCAMENTO                 PIC 9(01) VALUE ZEROS.
       01  WS_DATA_DIA                     PIC 9(08) VALUE ZEROS.
       01  WS_DATA_FIM_SEMANA              PIC 9(08) VALUE ZEROS.
       01  WS_DATA_PAGTO                   PIC 9(08) VALUE ZEROS.
       01  WS_IDX_FORN_ACHADO              PIC 9(4) VALUE ZEROS.
       01  WS_IDX_BCO_ACHADO               PIC 9(4) VALUE ZEROS.
       01  WS_TOTAL_DIA                    PIC 9(11)V99 VALUE ZEROS.
       01  WS_TOTAL_SEMANA                 PIC 9(11)V99 VALUE ZEROS.
       01  WS_REM_QTD                      PIC 9(06) VALUE ZEROS.
       01  WS_REM_TOTAL                    PIC 9(11)V99 VALUE ZEROS.

       01  WS_DATA_EDICAO                  PIC 9(08) VALUE ZEROS.
       01  WS_DATA_EDICAO_DESM REDEFINES WS_DATA_EDICAO.
           03 WS_DE_ANO                    PIC 9(04).
           03 WS_DE_MES                    PIC 9(02).
           03 WS_DE_DIA                    PIC 9(02).
       01  WS_DATA_EDITADA                 PIC X(10) VALUE SPACES.

       01  WS_TAB_TITULOS.
           03 WS_QTD_TITULOS               PIC 9(4) VALUE ZEROS.
           03 WS_TITULO OCCURS 2000 TIMES
                        INDEXED BY WS_IDX_TIT.
              05 WS_TT_REGISTRO            PIC X(57).
              05 WS_TT_CAMPOS REDEFINES WS_TT_REGISTRO.
                 07 WS_TT_NUMERO           PIC 9(7).
                 07 WS_TT_FORNECEDOR       PIC 9(3).
                 07 WS_TT_NOTA             PIC 9(9).
                 07 WS_TT_PARCELA          PIC 9(2).
                 07 WS_TT_DATA_EMISSAO     PIC 9(8).
                 07 WS_TT_DATA_VENCTO      PIC 9(8).
                 07 WS_TT_VALOR            PIC 9(9)V99.
                 07 WS_TT_DATA_REMESSA     PIC 9(8).
                 07 WS_TT_SITUACAO         PIC X(1).

       01  WS_TAB_FORNECEDORES.
           03 WS_QTD_FORNECEDORES          PIC 9(4) VALUE ZEROS.
           03 WS_FORNECEDOR OCCURS 200 TIMES
                            INDEXED BY WS_IDX_FORN.
              05 WS_FN_CODIGO              PIC 9(3).
              05 WS_FN_NOME                PIC X(20).

       01  WS_TAB_BANCOS.
           03 WS_QTD_BANCOS                PIC 9(4) VALUE ZEROS.
           03 WS_BANCO_FORN OCCURS 200 TIMES
                            INDEXED BY WS_IDX_BCO.
              05 WS_BF_FORNECEDOR          PIC 9(3).
              05 WS_BF_BANCO               PIC 9(3).
              05 WS_BF_AGENCIA             PIC 9(4).
              05 WS_BF_CONTA               PIC 9(10).

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

       01  WS_REM_HEADER.
           03 FILLER                       PIC X(01) VALUE '0'.
           03 WS_RH_BANCO                  PIC 9(03) VALUE ZEROS.
           03 WS_RH_AGENCIA                PIC 9(04) VALUE ZEROS.
           03 WS_RH_CONTA                  PIC 9(10) VALUE ZEROS.
           03 WS_RH_DATA_PAGTO             PIC X(08).
           03 FILLER                       PIC X(54) VALUE SPACES.

       01  WS_REM_DETALHE.
           03 FILLER                       PIC X(01) VALUE '1'.
           03 WS_RB_TITULO                 PIC 9(09).
           03 WS_RB_NOME                   PIC X(30).
           03 WS_RB_BANCO                  PIC 9(03).
           03 WS_RB_AGENCIA                PIC 9(04).
           03 WS_RB_CONTA                  PIC 9(10).
           03 WS_RB_VALOR                  PIC 9(09)V99.
           03 WS_RB_DATA_PAGTO             PIC 9(08).
           03 FILLER                       PIC X(04) VALUE SPACES.

       01  WS_REM_TRAILER.
           03 FILLER                       PIC X(01) VALUE '9'.
           03 WS_RT_QTD                    PIC 9(06).
           03 WS_RT_TOTAL                  PIC 9(11)V99.
           03 FILLER                       PIC X(60) VALUE SPACES.

       01  WS_LINHA_TITULO.
           03 FILLER                       PIC X(37) VALUE
                  'PROGRAMACAO SEMANAL DE PAGAMENTOS - '.
           03 WS_TIT_INICIO                PIC X(10).
           03 FILLER                       PIC X(03) VALUE ' A '.
           03 WS_TIT_FIM                   PIC X(10).

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(34) VALUE
                  'TITULO  FOR NOME                '.
           03 FILLER                       PIC X(24) VALUE
                  'NOTA/PARC    VENCIMENTO '.
           03 FILLER                       PIC X(14) VALUE
                  '         VALOR'.
           03 FILLER                       PIC X(22) VALUE
                  ' SITUACAO             '.

       01  WS_LINHA_GRUPO.
           03 WS_GR_DESCRICAO              PIC X(20).
           03 WS_GR_DATA                   PIC X(10).

       01  WS_LINHA_DETALHE.
           03 WS_DT_TITULO                 PIC 9(7).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_DT_FORNECEDOR             PIC 9(3).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_DT_NOME                   PIC X(20).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_DT_NOTA                   PIC 9(9).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS_DT_PARCELA                PIC 9(2).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_DT_VENCTO                 PIC X(10).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_DT_VALOR                  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_DT_SITUACAO               PIC X(22).

       01  WS_LINHA_NENHUM.
           03 FILLER                       PIC X(15) VALUE
                  '  NENHUM TITULO'.

       01  WS_LINHA_TOTAL.
           03 FILLER                       PIC X(45) VALUE SPACES.
           03 WS_LT_DESCRICAO              PIC X(20).
           03 WS_LT_VALOR                  PIC ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(20) VALUE
                  'TITULOS NA REMESSA: '.
           03 WS_RS_QTD_REMESSA            PIC ZZZ.ZZ9.
           03 FILLER                       PIC X(09) VALUE
                  '  VALOR: '.
           03 WS_RS_TOTAL_REMESSA          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(23) VALUE
                  '  SEM DADOS BANCARIOS: '.
           03 WS_RS_QTD_SEM_BANCO          PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO

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
                       IF WS_QTD_TITULOS < 2000
                           ADD 1 TO WS_QTD_TITULOS
                           MOVE FD_LAYOUT_PAGAR TO
                                WS_TT_REGISTRO(WS_QTD_TITULOS)
                       ELSE
                           MOVE 'S' TO WS_CARGA_TRUNCADA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ_PAGAR

      * The title file is rewritten whole from the table, so a
      * truncated load would destroy the excess titles.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'CONTASPAGAR.txt COM MAIS DE 2000 TITULOS '
                       '- PROGRAMACAO ABORTADA PARA NAO PERDER '
                       'REGISTROS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-FORNECEDORES
           PERFORM CARREGA-BANCOS-FORNECEDOR
           PERFORM CARREGA-PARAM-REMESSA

           COMPUTE WS_DIA_INICIO =
                   FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
           COMPUTE WS_DIA_SEMANA = WS_DIA_INICIO + 6
           COMPUTE WS_DATA_FIM_SEMANA =
                   FUNCTION DATE-OF-INTEGER(WS_DIA_SEMANA)

           OPEN OUTPUT ARQ_REMESSA
           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_MOVIMENTO TO WS_RH_DATA_PAGTO
           WRITE FD_LAYOUT_REMESSA FROM WS_REM_HEADER

           MOVE WS_DATA_SISTEMA TO WS_TIT_INICIO
           MOVE WS_DATA_FIM_SEMANA TO WS_DATA_EDICAO
           PERFORM FORMATA-DATA
           MOVE WS_DATA_EDITADA TO WS_TIT_FIM
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM PROGRAMA-VENCIDOS

           PERFORM VARYING WS_DESLOCAMENTO FROM 0 BY 1
                   UNTIL WS_DESLOCAMENTO > 6
               COMPUTE WS_DIA_SEMANA = WS_DIA_INICIO + WS_DESLOCAMENTO
               COMPUTE WS_DATA_DIA =
                       FUNCTION DATE-OF-INTEGER(WS_DIA_SEMANA)
               PERFORM PROGRAMA-DIA
           END-PERFORM

           MOVE 'TOTAL DA SEMANA' TO WS_LT_DESCRICAO
           MOVE WS_TOTAL_SEMANA TO WS_LT_VALOR
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
           MOVE WS_REM_QTD TO WS_RS_QTD_REMESSA
           MOVE WS_REM_TOTAL TO WS_RS_TOTAL_REMESSA
           MOVE WS_QTD_SEM_BANCO TO WS_RS_QTD_SEM_BANCO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           MOVE WS_REM_QTD TO WS_RT_QTD
           MOVE WS_REM_TOTAL TO WS_RT_TOTAL
           WRITE FD_LAYOUT_REMESSA FROM WS_REM_TRAILER

           CLOSE ARQ_REMESSA

           PERFORM REGRAVA-TITULOS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'TITULOS PROGRAMADOS: ' WS_QTD_PROGRAMADOS
                   ' NA REMESSA: ' WS_REM_QTD
                   ' SEM DADOS BANCARIOS: ' WS_QTD_SEM_BANCO

           IF WS_QTD_SEM_BANCO > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               MOVE 'N' TO WS_ACHOU
               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                       OR WS_ACHOU = 'S'
                   IF WS_FN_CODIGO(WS_IDX_FORN) = FD8_COD_FORNECEDOR
                       MOVE 'S' TO WS_ACHOU
                   END-IF
               END-PERFORM

               IF WS_ACHOU = 'N' AND WS_QTD_FORNECEDORES < 200
                   ADD 1 TO WS_QTD_FORNECEDORES
                   MOVE FD8_COD_FORNECEDOR TO
                        WS_FN_CODIGO(WS_QTD_FORNECEDORES)
                   MOVE FD8_NOME_FORNECEDOR TO
                        WS_FN_NOME(WS_QTD_FORNECEDORES)
               END-IF.

           CARREGA-BANCOS-FORNECEDOR.
               OPEN INPUT ARQ_BANCO_FORN
               IF WS_STATUS_BANCO_FORN = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_BANCO_FORN = 'S'
                       READ ARQ_BANCO_FORN
                           AT END
                               MOVE 'S' TO WS_EOF_BANCO_FORN
                           NOT AT END
                               IF WS_QTD_BANCOS < 200
                                   AND FD_LAYOUT_BANCO_FORN IS NUMERIC
                                   ADD 1 TO WS_QTD_BANCOS
                                   MOVE FD29_FORNECEDOR TO
                                     WS_BF_FORNECEDOR(WS_QTD_BANCOS)
                                   MOVE FD29_BANCO TO
                                     WS_BF_BANCO(WS_QTD_BANCOS)
                                   MOVE FD29_AGENCIA TO
                                     WS_BF_AGENCIA(WS_QTD_BANCOS)
                                   MOVE FD29_CONTA TO
                                     WS_BF_CONTA(WS_QTD_BANCOS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_BANCO_FORN
               END-IF.

           CARREGA-PARAM-REMESSA.
               OPEN INPUT ARQ_PARAM_REMESSA
               IF WS_STATUS_PARAM_REMESSA = '00'
                   READ ARQ_PARAM_REMESSA
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FD30_BANCO   TO WS_RH_BANCO
                           MOVE FD30_AGENCIA TO WS_RH_AGENCIA
                           MOVE FD30_CONTA   TO WS_RH_CONTA
                   END-READ
                   CLOSE ARQ_PARAM_REMESSA
               END-IF.

           PROGRAMA-VENCIDOS.
      * Open titles past due are paid at the data-movimento; the ones
      * remitted today come back on a rerun.
               MOVE 'VENCIDOS ATE' TO WS_GR_DESCRICAO
               MOVE WS_DATA_SISTEMA TO WS_GR_DATA
               WRITE FD_LAYOUT_REL FROM WS_LINHA_GRUPO

               MOVE ZEROS TO WS_TOTAL_DIA WS_QTD_NO_DIA
               MOVE WS_DATA_MOVIMENTO TO WS_DATA_PAGTO
               PERFORM VARYING WS_IDX_TIT FROM 1 BY 1
                       UNTIL WS_IDX_TIT > WS_QTD_TITULOS
                   IF WS_TT_DATA_VENCTO(WS_IDX_TIT) <
                      WS_DATA_MOVIMENTO
                       AND (WS_TT_SITUACAO(WS_IDX_TIT) = 'A'
                            OR (WS_TT_SITUACAO(WS_IDX_TIT) = 'R'
                                AND WS_TT_DATA_REMESSA(WS_IDX_TIT) =
                                    WS_DATA_MOVIMENTO))
                       PERFORM PROGRAMA-TITULO
                   END-IF
               END-PERFORM

               PERFORM FECHA-GRUPO.

           PROGRAMA-DIA.
               MOVE 'VENCIMENTO EM' TO WS_GR_DESCRICAO
               MOVE WS_DATA_DIA TO WS_DATA_EDICAO
               PERFORM FORMATA-DATA
               MOVE WS_DATA_EDITADA TO WS_GR_DATA
               WRITE FD_LAYOUT_REL FROM WS_LINHA_GRUPO

               MOVE ZEROS TO WS_TOTAL_DIA WS_QTD_NO_DIA
               MOVE WS_DATA_DIA TO WS_DATA_PAGTO
               PERFORM VARYING WS_IDX_TIT FROM 1 BY 1
                       UNTIL WS_IDX_TIT > WS_QTD_TITULOS
                   IF WS_TT_DATA_VENCTO(WS_IDX_TIT) = WS_DATA_DIA
                       AND (WS_TT_SITUACAO(WS_IDX_TIT) = 'A'
                            OR WS_TT_SITUACAO(WS_IDX_TIT) = 'R')
                       PERFORM PROGRAMA-TITULO
                   END-IF
               END-PERFORM

               PERFORM FECHA-GRUPO.

           FECHA-GRUPO.
               IF WS_QTD_NO_DIA = ZEROS
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_NENHUM
               ELSE
                   MOVE 'TOTAL DO DIA' TO WS_LT_DESCRICAO
                   MOVE WS_TOTAL_DIA TO WS_LT_VALOR
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
               END-IF.

           PROGRAMA-TITULO.
               ADD 1 TO WS_QTD_NO_DIA
               ADD 1 TO WS_QTD_PROGRAMADOS
               ADD WS_TT_VALOR(WS_IDX_TIT) TO WS_TOTAL_DIA
               ADD WS_TT_VALOR(WS_IDX_TIT) TO WS_TOTAL_SEMANA

               PERFORM LOCALIZA-FORNECEDOR
               PERFORM LOCALIZA-BANCO

               MOVE WS_TT_NUMERO(WS_IDX_TIT) TO WS_DT_TITULO
               MOVE WS_TT_FORNECEDOR(WS_IDX_TIT) TO WS_DT_FORNECEDOR
               IF WS_IDX_FORN_ACHADO > ZEROS
                   MOVE WS_FN_NOME(WS_IDX_FORN_ACHADO) TO WS_DT_NOME
               ELSE
                   MOVE '** SEM CADASTRO **' TO WS_DT_NOME
               END-IF
               MOVE WS_TT_NOTA(WS_IDX_TIT) TO WS_DT_NOTA
               MOVE WS_TT_PARCELA(WS_IDX_TIT) TO WS_DT_PARCELA
               MOVE WS_TT_DATA_VENCTO(WS_IDX_TIT) TO WS_DATA_EDICAO
               PERFORM FORMATA-DATA
               MOVE WS_DATA_EDITADA TO WS_DT_VENCTO
               MOVE WS_TT_VALOR(WS_IDX_TIT) TO WS_DT_VALOR

      * A title remitted on an earlier day stays in the schedule but
      * is not sent again; one remitted today is, so a rerun rebuilds
      * the same remittance.
               EVALUATE TRUE
                   WHEN WS_TT_SITUACAO(WS_IDX_TIT) = 'R'
                    AND WS_TT_DATA_REMESSA(WS_IDX_TIT) NOT =
                        WS_DATA_MOVIMENTO
                       MOVE WS_TT_DATA_REMESSA(WS_IDX_TIT) TO
                            WS_DATA_EDICAO
                       PERFORM FORMATA-DATA
                       MOVE SPACES TO WS_DT_SITUACAO
                       STRING 'REMETIDO EM ' WS_DATA_EDITADA
                           DELIMITED BY SIZE INTO WS_DT_SITUACAO
                       END-STRING
                   WHEN WS_IDX_BCO_ACHADO = ZEROS
                       ADD 1 TO WS_QTD_SEM_BANCO
                       MOVE 'SEM DADOS BANCARIOS' TO WS_DT_SITUACAO
                   WHEN OTHER
                       PERFORM GRAVA-DETALHE-REMESSA
                       MOVE 'INCLUIDO NA REMESSA' TO WS_DT_SITUACAO
               END-EVALUATE

               WRITE FD_LAYOUT_REL FROM WS_LINHA_DETALHE.

           GRAVA-DETALHE-REMESSA.
               MOVE WS_TT_NUMERO(WS_IDX_TIT) TO WS_RB_TITULO
               MOVE WS_DT_NOME TO WS_RB_NOME
               MOVE WS_BF_BANCO(WS_IDX_BCO_ACHADO) TO WS_RB_BANCO
               MOVE WS_BF_AGENCIA(WS_IDX_BCO_ACHADO) TO WS_RB_AGENCIA
               MOVE WS_BF_CONTA(WS_IDX_BCO_ACHADO) TO WS_RB_CONTA
               MOVE WS_TT_VALOR(WS_IDX_TIT) TO WS_RB_VALOR
               MOVE WS_DATA_PAGTO TO WS_RB_DATA_PAGTO
               WRITE FD_LAYOUT_REMESSA FROM WS_REM_DETALHE

               ADD 1 TO WS_REM_QTD
               ADD WS_TT_VALOR(WS_IDX_TIT) TO WS_REM_TOTAL

               MOVE 'R' TO WS_TT_SITUACAO(WS_IDX_TIT)
               MOVE WS_DATA_MOVIMENTO TO
                    WS_TT_DATA_REMESSA(WS_IDX_TIT).

           LOCALIZA-FORNECEDOR.
               MOVE ZEROS TO WS_IDX_FORN_ACHADO
               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                       OR WS_IDX_FORN_ACHADO > ZEROS
                   IF WS_FN_CODIGO(WS_IDX_FORN) =
                      WS_TT_FORNECEDOR(WS_IDX_TIT)
                       SET WS_IDX_FORN_ACHADO TO WS_IDX_FORN
                   END-IF
               END-PERFORM.

           LOCALIZA-BANCO.
               MOVE ZEROS TO WS_IDX_BCO_ACHADO
               PERFORM VARYING WS_IDX_BCO FROM 1 BY 1
                       UNTIL WS_IDX_BCO > WS_QTD_BANCOS
                       OR WS_IDX_BCO_ACHADO > ZEROS
                   IF WS_BF_FORNECEDOR(WS_IDX_BCO) =
                      WS_TT_FORNECEDOR(WS_IDX_TIT)
                       SET WS_IDX_BCO_ACHADO TO WS_IDX_BCO
                   END-IF
               END-PERFORM.

           FORMATA-DATA.
               MOVE SPACES TO WS_DATA_EDITADA
               STRING WS_DE_DIA '/' WS_DE_MES '/' WS_DE_ANO
                   DELIMITED BY SIZE INTO WS_DATA_EDITADA
               END-STRING.

           REGRAVA-TITULOS.
               OPEN OUTPUT ARQ_PAGAR

               PERFORM VARYING WS_IDX_TIT FROM 1 BY 1
                       UNTIL WS_IDX_TIT > WS_QTD_TITULOS
                   MOVE WS_TT_REGISTRO(WS_IDX_TIT) TO FD_LAYOUT_PAGAR
                   WRITE FD_LAYOUT_PAGAR
               END-PERFORM

               CLOSE ARQ_PAGAR.

           GRAVA-JOBLOG.
               MOVE 'PROGRAMACAO_PAGAMENTOS' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_REM_QTD TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CONTASPAGAR.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'FORNECEDORES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'BANCOFORNECEDOR.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'PARAMREMESSA.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'ARQREMESSAFORN.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'ARQPROGPAGAMENTOS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM PROGRAMACAO_PAGAMENTOS.
