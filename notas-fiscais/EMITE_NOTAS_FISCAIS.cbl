      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Daily issuance of the sales invoices (notas fiscais).
      *          Groups the tipo V lines of HISTVENDAS.txt of the
      *          data-movimento by sale document and issues one nota
      *          per document, numbered in sequence inside the serie
      *          of PARAMNOTAFISCAL.txt. The NOTASFISCAIS.txt register
      *          is the numbering control: the next number is the
      *          last issued in the serie plus one, and any break in
      *          the sequence found in the register is reported.
      *          Documents already issued on the day are not issued
      *          again, so the run can be repeated; sales without a
      *          document are listed and left out. Each item carries
      *          the ICMS of the ALIQUOTASICMS.txt rate for its
      *          product category and the destination UF (the
      *          customer's CLI_UF, or the origin UF for cash sales),
      *          falling back to the rate of category 00 for the UF
      *          and then to the default rate of the parameters. The
      *          items go to ITENSNOTAFISCAL.txt. The interface file
      *          ARQNOTASFISCAIS.txt carries a '00' header, one '10'
      *          line per nota with its '20' items, a '30' line per
      *          cancellation of the day and a '99' trailer with the
      *          count and totals, registered by CONTROLE_INTERFACE
      *          (type N). ARQLIVROSAIDAS.txt is the daily register
      *          of outgoing invoices (livro de saidas): every nota
      *          issued and cancelled on the day, with the totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE_NOTAS_FISCAIS.
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

           SELECT ARQ_ALIQUOTAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ALIQUOTAS.

           SELECT ARQ_CLIENTES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_CLIENTES.

           SELECT ARQ_HISTVENDAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_HISTVENDAS.

           SELECT ARQ_NOTAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_NOTAS.

           SELECT ARQ_ITENS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ITENS.

           SELECT ARQ_INTERFACE
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_08
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_09
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.
               03 FD38_SERIE                 PIC X(3).
               03 FD38_UF_ORIGEM             PIC X(2).
               03 FD38_ALIQ_PADRAO           PIC 9(2)V99.

       FD  ARQ_ALIQUOTAS.

           01  FD_LAYOUT_ALIQUOTA.
               03 FD39_CATEGORIA             PIC 9(2).
               03 FD39_UF                    PIC X(2).
               03 FD39_ALIQUOTA              PIC 9(2)V99.

       FD  ARQ_CLIENTES.

           COPY CLIENTES REPLACING LEADING ==CLI== BY ==FD22==
                ==REG-CLIENTE== BY ==FD_LAYOUT_CLIENTE==.

       FD  ARQ_HISTVENDAS.

           COPY HISTVENDAS REPLACING LEADING ==HV== BY ==FD32==
                ==REG-HIST-VENDA== BY ==FD_LAYOUT_HISTVENDA==.

       FD  ARQ_NOTAS.

           COPY NOTAFISCAL REPLACING LEADING ==NF== BY ==FD40==
                ==REG-NOTA-FISCAL== BY ==FD_LAYOUT_NOTA==.

       FD  ARQ_ITENS.

           COPY ITEMNOTAFISCAL REPLACING
                ==REG-ITEM-NOTA== BY ==FD_LAYOUT_ITEM_NOTA==
                LEADING ==IT== BY ==FD41==.

       FD  ARQ_INTERFACE.

           01  FD_LAYOUT_INTERFACE           PIC X(80).

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
           VALUE 'PARAMNOTAFISCAL.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'ALIQUOTASICMS.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'CLIENTES.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'HISTVENDAS.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'NOTASFISCAIS.txt'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'ITENSNOTAFISCAL.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'ARQNOTASFISCAIS.txt'.
       77  WS_CFG_ARQ_08      PIC X(50)
           VALUE 'ARQLIVROSAIDAS.txt'.
       77  WS_CFG_ARQ_09      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_STATUS_ALIQUOTAS             PIC X(02).
       01  WS_STATUS_CLIENTES              PIC X(02).
       01  WS_STATUS_HISTVENDAS            PIC X(02).
       01  WS_STATUS_NOTAS                 PIC X(02).
       01  WS_STATUS_ITENS                 PIC X(02).
       01  WS_EOF_ALIQUOTAS                PIC X(01) VALUE ' '.
       01  WS_EOF_CLIENTES                 PIC X(01) VALUE ' '.
       01  WS_EOF_HISTVENDAS               PIC X(01) VALUE ' '.
       01  WS_EOF_NOTAS                    PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(110) VALUE ALL '-'.

      * Parameters; PARAMNOTAFISCAL.txt overrides each one that comes
      * filled in.
       01  WS_SERIE                        PIC X(3) VALUE '001'.
       01  WS_UF_ORIGEM                    PIC X(2) VALUE 'SP'.
       01  WS_ALIQ_PADRAO                  PIC 9(2)V99 VALUE 18,00.

      * Any table overflow stops the run before a number is issued:
      * a partial load would issue notas for part of a document or
      * issue a document twice.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.

       01  WS_ULTIMO_NUMERO                PIC 9(6) VALUE ZEROS.
       01  WS_NUMERO_ESPERADO              PIC 9(7) VALUE ZEROS.
       01  WS_UF_DESTINO                   PIC X(2) VALUE SPACES.
       01  WS_ALIQ_ITEM                    PIC 9(2)V99 VALUE ZEROS.
       01  WS_ALIQ_ACHADA                  PIC X(01) VALUE 'N'.
       01  WS_NOTA_ATUAL                   PIC 9(4) VALUE ZEROS.
       01  WS_SEQ_ITEM                     PIC 9(3) VALUE ZEROS.
       01  WS_IDX_NT_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_IDX_IT_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_IDX_DE_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_IDX_CLI_ACHADO               PIC 9(4) VALUE ZEROS.
       01  WS_VALOR_VENDA                  PIC 9(9)V99 VALUE ZEROS.

       01  WS_QTD_LIDAS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_EMITIDAS                 PIC 9(05) VALUE ZEROS.
       01  WS_QTD_SEM_DOCUMENTO            PIC 9(05) VALUE ZEROS.
       01  WS_QTD_JA_EMITIDAS              PIC 9(05) VALUE ZEROS.
       01  WS_QTD_QUEBRAS                  PIC 9(04) VALUE ZEROS.
       01  WS_QTD_ITENS_GRAVADOS           PIC 9(05) VALUE ZEROS.
       01  WS_TOT_VALOR_EMITIDO            PIC 9(11)V99 VALUE ZEROS.
       01  WS_TOT_ICMS_EMITIDO             PIC 9(11)V99 VALUE ZEROS.
       01  WS_TOT_VALOR_CANCELADO          PIC 9(11)V99 VALUE ZEROS.
       01  WS_TOT_ICMS_CANCELADO           PIC 9(11)V99 VALUE ZEROS.

      * Livro de saidas totals, taken from the register after the
      * emission so they include the notas of an earlier run of the
      * same day.
       01  WS_LV_QTD_EMITIDAS              PIC 9(05) VALUE ZEROS.
       01  WS_LV_QTD_CANCELADAS            PIC 9(05) VALUE ZEROS.
       01  WS_LV_VALOR_EMITIDO             PIC 9(11)V99 VALUE ZEROS.
       01  WS_LV_ICMS_EMITIDO              PIC 9(11)V99 VALUE ZEROS.
       01  WS_LV_VALOR_CANCELADO           PIC 9(11)V99 VALUE ZEROS.
       01  WS_LV_ICMS_CANCELADO            PIC 9(11)V99 VALUE ZEROS.
       01  WS_LV_VALOR_LIQUIDO             PIC S9(11)V99 VALUE ZEROS.
       01  WS_LV_ICMS_LIQUIDO              PIC S9(11)V99 VALUE ZEROS.

       01  WS_TAB_ALIQUOTAS.
           03 WS_QTD_ALIQUOTAS             PIC 9(4) VALUE ZEROS.
           03 WS_ALIQUOTA OCCURS 500 TIMES
                          INDEXED BY WS_IDX_AL.
              05 WS_AL_CATEGORIA           PIC 9(2).
              05 WS_AL_UF                  PIC X(2).
              05 WS_AL_ALIQUOTA            PIC 9(2)V99.

       01  WS_TAB_CLIENTES.
           03 WS_QTD_CLIENTES              PIC 9(4) VALUE ZEROS.
           03 WS_CLIENTE OCCURS 500 TIMES
                         INDEXED BY WS_IDX_CLI.
              05 WS_CL_CODIGO              PIC 9(5).
              05 WS_CL_UF                  PIC X(2).

      * Documents that already have a nota issued on the day.
       01  WS_TAB_DOC_EMITIDOS.
           03 WS_QTD_DOC_EMITIDOS          PIC 9(4) VALUE ZEROS.
           03 WS_DOC_EMITIDO OCCURS 1000 TIMES
                             INDEXED BY WS_IDX_DE.
              05 WS_DE_DOCUMENTO           PIC X(10).

      * Cancellations recorded on the day, sent in the interface.
       01  WS_TAB_CANCELADAS.
           03 WS_QTD_CANCELADAS            PIC 9(4) VALUE ZEROS.
           03 WS_CANCELADA OCCURS 500 TIMES
                           INDEXED BY WS_IDX_CA.
              05 WS_CA_SERIE               PIC X(3).
              05 WS_CA_NUMERO              PIC 9(6).
              05 WS_CA_DATA                PIC 9(8).
              05 WS_CA_MOTIVO              PIC X(30).
              05 WS_CA_VALOR               PIC 9(9)V99.
              05 WS_CA_ICMS                PIC 9(9)V99.

      * Notas of the run, one per sale document, and their items, one
      * per product and price of the document; WS_IT_NOTA is the row
      * of the nota the item belongs to.
       01  WS_TAB_NOTAS.
           03 WS_QTD_NOTAS                 PIC 9(4) VALUE ZEROS.
           03 WS_NOTA OCCURS 500 TIMES
                      INDEXED BY WS_IDX_NT.
              05 WS_NT_DOCUMENTO           PIC X(10).
              05 WS_NT_CLIENTE             PIC 9(5).
              05 WS_NT_NUMERO              PIC 9(6).
              05 WS_NT_UF                  PIC X(2).
              05 WS_NT_QTD_ITENS           PIC 9(3).
              05 WS_NT_VALOR               PIC 9(9)V99.
              05 WS_NT_ICMS                PIC 9(9)V99.

       01  WS_TAB_ITENS.
           03 WS_QTD_ITENS                 PIC 9(4) VALUE ZEROS.
           03 WS_ITEM OCCURS 2000 TIMES
                      INDEXED BY WS_IDX_IT.
              05 WS_IT_NOTA                PIC 9(4).
              05 WS_IT_PRODUTO             PIC 9(4).
              05 WS_IT_CATEGORIA           PIC 9(2).
              05 WS_IT_QTD                 PIC 9(5).
              05 WS_IT_PRECO               PIC 9(6)V99.
              05 WS_IT_VALOR               PIC 9(9)V99.
              05 WS_IT_ALIQ                PIC 9(2)V99.
              05 WS_IT_ICMS                PIC 9(7)V99.

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

      * Invoice interface layout (80 bytes).
       01  WS_NF_HEADER.
           03 FILLER                       PIC X(02) VALUE '00'.
           03 WS_NH_SERIE                  PIC X(03).
           03 WS_NH_DATA_MOVIMENTO         PIC 9(08).
           03 WS_NH_UF_ORIGEM              PIC X(02).
           03 WS_NH_DATA_GERACAO           PIC 9(08).
           03 FILLER                       PIC X(57) VALUE SPACES.

       01  WS_NF_NOTA.
           03 FILLER                       PIC X(02) VALUE '10'.
           03 WS_NN_SERIE                  PIC X(03).
           03 WS_NN_NUMERO                 PIC 9(06).
           03 WS_NN_DATA                   PIC 9(08).
           03 WS_NN_DOCUMENTO              PIC X(10).
           03 WS_NN_CLIENTE                PIC 9(05).
           03 WS_NN_UF                     PIC X(02).
           03 WS_NN_QTD_ITENS              PIC 9(03).
           03 WS_NN_VALOR                  PIC 9(9)V99.
           03 WS_NN_ICMS                   PIC 9(9)V99.
           03 FILLER                       PIC X(19) VALUE SPACES.

       01  WS_NF_ITEM.
           03 FILLER                       PIC X(02) VALUE '20'.
           03 WS_NI_SERIE                  PIC X(03).
           03 WS_NI_NUMERO                 PIC 9(06).
           03 WS_NI_ITEM                   PIC 9(03).
           03 WS_NI_PRODUTO                PIC 9(04).
           03 WS_NI_CATEGORIA              PIC 9(02).
           03 WS_NI_QTD                    PIC 9(05).
           03 WS_NI_PRECO                  PIC 9(6)V99.
           03 WS_NI_VALOR                  PIC 9(9)V99.
           03 WS_NI_ALIQ                   PIC 9(2)V99.
           03 WS_NI_ICMS                   PIC 9(7)V99.
           03 FILLER                       PIC X(23) VALUE SPACES.

       01  WS_NF_CANCELAMENTO.
           03 FILLER                       PIC X(02) VALUE '30'.
           03 WS_NC_SERIE                  PIC X(03).
           03 WS_NC_NUMERO                 PIC 9(06).
           03 WS_NC_DATA                   PIC 9(08).
           03 WS_NC_MOTIVO                 PIC X(30).
           03 WS_NC_VALOR                  PIC 9(9)V99.
           03 WS_NC_ICMS                   PIC 9(9)V99.
           03 FILLER                       PIC X(09) VALUE SPACES.

       01  WS_NF_TRAILER.
           03 FILLER                       PIC X(02) VALUE '99'.
           03 WS_NR_QTD_NOTAS              PIC 9(06).
           03 WS_NR_QTD_CANCELADAS         PIC 9(06).
           03 WS_NR_TOTAL                  PIC 9(11)V99.
           03 WS_NR_TOTAL_ICMS             PIC 9(11)V99.
           03 FILLER                       PIC X(40) VALUE SPACES.

       01  WS_LINHA_TITULO.
           03 FILLER                       PIC X(30) VALUE
                  'LIVRO DE REGISTRO DE SAIDAS - '.
           03 WS_TIT_DATA                  PIC X(10).
           03 FILLER                       PIC X(13)
                  VALUE '  UF ORIGEM: '.
           03 WS_TIT_UF                    PIC X(2).
           03 FILLER                       PIC X(09)
                  VALUE '  SERIE: '.
           03 WS_TIT_SERIE                 PIC X(3).

       01  WS_LINHA_QUEBRA.
           03 FILLER                       PIC X(30) VALUE
                  'QUEBRA DE SEQUENCIA - SERIE: '.
           03 WS_QB_SERIE                  PIC X(3).
           03 FILLER                       PIC X(12)
                  VALUE ' ESPERADO: '.
           03 WS_QB_ESPERADO               PIC 9(6).
           03 FILLER                       PIC X(14)
                  VALUE ' ENCONTRADO: '.
           03 WS_QB_ENCONTRADO             PIC 9(6).

       01  WS_LINHA_SEM_DOCUMENTO.
           03 FILLER                       PIC X(35) VALUE
                  'VENDA SEM DOCUMENTO NAO FATURADA - '.
           03 FILLER                       PIC X(06) VALUE 'PROD: '.
           03 WS_SD_PRODUTO                PIC 9(4).
           03 FILLER                       PIC X(06) VALUE ' QTD: '.
           03 WS_SD_QTD                    PIC 9(5).
           03 FILLER                       PIC X(08) VALUE ' VALOR: '.
           03 WS_SD_VALOR                  PIC ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_ABORTO.
           03 FILLER                       PIC X(60) VALUE
              'VENDAS DO DIA ACIMA DA CAPACIDADE - NOTAS NAO EMITIDAS'.

       01  WS_LINHA_CABECALHO.
           03 FILLER                       PIC X(11)
                  VALUE 'SER NUMERO '.
           03 FILLER                       PIC X(11)
                  VALUE 'DOCUMENTO  '.
           03 FILLER                       PIC X(13)
                  VALUE 'CLIEN UF ITS '.
           03 FILLER                       PIC X(15)
                  VALUE 'VALOR CONTABIL '.
           03 FILLER                       PIC X(15)
                  VALUE '    VALOR ICMS '.
           03 FILLER                       PIC X(16)
                  VALUE 'SITUACAO  MOTIVO'.

       01  WS_LINHA_NOTA.
           03 WS_LN_SERIE                  PIC X(3).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_NUMERO                 PIC 9(6).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_DOCUMENTO              PIC X(10).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_CLIENTE                PIC 9(5).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_UF                     PIC X(2).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_QTD_ITENS              PIC ZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_VALOR                  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_ICMS                   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_SITUACAO               PIC X(9).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_MOTIVO                 PIC X(30).

       01  WS_LINHA_TOTAL.
           03 WS_LT_DESCRICAO              PIC X(17).
           03 WS_LT_QTD                    PIC ZZZZZ.
           03 FILLER                       PIC X(18)
                  VALUE '  VALOR CONTABIL: '.
           03 WS_LT_VALOR                  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                       PIC X(08) VALUE '  ICMS: '.
           03 WS_LT_ICMS                   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(16)
                  VALUE 'ULTIMO NUMERO: '.
           03 WS_RS_ULTIMO                 PIC 9(6).
           03 FILLER                       PIC X(24)
                  VALUE '  QUEBRAS DE SEQUENCIA: '.
           03 WS_RS_QUEBRAS                PIC ZZZ9.
           03 FILLER                       PIC X(24)
                  VALUE '  VENDAS SEM DOCUMENTO: '.
           03 WS_RS_SEM_DOCUMENTO          PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-ALIQUOTAS
           PERFORM CARREGA-CLIENTES

      * Without the whole rate table or customer UFs the tax of some
      * notas would come out wrong.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'ALIQUOTASICMS.txt OU CLIENTES.txt ACIMA DE '
                       '500 REGISTROS - NOTAS NAO EMITIDAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ_HISTVENDAS
           IF WS_STATUS_HISTVENDAS NOT = '00' AND '02'
               DISPLAY 'HISTORICO DE VENDAS AUSENTE: HISTVENDAS.txt'
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
           MOVE WS_UF_ORIGEM    TO WS_TIT_UF
           MOVE WS_SERIE        TO WS_TIT_SERIE
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM LE-REGISTRO-NOTAS
           PERFORM CARREGA-VENDAS
           CLOSE ARQ_HISTVENDAS

           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'VENDAS DO DIA ACIMA DA CAPACIDADE (500 '
                       'DOCUMENTOS / 2000 ITENS) - NOTAS NAO '
                       'EMITIDAS'
               WRITE FD_LAYOUT_REL FROM WS_LINHA_ABORTO
               MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
               STRING WS_HH ':' WS_MM ':' WS_SS
                   DELIMITED BY SIZE INTO WS_HORA_SISTEMA
               END-STRING
               MOVE 'FIM' TO WS_JOBLOG_EVENTO
               PERFORM GRAVA-JOBLOG
               CLOSE ARQ_REL ARQ_JOBLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQ_NOTAS
           IF WS_STATUS_NOTAS = '35'
               OPEN OUTPUT ARQ_NOTAS
           END-IF
           OPEN EXTEND ARQ_ITENS
           IF WS_STATUS_ITENS = '35'
               OPEN OUTPUT ARQ_ITENS
           END-IF
           OPEN OUTPUT ARQ_INTERFACE

           MOVE WS_SERIE          TO WS_NH_SERIE
           MOVE WS_DATA_MOVIMENTO TO WS_NH_DATA_MOVIMENTO
           MOVE WS_UF_ORIGEM      TO WS_NH_UF_ORIGEM
           MOVE WS_DATA           TO WS_NH_DATA_GERACAO
           WRITE FD_LAYOUT_INTERFACE FROM WS_NF_HEADER

           PERFORM VARYING WS_IDX_NT FROM 1 BY 1
                   UNTIL WS_IDX_NT > WS_QTD_NOTAS
               PERFORM EMITE-NOTA
           END-PERFORM

           PERFORM VARYING WS_IDX_CA FROM 1 BY 1
                   UNTIL WS_IDX_CA > WS_QTD_CANCELADAS
               PERFORM GRAVA-CANCELAMENTO-INTERFACE
           END-PERFORM

           MOVE WS_QTD_EMITIDAS     TO WS_NR_QTD_NOTAS
           MOVE WS_QTD_CANCELADAS   TO WS_NR_QTD_CANCELADAS
           MOVE WS_TOT_VALOR_EMITIDO TO WS_NR_TOTAL
           MOVE WS_TOT_ICMS_EMITIDO TO WS_NR_TOTAL_ICMS
           WRITE FD_LAYOUT_INTERFACE FROM WS_NF_TRAILER

           CLOSE ARQ_NOTAS ARQ_ITENS ARQ_INTERFACE

           PERFORM GERA-LIVRO-SAIDAS

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_REL ARQ_JOBLOG

           DISPLAY 'NOTAS FISCAIS EMITIDAS: ' WS_QTD_EMITIDAS
                   ' SERIE ' WS_SERIE ' ULTIMO NUMERO: '
                   WS_ULTIMO_NUMERO

           IF WS_QTD_QUEBRAS > ZEROS
               OR WS_QTD_SEM_DOCUMENTO > ZEROS
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
                           IF FD38_SERIE NOT = SPACES
                               MOVE FD38_SERIE TO WS_SERIE
                           END-IF
                           IF FD38_UF_ORIGEM NOT = SPACES
                               MOVE FD38_UF_ORIGEM TO WS_UF_ORIGEM
                           END-IF
                           IF FD38_ALIQ_PADRAO NUMERIC
                               AND FD38_ALIQ_PADRAO > ZEROS
                               MOVE FD38_ALIQ_PADRAO TO
                                    WS_ALIQ_PADRAO
                           END-IF
                   END-READ
                   CLOSE ARQ_PARAM
               END-IF.

           CARREGA-ALIQUOTAS.
               OPEN INPUT ARQ_ALIQUOTAS
               IF WS_STATUS_ALIQUOTAS = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_ALIQUOTAS = 'S'
                       READ ARQ_ALIQUOTAS
                           AT END
                               MOVE 'S' TO WS_EOF_ALIQUOTAS
                           NOT AT END
                               IF FD39_CATEGORIA NUMERIC
                                   AND FD39_ALIQUOTA NUMERIC
                                   PERFORM GUARDA-ALIQUOTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_ALIQUOTAS
               END-IF.

           GUARDA-ALIQUOTA.
               IF WS_QTD_ALIQUOTAS < 500
                   ADD 1 TO WS_QTD_ALIQUOTAS
                   SET WS_IDX_AL TO WS_QTD_ALIQUOTAS
                   MOVE FD39_CATEGORIA TO WS_AL_CATEGORIA(WS_IDX_AL)
                   MOVE FD39_UF        TO WS_AL_UF(WS_IDX_AL)
                   MOVE FD39_ALIQUOTA  TO WS_AL_ALIQUOTA(WS_IDX_AL)
               ELSE
                   MOVE 'S' TO WS_CARGA_TRUNCADA
               END-IF.

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
                                   MOVE FD22_CODIGO TO
                                      WS_CL_CODIGO(WS_QTD_CLIENTES)
                                   MOVE FD22_UF TO
                                      WS_CL_UF(WS_QTD_CLIENTES)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_CLIENTES
               END-IF.

           LE-REGISTRO-NOTAS.
      * One pass over the register: the last number of the serie and
      * its continuity, the documents issued on the day and the
      * cancellations of the day.
               OPEN INPUT ARQ_NOTAS
               IF WS_STATUS_NOTAS = '00'
                   PERFORM WITH TEST AFTER UNTIL WS_EOF_NOTAS = 'S'
                       READ ARQ_NOTAS
                           AT END
                               MOVE 'S' TO WS_EOF_NOTAS
                           NOT AT END
                               PERFORM AVALIA-REGISTRO-NOTA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_NOTAS
               END-IF.

           AVALIA-REGISTRO-NOTA.
               EVALUATE FD40_TIPO
                   WHEN 'E'
                       IF FD40_SERIE = WS_SERIE
                           COMPUTE WS_NUMERO_ESPERADO =
                                   WS_ULTIMO_NUMERO + 1
                           IF FD40_NUMERO NOT = WS_NUMERO_ESPERADO
                               PERFORM REGISTRA-QUEBRA-SEQUENCIA
                           END-IF
                           IF FD40_NUMERO > WS_ULTIMO_NUMERO
                               MOVE FD40_NUMERO TO WS_ULTIMO_NUMERO
                           END-IF
                       END-IF
                       IF FD40_DATA = WS_DATA_MOVIMENTO
                           PERFORM GUARDA-DOCUMENTO-EMITIDO
                       END-IF
                   WHEN 'C'
                       IF FD40_DATA = WS_DATA_MOVIMENTO
                           PERFORM GUARDA-CANCELAMENTO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           REGISTRA-QUEBRA-SEQUENCIA.
               ADD 1 TO WS_QTD_QUEBRAS
               MOVE FD40_SERIE         TO WS_QB_SERIE
               MOVE WS_NUMERO_ESPERADO TO WS_QB_ESPERADO
               MOVE FD40_NUMERO        TO WS_QB_ENCONTRADO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_QUEBRA.

           GUARDA-DOCUMENTO-EMITIDO.
               IF WS_QTD_DOC_EMITIDOS < 1000
                   ADD 1 TO WS_QTD_DOC_EMITIDOS
                   SET WS_IDX_DE TO WS_QTD_DOC_EMITIDOS
                   MOVE FD40_DOCUMENTO TO WS_DE_DOCUMENTO(WS_IDX_DE)
               ELSE
                   MOVE 'S' TO WS_CARGA_TRUNCADA
               END-IF.

           GUARDA-CANCELAMENTO.
               IF WS_QTD_CANCELADAS < 500
                   ADD 1 TO WS_QTD_CANCELADAS
                   SET WS_IDX_CA TO WS_QTD_CANCELADAS
                   MOVE FD40_SERIE  TO WS_CA_SERIE(WS_IDX_CA)
                   MOVE FD40_NUMERO TO WS_CA_NUMERO(WS_IDX_CA)
                   MOVE FD40_DATA   TO WS_CA_DATA(WS_IDX_CA)
                   MOVE FD40_MOTIVO TO WS_CA_MOTIVO(WS_IDX_CA)
                   MOVE FD40_VALOR_TOTAL TO WS_CA_VALOR(WS_IDX_CA)
                   MOVE FD40_VALOR_ICMS  TO WS_CA_ICMS(WS_IDX_CA)
               ELSE
                   MOVE 'S' TO WS_CARGA_TRUNCADA
               END-IF.

           CARREGA-VENDAS.
               PERFORM WITH TEST AFTER UNTIL WS_EOF_HISTVENDAS = 'S'
                   READ ARQ_HISTVENDAS
                       AT END
                           MOVE 'S' TO WS_EOF_HISTVENDAS
                       NOT AT END
                           IF FD32_TIPO = 'V'
                               AND FD32_DATA = WS_DATA_MOVIMENTO
                               ADD 1 TO WS_QTD_LIDAS
                               PERFORM GUARDA-VENDA
                           END-IF
                   END-READ
               END-PERFORM.

           GUARDA-VENDA.
               IF FD32_DOCUMENTO = SPACES
                   ADD 1 TO WS_QTD_SEM_DOCUMENTO
                   COMPUTE WS_VALOR_VENDA =
                           FD32_QTD * FD32_PRECO_VENDA
                   MOVE FD32_PRODUTO   TO WS_SD_PRODUTO
                   MOVE FD32_QTD       TO WS_SD_QTD
                   MOVE WS_VALOR_VENDA TO WS_SD_VALOR
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_SEM_DOCUMENTO
               ELSE
                   MOVE ZEROS TO WS_IDX_DE_ACHADO
                   PERFORM VARYING WS_IDX_DE FROM 1 BY 1
                           UNTIL WS_IDX_DE > WS_QTD_DOC_EMITIDOS
                           OR WS_IDX_DE_ACHADO > ZEROS
                       IF WS_DE_DOCUMENTO(WS_IDX_DE) = FD32_DOCUMENTO
                           SET WS_IDX_DE_ACHADO TO WS_IDX_DE
                       END-IF
                   END-PERFORM

                   IF WS_IDX_DE_ACHADO > ZEROS
                       ADD 1 TO WS_QTD_JA_EMITIDAS
                   ELSE
                       PERFORM GUARDA-ITEM-VENDA
                   END-IF
               END-IF.

           GUARDA-ITEM-VENDA.
               MOVE ZEROS TO WS_IDX_NT_ACHADO
               PERFORM VARYING WS_IDX_NT FROM 1 BY 1
                       UNTIL WS_IDX_NT > WS_QTD_NOTAS
                       OR WS_IDX_NT_ACHADO > ZEROS
                   IF WS_NT_DOCUMENTO(WS_IDX_NT) = FD32_DOCUMENTO
                       SET WS_IDX_NT_ACHADO TO WS_IDX_NT
                   END-IF
               END-PERFORM

               IF WS_IDX_NT_ACHADO = ZEROS
                   IF WS_QTD_NOTAS < 500
                       ADD 1 TO WS_QTD_NOTAS
                       MOVE WS_QTD_NOTAS TO WS_IDX_NT_ACHADO
                       SET WS_IDX_NT TO WS_QTD_NOTAS
                       MOVE FD32_DOCUMENTO TO
                            WS_NT_DOCUMENTO(WS_IDX_NT)
                       MOVE FD32_CLIENTE TO WS_NT_CLIENTE(WS_IDX_NT)
                       MOVE SPACES TO WS_NT_UF(WS_IDX_NT)
                       MOVE ZEROS TO WS_NT_NUMERO(WS_IDX_NT)
                                     WS_NT_QTD_ITENS(WS_IDX_NT)
                                     WS_NT_VALOR(WS_IDX_NT)
                                     WS_NT_ICMS(WS_IDX_NT)
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF

               IF WS_IDX_NT_ACHADO > ZEROS
                   PERFORM GUARDA-ITEM-NOTA
               END-IF.

           GUARDA-ITEM-NOTA.
      * The same product sold twice on the document at the same price
      * is one item of the nota.
               MOVE ZEROS TO WS_IDX_IT_ACHADO
               PERFORM VARYING WS_IDX_IT FROM 1 BY 1
                       UNTIL WS_IDX_IT > WS_QTD_ITENS
                       OR WS_IDX_IT_ACHADO > ZEROS
                   IF WS_IT_NOTA(WS_IDX_IT) = WS_IDX_NT_ACHADO
                       AND WS_IT_PRODUTO(WS_IDX_IT) = FD32_PRODUTO
                       AND WS_IT_PRECO(WS_IDX_IT) = FD32_PRECO_VENDA
                       SET WS_IDX_IT_ACHADO TO WS_IDX_IT
                   END-IF
               END-PERFORM

               IF WS_IDX_IT_ACHADO > ZEROS
                   ADD FD32_QTD TO WS_IT_QTD(WS_IDX_IT_ACHADO)
               ELSE
                   IF WS_QTD_ITENS < 2000
                       AND WS_NT_QTD_ITENS(WS_IDX_NT_ACHADO) < 999
                       ADD 1 TO WS_QTD_ITENS
                       ADD 1 TO WS_NT_QTD_ITENS(WS_IDX_NT_ACHADO)
                       SET WS_IDX_IT TO WS_QTD_ITENS
                       MOVE WS_IDX_NT_ACHADO TO WS_IT_NOTA(WS_IDX_IT)
                       MOVE FD32_PRODUTO TO WS_IT_PRODUTO(WS_IDX_IT)
                       MOVE FD32_CATEGORIA TO
                            WS_IT_CATEGORIA(WS_IDX_IT)
                       MOVE FD32_QTD TO WS_IT_QTD(WS_IDX_IT)
                       MOVE FD32_PRECO_VENDA TO WS_IT_PRECO(WS_IDX_IT)
                       MOVE ZEROS TO WS_IT_VALOR(WS_IDX_IT)
                                     WS_IT_ALIQ(WS_IDX_IT)
                                     WS_IT_ICMS(WS_IDX_IT)
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF.

           EMITE-NOTA.
               SET WS_NOTA_ATUAL TO WS_IDX_NT
               ADD 1 TO WS_ULTIMO_NUMERO
               MOVE WS_ULTIMO_NUMERO TO WS_NT_NUMERO(WS_IDX_NT)

               PERFORM DEFINE-UF-DESTINO
               MOVE WS_UF_DESTINO TO WS_NT_UF(WS_IDX_NT)

               PERFORM VARYING WS_IDX_IT FROM 1 BY 1
                       UNTIL WS_IDX_IT > WS_QTD_ITENS
                   IF WS_IT_NOTA(WS_IDX_IT) = WS_NOTA_ATUAL
                       PERFORM CALCULA-ITEM
                   END-IF
               END-PERFORM

               MOVE 'E'                       TO FD40_TIPO
               MOVE WS_SERIE                  TO FD40_SERIE
               MOVE WS_NT_NUMERO(WS_IDX_NT)   TO FD40_NUMERO
               MOVE WS_DATA_MOVIMENTO         TO FD40_DATA
               MOVE WS_NT_DOCUMENTO(WS_IDX_NT) TO FD40_DOCUMENTO
               MOVE WS_NT_CLIENTE(WS_IDX_NT)  TO FD40_CLIENTE
               MOVE WS_NT_UF(WS_IDX_NT)       TO FD40_UF_DESTINO
               MOVE WS_NT_QTD_ITENS(WS_IDX_NT) TO FD40_QTD_ITENS
               MOVE WS_NT_VALOR(WS_IDX_NT)    TO FD40_VALOR_TOTAL
               MOVE WS_NT_ICMS(WS_IDX_NT)     TO FD40_VALOR_ICMS
               MOVE SPACES                    TO FD40_OPERADOR
                                                 FD40_MOTIVO
               WRITE FD_LAYOUT_NOTA

               MOVE WS_SERIE                  TO WS_NN_SERIE
               MOVE WS_NT_NUMERO(WS_IDX_NT)   TO WS_NN_NUMERO
               MOVE WS_DATA_MOVIMENTO         TO WS_NN_DATA
               MOVE WS_NT_DOCUMENTO(WS_IDX_NT) TO WS_NN_DOCUMENTO
               MOVE WS_NT_CLIENTE(WS_IDX_NT)  TO WS_NN_CLIENTE
               MOVE WS_NT_UF(WS_IDX_NT)       TO WS_NN_UF
               MOVE WS_NT_QTD_ITENS(WS_IDX_NT) TO WS_NN_QTD_ITENS
               MOVE WS_NT_VALOR(WS_IDX_NT)    TO WS_NN_VALOR
               MOVE WS_NT_ICMS(WS_IDX_NT)     TO WS_NN_ICMS
               WRITE FD_LAYOUT_INTERFACE FROM WS_NF_NOTA

               MOVE ZEROS TO WS_SEQ_ITEM
               PERFORM VARYING WS_IDX_IT FROM 1 BY 1
                       UNTIL WS_IDX_IT > WS_QTD_ITENS
                   IF WS_IT_NOTA(WS_IDX_IT) = WS_NOTA_ATUAL
                       PERFORM GRAVA-ITEM-NOTA
                   END-IF
               END-PERFORM

               ADD 1 TO WS_QTD_EMITIDAS
               ADD WS_NT_VALOR(WS_IDX_NT) TO WS_TOT_VALOR_EMITIDO
               ADD WS_NT_ICMS(WS_IDX_NT)  TO WS_TOT_ICMS_EMITIDO.

           DEFINE-UF-DESTINO.
      * Cash sales (cliente zero) and customers without a UF are
      * taxed as sales inside the origin state.
               MOVE WS_UF_ORIGEM TO WS_UF_DESTINO
               IF WS_NT_CLIENTE(WS_IDX_NT) > ZEROS
                   MOVE ZEROS TO WS_IDX_CLI_ACHADO
                   PERFORM VARYING WS_IDX_CLI FROM 1 BY 1
                           UNTIL WS_IDX_CLI > WS_QTD_CLIENTES
                           OR WS_IDX_CLI_ACHADO > ZEROS
                       IF WS_CL_CODIGO(WS_IDX_CLI) =
                          WS_NT_CLIENTE(WS_IDX_NT)
                           SET WS_IDX_CLI_ACHADO TO WS_IDX_CLI
                       END-IF
                   END-PERFORM
                   IF WS_IDX_CLI_ACHADO > ZEROS
                       AND WS_CL_UF(WS_IDX_CLI_ACHADO) NOT = SPACES
                       MOVE WS_CL_UF(WS_IDX_CLI_ACHADO) TO
                            WS_UF_DESTINO
                   END-IF
               END-IF.

           CALCULA-ITEM.
               COMPUTE WS_IT_VALOR(WS_IDX_IT) =
                       WS_IT_QTD(WS_IDX_IT) * WS_IT_PRECO(WS_IDX_IT)
               PERFORM LOCALIZA-ALIQUOTA
               MOVE WS_ALIQ_ITEM TO WS_IT_ALIQ(WS_IDX_IT)
               COMPUTE WS_IT_ICMS(WS_IDX_IT) ROUNDED =
                       WS_IT_VALOR(WS_IDX_IT) * WS_ALIQ_ITEM / 100
               ADD WS_IT_VALOR(WS_IDX_IT) TO WS_NT_VALOR(WS_IDX_NT)
               ADD WS_IT_ICMS(WS_IDX_IT)  TO WS_NT_ICMS(WS_IDX_NT).

           LOCALIZA-ALIQUOTA.
      * Rate of the category for the UF, else the category 00 rate of
      * the UF, else the default rate.
               MOVE WS_ALIQ_PADRAO TO WS_ALIQ_ITEM
               MOVE 'N' TO WS_ALIQ_ACHADA
               PERFORM VARYING WS_IDX_AL FROM 1 BY 1
                       UNTIL WS_IDX_AL > WS_QTD_ALIQUOTAS
                       OR WS_ALIQ_ACHADA = 'S'
                   IF WS_AL_CATEGORIA(WS_IDX_AL) =
                      WS_IT_CATEGORIA(WS_IDX_IT)
                       AND WS_AL_UF(WS_IDX_AL) = WS_UF_DESTINO
                       MOVE WS_AL_ALIQUOTA(WS_IDX_AL) TO WS_ALIQ_ITEM
                       MOVE 'S' TO WS_ALIQ_ACHADA
                   END-IF
               END-PERFORM

               PERFORM VARYING WS_IDX_AL FROM 1 BY 1
                       UNTIL WS_IDX_AL > WS_QTD_ALIQUOTAS
                       OR WS_ALIQ_ACHADA = 'S'
                   IF WS_AL_CATEGORIA(WS_IDX_AL) = ZEROS
                       AND WS_AL_UF(WS_IDX_AL) = WS_UF_DESTINO
                       MOVE WS_AL_ALIQUOTA(WS_IDX_AL) TO WS_ALIQ_ITEM
                       MOVE 'S' TO WS_ALIQ_ACHADA
                   END-IF
               END-PERFORM.

           GRAVA-ITEM-NOTA.
               ADD 1 TO WS_SEQ_ITEM
               ADD 1 TO WS_QTD_ITENS_GRAVADOS

               MOVE WS_SERIE                   TO FD41_SERIE
               MOVE WS_NT_NUMERO(WS_IDX_NT)    TO FD41_NUMERO
               MOVE WS_SEQ_ITEM                TO FD41_ITEM
               MOVE WS_IT_PRODUTO(WS_IDX_IT)   TO FD41_PRODUTO
               MOVE WS_IT_CATEGORIA(WS_IDX_IT) TO FD41_CATEGORIA
               MOVE WS_IT_QTD(WS_IDX_IT)       TO FD41_QTD
               MOVE WS_IT_PRECO(WS_IDX_IT)     TO FD41_PRECO_UNIT
               MOVE WS_IT_VALOR(WS_IDX_IT)     TO FD41_VALOR_TOTAL
               MOVE WS_IT_ALIQ(WS_IDX_IT)      TO FD41_ALIQ_ICMS
               MOVE WS_IT_ICMS(WS_IDX_IT)      TO FD41_VALOR_ICMS
               WRITE FD_LAYOUT_ITEM_NOTA

               MOVE WS_SERIE                   TO WS_NI_SERIE
               MOVE WS_NT_NUMERO(WS_IDX_NT)    TO WS_NI_NUMERO
               MOVE WS_SEQ_ITEM                TO WS_NI_ITEM
               MOVE WS_IT_PRODUTO(WS_IDX_IT)   TO WS_NI_PRODUTO
               MOVE WS_IT_CATEGORIA(WS_IDX_IT) TO WS_NI_CATEGORIA
               MOVE WS_IT_QTD(WS_IDX_IT)       TO WS_NI_QTD
               MOVE WS_IT_PRECO(WS_IDX_IT)     TO WS_NI_PRECO
               MOVE WS_IT_VALOR(WS_IDX_IT)     TO WS_NI_VALOR
               MOVE WS_IT_ALIQ(WS_IDX_IT)      TO WS_NI_ALIQ
               MOVE WS_IT_ICMS(WS_IDX_IT)      TO WS_NI_ICMS
               WRITE FD_LAYOUT_INTERFACE FROM WS_NF_ITEM.

           GRAVA-CANCELAMENTO-INTERFACE.
               MOVE WS_CA_SERIE(WS_IDX_CA)  TO WS_NC_SERIE
               MOVE WS_CA_NUMERO(WS_IDX_CA) TO WS_NC_NUMERO
               MOVE WS_CA_DATA(WS_IDX_CA)   TO WS_NC_DATA
               MOVE WS_CA_MOTIVO(WS_IDX_CA) TO WS_NC_MOTIVO
               MOVE WS_CA_VALOR(WS_IDX_CA)  TO WS_NC_VALOR
               MOVE WS_CA_ICMS(WS_IDX_CA)   TO WS_NC_ICMS
               WRITE FD_LAYOUT_INTERFACE FROM WS_NF_CANCELAMENTO.

           GERA-LIVRO-SAIDAS.
      * Every nota issued and every cancellation recorded on the
      * data-movimento, in register order.
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CABECALHO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

               MOVE ' ' TO WS_EOF_NOTAS
               OPEN INPUT ARQ_NOTAS
               IF WS_STATUS_NOTAS = '00'
                   PERFORM WITH TEST AFTER UNTIL WS_EOF_NOTAS = 'S'
                       READ ARQ_NOTAS
                           AT END
                               MOVE 'S' TO WS_EOF_NOTAS
                           NOT AT END
                               IF FD40_DATA = WS_DATA_MOVIMENTO
                                   PERFORM LISTA-NOTA-LIVRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_NOTAS
               END-IF

               COMPUTE WS_LV_VALOR_LIQUIDO =
                       WS_LV_VALOR_EMITIDO - WS_LV_VALOR_CANCELADO
               COMPUTE WS_LV_ICMS_LIQUIDO =
                       WS_LV_ICMS_EMITIDO - WS_LV_ICMS_CANCELADO

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE 'EMITIDAS:        ' TO WS_LT_DESCRICAO
               MOVE WS_LV_QTD_EMITIDAS   TO WS_LT_QTD
               MOVE WS_LV_VALOR_EMITIDO  TO WS_LT_VALOR
               MOVE WS_LV_ICMS_EMITIDO   TO WS_LT_ICMS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
               MOVE 'CANCELADAS:      ' TO WS_LT_DESCRICAO
               MOVE WS_LV_QTD_CANCELADAS TO WS_LT_QTD
               MOVE WS_LV_VALOR_CANCELADO TO WS_LT_VALOR
               MOVE WS_LV_ICMS_CANCELADO TO WS_LT_ICMS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
               MOVE 'LIQUIDO DO DIA:  ' TO WS_LT_DESCRICAO
               MOVE ZEROS                TO WS_LT_QTD
               MOVE WS_LV_VALOR_LIQUIDO  TO WS_LT_VALOR
               MOVE WS_LV_ICMS_LIQUIDO   TO WS_LT_ICMS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL
               MOVE WS_ULTIMO_NUMERO     TO WS_RS_ULTIMO
               MOVE WS_QTD_QUEBRAS       TO WS_RS_QUEBRAS
               MOVE WS_QTD_SEM_DOCUMENTO TO WS_RS_SEM_DOCUMENTO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           LISTA-NOTA-LIVRO.
               MOVE FD40_SERIE       TO WS_LN_SERIE
               MOVE FD40_NUMERO      TO WS_LN_NUMERO
               MOVE FD40_DOCUMENTO   TO WS_LN_DOCUMENTO
               MOVE FD40_CLIENTE     TO WS_LN_CLIENTE
               MOVE FD40_UF_DESTINO  TO WS_LN_UF
               MOVE FD40_QTD_ITENS   TO WS_LN_QTD_ITENS
               MOVE FD40_VALOR_TOTAL TO WS_LN_VALOR
               MOVE FD40_VALOR_ICMS  TO WS_LN_ICMS
               MOVE FD40_MOTIVO      TO WS_LN_MOTIVO

               EVALUATE FD40_TIPO
                   WHEN 'E'
                       MOVE 'EMITIDA'   TO WS_LN_SITUACAO
                       ADD 1 TO WS_LV_QTD_EMITIDAS
                       ADD FD40_VALOR_TOTAL TO WS_LV_VALOR_EMITIDO
                       ADD FD40_VALOR_ICMS  TO WS_LV_ICMS_EMITIDO
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_NOTA
                   WHEN 'C'
                       MOVE 'CANCELADA' TO WS_LN_SITUACAO
                       ADD 1 TO WS_LV_QTD_CANCELADAS
                       ADD FD40_VALOR_TOTAL TO WS_LV_VALOR_CANCELADO
                       ADD FD40_VALOR_ICMS  TO WS_LV_ICMS_CANCELADO
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_NOTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           GRAVA-JOBLOG.
               MOVE 'EMITE_NOTAS_FISCAIS' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDAS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_EMITIDAS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMNOTAFISCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'ALIQUOTASICMS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'CLIENTES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'HISTVENDAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'NOTASFISCAIS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'ITENSNOTAFISCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'ARQNOTASFISCAIS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           MOVE 'ARQLIVROSAIDAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_08 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_09 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM EMITE_NOTAS_FISCAIS.
