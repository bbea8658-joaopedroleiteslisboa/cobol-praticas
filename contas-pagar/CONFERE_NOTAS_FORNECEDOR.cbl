      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Three-way conference of the supplier invoices of the
      *          purchase cycle. Reads NOTASFORNECEDOR.txt (per invoice
      *          an N header with issue date and total, I items with
      *          order, product, quantity and unit price, and V
      *          installments with due date and amount) and checks
      *          every item against the PEDIDOSCOMPRA.txt order line:
      *          same supplier, invoiced quantity (with what earlier
      *          invoices already billed, kept in ITENSNOTAFORN.txt)
      *          not above the ordered nor the received quantity, and
      *          unit price within the tolerance of the agreed price.
      *          The supplier must exist in FORNECEDORES.txt, the
      *          invoice must not be in CONTASPAGAR.txt already, and
      *          items and installments must add up to the total.
      *          A matching invoice becomes one CONTASPAGAR.txt title
      *          per installment; a divergent one goes to
      *          NOTASBLOQUEADAS.txt for purchasing to resolve with
      *          the supplier. Prints ARQCONFERENCIANOTAS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE_NOTAS_FORNECEDOR.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_NOTAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_NOTAS.

           SELECT ARQ_FORNECEDORES
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_FORNECEDORES.

           SELECT ARQ_PEDIDOS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PEDIDOS.

           SELECT ARQ_ITENS_NOTA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ITENS_NOTA.

           SELECT ARQ_PAGAR
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PAGAR.

           SELECT ARQ_BLOQUEADAS
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_BLOQUEADAS.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_08
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_NOTAS.

           01  FD_LAYOUT_NOTA.
               03 FD25_TIPO                  PIC X(1).
               03 FD25_FORNECEDOR            PIC 9(3).
               03 FD25_NOTA                  PIC 9(9).
               03 FD25_DADOS                 PIC X(27).
           01  FD_LAYOUT_NOTA_CAB.
               03 FILLER                     PIC X(13).
               03 FD25_DATA_EMISSAO          PIC 9(8).
               03 FD25_VALOR_TOTAL           PIC 9(9)V99.
               03 FILLER                     PIC X(8).
           01  FD_LAYOUT_NOTA_ITEM.
               03 FILLER                     PIC X(13).
               03 FD25_PEDIDO                PIC 9(6).
               03 FD25_PRODUTO               PIC 9(4).
               03 FD25_QTD                   PIC 9(5).
               03 FD25_PRECO_UNIT            PIC 9(6)V99.
               03 FILLER                     PIC X(4).
           01  FD_LAYOUT_NOTA_VENC.
               03 FILLER                     PIC X(13).
               03 FD25_DATA_VENCTO           PIC 9(8).
               03 FD25_VALOR_PARCELA         PIC 9(9)V99.
               03 FILLER                     PIC X(8).

       FD  ARQ_FORNECEDORES.

           01  FD_LAYOUT_FORNECEDORES.
               03 FD8_COD_FORNECEDOR         PIC 9(3).
               03 FD8_NOME_FORNECEDOR        PIC X(20).
               03 FD8_PRAZO_ENTREGA          PIC 9(3).
               03 FD8_COD_PRODUTO            PIC 9(4).
               03 FD8_QTD_MIN_PEDIDO         PIC 9(5).

       FD  ARQ_PEDIDOS.

           01  FD_LAYOUT_PEDIDO.
               03 FD11_NUM_PEDIDO            PIC 9(6).
               03 FD11_FORNECEDOR            PIC 9(3).
               03 FD11_PRODUTO               PIC 9(4).
               03 FD11_QTD_PEDIDA            PIC 9(5).
               03 FD11_QTD_RECEBIDA          PIC 9(5).
               03 FD11_DATA_PREVISTA         PIC 9(8).
               03 FD11_STATUS                PIC X(1).
               03 FD11_PRECO_UNIT            PIC 9(6)V99.

      * Items of the invoices already accepted, the quantity already
      * billed against each order line.
       FD  ARQ_ITENS_NOTA.

           01  FD_LAYOUT_ITEM_NOTA.
               03 FD26_FORNECEDOR            PIC 9(3).
               03 FD26_NOTA                  PIC 9(9).
               03 FD26_PEDIDO                PIC 9(6).
               03 FD26_PRODUTO               PIC 9(4).
               03 FD26_QTD                   PIC 9(5).
               03 FD26_PRECO_UNIT            PIC 9(6)V99.

       FD  ARQ_PAGAR.

           COPY CONTASPAGAR REPLACING LEADING ==CP== BY ==FD27==
                ==REG-CONTA-PAGAR== BY ==FD_LAYOUT_PAGAR==.

       FD  ARQ_BLOQUEADAS.

           01  FD_LAYOUT_BLOQUEADA.
               03 FD28_FORNECEDOR            PIC 9(3).
               03 FD28_NOTA                  PIC 9(9).
               03 FD28_DATA_EMISSAO          PIC 9(8).
               03 FD28_VALOR_TOTAL           PIC 9(9)V99.
               03 FD28_DATA_CONFERENCIA      PIC 9(8).
               03 FD28_QTD_DIVERGENCIAS      PIC 9(3).
               03 FD28_MOTIVO                PIC X(30).

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
           VALUE 'NOTASFORNECEDOR.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'FORNECEDORES.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'PEDIDOSCOMPRA.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'ITENSNOTAFORN.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'CONTASPAGAR.txt'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'NOTASBLOQUEADAS.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'ARQCONFERENCIANOTAS.txt'.
       77  WS_CFG_ARQ_08      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_NOTAS                 PIC X(02).
       01  WS_STATUS_FORNECEDORES          PIC X(02).
       01  WS_STATUS_PEDIDOS               PIC X(02).
       01  WS_STATUS_ITENS_NOTA            PIC X(02).
       01  WS_STATUS_PAGAR                 PIC X(02).
       01  WS_STATUS_BLOQUEADAS            PIC X(02).
       01  WS_EOF_NOTAS                    PIC X(01) VALUE ' '.
       01  WS_EOF_FORNECEDORES             PIC X(01) VALUE ' '.
       01  WS_EOF_PEDIDOS                  PIC X(01) VALUE ' '.
       01  WS_EOF_ITENS_NOTA               PIC X(01) VALUE ' '.
       01  WS_EOF_PAGAR                    PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(96) VALUE ALL '-'.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_QTD_LIDOS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_NOTAS                    PIC 9(05) VALUE ZEROS.
       01  WS_QTD_CONFERIDAS               PIC 9(05) VALUE ZEROS.
       01  WS_QTD_BLOQUEADAS               PIC 9(05) VALUE ZEROS.
       01  WS_QTD_TITULOS_GERADOS          PIC 9(05) VALUE ZEROS.
       01  WS_QTD_REJEITADOS               PIC 9(05) VALUE ZEROS.
       01  WS_ULT_TITULO                   PIC 9(07) VALUE ZEROS.
       01  WS_ACHOU                        PIC X(01) VALUE 'N'.
       01  WS_IDX_PED_ACHADO               PIC 9(4) VALUE ZEROS.
       01  WS_IDX_FORN_ACHADO              PIC 9(4) VALUE ZEROS.
       01  WS_QTD_ACUMULADA                PIC 9(07) VALUE ZEROS.
       01  WS_VALOR_ITEM                   PIC 9(11)V99 VALUE ZEROS.
       01  WS_DIF_PRECO                    PIC S9(6)V99 VALUE ZEROS.
       01  WS_LIMITE_DIF_PRECO             PIC 9(6)V99 VALUE ZEROS.
       01  WS_MOTIVO                       PIC X(30) VALUE SPACES.

      * Unit price difference accepted between invoice and order, in
      * percent of the agreed price.
       01  WS_TOLERANCIA_PRECO             PIC 9(2)V99 VALUE 1,00.

       01  WS_TAB_FORNECEDORES.
           03 WS_QTD_FORNECEDORES          PIC 9(4) VALUE ZEROS.
           03 WS_FORNECEDOR OCCURS 200 TIMES
                            INDEXED BY WS_IDX_FORN.
              05 WS_FN_CODIGO              PIC 9(3).
              05 WS_FN_NOME                PIC X(20).

       01  WS_TAB_PEDIDOS.
           03 WS_QTD_PEDIDOS               PIC 9(4) VALUE ZEROS.
           03 WS_PEDIDO OCCURS 500 TIMES
                        INDEXED BY WS_IDX_PED.
              05 WS_PD_REGISTRO            PIC X(40).
              05 WS_PD_CAMPOS REDEFINES WS_PD_REGISTRO.
                 07 WS_PD_NUM              PIC 9(6).
                 07 WS_PD_FORNECEDOR       PIC 9(3).
                 07 WS_PD_PRODUTO          PIC 9(4).
                 07 WS_PD_QTD_PEDIDA       PIC 9(5).
                 07 WS_PD_QTD_RECEBIDA     PIC 9(5).
                 07 WS_PD_DATA_PREVISTA    PIC 9(8).
                 07 WS_PD_STATUS           PIC X(1).
                 07 WS_PD_PRECO_UNIT       PIC 9(6)V99.
              05 WS_PD_QTD_FATURADA        PIC 9(7).
              05 WS_PD_QTD_NA_NOTA         PIC 9(7).

      * Invoices already turned into payables, so the same invoice is
      * never paid twice.
       01  WS_TAB_NOTAS_LANCADAS.
           03 WS_QTD_NOTAS_LANCADAS        PIC 9(4) VALUE ZEROS.
           03 WS_NOTA_LANCADA OCCURS 2000 TIMES
                              INDEXED BY WS_IDX_NL.
              05 WS_NL_FORNECEDOR          PIC 9(3).
              05 WS_NL_NOTA                PIC 9(9).

      * Invoice being conferred, held until its last record is read.
       01  WS_NOTA_ATUAL.
           03 WS_NT_ABERTA                 PIC X(1) VALUE 'N'.
           03 WS_NT_FORNECEDOR             PIC 9(3).
           03 WS_NT_NOTA                   PIC 9(9).
           03 WS_NT_DATA_EMISSAO           PIC 9(8).
           03 WS_NT_VALOR_TOTAL            PIC 9(9)V99.
           03 WS_NT_ESTOURO_ITENS          PIC X(1).
           03 WS_NT_ESTOURO_PARCELAS       PIC X(1).
           03 WS_NT_QTD_DIVERGENCIAS       PIC 9(3).
           03 WS_NT_PRIMEIRO_MOTIVO        PIC X(30).
           03 WS_NT_SOMA_ITENS             PIC 9(11)V99.
           03 WS_NT_SOMA_PARCELAS          PIC 9(11)V99.
           03 WS_NT_QTD_ITENS              PIC 9(2).
           03 WS_NT_ITEM OCCURS 50 TIMES
                         INDEXED BY WS_IDX_IT.
              05 WS_IT_PEDIDO              PIC 9(6).
              05 WS_IT_PRODUTO             PIC 9(4).
              05 WS_IT_QTD                 PIC 9(5).
              05 WS_IT_PRECO_UNIT          PIC 9(6)V99.
              05 WS_IT_IDX_PEDIDO          PIC 9(4).
           03 WS_NT_QTD_PARCELAS           PIC 9(2).
           03 WS_NT_PARCELA OCCURS 12 TIMES
                            INDEXED BY WS_IDX_PC.
              05 WS_PC_DATA_VENCTO         PIC 9(8).
              05 WS_PC_VALOR               PIC 9(9)V99.

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
           03 FILLER                       PIC X(40) VALUE
                  'CONFERENCIA DE NOTAS DE FORNECEDOR -    '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_NOTA.
           03 FILLER                       PIC X(05) VALUE 'NOTA '.
           03 WS_LN_NOTA                   PIC 9(9).
           03 FILLER                       PIC X(07) VALUE '  FORN '.
           03 WS_LN_FORNECEDOR             PIC 9(3).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LN_NOME                   PIC X(20).
           03 FILLER                       PIC X(10) VALUE
                  '  EMISSAO '.
           03 WS_LN_EMISSAO                PIC 9(8).
           03 FILLER                       PIC X(08) VALUE
                  '  TOTAL '.
           03 WS_LN_TOTAL                  PIC ZZ.ZZZ.ZZ9,99.

       01  WS_LINHA_DIVERGENCIA.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS_LD_ORIGEM                 PIC X(20).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_MOTIVO                 PIC X(30).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LD_COMPLEMENTO            PIC X(40).

       01  WS_LINHA_RESULTADO.
           03 FILLER                       PIC X(16) VALUE
                  '    RESULTADO: '.
           03 WS_LR_SITUACAO               PIC X(16).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LR_QTD                    PIC ZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS_LR_DESCRICAO              PIC X(20).

       01  WS_LINHA_REJEITADO.
           03 FILLER                       PIC X(22) VALUE
                  'REGISTRO FORA DE NOTA '.
           03 WS_LJ_REGISTRO               PIC X(40).

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(07) VALUE 'NOTAS: '.
           03 WS_RS_NOTAS                  PIC 9(5).
           03 FILLER                       PIC X(14) VALUE
                  '  CONFERIDAS: '.
           03 WS_RS_CONFERIDAS             PIC 9(5).
           03 FILLER                       PIC X(14) VALUE
                  '  BLOQUEADAS: '.
           03 WS_RS_BLOQUEADAS             PIC 9(5).
           03 FILLER                       PIC X(19) VALUE
                  '  TITULOS GERADOS: '.
           03 WS_RS_TITULOS                PIC 9(5).
           03 FILLER                       PIC X(14) VALUE
                  '  REJEITADOS: '.
           03 WS_RS_REJEITADOS             PIC 9(5).

       01  WS_CAMPO_EDITADO.
           03 WS_ED_QTD                    PIC ZZ.ZZ9.
           03 WS_ED_QTD_REF                PIC ZZ.ZZ9.
           03 WS_ED_PRECO                  PIC ZZZ.ZZ9,99.
           03 WS_ED_PRECO_REF              PIC ZZZ.ZZ9,99.
           03 WS_ED_VALOR                  PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO

           OPEN INPUT ARQ_NOTAS
           IF WS_STATUS_NOTAS NOT = '00'
               DISPLAY 'ARQUIVO DE NOTAS AUSENTE: '
                       'NOTASFORNECEDOR.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-FORNECEDORES
           PERFORM CARREGA-PEDIDOS
           PERFORM CARREGA-ITENS-FATURADOS
           PERFORM CARREGA-CONTAS-PAGAR

      * A missing order line would block a correct invoice and a
      * missing invoice would let it be paid twice.
           IF WS_CARGA_TRUNCADA = 'S'
               DISPLAY 'TABELAS DE FORNECEDORES, PEDIDOS OU NOTAS '
                       'LANCADAS ESTOURADAS - CONFERENCIA ABORTADA'
               CLOSE ARQ_NOTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQ_ITENS_NOTA
           IF WS_STATUS_ITENS_NOTA = '35'
               OPEN OUTPUT ARQ_ITENS_NOTA
           END-IF
           OPEN EXTEND ARQ_PAGAR
           IF WS_STATUS_PAGAR = '35'
               OPEN OUTPUT ARQ_PAGAR
           END-IF
           OPEN EXTEND ARQ_BLOQUEADAS
           IF WS_STATUS_BLOQUEADAS = '35'
               OPEN OUTPUT ARQ_BLOQUEADAS
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

           PERFORM WITH TEST AFTER UNTIL WS_EOF_NOTAS = 'S'
               READ ARQ_NOTAS
                   AT END
                       MOVE 'S' TO WS_EOF_NOTAS
                   NOT AT END
                       ADD 1 TO WS_QTD_LIDOS
                       PERFORM TRATA-REGISTRO-NOTA
               END-READ
           END-PERFORM

           IF WS_NT_ABERTA = 'S'
               PERFORM CONFERE-NOTA
           END-IF

           MOVE WS_QTD_NOTAS           TO WS_RS_NOTAS
           MOVE WS_QTD_CONFERIDAS      TO WS_RS_CONFERIDAS
           MOVE WS_QTD_BLOQUEADAS      TO WS_RS_BLOQUEADAS
           MOVE WS_QTD_TITULOS_GERADOS TO WS_RS_TITULOS
           MOVE WS_QTD_REJEITADOS      TO WS_RS_REJEITADOS
           WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_NOTAS ARQ_ITENS_NOTA ARQ_PAGAR ARQ_BLOQUEADAS
                 ARQ_REL ARQ_JOBLOG

           DISPLAY 'NOTAS CONFERIDAS: ' WS_QTD_CONFERIDAS
                   ' BLOQUEADAS: ' WS_QTD_BLOQUEADAS
                   ' TITULOS A PAGAR GERADOS: ' WS_QTD_TITULOS_GERADOS

           IF WS_QTD_BLOQUEADAS > ZEROS OR WS_QTD_REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           CARREGA-FORNECEDORES.
      * FORNECEDORES.txt has one row per supplier and product; the
      * supplier is kept once.
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
               MOVE 'N' TO WS_ACHOU
               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                       OR WS_ACHOU = 'S'
                   IF WS_FN_CODIGO(WS_IDX_FORN) = FD8_COD_FORNECEDOR
                       MOVE 'S' TO WS_ACHOU
                   END-IF
               END-PERFORM

               IF WS_ACHOU = 'N'
                   IF WS_QTD_FORNECEDORES < 200
                       ADD 1 TO WS_QTD_FORNECEDORES
                       MOVE FD8_COD_FORNECEDOR TO
                            WS_FN_CODIGO(WS_QTD_FORNECEDORES)
                       MOVE FD8_NOME_FORNECEDOR TO
                            WS_FN_NOME(WS_QTD_FORNECEDORES)
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF.

           CARREGA-PEDIDOS.
               OPEN INPUT ARQ_PEDIDOS
               IF WS_STATUS_PEDIDOS = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_PEDIDOS = 'S'
                       READ ARQ_PEDIDOS
                           AT END
                               MOVE 'S' TO WS_EOF_PEDIDOS
                           NOT AT END
                               IF WS_QTD_PEDIDOS < 500
                                   ADD 1 TO WS_QTD_PEDIDOS
                                   MOVE FD_LAYOUT_PEDIDO TO
                                     WS_PD_REGISTRO(WS_QTD_PEDIDOS)
                                   MOVE ZEROS TO
                                     WS_PD_QTD_FATURADA(WS_QTD_PEDIDOS)
                                     WS_PD_QTD_NA_NOTA(WS_QTD_PEDIDOS)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_PEDIDOS
               END-IF.

           CARREGA-ITENS-FATURADOS.
               OPEN INPUT ARQ_ITENS_NOTA
               IF WS_STATUS_ITENS_NOTA = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_ITENS_NOTA = 'S'
                       READ ARQ_ITENS_NOTA
                           AT END
                               MOVE 'S' TO WS_EOF_ITENS_NOTA
                           NOT AT END
                               PERFORM SOMA-ITEM-FATURADO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_ITENS_NOTA
               END-IF.

           SOMA-ITEM-FATURADO.
               MOVE 'N' TO WS_ACHOU
               PERFORM VARYING WS_IDX_PED FROM 1 BY 1
                       UNTIL WS_IDX_PED > WS_QTD_PEDIDOS
                       OR WS_ACHOU = 'S'
                   IF WS_PD_NUM(WS_IDX_PED) = FD26_PEDIDO
                       AND WS_PD_PRODUTO(WS_IDX_PED) = FD26_PRODUTO
                       ADD FD26_QTD TO WS_PD_QTD_FATURADA(WS_IDX_PED)
                       MOVE 'S' TO WS_ACHOU
                   END-IF
               END-PERFORM.

           CARREGA-CONTAS-PAGAR.
      * Every installment counts for the numbering; the invoice is
      * kept once, its installments are written together.
               OPEN INPUT ARQ_PAGAR
               IF WS_STATUS_PAGAR = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_PAGAR = 'S'
                       READ ARQ_PAGAR
                           AT END
                               MOVE 'S' TO WS_EOF_PAGAR
                           NOT AT END
                               IF FD27_TITULO > WS_ULT_TITULO
                                   MOVE FD27_TITULO TO WS_ULT_TITULO
                               END-IF
                               PERFORM GUARDA-NOTA-LANCADA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_PAGAR
               END-IF.

           GUARDA-NOTA-LANCADA.
               IF WS_QTD_NOTAS_LANCADAS > ZEROS
                   AND WS_NL_FORNECEDOR(WS_QTD_NOTAS_LANCADAS) =
                       FD27_FORNECEDOR
                   AND WS_NL_NOTA(WS_QTD_NOTAS_LANCADAS) = FD27_NOTA
                   CONTINUE
               ELSE
                   IF WS_QTD_NOTAS_LANCADAS < 2000
                       ADD 1 TO WS_QTD_NOTAS_LANCADAS
                       MOVE FD27_FORNECEDOR TO
                            WS_NL_FORNECEDOR(WS_QTD_NOTAS_LANCADAS)
                       MOVE FD27_NOTA TO
                            WS_NL_NOTA(WS_QTD_NOTAS_LANCADAS)
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF.

           TRATA-REGISTRO-NOTA.
      * An N record closes the invoice in progress and opens the next
      * one; I and V records belong to the invoice just opened.
               EVALUATE TRUE
                   WHEN FD25_TIPO = 'N'
                       IF WS_NT_ABERTA = 'S'
                           PERFORM CONFERE-NOTA
                       END-IF
                       PERFORM ABRE-NOTA
                   WHEN (FD25_TIPO = 'I' OR FD25_TIPO = 'V')
                    AND WS_NT_ABERTA = 'S'
                    AND FD25_FORNECEDOR = WS_NT_FORNECEDOR
                    AND FD25_NOTA = WS_NT_NOTA
                       IF FD25_TIPO = 'I'
                           PERFORM GUARDA-ITEM-NOTA
                       ELSE
                           PERFORM GUARDA-PARCELA-NOTA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS_QTD_REJEITADOS
                       MOVE FD_LAYOUT_NOTA TO WS_LJ_REGISTRO
                       WRITE FD_LAYOUT_REL FROM WS_LINHA_REJEITADO
               END-EVALUATE.

           ABRE-NOTA.
               INITIALIZE WS_NOTA_ATUAL
               ADD 1 TO WS_QTD_NOTAS
               MOVE 'S' TO WS_NT_ABERTA
               MOVE 'N' TO WS_NT_ESTOURO_ITENS
                           WS_NT_ESTOURO_PARCELAS
               MOVE FD25_FORNECEDOR TO WS_NT_FORNECEDOR
               MOVE FD25_NOTA TO WS_NT_NOTA
               IF FD25_DATA_EMISSAO IS NUMERIC
                   MOVE FD25_DATA_EMISSAO TO WS_NT_DATA_EMISSAO
               END-IF
               IF FD25_VALOR_TOTAL IS NUMERIC
                   MOVE FD25_VALOR_TOTAL TO WS_NT_VALOR_TOTAL
               END-IF.

           GUARDA-ITEM-NOTA.
               IF WS_NT_QTD_ITENS < 50
                   ADD 1 TO WS_NT_QTD_ITENS
                   SET WS_IDX_IT TO WS_NT_QTD_ITENS
                   MOVE FD25_PEDIDO  TO WS_IT_PEDIDO(WS_IDX_IT)
                   MOVE FD25_PRODUTO TO WS_IT_PRODUTO(WS_IDX_IT)
                   MOVE ZEROS TO WS_IT_QTD(WS_IDX_IT)
                                 WS_IT_PRECO_UNIT(WS_IDX_IT)
                                 WS_IT_IDX_PEDIDO(WS_IDX_IT)
                   IF FD25_QTD IS NUMERIC
                       MOVE FD25_QTD TO WS_IT_QTD(WS_IDX_IT)
                   END-IF
                   IF FD25_PRECO_UNIT IS NUMERIC
                       MOVE FD25_PRECO_UNIT TO
                            WS_IT_PRECO_UNIT(WS_IDX_IT)
                   END-IF
               ELSE
                   MOVE 'S' TO WS_NT_ESTOURO_ITENS
               END-IF.

           GUARDA-PARCELA-NOTA.
               IF WS_NT_QTD_PARCELAS < 12
                   ADD 1 TO WS_NT_QTD_PARCELAS
                   SET WS_IDX_PC TO WS_NT_QTD_PARCELAS
                   MOVE ZEROS TO WS_PC_DATA_VENCTO(WS_IDX_PC)
                                 WS_PC_VALOR(WS_IDX_PC)
                   IF FD25_DATA_VENCTO IS NUMERIC
                       MOVE FD25_DATA_VENCTO TO
                            WS_PC_DATA_VENCTO(WS_IDX_PC)
                   END-IF
                   IF FD25_VALOR_PARCELA IS NUMERIC
                       MOVE FD25_VALOR_PARCELA TO
                            WS_PC_VALOR(WS_IDX_PC)
                   END-IF
               ELSE
                   MOVE 'S' TO WS_NT_ESTOURO_PARCELAS
               END-IF.

           CONFERE-NOTA.
               MOVE 'N' TO WS_NT_ABERTA

               MOVE WS_NT_NOTA TO WS_LN_NOTA
               MOVE WS_NT_FORNECEDOR TO WS_LN_FORNECEDOR
               MOVE WS_NT_DATA_EMISSAO TO WS_LN_EMISSAO
               MOVE WS_NT_VALOR_TOTAL TO WS_LN_TOTAL

               PERFORM LOCALIZA-FORNECEDOR
               IF WS_IDX_FORN_ACHADO > ZEROS
                   MOVE WS_FN_NOME(WS_IDX_FORN_ACHADO) TO WS_LN_NOME
               ELSE
                   MOVE '** SEM CADASTRO **' TO WS_LN_NOME
               END-IF
               WRITE FD_LAYOUT_REL FROM WS_LINHA_NOTA

               PERFORM CONFERE-CABECALHO
               PERFORM VARYING WS_IDX_IT FROM 1 BY 1
                       UNTIL WS_IDX_IT > WS_NT_QTD_ITENS
                   PERFORM CONFERE-ITEM
               END-PERFORM
               PERFORM CONFERE-PARCELAS

               IF WS_NT_QTD_DIVERGENCIAS = ZEROS
                   PERFORM ACEITA-NOTA
               ELSE
                   PERFORM BLOQUEIA-NOTA
               END-IF

      * The quantities of this invoice only stay billed when it was
      * accepted.
               PERFORM VARYING WS_IDX_IT FROM 1 BY 1
                       UNTIL WS_IDX_IT > WS_NT_QTD_ITENS
                   IF WS_IT_IDX_PEDIDO(WS_IDX_IT) > ZEROS
                       MOVE WS_IT_IDX_PEDIDO(WS_IDX_IT) TO
                            WS_IDX_PED_ACHADO
                       MOVE ZEROS TO
                            WS_PD_QTD_NA_NOTA(WS_IDX_PED_ACHADO)
                   END-IF
               END-PERFORM.

           LOCALIZA-FORNECEDOR.
               MOVE ZEROS TO WS_IDX_FORN_ACHADO
               PERFORM VARYING WS_IDX_FORN FROM 1 BY 1
                       UNTIL WS_IDX_FORN > WS_QTD_FORNECEDORES
                       OR WS_IDX_FORN_ACHADO > ZEROS
                   IF WS_FN_CODIGO(WS_IDX_FORN) = WS_NT_FORNECEDOR
                       SET WS_IDX_FORN_ACHADO TO WS_IDX_FORN
                   END-IF
               END-PERFORM.

           CONFERE-CABECALHO.
               MOVE SPACES TO WS_LD_ORIGEM WS_LD_COMPLEMENTO
               MOVE 'NOTA' TO WS_LD_ORIGEM

               IF WS_IDX_FORN_ACHADO = ZEROS
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               MOVE 'N' TO WS_ACHOU
               PERFORM VARYING WS_IDX_NL FROM 1 BY 1
                       UNTIL WS_IDX_NL > WS_QTD_NOTAS_LANCADAS
                       OR WS_ACHOU = 'S'
                   IF WS_NL_FORNECEDOR(WS_IDX_NL) = WS_NT_FORNECEDOR
                       AND WS_NL_NOTA(WS_IDX_NL) = WS_NT_NOTA
                       MOVE 'S' TO WS_ACHOU
                   END-IF
               END-PERFORM
               IF WS_ACHOU = 'S'
                   MOVE 'NOTA JA LANCADA EM CONTAS' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               IF WS_NT_DATA_EMISSAO = ZEROS
                   MOVE 'DATA DE EMISSAO INVALIDA' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               IF WS_NT_QTD_ITENS = ZEROS
                   MOVE 'NOTA SEM ITENS' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               IF WS_NT_ESTOURO_ITENS = 'S'
                   MOVE 'NOTA COM MAIS DE 50 ITENS' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF.

           CONFERE-ITEM.
               MOVE SPACES TO WS_LD_ORIGEM WS_LD_COMPLEMENTO
               STRING 'PED ' WS_IT_PEDIDO(WS_IDX_IT)
                      ' PROD ' WS_IT_PRODUTO(WS_IDX_IT)
                   DELIMITED BY SIZE INTO WS_LD_ORIGEM
               END-STRING

               COMPUTE WS_VALOR_ITEM ROUNDED =
                       WS_IT_QTD(WS_IDX_IT) *
                       WS_IT_PRECO_UNIT(WS_IDX_IT)
               ADD WS_VALOR_ITEM TO WS_NT_SOMA_ITENS

               MOVE ZEROS TO WS_IDX_PED_ACHADO
               PERFORM VARYING WS_IDX_PED FROM 1 BY 1
                       UNTIL WS_IDX_PED > WS_QTD_PEDIDOS
                       OR WS_IDX_PED_ACHADO > ZEROS
                   IF WS_PD_NUM(WS_IDX_PED) = WS_IT_PEDIDO(WS_IDX_IT)
                       AND WS_PD_PRODUTO(WS_IDX_PED) =
                           WS_IT_PRODUTO(WS_IDX_IT)
                       SET WS_IDX_PED_ACHADO TO WS_IDX_PED
                   END-IF
               END-PERFORM

               IF WS_IDX_PED_ACHADO = ZEROS
                   MOVE 'PEDIDO/PRODUTO NAO ENCONTRADO' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               ELSE
                   MOVE WS_IDX_PED_ACHADO TO
                        WS_IT_IDX_PEDIDO(WS_IDX_IT)
                   PERFORM CONFERE-ITEM-PEDIDO
               END-IF.

           CONFERE-ITEM-PEDIDO.
               IF WS_PD_FORNECEDOR(WS_IDX_PED_ACHADO) NOT =
                  WS_NT_FORNECEDOR
                   MOVE 'PEDIDO DE OUTRO FORNECEDOR' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               IF WS_IT_QTD(WS_IDX_IT) = ZEROS
                   MOVE 'QUANTIDADE FATURADA INVALIDA' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

      * Quantity: what this and the earlier invoices billed for the
      * order line, against the order and against the receipts.
               ADD WS_IT_QTD(WS_IDX_IT) TO
                   WS_PD_QTD_NA_NOTA(WS_IDX_PED_ACHADO)
               COMPUTE WS_QTD_ACUMULADA =
                       WS_PD_QTD_FATURADA(WS_IDX_PED_ACHADO) +
                       WS_PD_QTD_NA_NOTA(WS_IDX_PED_ACHADO)

               IF WS_QTD_ACUMULADA >
                  WS_PD_QTD_PEDIDA(WS_IDX_PED_ACHADO)
                   MOVE 'QTD FATURADA ACIMA DA PEDIDA' TO WS_MOTIVO
                   MOVE WS_QTD_ACUMULADA TO WS_ED_QTD
                   MOVE WS_PD_QTD_PEDIDA(WS_IDX_PED_ACHADO) TO
                        WS_ED_QTD_REF
                   MOVE SPACES TO WS_LD_COMPLEMENTO
                   STRING 'FATURADA ' WS_ED_QTD ' PEDIDA '
                          WS_ED_QTD_REF
                       DELIMITED BY SIZE INTO WS_LD_COMPLEMENTO
                   END-STRING
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               IF WS_QTD_ACUMULADA >
                  WS_PD_QTD_RECEBIDA(WS_IDX_PED_ACHADO)
                   MOVE 'QTD FATURADA ACIMA DA RECEBIDA' TO WS_MOTIVO
                   MOVE WS_QTD_ACUMULADA TO WS_ED_QTD
                   MOVE WS_PD_QTD_RECEBIDA(WS_IDX_PED_ACHADO) TO
                        WS_ED_QTD_REF
                   MOVE SPACES TO WS_LD_COMPLEMENTO
                   STRING 'FATURADA ' WS_ED_QTD ' RECEBIDA '
                          WS_ED_QTD_REF
                       DELIMITED BY SIZE INTO WS_LD_COMPLEMENTO
                   END-STRING
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

      * Price: the agreed price of the order, give or take the
      * tolerance; orders without a price cannot be conferred.
               MOVE SPACES TO WS_LD_COMPLEMENTO
               IF WS_PD_PRECO_UNIT(WS_IDX_PED_ACHADO) NOT NUMERIC
                   OR WS_PD_PRECO_UNIT(WS_IDX_PED_ACHADO) = ZEROS
                   MOVE 'PEDIDO SEM PRECO ACORDADO' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               ELSE
                   COMPUTE WS_DIF_PRECO =
                           WS_IT_PRECO_UNIT(WS_IDX_IT) -
                           WS_PD_PRECO_UNIT(WS_IDX_PED_ACHADO)
                   IF WS_DIF_PRECO < ZEROS
                       COMPUTE WS_DIF_PRECO = WS_DIF_PRECO * -1
                   END-IF
                   COMPUTE WS_LIMITE_DIF_PRECO ROUNDED =
                           WS_PD_PRECO_UNIT(WS_IDX_PED_ACHADO) *
                           WS_TOLERANCIA_PRECO / 100
                   IF WS_DIF_PRECO > WS_LIMITE_DIF_PRECO
                       MOVE 'PRECO DIVERGENTE DO PEDIDO' TO WS_MOTIVO
                       MOVE WS_IT_PRECO_UNIT(WS_IDX_IT) TO
                            WS_ED_PRECO
                       MOVE WS_PD_PRECO_UNIT(WS_IDX_PED_ACHADO) TO
                            WS_ED_PRECO_REF
                       STRING 'NOTA ' WS_ED_PRECO ' PEDIDO '
                              WS_ED_PRECO_REF
                           DELIMITED BY SIZE INTO WS_LD_COMPLEMENTO
                       END-STRING
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
               END-IF.

           CONFERE-PARCELAS.
               MOVE SPACES TO WS_LD_ORIGEM WS_LD_COMPLEMENTO
               MOVE 'NOTA' TO WS_LD_ORIGEM

               IF WS_NT_SOMA_ITENS NOT = WS_NT_VALOR_TOTAL
                   MOVE 'SOMA DOS ITENS DIFERE DO TOTAL' TO WS_MOTIVO
                   MOVE WS_NT_SOMA_ITENS TO WS_ED_VALOR
                   STRING 'ITENS ' WS_ED_VALOR
                       DELIMITED BY SIZE INTO WS_LD_COMPLEMENTO
                   END-STRING
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               MOVE SPACES TO WS_LD_COMPLEMENTO
               IF WS_NT_QTD_PARCELAS = ZEROS
                   MOVE 'NOTA SEM VENCIMENTOS' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               IF WS_NT_ESTOURO_PARCELAS = 'S'
                   MOVE 'NOTA COM MAIS DE 12 PARCELAS' TO WS_MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF

               PERFORM VARYING WS_IDX_PC FROM 1 BY 1
                       UNTIL WS_IDX_PC > WS_NT_QTD_PARCELAS
                   ADD WS_PC_VALOR(WS_IDX_PC) TO WS_NT_SOMA_PARCELAS
                   IF WS_PC_DATA_VENCTO(WS_IDX_PC) <
                      WS_NT_DATA_EMISSAO
                       OR WS_PC_DATA_VENCTO(WS_IDX_PC) = ZEROS
                       OR WS_PC_VALOR(WS_IDX_PC) = ZEROS
                       MOVE 'PARCELA COM VENCTO/VALOR INVAL' TO
                            WS_MOTIVO
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
               END-PERFORM

               IF WS_NT_QTD_PARCELAS > ZEROS
                   AND WS_NT_SOMA_PARCELAS NOT = WS_NT_VALOR_TOTAL
                   MOVE 'PARCELAS NAO FECHAM O TOTAL' TO WS_MOTIVO
                   MOVE WS_NT_SOMA_PARCELAS TO WS_ED_VALOR
                   STRING 'PARCELAS ' WS_ED_VALOR
                       DELIMITED BY SIZE INTO WS_LD_COMPLEMENTO
                   END-STRING
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF.

           REGISTRA-DIVERGENCIA.
               ADD 1 TO WS_NT_QTD_DIVERGENCIAS
               IF WS_NT_QTD_DIVERGENCIAS = 1
                   MOVE WS_MOTIVO TO WS_NT_PRIMEIRO_MOTIVO
               END-IF
               MOVE WS_MOTIVO TO WS_LD_MOTIVO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_DIVERGENCIA.

           ACEITA-NOTA.
               ADD 1 TO WS_QTD_CONFERIDAS

               PERFORM VARYING WS_IDX_PC FROM 1 BY 1
                       UNTIL WS_IDX_PC > WS_NT_QTD_PARCELAS
                   ADD 1 TO WS_ULT_TITULO
                   ADD 1 TO WS_QTD_TITULOS_GERADOS
                   MOVE WS_ULT_TITULO TO FD27_TITULO
                   MOVE WS_NT_FORNECEDOR TO FD27_FORNECEDOR
                   MOVE WS_NT_NOTA TO FD27_NOTA
                   SET FD27_PARCELA TO WS_IDX_PC
                   MOVE WS_NT_DATA_EMISSAO TO FD27_DATA_EMISSAO
                   MOVE WS_PC_DATA_VENCTO(WS_IDX_PC) TO
                        FD27_DATA_VENCTO
                   MOVE WS_PC_VALOR(WS_IDX_PC) TO FD27_VALOR
                   MOVE ZEROS TO FD27_DATA_REMESSA
                   MOVE 'A' TO FD27_SITUACAO
                   WRITE FD_LAYOUT_PAGAR
               END-PERFORM

               PERFORM VARYING WS_IDX_IT FROM 1 BY 1
                       UNTIL WS_IDX_IT > WS_NT_QTD_ITENS
                   MOVE WS_NT_FORNECEDOR TO FD26_FORNECEDOR
                   MOVE WS_NT_NOTA TO FD26_NOTA
                   MOVE WS_IT_PEDIDO(WS_IDX_IT) TO FD26_PEDIDO
                   MOVE WS_IT_PRODUTO(WS_IDX_IT) TO FD26_PRODUTO
                   MOVE WS_IT_QTD(WS_IDX_IT) TO FD26_QTD
                   MOVE WS_IT_PRECO_UNIT(WS_IDX_IT) TO
                        FD26_PRECO_UNIT
                   WRITE FD_LAYOUT_ITEM_NOTA
                   MOVE WS_IT_IDX_PEDIDO(WS_IDX_IT) TO
                        WS_IDX_PED_ACHADO
                   ADD WS_IT_QTD(WS_IDX_IT) TO
                       WS_PD_QTD_FATURADA(WS_IDX_PED_ACHADO)
               END-PERFORM

               IF WS_QTD_NOTAS_LANCADAS < 2000
                   ADD 1 TO WS_QTD_NOTAS_LANCADAS
                   MOVE WS_NT_FORNECEDOR TO
                        WS_NL_FORNECEDOR(WS_QTD_NOTAS_LANCADAS)
                   MOVE WS_NT_NOTA TO
                        WS_NL_NOTA(WS_QTD_NOTAS_LANCADAS)
               END-IF

               MOVE 'NOTA CONFERIDA -' TO WS_LR_SITUACAO
               MOVE WS_NT_QTD_PARCELAS TO WS_LR_QTD
               MOVE 'TITULO(S) A PAGAR' TO WS_LR_DESCRICAO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESULTADO.

           BLOQUEIA-NOTA.
               ADD 1 TO WS_QTD_BLOQUEADAS

               MOVE WS_NT_FORNECEDOR TO FD28_FORNECEDOR
               MOVE WS_NT_NOTA TO FD28_NOTA
               MOVE WS_NT_DATA_EMISSAO TO FD28_DATA_EMISSAO
               MOVE WS_NT_VALOR_TOTAL TO FD28_VALOR_TOTAL
               MOVE WS_DATA_MOVIMENTO TO FD28_DATA_CONFERENCIA
               MOVE WS_NT_QTD_DIVERGENCIAS TO FD28_QTD_DIVERGENCIAS
               MOVE WS_NT_PRIMEIRO_MOTIVO TO FD28_MOTIVO
               WRITE FD_LAYOUT_BLOQUEADA

               MOVE 'NOTA BLOQUEADA -' TO WS_LR_SITUACAO
               MOVE WS_NT_QTD_DIVERGENCIAS TO WS_LR_QTD
               MOVE 'DIVERGENCIA(S)' TO WS_LR_DESCRICAO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESULTADO.

           GRAVA-JOBLOG.
               MOVE 'CONFERE_NOTAS_FORN' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_TITULOS_GERADOS TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'NOTASFORNECEDOR.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'FORNECEDORES.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'PEDIDOSCOMPRA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'ITENSNOTAFORN.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'CONTASPAGAR.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'NOTASBLOQUEADAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'ARQCONFERENCIANOTAS.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_08 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM CONFERE_NOTAS_FORNECEDOR.
