      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: One-page management summary, run after the nightly
      *          suite. Gathers the day's indicators from the reports
      *          and files the suite leaves behind: payroll cost (TOTAL
      *          GERAL of the dated ARQRELATORIODEP.TXT generation)
      *          against the DEPTOSORCAMENTO.TXT budget, stock value
      *          at average cost (ARQCUSTOESTOQUE.txt of
      *          RELCUSTO_ESTOQUE), the day's sales and margin
      *          (ARQVENDASDIARIAS.txt), votes counted and abstention
      *          of the election (ARQELEICAO.TXT), open and overdue
      *          purchase orders (PEDIDOSCOMPRA.txt), pending
      *          exceptions (EXCVALID.TXT), the latest data-quality
      *          score of each master (HISTQUALIDADE.TXT) and the
      *          suite's elapsed time and failed steps
      *          (STATUSSUITE.TXT). Every
      *          indicator is appended daily to HISTKPI.TXT and the
      *          page (ARQPAINELGERENCIAL.TXT) shows today, the
      *          previous recorded day, the same day of the previous
      *          month and a trend arrow; the PARAMKPI.TXT limits mark
      *          the indicator VERMELHO when passed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINEL_GERENCIAL.
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

       SELECT ARQFONTE
              ASSIGN TO DYNAMIC WS-NOME-ARQ-FONTE
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FONTE.
      *
       SELECT ARQORC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
       SELECT ARQPEDIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
       SELECT ARQEXCVALID
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
       SELECT ARQHISTQUAL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
       SELECT ARQSTATUS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
       SELECT ARQPARAMKPI
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
       SELECT ARQHISTKPI
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTKPI.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQFONTE
           LABEL RECORD STANDARD.
       01  REG-FONTE              PIC X(250).

       FD  ARQORC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPTOSORCAMENTO.TXT".
       01  REG-ORCAMENTO.
           03 FD-ORC-COD           PIC 9(05).
           03 FD-ORC-TETO          PIC 9(9)V99.

       FD  ARQPEDIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PEDIDOSCOMPRA.txt".
       01  REG-PEDIDO.
           03 FD-PED-NUM           PIC 9(06).
           03 FD-PED-FORNECEDOR    PIC 9(03).
           03 FD-PED-PRODUTO       PIC 9(04).
           03 FD-PED-QTD-PEDIDA    PIC 9(05).
           03 FD-PED-QTD-RECEBIDA  PIC 9(05).
           03 FD-PED-DATA-PREVISTA PIC 9(08).
           03 FD-PED-STATUS        PIC X(01).
           03 FD-PED-PRECO-UNIT    PIC 9(6)V99.

       FD  ARQEXCVALID
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXCVALID.TXT".
           COPY EXCVALID.

       FD  ARQHISTQUAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTQUALIDADE.TXT".
       01  REG-HIST-QUALIDADE.
           03 FD-HQ-DATA           PIC 9(08).
           03 FD-HQ-ARQUIVO        PIC X(20).
           03 FD-HQ-QTD-REG        PIC 9(06).
           03 FD-HQ-QTD-ERROS      PIC 9(06).
           03 FD-HQ-PCT-ERROS      PIC 9(03)V99.

       FD  ARQSTATUS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "STATUSSUITE.TXT".
       01  REG-STATUS.
           03 FD-SB-SEQ            PIC 9(02).
           03 FILLER               PIC X(01).
           03 FD-SB-PROGRAMA       PIC X(22).
           03 FILLER               PIC X(01).
           03 FD-SB-SITUACAO       PIC X(12).
           03 FILLER               PIC X(01).
           03 FD-SB-HORA-INI       PIC X(08).
           03 FILLER               PIC X(01).
           03 FD-SB-DECORRIDO      PIC 9(05).

      * Limit per indicator: '>' marks it red above the limit, '<'
      * below it.
       FD  ARQPARAMKPI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMKPI.TXT".
       01  REG-PARAM-KPI.
           03 FD-PK-CODIGO         PIC X(20).
           03 FD-PK-SENTIDO        PIC X(01).
           03 FD-PK-LIMITE         PIC 9(11)V99.

       FD  ARQHISTKPI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTKPI.TXT".
       01  REG-HIST-KPI.
           03 FD-HK-DATA           PIC 9(08).
           03 FD-HK-CODIGO         PIC X(20).
           03 FD-HK-SINAL          PIC X(01).
           03 FD-HK-VALOR          PIC 9(11)V99.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPAINELGERENCIAL.TXT".
       01  REG-RELATORIO          PIC X(100).

       FD  ARQJOBLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JOBLOG.TXT".
           COPY JOBLOG.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-DATA-MOV-FMT     PIC X(10) VALUE SPACES.

       01  WS-DATA-MOV-DESM.
           03 WS-DM-ANO        PIC 9(04).
           03 WS-DM-MES        PIC 9(02).
           03 WS-DM-DIA        PIC 9(02).

      * Same day of the previous month and the first day of that
      * month: the comparison takes the last value recorded between
      * the two, so a 31st or a non-business day still finds one.
       01  WS-DATA-MES-ANT-DESM.
           03 WS-MA-ANO        PIC 9(04).
           03 WS-MA-MES        PIC 9(02).
           03 WS-MA-DIA        PIC 9(02).
       01  WS-DATA-MES-ANT REDEFINES WS-DATA-MES-ANT-DESM PIC 9(08).
       77  WS-INICIO-MES-ANT   PIC 9(08) VALUE ZEROS.

       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'DEPTOSORCAMENTO.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'PEDIDOSCOMPRA.txt'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'HISTQUALIDADE.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'STATUSSUITE.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'PARAMKPI.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'HISTKPI.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'ARQPAINELGERENCIAL.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-NOME-ARQ-FONTE   PIC X(50) VALUE SPACES.
       77  WS-STATUS-FONTE     PIC X(02) VALUE SPACES.
       77  WS-STATUS-ENTRADA   PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTKPI   PIC X(02) VALUE SPACES.
       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-PONTILHADO       PIC X(100) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO    PIC X(06) VALUE SPACES.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-ACHOU-ORC        PIC X(01) VALUE 'N'.
       77  WS-QTD-HIST-LIDOS   PIC 9(08) VALUE ZEROS.
       77  WS-QTD-HIST-GRAVADOS PIC 9(08) VALUE ZEROS.
       77  WS-QTD-VERMELHOS    PIC 9(03) VALUE ZEROS.
       77  WS-QTD-AUX          PIC 9(07) VALUE ZEROS.
       77  WS-QTD-AUX-2        PIC 9(07) VALUE ZEROS.
       77  WS-SEG-AUX          PIC 9(09) VALUE ZEROS.
       77  WS-VALOR-FOLHA      PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ORCAMENTO  PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-RECEITA    PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-MARGEM     PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-AUX        PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-TXT        PIC X(15) VALUE SPACES.
       77  WS-IDX-LIM          PIC 9(03) VALUE ZEROS.
       77  WS-IDX-QL           PIC 9(03) VALUE ZEROS.

      * Report fields read back as numbers: each text slice is moved
      * over the edited picture the report was printed with and the
      * edited item is de-edited into the numeric working field.
       01  WS-ED-FOLHA-X          PIC X(10).
       01  WS-ED-FOLHA REDEFINES WS-ED-FOLHA-X PIC ZZZ.ZZ9,99.

       01  WS-ED-VALOR-X          PIC X(14).
       01  WS-ED-VALOR REDEFINES WS-ED-VALOR-X PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-ED-MARGEM-X         PIC X(15).
       01  WS-ED-MARGEM REDEFINES WS-ED-MARGEM-X
                                  PIC -ZZZ.ZZZ.ZZ9,99.

       01  WS-ED-PRCT-X           PIC X(06).
       01  WS-ED-PRCT REDEFINES WS-ED-PRCT-X PIC ZZ9,99.

      * Indicator being registered by the gathering paragraphs.
       01  WS-KPI-NOVO.
           03 WS-KN-CODIGO     PIC X(20).
           03 WS-KN-DESCRICAO  PIC X(30).
           03 WS-KN-DISPONIVEL PIC X(01).
           03 WS-KN-VALOR      PIC S9(11)V99.

       01  WS-TAB-KPI.
           03 WS-QTD-KPI         PIC 9(03) VALUE ZEROS.
           03 WS-KPI OCCURS 30 TIMES INDEXED BY WS-IDX-KPI.
              05 WS-KP-CODIGO      PIC X(20).
              05 WS-KP-DESCRICAO   PIC X(30).
              05 WS-KP-DISPONIVEL  PIC X(01).
              05 WS-KP-VALOR       PIC S9(11)V99.
              05 WS-KP-ANT-DATA    PIC 9(08).
              05 WS-KP-ANT-VALOR   PIC S9(11)V99.
              05 WS-KP-MES-DATA    PIC 9(08).
              05 WS-KP-MES-VALOR   PIC S9(11)V99.

       01  WS-TAB-LIMITES.
           03 WS-QTD-LIMITES     PIC 9(03) VALUE ZEROS.
           03 WS-LIMITE OCCURS 50 TIMES.
              05 WS-LM-CODIGO      PIC X(20).
              05 WS-LM-SENTIDO     PIC X(01).
              05 WS-LM-VALOR       PIC 9(11)V99.

      * Latest measurement of each master in the quality history.
       01  WS-TAB-QUALIDADE.
           03 WS-QTD-QUALIDADE   PIC 9(03) VALUE ZEROS.
           03 WS-QUALIDADE OCCURS 10 TIMES.
              05 WS-QL-ARQUIVO     PIC X(20).
              05 WS-QL-DATA        PIC 9(08).
              05 WS-QL-PCT         PIC 9(03)V99.

       01  WS-VARIAVEIS.
           03 WS-DATA-HORA       PIC X(30).
           03 WS-TIMESTAMP.
               05 WS-DATA.
                   07 WS-ANO               PIC 9(04).
                   07 WS-MES               PIC 9(02).
                   07 WS-DIA               PIC 9(02).
               05 WS-HORA.
                   07 WS-HH                PIC 9(02).
                   07 WS-MM                PIC 9(02).
                   07 WS-SS                PIC 9(02).
                   07 WS-MS                PIC 9(02).

       01  WS-DATA-SISTEMA  PIC X(10).
       01  WS-HORA-SISTEMA  PIC X(08).

       01  WS-LINHA-TITULO.
           03 FILLER  PIC X(42) VALUE
                  'PAINEL GERENCIAL - INDICADORES DO DIA'.
           03 WS-TIT-DATA PIC X(10).

       01  WS-LINHA-CABECALHO.
           03 FILLER           PIC X(31) VALUE 'INDICADOR'.
           03 FILLER           PIC X(16) VALUE '           HOJE '.
           03 FILLER           PIC X(16) VALUE '   DIA ANTERIOR '.
           03 FILLER           PIC X(16) VALUE '   MES ANTERIOR '.
           03 FILLER           PIC X(09) VALUE 'TENDENC. '.
           03 FILLER           PIC X(08) VALUE 'ALERTA'.

       01  WS-LINHA-KPI.
           03 WS-LK-DESCRICAO  PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LK-HOJE       PIC X(15).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LK-ANTERIOR   PIC X(15).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LK-MES        PIC X(15).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LK-TENDENCIA  PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LK-ALERTA     PIC X(08).

       01  WS-LINHA-RESUMO.
           03 FILLER           PIC X(26)
                  VALUE 'INDICADORES EM VERMELHO: '.
           03 WS-RS-VERMELHOS  PIC 9(03).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM 0100-CARREGA-LIMITES

           PERFORM 1000-APURA-FOLHA
           PERFORM 2000-APURA-ESTOQUE
           PERFORM 3000-APURA-VENDAS
           PERFORM 3500-APURA-ELEICAO
           PERFORM 4000-APURA-PEDIDOS
           PERFORM 5000-APURA-EXCECOES
           PERFORM 5500-APURA-QUALIDADE
           PERFORM 6000-APURA-SUITE

           PERFORM 7000-CARREGA-HISTORICO
           PERFORM 7500-GRAVA-HISTORICO
           PERFORM 8000-IMPRIME-PAINEL

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQJOBLOG

           DISPLAY 'PAINEL GERENCIAL GERADO: ' WS-QTD-KPI
                   ' INDICADORES, ' WS-QTD-VERMELHOS ' EM VERMELHO'
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'PAINEL_GERENCIAL' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-HIST-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-HIST-GRAVADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-LIMITES.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQPARAMKPI

           IF WS-STATUS-ENTRADA = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPARAMKPI
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-LIMITES < 50
                               AND FD-PK-CODIGO NOT = SPACES
                               AND (FD-PK-SENTIDO = '>' OR '<')
                               AND FD-PK-LIMITE NUMERIC
                               ADD 1 TO WS-QTD-LIMITES
                               MOVE FD-PK-CODIGO TO
                                    WS-LM-CODIGO(WS-QTD-LIMITES)
                               MOVE FD-PK-SENTIDO TO
                                    WS-LM-SENTIDO(WS-QTD-LIMITES)
                               MOVE FD-PK-LIMITE TO
                                    WS-LM-VALOR(WS-QTD-LIMITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPARAMKPI
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-REGISTRA-KPI.
      *----------------------------------------------------------------*
           IF WS-QTD-KPI < 30
               ADD 1 TO WS-QTD-KPI
               MOVE WS-KN-CODIGO     TO WS-KP-CODIGO(WS-QTD-KPI)
               MOVE WS-KN-DESCRICAO  TO WS-KP-DESCRICAO(WS-QTD-KPI)
               MOVE WS-KN-DISPONIVEL TO WS-KP-DISPONIVEL(WS-QTD-KPI)
               MOVE WS-KN-VALOR      TO WS-KP-VALOR(WS-QTD-KPI)
               MOVE ZEROS TO WS-KP-ANT-DATA(WS-QTD-KPI)
               MOVE ZEROS TO WS-KP-ANT-VALOR(WS-QTD-KPI)
               MOVE ZEROS TO WS-KP-MES-DATA(WS-QTD-KPI)
               MOVE ZEROS TO WS-KP-MES-VALOR(WS-QTD-KPI)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-ABRE-FONTE.
      *----------------------------------------------------------------*
      * Opens the report named in WS-CFG-LOGICO through ARQFONTE.
           MOVE ' ' TO WS-EOF
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-NOME-ARQ-FONTE WS-CFG-RETORNO
           OPEN INPUT ARQFONTE
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-APURA-FOLHA.
      *----------------------------------------------------------------*
      * The payroll cost is the TOTAL GERAL line (columns 42-51) of
      * the night's dated generation of the department report; the
      * budget is the sum of the department ceilings.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO WS-VALOR-FOLHA
           MOVE ' ' TO WS-EOF

           MOVE 'ARQRELATORIODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-NOME-ARQ-FONTE WS-CFG-RETORNO

           MOVE WS-NOME-ARQ-FONTE TO WS-CFG-LOGICO
           MOVE SPACES TO WS-NOME-ARQ-FONTE
           STRING WS-CFG-LOGICO DELIMITED BY SPACE
                  '.G' DELIMITED BY SIZE
                  WS-DATA-MOVIMENTO DELIMITED BY SIZE
               INTO WS-NOME-ARQ-FONTE
           END-STRING

           OPEN INPUT ARQFONTE

           IF WS-STATUS-FONTE = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFONTE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FONTE(1:12) = 'TOTAL GERAL:'
                               MOVE REG-FONTE(42:10) TO WS-ED-FOLHA-X
                               MOVE WS-ED-FOLHA TO WS-VALOR-FOLHA
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFONTE
           END-IF

           MOVE 'N' TO WS-ACHOU-ORC
           MOVE ZEROS TO WS-VALOR-ORCAMENTO
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQORC

           IF WS-STATUS-ENTRADA = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQORC
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-ORC-TETO NUMERIC
                               ADD FD-ORC-TETO TO WS-VALOR-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQORC
               IF WS-VALOR-ORCAMENTO > ZEROS
                   MOVE 'S' TO WS-ACHOU-ORC
               END-IF
           END-IF

           MOVE 'FOLHA-CUSTO'           TO WS-KN-CODIGO
           MOVE 'CUSTO DA FOLHA'        TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-VALOR-FOLHA          TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI

           MOVE 'FOLHA-ORCAMENTO'       TO WS-KN-CODIGO
           MOVE 'ORCAMENTO DA FOLHA'    TO WS-KN-DESCRICAO
           MOVE WS-ACHOU-ORC            TO WS-KN-DISPONIVEL
           MOVE WS-VALOR-ORCAMENTO      TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI

           MOVE 'FOLHA-PCT-ORCAMENTO'   TO WS-KN-CODIGO
           MOVE 'FOLHA SOBRE ORCAMENTO (%)' TO WS-KN-DESCRICAO
           MOVE ZEROS TO WS-KN-VALOR
           IF WS-ACHOU = 'S' AND WS-ACHOU-ORC = 'S'
               MOVE 'S' TO WS-KN-DISPONIVEL
               COMPUTE WS-KN-VALOR ROUNDED =
                   WS-VALOR-FOLHA * 100 / WS-VALOR-ORCAMENTO
           ELSE
               MOVE 'N' TO WS-KN-DISPONIVEL
           END-IF
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APURA-ESTOQUE.
      *----------------------------------------------------------------*
      * TOTAL CUSTO line of the average-cost stock report (columns
      * 15-28).
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO WS-KN-VALOR

           MOVE 'ARQCUSTOESTOQUE.txt' TO WS-CFG-LOGICO
           PERFORM 0600-ABRE-FONTE

           IF WS-STATUS-FONTE = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFONTE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FONTE(1:12) = 'TOTAL CUSTO:'
                               MOVE REG-FONTE(15:14) TO WS-ED-VALOR-X
                               MOVE WS-ED-VALOR TO WS-KN-VALOR
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFONTE
           END-IF

           MOVE 'ESTOQUE-VALOR'         TO WS-KN-CODIGO
           MOVE 'ESTOQUE A CUSTO MEDIO' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-APURA-VENDAS.
      *----------------------------------------------------------------*
      * RECEITA TOTAL line of the daily sales report: revenue in
      * columns 16-29, margin in columns 46-60.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO WS-VALOR-RECEITA
           MOVE ZEROS TO WS-VALOR-MARGEM

           MOVE 'ARQVENDASDIARIAS.txt' TO WS-CFG-LOGICO
           PERFORM 0600-ABRE-FONTE

           IF WS-STATUS-FONTE = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFONTE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FONTE(1:14) = 'RECEITA TOTAL:'
                               MOVE REG-FONTE(16:14) TO WS-ED-VALOR-X
                               MOVE WS-ED-VALOR TO WS-VALOR-RECEITA
                               MOVE REG-FONTE(46:15) TO
                                    WS-ED-MARGEM-X
                               MOVE WS-ED-MARGEM TO WS-VALOR-MARGEM
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFONTE
           END-IF

           MOVE 'VENDAS-RECEITA'        TO WS-KN-CODIGO
           MOVE 'VENDAS DO DIA'         TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-VALOR-RECEITA        TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI

           MOVE 'VENDAS-MARGEM'         TO WS-KN-CODIGO
           MOVE 'MARGEM DO DIA'         TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-VALOR-MARGEM         TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI

           MOVE 'VENDAS-PCT-MARGEM'     TO WS-KN-CODIGO
           MOVE 'MARGEM SOBRE VENDAS (%)' TO WS-KN-DESCRICAO
           MOVE ZEROS TO WS-KN-VALOR
           IF WS-ACHOU = 'S' AND WS-VALOR-RECEITA > ZEROS
               MOVE 'S' TO WS-KN-DISPONIVEL
               COMPUTE WS-KN-VALOR ROUNDED =
                   WS-VALOR-MARGEM * 100 / WS-VALOR-RECEITA
           ELSE
               MOVE 'N' TO WS-KN-DISPONIVEL
           END-IF
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-APURA-ELEICAO.
      *----------------------------------------------------------------*
      * Turnout footers of the night's dated generation of the
      * election report: votes counted in columns 47-52 of the
      * ELEITORES REGISTRADOS line, abstention percentage in columns
      * 40-45 of the ABSTENCOES line.
           MOVE 'N' TO WS-ACHOU
           MOVE 'N' TO WS-ACHOU-ORC
           MOVE ZEROS TO WS-QTD-AUX
           MOVE ZEROS TO WS-VALOR-AUX
           MOVE ' ' TO WS-EOF

           MOVE 'ARQELEICAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-NOME-ARQ-FONTE WS-CFG-RETORNO

           MOVE WS-NOME-ARQ-FONTE TO WS-CFG-LOGICO
           MOVE SPACES TO WS-NOME-ARQ-FONTE
           STRING WS-CFG-LOGICO DELIMITED BY SPACE
                  '.G' DELIMITED BY SIZE
                  WS-DATA-MOVIMENTO DELIMITED BY SIZE
               INTO WS-NOME-ARQ-FONTE
           END-STRING

           OPEN INPUT ARQFONTE

           IF WS-STATUS-FONTE = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFONTE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FONTE(1:22) =
                              'ELEITORES REGISTRADOS:'
                              AND REG-FONTE(47:6) NUMERIC
                               MOVE REG-FONTE(47:6) TO WS-QTD-AUX
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                           IF REG-FONTE(1:12) = 'ABSTENCOES: '
                               MOVE REG-FONTE(40:6) TO WS-ED-PRCT-X
                               MOVE WS-ED-PRCT TO WS-VALOR-AUX
                               MOVE 'S' TO WS-ACHOU-ORC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFONTE
           END-IF

           MOVE 'ELEICAO-VOTOS'         TO WS-KN-CODIGO
           MOVE 'VOTOS APURADOS NA ELEICAO' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-QTD-AUX              TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI

           MOVE 'ELEICAO-ABSTENCAO'     TO WS-KN-CODIGO
           MOVE 'ABSTENCAO NA ELEICAO (%)' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU-ORC            TO WS-KN-DISPONIVEL
           MOVE WS-VALOR-AUX            TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-APURA-PEDIDOS.
      *----------------------------------------------------------------*
      * Open orders are status A (issued) or P (partially received);
      * overdue ones are open with the expected date before the
      * data-movimento, as in the open-orders report.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO WS-QTD-AUX
           MOVE ZEROS TO WS-QTD-AUX-2
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQPEDIDOS

           IF WS-STATUS-ENTRADA = '00'
               MOVE 'S' TO WS-ACHOU
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPEDIDOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-PED-STATUS = 'A' OR 'P'
                               ADD 1 TO WS-QTD-AUX
                               IF FD-PED-DATA-PREVISTA NUMERIC
                                   AND FD-PED-DATA-PREVISTA <
                                       WS-DATA-MOVIMENTO
                                   ADD 1 TO WS-QTD-AUX-2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPEDIDOS
           END-IF

           MOVE 'PEDIDOS-ABERTOS'       TO WS-KN-CODIGO
           MOVE 'PEDIDOS DE COMPRA ABERTOS' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-QTD-AUX              TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI

           MOVE 'PEDIDOS-ATRASADOS'     TO WS-KN-CODIGO
           MOVE 'PEDIDOS DE COMPRA ATRASADOS' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-QTD-AUX-2            TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-APURA-EXCECOES.
      *----------------------------------------------------------------*
      * Validation exceptions not yet resolved (status other than R).
           MOVE ZEROS TO WS-QTD-AUX
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQEXCVALID

           IF WS-STATUS-ENTRADA = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQEXCVALID
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF EXCVALID-STATUS NOT = 'R'
                               ADD 1 TO WS-QTD-AUX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQEXCVALID
           END-IF

           MOVE 'EXCECOES-PENDENTES'    TO WS-KN-CODIGO
           MOVE 'EXCECOES PENDENTES'    TO WS-KN-DESCRICAO
           MOVE 'S'                     TO WS-KN-DISPONIVEL
           MOVE WS-QTD-AUX              TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-APURA-QUALIDADE.
      *----------------------------------------------------------------*
      * One score per master: 100 minus the error percentage of its
      * latest measurement up to the data-movimento.
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQHISTQUAL

           IF WS-STATUS-ENTRADA = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTQUAL
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-HQ-DATA NUMERIC
                               AND FD-HQ-DATA <= WS-DATA-MOVIMENTO
                               AND FD-HQ-PCT-ERROS NUMERIC
                               PERFORM 5510-GUARDA-QUALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTQUAL
           END-IF

           PERFORM VARYING WS-IDX-QL FROM 1 BY 1
                   UNTIL WS-IDX-QL > WS-QTD-QUALIDADE
               MOVE SPACES TO WS-KN-CODIGO
               STRING 'QUALID-' WS-QL-ARQUIVO(WS-IDX-QL)
                   DELIMITED BY SIZE INTO WS-KN-CODIGO
               END-STRING
               MOVE SPACES TO WS-KN-DESCRICAO
               STRING 'QUALIDADE ' WS-QL-ARQUIVO(WS-IDX-QL)
                   DELIMITED BY SIZE INTO WS-KN-DESCRICAO
               END-STRING
               MOVE 'S' TO WS-KN-DISPONIVEL
               COMPUTE WS-KN-VALOR = 100 - WS-QL-PCT(WS-IDX-QL)
               PERFORM 0500-REGISTRA-KPI
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5510-GUARDA-QUALIDADE.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-QL FROM 1 BY 1
                   UNTIL WS-IDX-QL > WS-QTD-QUALIDADE
                   OR WS-ACHOU = 'S'
               IF WS-QL-ARQUIVO(WS-IDX-QL) = FD-HQ-ARQUIVO
                   MOVE 'S' TO WS-ACHOU
                   IF FD-HQ-DATA >= WS-QL-DATA(WS-IDX-QL)
                       MOVE FD-HQ-DATA TO WS-QL-DATA(WS-IDX-QL)
                       MOVE FD-HQ-PCT-ERROS TO WS-QL-PCT(WS-IDX-QL)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N' AND WS-QTD-QUALIDADE < 10
               ADD 1 TO WS-QTD-QUALIDADE
               MOVE FD-HQ-ARQUIVO TO WS-QL-ARQUIVO(WS-QTD-QUALIDADE)
               MOVE FD-HQ-DATA TO WS-QL-DATA(WS-QTD-QUALIDADE)
               MOVE FD-HQ-PCT-ERROS TO WS-QL-PCT(WS-QTD-QUALIDADE)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-APURA-SUITE.
      *----------------------------------------------------------------*
      * The live status board of the night: elapsed minutes are the
      * sum of the steps' durations, failures the steps in ERRO or
      * not executed.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO WS-SEG-AUX
           MOVE ZEROS TO WS-QTD-AUX
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQSTATUS

           IF WS-STATUS-ENTRADA = '00'
               MOVE 'S' TO WS-ACHOU
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQSTATUS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-SB-DECORRIDO NUMERIC
                               ADD FD-SB-DECORRIDO TO WS-SEG-AUX
                           END-IF
                           IF FD-SB-SITUACAO = 'ERRO'
                               OR FD-SB-SITUACAO = 'NAO EXECUT.'
                               ADD 1 TO WS-QTD-AUX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQSTATUS
           END-IF

           MOVE 'SUITE-DURACAO-MIN'     TO WS-KN-CODIGO
           MOVE 'DURACAO DA SUITE (MIN)' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           COMPUTE WS-KN-VALOR ROUNDED = WS-SEG-AUX / 60
           PERFORM 0500-REGISTRA-KPI

           MOVE 'SUITE-FALHAS'          TO WS-KN-CODIGO
           MOVE 'PASSOS DA SUITE COM FALHA' TO WS-KN-DESCRICAO
           MOVE WS-ACHOU                TO WS-KN-DISPONIVEL
           MOVE WS-QTD-AUX              TO WS-KN-VALOR
           PERFORM 0500-REGISTRA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-CARREGA-HISTORICO.
      *----------------------------------------------------------------*
      * Values recorded before the data-movimento only, so a rerun of
      * the day never compares the page with itself; in a date the
      * last record wins.
           MOVE WS-DATA-MOV-DESM TO WS-DATA-MES-ANT-DESM
           IF WS-MA-MES = 1
               MOVE 12 TO WS-MA-MES
               SUBTRACT 1 FROM WS-MA-ANO
           ELSE
               SUBTRACT 1 FROM WS-MA-MES
           END-IF
           COMPUTE WS-INICIO-MES-ANT =
               (WS-MA-ANO * 10000) + (WS-MA-MES * 100) + 1

           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQHISTKPI

           IF WS-STATUS-HISTKPI = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTKPI
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-HIST-LIDOS
                           IF FD-HK-DATA NUMERIC
                               AND FD-HK-DATA < WS-DATA-MOVIMENTO
                               AND FD-HK-VALOR NUMERIC
                               PERFORM 7100-GUARDA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTKPI
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-GUARDA-HISTORICO.
      *----------------------------------------------------------------*
           MOVE FD-HK-VALOR TO WS-VALOR-AUX
           IF FD-HK-SINAL = '-'
               COMPUTE WS-VALOR-AUX = WS-VALOR-AUX * -1
           END-IF

           PERFORM VARYING WS-IDX-KPI FROM 1 BY 1
                   UNTIL WS-IDX-KPI > WS-QTD-KPI
               IF WS-KP-CODIGO(WS-IDX-KPI) = FD-HK-CODIGO
                   IF FD-HK-DATA >= WS-KP-ANT-DATA(WS-IDX-KPI)
                       MOVE FD-HK-DATA TO WS-KP-ANT-DATA(WS-IDX-KPI)
                       MOVE WS-VALOR-AUX TO
                            WS-KP-ANT-VALOR(WS-IDX-KPI)
                   END-IF
                   IF FD-HK-DATA <= WS-DATA-MES-ANT
                       AND FD-HK-DATA >= WS-INICIO-MES-ANT
                       AND FD-HK-DATA >= WS-KP-MES-DATA(WS-IDX-KPI)
                       MOVE FD-HK-DATA TO WS-KP-MES-DATA(WS-IDX-KPI)
                       MOVE WS-VALOR-AUX TO
                            WS-KP-MES-VALOR(WS-IDX-KPI)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       7500-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQHISTKPI
           IF WS-STATUS-HISTKPI = '35'
               OPEN OUTPUT ARQHISTKPI
           END-IF

           PERFORM VARYING WS-IDX-KPI FROM 1 BY 1
                   UNTIL WS-IDX-KPI > WS-QTD-KPI
               IF WS-KP-DISPONIVEL(WS-IDX-KPI) = 'S'
                   MOVE WS-DATA-MOVIMENTO TO FD-HK-DATA
                   MOVE WS-KP-CODIGO(WS-IDX-KPI) TO FD-HK-CODIGO
                   IF WS-KP-VALOR(WS-IDX-KPI) < ZEROS
                       MOVE '-' TO FD-HK-SINAL
                   ELSE
                       MOVE ' ' TO FD-HK-SINAL
                   END-IF
                   MOVE WS-KP-VALOR(WS-IDX-KPI) TO FD-HK-VALOR
                   WRITE REG-HIST-KPI
                   ADD 1 TO WS-QTD-HIST-GRAVADOS
               END-IF
           END-PERFORM

           CLOSE ARQHISTKPI
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-IMPRIME-PAINEL.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-CABECALHO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-KPI FROM 1 BY 1
                   UNTIL WS-IDX-KPI > WS-QTD-KPI
               PERFORM 8100-IMPRIME-INDICADOR
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-QTD-VERMELHOS TO WS-RS-VERMELHOS
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       8100-IMPRIME-INDICADOR.
      *----------------------------------------------------------------*
           MOVE WS-KP-DESCRICAO(WS-IDX-KPI) TO WS-LK-DESCRICAO
           MOVE SPACES TO WS-LK-TENDENCIA
           MOVE SPACES TO WS-LK-ALERTA

           IF WS-KP-DISPONIVEL(WS-IDX-KPI) = 'S'
               MOVE WS-KP-VALOR(WS-IDX-KPI) TO WS-VALOR-AUX
               PERFORM 8200-FORMATA-VALOR
               MOVE WS-VALOR-TXT TO WS-LK-HOJE
               PERFORM 8300-VERIFICA-LIMITE
           ELSE
               MOVE '      SEM DADOS' TO WS-LK-HOJE
           END-IF

           IF WS-KP-ANT-DATA(WS-IDX-KPI) > ZEROS
               MOVE WS-KP-ANT-VALOR(WS-IDX-KPI) TO WS-VALOR-AUX
               PERFORM 8200-FORMATA-VALOR
               MOVE WS-VALOR-TXT TO WS-LK-ANTERIOR
           ELSE
               MOVE '      SEM DADOS' TO WS-LK-ANTERIOR
           END-IF

           IF WS-KP-MES-DATA(WS-IDX-KPI) > ZEROS
               MOVE WS-KP-MES-VALOR(WS-IDX-KPI) TO WS-VALOR-AUX
               PERFORM 8200-FORMATA-VALOR
               MOVE WS-VALOR-TXT TO WS-LK-MES
           ELSE
               MOVE '      SEM DADOS' TO WS-LK-MES
           END-IF

           IF WS-KP-DISPONIVEL(WS-IDX-KPI) = 'S'
               AND WS-KP-ANT-DATA(WS-IDX-KPI) > ZEROS
               EVALUATE TRUE
                   WHEN WS-KP-VALOR(WS-IDX-KPI) >
                        WS-KP-ANT-VALOR(WS-IDX-KPI)
                       MOVE '^ SOBE' TO WS-LK-TENDENCIA
                   WHEN WS-KP-VALOR(WS-IDX-KPI) <
                        WS-KP-ANT-VALOR(WS-IDX-KPI)
                       MOVE 'v DESCE' TO WS-LK-TENDENCIA
                   WHEN OTHER
                       MOVE '= IGUAL' TO WS-LK-TENDENCIA
               END-EVALUATE
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-KPI
           .
           EXIT.
      *----------------------------------------------------------------*
       8200-FORMATA-VALOR.
      *----------------------------------------------------------------*
           MOVE WS-VALOR-AUX TO WS-VALOR-ED
           MOVE WS-VALOR-ED  TO WS-VALOR-TXT
           .
           EXIT.
      *----------------------------------------------------------------*
       8300-VERIFICA-LIMITE.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIMITES
               IF WS-LM-CODIGO(WS-IDX-LIM) = WS-KP-CODIGO(WS-IDX-KPI)
                   AND WS-LK-ALERTA = SPACES
                   IF (WS-LM-SENTIDO(WS-IDX-LIM) = '>'
                       AND WS-KP-VALOR(WS-IDX-KPI) >
                           WS-LM-VALOR(WS-IDX-LIM))
                      OR (WS-LM-SENTIDO(WS-IDX-LIM) = '<'
                       AND WS-KP-VALOR(WS-IDX-KPI) <
                           WS-LM-VALOR(WS-IDX-LIM))
                       MOVE 'VERMELHO' TO WS-LK-ALERTA
                       ADD 1 TO WS-QTD-VERMELHOS
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'DEPTOSORCAMENTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'PEDIDOSCOMPRA.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'EXCVALID.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'HISTQUALIDADE.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'STATUSSUITE.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'PARAMKPI.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'HISTKPI.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'ARQPAINELGERENCIAL.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           .
           EXIT.
      *----------------------------------------------------------------*
       0020-CARREGA-DATA-MOVIMENTO.
      *----------------------------------------------------------------*
           CALL 'DATA_MOVIMENTO' USING WS-DATA-MOVIMENTO

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-MOV-DESM
           STRING WS-DM-DIA '/' WS-DM-MES '/' WS-DM-ANO
               DELIMITED BY SIZE INTO WS-DATA-MOV-FMT
           END-STRING
           MOVE WS-DATA-MOV-FMT TO WS-DATA-SISTEMA
           .
           EXIT.

       END PROGRAM PAINEL_GERENCIAL.
