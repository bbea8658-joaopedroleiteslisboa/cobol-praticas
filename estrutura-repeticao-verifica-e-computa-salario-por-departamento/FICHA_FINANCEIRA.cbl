      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Ficha financeira. For the matricula of PARAMFICHA.TXT
      *          (zero or blank means every employee) and the year
      *          range given there (default the year of the
      *          data-movimento), prints one sheet per employee and
      *          year in ARQFICHAFINANCEIRA.TXT with one column per
      *          month, the 13o salario (reference AAAA13) and the
      *          year total. Rows come from HISTFOLHA.TXT: gross,
      *          INSS, IRRF and net of the 'F' records and every
      *          payslip line of the 'E' records (MOVFOLHA.TXT events,
      *          consignado installments and salario-familia), plus
      *          the department of each month, and the vacation pay of
      *          the 'V' records in the month it was paid. The
      *          rescisao amounts of the statements found in
      *          ARQRESCISAO.TXT are added in the month of the last
      *          working day. When a monthly
      *          reference was closed more than once, the first run in
      *          the history is reported and the others are ignored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA_FINANCEIRA.
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

       SELECT ARQPARAM
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQHISTFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTFOLHA.
      *
       SELECT ARQRESCISAO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-RESCISAO.
      *
       SELECT ARQFICHAORD
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT WS-SORT-WORK ASSIGN TO DISK.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

      * Matricula (zero or blank = all), first and last year.
       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMFICHA.TXT".
       01  REG-PARAM-FICHA.
           03 FD-PF-MATRICULA      PIC 9(09).
           03 FD-PF-MATRICULA-X REDEFINES FD-PF-MATRICULA
                                   PIC X(09).
           03 FD-PF-ANO-INICIAL    PIC 9(04).
           03 FD-PF-ANO-FINAL      PIC 9(04).

       FD  ARQHISTFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTFOLHA.TXT".
       01  REG-HIST-FUNC.
           03 FD-HF-TIPO           PIC X(01).
           03 FD-HF-REF            PIC 9(06).
           03 FD-HF-REF-R REDEFINES FD-HF-REF.
              05 FD-HF-REF-ANO     PIC 9(04).
              05 FD-HF-REF-MES     PIC 9(02).
           03 FD-HF-MATRICULA      PIC 9(09).
           03 FD-HF-NOME           PIC X(30).
           03 FD-HF-DEPT           PIC 9(05).
           03 FD-HF-BRUTO          PIC 9(9)V99.
           03 FD-HF-INSS           PIC 9(7)V99.
           03 FD-HF-IRRF           PIC 9(7)V99.
           03 FD-HF-NET            PIC 9(9)V99.
           03 FD-HF-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HF-DIF-RETROATIVO PIC 9(7)V99.
       01  REG-HIST-EVENTO.
           03 FD-HE-TIPO           PIC X(01).
           03 FD-HE-REF            PIC 9(06).
           03 FD-HE-REF-R REDEFINES FD-HE-REF.
              05 FD-HE-REF-ANO     PIC 9(04).
              05 FD-HE-REF-MES     PIC 9(02).
           03 FD-HE-MATRICULA      PIC 9(09).
           03 FD-HE-EVENTO         PIC 9(03).
           03 FD-HE-DESC           PIC X(20).
           03 FD-HE-VALOR          PIC 9(7)V99.
           03 FD-HE-NATUREZA       PIC X(01).

      * Printed statements of RESCISAO_FOLHA, read back line by line.
       FD  ARQRESCISAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQRESCISAO.TXT".
       01  REG-RESC-VERBA.
           03 FD-RC-ROTULO         PIC X(22).
           03 FD-RC-VALOR          PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(48).
       01  REG-RESC-FUNC.
           03 FD-RC-PREFIXO        PIC X(11).
           03 FD-RC-MATRICULA      PIC 9(09).
           03 FILLER               PIC X(07).
           03 FD-RC-NOME           PIC X(30).
           03 FILLER               PIC X(23).
       01  REG-RESC-DESLIG.
           03 FD-RC-PREF-DESLIG    PIC X(13).
           03 FD-RC-ULT-DIA        PIC 9(08).
           03 FD-RC-ULT-DIA-R REDEFINES FD-RC-ULT-DIA.
              05 FD-RC-ULT-ANO     PIC 9(04).
              05 FD-RC-ULT-MES     PIC 9(02).
              05 FD-RC-ULT-DD      PIC 9(02).
           03 FILLER               PIC X(59).

       FD  ARQFICHAORD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FICHAORD.TXT".
       01  REG-FICHA-ORD.
           03 FD-FO-MATRICULA      PIC 9(09).
           03 FD-FO-ANO            PIC 9(04).
           03 FD-FO-MES            PIC 9(02).
           03 FD-FO-SEQ            PIC 9(07).
           03 FD-FO-ORIGEM         PIC X(01).
           03 FD-FO-ORDEM          PIC 9(04).
           03 FD-FO-ROTULO         PIC X(22).
           03 FD-FO-VALOR          PIC 9(9)V99.
           03 FD-FO-NOME           PIC X(30).
           03 FD-FO-DEPT           PIC 9(05).

       SD  WS-SORT-WORK.
       01  SD-FICHA.
           03 SD-FC-MATRICULA      PIC 9(09).
           03 SD-FC-ANO            PIC 9(04).
           03 SD-FC-MES            PIC 9(02).
           03 SD-FC-SEQ            PIC 9(07).
           03 SD-FC-ORIGEM         PIC X(01).
           03 SD-FC-ORDEM          PIC 9(04).
           03 SD-FC-ROTULO         PIC X(22).
           03 SD-FC-VALOR          PIC 9(9)V99.
           03 SD-FC-NOME           PIC X(30).
           03 SD-FC-DEPT           PIC 9(05).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFICHAFINANCEIRA.TXT".
       01  REG-RELATORIO          PIC X(132).

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

       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'PARAMFICHA.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'HISTFOLHA.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'ARQRESCISAO.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'FICHAORD.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQFICHAFINANCEIRA.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-RESCISAO PIC X(02) VALUE SPACES.
       77  WS-EOF-HIST        PIC X(01) VALUE ' '.
       77  WS-EOF-RESCISAO    PIC X(01) VALUE ' '.
       77  WS-EOF-ORDENADO    PIC X(01) VALUE ' '.
       77  WS-PONTILHADO      PIC X(132) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-PARAM-VALIDO    PIC X(01) VALUE 'S'.
       77  WS-PRIMEIRO        PIC X(01) VALUE 'S'.
       77  WS-ITEM-VALIDO     PIC X(01) VALUE 'N'.
       77  WS-LINHAS-TRUNCADAS PIC X(01) VALUE 'N'.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ITENS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-FICHAS      PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DUPLICADOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-RESCISOES   PIC 9(06) VALUE ZEROS.

       77  WS-MATRIC-SELECAO  PIC 9(09) VALUE ZEROS.
       77  WS-ANO-INICIAL     PIC 9(04) VALUE ZEROS.
       77  WS-ANO-FINAL       PIC 9(04) VALUE ZEROS.

      * Sequence of the history records, so that the events of a
      * payroll run stay with the 'F' record written by that run.
       77  WS-SEQ-HIST        PIC 9(07) VALUE ZEROS.
       77  WS-SEQ-FOLHA       PIC 9(07) VALUE ZEROS.
       77  WS-SEQ-DESCARTADO  PIC 9(07) VALUE ZEROS.

      * Statement being read back from ARQRESCISAO.TXT.
       77  WS-RC-MATRICULA    PIC 9(09) VALUE ZEROS.
       77  WS-RC-NOME         PIC X(30) VALUE SPACES.
       77  WS-RC-ANO          PIC 9(04) VALUE ZEROS.
       77  WS-RC-MES          PIC 9(02) VALUE ZEROS.
       77  WS-RC-SELECIONADO  PIC X(01) VALUE 'N'.
       77  WS-RC-VALOR        PIC 9(9)V99 VALUE ZEROS.

       77  WS-EVT-SAL-FAMILIA PIC 9(03) VALUE 901.

      * Row keys: earnings 1000 + event, gross 2000, deductions
      * 3000 + event, INSS 8100, IRRF 8200, salario-familia 8500,
      * net 9000, rescisao 9110 to 9190, vacation pay 9210 to 9240.
       77  WS-ORD-BRUTO       PIC 9(04) VALUE 2000.
       77  WS-ORD-INSS        PIC 9(04) VALUE 8100.
       77  WS-ORD-IRRF        PIC 9(04) VALUE 8200.
       77  WS-ORD-SAL-FAMILIA PIC 9(04) VALUE 8500.
       77  WS-ORD-LIQUIDO     PIC 9(04) VALUE 9000.

       01  WS-ITEM-FICHA.
           03 WS-IT-MATRICULA     PIC 9(09).
           03 WS-IT-ANO           PIC 9(04).
           03 WS-IT-MES           PIC 9(02).
           03 WS-IT-SEQ           PIC 9(07).
           03 WS-IT-ORIGEM        PIC X(01).
           03 WS-IT-ORDEM         PIC 9(04).
           03 WS-IT-ROTULO        PIC X(22).
           03 WS-IT-VALOR         PIC 9(9)V99.
           03 WS-IT-NOME          PIC X(30).
           03 WS-IT-DEPT          PIC 9(05).

       01  WS-ROTULO-EVENTO.
           03 WS-RE-CODIGO        PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-RE-DESC          PIC X(18).

      * Sheet of the employee and year being assembled.
       77  WS-MATRIC-ATUAL    PIC 9(09) VALUE ZEROS.
       77  WS-ANO-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WS-NOME-ATUAL      PIC X(30) VALUE SPACES.
       77  WS-IDX-ACHADO      PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MES         PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CELULA      PIC 9(02) VALUE ZEROS.
       77  WS-MES-INICIAL     PIC 9(02) VALUE ZEROS.
       77  WS-QTD-MESES-BLOCO PIC 9(02) VALUE ZEROS.
       77  WS-ORDEM-IMPRESSA  PIC 9(04) VALUE ZEROS.
       77  WS-ORDEM-MENOR     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-MENOR       PIC 9(03) VALUE ZEROS.
       77  WS-QTD-IMPRESSAS   PIC 9(03) VALUE ZEROS.

       01  WS-TAB-MESES.
           03 WS-MS-MES OCCURS 13 TIMES.
              05 WS-MS-SEQ        PIC 9(07).
              05 WS-MS-DEPT       PIC 9(05).

       01  WS-TAB-LINHAS.
           03 WS-QTD-LINHAS       PIC 9(03).
           03 WS-LINHA OCCURS 80 TIMES INDEXED BY WS-IDX-LINHA.
              05 WS-LN-ORDEM      PIC 9(04).
              05 WS-LN-ROTULO     PIC X(22).
              05 WS-LN-VALOR      PIC 9(9)V99 OCCURS 13 TIMES.
              05 WS-LN-TOTAL      PIC 9(11)V99.

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
           03 FILLER  PIC X(25) VALUE 'FICHA FINANCEIRA - ANO: '.
           03 WS-TIT-ANO       PIC 9(04).
           03 FILLER  PIC X(16) VALUE '    EMITIDA EM: '.
           03 WS-TIT-DATA      PIC X(10).

       01  WS-LINHA-FUNC.
           03 FILLER          PIC X(11) VALUE 'MATRICULA: '.
           03 WS-LF-MATRICULA PIC 9(09).
           03 FILLER          PIC X(07) VALUE ' NOME: '.
           03 WS-LF-NOME      PIC X(30).

       01  WS-CABEC-SEMESTRE-1.
           03 FILLER  PIC X(22) VALUE 'VERBA'.
           03 FILLER  PIC X(13) VALUE '          JAN'.
           03 FILLER  PIC X(13) VALUE '          FEV'.
           03 FILLER  PIC X(13) VALUE '          MAR'.
           03 FILLER  PIC X(13) VALUE '          ABR'.
           03 FILLER  PIC X(13) VALUE '          MAI'.
           03 FILLER  PIC X(13) VALUE '          JUN'.

       01  WS-CABEC-SEMESTRE-2.
           03 FILLER  PIC X(22) VALUE 'VERBA'.
           03 FILLER  PIC X(13) VALUE '          JUL'.
           03 FILLER  PIC X(13) VALUE '          AGO'.
           03 FILLER  PIC X(13) VALUE '          SET'.
           03 FILLER  PIC X(13) VALUE '          OUT'.
           03 FILLER  PIC X(13) VALUE '          NOV'.
           03 FILLER  PIC X(13) VALUE '          DEZ'.
           03 FILLER  PIC X(13) VALUE '  13O SALARIO'.
           03 FILLER  PIC X(14) VALUE '     TOTAL ANO'.

       01  WS-LINHA-DEPTOS.
           03 WS-LD-ROTULO    PIC X(22).
           03 WS-LD-CELULA OCCURS 7 TIMES.
              05 WS-LD-BRANCOS PIC X(08).
              05 WS-LD-DEPT    PIC ZZZZ9 BLANK WHEN ZERO.

       01  WS-LINHA-VALORES.
           03 WS-LV-ROTULO    PIC X(22).
           03 WS-LV-CELULA OCCURS 7 TIMES.
              05 WS-LV-BRANCO PIC X(01).
              05 WS-LV-VALOR  PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 WS-LV-BRANCO-TOT PIC X(01).
           03 WS-LV-TOTAL     PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       01  WS-LINHA-QTD.
           03 FILLER          PIC X(17) VALUE 'FICHAS EMITIDAS: '.
           03 WS-LQ-FICHAS    PIC ZZZZZ9.
           03 FILLER          PIC X(19) VALUE '   ITENS LIDOS:   '.
           03 WS-LQ-ITENS     PIC ZZZZZ9.
           03 FILLER          PIC X(21) VALUE '   RESCISOES LIDAS: '.
           03 WS-LQ-RESCISOES PIC ZZZZZ9.
           03 FILLER          PIC X(26)
                  VALUE '   REFERENCIAS REPETIDAS: '.
           03 WS-LQ-DUPLICADOS PIC ZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           PERFORM 0500-CARREGA-PARAMETRO

           IF WS-PARAM-VALIDO = 'N'
               DISPLAY 'PARAMETRO DA FICHA INVALIDO: PARAMFICHA.TXT '
                       '(MATRICULA, ANO INICIAL E ANO FINAL)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           SORT WS-SORT-WORK ON ASCENDING KEY SD-FC-MATRICULA
                                              SD-FC-ANO
                                              SD-FC-MES
                                              SD-FC-SEQ
               INPUT PROCEDURE IS 0100-ALIMENTA-SORT
               GIVING ARQFICHAORD

           IF WS-STATUS-HISTFOLHA NOT = '00' AND '02' AND '10'
               DISPLAY 'HISTORICO DA FOLHA AUSENTE: HISTFOLHA.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-QTD-ITENS = ZEROS
               DISPLAY 'NENHUM REGISTRO DE FOLHA PARA A MATRICULA '
                       WS-MATRIC-SELECAO ' DE ' WS-ANO-INICIAL
                       ' A ' WS-ANO-FINAL
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  ARQFICHAORD
           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM UNTIL WS-EOF-ORDENADO = 'S'
               READ ARQFICHAORD
                   AT END
                       MOVE 'S' TO WS-EOF-ORDENADO
                   NOT AT END
                       IF WS-PRIMEIRO = 'S'
                           OR FD-FO-MATRICULA NOT = WS-MATRIC-ATUAL
                           OR FD-FO-ANO NOT = WS-ANO-ATUAL
                           IF WS-PRIMEIRO = 'N'
                               PERFORM 3000-IMPRIME-FICHA
                           END-IF
                           PERFORM 2000-ABRE-FICHA
                       END-IF
                       PERFORM 2100-ACUMULA-ITEM
               END-READ
           END-PERFORM

           IF WS-PRIMEIRO = 'N'
               PERFORM 3000-IMPRIME-FICHA
           END-IF

           MOVE WS-QTD-FICHAS     TO WS-LQ-FICHAS
           MOVE WS-QTD-ITENS      TO WS-LQ-ITENS
           MOVE WS-QTD-RESCISOES  TO WS-LQ-RESCISOES
           MOVE WS-QTD-DUPLICADOS TO WS-LQ-DUPLICADOS
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQFICHAORD ARQREL ARQJOBLOG

           DISPLAY 'FICHAS FINANCEIRAS EMITIDAS: ' WS-QTD-FICHAS
                   ' ANOS: ' WS-ANO-INICIAL ' A ' WS-ANO-FINAL

           IF WS-LINHAS-TRUNCADAS = 'S'
               DISPLAY 'FICHA COM MAIS DE 80 VERBAS NO ANO - '
                       'VERBAS EXCEDENTES NAO IMPRESSAS'
           END-IF

           EVALUATE TRUE
               WHEN WS-LINHAS-TRUNCADAS = 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-DUPLICADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'FICHA_FINANCEIRA' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-FICHAS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-ALIMENTA-SORT.
      *----------------------------------------------------------------*
           PERFORM 0200-LE-HISTORICO
           PERFORM 0300-LE-RESCISOES
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-LE-HISTORICO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHISTFOLHA

           IF WS-STATUS-HISTFOLHA = '00' OR '02'
               PERFORM UNTIL WS-EOF-HIST = 'S'
                   READ ARQHISTFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           ADD 1 TO WS-SEQ-HIST
                           EVALUATE FD-HF-TIPO
                               WHEN 'F'
                                   MOVE WS-SEQ-HIST TO WS-SEQ-FOLHA
                                   PERFORM 0210-LIBERA-FOLHA
                               WHEN 'E'
                                   PERFORM 0220-LIBERA-EVENTO
                               WHEN 'V'
                                   PERFORM 0230-LIBERA-FERIAS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ARQHISTFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0210-LIBERA-FOLHA.
      *----------------------------------------------------------------*
           IF FD-HF-REF NUMERIC
               AND FD-HF-REF-ANO >= WS-ANO-INICIAL
               AND FD-HF-REF-ANO <= WS-ANO-FINAL
               AND FD-HF-REF-MES >= 01
               AND FD-HF-REF-MES <= 13
               AND FD-HF-BRUTO NUMERIC
               AND (WS-MATRIC-SELECAO = ZEROS
                    OR FD-HF-MATRICULA = WS-MATRIC-SELECAO)
               ADD 1 TO WS-QTD-LIDOS

               MOVE FD-HF-MATRICULA TO WS-IT-MATRICULA
               MOVE FD-HF-REF-ANO   TO WS-IT-ANO
               MOVE FD-HF-REF-MES   TO WS-IT-MES
               MOVE WS-SEQ-FOLHA    TO WS-IT-SEQ
               MOVE 'F'             TO WS-IT-ORIGEM
               MOVE FD-HF-NOME      TO WS-IT-NOME
               MOVE FD-HF-DEPT      TO WS-IT-DEPT

               MOVE WS-ORD-BRUTO    TO WS-IT-ORDEM
               MOVE 'TOTAL BRUTO'   TO WS-IT-ROTULO
               MOVE FD-HF-BRUTO     TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM

               MOVE WS-ORD-INSS     TO WS-IT-ORDEM
               MOVE 'INSS RETIDO'   TO WS-IT-ROTULO
               MOVE FD-HF-INSS      TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM

               MOVE WS-ORD-IRRF     TO WS-IT-ORDEM
               MOVE 'IRRF RETIDO'   TO WS-IT-ROTULO
               MOVE FD-HF-IRRF      TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM

               MOVE WS-ORD-LIQUIDO  TO WS-IT-ORDEM
               MOVE 'LIQUIDO PAGO'  TO WS-IT-ROTULO
               MOVE FD-HF-NET       TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0220-LIBERA-EVENTO.
      *----------------------------------------------------------------*
      * The event inherits the sequence of the 'F' record written just
      * before it by the same payroll run.
           IF FD-HE-REF NUMERIC
               AND FD-HE-REF-ANO >= WS-ANO-INICIAL
               AND FD-HE-REF-ANO <= WS-ANO-FINAL
               AND FD-HE-REF-MES >= 01
               AND FD-HE-REF-MES <= 13
               AND FD-HE-EVENTO NUMERIC
               AND FD-HE-VALOR NUMERIC
               AND (WS-MATRIC-SELECAO = ZEROS
                    OR FD-HE-MATRICULA = WS-MATRIC-SELECAO)
               ADD 1 TO WS-QTD-LIDOS

               MOVE FD-HE-MATRICULA TO WS-IT-MATRICULA
               MOVE FD-HE-REF-ANO   TO WS-IT-ANO
               MOVE FD-HE-REF-MES   TO WS-IT-MES
               MOVE WS-SEQ-FOLHA    TO WS-IT-SEQ
               MOVE 'E'             TO WS-IT-ORIGEM
               MOVE SPACES          TO WS-IT-NOME
               MOVE ZEROS           TO WS-IT-DEPT

               IF FD-HE-NATUREZA = 'D'
                   COMPUTE WS-IT-ORDEM = 3000 + FD-HE-EVENTO
               ELSE
                   IF FD-HE-EVENTO = WS-EVT-SAL-FAMILIA
                       MOVE WS-ORD-SAL-FAMILIA TO WS-IT-ORDEM
                   ELSE
                       COMPUTE WS-IT-ORDEM = 1000 + FD-HE-EVENTO
                   END-IF
               END-IF
               MOVE FD-HE-EVENTO TO WS-RE-CODIGO
               MOVE FD-HE-DESC   TO WS-RE-DESC
               MOVE WS-ROTULO-EVENTO TO WS-IT-ROTULO
               MOVE FD-HE-VALOR  TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0230-LIBERA-FERIAS.
      *----------------------------------------------------------------*
      * Vacation paid by the vacation run is shown apart from the
      * monthly payroll and summed with any other fraction of the month.
           IF FD-HF-REF NUMERIC
               AND FD-HF-REF-ANO >= WS-ANO-INICIAL
               AND FD-HF-REF-ANO <= WS-ANO-FINAL
               AND FD-HF-REF-MES >= 01
               AND FD-HF-REF-MES <= 12
               AND FD-HF-BRUTO NUMERIC
               AND (WS-MATRIC-SELECAO = ZEROS
                    OR FD-HF-MATRICULA = WS-MATRIC-SELECAO)
               ADD 1 TO WS-QTD-LIDOS

               MOVE FD-HF-MATRICULA TO WS-IT-MATRICULA
               MOVE FD-HF-REF-ANO   TO WS-IT-ANO
               MOVE FD-HF-REF-MES   TO WS-IT-MES
               MOVE ZEROS           TO WS-IT-SEQ
               MOVE 'V'             TO WS-IT-ORIGEM
               MOVE FD-HF-NOME      TO WS-IT-NOME
               MOVE ZEROS           TO WS-IT-DEPT

               MOVE 9210            TO WS-IT-ORDEM
               MOVE 'FERIAS BRUTO'  TO WS-IT-ROTULO
               MOVE FD-HF-BRUTO     TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM

               MOVE 9220            TO WS-IT-ORDEM
               MOVE 'FERIAS INSS'   TO WS-IT-ROTULO
               MOVE FD-HF-INSS      TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM

               MOVE 9230            TO WS-IT-ORDEM
               MOVE 'FERIAS IRRF'   TO WS-IT-ROTULO
               MOVE FD-HF-IRRF      TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM

               MOVE 9240            TO WS-IT-ORDEM
               MOVE 'FERIAS LIQUIDO' TO WS-IT-ROTULO
               MOVE FD-HF-NET       TO WS-IT-VALOR
               PERFORM 0250-LIBERA-ITEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-LIBERA-ITEM.
      *----------------------------------------------------------------*
           RELEASE SD-FICHA FROM WS-ITEM-FICHA
           ADD 1 TO WS-QTD-ITENS
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LE-RESCISOES.
      *----------------------------------------------------------------*
      * ARQRESCISAO.TXT holds the statements of the last rescisao run;
      * each one opens with the MATRICULA line and the ULTIMO DIA line
      * gives the month the amounts belong to.
           OPEN INPUT ARQRESCISAO

           IF WS-STATUS-RESCISAO = '00'
               PERFORM UNTIL WS-EOF-RESCISAO = 'S'
                   READ ARQRESCISAO
                       AT END
                           MOVE 'S' TO WS-EOF-RESCISAO
                       NOT AT END
                           PERFORM 0310-INTERPRETA-RESCISAO
                   END-READ
               END-PERFORM
               CLOSE ARQRESCISAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-INTERPRETA-RESCISAO.
      *----------------------------------------------------------------*
           IF FD-RC-PREFIXO = 'MATRICULA: '
               MOVE 'N' TO WS-RC-SELECIONADO
               IF FD-RC-MATRICULA NUMERIC
                   MOVE FD-RC-MATRICULA TO WS-RC-MATRICULA
                   MOVE FD-RC-NOME      TO WS-RC-NOME
               ELSE
                   MOVE ZEROS  TO WS-RC-MATRICULA
               END-IF
           END-IF

           IF FD-RC-PREF-DESLIG = 'ULTIMO DIA:  '
               MOVE 'N' TO WS-RC-SELECIONADO
               IF FD-RC-ULT-DIA NUMERIC
                   AND WS-RC-MATRICULA > ZEROS
                   AND FD-RC-ULT-ANO >= WS-ANO-INICIAL
                   AND FD-RC-ULT-ANO <= WS-ANO-FINAL
                   AND FD-RC-ULT-MES >= 01
                   AND FD-RC-ULT-MES <= 12
                   AND (WS-MATRIC-SELECAO = ZEROS
                        OR WS-RC-MATRICULA = WS-MATRIC-SELECAO)
                   MOVE 'S' TO WS-RC-SELECIONADO
                   MOVE FD-RC-ULT-ANO TO WS-RC-ANO
                   MOVE FD-RC-ULT-MES TO WS-RC-MES
                   ADD 1 TO WS-QTD-RESCISOES
               END-IF
           END-IF

           IF WS-RC-SELECIONADO = 'S'
               MOVE ZEROS TO WS-IT-ORDEM
               EVALUATE FD-RC-ROTULO
                   WHEN 'SALDO DE SALARIO:     '
                       MOVE 9110 TO WS-IT-ORDEM
                       MOVE 'RESC. SALDO SALARIO' TO WS-IT-ROTULO
                   WHEN '13O PROPORCIONAL:     '
                       MOVE 9120 TO WS-IT-ORDEM
                       MOVE 'RESC. 13O PROPORCIONAL' TO WS-IT-ROTULO
                   WHEN 'FERIAS PROPORCIONAIS: '
                       MOVE 9130 TO WS-IT-ORDEM
                       MOVE 'RESC. FERIAS PROPORC.' TO WS-IT-ROTULO
                   WHEN 'MULTA FGTS 40%:       '
                       MOVE 9140 TO WS-IT-ORDEM
                       MOVE 'RESC. MULTA FGTS 40%' TO WS-IT-ROTULO
                   WHEN 'TOTAL DA RESCISAO:    '
                       MOVE 9190 TO WS-IT-ORDEM
                       MOVE 'TOTAL DA RESCISAO' TO WS-IT-ROTULO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-IT-ORDEM > ZEROS
                   ADD 1 TO WS-QTD-LIDOS
                   MOVE FD-RC-VALOR     TO WS-RC-VALOR
                   MOVE WS-RC-MATRICULA TO WS-IT-MATRICULA
                   MOVE WS-RC-ANO       TO WS-IT-ANO
                   MOVE WS-RC-MES       TO WS-IT-MES
                   MOVE ZEROS           TO WS-IT-SEQ
                   MOVE 'R'             TO WS-IT-ORIGEM
                   MOVE WS-RC-VALOR     TO WS-IT-VALOR
                   MOVE WS-RC-NOME      TO WS-IT-NOME
                   MOVE ZEROS           TO WS-IT-DEPT
                   PERFORM 0250-LIBERA-ITEM
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           MOVE ZEROS     TO WS-MATRIC-SELECAO
           MOVE WS-DM-ANO TO WS-ANO-INICIAL
           MOVE WS-DM-ANO TO WS-ANO-FINAL

           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PF-MATRICULA NUMERIC
                           MOVE FD-PF-MATRICULA TO WS-MATRIC-SELECAO
                       ELSE
                           IF FD-PF-MATRICULA-X NOT = SPACES
                               MOVE 'N' TO WS-PARAM-VALIDO
                           END-IF
                       END-IF
                       IF FD-PF-ANO-INICIAL NUMERIC
                           AND FD-PF-ANO-INICIAL > ZEROS
                           MOVE FD-PF-ANO-INICIAL TO WS-ANO-INICIAL
                           MOVE FD-PF-ANO-INICIAL TO WS-ANO-FINAL
                       END-IF
                       IF FD-PF-ANO-FINAL NUMERIC
                           AND FD-PF-ANO-FINAL > ZEROS
                           MOVE FD-PF-ANO-FINAL TO WS-ANO-FINAL
                       END-IF
               END-READ
               CLOSE ARQPARAM
           END-IF

           IF WS-ANO-INICIAL > WS-ANO-FINAL
               MOVE 'N' TO WS-PARAM-VALIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ABRE-FICHA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PRIMEIRO
           MOVE FD-FO-MATRICULA TO WS-MATRIC-ATUAL
           MOVE FD-FO-ANO       TO WS-ANO-ATUAL
           MOVE SPACES          TO WS-NOME-ATUAL
           MOVE ZEROS           TO WS-SEQ-DESCARTADO
           INITIALIZE WS-TAB-MESES
           INITIALIZE WS-TAB-LINHAS
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULA-ITEM.
      *----------------------------------------------------------------*
      * A monthly reference closed twice keeps the first run; the 13o
      * installments (month 13), the rescisao amounts and the vacation
      * pay are summed.
           MOVE 'S' TO WS-ITEM-VALIDO
           MOVE FD-FO-MES TO WS-IDX-MES

           IF FD-FO-ORIGEM NOT = 'R' AND 'V' AND WS-IDX-MES <= 12
               IF WS-MS-SEQ(WS-IDX-MES) = ZEROS
                   MOVE FD-FO-SEQ TO WS-MS-SEQ(WS-IDX-MES)
               END-IF
               IF FD-FO-SEQ NOT = WS-MS-SEQ(WS-IDX-MES)
                   MOVE 'N' TO WS-ITEM-VALIDO
                   IF FD-FO-SEQ NOT = WS-SEQ-DESCARTADO
                       MOVE FD-FO-SEQ TO WS-SEQ-DESCARTADO
                       ADD 1 TO WS-QTD-DUPLICADOS
                       DISPLAY 'REFERENCIA REPETIDA EM HISTFOLHA.TXT - '
                               'IGNORADA: ' FD-FO-MATRICULA ' '
                               FD-FO-ANO FD-FO-MES
                   END-IF
               END-IF
           END-IF

           IF WS-ITEM-VALIDO = 'S'
               IF FD-FO-NOME NOT = SPACES
                   MOVE FD-FO-NOME TO WS-NOME-ATUAL
               END-IF
               IF FD-FO-ORIGEM = 'F'
                   MOVE FD-FO-DEPT TO WS-MS-DEPT(WS-IDX-MES)
               END-IF

               PERFORM 2200-LOCALIZA-LINHA

               IF WS-IDX-ACHADO > ZEROS
                   ADD FD-FO-VALOR TO
                       WS-LN-VALOR(WS-IDX-ACHADO, WS-IDX-MES)
                   ADD FD-FO-VALOR TO WS-LN-TOTAL(WS-IDX-ACHADO)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LOCALIZA-LINHA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                   UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-LN-ORDEM(WS-IDX-LINHA) = FD-FO-ORDEM
                   SET WS-IDX-ACHADO TO WS-IDX-LINHA
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = ZEROS
               IF WS-QTD-LINHAS < 80
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE WS-QTD-LINHAS TO WS-IDX-ACHADO
                   MOVE FD-FO-ORDEM  TO WS-LN-ORDEM(WS-IDX-ACHADO)
                   MOVE FD-FO-ROTULO TO WS-LN-ROTULO(WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-LINHAS-TRUNCADAS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-FICHA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-FICHAS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-ANO-ATUAL    TO WS-TIT-ANO
           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           MOVE WS-MATRIC-ATUAL TO WS-LF-MATRICULA
           MOVE WS-NOME-ATUAL   TO WS-LF-NOME
           WRITE REG-RELATORIO FROM WS-LINHA-FUNC

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-CABEC-SEMESTRE-1
           MOVE 01 TO WS-MES-INICIAL
           MOVE 06 TO WS-QTD-MESES-BLOCO
           PERFORM 3100-IMPRIME-BLOCO

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-CABEC-SEMESTRE-2
           MOVE 07 TO WS-MES-INICIAL
           MOVE 07 TO WS-QTD-MESES-BLOCO
           PERFORM 3100-IMPRIME-BLOCO

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-IMPRIME-BLOCO.
      *----------------------------------------------------------------*
      * One block of months: department line, then the rows in key
      * order. The year total goes only on the second block.
           MOVE 'DEPARTAMENTO' TO WS-LD-ROTULO
           PERFORM VARYING WS-IDX-CELULA FROM 1 BY 1
                   UNTIL WS-IDX-CELULA > 7
               MOVE SPACES TO WS-LD-BRANCOS(WS-IDX-CELULA)
               MOVE ZEROS  TO WS-LD-DEPT(WS-IDX-CELULA)
               IF WS-IDX-CELULA <= WS-QTD-MESES-BLOCO
                   COMPUTE WS-IDX-MES =
                           WS-MES-INICIAL + WS-IDX-CELULA - 1
                   MOVE WS-MS-DEPT(WS-IDX-MES) TO
                        WS-LD-DEPT(WS-IDX-CELULA)
               END-IF
           END-PERFORM
           WRITE REG-RELATORIO FROM WS-LINHA-DEPTOS

           MOVE ZEROS TO WS-ORDEM-IMPRESSA
           MOVE ZEROS TO WS-QTD-IMPRESSAS
           PERFORM UNTIL WS-QTD-IMPRESSAS >= WS-QTD-LINHAS
               MOVE 9999  TO WS-ORDEM-MENOR
               MOVE ZEROS TO WS-IDX-MENOR
               PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                       UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
                   IF WS-LN-ORDEM(WS-IDX-LINHA) > WS-ORDEM-IMPRESSA
                       AND WS-LN-ORDEM(WS-IDX-LINHA) <= WS-ORDEM-MENOR
                       MOVE WS-LN-ORDEM(WS-IDX-LINHA) TO
                            WS-ORDEM-MENOR
                       SET WS-IDX-MENOR TO WS-IDX-LINHA
                   END-IF
               END-PERFORM
               ADD 1 TO WS-QTD-IMPRESSAS
               IF WS-IDX-MENOR > ZEROS
                   MOVE WS-ORDEM-MENOR TO WS-ORDEM-IMPRESSA
                   PERFORM 3200-IMPRIME-LINHA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-IMPRIME-LINHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-LINHA-VALORES
           MOVE WS-LN-ROTULO(WS-IDX-MENOR) TO WS-LV-ROTULO

           PERFORM VARYING WS-IDX-CELULA FROM 1 BY 1
                   UNTIL WS-IDX-CELULA > 7
               MOVE ZEROS TO WS-LV-VALOR(WS-IDX-CELULA)
               IF WS-IDX-CELULA <= WS-QTD-MESES-BLOCO
                   COMPUTE WS-IDX-MES =
                           WS-MES-INICIAL + WS-IDX-CELULA - 1
                   MOVE WS-LN-VALOR(WS-IDX-MENOR, WS-IDX-MES) TO
                        WS-LV-VALOR(WS-IDX-CELULA)
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-LV-TOTAL
           IF WS-MES-INICIAL > 01
               MOVE WS-LN-TOTAL(WS-IDX-MENOR) TO WS-LV-TOTAL
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-VALORES
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMFICHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'HISTFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'ARQRESCISAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'FICHAORD.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQFICHAFINANCEIRA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
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

       END PROGRAM FICHA_FINANCEIRA.
