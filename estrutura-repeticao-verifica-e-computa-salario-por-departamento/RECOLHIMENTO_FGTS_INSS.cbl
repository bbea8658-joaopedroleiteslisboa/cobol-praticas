      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Monthly FGTS and INSS collection step. Reads the 'F'
      *          records of one reference in HISTFOLHA.TXT (from
      *          PARAMRECOLHIMENTO.TXT, AAAAMM; when absent, the month
      *          of the data-movimento, as written by the monthly
      *          payroll), plus the vacation pay ('V' records) of the
      *          same reference, and writes the collection interface
      *          ARQRECOLHIMENTO.TXT: '00' header, one '01' line per
      *          employee (FGTS base, 8% deposit, INSS withheld) and a
      *          '99' trailer with the count and totals, which
      *          CONTROLE_INTERFACE registers in PROTOCOLOINTERFACE.TXT
      *          as trailer type G. The summary
      *          ARQRESUMORECOLHIMENTO.TXT shows per department the
      *          employer INSS, RAT and third-party (terceiros)
      *          contributions on the same base, at the rates of
      *          PARAMRECOLHIMENTO.TXT (defaults 20%, 2% and 5,8%).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOLHIMENTO_FGTS_INSS.
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

       SELECT ARQHISTFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTFOLHA.
      *
       SELECT ARQPARAM
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQDEPT
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPT.
      *
       SELECT ARQRECOLHIMENTO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL.
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

       FD  ARQHISTFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTFOLHA.TXT".
       01  REG-HIST-FUNC.
           03 FD-HF-TIPO           PIC X(01).
           03 FD-HF-REF            PIC 9(06).
           03 FD-HF-MATRICULA      PIC 9(09).
           03 FD-HF-NOME           PIC X(30).
           03 FD-HF-DEPT           PIC 9(05).
           03 FD-HF-BRUTO          PIC 9(9)V99.
           03 FD-HF-INSS           PIC 9(7)V99.
           03 FD-HF-IRRF           PIC 9(7)V99.
           03 FD-HF-NET            PIC 9(9)V99.
           03 FD-HF-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HF-DIF-RETROATIVO PIC 9(7)V99.

       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMRECOLHIMENTO.TXT".
       01  REG-PARAM-RECOLHIMENTO.
           03 FD-PR-REF            PIC 9(06).
           03 FD-PR-ALIQ-PATRONAL  PIC 9(2)V99.
           03 FD-PR-ALIQ-RAT       PIC 9(2)V99.
           03 FD-PR-ALIQ-TERCEIROS PIC 9(2)V99.

       FD  ARQDEPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPARTAMENTOS.TXT".
       01  REG-DEPARTAMENTOS.
           03 FD-DEPT-COD          PIC 9(05).
           03 FD-DEPT-NOME         PIC X(20).

       FD  ARQRECOLHIMENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQRECOLHIMENTO.TXT".
       01  REG-RECOLHIMENTO       PIC X(80).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQRESUMORECOLHIMENTO.TXT".
       01  REG-RELATORIO          PIC X(120).

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
           VALUE 'HISTFOLHA.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'PARAMRECOLHIMENTO.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DEPARTAMENTOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'ARQRECOLHIMENTO.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQRESUMORECOLHIMENTO.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-HIST        PIC X(01) VALUE ' '.
       77  WS-EOF-DEPT        PIC X(01) VALUE ' '.
       77  WS-STATUS-HISTFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT     PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(120) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-REF-RECOLHIMENTO PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-GRAVADOS    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DUPLICADOS  PIC 9(06) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-DUPLICADO       PIC X(01) VALUE 'N'.
       77  WS-ACHOU-DEPT      PIC X(01) VALUE 'N'.
       77  WS-ACHOU-FERIAS    PIC X(01) VALUE 'N'.

      * Collection rates. FGTS is the legal 8% deposit; the employer
      * rates may be overridden in PARAMRECOLHIMENTO.TXT.
       77  WS-ALIQ-FGTS       PIC 9(2)V99 VALUE 8,00.
       77  WS-ALIQ-PATRONAL   PIC 9(2)V99 VALUE 20,00.
       77  WS-ALIQ-RAT        PIC 9(2)V99 VALUE 2,00.
       77  WS-ALIQ-TERCEIROS  PIC 9(2)V99 VALUE 5,80.

       77  WS-BASE-FGTS       PIC 9(9)V99 VALUE ZEROS.
       77  WS-DEPOSITO-FGTS   PIC 9(7)V99 VALUE ZEROS.
       77  WS-INSS-FUNC       PIC 9(7)V99 VALUE ZEROS.
       77  WS-TOT-BASE        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-FGTS        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-INSS        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-PATRONAL    PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-RAT         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-TERCEIROS   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-RECOLHER    PIC 9(11)V99 VALUE ZEROS.

       01  WS-TAB-MATRICULAS.
           03 WS-QTD-MATRIC      PIC 9(04) VALUE ZEROS.
           03 WS-MATRIC OCCURS 1000 TIMES INDEXED BY WS-IDX-MATRIC
                                       PIC 9(09).

      * Vacation paid in the reference by the vacation run, summed per
      * matricula and collected with the monthly payroll of the
      * employee (or on its own when there is none).
       01  WS-TAB-FERIAS.
           03 WS-QTD-FERIAS      PIC 9(04) VALUE ZEROS.
           03 WS-FERIAS OCCURS 1000 TIMES INDEXED BY WS-IDX-FER.
              05 WS-FR-MATRICULA PIC 9(09).
              05 WS-FR-NOME      PIC X(30).
              05 WS-FR-DEPT      PIC 9(05).
              05 WS-FR-BASE      PIC 9(9)V99.
              05 WS-FR-INSS      PIC 9(7)V99.
              05 WS-FR-USADO     PIC X(01).

       01  WS-TAB-DEPARTAMENTOS.
           03 WS-QTD-DEPT        PIC 9(03) VALUE ZEROS.
           03 WS-DEPT OCCURS 50 TIMES INDEXED BY WS-IDX-DEPT.
              05 WS-DEPT-COD     PIC 9(05).
              05 WS-DEPT-NOME    PIC X(20).
              05 WS-DEPT-CONT    PIC 9(05).
              05 WS-DEPT-BASE    PIC 9(11)V99.
              05 WS-DEPT-FGTS    PIC 9(11)V99.
              05 WS-DEPT-INSS    PIC 9(11)V99.
              05 WS-DEPT-PATRONAL PIC 9(11)V99.
              05 WS-DEPT-RAT     PIC 9(11)V99.
              05 WS-DEPT-TERCEIROS PIC 9(11)V99.

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

      * Collection interface layout (80 bytes).
       01  WS-RC-HEADER.
           03 FILLER              PIC X(02) VALUE '00'.
           03 WS-RH-REF           PIC 9(06).
           03 WS-RH-DATA-GERACAO  PIC 9(08).
           03 WS-RH-ALIQ-FGTS     PIC 9(2)V99.
           03 FILLER              PIC X(60) VALUE SPACES.

       01  WS-RC-DETALHE.
           03 FILLER              PIC X(02) VALUE '01'.
           03 WS-RD-MATRICULA     PIC 9(09).
           03 WS-RD-NOME          PIC X(30).
           03 WS-RD-DEPT          PIC 9(05).
           03 WS-RD-BASE-FGTS     PIC 9(9)V99.
           03 WS-RD-DEPOSITO      PIC 9(7)V99.
           03 WS-RD-INSS          PIC 9(7)V99.
           03 FILLER              PIC X(05) VALUE SPACES.

       01  WS-RC-TRAILER.
           03 FILLER              PIC X(02) VALUE '99'.
           03 WS-RT-QTD           PIC 9(06).
           03 WS-RT-FGTS          PIC 9(11)V99.
           03 WS-RT-INSS          PIC 9(11)V99.
           03 WS-RT-TOTAL         PIC 9(11)V99.
           03 FILLER              PIC X(33) VALUE SPACES.

       01  WS-LINHA-TITULO.
           03 FILLER  PIC X(44) VALUE
                  'RESUMO DE RECOLHIMENTO FGTS/INSS - REF.:    '.
           03 WS-TIT-REF          PIC 9(06).
           03 FILLER  PIC X(14) VALUE '  EMITIDO EM: '.
           03 WS-TIT-DATA         PIC X(10).

       01  WS-LINHA-ALIQUOTAS.
           03 FILLER  PIC X(16) VALUE 'ALIQUOTAS: FGTS '.
           03 WS-AL-FGTS          PIC Z9,99.
           03 FILLER  PIC X(11) VALUE '% PATRONAL '.
           03 WS-AL-PATRONAL      PIC Z9,99.
           03 FILLER  PIC X(06) VALUE '% RAT '.
           03 WS-AL-RAT           PIC Z9,99.
           03 FILLER  PIC X(12) VALUE '% TERCEIROS '.
           03 WS-AL-TERCEIROS     PIC Z9,99.
           03 FILLER  PIC X(01) VALUE '%'.

       01  WS-LINHA-CABEC.
           03 FILLER  PIC X(26) VALUE 'DEPARTAMENTO'.
           03 FILLER  PIC X(05) VALUE '  QTD'.
           03 FILLER  PIC X(13) VALUE '         BASE'.
           03 FILLER  PIC X(13) VALUE '         FGTS'.
           03 FILLER  PIC X(13) VALUE '  INSS RETIDO'.
           03 FILLER  PIC X(13) VALUE '  INSS PATRON'.
           03 FILLER  PIC X(13) VALUE '          RAT'.
           03 FILLER  PIC X(13) VALUE '    TERCEIROS'.

       01  WS-LINHA-DEPT.
           03 WS-LD-COD           PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LD-NOME          PIC X(20).
           03 WS-LD-CONT          PIC ZZZZ9.
           03 WS-LD-BASE          PIC Z.ZZZ.ZZ9,99.
           03 WS-LD-FGTS          PIC Z.ZZZ.ZZ9,99.
           03 WS-LD-INSS          PIC Z.ZZZ.ZZ9,99.
           03 WS-LD-PATRONAL      PIC Z.ZZZ.ZZ9,99.
           03 WS-LD-RAT           PIC Z.ZZZ.ZZ9,99.
           03 WS-LD-TERCEIROS     PIC Z.ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           03 WS-LT-ROTULO        PIC X(36).
           03 WS-LT-VALOR         PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           PERFORM 0500-CARREGA-PARAMETRO
           PERFORM 0550-CARREGA-DEPARTAMENTOS
           PERFORM 1000-CARREGA-FERIAS

           OPEN INPUT ARQHISTFOLHA
           IF WS-STATUS-HISTFOLHA NOT = '00' AND '02'
               DISPLAY 'HISTORICO DA FOLHA AUSENTE: HISTFOLHA.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQRECOLHIMENTO
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-REF-RECOLHIMENTO TO WS-RH-REF
           MOVE WS-DATA-MOVIMENTO   TO WS-RH-DATA-GERACAO
           MOVE WS-ALIQ-FGTS        TO WS-RH-ALIQ-FGTS
           WRITE REG-RECOLHIMENTO FROM WS-RC-HEADER

           PERFORM UNTIL WS-EOF-HIST = 'S'
               READ ARQHISTFOLHA
                   AT END
                       MOVE 'S' TO WS-EOF-HIST
                   NOT AT END
                       IF FD-HF-TIPO = 'F'
                           AND FD-HF-REF = WS-REF-RECOLHIMENTO
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 2000-PROCESSA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQHISTFOLHA

      * A history with more employees than the table would let the
      * same matricula be collected twice - nothing is left behind.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'REFERENCIA ' WS-REF-RECOLHIMENTO
                       ' COM MAIS DE 1000 FUNCIONARIOS - '
                       'RECOLHIMENTO ABORTADO'
               CLOSE ARQRECOLHIMENTO ARQJOBLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2400-GRAVA-FERIAS-AVULSAS

           COMPUTE WS-TOT-RECOLHER = WS-TOT-FGTS + WS-TOT-INSS
           MOVE WS-QTD-GRAVADOS TO WS-RT-QTD
           MOVE WS-TOT-FGTS     TO WS-RT-FGTS
           MOVE WS-TOT-INSS     TO WS-RT-INSS
           MOVE WS-TOT-RECOLHER TO WS-RT-TOTAL
           WRITE REG-RECOLHIMENTO FROM WS-RC-TRAILER

           PERFORM 3000-GERA-RESUMO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQRECOLHIMENTO ARQJOBLOG

           DISPLAY 'RECOLHIMENTO REF. ' WS-REF-RECOLHIMENTO
                   ' FUNCIONARIOS: ' WS-QTD-GRAVADOS
                   ' DUPLICADOS: ' WS-QTD-DUPLICADOS

           IF WS-QTD-GRAVADOS = ZEROS
               DISPLAY 'NENHUMA FOLHA DA REFERENCIA '
                       WS-REF-RECOLHIMENTO ' EM HISTFOLHA.TXT'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-QTD-DUPLICADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'RECOLHIMENTO_FGTS_INSS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           COMPUTE WS-REF-RECOLHIMENTO = WS-DM-ANO * 100 + WS-DM-MES

           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PR-REF NUMERIC AND FD-PR-REF > ZEROS
                           MOVE FD-PR-REF TO WS-REF-RECOLHIMENTO
                       END-IF
                       IF FD-PR-ALIQ-PATRONAL NUMERIC
                           AND FD-PR-ALIQ-PATRONAL > ZEROS
                           MOVE FD-PR-ALIQ-PATRONAL TO
                                WS-ALIQ-PATRONAL
                       END-IF
                       IF FD-PR-ALIQ-RAT NUMERIC
                           AND FD-PR-ALIQ-RAT > ZEROS
                           MOVE FD-PR-ALIQ-RAT TO WS-ALIQ-RAT
                       END-IF
                       IF FD-PR-ALIQ-TERCEIROS NUMERIC
                           AND FD-PR-ALIQ-TERCEIROS > ZEROS
                           MOVE FD-PR-ALIQ-TERCEIROS TO
                                WS-ALIQ-TERCEIROS
                       END-IF
               END-READ
               CLOSE ARQPARAM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-CARREGA-DEPARTAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEPT

           IF WS-STATUS-DEPT = '00'
               PERFORM UNTIL WS-EOF-DEPT = 'S'
                   READ ARQDEPT
                       AT END
                           MOVE 'S' TO WS-EOF-DEPT
                       NOT AT END
                           IF WS-QTD-DEPT < 50
                               ADD 1 TO WS-QTD-DEPT
                               MOVE FD-DEPT-COD  TO
                                    WS-DEPT-COD(WS-QTD-DEPT)
                               MOVE FD-DEPT-NOME TO
                                    WS-DEPT-NOME(WS-QTD-DEPT)
                               PERFORM 0560-ZERA-DEPARTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0560-ZERA-DEPARTAMENTO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-DEPT-CONT(WS-QTD-DEPT)
           MOVE ZEROS TO WS-DEPT-BASE(WS-QTD-DEPT)
           MOVE ZEROS TO WS-DEPT-FGTS(WS-QTD-DEPT)
           MOVE ZEROS TO WS-DEPT-INSS(WS-QTD-DEPT)
           MOVE ZEROS TO WS-DEPT-PATRONAL(WS-QTD-DEPT)
           MOVE ZEROS TO WS-DEPT-RAT(WS-QTD-DEPT)
           MOVE ZEROS TO WS-DEPT-TERCEIROS(WS-QTD-DEPT)
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-CARREGA-FERIAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHISTFOLHA

           IF WS-STATUS-HISTFOLHA = '00' OR '02'
               PERFORM UNTIL WS-EOF-HIST = 'S'
                   READ ARQHISTFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           IF FD-HF-TIPO = 'V'
                               AND FD-HF-REF = WS-REF-RECOLHIMENTO
                               AND FD-HF-BRUTO NUMERIC
                               AND FD-HF-INSS NUMERIC
                               ADD 1 TO WS-QTD-LIDOS
                               PERFORM 1100-GUARDA-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTFOLHA
           END-IF

           MOVE ' ' TO WS-EOF-HIST
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-GUARDA-FERIAS.
      *----------------------------------------------------------------*
      * Every fraction paid in the month adds to the same matricula.
           MOVE 'N' TO WS-ACHOU-FERIAS

           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIAS
                   OR WS-ACHOU-FERIAS = 'S'
               IF WS-FR-MATRICULA(WS-IDX-FER) = FD-HF-MATRICULA
                   MOVE 'S' TO WS-ACHOU-FERIAS
               END-IF
           END-PERFORM

           IF WS-ACHOU-FERIAS = 'S'
               SET WS-IDX-FER DOWN BY 1
           ELSE
               IF WS-QTD-FERIAS >= 1000
                   MOVE 'S' TO WS-CARGA-TRUNCADA
               ELSE
                   ADD 1 TO WS-QTD-FERIAS
                   SET WS-IDX-FER TO WS-QTD-FERIAS
                   MOVE FD-HF-MATRICULA TO WS-FR-MATRICULA(WS-IDX-FER)
                   MOVE FD-HF-NOME      TO WS-FR-NOME(WS-IDX-FER)
                   MOVE FD-HF-DEPT      TO WS-FR-DEPT(WS-IDX-FER)
                   MOVE ZEROS           TO WS-FR-BASE(WS-IDX-FER)
                   MOVE ZEROS           TO WS-FR-INSS(WS-IDX-FER)
                   MOVE 'N'             TO WS-FR-USADO(WS-IDX-FER)
                   MOVE 'S'             TO WS-ACHOU-FERIAS
               END-IF
           END-IF

           IF WS-ACHOU-FERIAS = 'S'
               ADD FD-HF-BRUTO TO WS-FR-BASE(WS-IDX-FER)
               ADD FD-HF-INSS  TO WS-FR-INSS(WS-IDX-FER)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESSA-FUNCIONARIO.
      *----------------------------------------------------------------*
      * A reference reprocessed after a restart may carry the same
      * matricula twice; only the first record is collected.
           MOVE 'N' TO WS-DUPLICADO

           PERFORM VARYING WS-IDX-MATRIC FROM 1 BY 1
                   UNTIL WS-IDX-MATRIC > WS-QTD-MATRIC
                   OR WS-DUPLICADO = 'S'
               IF WS-MATRIC(WS-IDX-MATRIC) = FD-HF-MATRICULA
                   MOVE 'S' TO WS-DUPLICADO
               END-IF
           END-PERFORM

           IF WS-DUPLICADO = 'S'
               ADD 1 TO WS-QTD-DUPLICADOS
               DISPLAY 'MATRICULA REPETIDA NA REFERENCIA - '
                       'IGNORADA: ' FD-HF-MATRICULA
           ELSE
               IF WS-QTD-MATRIC >= 1000
                   MOVE 'S' TO WS-CARGA-TRUNCADA
               ELSE
                   ADD 1 TO WS-QTD-MATRIC
                   MOVE FD-HF-MATRICULA TO WS-MATRIC(WS-QTD-MATRIC)
                   PERFORM 2100-GRAVA-DETALHE
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-GRAVA-DETALHE.
      *----------------------------------------------------------------*
      * Retroactive dissidio differences paid in the month are salary
      * for FGTS; records written before they were kept in the history
      * read the field as spaces.
           IF FD-HF-DIF-RETROATIVO NOT NUMERIC
               MOVE ZEROS TO FD-HF-DIF-RETROATIVO
           END-IF
           COMPUTE WS-BASE-FGTS = FD-HF-BRUTO + FD-HF-DIF-RETROATIVO
           MOVE FD-HF-INSS       TO WS-INSS-FUNC

      * Vacation pay, with its third, is FGTS base of the month it was
      * paid in, on the same line as the monthly payroll.
           MOVE 'N' TO WS-ACHOU-FERIAS
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIAS
                   OR WS-ACHOU-FERIAS = 'S'
               IF WS-FR-MATRICULA(WS-IDX-FER) = FD-HF-MATRICULA
                   MOVE 'S' TO WS-ACHOU-FERIAS
                   ADD WS-FR-BASE(WS-IDX-FER) TO WS-BASE-FGTS
                   ADD WS-FR-INSS(WS-IDX-FER) TO WS-INSS-FUNC
                   MOVE 'S' TO WS-FR-USADO(WS-IDX-FER)
               END-IF
           END-PERFORM

           MOVE FD-HF-MATRICULA  TO WS-RD-MATRICULA
           MOVE FD-HF-NOME       TO WS-RD-NOME
           MOVE FD-HF-DEPT       TO WS-RD-DEPT
           PERFORM 2300-GRAVA-LINHA
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-GRAVA-LINHA.
      *----------------------------------------------------------------*
           COMPUTE WS-DEPOSITO-FGTS ROUNDED =
                   WS-BASE-FGTS * WS-ALIQ-FGTS / 100

           MOVE WS-BASE-FGTS     TO WS-RD-BASE-FGTS
           MOVE WS-DEPOSITO-FGTS TO WS-RD-DEPOSITO
           MOVE WS-INSS-FUNC     TO WS-RD-INSS
           WRITE REG-RECOLHIMENTO FROM WS-RC-DETALHE

           ADD 1 TO WS-QTD-GRAVADOS
           ADD WS-BASE-FGTS     TO WS-TOT-BASE
           ADD WS-DEPOSITO-FGTS TO WS-TOT-FGTS
           ADD WS-INSS-FUNC     TO WS-TOT-INSS

           PERFORM 2200-ACUMULA-DEPT
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-FERIAS-AVULSAS.
      *----------------------------------------------------------------*
      * Vacation paid to an employee with no monthly payroll in the
      * reference is collected on a line of its own.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIAS
               IF WS-FR-USADO(WS-IDX-FER) = 'N'
                   MOVE WS-FR-MATRICULA(WS-IDX-FER) TO WS-RD-MATRICULA
                   MOVE WS-FR-NOME(WS-IDX-FER)      TO WS-RD-NOME
                   MOVE WS-FR-DEPT(WS-IDX-FER)      TO WS-RD-DEPT
                   MOVE WS-FR-BASE(WS-IDX-FER)      TO WS-BASE-FGTS
                   MOVE WS-FR-INSS(WS-IDX-FER)      TO WS-INSS-FUNC
                   PERFORM 2300-GRAVA-LINHA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULA-DEPT.
      *----------------------------------------------------------------*
      * A department missing from DEPARTAMENTOS.TXT still gets its own
      * line, so the summary always adds up to the file trailer.
           MOVE 'N' TO WS-ACHOU-DEPT

           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   OR WS-ACHOU-DEPT = 'S'
               IF WS-DEPT-COD(WS-IDX-DEPT) = WS-RD-DEPT
                   MOVE 'S' TO WS-ACHOU-DEPT
               END-IF
           END-PERFORM

           IF WS-ACHOU-DEPT = 'S'
               SET WS-IDX-DEPT DOWN BY 1
           ELSE
               IF WS-QTD-DEPT < 50
                   ADD 1 TO WS-QTD-DEPT
                   MOVE WS-RD-DEPT TO WS-DEPT-COD(WS-QTD-DEPT)
                   MOVE 'NAO CADASTRADO' TO WS-DEPT-NOME(WS-QTD-DEPT)
                   PERFORM 0560-ZERA-DEPARTAMENTO
                   SET WS-IDX-DEPT TO WS-QTD-DEPT
               ELSE
                   SET WS-IDX-DEPT TO WS-QTD-DEPT
               END-IF
           END-IF

           ADD 1                TO WS-DEPT-CONT(WS-IDX-DEPT)
           ADD WS-BASE-FGTS     TO WS-DEPT-BASE(WS-IDX-DEPT)
           ADD WS-DEPOSITO-FGTS TO WS-DEPT-FGTS(WS-IDX-DEPT)
           ADD WS-INSS-FUNC     TO WS-DEPT-INSS(WS-IDX-DEPT)
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GERA-RESUMO.
      *----------------------------------------------------------------*
      * Employer contributions are computed on the department base so
      * the rounding of each line is the rounding collected.
           OPEN OUTPUT ARQREL

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-REF-RECOLHIMENTO TO WS-TIT-REF
           MOVE WS-DATA-SISTEMA     TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO

           MOVE WS-ALIQ-FGTS      TO WS-AL-FGTS
           MOVE WS-ALIQ-PATRONAL  TO WS-AL-PATRONAL
           MOVE WS-ALIQ-RAT       TO WS-AL-RAT
           MOVE WS-ALIQ-TERCEIROS TO WS-AL-TERCEIROS
           WRITE REG-RELATORIO FROM WS-LINHA-ALIQUOTAS
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC

           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               IF WS-DEPT-CONT(WS-IDX-DEPT) > ZEROS
                   COMPUTE WS-DEPT-PATRONAL(WS-IDX-DEPT) ROUNDED =
                           WS-DEPT-BASE(WS-IDX-DEPT)
                           * WS-ALIQ-PATRONAL / 100
                   COMPUTE WS-DEPT-RAT(WS-IDX-DEPT) ROUNDED =
                           WS-DEPT-BASE(WS-IDX-DEPT)
                           * WS-ALIQ-RAT / 100
                   COMPUTE WS-DEPT-TERCEIROS(WS-IDX-DEPT) ROUNDED =
                           WS-DEPT-BASE(WS-IDX-DEPT)
                           * WS-ALIQ-TERCEIROS / 100

                   MOVE WS-DEPT-COD(WS-IDX-DEPT)      TO WS-LD-COD
                   MOVE WS-DEPT-NOME(WS-IDX-DEPT)     TO WS-LD-NOME
                   MOVE WS-DEPT-CONT(WS-IDX-DEPT)     TO WS-LD-CONT
                   MOVE WS-DEPT-BASE(WS-IDX-DEPT)     TO WS-LD-BASE
                   MOVE WS-DEPT-FGTS(WS-IDX-DEPT)     TO WS-LD-FGTS
                   MOVE WS-DEPT-INSS(WS-IDX-DEPT)     TO WS-LD-INSS
                   MOVE WS-DEPT-PATRONAL(WS-IDX-DEPT) TO WS-LD-PATRONAL
                   MOVE WS-DEPT-RAT(WS-IDX-DEPT)      TO WS-LD-RAT
                   MOVE WS-DEPT-TERCEIROS(WS-IDX-DEPT) TO
                        WS-LD-TERCEIROS
                   WRITE REG-RELATORIO FROM WS-LINHA-DEPT

                   ADD WS-DEPT-PATRONAL(WS-IDX-DEPT) TO WS-TOT-PATRONAL
                   ADD WS-DEPT-RAT(WS-IDX-DEPT)      TO WS-TOT-RAT
                   ADD WS-DEPT-TERCEIROS(WS-IDX-DEPT) TO
                       WS-TOT-TERCEIROS
               END-IF
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'TOTAL BASE FGTS/INSS:' TO WS-LT-ROTULO
           MOVE WS-TOT-BASE TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE 'TOTAL DEPOSITO FGTS:' TO WS-LT-ROTULO
           MOVE WS-TOT-FGTS TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE 'TOTAL INSS RETIDO DOS EMPREGADOS:' TO WS-LT-ROTULO
           MOVE WS-TOT-INSS TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE 'TOTAL INSS PATRONAL:' TO WS-LT-ROTULO
           MOVE WS-TOT-PATRONAL TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE 'TOTAL RAT:' TO WS-LT-ROTULO
           MOVE WS-TOT-RAT TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE 'TOTAL TERCEIROS:' TO WS-LT-ROTULO
           MOVE WS-TOT-TERCEIROS TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           MOVE 'TOTAL GERAL DA GUIA DE INSS:' TO WS-LT-ROTULO
           COMPUTE WS-LT-VALOR = WS-TOT-INSS + WS-TOT-PATRONAL
                   + WS-TOT-RAT + WS-TOT-TERCEIROS
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           CLOSE ARQREL
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'HISTFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'PARAMRECOLHIMENTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DEPARTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'ARQRECOLHIMENTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQRESUMORECOLHIMENTO.TXT' TO WS-CFG-LOGICO
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

       END PROGRAM RECOLHIMENTO_FGTS_INSS.
