      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Vacation payment run. Reads the scheduled vacations
      *          of PROGFERIAS.TXT (matricula, first day of rest and
      *          number of days), takes the days from the oldest
      *          acquired period of the FERIAS.TXT control master,
      *          pays ferias plus the constitutional third (in double
      *          when the rest starts after the concession limit),
      *          withholds INSS/IRRF through the TABTRIBUTOS.TXT
      *          brackets in force, prints one recibo de ferias per
      *          employee in ARQRECIBOFERIAS.TXT and writes the credits
      *          to ARQREMESSAFERIAS.TXT in the bank remittance layout
      *          of the monthly payroll. Each payment is appended to
      *          HISTFOLHA.TXT as a 'V' record (the 'F' layout, under
      *          the reference of the data-movimento) for the informe
      *          de rendimentos, the ficha financeira and the FGTS
      *          collection, and the days of rest to GOZOFERIAS.TXT so
      *          the monthly payroll does not pay them again. Invalid
      *          schedules, and schedules not after the last rest
      *          already paid to the matricula (a rerun), go to
      *          EXCVALID.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS_FOLHA.
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

       SELECT ARQPROGFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PROGFERIAS.
      *
       SELECT ARQFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FERIAS.
      *
       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
      *
       SELECT ARQTRIBUTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-TRIBUTOS.
      *
       SELECT ARQPARAMREMESSA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAMREMESSA.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQREMESSA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQEXCVALID
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQDEPENDENTES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPENDENTES.
      *
       SELECT ARQHISTFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-11
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTFOLHA.
      *
       SELECT ARQGOZOFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-12
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-GOZOFERIAS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPROGFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROGFERIAS.TXT".
       01  REG-PROG-FERIAS.
           03 FD-PG-MATRICULA      PIC 9(09).
           03 FD-PG-INICIO-GOZO    PIC 9(08).
           03 FD-PG-DIAS           PIC 9(02).

       FD  ARQFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FERIAS.TXT".
           COPY FERIAS.

       FD  ARQ-DB-ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DBREGISTRODEP.TXT".
       01  REG-PESSOAS-ENTRADA.
           03 FD1-COD-P            PIC 9(09).
           03 FD1-NOME-P           PIC X(30).
           03 FD1-COD-DEPT.
              05 FD1-COD-DIVISAO   PIC 9(02).
              05 FD1-COD-CCUSTO    PIC 9(03).
           03 FD1-SALARIO          PIC 9(9)V99.
           03 FD1-BANCO            PIC 9(03).
           03 FD1-AGENCIA          PIC 9(04).
           03 FD1-CONTA            PIC 9(10).

       FD  ARQTRIBUTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TABTRIBUTOS.TXT".
       01  REG-TRIBUTOS.
           03 FD-TT-TIPO           PIC X(01).
           03 FD-TT-VIGENCIA       PIC 9(08).
           03 FD-TT-LIMITE         PIC 9(7)V99.
           03 FD-TT-ALIQ           PIC 9(2)V99.

       FD  ARQDEPENDENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPENDENTES.TXT".
           COPY DEPENDENTES.

       FD  ARQPARAMREMESSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMREMESSA.TXT".
       01  REG-PARAM-REMESSA.
           03 FD-PR-BANCO          PIC 9(03).
           03 FD-PR-AGENCIA        PIC 9(04).
           03 FD-PR-CONTA          PIC 9(10).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQRECIBOFERIAS.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQREMESSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQREMESSAFERIAS.TXT".
       01  REG-REMESSA            PIC X(80).

       FD  ARQEXCVALID
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXCVALID.TXT".
           COPY EXCVALID.

       FD  ARQJOBLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JOBLOG.TXT".
           COPY JOBLOG.

      * Vacation payment in the payroll history: the 'F' layout of the
      * monthly payroll under type 'V'.
       FD  ARQHISTFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTFOLHA.TXT".
       01  REG-HIST-FERIAS.
           03 FD-HV-TIPO           PIC X(01).
           03 FD-HV-REF            PIC 9(06).
           03 FD-HV-MATRICULA      PIC 9(09).
           03 FD-HV-NOME           PIC X(30).
           03 FD-HV-DEPT           PIC 9(05).
           03 FD-HV-BRUTO          PIC 9(9)V99.
           03 FD-HV-INSS           PIC 9(7)V99.
           03 FD-HV-IRRF           PIC 9(7)V99.
           03 FD-HV-NET            PIC 9(9)V99.
           03 FD-HV-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HV-DIF-RETROATIVO PIC 9(7)V99.

       FD  ARQGOZOFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GOZOFERIAS.TXT".
           COPY GOZOFERIAS.
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
           VALUE 'PROGFERIAS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'FERIAS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'TABTRIBUTOS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'PARAMREMESSA.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'ARQRECIBOFERIAS.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'ARQREMESSAFERIAS.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'DEPENDENTES.TXT'.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'HISTFOLHA.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'GOZOFERIAS.TXT'.

       77  WS-EOF-PROGFERIAS  PIC X(01) VALUE ' '.
       77  WS-EOF-FERIAS      PIC X(01) VALUE ' '.
       77  WS-EOF-DB          PIC X(01) VALUE ' '.
       77  WS-EOF-TRIBUTOS    PIC X(01) VALUE ' '.
       77  WS-STATUS-PROGFERIAS PIC X(02) VALUE SPACES.
       77  WS-STATUS-FERIAS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-TRIBUTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAMREMESSA PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-GOZOFERIAS PIC X(02) VALUE SPACES.
       77  WS-ULT-GOZO-PAGO   PIC 9(08) VALUE ZEROS.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-FERIAS-TRUNCADO PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-REJEITO  PIC X(15) VALUE SPACES.
       77  WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PAGOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77  WS-PER-ESCOLHIDO   PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-INT        PIC 9(08) VALUE ZEROS.
       77  WS-FIM-GOZO        PIC 9(08) VALUE ZEROS.
       77  WS-EM-DOBRO        PIC X(01) VALUE 'N'.

       77  WS-VLR-FERIAS      PIC 9(9)V99 VALUE ZEROS.
       77  WS-VLR-TERCO       PIC 9(9)V99 VALUE ZEROS.
       77  WS-VLR-DOBRA       PIC 9(9)V99 VALUE ZEROS.
       77  WS-VLR-BRUTO       PIC 9(9)V99 VALUE ZEROS.
       77  WS-INSS            PIC 9(7)V99 VALUE ZEROS.
       77  WS-IRRF            PIC 9(7)V99 VALUE ZEROS.
       77  WS-BASE-IRRF       PIC 9(9)V99 VALUE ZEROS.
       77  WS-VLR-LIQUIDO     PIC 9(9)V99 VALUE ZEROS.
       77  WS-ALIQ-INSS       PIC 9(2)V99 VALUE ZEROS.
       77  WS-ALIQ-IRRF       PIC 9(2)V99 VALUE ZEROS.
       77  WS-REM-QTD         PIC 9(06) VALUE ZEROS.
       77  WS-REM-TOTAL       PIC 9(11)V99 VALUE ZEROS.

      * Date-effective INSS/IRRF brackets from TABTRIBUTOS.TXT, picked
      * by the greatest vigencia not after the data-movimento exactly
      * as in the monthly payroll, with the same fallback brackets.
       77  WS-VIG-INSS        PIC 9(08) VALUE ZEROS.
       77  WS-VIG-IRRF        PIC 9(08) VALUE ZEROS.
       77  WS-VIG-DEDUCAO     PIC 9(08) VALUE ZEROS.
       77  WS-DEDUCAO-DEP     PIC 9(7)V99 VALUE ZEROS.

      * The 'D' amount is deducted once per dependent flagged for IRRF
      * in DEPENDENTES.TXT, as in the monthly payroll.
       77  WS-STATUS-DEPENDENTES PIC X(02) VALUE SPACES.
       77  WS-EOF-DEPENDENTES PIC X(01) VALUE ' '.
       77  WS-DEPEND-TRUNCADO PIC X(01) VALUE 'N'.
       77  WS-QTD-DEP-IRRF    PIC 9(02) VALUE ZEROS.
       77  WS-DEDUCAO-FUNC    PIC 9(7)V99 VALUE ZEROS.

       01  WS-TAB-DEPENDENTES.
           03 WS-QTD-DEPEND      PIC 9(04) VALUE ZEROS.
           03 WS-DEPEND OCCURS 1000 TIMES INDEXED BY WS-IDX-DEPEND.
              05 WS-DE-MATRICULA PIC 9(09).
       77  WS-ALIQ-ACHADA     PIC X(01) VALUE 'N'.
       77  WS-BASE-CALCULO    PIC 9(9)V99 VALUE ZEROS.

       01  WS-TAB-TRIB-INSS.
           03 WS-QTD-FX-INSS     PIC 9(02) VALUE ZEROS.
           03 WS-FX-INSS OCCURS 10 TIMES INDEXED BY WS-IDX-FXI.
              05 WS-FXI-LIMITE    PIC 9(7)V99.
              05 WS-FXI-ALIQ      PIC 9(2)V99.

       01  WS-TAB-TRIB-IRRF.
           03 WS-QTD-FX-IRRF     PIC 9(02) VALUE ZEROS.
           03 WS-FX-IRRF OCCURS 10 TIMES INDEXED BY WS-IDX-FXR.
              05 WS-FXR-LIMITE    PIC 9(7)V99.
              05 WS-FXR-ALIQ      PIC 9(2)V99.

       01  WS-TAB-FERIAS.
           03 WS-QTD-FERIAS      PIC 9(04) VALUE ZEROS.
           03 WS-FERIAS OCCURS 1000 TIMES INDEXED BY WS-IDX-FE.
              05 WS-FT-MATRICULA  PIC 9(09).
              05 WS-FT-ADMISSAO   PIC 9(08).
              05 WS-FT-PER-INICIO PIC 9(08).
              05 WS-FT-PER-FIM    PIC 9(08).
              05 WS-FT-LIMITE     PIC 9(08).
              05 WS-FT-DIAS-DIREITO PIC 9(02).
              05 WS-FT-DIAS-GOZADOS PIC 9(02).
              05 WS-FT-DIAS-SALDO PIC 9(02).
              05 WS-FT-SITUACAO   PIC X(01).
              05 WS-FT-ULT-GOZO   PIC 9(08).

       01  WS-TAB-FUNCIONARIOS.
           03 WS-QTD-FUNC        PIC 9(03) VALUE ZEROS.
           03 WS-FUNC OCCURS 500 TIMES INDEXED BY WS-IDX-FUNC.
              05 WS-FN-MATRICULA PIC 9(09).
              05 WS-FN-NOME      PIC X(30).
              05 WS-FN-DEPT      PIC 9(05).
              05 WS-FN-SALARIO   PIC 9(9)V99.
              05 WS-FN-BANCO     PIC 9(03).
              05 WS-FN-AGENCIA   PIC 9(04).
              05 WS-FN-CONTA     PIC 9(10).

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

       01  WS-REM-HEADER.
           03 FILLER              PIC X(01) VALUE '0'.
           03 WS-RH-BANCO         PIC 9(03).
           03 WS-RH-AGENCIA       PIC 9(04).
           03 WS-RH-CONTA         PIC 9(10).
           03 WS-RH-DATA-PAGTO    PIC X(08).
           03 FILLER              PIC X(54) VALUE SPACES.

       01  WS-REM-DETALHE.
           03 FILLER              PIC X(01) VALUE '1'.
           03 WS-RB-MATRICULA     PIC 9(09).
           03 WS-RB-NOME          PIC X(30).
           03 WS-RB-BANCO         PIC 9(03).
           03 WS-RB-AGENCIA       PIC 9(04).
           03 WS-RB-CONTA         PIC 9(10).
           03 WS-RB-VALOR         PIC 9(09)V99.
           03 FILLER              PIC X(12) VALUE SPACES.

       01  WS-REM-TRAILER.
           03 FILLER              PIC X(01) VALUE '9'.
           03 WS-RT-QTD           PIC 9(06).
           03 WS-RT-TOTAL         PIC 9(11)V99.
           03 FILLER              PIC X(60) VALUE SPACES.

       01  WS-RF-TITULO.
           03 FILLER              PIC X(24)
                  VALUE 'RECIBO DE FERIAS - DATA:'.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-RF-DATA          PIC X(10).

       01  WS-RF-FUNCIONARIO.
           03 FILLER              PIC X(11) VALUE 'MATRICULA: '.
           03 WS-RF-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 FILLER              PIC X(06) VALUE 'NOME: '.
           03 WS-RF-NOME          PIC X(30).

       01  WS-RF-PERIODO.
           03 FILLER              PIC X(20)
                  VALUE 'PERIODO AQUISITIVO: '.
           03 WS-RF-PER-INICIO    PIC 9(08).
           03 FILLER              PIC X(03) VALUE ' A '.
           03 WS-RF-PER-FIM       PIC 9(08).

       01  WS-RF-GOZO.
           03 FILLER              PIC X(20)
                  VALUE 'GOZO:               '.
           03 WS-RF-GOZO-INICIO   PIC 9(08).
           03 FILLER              PIC X(03) VALUE ' A '.
           03 WS-RF-GOZO-FIM      PIC 9(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-RF-DIAS          PIC Z9.
           03 FILLER              PIC X(05) VALUE ' DIAS'.

       01  WS-RF-VERBA.
           03 WS-RV-ROTULO        PIC X(22).
           03 WS-RV-VALOR         PIC ZZZ.ZZ9,99.

       01  WS-RF-INSS.
           03 FILLER              PIC X(06) VALUE 'INSS ('.
           03 WS-RF-ALIQ-INSS     PIC Z9,9.
           03 FILLER              PIC X(04) VALUE '%): '.
           03 FILLER              PIC X(08) VALUE SPACES.
           03 WS-RF-VLR-INSS      PIC ZZZ.ZZ9,99.

       01  WS-RF-IRRF.
           03 FILLER              PIC X(06) VALUE 'IRRF ('.
           03 WS-RF-ALIQ-IRRF     PIC Z9,9.
           03 FILLER              PIC X(04) VALUE '%): '.
           03 FILLER              PIC X(08) VALUE SPACES.
           03 WS-RF-VLR-IRRF      PIC ZZZ.ZZ9,99.

       01  WS-RF-LIQUIDO.
           03 FILLER              PIC X(22)
                  VALUE 'LIQUIDO DE FERIAS:    '.
           03 WS-RF-VLR-LIQ       PIC ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0500-CARREGA-FUNCIONARIOS

           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'DBREGISTRODEP.TXT COM MAIS DE 500 '
                       'FUNCIONARIOS - FERIAS ABORTADAS PARA '
                       'NAO REJEITAR MATRICULAS INDEVIDAMENTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0600-CARREGA-FERIAS

           IF WS-FERIAS-TRUNCADO = 'S'
               DISPLAY 'FERIAS.TXT COM MAIS DE 1000 PERIODOS - '
                       'FERIAS ABORTADAS PARA NAO PERDER REGISTROS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0680-CARREGA-DEPENDENTES

           IF WS-DEPEND-TRUNCADO = 'S'
               DISPLAY 'DEPENDENTES.TXT COM MAIS DE 1000 DEPENDENTES '
                       'DE IRRF - FERIAS ABORTADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0650-CARREGA-TABELA-TRIBUTOS
           PERFORM 0750-CARREGA-PARAM-REMESSA

           OPEN INPUT ARQPROGFERIAS
           IF WS-STATUS-PROGFERIAS NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE PROGRAMACAO AUSENTE: '
                       'PROGFERIAS.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQREL
           OPEN OUTPUT ARQREMESSA
           OPEN EXTEND ARQEXCVALID
           OPEN EXTEND ARQJOBLOG
           OPEN EXTEND ARQHISTFOLHA
           IF WS-STATUS-HISTFOLHA = '35'
               OPEN OUTPUT ARQHISTFOLHA
           END-IF
           OPEN EXTEND ARQGOZOFERIAS
           IF WS-STATUS-GOZOFERIAS = '35'
               OPEN OUTPUT ARQGOZOFERIAS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-DATA-MOVIMENTO TO WS-RH-DATA-PAGTO
           WRITE REG-REMESSA FROM WS-REM-HEADER

           PERFORM UNTIL WS-EOF-PROGFERIAS = 'S'
               READ ARQPROGFERIAS
                   AT END
                       MOVE 'S' TO WS-EOF-PROGFERIAS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2000-PROCESSA-FERIAS
               END-READ
           END-PERFORM

           MOVE WS-REM-QTD   TO WS-RT-QTD
           MOVE WS-REM-TOTAL TO WS-RT-TOTAL
           WRITE REG-REMESSA FROM WS-REM-TRAILER

           IF WS-QTD-PAGOS > ZEROS
               PERFORM 8000-REGRAVA-FERIAS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQPROGFERIAS ARQREL ARQREMESSA
                 ARQEXCVALID ARQJOBLOG ARQHISTFOLHA ARQGOZOFERIAS

           DISPLAY 'FERIAS PAGAS: ' WS-QTD-PAGOS
                   ' REJEITADAS: ' WS-QTD-REJEITADOS

           IF WS-QTD-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'FERIAS_FOLHA' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-PAGOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-DB-ENTRADA

           IF WS-STATUS-ARQ-DB = '00' OR '02'
               PERFORM UNTIL WS-EOF-DB = 'S'
                   READ ARQ-DB-ENTRADA
                       AT END
                           MOVE 'S' TO WS-EOF-DB
                       NOT AT END
                           IF REG-PESSOAS-ENTRADA(1:3) = 'HDR'
                               OR 'TRL'
                               CONTINUE
                           ELSE
                               IF WS-QTD-FUNC >= 500
                                   MOVE 'S' TO WS-CARGA-TRUNCADA
                               END-IF
                               IF WS-QTD-FUNC < 500
                                   AND FD1-SALARIO NUMERIC
                                   ADD 1 TO WS-QTD-FUNC
                                   PERFORM 0510-GUARDA-FUNCIONARIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DB-ENTRADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE FD1-COD-P   TO WS-FN-MATRICULA(WS-QTD-FUNC)
           MOVE FD1-NOME-P  TO WS-FN-NOME(WS-QTD-FUNC)
           MOVE FD1-COD-DEPT TO WS-FN-DEPT(WS-QTD-FUNC)
           MOVE FD1-SALARIO TO WS-FN-SALARIO(WS-QTD-FUNC)
           MOVE FD1-BANCO   TO WS-FN-BANCO(WS-QTD-FUNC)
           MOVE FD1-AGENCIA TO WS-FN-AGENCIA(WS-QTD-FUNC)
           MOVE FD1-CONTA   TO WS-FN-CONTA(WS-QTD-FUNC)
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-FERIAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFERIAS

           IF WS-STATUS-FERIAS = '00'
               PERFORM UNTIL WS-EOF-FERIAS = 'S'
                   READ ARQFERIAS
                       AT END
                           MOVE 'S' TO WS-EOF-FERIAS
                       NOT AT END
                           IF WS-QTD-FERIAS >= 1000
                               MOVE 'S' TO WS-FERIAS-TRUNCADO
                           ELSE
                               ADD 1 TO WS-QTD-FERIAS
                               PERFORM 0610-GUARDA-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFERIAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-GUARDA-PERIODO.
      *----------------------------------------------------------------*
           MOVE FE-MATRICULA       TO WS-FT-MATRICULA(WS-QTD-FERIAS)
           MOVE FE-ADMISSAO        TO WS-FT-ADMISSAO(WS-QTD-FERIAS)
           MOVE FE-PER-INICIO      TO WS-FT-PER-INICIO(WS-QTD-FERIAS)
           MOVE FE-PER-FIM         TO WS-FT-PER-FIM(WS-QTD-FERIAS)
           MOVE FE-LIMITE-CONCESSAO TO WS-FT-LIMITE(WS-QTD-FERIAS)
           MOVE FE-DIAS-DIREITO    TO
                WS-FT-DIAS-DIREITO(WS-QTD-FERIAS)
           MOVE FE-DIAS-GOZADOS    TO
                WS-FT-DIAS-GOZADOS(WS-QTD-FERIAS)
           MOVE FE-DIAS-SALDO      TO WS-FT-DIAS-SALDO(WS-QTD-FERIAS)
           MOVE FE-SITUACAO        TO WS-FT-SITUACAO(WS-QTD-FERIAS)
           MOVE FE-ULT-GOZO        TO WS-FT-ULT-GOZO(WS-QTD-FERIAS)
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-CARREGA-TABELA-TRIBUTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQTRIBUTOS

           IF WS-STATUS-TRIBUTOS = '00'
               PERFORM UNTIL WS-EOF-TRIBUTOS = 'S'
                   READ ARQTRIBUTOS
                       AT END
                           MOVE 'S' TO WS-EOF-TRIBUTOS
                       NOT AT END
                           PERFORM 0660-GUARDA-VIGENCIA
                   END-READ
               END-PERFORM
               CLOSE ARQTRIBUTOS

               MOVE ' ' TO WS-EOF-TRIBUTOS
               OPEN INPUT ARQTRIBUTOS
               PERFORM UNTIL WS-EOF-TRIBUTOS = 'S'
                   READ ARQTRIBUTOS
                       AT END
                           MOVE 'S' TO WS-EOF-TRIBUTOS
                       NOT AT END
                           PERFORM 0670-CARREGA-FAIXA
                   END-READ
               END-PERFORM
               CLOSE ARQTRIBUTOS
           END-IF

           IF WS-QTD-FX-INSS = ZEROS
               MOVE 4 TO WS-QTD-FX-INSS
               MOVE 1000,00 TO WS-FXI-LIMITE(1)
               MOVE 7,5     TO WS-FXI-ALIQ(1)
               MOVE 2000,00 TO WS-FXI-LIMITE(2)
               MOVE 9,0     TO WS-FXI-ALIQ(2)
               MOVE 3000,00 TO WS-FXI-LIMITE(3)
               MOVE 12,0    TO WS-FXI-ALIQ(3)
               MOVE 9999999,99 TO WS-FXI-LIMITE(4)
               MOVE 14,0    TO WS-FXI-ALIQ(4)
           END-IF

           IF WS-QTD-FX-IRRF = ZEROS
               MOVE 5 TO WS-QTD-FX-IRRF
               MOVE 1900,00 TO WS-FXR-LIMITE(1)
               MOVE ZEROS   TO WS-FXR-ALIQ(1)
               MOVE 2826,65 TO WS-FXR-LIMITE(2)
               MOVE 7,5     TO WS-FXR-ALIQ(2)
               MOVE 3751,05 TO WS-FXR-LIMITE(3)
               MOVE 15,0    TO WS-FXR-ALIQ(3)
               MOVE 4664,68 TO WS-FXR-LIMITE(4)
               MOVE 22,5    TO WS-FXR-ALIQ(4)
               MOVE 9999999,99 TO WS-FXR-LIMITE(5)
               MOVE 27,5    TO WS-FXR-ALIQ(5)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0660-GUARDA-VIGENCIA.
      *----------------------------------------------------------------*
           IF FD-TT-VIGENCIA NOT NUMERIC
               OR FD-TT-VIGENCIA > WS-DATA-MOVIMENTO
               CONTINUE
           ELSE
               EVALUATE FD-TT-TIPO
                   WHEN 'I'
                       IF FD-TT-VIGENCIA > WS-VIG-INSS
                           MOVE FD-TT-VIGENCIA TO WS-VIG-INSS
                       END-IF
                   WHEN 'R'
                       IF FD-TT-VIGENCIA > WS-VIG-IRRF
                           MOVE FD-TT-VIGENCIA TO WS-VIG-IRRF
                       END-IF
                   WHEN 'D'
                       IF FD-TT-VIGENCIA > WS-VIG-DEDUCAO
                           MOVE FD-TT-VIGENCIA TO WS-VIG-DEDUCAO
                       END-IF
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0670-CARREGA-FAIXA.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN FD-TT-TIPO = 'I'
                       AND FD-TT-VIGENCIA = WS-VIG-INSS
                       AND WS-QTD-FX-INSS < 10
                   ADD 1 TO WS-QTD-FX-INSS
                   MOVE FD-TT-LIMITE TO
                        WS-FXI-LIMITE(WS-QTD-FX-INSS)
                   MOVE FD-TT-ALIQ   TO
                        WS-FXI-ALIQ(WS-QTD-FX-INSS)
               WHEN FD-TT-TIPO = 'R'
                       AND FD-TT-VIGENCIA = WS-VIG-IRRF
                       AND WS-QTD-FX-IRRF < 10
                   ADD 1 TO WS-QTD-FX-IRRF
                   MOVE FD-TT-LIMITE TO
                        WS-FXR-LIMITE(WS-QTD-FX-IRRF)
                   MOVE FD-TT-ALIQ   TO
                        WS-FXR-ALIQ(WS-QTD-FX-IRRF)
               WHEN FD-TT-TIPO = 'D'
                       AND FD-TT-VIGENCIA = WS-VIG-DEDUCAO
                   MOVE FD-TT-LIMITE TO WS-DEDUCAO-DEP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       0680-CARREGA-DEPENDENTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEPENDENTES

           IF WS-STATUS-DEPENDENTES = '00'
               PERFORM UNTIL WS-EOF-DEPENDENTES = 'S'
                   READ ARQDEPENDENTES
                       AT END
                           MOVE 'S' TO WS-EOF-DEPENDENTES
                       NOT AT END
                           IF DP-IRRF = 'S'
                               IF WS-QTD-DEPEND < 1000
                                   ADD 1 TO WS-QTD-DEPEND
                                   MOVE DP-MATRICULA TO
                                        WS-DE-MATRICULA(WS-QTD-DEPEND)
                               ELSE
                                   MOVE 'S' TO WS-DEPEND-TRUNCADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPENDENTES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-CARREGA-PARAM-REMESSA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARAMREMESSA

           IF WS-STATUS-PARAMREMESSA = '00'
               READ ARQPARAMREMESSA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PR-BANCO   TO WS-RH-BANCO
                       MOVE FD-PR-AGENCIA TO WS-RH-AGENCIA
                       MOVE FD-PR-CONTA   TO WS-RH-CONTA
               END-READ
               CLOSE ARQPARAMREMESSA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESSA-FERIAS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-REJEITO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-ACHOU = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = FD-PG-MATRICULA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               MOVE 'MATR INEXIST' TO WS-MOTIVO-REJEITO
           ELSE
               SET WS-IDX-FUNC DOWN BY 1
               PERFORM 2100-VALIDA-PROGRAMACAO
           END-IF

           IF WS-MOTIVO-REJEITO NOT = SPACES
               PERFORM 7000-GRAVA-REJEITO
           ELSE
               PERFORM 3000-CALCULA-FERIAS
               PERFORM 4000-GRAVA-RECIBO
               PERFORM 5000-GRAVA-REMESSA
               PERFORM 6000-BAIXA-PERIODO
               PERFORM 6500-GRAVA-HISTORICO
               ADD 1 TO WS-QTD-PAGOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-VALIDA-PROGRAMACAO.
      *----------------------------------------------------------------*
      * Up to three fractions are allowed by the CLT, none shorter than
      * five days; the days always come from the oldest acquired
      * period still owed.
           IF FD-PG-DIAS NOT NUMERIC
               OR FD-PG-DIAS < 5 OR FD-PG-DIAS > 30
               MOVE 'DIAS INVALIDOS' TO WS-MOTIVO-REJEITO
           END-IF

           IF FD-PG-INICIO-GOZO NOT NUMERIC
               OR FD-PG-INICIO-GOZO = ZEROS
               MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEITO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(FD-PG-INICIO-GOZO)
                  NOT = 0
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

      * A rest starting on or before the last one already paid to the
      * matricula was paid by an earlier run (or earlier in this one).
           IF WS-MOTIVO-REJEITO = SPACES
               MOVE ZEROS TO WS-ULT-GOZO-PAGO
               PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                       UNTIL WS-IDX-FE > WS-QTD-FERIAS
                   IF WS-FT-MATRICULA(WS-IDX-FE) = FD-PG-MATRICULA
                       AND WS-FT-ULT-GOZO(WS-IDX-FE) NUMERIC
                       AND WS-FT-ULT-GOZO(WS-IDX-FE) >
                           WS-ULT-GOZO-PAGO
                       MOVE WS-FT-ULT-GOZO(WS-IDX-FE) TO
                            WS-ULT-GOZO-PAGO
                   END-IF
               END-PERFORM
               IF FD-PG-INICIO-GOZO NOT > WS-ULT-GOZO-PAGO
                   MOVE 'JA PAGO' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               MOVE ZEROS TO WS-PER-ESCOLHIDO
               PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                       UNTIL WS-IDX-FE > WS-QTD-FERIAS
                   IF WS-FT-MATRICULA(WS-IDX-FE) = FD-PG-MATRICULA
                       AND WS-FT-SITUACAO(WS-IDX-FE) = 'V'
                       AND WS-FT-DIAS-SALDO(WS-IDX-FE) > ZEROS
                       IF WS-PER-ESCOLHIDO = ZEROS
                           SET WS-PER-ESCOLHIDO TO WS-IDX-FE
                       ELSE
                           IF WS-FT-PER-INICIO(WS-IDX-FE) <
                              WS-FT-PER-INICIO(WS-PER-ESCOLHIDO)
                               SET WS-PER-ESCOLHIDO TO WS-IDX-FE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-PER-ESCOLHIDO = ZEROS
                   MOVE 'SEM PERIODO' TO WS-MOTIVO-REJEITO
               ELSE
                   IF FD-PG-DIAS >
                      WS-FT-DIAS-SALDO(WS-PER-ESCOLHIDO)
                       MOVE 'SALDO INSUF' TO WS-MOTIVO-REJEITO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CALCULA-FERIAS.
      *----------------------------------------------------------------*
      * Ferias granted after the concession limit are paid in double
      * (CLT art. 137): the dobra repeats ferias plus the third.
           COMPUTE WS-VLR-FERIAS ROUNDED =
                   WS-FN-SALARIO(WS-IDX-FUNC) / 30 * FD-PG-DIAS
           COMPUTE WS-VLR-TERCO ROUNDED = WS-VLR-FERIAS / 3

           IF FD-PG-INICIO-GOZO > WS-FT-LIMITE(WS-PER-ESCOLHIDO)
               MOVE 'S' TO WS-EM-DOBRO
               COMPUTE WS-VLR-DOBRA = WS-VLR-FERIAS + WS-VLR-TERCO
           ELSE
               MOVE 'N' TO WS-EM-DOBRO
               MOVE ZEROS TO WS-VLR-DOBRA
           END-IF

           COMPUTE WS-VLR-BRUTO =
                   WS-VLR-FERIAS + WS-VLR-TERCO + WS-VLR-DOBRA

           MOVE WS-VLR-BRUTO TO WS-BASE-CALCULO
           PERFORM 3051-CALC-INSS-TABELA
           COMPUTE WS-INSS ROUNDED =
                   WS-VLR-BRUTO * WS-ALIQ-INSS / 100

           COMPUTE WS-BASE-IRRF = WS-VLR-BRUTO - WS-INSS

           PERFORM 3055-APURA-DEPENDENTES

           IF WS-DEDUCAO-FUNC > ZEROS
               IF WS-BASE-IRRF > WS-DEDUCAO-FUNC
                   SUBTRACT WS-DEDUCAO-FUNC FROM WS-BASE-IRRF
               ELSE
                   MOVE ZEROS TO WS-BASE-IRRF
               END-IF
           END-IF

           MOVE WS-BASE-IRRF TO WS-BASE-CALCULO
           PERFORM 3052-CALC-IRRF-TABELA
           COMPUTE WS-IRRF ROUNDED =
                   WS-BASE-IRRF * WS-ALIQ-IRRF / 100

           COMPUTE WS-VLR-LIQUIDO = WS-VLR-BRUTO - WS-INSS - WS-IRRF

           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(FD-PG-INICIO-GOZO)
                   + FD-PG-DIAS - 1
           COMPUTE WS-FIM-GOZO = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
           .
           EXIT.
      *----------------------------------------------------------------*
       3055-APURA-DEPENDENTES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-DEP-IRRF

           PERFORM VARYING WS-IDX-DEPEND FROM 1 BY 1
                   UNTIL WS-IDX-DEPEND > WS-QTD-DEPEND
               IF WS-DE-MATRICULA(WS-IDX-DEPEND) =
                  WS-FN-MATRICULA(WS-IDX-FUNC)
                   ADD 1 TO WS-QTD-DEP-IRRF
               END-IF
           END-PERFORM

           COMPUTE WS-DEDUCAO-FUNC = WS-QTD-DEP-IRRF * WS-DEDUCAO-DEP
           .
           EXIT.
      *----------------------------------------------------------------*
       3051-CALC-INSS-TABELA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ALIQ-ACHADA
           MOVE ZEROS TO WS-ALIQ-INSS

           PERFORM VARYING WS-IDX-FXI FROM 1 BY 1
                   UNTIL WS-IDX-FXI > WS-QTD-FX-INSS
                   OR WS-ALIQ-ACHADA = 'S'
               IF WS-BASE-CALCULO <= WS-FXI-LIMITE(WS-IDX-FXI)
                   MOVE WS-FXI-ALIQ(WS-IDX-FXI) TO WS-ALIQ-INSS
                   MOVE 'S' TO WS-ALIQ-ACHADA
               END-IF
           END-PERFORM

           IF WS-ALIQ-ACHADA = 'N'
               MOVE WS-FXI-ALIQ(WS-QTD-FX-INSS) TO WS-ALIQ-INSS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3052-CALC-IRRF-TABELA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ALIQ-ACHADA
           MOVE ZEROS TO WS-ALIQ-IRRF

           PERFORM VARYING WS-IDX-FXR FROM 1 BY 1
                   UNTIL WS-IDX-FXR > WS-QTD-FX-IRRF
                   OR WS-ALIQ-ACHADA = 'S'
               IF WS-BASE-CALCULO <= WS-FXR-LIMITE(WS-IDX-FXR)
                   MOVE WS-FXR-ALIQ(WS-IDX-FXR) TO WS-ALIQ-IRRF
                   MOVE 'S' TO WS-ALIQ-ACHADA
               END-IF
           END-PERFORM

           IF WS-ALIQ-ACHADA = 'N'
               MOVE WS-FXR-ALIQ(WS-QTD-FX-IRRF) TO WS-ALIQ-IRRF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-RECIBO.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE WS-DATA-SISTEMA TO WS-RF-DATA
           WRITE REG-RELATORIO FROM WS-RF-TITULO

           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-RF-MATRICULA
           MOVE WS-FN-NOME(WS-IDX-FUNC)      TO WS-RF-NOME
           WRITE REG-RELATORIO FROM WS-RF-FUNCIONARIO

           MOVE WS-FT-PER-INICIO(WS-PER-ESCOLHIDO) TO WS-RF-PER-INICIO
           MOVE WS-FT-PER-FIM(WS-PER-ESCOLHIDO)    TO WS-RF-PER-FIM
           WRITE REG-RELATORIO FROM WS-RF-PERIODO

           MOVE FD-PG-INICIO-GOZO TO WS-RF-GOZO-INICIO
           MOVE WS-FIM-GOZO       TO WS-RF-GOZO-FIM
           MOVE FD-PG-DIAS        TO WS-RF-DIAS
           WRITE REG-RELATORIO FROM WS-RF-GOZO

           MOVE 'FERIAS:               ' TO WS-RV-ROTULO
           MOVE WS-VLR-FERIAS TO WS-RV-VALOR
           WRITE REG-RELATORIO FROM WS-RF-VERBA

           MOVE '1/3 CONSTITUCIONAL:   ' TO WS-RV-ROTULO
           MOVE WS-VLR-TERCO TO WS-RV-VALOR
           WRITE REG-RELATORIO FROM WS-RF-VERBA

           IF WS-EM-DOBRO = 'S'
               MOVE 'DOBRA (ART. 137 CLT): ' TO WS-RV-ROTULO
               MOVE WS-VLR-DOBRA TO WS-RV-VALOR
               WRITE REG-RELATORIO FROM WS-RF-VERBA
           END-IF

           MOVE 'TOTAL BRUTO:          ' TO WS-RV-ROTULO
           MOVE WS-VLR-BRUTO TO WS-RV-VALOR
           WRITE REG-RELATORIO FROM WS-RF-VERBA

           MOVE WS-ALIQ-INSS TO WS-RF-ALIQ-INSS
           MOVE WS-INSS      TO WS-RF-VLR-INSS
           WRITE REG-RELATORIO FROM WS-RF-INSS

           IF WS-DEDUCAO-FUNC > ZEROS
               MOVE 'DEDUCAO DEPENDENTES:  ' TO WS-RV-ROTULO
               MOVE WS-DEDUCAO-FUNC TO WS-RV-VALOR
               WRITE REG-RELATORIO FROM WS-RF-VERBA
           END-IF

           MOVE WS-ALIQ-IRRF TO WS-RF-ALIQ-IRRF
           MOVE WS-IRRF      TO WS-RF-VLR-IRRF
           WRITE REG-RELATORIO FROM WS-RF-IRRF

           MOVE WS-VLR-LIQUIDO TO WS-RF-VLR-LIQ
           WRITE REG-RELATORIO FROM WS-RF-LIQUIDO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-GRAVA-REMESSA.
      *----------------------------------------------------------------*
           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-RB-MATRICULA
           MOVE WS-FN-NOME(WS-IDX-FUNC)      TO WS-RB-NOME
           MOVE WS-FN-BANCO(WS-IDX-FUNC)     TO WS-RB-BANCO
           MOVE WS-FN-AGENCIA(WS-IDX-FUNC)   TO WS-RB-AGENCIA
           MOVE WS-FN-CONTA(WS-IDX-FUNC)     TO WS-RB-CONTA
           MOVE WS-VLR-LIQUIDO               TO WS-RB-VALOR
           WRITE REG-REMESSA FROM WS-REM-DETALHE

           ADD 1 TO WS-REM-QTD
           ADD WS-VLR-LIQUIDO TO WS-REM-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-BAIXA-PERIODO.
      *----------------------------------------------------------------*
           ADD FD-PG-DIAS TO WS-FT-DIAS-GOZADOS(WS-PER-ESCOLHIDO)
           SUBTRACT FD-PG-DIAS FROM WS-FT-DIAS-SALDO(WS-PER-ESCOLHIDO)
           MOVE FD-PG-INICIO-GOZO TO WS-FT-ULT-GOZO(WS-PER-ESCOLHIDO)
           IF WS-FT-DIAS-SALDO(WS-PER-ESCOLHIDO) = ZEROS
               MOVE 'Q' TO WS-FT-SITUACAO(WS-PER-ESCOLHIDO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6500-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      * The payment goes to the history under the month it is paid in;
      * the rest itself is kept apart for the monthly payroll.
           MOVE 'V'                          TO FD-HV-TIPO
           MOVE WS-DATA-MOVIMENTO(1:6)       TO FD-HV-REF
           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO FD-HV-MATRICULA
           MOVE WS-FN-NOME(WS-IDX-FUNC)      TO FD-HV-NOME
           MOVE WS-FN-DEPT(WS-IDX-FUNC)      TO FD-HV-DEPT
           MOVE WS-VLR-BRUTO                 TO FD-HV-BRUTO
           MOVE WS-INSS                      TO FD-HV-INSS
           MOVE WS-IRRF                      TO FD-HV-IRRF
           MOVE WS-VLR-LIQUIDO               TO FD-HV-NET
           MOVE WS-DEDUCAO-FUNC              TO FD-HV-DEDUCAO-DEP
           MOVE ZEROS                        TO FD-HV-DIF-RETROATIVO
           WRITE REG-HIST-FERIAS

           MOVE FD-PG-MATRICULA                TO GZ-MATRICULA
           MOVE FD-PG-INICIO-GOZO              TO GZ-INICIO
           MOVE WS-FIM-GOZO                    TO GZ-FIM
           MOVE FD-PG-DIAS                     TO GZ-DIAS
           MOVE WS-FT-PER-INICIO(WS-PER-ESCOLHIDO) TO GZ-PER-INICIO
           MOVE WS-DATA-MOVIMENTO              TO GZ-DATA-PAGTO
           WRITE REG-GOZO-FERIAS
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-GRAVA-REJEITO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE 'FERIAS_FOLHA'          TO EXCVALID-PROGRAMA
           MOVE WS-MOTIVO-REJEITO       TO EXCVALID-CAMPO
           MOVE REG-PROG-FERIAS         TO EXCVALID-REGISTRO
           MOVE WS-DATA-SISTEMA         TO EXCVALID-DATA
           MOVE WS-HORA-SISTEMA         TO EXCVALID-HORA
           MOVE 'P'                     TO EXCVALID-STATUS
           MOVE SPACES                  TO EXCVALID-OPERADOR
           MOVE SPACES                  TO EXCVALID-DATA-RESOL
           WRITE REG-EXCVALID
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-FERIAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQFERIAS

           PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                   UNTIL WS-IDX-FE > WS-QTD-FERIAS
               MOVE WS-FT-MATRICULA(WS-IDX-FE)  TO FE-MATRICULA
               MOVE WS-FT-ADMISSAO(WS-IDX-FE)   TO FE-ADMISSAO
               MOVE WS-FT-PER-INICIO(WS-IDX-FE) TO FE-PER-INICIO
               MOVE WS-FT-PER-FIM(WS-IDX-FE)    TO FE-PER-FIM
               MOVE WS-FT-LIMITE(WS-IDX-FE)     TO FE-LIMITE-CONCESSAO
               MOVE WS-FT-DIAS-DIREITO(WS-IDX-FE) TO FE-DIAS-DIREITO
               MOVE WS-FT-DIAS-GOZADOS(WS-IDX-FE) TO FE-DIAS-GOZADOS
               MOVE WS-FT-DIAS-SALDO(WS-IDX-FE) TO FE-DIAS-SALDO
               MOVE WS-FT-SITUACAO(WS-IDX-FE)   TO FE-SITUACAO
               MOVE WS-FT-ULT-GOZO(WS-IDX-FE)   TO FE-ULT-GOZO
               WRITE REG-FERIAS
           END-PERFORM

           CLOSE ARQFERIAS
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PROGFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'FERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'TABTRIBUTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'PARAMREMESSA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'ARQRECIBOFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'ARQREMESSAFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'EXCVALID.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'DEPENDENTES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'HISTFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-11 WS-CFG-RETORNO
           MOVE 'GOZOFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-12 WS-CFG-RETORNO
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

       END PROGRAM FERIAS_FOLHA.
