      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: 13o salario payment run in two installments. The
      *          installment comes from PARAM13SALARIO.TXT (1 or 2) or,
      *          when absent, from the data-movimento month (November
      *          1a parcela, December 2a parcela). The avos are the
      *          months of the year paid in HISTFOLHA.TXT plus the
      *          months still ahead of the run; the variable earnings
      *          ('P' events) of the MOVFOLHA.TXT given to the run are
      *          averaged over the avos. The 1a parcela pays half of
      *          the proportional salary with no deductions; the 2a
      *          parcela pays the balance of the full 13o with INSS and
      *          IRRF from TABTRIBUTOS.TXT taxed apart from the monthly
      *          pay. Writes the receipts (ARQRECIBO13.TXT), its own
      *          bank remittance (ARQREMESSA13.TXT) and GL posting
      *          (ARQLANC13.TXT), and appends 'F' and 'D' records to
      *          HISTFOLHA.TXT under the reference AAAA13, which the
      *          monthly comparisons never read and INFORME_RENDIMENTOS
      *          reports apart as 13o.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIMO_TERCEIRO.
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

       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
      *
       SELECT ARQHISTFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTFOLHA.
      *
       SELECT ARQMOVFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MOVFOLHA.
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
       SELECT ARQCONTAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CONTAS.
      *
       SELECT ARQDEPT
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPT.
      *
       SELECT ARQDEMITIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEMITIDOS.
      *
       SELECT ARQPARAM13
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM13.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQREMESSA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-11
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQLANCAMENTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-12
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-13
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQDEPENDENTES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-14
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPENDENTES.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

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
       01  REG-HIST-DEPT.
           03 FD-HD-TIPO           PIC X(01).
           03 FD-HD-REF            PIC 9(06).
           03 FD-HD-DEPT           PIC 9(05).
           03 FD-HD-NOME           PIC X(20).
           03 FD-HD-BRUTO          PIC 9(9)V99.
           03 FD-HD-INSS           PIC 9(7)V99.
           03 FD-HD-IRRF           PIC 9(7)V99.
           03 FD-HD-NET            PIC 9(9)V99.
           03 FILLER               PIC X(19).

       FD  ARQDEPENDENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPENDENTES.TXT".
           COPY DEPENDENTES.

       FD  ARQMOVFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVFOLHA.TXT".
       01  REG-MOVFOLHA.
           03 FD-MV-MATRICULA      PIC 9(09).
           03 FD-MV-EVENTO         PIC 9(03).
           03 FD-MV-DESC           PIC X(20).
           03 FD-MV-VALOR          PIC 9(7)V99.
           03 FD-MV-TIPO           PIC X(01).

       FD  ARQTRIBUTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TABTRIBUTOS.TXT".
       01  REG-TRIBUTOS.
           03 FD-TT-TIPO           PIC X(01).
           03 FD-TT-VIGENCIA       PIC 9(08).
           03 FD-TT-LIMITE         PIC 9(7)V99.
           03 FD-TT-ALIQ           PIC 9(2)V99.

       FD  ARQPARAMREMESSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMREMESSA.TXT".
       01  REG-PARAM-REMESSA.
           03 FD-PR-BANCO          PIC 9(03).
           03 FD-PR-AGENCIA        PIC 9(04).
           03 FD-PR-CONTA          PIC 9(10).

       FD  ARQCONTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTASCONTABEIS.TXT".
       01  REG-CONTAS.
           03 FD-CTA-DEPT          PIC 9(05).
           03 FD-CTA-CONTA         PIC 9(08).

       FD  ARQDEPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPARTAMENTOS.TXT".
       01  REG-DEPARTAMENTOS.
           03 FD-DEPT-COD          PIC 9(05).
           03 FD-DEPT-NOME         PIC X(20).

       FD  ARQDEMITIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEMITIDOS.TXT".
       01  REG-DEMITIDO.
           03 FD-DM-MATRICULA      PIC 9(09).
           03 FD-DM-REF            PIC 9(06).
           03 FD-DM-TIPO           PIC X(01).

       FD  ARQPARAM13
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAM13SALARIO.TXT".
       01  REG-PARAM-13.
           03 FD-P13-PARCELA       PIC 9(01).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQRECIBO13.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQREMESSA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQREMESSA13.TXT".
       01  REG-REMESSA            PIC X(80).

       FD  ARQLANCAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQLANC13.TXT".
       01  REG-LANCAMENTO         PIC X(80).

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
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'HISTFOLHA.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'MOVFOLHA.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'TABTRIBUTOS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'PARAMREMESSA.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'CONTASCONTABEIS.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'DEPARTAMENTOS.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'DEMITIDOS.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'PARAM13SALARIO.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'ARQRECIBO13.TXT'.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'ARQREMESSA13.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'ARQLANC13.TXT'.
       77  WS-CFG-ARQ-13      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-14      PIC X(50)
           VALUE 'DEPENDENTES.TXT'.

       77  WS-EOF-DB          PIC X(01) VALUE ' '.
       77  WS-EOF-HIST        PIC X(01) VALUE ' '.
       77  WS-EOF-MOVFOLHA    PIC X(01) VALUE ' '.
       77  WS-EOF-TRIBUTOS    PIC X(01) VALUE ' '.
       77  WS-EOF-CONTAS      PIC X(01) VALUE ' '.
       77  WS-EOF-DEPT        PIC X(01) VALUE ' '.
       77  WS-EOF-DEMITIDOS   PIC X(01) VALUE ' '.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOVFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-TRIBUTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAMREMESSA PIC X(02) VALUE SPACES.
       77  WS-STATUS-CONTAS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT     PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEMITIDOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM13  PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-DEMIT-TRUNCADO  PIC X(01) VALUE 'N'.
       77  WS-FUNC-DEMITIDO   PIC X(01) VALUE 'N'.
       77  WS-HIST-DO-ANO     PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-MES         PIC 9(02) VALUE ZEROS.
       77  WS-PARCELA         PIC 9(01) VALUE ZEROS.
       77  WS-REF-13          PIC 9(06) VALUE ZEROS.
       77  WS-REF-CORTE       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PAGOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-IGNORADOS   PIC 9(05) VALUE ZEROS.

       77  WS-AVOS            PIC 9(02) VALUE ZEROS.
       77  WS-MEDIA-VARIAVEL  PIC 9(9)V99 VALUE ZEROS.
       77  WS-13-INTEGRAL     PIC 9(9)V99 VALUE ZEROS.
       77  WS-13-BRUTO        PIC 9(9)V99 VALUE ZEROS.
       77  WS-INSS            PIC 9(7)V99 VALUE ZEROS.
       77  WS-IRRF            PIC 9(7)V99 VALUE ZEROS.
       77  WS-BASE-IRRF       PIC 9(9)V99 VALUE ZEROS.
       77  WS-13-LIQUIDO      PIC 9(9)V99 VALUE ZEROS.
       77  WS-ALIQ-INSS       PIC 9(2)V99 VALUE ZEROS.
       77  WS-ALIQ-IRRF       PIC 9(2)V99 VALUE ZEROS.
       77  WS-CONTA-DEPT      PIC 9(08) VALUE ZEROS.
       77  WS-CONTA-INSS      PIC 9(08) VALUE 21010001.
       77  WS-CONTA-IRRF      PIC 9(08) VALUE 21020001.
       77  WS-CONTA-SAL-PAGAR PIC 9(08) VALUE 21030001.
       77  WS-REM-QTD         PIC 9(06) VALUE ZEROS.
       77  WS-REM-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       77  WS-LC-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77  WS-LC-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.

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

      * WS-FN-MESES flags with 'S' each month of the year already paid
      * by the monthly payroll; WS-FN-ADIANT is the 1a parcela found in
      * the history under the AAAA13 reference.
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
              05 WS-FN-MESES     PIC X(12).
              05 WS-FN-VARIAVEIS PIC 9(9)V99.
              05 WS-FN-ADIANT    PIC 9(9)V99.
              05 WS-FN-PAGO-1    PIC X(01).
              05 WS-FN-PAGO-2    PIC X(01).

       01  WS-TAB-DEMITIDOS.
           03 WS-QTD-DEMITIDOS   PIC 9(03) VALUE ZEROS.
           03 WS-DEMITIDO OCCURS 200 TIMES INDEXED BY WS-IDX-DEM.
              05 WS-DM-MATRICULA PIC 9(09).
              05 WS-DM-REF       PIC 9(06).

       01  WS-TAB-CONTAS.
           03 WS-QTD-CONTAS      PIC 9(03) VALUE ZEROS.
           03 WS-CONTA OCCURS 20 TIMES INDEXED BY WS-IDX-CONTA.
              05 WS-CT-DEPT      PIC 9(05).
              05 WS-CT-CONTA     PIC 9(08).

       01  WS-TAB-DEPARTAMENTOS.
           03 WS-QTD-DEPT        PIC 9(02) VALUE ZEROS.
           03 WS-DEPT OCCURS 20 TIMES INDEXED BY WS-IDX-DEPT.
              05 WS-DEPT-COD     PIC 9(05).
              05 WS-DEPT-NOME    PIC X(20).
              05 WS-DEPT-CONT    PIC 9(04).
              05 WS-DEPT-BRUTO   PIC 9(9)V99.
              05 WS-DEPT-INSS    PIC 9(7)V99.
              05 WS-DEPT-IRRF    PIC 9(7)V99.
              05 WS-DEPT-NET     PIC 9(9)V99.

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

       01  WS-LC-DETALHE.
           03 WS-LC-TIPO          PIC X(01).
           03 WS-LC-CONTA         PIC 9(08).
           03 WS-LC-DEPT          PIC 9(05).
           03 WS-LC-VALOR         PIC 9(9)V99.
           03 WS-LC-HISTORICO     PIC X(30).
           03 FILLER              PIC X(25) VALUE SPACES.

       01  WS-LC-TRAILER.
           03 FILLER              PIC X(01) VALUE 'T'.
           03 WS-LC-TR-DEBITOS    PIC 9(11)V99.
           03 WS-LC-TR-CREDITOS   PIC 9(11)V99.
           03 WS-LC-TR-SITUACAO   PIC X(12).
           03 FILLER              PIC X(41) VALUE SPACES.

       01  WS-DT-TITULO.
           03 FILLER              PIC X(14) VALUE '13O SALARIO - '.
           03 WS-DT-PARCELA       PIC 9(01).
           03 FILLER              PIC X(10) VALUE 'A PARCELA '.
           03 FILLER              PIC X(09) VALUE 'ANO BASE:'.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-DT-ANO           PIC 9(04).
           03 FILLER              PIC X(08) VALUE '  DATA: '.
           03 WS-DT-DATA          PIC X(10).

       01  WS-DT-FUNCIONARIO.
           03 FILLER              PIC X(11) VALUE 'MATRICULA: '.
           03 WS-DT-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 FILLER              PIC X(06) VALUE 'NOME: '.
           03 WS-DT-NOME          PIC X(30).

       01  WS-DT-AVOS.
           03 FILLER              PIC X(22)
                  VALUE 'AVOS:                 '.
           03 WS-DT-QTD-AVOS      PIC Z9.
           03 FILLER              PIC X(03) VALUE '/12'.

       01  WS-DT-VERBA.
           03 WS-DV-ROTULO        PIC X(22).
           03 WS-DV-VALOR         PIC ZZZ.ZZ9,99.

       01  WS-DT-INSS.
           03 FILLER              PIC X(06) VALUE 'INSS ('.
           03 WS-DT-ALIQ-INSS     PIC Z9,9.
           03 FILLER              PIC X(04) VALUE '%): '.
           03 FILLER              PIC X(08) VALUE SPACES.
           03 WS-DT-VLR-INSS      PIC ZZZ.ZZ9,99.

       01  WS-DT-IRRF.
           03 FILLER              PIC X(06) VALUE 'IRRF ('.
           03 WS-DT-ALIQ-IRRF     PIC Z9,9.
           03 FILLER              PIC X(04) VALUE '%): '.
           03 FILLER              PIC X(08) VALUE SPACES.
           03 WS-DT-VLR-IRRF      PIC ZZZ.ZZ9,99.

       01  WS-LINHA-IGNORADO.
           03 FILLER              PIC X(11) VALUE 'MATRICULA: '.
           03 WS-IG-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(03) VALUE ' - '.
           03 WS-IG-MOTIVO        PIC X(40).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           PERFORM 0100-DEFINE-PARCELA

           IF WS-PARCELA NOT = 1 AND NOT = 2
               DISPLAY 'PARCELA DO 13O NAO DEFINIDA - INFORME 1 OU 2 '
                       'EM PARAM13SALARIO.TXT FORA DE NOV/DEZ'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0300-CARREGA-DEMITIDOS

           IF WS-DEMIT-TRUNCADO = 'S'
               DISPLAY 'DEMITIDOS.TXT COM MAIS DE 200 REGISTROS - '
                       '13O ABORTADO PARA NAO PAGAR DESLIGADOS '
                       '(EXECUTE O ARQUIVAMENTO)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0500-CARREGA-FUNCIONARIOS

           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'DBREGISTRODEP.TXT COM MAIS DE 500 '
                       'FUNCIONARIOS - 13O ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0580-CARREGA-DEPENDENTES

           IF WS-DEPEND-TRUNCADO = 'S'
               DISPLAY 'DEPENDENTES.TXT COM MAIS DE 1000 DEPENDENTES '
                       'DE IRRF - 13O ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0550-CARREGA-DEPARTAMENTOS
           PERFORM 0600-CARREGA-CONTAS
           PERFORM 0650-CARREGA-TABELA-TRIBUTOS
           PERFORM 0700-CARREGA-HISTORICO
           PERFORM 0720-CARREGA-MOVFOLHA
           PERFORM 0750-CARREGA-PARAM-REMESSA

           IF WS-HIST-DO-ANO = 'N'
               DISPLAY 'SEM FOLHAS DO ANO ' WS-DM-ANO
                       ' EM HISTFOLHA.TXT - 12 AVOS ASSUMIDOS'
           END-IF

           OPEN OUTPUT ARQREL
           OPEN OUTPUT ARQREMESSA
           OPEN OUTPUT ARQLANCAMENTOS
           OPEN EXTEND ARQHISTFOLHA
           IF WS-STATUS-HISTFOLHA = '35'
               OPEN OUTPUT ARQHISTFOLHA
           END-IF
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-DATA-MOVIMENTO TO WS-RH-DATA-PAGTO
           WRITE REG-REMESSA FROM WS-REM-HEADER

           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
               PERFORM 2000-PROCESSA-FUNCIONARIO
           END-PERFORM

           MOVE WS-REM-QTD   TO WS-RT-QTD
           MOVE WS-REM-TOTAL TO WS-RT-TOTAL
           WRITE REG-REMESSA FROM WS-REM-TRAILER

           PERFORM 6000-GRAVA-LANCAMENTOS
           PERFORM 6500-GRAVA-HIST-DEPT

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQREL ARQREMESSA ARQLANCAMENTOS
                 ARQHISTFOLHA ARQJOBLOG

           DISPLAY '13O SALARIO ' WS-PARCELA 'A PARCELA - PAGOS: '
                   WS-QTD-PAGOS ' IGNORADOS: ' WS-QTD-IGNORADOS

           IF WS-QTD-IGNORADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'DECIMO_TERCEIRO' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-FUNC TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-PAGOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-DEFINE-PARCELA.
      *----------------------------------------------------------------*
           EVALUATE WS-DM-MES
               WHEN 11
                   MOVE 1 TO WS-PARCELA
               WHEN 12
                   MOVE 2 TO WS-PARCELA
               WHEN OTHER
                   MOVE ZEROS TO WS-PARCELA
           END-EVALUATE

           OPEN INPUT ARQPARAM13

           IF WS-STATUS-PARAM13 = '00'
               READ ARQPARAM13
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-P13-PARCELA = 1 OR 2
                           MOVE FD-P13-PARCELA TO WS-PARCELA
                       END-IF
               END-READ
               CLOSE ARQPARAM13
           END-IF

           COMPUTE WS-REF-13  = (WS-DM-ANO * 100) + 13
           COMPUTE WS-REF-CORTE = (WS-DM-ANO * 100) + WS-DM-MES
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-DEMITIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEMITIDOS

           IF WS-STATUS-DEMITIDOS = '00'
               PERFORM UNTIL WS-EOF-DEMITIDOS = 'S'
                   READ ARQDEMITIDOS
                       AT END
                           MOVE 'S' TO WS-EOF-DEMITIDOS
                       NOT AT END
                           IF WS-QTD-DEMITIDOS < 200
                               AND FD-DM-REF NUMERIC
                               ADD 1 TO WS-QTD-DEMITIDOS
                               MOVE FD-DM-MATRICULA TO
                                    WS-DM-MATRICULA(WS-QTD-DEMITIDOS)
                               MOVE FD-DM-REF TO
                                    WS-DM-REF(WS-QTD-DEMITIDOS)
                           ELSE
                               MOVE 'S' TO WS-DEMIT-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEMITIDOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
      * Employees terminated by RESCISAO_FOLHA already had their
      * proportional 13o paid in the termination statement.
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
                               PERFORM 0150-VERIFICA-DEMITIDO
                               IF WS-FUNC-DEMITIDO = 'N'
                                   AND FD1-SALARIO NUMERIC
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
       0150-VERIFICA-DEMITIDO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FUNC-DEMITIDO

           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL WS-IDX-DEM > WS-QTD-DEMITIDOS
                   OR WS-FUNC-DEMITIDO = 'S'
               IF WS-DM-MATRICULA(WS-IDX-DEM) = FD1-COD-P
                   AND WS-DM-REF(WS-IDX-DEM) <= WS-REF-CORTE
                   MOVE 'S' TO WS-FUNC-DEMITIDO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-FUNCIONARIO.
      *----------------------------------------------------------------*
           IF WS-QTD-FUNC >= 500
               MOVE 'S' TO WS-CARGA-TRUNCADA
           ELSE
               ADD 1 TO WS-QTD-FUNC
               MOVE FD1-COD-P    TO WS-FN-MATRICULA(WS-QTD-FUNC)
               MOVE FD1-NOME-P   TO WS-FN-NOME(WS-QTD-FUNC)
               MOVE FD1-COD-DEPT TO WS-FN-DEPT(WS-QTD-FUNC)
               MOVE FD1-SALARIO  TO WS-FN-SALARIO(WS-QTD-FUNC)
               MOVE FD1-BANCO    TO WS-FN-BANCO(WS-QTD-FUNC)
               MOVE FD1-AGENCIA  TO WS-FN-AGENCIA(WS-QTD-FUNC)
               MOVE FD1-CONTA    TO WS-FN-CONTA(WS-QTD-FUNC)
               MOVE ALL 'N'      TO WS-FN-MESES(WS-QTD-FUNC)
               MOVE ZEROS        TO WS-FN-VARIAVEIS(WS-QTD-FUNC)
               MOVE ZEROS        TO WS-FN-ADIANT(WS-QTD-FUNC)
               MOVE 'N'          TO WS-FN-PAGO-1(WS-QTD-FUNC)
               MOVE 'N'          TO WS-FN-PAGO-2(WS-QTD-FUNC)
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
                           IF WS-QTD-DEPT < 20
                               ADD 1 TO WS-QTD-DEPT
                               MOVE FD-DEPT-COD  TO
                                    WS-DEPT-COD(WS-QTD-DEPT)
                               MOVE FD-DEPT-NOME TO
                                    WS-DEPT-NOME(WS-QTD-DEPT)
                               MOVE ZEROS TO WS-DEPT-CONT(WS-QTD-DEPT)
                               MOVE ZEROS TO WS-DEPT-BRUTO(WS-QTD-DEPT)
                               MOVE ZEROS TO WS-DEPT-INSS(WS-QTD-DEPT)
                               MOVE ZEROS TO WS-DEPT-IRRF(WS-QTD-DEPT)
                               MOVE ZEROS TO WS-DEPT-NET(WS-QTD-DEPT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0580-CARREGA-DEPENDENTES.
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
       0600-CARREGA-CONTAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCONTAS

           IF WS-STATUS-CONTAS = '00'
               PERFORM UNTIL WS-EOF-CONTAS = 'S'
                   READ ARQCONTAS
                       AT END
                           MOVE 'S' TO WS-EOF-CONTAS
                       NOT AT END
                           IF WS-QTD-CONTAS < 20
                               ADD 1 TO WS-QTD-CONTAS
                               MOVE FD-CTA-DEPT TO
                                    WS-CT-DEPT(WS-QTD-CONTAS)
                               MOVE FD-CTA-CONTA TO
                                    WS-CT-CONTA(WS-QTD-CONTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONTAS
           END-IF
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
       0700-CARREGA-HISTORICO.
      *----------------------------------------------------------------*
      * Monthly 'F' records of the year mark the months worked; the
      * AAAA13 'F' records are this run's own earlier installments
      * (the 1a parcela carries no INSS/IRRF, the 2a always does).
           OPEN INPUT ARQHISTFOLHA

           IF WS-STATUS-HISTFOLHA = '00'
               PERFORM UNTIL WS-EOF-HIST = 'S'
                   READ ARQHISTFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           IF FD-HF-TIPO = 'F'
                               AND FD-HF-REF NUMERIC
                               AND FD-HF-REF-ANO = WS-DM-ANO
                               PERFORM 0710-CLASSIFICA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0710-CLASSIFICA-HISTORICO.
      *----------------------------------------------------------------*
           IF FD-HF-REF-MES >= 01 AND FD-HF-REF-MES <= 12
               MOVE 'S' TO WS-HIST-DO-ANO
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = FD-HF-MATRICULA
                   SET WS-IDX-ACHADO TO WS-IDX-FUNC
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO > ZEROS
               IF FD-HF-REF-MES >= 01 AND FD-HF-REF-MES <= 12
                   MOVE 'S' TO
                        WS-FN-MESES(WS-IDX-ACHADO)(FD-HF-REF-MES:1)
               END-IF
               IF FD-HF-REF-MES = 13
                   IF FD-HF-INSS = ZEROS AND FD-HF-IRRF = ZEROS
                       MOVE 'S' TO WS-FN-PAGO-1(WS-IDX-ACHADO)
                       ADD FD-HF-BRUTO TO WS-FN-ADIANT(WS-IDX-ACHADO)
                   ELSE
                       MOVE 'S' TO WS-FN-PAGO-2(WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0720-CARREGA-MOVFOLHA.
      *----------------------------------------------------------------*
      * The MOVFOLHA.TXT handed to this run carries the variable
      * earnings of the year; only the 'P' (provento) events count.
           OPEN INPUT ARQMOVFOLHA

           IF WS-STATUS-MOVFOLHA = '00'
               PERFORM UNTIL WS-EOF-MOVFOLHA = 'S'
                   READ ARQMOVFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-MOVFOLHA
                       NOT AT END
                           IF FD-MV-TIPO = 'P'
                               AND FD-MV-VALOR NUMERIC
                               PERFORM 0730-SOMA-VARIAVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMOVFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0730-SOMA-VARIAVEL.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = FD-MV-MATRICULA
                   ADD FD-MV-VALOR TO WS-FN-VARIAVEIS(WS-IDX-FUNC)
               END-IF
           END-PERFORM
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
       2000-PROCESSA-FUNCIONARIO.
      *----------------------------------------------------------------*
           IF WS-PARCELA = 1 AND WS-FN-PAGO-1(WS-IDX-FUNC) = 'S'
               MOVE '1A PARCELA JA PAGA NO ANO' TO WS-IG-MOTIVO
               PERFORM 2900-GRAVA-IGNORADO
           ELSE
               IF WS-FN-PAGO-2(WS-IDX-FUNC) = 'S'
                   MOVE '2A PARCELA JA PAGA NO ANO' TO WS-IG-MOTIVO
                   PERFORM 2900-GRAVA-IGNORADO
               ELSE
                   PERFORM 2100-CALCULA-AVOS
                   PERFORM 3000-CALCULA-13
                   IF WS-13-BRUTO = ZEROS
                       MOVE 'SEM SALDO DE 13O A PAGAR' TO WS-IG-MOTIVO
                       PERFORM 2900-GRAVA-IGNORADO
                   ELSE
                       PERFORM 4000-GRAVA-RECIBO
                       PERFORM 4100-GRAVA-REMESSA
                       PERFORM 4200-GRAVA-HIST-FUNC
                       PERFORM 4300-ACUMULA-DEPT
                       ADD 1 TO WS-QTD-PAGOS
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULA-AVOS.
      *----------------------------------------------------------------*
      * Months already paid in the year plus the months from the run
      * month to December, which the active employee will still work.
           IF WS-HIST-DO-ANO = 'N'
               MOVE 12 TO WS-AVOS
           ELSE
               MOVE ZEROS TO WS-AVOS
               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 12
                   IF WS-FN-MESES(WS-IDX-FUNC)(WS-IDX-MES:1) = 'S'
                       OR WS-IDX-MES >= WS-DM-MES
                       ADD 1 TO WS-AVOS
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-IGNORADO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-IGNORADOS
           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-IG-MATRICULA
           WRITE REG-RELATORIO FROM WS-LINHA-IGNORADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CALCULA-13.
      *----------------------------------------------------------------*
      * 1a parcela: half of the proportional salary, no deductions.
      * 2a parcela: full 13o (salary plus the average of the variable
      * earnings, in avos) less the 1a parcela, with INSS and IRRF
      * computed on the full 13o alone (tributacao exclusiva).
           IF WS-AVOS > ZEROS
               COMPUTE WS-MEDIA-VARIAVEL ROUNDED =
                       WS-FN-VARIAVEIS(WS-IDX-FUNC) / WS-AVOS
           ELSE
               MOVE ZEROS TO WS-MEDIA-VARIAVEL
           END-IF

           COMPUTE WS-13-INTEGRAL ROUNDED =
                   (WS-FN-SALARIO(WS-IDX-FUNC) + WS-MEDIA-VARIAVEL)
                   * WS-AVOS / 12

           MOVE ZEROS TO WS-INSS WS-IRRF WS-ALIQ-INSS WS-ALIQ-IRRF
           MOVE ZEROS TO WS-QTD-DEP-IRRF WS-DEDUCAO-FUNC

           IF WS-PARCELA = 1
               COMPUTE WS-13-BRUTO ROUNDED =
                       WS-FN-SALARIO(WS-IDX-FUNC) * WS-AVOS / 12 / 2
               MOVE WS-13-BRUTO TO WS-13-LIQUIDO
           ELSE
               MOVE WS-13-INTEGRAL TO WS-BASE-CALCULO
               PERFORM 3051-CALC-INSS-TABELA
               COMPUTE WS-INSS ROUNDED =
                       WS-13-INTEGRAL * WS-ALIQ-INSS / 100

               COMPUTE WS-BASE-IRRF = WS-13-INTEGRAL - WS-INSS

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

               IF WS-FN-ADIANT(WS-IDX-FUNC) < WS-13-INTEGRAL
                   COMPUTE WS-13-BRUTO =
                           WS-13-INTEGRAL - WS-FN-ADIANT(WS-IDX-FUNC)
               ELSE
                   MOVE ZEROS TO WS-13-BRUTO
               END-IF

               IF WS-INSS + WS-IRRF > WS-13-BRUTO
                   DISPLAY 'DESCONTOS DO 13O EXCEDEM O SALDO DA '
                           'MATRICULA ' WS-FN-MATRICULA(WS-IDX-FUNC)
                           ' - LIQUIDO ZERADO'
                   MOVE ZEROS TO WS-13-LIQUIDO
               ELSE
                   COMPUTE WS-13-LIQUIDO =
                           WS-13-BRUTO - WS-INSS - WS-IRRF
               END-IF
           END-IF
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

           MOVE WS-PARCELA      TO WS-DT-PARCELA
           MOVE WS-DM-ANO       TO WS-DT-ANO
           MOVE WS-DATA-SISTEMA TO WS-DT-DATA
           WRITE REG-RELATORIO FROM WS-DT-TITULO

           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-DT-MATRICULA
           MOVE WS-FN-NOME(WS-IDX-FUNC)      TO WS-DT-NOME
           WRITE REG-RELATORIO FROM WS-DT-FUNCIONARIO

           MOVE WS-AVOS TO WS-DT-QTD-AVOS
           WRITE REG-RELATORIO FROM WS-DT-AVOS

           MOVE 'SALARIO BASE:         ' TO WS-DV-ROTULO
           MOVE WS-FN-SALARIO(WS-IDX-FUNC) TO WS-DV-VALOR
           WRITE REG-RELATORIO FROM WS-DT-VERBA

           IF WS-PARCELA = 1
               MOVE 'ADIANTAMENTO 13O:     ' TO WS-DV-ROTULO
               MOVE WS-13-BRUTO TO WS-DV-VALOR
               WRITE REG-RELATORIO FROM WS-DT-VERBA
           ELSE
               MOVE 'MEDIA DE VARIAVEIS:   ' TO WS-DV-ROTULO
               MOVE WS-MEDIA-VARIAVEL TO WS-DV-VALOR
               WRITE REG-RELATORIO FROM WS-DT-VERBA

               MOVE '13O SALARIO INTEGRAL: ' TO WS-DV-ROTULO
               MOVE WS-13-INTEGRAL TO WS-DV-VALOR
               WRITE REG-RELATORIO FROM WS-DT-VERBA

               MOVE '(-) 1A PARCELA PAGA:  ' TO WS-DV-ROTULO
               MOVE WS-FN-ADIANT(WS-IDX-FUNC) TO WS-DV-VALOR
               WRITE REG-RELATORIO FROM WS-DT-VERBA

               MOVE WS-ALIQ-INSS TO WS-DT-ALIQ-INSS
               MOVE WS-INSS      TO WS-DT-VLR-INSS
               WRITE REG-RELATORIO FROM WS-DT-INSS

               IF WS-DEDUCAO-FUNC > ZEROS
                   MOVE 'DEDUCAO DEPENDENTES:  ' TO WS-DV-ROTULO
                   MOVE WS-DEDUCAO-FUNC TO WS-DV-VALOR
                   WRITE REG-RELATORIO FROM WS-DT-VERBA
               END-IF

               MOVE WS-ALIQ-IRRF TO WS-DT-ALIQ-IRRF
               MOVE WS-IRRF      TO WS-DT-VLR-IRRF
               WRITE REG-RELATORIO FROM WS-DT-IRRF
           END-IF

           MOVE 'LIQUIDO A RECEBER:    ' TO WS-DV-ROTULO
           MOVE WS-13-LIQUIDO TO WS-DV-VALOR
           WRITE REG-RELATORIO FROM WS-DT-VERBA
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-GRAVA-REMESSA.
      *----------------------------------------------------------------*
           IF WS-13-LIQUIDO > ZEROS
               MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-RB-MATRICULA
               MOVE WS-FN-NOME(WS-IDX-FUNC)      TO WS-RB-NOME
               MOVE WS-FN-BANCO(WS-IDX-FUNC)     TO WS-RB-BANCO
               MOVE WS-FN-AGENCIA(WS-IDX-FUNC)   TO WS-RB-AGENCIA
               MOVE WS-FN-CONTA(WS-IDX-FUNC)     TO WS-RB-CONTA
               MOVE WS-13-LIQUIDO                TO WS-RB-VALOR
               WRITE REG-REMESSA FROM WS-REM-DETALHE

               ADD 1 TO WS-REM-QTD
               ADD WS-13-LIQUIDO TO WS-REM-TOTAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-GRAVA-HIST-FUNC.
      *----------------------------------------------------------------*
      * Both installments add up under AAAA13: gross, INSS, IRRF and
      * net summed over the reference give the year's 13o.
           MOVE 'F'                          TO FD-HF-TIPO
           MOVE WS-REF-13                    TO FD-HF-REF
           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO FD-HF-MATRICULA
           MOVE WS-FN-NOME(WS-IDX-FUNC)      TO FD-HF-NOME
           MOVE WS-FN-DEPT(WS-IDX-FUNC)      TO FD-HF-DEPT
           MOVE WS-13-BRUTO                  TO FD-HF-BRUTO
           MOVE WS-INSS                      TO FD-HF-INSS
           MOVE WS-IRRF                      TO FD-HF-IRRF
           MOVE WS-13-LIQUIDO                TO FD-HF-NET
           MOVE WS-DEDUCAO-FUNC              TO FD-HF-DEDUCAO-DEP
           MOVE ZEROS                        TO FD-HF-DIF-RETROATIVO
           WRITE REG-HIST-FUNC
           .
           EXIT.
      *----------------------------------------------------------------*
       4300-ACUMULA-DEPT.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-DEPT-COD(WS-IDX-DEPT) = WS-FN-DEPT(WS-IDX-FUNC)
                   SET WS-IDX-ACHADO TO WS-IDX-DEPT
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = ZEROS AND WS-QTD-DEPT < 20
               ADD 1 TO WS-QTD-DEPT
               MOVE WS-QTD-DEPT TO WS-IDX-ACHADO
               MOVE WS-FN-DEPT(WS-IDX-FUNC) TO
                    WS-DEPT-COD(WS-IDX-ACHADO)
               MOVE 'NAO CADASTRADO' TO WS-DEPT-NOME(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-DEPT-CONT(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-DEPT-BRUTO(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-DEPT-INSS(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-DEPT-IRRF(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-DEPT-NET(WS-IDX-ACHADO)
           END-IF

           IF WS-IDX-ACHADO > ZEROS
               ADD 1             TO WS-DEPT-CONT(WS-IDX-ACHADO)
               ADD WS-13-BRUTO   TO WS-DEPT-BRUTO(WS-IDX-ACHADO)
               ADD WS-INSS       TO WS-DEPT-INSS(WS-IDX-ACHADO)
               ADD WS-IRRF       TO WS-DEPT-IRRF(WS-IDX-ACHADO)
               ADD WS-13-LIQUIDO TO WS-DEPT-NET(WS-IDX-ACHADO)
           ELSE
               DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - 13O DA '
                       'MATRICULA ' WS-FN-MATRICULA(WS-IDX-FUNC)
                       ' FORA DA CONTABILIZACAO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-GRAVA-LANCAMENTOS.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               IF WS-DEPT-CONT(WS-IDX-DEPT) > ZEROS
                   PERFORM 6100-GRAVA-LANC-DEPT
               END-IF
           END-PERFORM

           MOVE WS-LC-TOT-DEBITOS  TO WS-LC-TR-DEBITOS
           MOVE WS-LC-TOT-CREDITOS TO WS-LC-TR-CREDITOS
           IF WS-LC-TOT-DEBITOS = WS-LC-TOT-CREDITOS
               MOVE 'BALANCEADO  ' TO WS-LC-TR-SITUACAO
           ELSE
               MOVE 'DESBALANCEADO' TO WS-LC-TR-SITUACAO
               DISPLAY 'LANCAMENTOS CONTABEIS DESBALANCEADOS'
           END-IF
           WRITE REG-LANCAMENTO FROM WS-LC-TRAILER
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-GRAVA-LANC-DEPT.
      *----------------------------------------------------------------*
      * A net zeroed by deductions above the balance leaves the
      * difference on the payable account so the posting still
      * balances against the expense.
           MOVE ZEROS TO WS-CONTA-DEPT
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               IF WS-CT-DEPT(WS-IDX-CONTA) = WS-DEPT-COD(WS-IDX-DEPT)
                   MOVE WS-CT-CONTA(WS-IDX-CONTA) TO WS-CONTA-DEPT
               END-IF
           END-PERFORM

           MOVE 'D' TO WS-LC-TIPO
           MOVE WS-CONTA-DEPT TO WS-LC-CONTA
           MOVE WS-DEPT-COD(WS-IDX-DEPT) TO WS-LC-DEPT
           MOVE WS-DEPT-BRUTO(WS-IDX-DEPT) TO WS-LC-VALOR
           MOVE 'DESPESA 13O SALARIO' TO WS-LC-HISTORICO
           WRITE REG-LANCAMENTO FROM WS-LC-DETALHE
           ADD WS-DEPT-BRUTO(WS-IDX-DEPT) TO WS-LC-TOT-DEBITOS

           MOVE 'C' TO WS-LC-TIPO
           IF WS-DEPT-INSS(WS-IDX-DEPT) > ZEROS
               MOVE WS-CONTA-INSS TO WS-LC-CONTA
               MOVE WS-DEPT-INSS(WS-IDX-DEPT) TO WS-LC-VALOR
               MOVE 'INSS A RECOLHER' TO WS-LC-HISTORICO
               WRITE REG-LANCAMENTO FROM WS-LC-DETALHE
               ADD WS-DEPT-INSS(WS-IDX-DEPT) TO WS-LC-TOT-CREDITOS
           END-IF

           IF WS-DEPT-IRRF(WS-IDX-DEPT) > ZEROS
               MOVE WS-CONTA-IRRF TO WS-LC-CONTA
               MOVE WS-DEPT-IRRF(WS-IDX-DEPT) TO WS-LC-VALOR
               MOVE 'IRRF A RECOLHER' TO WS-LC-HISTORICO
               WRITE REG-LANCAMENTO FROM WS-LC-DETALHE
               ADD WS-DEPT-IRRF(WS-IDX-DEPT) TO WS-LC-TOT-CREDITOS
           END-IF

           MOVE WS-CONTA-SAL-PAGAR TO WS-LC-CONTA
           COMPUTE WS-LC-VALOR = WS-DEPT-BRUTO(WS-IDX-DEPT)
                   - WS-DEPT-INSS(WS-IDX-DEPT)
                   - WS-DEPT-IRRF(WS-IDX-DEPT)
           MOVE '13O SALARIO A PAGAR' TO WS-LC-HISTORICO
           WRITE REG-LANCAMENTO FROM WS-LC-DETALHE
           ADD WS-LC-VALOR TO WS-LC-TOT-CREDITOS
           .
           EXIT.
      *----------------------------------------------------------------*
       6500-GRAVA-HIST-DEPT.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               IF WS-DEPT-CONT(WS-IDX-DEPT) > ZEROS
                   MOVE SPACES TO REG-HIST-DEPT
                   MOVE 'D'       TO FD-HD-TIPO
                   MOVE WS-REF-13 TO FD-HD-REF
                   MOVE WS-DEPT-COD(WS-IDX-DEPT)   TO FD-HD-DEPT
                   MOVE WS-DEPT-NOME(WS-IDX-DEPT)  TO FD-HD-NOME
                   MOVE WS-DEPT-BRUTO(WS-IDX-DEPT) TO FD-HD-BRUTO
                   MOVE WS-DEPT-INSS(WS-IDX-DEPT)  TO FD-HD-INSS
                   MOVE WS-DEPT-IRRF(WS-IDX-DEPT)  TO FD-HD-IRRF
                   MOVE WS-DEPT-NET(WS-IDX-DEPT)   TO FD-HD-NET
                   WRITE REG-HIST-DEPT
               END-IF
           END-PERFORM
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'HISTFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'MOVFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'TABTRIBUTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'PARAMREMESSA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'CONTASCONTABEIS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'DEPARTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'DEMITIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'PARAM13SALARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'ARQRECIBO13.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'ARQREMESSA13.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-11 WS-CFG-RETORNO
           MOVE 'ARQLANC13.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-12 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-13 WS-CFG-RETORNO
           MOVE 'DEPENDENTES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-14 WS-CFG-RETORNO
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

       END PROGRAM DECIMO_TERCEIRO.
