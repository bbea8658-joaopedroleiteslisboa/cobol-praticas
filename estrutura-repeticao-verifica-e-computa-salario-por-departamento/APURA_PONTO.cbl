      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Monthly time-clock (ponto) apuration. Reads the marks
      *          of MARCACOESPONTO.TXT (matricula, date, clock-in,
      *          clock-out) plus the corrected ones of
      *          REINJECAO_PONTO.TXT for the reference of
      *          PARAMPONTO.TXT (AAAAMM; when absent, the month of the
      *          data-movimento) and confronts every day with the
      *          employee's schedule of JORNADAS.TXT (matricula zero
      *          is the default schedule), the holidays of
      *          CALENDARIO.TXT, the vacations of PROGFERIAS.TXT and
      *          the leaves and admissions of AFASTAMENTOS.TXT:
      *            - work beyond the schedule on a working day, or on
      *              an unscheduled weekday, is 50% overtime;
      *            - work on Sunday or on a holiday is 100% overtime;
      *            - work between 22:00 and 05:00 is night work, in
      *              reduced hours of 52m30s;
      *            - a scheduled day without marks is an unjustified
      *              absence and loses the DSR of its week; a shortfall
      *              beyond the tolerance is charged as late hours.
      *          The valued events replace the ponto events (110, 111,
      *          112, 210 and 211, owned by this run) in MOVFOLHA.TXT,
      *          so the apuration can be rerun for the month; the other
      *          lines are kept as they were typed. Unmatched marks and
      *          unknown matriculas go to EXCVALID.TXT for
      *          CORRIGE_EXCECOES. Summary in ARQAPURACAOPONTO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA_PONTO.
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

       SELECT ARQPONTO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PONTO.
      *
       SELECT ARQREINJECAO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-REINJECAO.
      *
       SELECT ARQJORNADAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-JORNADAS.
      *
       SELECT ARQCALENDARIO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CALENDARIO.
      *
       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
      *
       SELECT ARQPROGFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PROGFERIAS.
      *
       SELECT ARQPARAM
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQMOVFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MOVFOLHA.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQEXCVALID
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-EXCVALID.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-11
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQAFASTAMENTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-12
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AFASTAMENTOS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPONTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MARCACOESPONTO.TXT".
       01  REG-PONTO-ARQ          PIC X(80).

       FD  ARQREINJECAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REINJECAO_PONTO.TXT".
       01  REG-REINJECAO          PIC X(80).
       01  REG-REINJ-CONTROLE.
           03 FD-RJ-CTL-TIPO       PIC X(03).
           03 FD-RJ-CTL-DADOS      PIC X(28).
           03 FILLER REDEFINES FD-RJ-CTL-DADOS.
              05 FD-RJ-CTL-ID      PIC X(20).
              05 FD-RJ-CTL-DATA    PIC 9(08).
           03 FILLER REDEFINES FD-RJ-CTL-DADOS.
              05 FD-RJ-CTL-QTD     PIC 9(06).
              05 FD-RJ-CTL-HASH    PIC 9(12)V99.
              05 FILLER            PIC X(08).
           03 FILLER               PIC X(49).

       FD  ARQJORNADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JORNADAS.TXT".
       01  REG-JORNADA.
           03 FD-JN-MATRICULA      PIC 9(09).
           03 FD-JN-ENTRADA.
              05 FD-JN-ENT-HH      PIC 9(02).
              05 FD-JN-ENT-MM      PIC 9(02).
           03 FD-JN-SAIDA.
              05 FD-JN-SAI-HH      PIC 9(02).
              05 FD-JN-SAI-MM      PIC 9(02).
           03 FD-JN-INTERVALO      PIC 9(03).
           03 FD-JN-DIAS           PIC X(07).

       FD  ARQCALENDARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.TXT".
       01  REG-CALENDARIO.
           03 FD-CAL-DATA          PIC 9(08).

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

       FD  ARQPROGFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROGFERIAS.TXT".
       01  REG-PROG-FERIAS.
           03 FD-PG-MATRICULA      PIC 9(09).
           03 FD-PG-INICIO-GOZO    PIC 9(08).
           03 FD-PG-DIAS           PIC 9(02).

       FD  ARQAFASTAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASTAMENTOS.TXT".
           COPY AFASTAMENTOS.

       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMPONTO.TXT".
       01  REG-PARAM-PONTO.
           03 FD-PP-REF            PIC 9(06).

       FD  ARQMOVFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVFOLHA.TXT".
       01  REG-MOVFOLHA.
           03 FD-MV-MATRICULA      PIC 9(09).
           03 FD-MV-EVENTO         PIC 9(03).
           03 FD-MV-DESC           PIC X(20).
           03 FD-MV-VALOR          PIC 9(7)V99.
           03 FD-MV-TIPO           PIC X(01).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQAPURACAOPONTO.TXT".
       01  REG-RELATORIO          PIC X(100).

       FD  ARQEXCVALID
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXCVALID.TXT".
           COPY EXCVALID.

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
           VALUE 'MARCACOESPONTO.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'REINJECAO_PONTO.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'JORNADAS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'CALENDARIO.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'PROGFERIAS.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'PARAMPONTO.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'MOVFOLHA.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'ARQAPURACAOPONTO.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'AFASTAMENTOS.TXT'.

       77  WS-STATUS-PONTO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-REINJECAO PIC X(02) VALUE SPACES.
       77  WS-STATUS-JORNADAS PIC X(02) VALUE SPACES.
       77  WS-STATUS-CALENDARIO PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-PROGFERIAS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOVFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-EXCVALID PIC X(02) VALUE SPACES.
       77  WS-STATUS-AFASTAMENTOS PIC X(02) VALUE SPACES.
       77  WS-EOF-PONTO       PIC X(01) VALUE ' '.
       77  WS-EOF-REINJECAO   PIC X(01) VALUE ' '.
       77  WS-EOF-JORNADAS    PIC X(01) VALUE ' '.
       77  WS-EOF-CALENDARIO  PIC X(01) VALUE ' '.
       77  WS-EOF-DB          PIC X(01) VALUE ' '.
       77  WS-EOF-PROGFERIAS  PIC X(01) VALUE ' '.
       77  WS-EOF-MOVFOLHA    PIC X(01) VALUE ' '.
       77  WS-EOF-EXCVALID    PIC X(01) VALUE ' '.
       77  WS-EOF-AFASTAMENTOS PIC X(01) VALUE ' '.
       77  WS-AFAST-TRUNCADO  PIC X(01) VALUE 'N'.
       77  WS-PONTILHADO      PIC X(100) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-MOVF-TRUNCADO   PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-REJEITO  PIC X(15) VALUE SPACES.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-MARCA-VALIDA    PIC X(01) VALUE 'S'.
       77  WS-MARCA-DA-REF    PIC X(01) VALUE 'S'.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ACEITOS     PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-FORA-REF    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-GRAVADOS    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-APURADOS    PIC 9(04) VALUE ZEROS.

      * Reference month of the apuration and its calendar.
       77  WS-REF-PONTO       PIC 9(06) VALUE ZEROS.
       01  WS-REF-DESM.
           03 WS-RF-ANO       PIC 9(04).
           03 WS-RF-MES       PIC 9(02).
       77  WS-DIAS-MES        PIC 9(02) VALUE ZEROS.
       77  WS-INT-PRIMEIRO    PIC 9(07) VALUE ZEROS.
       77  WS-INT-SEGUINTE    PIC 9(07) VALUE ZEROS.
       77  WS-INT-SEMANA-INI  PIC 9(07) VALUE ZEROS.
       77  WS-INT-DIA         PIC 9(07) VALUE ZEROS.
       77  WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77  WS-IDX-SEMANA      PIC 9(01) VALUE ZEROS.
       77  WS-DIA             PIC 9(02) VALUE ZEROS.
       01  WS-DATA-DIA.
           03 WS-DD-REF       PIC 9(06).
           03 WS-DD-DIA       PIC 9(02).
       01  WS-DATA-DIA-N REDEFINES WS-DATA-DIA PIC 9(08).
       01  WS-DATA-PROX.
           03 WS-DP-ANO       PIC 9(04).
           03 WS-DP-MES       PIC 9(02).
           03 WS-DP-DIA       PIC 9(02).
       01  WS-DATA-PROX-N REDEFINES WS-DATA-PROX PIC 9(08).
       01  WS-DATA-MARCA.
           03 WS-DMC-REF      PIC 9(06).
           03 WS-DMC-DIA      PIC 9(02).

      * Rules of the apuration: monthly divisor for the hourly rate,
      * daily tolerance (CLT art. 58) and night-work window.
       77  WS-DIVISOR-HORA    PIC 9(03) VALUE 220.
       77  WS-TOLERANCIA      PIC 9(02) VALUE 10.
       77  WS-ADIC-NOTURNO    PIC 9(2)V99 VALUE 20,00.
       77  WS-FATOR-HE50      PIC 9V99 VALUE 1,50.
       77  WS-FATOR-HE100     PIC 9V99 VALUE 2,00.

      * Ponto events written to MOVFOLHA.TXT.
       77  WS-EV-HE50         PIC 9(03) VALUE 110.
       77  WS-EV-HE100        PIC 9(03) VALUE 111.
       77  WS-EV-NOTURNO      PIC 9(03) VALUE 112.
       77  WS-EV-FALTAS       PIC 9(03) VALUE 210.
       77  WS-EV-DSR          PIC 9(03) VALUE 211.

      * Work periods of a mark in minutes from midnight of the day of
      * the clock-in; a clock-out before the clock-in is next day.
       77  WS-MIN-ENTRADA     PIC 9(04) VALUE ZEROS.
       77  WS-MIN-SAIDA       PIC 9(04) VALUE ZEROS.
       77  WS-MIN-PERIODO     PIC 9(04) VALUE ZEROS.
       77  WS-MIN-NOTURNO     PIC 9(04) VALUE ZEROS.
       77  WS-JAN-INICIO      PIC 9(04) VALUE ZEROS.
       77  WS-JAN-FIM         PIC 9(04) VALUE ZEROS.
       77  WS-SOB-INICIO      PIC 9(04) VALUE ZEROS.
       77  WS-SOB-FIM         PIC 9(04) VALUE ZEROS.

      * Schedule of the employee being apurated.
       77  WS-JORN-MINUTOS    PIC 9(04) VALUE ZEROS.
       77  WS-JORN-DIAS       PIC X(07) VALUE SPACES.
       77  WS-MIN-PREVISTO    PIC 9(04) VALUE ZEROS.
       77  WS-MIN-TRABALHADO  PIC 9(04) VALUE ZEROS.
       77  WS-E-FERIADO       PIC X(01) VALUE 'N'.
       77  WS-E-FERIAS        PIC X(01) VALUE 'N'.
       77  WS-E-AFASTADO      PIC X(01) VALUE 'N'.

      * Apuration totals of the employee, in minutes.
       77  WS-AP-HE50         PIC 9(05) VALUE ZEROS.
       77  WS-AP-HE100        PIC 9(05) VALUE ZEROS.
       77  WS-AP-NOTURNO      PIC 9(05) VALUE ZEROS.
       77  WS-AP-FALTA-MIN    PIC 9(05) VALUE ZEROS.
       77  WS-AP-ATRASO       PIC 9(05) VALUE ZEROS.
       77  WS-AP-FALTA-DIAS   PIC 9(02) VALUE ZEROS.
       77  WS-AP-DSR          PIC 9(01) VALUE ZEROS.
       01  WS-TAB-SEMANAS.
           03 WS-SEMANA-PERDIDA OCCURS 6 TIMES PIC X(01).

       77  WS-VLR-HORA        PIC 9(7)V9999 VALUE ZEROS.
       77  WS-VLR-HE50        PIC 9(7)V99 VALUE ZEROS.
       77  WS-VLR-HE100       PIC 9(7)V99 VALUE ZEROS.
       77  WS-VLR-NOTURNO     PIC 9(7)V99 VALUE ZEROS.
       77  WS-VLR-FALTAS      PIC 9(7)V99 VALUE ZEROS.
       77  WS-VLR-DSR         PIC 9(7)V99 VALUE ZEROS.
       77  WS-EV-CODIGO       PIC 9(03) VALUE ZEROS.
       77  WS-EV-DESC         PIC X(20) VALUE SPACES.
       77  WS-EV-VALOR        PIC 9(7)V99 VALUE ZEROS.
       77  WS-EV-TIPO         PIC X(01) VALUE SPACES.

       01  WS-TAB-FUNCIONARIOS.
           03 WS-QTD-FUNC        PIC 9(03) VALUE ZEROS.
           03 WS-FUNC OCCURS 500 TIMES INDEXED BY WS-IDX-FUNC.
              05 WS-FN-MATRICULA PIC 9(09).
              05 WS-FN-NOME      PIC X(30).
              05 WS-FN-SALARIO   PIC 9(9)V99.
              05 WS-FN-MARCOU    PIC X(01).
              05 WS-FN-DIA OCCURS 31 TIMES.
                 07 WS-FN-MIN-TRAB PIC 9(04).
                 07 WS-FN-MIN-NOT  PIC 9(04).

       01  WS-TAB-JORNADAS.
           03 WS-QTD-JORN        PIC 9(03) VALUE ZEROS.
           03 WS-JORN OCCURS 500 TIMES INDEXED BY WS-IDX-JORN.
              05 WS-JN-MATRICULA PIC 9(09).
              05 WS-JN-MINUTOS   PIC 9(04).
              05 WS-JN-DIAS      PIC X(07).

      * Default schedule: 08:00 to 17:00 with one hour of rest,
      * Monday to Friday, unless JORNADAS.TXT carries matricula zero.
       77  WS-JORN-PADRAO-MIN PIC 9(04) VALUE 0480.
       77  WS-JORN-PADRAO-DIAS PIC X(07) VALUE 'SSSSSNN'.

       01  WS-TAB-FERIADOS.
           03 WS-QTD-FERIADOS    PIC 9(03) VALUE ZEROS.
           03 WS-FERIADO OCCURS 100 TIMES INDEXED BY WS-IDX-FER.
              05 WS-FER-DATA     PIC 9(08).

       01  WS-TAB-PROG-FERIAS.
           03 WS-QTD-PROG        PIC 9(04) VALUE ZEROS.
           03 WS-PROG OCCURS 1000 TIMES INDEXED BY WS-IDX-PROG.
              05 WS-PG-MATRICULA PIC 9(09).
              05 WS-PG-INT-INICIO PIC 9(07).
              05 WS-PG-INT-FIM   PIC 9(07).

      * Days off of AFASTAMENTOS.TXT (the days before the admission
      * date for an admission; an open leave runs to the end of any
      * month).
       01  WS-TAB-AFASTAMENTOS.
           03 WS-QTD-AFAST       PIC 9(04) VALUE ZEROS.
           03 WS-AFAST OCCURS 1000 TIMES INDEXED BY WS-IDX-AFAST.
              05 WS-AF-MATRICULA PIC 9(09).
              05 WS-AF-INT-INICIO PIC 9(07).
              05 WS-AF-INT-FIM   PIC 9(07).

      * MOVFOLHA.TXT lines kept as they came (all but the ponto
      * events of a previous run of the apuration).
       01  WS-TAB-MOVFOLHA.
           03 WS-QTD-MOVF        PIC 9(04) VALUE ZEROS.
           03 WS-MOVF OCCURS 2000 TIMES INDEXED BY WS-IDX-MOVF.
              05 WS-MF-REGISTRO  PIC X(42).

       01  WS-LINHA-MOVFOLHA.
           03 WS-ML-MATRICULA     PIC 9(09).
           03 WS-ML-EVENTO        PIC 9(03).
           03 WS-ML-DESC          PIC X(20).
           03 WS-ML-VALOR         PIC 9(7)V99.
           03 WS-ML-TIPO          PIC X(01).

       01  WS-TAB-EVENTOS.
           03 WS-QTD-EVENTOS     PIC 9(04) VALUE ZEROS.
           03 WS-EVENTO OCCURS 2500 TIMES INDEXED BY WS-IDX-EVT.
              05 WS-EVT-REGISTRO PIC X(42).

      * Exceptions of previous runs, so a rerun of the month does not
      * raise the same mark again.
       01  WS-TAB-EXC-ANTERIORES.
           03 WS-QTD-EXC-ANT     PIC 9(03) VALUE ZEROS.
           03 WS-EXC-ANT OCCURS 500 TIMES INDEXED BY WS-IDX-EXC.
              05 WS-EA-REGISTRO  PIC X(25).
              05 WS-EA-STATUS    PIC X(01).

      * Corrected marks of REINJECAO_PONTO.TXT; those of the reference
      * or later are kept in the file for the reruns of the month.
       77  WS-RJ-HEADER-LIDO  PIC X(01) VALUE 'N'.
       77  WS-RJ-TRAILER-LIDO PIC X(01) VALUE 'N'.
       77  WS-RJ-QTD-ESPERADA PIC 9(06) VALUE ZEROS.
       77  WS-RJ-INVALIDA     PIC X(01) VALUE 'N'.
       77  WS-QTD-RJ-MANTIDOS PIC 9(03) VALUE ZEROS.
       01  WS-TAB-REINJECAO.
           03 WS-QTD-REINJ       PIC 9(03) VALUE ZEROS.
           03 WS-REINJ OCCURS 100 TIMES INDEXED BY WS-IDX-RJ.
              05 WS-RJ-REGISTRO  PIC X(80).

           COPY PONTO.

       01  WS-VARIAVEIS.
           03 WS-DATA-HORA       PIC X(30).
           03 WS-TIMESTAMP.
               05 WS-DATA.
                   07 WS-ANO               PIC 9(04).
                   07 WS-MES               PIC 9(02).
                   07 WS-DIA-ATUAL         PIC 9(02).
               05 WS-HORA.
                   07 WS-HH                PIC 9(02).
                   07 WS-MM                PIC 9(02).
                   07 WS-SS                PIC 9(02).
                   07 WS-MS                PIC 9(02).

       01  WS-DATA-SISTEMA  PIC X(10).
       01  WS-HORA-SISTEMA  PIC X(08).

       01  WS-LINHA-TITULO.
           03 FILLER  PIC X(33) VALUE
                  'APURACAO DO PONTO - REFERENCIA: '.
           03 WS-TIT-REF          PIC 9(06).
           03 FILLER  PIC X(14) VALUE '  EMITIDO EM: '.
           03 WS-TIT-DATA         PIC X(10).

       01  WS-LINHA-CABEC.
           03 FILLER  PIC X(41) VALUE 'MATRICULA NOME'.
           03 FILLER  PIC X(08) VALUE '   HE50%'.
           03 FILLER  PIC X(08) VALUE '  HE100%'.
           03 FILLER  PIC X(08) VALUE ' NOTURNO'.
           03 FILLER  PIC X(07) VALUE '  FALTA'.
           03 FILLER  PIC X(08) VALUE '  ATRASO'.
           03 FILLER  PIC X(04) VALUE ' DSR'.

       01  WS-LINHA-FUNC.
           03 WS-LF-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LF-NOME          PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LF-HE50          PIC ZZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LF-HE100         PIC ZZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LF-NOTURNO       PIC ZZZ9,99.
           03 FILLER              PIC X(05) VALUE SPACES.
           03 WS-LF-FALTAS        PIC Z9.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LF-ATRASO        PIC ZZZ9,99.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WS-LF-DSR           PIC 9.

       01  WS-LINHA-TOTAL.
           03 WS-LT-ROTULO        PIC X(40).
           03 WS-LT-QTD           PIC ZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           PERFORM 0100-CARREGA-PARAMETRO

           PERFORM 0500-CARREGA-FUNCIONARIOS

           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'DBREGISTRODEP.TXT COM MAIS DE 500 '
                       'FUNCIONARIOS - PONTO NAO APURADO PARA '
                       'NAO REJEITAR MATRICULAS INDEVIDAMENTE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0550-CARREGA-JORNADAS
           PERFORM 0600-CARREGA-CALENDARIO
           PERFORM 0650-CARREGA-PROG-FERIAS
           PERFORM 0660-CARREGA-AFASTAMENTOS

           IF WS-AFAST-TRUNCADO = 'S'
               DISPLAY 'AFASTAMENTOS.TXT COM MAIS DE 1000 REGISTROS - '
                       'PONTO NAO APURADO PARA NAO LANCAR FALTAS '
                       'DE AFASTADOS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0700-CARREGA-MOVFOLHA

           IF WS-MOVF-TRUNCADO = 'S'
               DISPLAY 'MOVFOLHA.TXT COM MAIS DE 2000 EVENTOS - '
                       'PONTO NAO APURADO PARA NAO PERDER '
                       'MOVIMENTOS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0750-CARREGA-EXC-ANTERIORES
           PERFORM 0800-CARREGA-REINJECAO

           OPEN INPUT ARQPONTO
           IF WS-STATUS-PONTO NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE MARCACOES AUSENTE: '
                       'MARCACOESPONTO.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQEXCVALID
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM UNTIL WS-EOF-PONTO = 'S'
               READ ARQPONTO INTO REG-PONTO
                   AT END
                       MOVE 'S' TO WS-EOF-PONTO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2000-VALIDA-MARCACAO
               END-READ
           END-PERFORM

           CLOSE ARQPONTO

           IF WS-RJ-INVALIDA = 'N'
               PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                       UNTIL WS-IDX-RJ > WS-QTD-REINJ
                   MOVE WS-RJ-REGISTRO(WS-IDX-RJ) TO REG-PONTO
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 2000-VALIDA-MARCACAO
               END-PERFORM
           END-IF

           OPEN OUTPUT ARQREL
           MOVE WS-REF-PONTO    TO WS-TIT-REF
           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
               IF WS-FN-MARCOU(WS-IDX-FUNC) = 'S'
                   PERFORM 3000-APURA-FUNCIONARIO
               END-IF
           END-PERFORM

           PERFORM 4000-GRAVA-MOVFOLHA

           IF WS-QTD-REINJ > ZEROS AND WS-RJ-INVALIDA = 'N'
               PERFORM 7000-REGRAVA-REINJECAO
           END-IF

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'MARCACOES LIDAS:' TO WS-LT-ROTULO
           MOVE WS-QTD-LIDOS TO WS-LT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'MARCACOES FORA DA REFERENCIA:' TO WS-LT-ROTULO
           MOVE WS-QTD-FORA-REF TO WS-LT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'MARCACOES REJEITADAS (EXCVALID):' TO WS-LT-ROTULO
           MOVE WS-QTD-REJEITADOS TO WS-LT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'FUNCIONARIOS APURADOS:' TO WS-LT-ROTULO
           MOVE WS-QTD-APURADOS TO WS-LT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'EVENTOS GRAVADOS EM MOVFOLHA.TXT:' TO WS-LT-ROTULO
           MOVE WS-QTD-GRAVADOS TO WS-LT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           CLOSE ARQREL

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQEXCVALID ARQJOBLOG

           DISPLAY 'PONTO REF. ' WS-REF-PONTO
                   ' APURADOS: ' WS-QTD-APURADOS
                   ' EVENTOS: ' WS-QTD-GRAVADOS
                   ' REJEITADAS: ' WS-QTD-REJEITADOS

           IF WS-QTD-REJEITADOS > ZEROS OR WS-RJ-INVALIDA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'APURA_PONTO' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           COMPUTE WS-REF-PONTO = WS-DM-ANO * 100 + WS-DM-MES

           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PP-REF NUMERIC AND FD-PP-REF > ZEROS
                           MOVE FD-PP-REF TO WS-REF-PONTO
                       END-IF
               END-READ
               CLOSE ARQPARAM
           END-IF

      * Calendar of the reference: number of days and the Monday that
      * opens the week of the first day (weeks run Monday to Sunday).
           MOVE WS-REF-PONTO TO WS-REF-DESM
           MOVE WS-REF-PONTO TO WS-DD-REF
           MOVE 01 TO WS-DD-DIA
           COMPUTE WS-INT-PRIMEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DIA-N)

           MOVE WS-RF-ANO TO WS-DP-ANO
           COMPUTE WS-DP-MES = WS-RF-MES + 1
           MOVE 01 TO WS-DP-DIA
           IF WS-DP-MES > 12
               MOVE 01 TO WS-DP-MES
               ADD 1 TO WS-DP-ANO
           END-IF
           COMPUTE WS-INT-SEGUINTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-N)
           COMPUTE WS-DIAS-MES = WS-INT-SEGUINTE - WS-INT-PRIMEIRO

           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-PRIMEIRO - 1, 7) + 1
           COMPUTE WS-INT-SEMANA-INI =
                   WS-INT-PRIMEIRO - WS-DIA-SEMANA + 1
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
           MOVE FD1-SALARIO TO WS-FN-SALARIO(WS-QTD-FUNC)
           MOVE 'N'         TO WS-FN-MARCOU(WS-QTD-FUNC)

           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
               MOVE ZEROS TO WS-FN-MIN-TRAB(WS-QTD-FUNC, WS-DIA)
               MOVE ZEROS TO WS-FN-MIN-NOT(WS-QTD-FUNC, WS-DIA)
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-CARREGA-JORNADAS.
      *----------------------------------------------------------------*
      * A schedule is stored as the minutes of one working day (span
      * less the rest interval) and its weekly days, Monday first.
           OPEN INPUT ARQJORNADAS

           IF WS-STATUS-JORNADAS = '00'
               PERFORM UNTIL WS-EOF-JORNADAS = 'S'
                   READ ARQJORNADAS
                       AT END
                           MOVE 'S' TO WS-EOF-JORNADAS
                       NOT AT END
                           IF FD-JN-ENTRADA NUMERIC
                               AND FD-JN-SAIDA NUMERIC
                               AND FD-JN-INTERVALO NUMERIC
                               PERFORM 0560-GUARDA-JORNADA
                           ELSE
                               DISPLAY 'JORNADA INVALIDA IGNORADA - '
                                       'MATRICULA ' FD-JN-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQJORNADAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0560-GUARDA-JORNADA.
      *----------------------------------------------------------------*
           COMPUTE WS-MIN-ENTRADA = FD-JN-ENT-HH * 60 + FD-JN-ENT-MM
           COMPUTE WS-MIN-SAIDA   = FD-JN-SAI-HH * 60 + FD-JN-SAI-MM
           IF WS-MIN-SAIDA < WS-MIN-ENTRADA
               ADD 1440 TO WS-MIN-SAIDA
           END-IF
           COMPUTE WS-MIN-PERIODO = WS-MIN-SAIDA - WS-MIN-ENTRADA
           IF WS-MIN-PERIODO > FD-JN-INTERVALO
               SUBTRACT FD-JN-INTERVALO FROM WS-MIN-PERIODO
           ELSE
               MOVE ZEROS TO WS-MIN-PERIODO
           END-IF

           IF FD-JN-MATRICULA = ZEROS
               MOVE WS-MIN-PERIODO TO WS-JORN-PADRAO-MIN
               MOVE FD-JN-DIAS     TO WS-JORN-PADRAO-DIAS
           ELSE
               IF WS-QTD-JORN < 500
                   ADD 1 TO WS-QTD-JORN
                   MOVE FD-JN-MATRICULA TO WS-JN-MATRICULA(WS-QTD-JORN)
                   MOVE WS-MIN-PERIODO  TO WS-JN-MINUTOS(WS-QTD-JORN)
                   MOVE FD-JN-DIAS      TO WS-JN-DIAS(WS-QTD-JORN)
               ELSE
                   DISPLAY 'JORNADAS.TXT COM MAIS DE 500 JORNADAS - '
                           'MATRICULA ' FD-JN-MATRICULA
                           ' NA JORNADA PADRAO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-CALENDARIO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCALENDARIO

           IF WS-STATUS-CALENDARIO = '00'
               PERFORM UNTIL WS-EOF-CALENDARIO = 'S'
                   READ ARQCALENDARIO
                       AT END
                           MOVE 'S' TO WS-EOF-CALENDARIO
                       NOT AT END
                           IF FD-CAL-DATA NUMERIC
                               AND WS-QTD-FERIADOS < 100
                               ADD 1 TO WS-QTD-FERIADOS
                               MOVE FD-CAL-DATA TO
                                    WS-FER-DATA(WS-QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCALENDARIO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-CARREGA-PROG-FERIAS.
      *----------------------------------------------------------------*
      * Days of scheduled vacation are neither expected nor absent.
           OPEN INPUT ARQPROGFERIAS

           IF WS-STATUS-PROGFERIAS = '00'
               PERFORM UNTIL WS-EOF-PROGFERIAS = 'S'
                   READ ARQPROGFERIAS
                       AT END
                           MOVE 'S' TO WS-EOF-PROGFERIAS
                       NOT AT END
                           IF FD-PG-INICIO-GOZO NUMERIC
                               AND FD-PG-DIAS NUMERIC
                               AND FD-PG-DIAS > ZEROS
                               AND WS-QTD-PROG < 1000
                               ADD 1 TO WS-QTD-PROG
                               MOVE FD-PG-MATRICULA TO
                                    WS-PG-MATRICULA(WS-QTD-PROG)
                               COMPUTE WS-PG-INT-INICIO(WS-QTD-PROG) =
                                   FUNCTION INTEGER-OF-DATE
                                   (FD-PG-INICIO-GOZO)
                               COMPUTE WS-PG-INT-FIM(WS-QTD-PROG) =
                                   WS-PG-INT-INICIO(WS-QTD-PROG)
                                   + FD-PG-DIAS - 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPROGFERIAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0660-CARREGA-AFASTAMENTOS.
      *----------------------------------------------------------------*
      * Days of leave, and the days before an admission, are neither
      * expected nor absent, like the vacation days.
           OPEN INPUT ARQAFASTAMENTOS

           IF WS-STATUS-AFASTAMENTOS = '00'
               PERFORM UNTIL WS-EOF-AFASTAMENTOS = 'S'
                   READ ARQAFASTAMENTOS
                       AT END
                           MOVE 'S' TO WS-EOF-AFASTAMENTOS
                       NOT AT END
                           IF AF-INICIO NUMERIC
                               AND AF-FIM NUMERIC
                               AND AF-INICIO > ZEROS
                               IF WS-QTD-AFAST < 1000
                                   PERFORM 0665-GUARDA-AFASTAMENTO
                               ELSE
                                   MOVE 'S' TO WS-AFAST-TRUNCADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAFASTAMENTOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0665-GUARDA-AFASTAMENTO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-AFAST
           MOVE AF-MATRICULA TO WS-AF-MATRICULA(WS-QTD-AFAST)

           IF AF-TIPO = 'I'
               MOVE 1 TO WS-AF-INT-INICIO(WS-QTD-AFAST)
               COMPUTE WS-AF-INT-FIM(WS-QTD-AFAST) =
                       FUNCTION INTEGER-OF-DATE(AF-INICIO) - 1
           ELSE
               COMPUTE WS-AF-INT-INICIO(WS-QTD-AFAST) =
                       FUNCTION INTEGER-OF-DATE(AF-INICIO)
               IF AF-FIM = ZEROS
                   MOVE 9999999 TO WS-AF-INT-FIM(WS-QTD-AFAST)
               ELSE
                   COMPUTE WS-AF-INT-FIM(WS-QTD-AFAST) =
                           FUNCTION INTEGER-OF-DATE(AF-FIM)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-MOVFOLHA.
      *----------------------------------------------------------------*
      * Keeps the typed movements; the ponto events of a previous run
      * are dropped here and generated again below.
           OPEN INPUT ARQMOVFOLHA

           IF WS-STATUS-MOVFOLHA = '00'
               PERFORM UNTIL WS-EOF-MOVFOLHA = 'S'
                   READ ARQMOVFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-MOVFOLHA
                       NOT AT END
                           IF FD-MV-EVENTO = WS-EV-HE50 OR WS-EV-HE100
                              OR WS-EV-NOTURNO OR WS-EV-FALTAS
                              OR WS-EV-DSR
                               CONTINUE
                           ELSE
                               IF WS-QTD-MOVF < 2000
                                   ADD 1 TO WS-QTD-MOVF
                                   MOVE REG-MOVFOLHA TO
                                        WS-MF-REGISTRO(WS-QTD-MOVF)
                               ELSE
                                   MOVE 'S' TO WS-MOVF-TRUNCADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMOVFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-CARREGA-EXC-ANTERIORES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQEXCVALID

           IF WS-STATUS-EXCVALID = '00'
               PERFORM UNTIL WS-EOF-EXCVALID = 'S'
                   READ ARQEXCVALID
                       AT END
                           MOVE 'S' TO WS-EOF-EXCVALID
                       NOT AT END
                           IF EXCVALID-PROGRAMA = 'APURA_PONTO'
                               AND WS-QTD-EXC-ANT < 500
                               ADD 1 TO WS-QTD-EXC-ANT
                               MOVE EXCVALID-REGISTRO(1:25) TO
                                    WS-EA-REGISTRO(WS-QTD-EXC-ANT)
                               MOVE EXCVALID-STATUS TO
                                    WS-EA-STATUS(WS-QTD-EXC-ANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQEXCVALID
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0800-CARREGA-REINJECAO.
      *----------------------------------------------------------------*
      * Same control as the payroll reinjection: header, trailer and
      * a record count that must match, or nothing is taken.
           OPEN INPUT ARQREINJECAO

           IF WS-STATUS-REINJECAO = '00'
               PERFORM UNTIL WS-EOF-REINJECAO = 'S'
                   READ ARQREINJECAO
                       AT END
                           MOVE 'S' TO WS-EOF-REINJECAO
                       NOT AT END
                           IF FD-RJ-CTL-TIPO = 'HDR'
                               MOVE 'S' TO WS-RJ-HEADER-LIDO
                           ELSE
                           IF FD-RJ-CTL-TIPO = 'TRL'
                               MOVE 'S' TO WS-RJ-TRAILER-LIDO
                               MOVE FD-RJ-CTL-QTD TO
                                    WS-RJ-QTD-ESPERADA
                           ELSE
                               IF WS-QTD-REINJ < 100
                                   ADD 1 TO WS-QTD-REINJ
                                   MOVE REG-REINJECAO TO
                                        WS-RJ-REGISTRO(WS-QTD-REINJ)
                               ELSE
                                   MOVE 'S' TO WS-RJ-INVALIDA
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREINJECAO

               IF WS-QTD-REINJ > ZEROS
                   AND (WS-RJ-HEADER-LIDO = 'N'
                        OR WS-RJ-TRAILER-LIDO = 'N'
                        OR WS-QTD-REINJ NOT = WS-RJ-QTD-ESPERADA)
                   MOVE 'S' TO WS-RJ-INVALIDA
               END-IF
           END-IF

           IF WS-RJ-INVALIDA = 'S'
               DISPLAY 'REINJECAO_PONTO.TXT SEM CONTROLE VALIDO - '
                       'MARCACOES CORRIGIDAS NAO CONSIDERADAS'
           ELSE
               IF WS-QTD-REINJ > ZEROS
                   DISPLAY 'MARCACOES REINJETADAS DA CORRECAO DE '
                           'EXCECOES: ' WS-QTD-REINJ
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-VALIDA-MARCACAO.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-MARCA-VALIDA
           MOVE 'S' TO WS-MARCA-DA-REF

           IF PT-DATA NOT NUMERIC
               MOVE 'PONTO-DATA' TO WS-MOTIVO-REJEITO
               MOVE 'N' TO WS-MARCA-VALIDA
           ELSE
               MOVE PT-DATA TO WS-DATA-MARCA
               IF WS-DMC-REF NOT = WS-REF-PONTO
                   ADD 1 TO WS-QTD-FORA-REF
                   MOVE 'N' TO WS-MARCA-DA-REF
               ELSE
                   IF WS-DMC-DIA < 1 OR WS-DMC-DIA > WS-DIAS-MES
                       MOVE 'PONTO-DATA' TO WS-MOTIVO-REJEITO
                       MOVE 'N' TO WS-MARCA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF WS-MARCA-VALIDA = 'S' AND WS-MARCA-DA-REF = 'S'
               MOVE 'N' TO WS-ACHOU
               IF PT-MATRICULA NUMERIC
                   PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                           UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                           OR WS-ACHOU = 'S'
                       IF WS-FN-MATRICULA(WS-IDX-FUNC) = PT-MATRICULA
                           MOVE 'S' TO WS-ACHOU
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-ACHOU = 'N'
                   MOVE 'PONTO-MATRICULA' TO WS-MOTIVO-REJEITO
                   MOVE 'N' TO WS-MARCA-VALIDA
               ELSE
                   SET WS-IDX-FUNC DOWN BY 1
               END-IF
           END-IF

      * A blank mark means an odd number of marks in the day.
           IF WS-MARCA-VALIDA = 'S' AND WS-MARCA-DA-REF = 'S'
               IF PT-ENTRADA NOT NUMERIC
                   OR PT-ENT-HH > 23 OR PT-ENT-MM > 59
                   MOVE 'PONTO-ENTRADA' TO WS-MOTIVO-REJEITO
                   MOVE 'N' TO WS-MARCA-VALIDA
               ELSE
                   IF PT-SAIDA NOT NUMERIC
                       OR PT-SAI-HH > 23 OR PT-SAI-MM > 59
                       MOVE 'PONTO-SAIDA' TO WS-MOTIVO-REJEITO
                       MOVE 'N' TO WS-MARCA-VALIDA
                   END-IF
               END-IF
           END-IF

           IF WS-MARCA-VALIDA = 'N'
               PERFORM 7500-GRAVA-REJEITO
           ELSE
               IF WS-MARCA-DA-REF = 'S'
                   ADD 1 TO WS-QTD-ACEITOS
                   MOVE 'S' TO WS-FN-MARCOU(WS-IDX-FUNC)
                   PERFORM 2100-SOMA-PERIODO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-SOMA-PERIODO.
      *----------------------------------------------------------------*
           COMPUTE WS-MIN-ENTRADA = PT-ENT-HH * 60 + PT-ENT-MM
           COMPUTE WS-MIN-SAIDA   = PT-SAI-HH * 60 + PT-SAI-MM
           IF WS-MIN-SAIDA < WS-MIN-ENTRADA
               ADD 1440 TO WS-MIN-SAIDA
           END-IF
           COMPUTE WS-MIN-PERIODO = WS-MIN-SAIDA - WS-MIN-ENTRADA

      * Night windows over the two days the period may span:
      * 00:00-05:00, 22:00-05:00 of the next day and 22:00-24:00.
           MOVE ZEROS TO WS-MIN-NOTURNO
           MOVE 0000 TO WS-JAN-INICIO
           MOVE 0300 TO WS-JAN-FIM
           PERFORM 2110-SOBREPOE-JANELA
           MOVE 1320 TO WS-JAN-INICIO
           MOVE 1740 TO WS-JAN-FIM
           PERFORM 2110-SOBREPOE-JANELA
           MOVE 2760 TO WS-JAN-INICIO
           MOVE 2880 TO WS-JAN-FIM
           PERFORM 2110-SOBREPOE-JANELA

           ADD WS-MIN-PERIODO TO
               WS-FN-MIN-TRAB(WS-IDX-FUNC, WS-DMC-DIA)
           ADD WS-MIN-NOTURNO TO
               WS-FN-MIN-NOT(WS-IDX-FUNC, WS-DMC-DIA)
           .
           EXIT.
      *----------------------------------------------------------------*
       2110-SOBREPOE-JANELA.
      *----------------------------------------------------------------*
           IF WS-MIN-ENTRADA > WS-JAN-INICIO
               MOVE WS-MIN-ENTRADA TO WS-SOB-INICIO
           ELSE
               MOVE WS-JAN-INICIO  TO WS-SOB-INICIO
           END-IF

           IF WS-MIN-SAIDA < WS-JAN-FIM
               MOVE WS-MIN-SAIDA TO WS-SOB-FIM
           ELSE
               MOVE WS-JAN-FIM   TO WS-SOB-FIM
           END-IF

           IF WS-SOB-FIM > WS-SOB-INICIO
               COMPUTE WS-MIN-NOTURNO =
                       WS-MIN-NOTURNO + WS-SOB-FIM - WS-SOB-INICIO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-APURA-FUNCIONARIO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-APURADOS

           MOVE ZEROS TO WS-AP-HE50 WS-AP-HE100 WS-AP-NOTURNO
                         WS-AP-FALTA-MIN WS-AP-ATRASO
                         WS-AP-FALTA-DIAS WS-AP-DSR
           MOVE ALL 'N' TO WS-TAB-SEMANAS

           MOVE WS-JORN-PADRAO-MIN  TO WS-JORN-MINUTOS
           MOVE WS-JORN-PADRAO-DIAS TO WS-JORN-DIAS
           PERFORM VARYING WS-IDX-JORN FROM 1 BY 1
                   UNTIL WS-IDX-JORN > WS-QTD-JORN
               IF WS-JN-MATRICULA(WS-IDX-JORN) =
                  WS-FN-MATRICULA(WS-IDX-FUNC)
                   MOVE WS-JN-MINUTOS(WS-IDX-JORN) TO WS-JORN-MINUTOS
                   MOVE WS-JN-DIAS(WS-IDX-JORN)    TO WS-JORN-DIAS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-MES
               PERFORM 3100-APURA-DIA
           END-PERFORM

           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
                   UNTIL WS-IDX-SEMANA > 6
               IF WS-SEMANA-PERDIDA(WS-IDX-SEMANA) = 'S'
                   ADD 1 TO WS-AP-DSR
               END-IF
           END-PERFORM

           PERFORM 3500-VALORIZA-EVENTOS
           PERFORM 3600-IMPRIME-FUNCIONARIO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-APURA-DIA.
      *----------------------------------------------------------------*
           MOVE WS-REF-PONTO TO WS-DD-REF
           MOVE WS-DIA       TO WS-DD-DIA
           COMPUTE WS-INT-DIA = WS-INT-PRIMEIRO + WS-DIA - 1
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-DIA - 1, 7) + 1
           COMPUTE WS-IDX-SEMANA =
                   (WS-INT-DIA - WS-INT-SEMANA-INI) / 7 + 1

           MOVE 'N' TO WS-E-FERIAS
           PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
                   UNTIL WS-IDX-PROG > WS-QTD-PROG
                   OR WS-E-FERIAS = 'S'
               IF WS-PG-MATRICULA(WS-IDX-PROG) =
                  WS-FN-MATRICULA(WS-IDX-FUNC)
                  AND WS-INT-DIA >= WS-PG-INT-INICIO(WS-IDX-PROG)
                  AND WS-INT-DIA <= WS-PG-INT-FIM(WS-IDX-PROG)
                   MOVE 'S' TO WS-E-FERIAS
               END-IF
           END-PERFORM

           IF WS-E-FERIAS = 'N'
               PERFORM 3105-VERIFICA-AFASTAMENTO
               IF WS-E-AFASTADO = 'N'
                   PERFORM 3110-CONFRONTA-JORNADA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3105-VERIFICA-AFASTAMENTO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-E-AFASTADO
           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
                   OR WS-E-AFASTADO = 'S'
               IF WS-AF-MATRICULA(WS-IDX-AFAST) =
                  WS-FN-MATRICULA(WS-IDX-FUNC)
                  AND WS-INT-DIA >= WS-AF-INT-INICIO(WS-IDX-AFAST)
                  AND WS-INT-DIA <= WS-AF-INT-FIM(WS-IDX-AFAST)
                   MOVE 'S' TO WS-E-AFASTADO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3110-CONFRONTA-JORNADA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-E-FERIADO
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                   OR WS-E-FERIADO = 'S'
               IF WS-FER-DATA(WS-IDX-FER) = WS-DATA-DIA-N
                   MOVE 'S' TO WS-E-FERIADO
               END-IF
           END-PERFORM

           MOVE WS-FN-MIN-TRAB(WS-IDX-FUNC, WS-DIA) TO
                WS-MIN-TRABALHADO
           ADD WS-FN-MIN-NOT(WS-IDX-FUNC, WS-DIA) TO WS-AP-NOTURNO

      * Sunday and holidays: every hour worked is 100% overtime.
           IF WS-DIA-SEMANA = 7 OR WS-E-FERIADO = 'S'
               MOVE ZEROS TO WS-MIN-PREVISTO
           ELSE
               IF WS-JORN-DIAS(WS-DIA-SEMANA:1) = 'S'
                   MOVE WS-JORN-MINUTOS TO WS-MIN-PREVISTO
               ELSE
                   MOVE ZEROS TO WS-MIN-PREVISTO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DIA-SEMANA = 7 OR WS-E-FERIADO = 'S'
                   ADD WS-MIN-TRABALHADO TO WS-AP-HE100
               WHEN WS-MIN-PREVISTO = ZEROS
                   ADD WS-MIN-TRABALHADO TO WS-AP-HE50
               WHEN WS-MIN-TRABALHADO = ZEROS
                   ADD 1 TO WS-AP-FALTA-DIAS
                   ADD WS-MIN-PREVISTO TO WS-AP-FALTA-MIN
                   MOVE 'S' TO WS-SEMANA-PERDIDA(WS-IDX-SEMANA)
               WHEN WS-MIN-TRABALHADO >
                    WS-MIN-PREVISTO + WS-TOLERANCIA
                   COMPUTE WS-AP-HE50 = WS-AP-HE50 +
                           WS-MIN-TRABALHADO - WS-MIN-PREVISTO
               WHEN WS-MIN-TRABALHADO + WS-TOLERANCIA <
                    WS-MIN-PREVISTO
                   COMPUTE WS-AP-ATRASO = WS-AP-ATRASO +
                           WS-MIN-PREVISTO - WS-MIN-TRABALHADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-VALORIZA-EVENTOS.
      *----------------------------------------------------------------*
      * Hourly rate on the monthly divisor; night hours are reduced
      * (52m30s each) and paid the night premium only, the hours
      * themselves being already in the salary or in the overtime.
           COMPUTE WS-VLR-HORA ROUNDED =
                   WS-FN-SALARIO(WS-IDX-FUNC) / WS-DIVISOR-HORA

           COMPUTE WS-VLR-HE50 ROUNDED =
                   WS-AP-HE50 / 60 * WS-VLR-HORA * WS-FATOR-HE50
           COMPUTE WS-VLR-HE100 ROUNDED =
                   WS-AP-HE100 / 60 * WS-VLR-HORA * WS-FATOR-HE100
           COMPUTE WS-VLR-NOTURNO ROUNDED =
                   WS-AP-NOTURNO / 52,5 * WS-VLR-HORA
                   * WS-ADIC-NOTURNO / 100
           COMPUTE WS-VLR-FALTAS ROUNDED =
                   (WS-AP-FALTA-MIN + WS-AP-ATRASO) / 60 * WS-VLR-HORA
           COMPUTE WS-VLR-DSR ROUNDED =
                   WS-FN-SALARIO(WS-IDX-FUNC) / 30 * WS-AP-DSR

           MOVE WS-EV-HE50         TO WS-EV-CODIGO
           MOVE 'HORA EXTRA 50%'   TO WS-EV-DESC
           MOVE WS-VLR-HE50        TO WS-EV-VALOR
           MOVE 'P'                TO WS-EV-TIPO
           PERFORM 3550-GUARDA-EVENTO

           MOVE WS-EV-HE100        TO WS-EV-CODIGO
           MOVE 'HORA EXTRA 100%'  TO WS-EV-DESC
           MOVE WS-VLR-HE100       TO WS-EV-VALOR
           MOVE 'P'                TO WS-EV-TIPO
           PERFORM 3550-GUARDA-EVENTO

           MOVE WS-EV-NOTURNO      TO WS-EV-CODIGO
           MOVE 'ADICIONAL NOTURNO' TO WS-EV-DESC
           MOVE WS-VLR-NOTURNO     TO WS-EV-VALOR
           MOVE 'P'                TO WS-EV-TIPO
           PERFORM 3550-GUARDA-EVENTO

           MOVE WS-EV-FALTAS       TO WS-EV-CODIGO
           MOVE 'FALTAS E ATRASOS' TO WS-EV-DESC
           MOVE WS-VLR-FALTAS      TO WS-EV-VALOR
           MOVE 'D'                TO WS-EV-TIPO
           PERFORM 3550-GUARDA-EVENTO

           MOVE WS-EV-DSR          TO WS-EV-CODIGO
           MOVE 'DSR PERDIDO'      TO WS-EV-DESC
           MOVE WS-VLR-DSR         TO WS-EV-VALOR
           MOVE 'D'                TO WS-EV-TIPO
           PERFORM 3550-GUARDA-EVENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3550-GUARDA-EVENTO.
      *----------------------------------------------------------------*
           IF WS-EV-VALOR > ZEROS
               IF WS-QTD-EVENTOS < 2500
                   MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-ML-MATRICULA
                   MOVE WS-EV-CODIGO TO WS-ML-EVENTO
                   MOVE WS-EV-DESC   TO WS-ML-DESC
                   MOVE WS-EV-VALOR  TO WS-ML-VALOR
                   MOVE WS-EV-TIPO   TO WS-ML-TIPO
                   ADD 1 TO WS-QTD-EVENTOS
                   MOVE WS-LINHA-MOVFOLHA TO
                        WS-EVT-REGISTRO(WS-QTD-EVENTOS)
               ELSE
                   MOVE 'S' TO WS-MOVF-TRUNCADO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3600-IMPRIME-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO WS-LF-MATRICULA
           MOVE WS-FN-NOME(WS-IDX-FUNC)      TO WS-LF-NOME
           COMPUTE WS-LF-HE50    ROUNDED = WS-AP-HE50 / 60
           COMPUTE WS-LF-HE100   ROUNDED = WS-AP-HE100 / 60
           COMPUTE WS-LF-NOTURNO ROUNDED = WS-AP-NOTURNO / 52,5
           MOVE WS-AP-FALTA-DIAS             TO WS-LF-FALTAS
           COMPUTE WS-LF-ATRASO  ROUNDED = WS-AP-ATRASO / 60
           MOVE WS-AP-DSR                    TO WS-LF-DSR
           WRITE REG-RELATORIO FROM WS-LINHA-FUNC
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-MOVFOLHA.
      *----------------------------------------------------------------*
      * MOVFOLHA.TXT is rewritten whole: the typed lines first, then
      * the ponto events of this apuration. Too many lines for the
      * payroll table leave the file untouched.
           IF WS-MOVF-TRUNCADO = 'S'
              OR WS-QTD-MOVF + WS-QTD-EVENTOS > 2000
               DISPLAY 'EVENTOS DO PONTO EXCEDEM 2000 LINHAS EM '
                       'MOVFOLHA.TXT - ARQUIVO NAO ATUALIZADO'
               MOVE 'S' TO WS-MOVF-TRUNCADO
               MOVE ZEROS TO WS-QTD-GRAVADOS
           ELSE
               OPEN OUTPUT ARQMOVFOLHA

               PERFORM VARYING WS-IDX-MOVF FROM 1 BY 1
                       UNTIL WS-IDX-MOVF > WS-QTD-MOVF
                   MOVE WS-MF-REGISTRO(WS-IDX-MOVF) TO REG-MOVFOLHA
                   WRITE REG-MOVFOLHA
               END-PERFORM

               PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                       UNTIL WS-IDX-EVT > WS-QTD-EVENTOS
                   MOVE WS-EVT-REGISTRO(WS-IDX-EVT) TO REG-MOVFOLHA
                   WRITE REG-MOVFOLHA
                   ADD 1 TO WS-QTD-GRAVADOS
               END-PERFORM

               CLOSE ARQMOVFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-REGRAVA-REINJECAO.
      *----------------------------------------------------------------*
      * Corrected marks of past references are no longer needed; the
      * others stay for the reruns of the month.
           MOVE ZEROS TO WS-QTD-RJ-MANTIDOS
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                   UNTIL WS-IDX-RJ > WS-QTD-REINJ
               PERFORM 7010-VERIFICA-MANTIDO
               IF WS-ACHOU = 'S'
                   ADD 1 TO WS-QTD-RJ-MANTIDOS
               END-IF
           END-PERFORM

           IF WS-QTD-RJ-MANTIDOS NOT = WS-QTD-REINJ
               OPEN OUTPUT ARQREINJECAO

               IF WS-QTD-RJ-MANTIDOS > ZEROS
                   MOVE SPACES TO REG-REINJ-CONTROLE
                   MOVE 'HDR' TO FD-RJ-CTL-TIPO
                   MOVE 'REINJECAO_PONTO.TXT' TO FD-RJ-CTL-ID
                   WRITE REG-REINJ-CONTROLE

                   PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                           UNTIL WS-IDX-RJ > WS-QTD-REINJ
                       PERFORM 7010-VERIFICA-MANTIDO
                       IF WS-ACHOU = 'S'
                           MOVE WS-RJ-REGISTRO(WS-IDX-RJ) TO
                                REG-REINJECAO
                           WRITE REG-REINJECAO
                       END-IF
                   END-PERFORM

                   MOVE SPACES TO REG-REINJ-CONTROLE
                   MOVE 'TRL' TO FD-RJ-CTL-TIPO
                   MOVE WS-QTD-RJ-MANTIDOS TO FD-RJ-CTL-QTD
                   MOVE ZEROS TO FD-RJ-CTL-HASH
                   WRITE REG-REINJ-CONTROLE
               END-IF

               CLOSE ARQREINJECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7010-VERIFICA-MANTIDO.
      *----------------------------------------------------------------*
           MOVE WS-RJ-REGISTRO(WS-IDX-RJ) TO REG-PONTO
           MOVE 'S' TO WS-ACHOU
           IF PT-DATA NUMERIC
               MOVE PT-DATA TO WS-DATA-MARCA
               IF WS-DMC-REF < WS-REF-PONTO
                   MOVE 'N' TO WS-ACHOU
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7500-GRAVA-REJEITO.
      *----------------------------------------------------------------*
      * A mark already raised by a previous run of the month is not
      * raised again; one already corrected came back through the
      * reinjection file and the original is simply left out.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-QTD-EXC-ANT
                   OR WS-ACHOU = 'S'
               IF WS-EA-REGISTRO(WS-IDX-EXC) = REG-PONTO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'S'
               SET WS-IDX-EXC DOWN BY 1
               IF WS-EA-STATUS(WS-IDX-EXC) NOT = 'R'
                   ADD 1 TO WS-QTD-REJEITADOS
               END-IF
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE 'APURA_PONTO'           TO EXCVALID-PROGRAMA
               MOVE WS-MOTIVO-REJEITO       TO EXCVALID-CAMPO
               MOVE REG-PONTO               TO EXCVALID-REGISTRO
               MOVE WS-DATA-SISTEMA         TO EXCVALID-DATA
               MOVE WS-HORA-SISTEMA         TO EXCVALID-HORA
               MOVE 'P'                     TO EXCVALID-STATUS
               MOVE SPACES                  TO EXCVALID-OPERADOR
               MOVE SPACES                  TO EXCVALID-DATA-RESOL
               WRITE REG-EXCVALID

               IF WS-QTD-EXC-ANT < 500
                   ADD 1 TO WS-QTD-EXC-ANT
                   MOVE REG-PONTO TO WS-EA-REGISTRO(WS-QTD-EXC-ANT)
                   MOVE 'P'       TO WS-EA-STATUS(WS-QTD-EXC-ANT)
               END-IF
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'MARCACOESPONTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'REINJECAO_PONTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'JORNADAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'CALENDARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'PROGFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'PARAMPONTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'MOVFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'ARQAPURACAOPONTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'EXCVALID.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-11 WS-CFG-RETORNO
           MOVE 'AFASTAMENTOS.TXT' TO WS-CFG-LOGICO
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

       END PROGRAM APURA_PONTO.
