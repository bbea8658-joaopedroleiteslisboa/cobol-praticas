      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Retroactive collective agreement (dissidio) run. When
      *          the agreement is signed after the data-base month, the
      *          raise of PARAMDISSIDIO.TXT (percentage and effective
      *          reference AAAAMM, plus an optional selection of
      *          departments and/or matriculas; no selection means
      *          every employee) is applied to every monthly 'F'
      *          record of HISTFOLHA.TXT from the effective reference
      *          up to the month before the data-movimento. Gross,
      *          INSS and IRRF are recomputed with the TABTRIBUTOS.TXT
      *          brackets in force in each of those months (and the
      *          dependents deduction recorded with the month), and
      *          the differences against what was paid are listed per
      *          employee and month in ARQDISSIDIO.TXT. The totals of
      *          each active employee replace the dissidio events (150
      *          gross difference, 250 INSS and 251 IRRF differences,
      *          owned by this run) in MOVFOLHA.TXT, so the run can be
      *          repeated before the payroll closes; the other lines
      *          are kept. COMPUTA_SAL_POR_DEP takes event 150 into the
      *          FGTS base and the provisions of the current month.
      *          13th salary references (AAAA13) are not recomputed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO_RETROATIVO.
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
       SELECT ARQHISTORD
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT WS-SORT-WORK ASSIGN TO DISK.
      *
       SELECT ARQTRIBUTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-TRIBUTOS.
      *
       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
      *
       SELECT ARQMOVFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MOVFOLHA.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

      * Line 'P': percentage and effective reference AAAAMM; lines 'D'
      * (department) or 'M' (matricula), code in 9 digits, restrict
      * the run.
       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMDISSIDIO.TXT".
       01  REG-PARAM-DISSIDIO.
           03 FD-PD-TIPO           PIC X(01).
           03 FD-PD-PERCENTUAL     PIC 9(2)V99.
           03 FD-PD-REF-INICIAL    PIC 9(06).
       01  REG-PARAM-SELECAO.
           03 FD-PS-TIPO           PIC X(01).
           03 FD-PS-CODIGO         PIC 9(09).

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

       FD  ARQHISTORD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISSIDIOORD.TXT".
       01  REG-HIST-ORD.
           03 FD-HO-TIPO           PIC X(01).
           03 FD-HO-REF            PIC 9(06).
           03 FD-HO-MATRICULA      PIC 9(09).
           03 FD-HO-NOME           PIC X(30).
           03 FD-HO-DEPT           PIC 9(05).
           03 FD-HO-BRUTO          PIC 9(9)V99.
           03 FD-HO-INSS           PIC 9(7)V99.
           03 FD-HO-IRRF           PIC 9(7)V99.
           03 FD-HO-NET            PIC 9(9)V99.
           03 FD-HO-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HO-DIF-RETROATIVO PIC 9(7)V99.

       SD  WS-SORT-WORK.
       01  SD-HIST-FUNC.
           03 SD-HF-TIPO           PIC X(01).
           03 SD-HF-REF            PIC 9(06).
           03 SD-HF-MATRICULA      PIC 9(09).
           03 SD-HF-NOME           PIC X(30).
           03 SD-HF-DEPT           PIC 9(05).
           03 SD-HF-BRUTO          PIC 9(9)V99.
           03 SD-HF-INSS           PIC 9(7)V99.
           03 SD-HF-IRRF           PIC 9(7)V99.
           03 SD-HF-NET            PIC 9(9)V99.
           03 SD-HF-DEDUCAO-DEP    PIC 9(7)V99.
           03 SD-HF-DIF-RETROATIVO PIC 9(7)V99.

       FD  ARQTRIBUTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TABTRIBUTOS.TXT".
       01  REG-TRIBUTOS.
           03 FD-TT-TIPO           PIC X(01).
           03 FD-TT-VIGENCIA       PIC 9(08).
           03 FD-TT-LIMITE         PIC 9(7)V99.
           03 FD-TT-ALIQ           PIC 9(2)V99.

       FD  ARQ-DB-ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DBREGISTRODEP.TXT".
       01  REG-PESSOAS-ENTRADA.
           03 FD1-COD-P            PIC 9(09).
           03 FD1-NOME-P           PIC X(30).
           03 FD1-COD-DEPT         PIC 9(05).
           03 FD1-SALARIO          PIC 9(9)V99.
           03 FD1-BANCO            PIC 9(03).
           03 FD1-AGENCIA          PIC 9(04).
           03 FD1-CONTA            PIC 9(10).

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
           VALUE OF FILE-ID IS "ARQDISSIDIO.TXT".
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
           VALUE 'PARAMDISSIDIO.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'HISTFOLHA.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DISSIDIOORD.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'TABTRIBUTOS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'MOVFOLHA.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'ARQDISSIDIO.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTFOLHA PIC X(02) VALUE SPACES.
       77  WS-STATUS-TRIBUTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-MOVFOLHA PIC X(02) VALUE SPACES.
       77  WS-EOF-PARAM       PIC X(01) VALUE ' '.
       77  WS-EOF-HIST        PIC X(01) VALUE ' '.
       77  WS-EOF-ORDENADO    PIC X(01) VALUE ' '.
       77  WS-EOF-TRIBUTOS    PIC X(01) VALUE ' '.
       77  WS-EOF-DB          PIC X(01) VALUE ' '.
       77  WS-EOF-MOVFOLHA    PIC X(01) VALUE ' '.
       77  WS-PONTILHADO      PIC X(132) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-MOVF-TRUNCADO   PIC X(01) VALUE 'N'.
       77  WS-PARAM-VALIDO    PIC X(01) VALUE 'N'.
       77  WS-SELECIONADO     PIC X(01) VALUE 'N'.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-PRIMEIRO        PIC X(01) VALUE 'S'.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-MESES       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DUPLICADOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-FUNCIONARIOS PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DESLIGADOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-GRAVADOS    PIC 9(06) VALUE ZEROS.

      * Raise of the agreement and the window of references it covers
      * (from the effective month to the month before the current
      * payroll).
       77  WS-PERCENTUAL      PIC 9(2)V99 VALUE ZEROS.
       01  WS-REF-INICIAL     PIC 9(06) VALUE ZEROS.
       01  WS-REF-INICIAL-R REDEFINES WS-REF-INICIAL.
           03 WS-RI-ANO       PIC 9(04).
           03 WS-RI-MES       PIC 9(02).
       77  WS-REF-ATUAL       PIC 9(06) VALUE ZEROS.
       77  WS-REF-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77  WS-MATRIC-ATUAL    PIC 9(09) VALUE ZEROS.

      * Dissidio events written to MOVFOLHA.TXT; 150 is also read by
      * COMPUTA_SAL_POR_DEP as salary for FGTS and provisions.
       77  WS-EV-DIF-SALARIO  PIC 9(03) VALUE 150.
       77  WS-EV-DIF-INSS     PIC 9(03) VALUE 250.
       77  WS-EV-DIF-IRRF     PIC 9(03) VALUE 251.
       77  WS-EV-CODIGO       PIC 9(03) VALUE ZEROS.
       77  WS-EV-DESC         PIC X(20) VALUE SPACES.
       77  WS-EV-VALOR        PIC S9(9)V99 VALUE ZEROS.
       77  WS-EV-TIPO         PIC X(01) VALUE SPACES.

      * Recomputation of one reference.
       77  WS-NOVO-BRUTO      PIC 9(9)V99 VALUE ZEROS.
       77  WS-NOVO-INSS       PIC 9(7)V99 VALUE ZEROS.
       77  WS-NOVO-IRRF       PIC 9(7)V99 VALUE ZEROS.
       77  WS-BASE-IRRF       PIC 9(9)V99 VALUE ZEROS.
       77  WS-DEDUCAO-MES     PIC 9(7)V99 VALUE ZEROS.
       77  WS-DIF-BRUTO       PIC S9(9)V99 VALUE ZEROS.
       77  WS-DIF-INSS        PIC S9(7)V99 VALUE ZEROS.
       77  WS-DIF-IRRF        PIC S9(7)V99 VALUE ZEROS.
       77  WS-BASE-CALCULO    PIC 9(9)V99 VALUE ZEROS.
       77  WS-ALIQ-INSS       PIC 9(2)V99 VALUE ZEROS.
       77  WS-ALIQ-IRRF       PIC 9(2)V99 VALUE ZEROS.
       77  WS-ALIQ-ACHADA     PIC X(01) VALUE 'N'.

      * Employee and overall totals of the differences.
       01  WS-TOTAIS-FUNC.
           03 WS-TF-MESES        PIC 9(03).
           03 WS-TF-DIF-BRUTO    PIC S9(9)V99.
           03 WS-TF-DIF-INSS     PIC S9(9)V99.
           03 WS-TF-DIF-IRRF     PIC S9(9)V99.

       01  WS-TOTAIS-GERAL.
           03 WS-TG-DIF-BRUTO    PIC S9(11)V99 VALUE ZEROS.
           03 WS-TG-DIF-INSS     PIC S9(11)V99 VALUE ZEROS.
           03 WS-TG-DIF-IRRF     PIC S9(11)V99 VALUE ZEROS.

      * Employee selection of PARAMDISSIDIO.TXT.
       01  WS-TAB-SELECAO.
           03 WS-QTD-SEL         PIC 9(03) VALUE ZEROS.
           03 WS-SEL OCCURS 200 TIMES INDEXED BY WS-IDX-SEL.
              05 WS-SEL-TIPO     PIC X(01).
              05 WS-SEL-CODIGO   PIC 9(09).

      * Active employees: only they get events in the current payroll;
      * the department of the register drives the selection.
       01  WS-TAB-FUNCIONARIOS.
           03 WS-QTD-FUNC        PIC 9(04) VALUE ZEROS.
           03 WS-FUNC OCCURS 1000 TIMES INDEXED BY WS-IDX-FUNC.
              05 WS-FN-MATRICULA PIC 9(09).
              05 WS-FN-DEPT      PIC 9(05).
       77  WS-FUNC-ATIVO      PIC X(01) VALUE 'N'.
       77  WS-DEPT-SELECAO    PIC 9(05) VALUE ZEROS.

      * TABTRIBUTOS.TXT is kept whole in memory; the brackets of each
      * reference are picked from it by the greatest vigencia not
      * after the last day of the month, as the payroll did back then.
       01  WS-TAB-TRIBUTOS.
           03 WS-QTD-TRIB        PIC 9(03) VALUE ZEROS.
           03 WS-TRIB OCCURS 300 TIMES INDEXED BY WS-IDX-TRIB.
              05 WS-TB-TIPO      PIC X(01).
              05 WS-TB-VIGENCIA  PIC 9(08).
              05 WS-TB-LIMITE    PIC 9(7)V99.
              05 WS-TB-ALIQ      PIC 9(2)V99.
       77  WS-REF-TABELA      PIC 9(06) VALUE ZEROS.
       77  WS-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       77  WS-VIG-INSS        PIC 9(08) VALUE ZEROS.
       77  WS-VIG-IRRF        PIC 9(08) VALUE ZEROS.

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

      * MOVFOLHA.TXT lines kept as they came (all but the dissidio
      * events of a previous run) and the events of this run.
       01  WS-TAB-MOVFOLHA.
           03 WS-QTD-MOVF        PIC 9(04) VALUE ZEROS.
           03 WS-MOVF OCCURS 2000 TIMES INDEXED BY WS-IDX-MOVF.
              05 WS-MF-REGISTRO  PIC X(42).

       01  WS-TAB-EVENTOS.
           03 WS-QTD-EVENTOS     PIC 9(04) VALUE ZEROS.
           03 WS-EVT OCCURS 2000 TIMES INDEXED BY WS-IDX-EVT.
              05 WS-EVT-REGISTRO PIC X(42).

       01  WS-LINHA-MOVFOLHA.
           03 WS-ML-MATRICULA     PIC 9(09).
           03 WS-ML-EVENTO        PIC 9(03).
           03 WS-ML-DESC          PIC X(20).
           03 WS-ML-VALOR         PIC 9(7)V99.
           03 WS-ML-TIPO          PIC X(01).

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
              'DIFERENCAS RETROATIVAS DE DISSIDIO - PERC.'.
           03 WS-TIT-PERCENTUAL   PIC ZZ9,99.
           03 FILLER  PIC X(15) VALUE '%  A PARTIR DE '.
           03 WS-TIT-REF-INICIAL  PIC 9(06).
           03 FILLER  PIC X(14) VALUE '  FOLHA REF.: '.
           03 WS-TIT-REF-ATUAL    PIC 9(06).
           03 FILLER  PIC X(14) VALUE '  EMITIDO EM: '.
           03 WS-TIT-DATA         PIC X(10).

       01  WS-LINHA-CABEC.
           03 FILLER  PIC X(08) VALUE '    REF.'.
           03 FILLER  PIC X(14) VALUE '   BRUTO PAGO'.
           03 FILLER  PIC X(14) VALUE '  BRUTO DEVIDO'.
           03 FILLER  PIC X(14) VALUE '   DIF. BRUTO'.
           03 FILLER  PIC X(13) VALUE '   INSS PAGO'.
           03 FILLER  PIC X(13) VALUE ' INSS DEVIDO'.
           03 FILLER  PIC X(13) VALUE '   DIF. INSS'.
           03 FILLER  PIC X(13) VALUE '   IRRF PAGO'.
           03 FILLER  PIC X(13) VALUE ' IRRF DEVIDO'.
           03 FILLER  PIC X(13) VALUE '   DIF. IRRF'.

       01  WS-LINHA-FUNC.
           03 FILLER  PIC X(11) VALUE 'MATRICULA: '.
           03 WS-LF-MATRICULA     PIC 9(09).
           03 FILLER  PIC X(03) VALUE ' - '.
           03 WS-LF-NOME          PIC X(30).
           03 FILLER  PIC X(08) VALUE '  DEPT: '.
           03 WS-LF-DEPT          PIC 9(05).

       01  WS-LINHA-DETALHE.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DT-REF           PIC 9(06).
           03 WS-DT-BRUTO         PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-DT-NOVO-BRUTO    PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-DT-DIF-BRUTO     PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-DT-INSS          PIC Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-DT-NOVO-INSS     PIC Z.ZZZ.ZZ9,99.
           03 WS-DT-DIF-INSS      PIC Z.ZZZ.ZZ9,99-.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-DT-IRRF          PIC Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-DT-NOVO-IRRF     PIC Z.ZZZ.ZZ9,99.
           03 WS-DT-DIF-IRRF      PIC Z.ZZZ.ZZ9,99-.

       01  WS-LINHA-TOT-FUNC.
           03 FILLER  PIC X(10) VALUE '  TOTAL ('.
           03 WS-TL-MESES         PIC ZZ9.
           03 FILLER  PIC X(08) VALUE ' MESES) '.
           03 WS-TL-SITUACAO      PIC X(07).
           03 FILLER  PIC X(08) VALUE SPACES.
           03 WS-TL-DIF-BRUTO     PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER  PIC X(26) VALUE SPACES.
           03 WS-TL-DIF-INSS      PIC Z.ZZZ.ZZ9,99-.
           03 FILLER  PIC X(26) VALUE SPACES.
           03 WS-TL-DIF-IRRF      PIC Z.ZZZ.ZZ9,99-.

       01  WS-LINHA-TOTAL.
           03 WS-LT-ROTULO        PIC X(40).
           03 WS-LT-VALOR         PIC ZZZ.ZZZ.ZZ9,99-.

       01  WS-LINHA-QTD.
           03 WS-LQ-ROTULO        PIC X(40).
           03 WS-LQ-QTD           PIC ZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           PERFORM 0500-CARREGA-PARAMETRO

           IF WS-PARAM-VALIDO = 'N'
               DISPLAY 'PARAMETRO DO DISSIDIO AUSENTE OU INVALIDO: '
                       'PARAMDISSIDIO.TXT (PERCENTUAL E REFERENCIA '
                       'INICIAL ANTERIOR A ' WS-REF-ATUAL ')'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0550-CARREGA-FUNCIONARIOS
           PERFORM 0600-CARREGA-TRIBUTOS
           PERFORM 0650-CARREGA-MOVFOLHA

      * Without the whole register, the whole tax table or the whole
      * movement file the run would pay or drop the wrong events.
           IF WS-CARGA-TRUNCADA = 'S' OR WS-MOVF-TRUNCADO = 'S'
               DISPLAY 'DBREGISTRODEP.TXT COM MAIS DE 1000, '
                       'TABTRIBUTOS.TXT COM MAIS DE 300 OU '
                       'MOVFOLHA.TXT COM MAIS DE 2000 REGISTROS - '
                       'DISSIDIO NAO CALCULADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SORT WS-SORT-WORK ON ASCENDING KEY SD-HF-MATRICULA SD-HF-REF
               INPUT PROCEDURE IS 0100-ALIMENTA-SORT
               GIVING ARQHISTORD

           IF WS-STATUS-HISTFOLHA NOT = '00' AND '02' AND '10'
               DISPLAY 'HISTORICO DA FOLHA AUSENTE: HISTFOLHA.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  ARQHISTORD
           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM 1000-IMPRIME-CABECALHO

           PERFORM UNTIL WS-EOF-ORDENADO = 'S'
               READ ARQHISTORD
                   AT END
                       MOVE 'S' TO WS-EOF-ORDENADO
                   NOT AT END
                       IF WS-PRIMEIRO = 'S'
                           OR FD-HO-MATRICULA NOT = WS-MATRIC-ATUAL
                           IF WS-PRIMEIRO = 'N'
                               PERFORM 3000-FECHA-FUNCIONARIO
                           END-IF
                           PERFORM 2000-ABRE-FUNCIONARIO
                           PERFORM 2100-CALCULA-REFERENCIA
                       ELSE
                           IF FD-HO-REF = WS-REF-ANTERIOR
                               ADD 1 TO WS-QTD-DUPLICADOS
                               DISPLAY 'REFERENCIA DUPLICADA EM '
                                       'HISTFOLHA.TXT - IGNORADA: '
                                       FD-HO-MATRICULA ' ' FD-HO-REF
                           ELSE
                               PERFORM 2100-CALCULA-REFERENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRIMEIRO = 'N'
               PERFORM 3000-FECHA-FUNCIONARIO
           END-IF

           PERFORM 4000-GRAVA-MOVFOLHA
           PERFORM 3100-IMPRIME-TOTAL-GERAL

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQHISTORD ARQREL ARQJOBLOG

           DISPLAY 'DISSIDIO ' WS-TIT-PERCENTUAL
                   '% DESDE ' WS-REF-INICIAL
                   ' FUNCIONARIOS: ' WS-QTD-FUNCIONARIOS
                   ' MESES: ' WS-QTD-MESES
                   ' EVENTOS: ' WS-QTD-GRAVADOS

           EVALUATE TRUE
               WHEN WS-MOVF-TRUNCADO = 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-DUPLICADOS > ZEROS
                   OR WS-QTD-DESLIGADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'DISSIDIO_RETROATIVO' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-ALIMENTA-SORT.
      *----------------------------------------------------------------*
      * Only monthly payrolls inside the window of the agreement, of
      * the selected employees, go to the sort.
           OPEN INPUT ARQHISTFOLHA

           IF WS-STATUS-HISTFOLHA = '00' OR '02'
               PERFORM UNTIL WS-EOF-HIST = 'S'
                   READ ARQHISTFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           IF FD-HF-TIPO = 'F'
                               AND FD-HF-REF NUMERIC
                               AND FD-HF-REF >= WS-REF-INICIAL
                               AND FD-HF-REF < WS-REF-ATUAL
                               AND FD-HF-REF-MES >= 01
                               AND FD-HF-REF-MES <= 12
                               AND FD-HF-BRUTO NUMERIC
                               ADD 1 TO WS-QTD-LIDOS
                               PERFORM 0150-VERIFICA-SELECAO
                               IF WS-SELECIONADO = 'S'
                                   RELEASE SD-HIST-FUNC FROM
                                           REG-HIST-FUNC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-VERIFICA-SELECAO.
      *----------------------------------------------------------------*
           MOVE FD-HF-DEPT TO WS-DEPT-SELECAO
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-ACHOU = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = FD-HF-MATRICULA
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-FN-DEPT(WS-IDX-FUNC) TO WS-DEPT-SELECAO
               END-IF
           END-PERFORM

           IF WS-QTD-SEL = ZEROS
               MOVE 'S' TO WS-SELECIONADO
           ELSE
               MOVE 'N' TO WS-SELECIONADO
               PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                       UNTIL WS-IDX-SEL > WS-QTD-SEL
                       OR WS-SELECIONADO = 'S'
                   IF (WS-SEL-TIPO(WS-IDX-SEL) = 'D'
                       AND WS-SEL-CODIGO(WS-IDX-SEL) = WS-DEPT-SELECAO)
                    OR (WS-SEL-TIPO(WS-IDX-SEL) = 'M'
                       AND WS-SEL-CODIGO(WS-IDX-SEL) = FD-HF-MATRICULA)
                       MOVE 'S' TO WS-SELECIONADO
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           COMPUTE WS-REF-ATUAL = WS-DM-ANO * 100 + WS-DM-MES

           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00'
               PERFORM UNTIL WS-EOF-PARAM = 'S'
                   READ ARQPARAM
                       AT END
                           MOVE 'S' TO WS-EOF-PARAM
                       NOT AT END
                           PERFORM 0510-GUARDA-PARAMETRO
                   END-READ
               END-PERFORM
               CLOSE ARQPARAM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-PARAMETRO.
      *----------------------------------------------------------------*
           EVALUATE FD-PD-TIPO
               WHEN 'P'
                   IF FD-PD-PERCENTUAL NUMERIC
                       AND FD-PD-PERCENTUAL > ZEROS
                       AND FD-PD-REF-INICIAL NUMERIC
                       MOVE FD-PD-PERCENTUAL  TO WS-PERCENTUAL
                       MOVE FD-PD-REF-INICIAL TO WS-REF-INICIAL
                       IF WS-RI-MES >= 01 AND WS-RI-MES <= 12
                           AND WS-REF-INICIAL < WS-REF-ATUAL
                           MOVE 'S' TO WS-PARAM-VALIDO
                       END-IF
                   END-IF
               WHEN 'D'
               WHEN 'M'
                   IF FD-PS-CODIGO NUMERIC
                       IF WS-QTD-SEL < 200
                           ADD 1 TO WS-QTD-SEL
                           MOVE FD-PS-TIPO   TO WS-SEL-TIPO(WS-QTD-SEL)
                           MOVE FD-PS-CODIGO TO
                                WS-SEL-CODIGO(WS-QTD-SEL)
                       ELSE
                           DISPLAY 'SELECAO COM MAIS DE 200 LINHAS - '
                                   'IGNORADA: ' FD-PS-TIPO FD-PS-CODIGO
                       END-IF
                   ELSE
                       DISPLAY 'SELECAO INVALIDA EM PARAMDISSIDIO.TXT'
                               ' - IGNORADA: ' REG-PARAM-SELECAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-CARREGA-FUNCIONARIOS.
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
                               IF WS-QTD-FUNC < 1000
                                   ADD 1 TO WS-QTD-FUNC
                                   MOVE FD1-COD-P TO
                                        WS-FN-MATRICULA(WS-QTD-FUNC)
                                   MOVE FD1-COD-DEPT TO
                                        WS-FN-DEPT(WS-QTD-FUNC)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-TRUNCADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DB-ENTRADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-TRIBUTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQTRIBUTOS

           IF WS-STATUS-TRIBUTOS = '00'
               PERFORM UNTIL WS-EOF-TRIBUTOS = 'S'
                   READ ARQTRIBUTOS
                       AT END
                           MOVE 'S' TO WS-EOF-TRIBUTOS
                       NOT AT END
                           IF (FD-TT-TIPO = 'I' OR 'R')
                               AND FD-TT-VIGENCIA NUMERIC
                               IF WS-QTD-TRIB < 300
                                   ADD 1 TO WS-QTD-TRIB
                                   MOVE REG-TRIBUTOS TO
                                        WS-TRIB(WS-QTD-TRIB)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-TRUNCADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTRIBUTOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-CARREGA-MOVFOLHA.
      *----------------------------------------------------------------*
      * Keeps the typed movements and the other runs' events; the
      * dissidio events of a previous run are dropped here and
      * generated again below.
           OPEN INPUT ARQMOVFOLHA

           IF WS-STATUS-MOVFOLHA = '00'
               PERFORM UNTIL WS-EOF-MOVFOLHA = 'S'
                   READ ARQMOVFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF-MOVFOLHA
                       NOT AT END
                           IF FD-MV-EVENTO = WS-EV-DIF-SALARIO
                              OR WS-EV-DIF-INSS OR WS-EV-DIF-IRRF
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
       1000-IMPRIME-CABECALHO.
      *----------------------------------------------------------------*
           MOVE WS-PERCENTUAL   TO WS-TIT-PERCENTUAL
           MOVE WS-REF-INICIAL  TO WS-TIT-REF-INICIAL
           MOVE WS-REF-ATUAL    TO WS-TIT-REF-ATUAL
           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ABRE-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PRIMEIRO
           MOVE FD-HO-MATRICULA TO WS-MATRIC-ATUAL
           INITIALIZE WS-TOTAIS-FUNC
           ADD 1 TO WS-QTD-FUNCIONARIOS

           MOVE 'N' TO WS-FUNC-ATIVO
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-FUNC-ATIVO = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = FD-HO-MATRICULA
                   MOVE 'S' TO WS-FUNC-ATIVO
               END-IF
           END-PERFORM

           MOVE FD-HO-MATRICULA TO WS-LF-MATRICULA
           MOVE FD-HO-NOME      TO WS-LF-NOME
           MOVE FD-HO-DEPT      TO WS-LF-DEPT
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-LINHA-FUNC
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULA-REFERENCIA.
      *----------------------------------------------------------------*
      * The same calculation as the monthly payroll (rate of the
      * bracket applied to the whole base), on the gross raised by the
      * agreement.
           MOVE FD-HO-REF TO WS-REF-ANTERIOR
           IF FD-HO-REF NOT = WS-REF-TABELA
               PERFORM 2200-SELECIONA-TABELA
           END-IF

           IF FD-HO-DEDUCAO-DEP NUMERIC
               MOVE FD-HO-DEDUCAO-DEP TO WS-DEDUCAO-MES
           ELSE
               MOVE ZEROS TO WS-DEDUCAO-MES
           END-IF
           IF FD-HO-INSS NOT NUMERIC
               MOVE ZEROS TO FD-HO-INSS
           END-IF
           IF FD-HO-IRRF NOT NUMERIC
               MOVE ZEROS TO FD-HO-IRRF
           END-IF

           COMPUTE WS-NOVO-BRUTO ROUNDED =
                   FD-HO-BRUTO * (100 + WS-PERCENTUAL) / 100

           MOVE WS-NOVO-BRUTO TO WS-BASE-CALCULO
           PERFORM 2300-CALC-INSS-TABELA
           COMPUTE WS-NOVO-INSS ROUNDED =
                   WS-NOVO-BRUTO * WS-ALIQ-INSS / 100

           IF WS-NOVO-BRUTO - WS-NOVO-INSS > WS-DEDUCAO-MES
               COMPUTE WS-BASE-IRRF =
                       WS-NOVO-BRUTO - WS-NOVO-INSS - WS-DEDUCAO-MES
           ELSE
               MOVE ZEROS TO WS-BASE-IRRF
           END-IF

           MOVE WS-BASE-IRRF TO WS-BASE-CALCULO
           PERFORM 2350-CALC-IRRF-TABELA
           COMPUTE WS-NOVO-IRRF ROUNDED =
                   WS-BASE-IRRF * WS-ALIQ-IRRF / 100

           COMPUTE WS-DIF-BRUTO = WS-NOVO-BRUTO - FD-HO-BRUTO
           COMPUTE WS-DIF-INSS  = WS-NOVO-INSS  - FD-HO-INSS
           COMPUTE WS-DIF-IRRF  = WS-NOVO-IRRF  - FD-HO-IRRF

           ADD 1            TO WS-TF-MESES
           ADD 1            TO WS-QTD-MESES
           ADD WS-DIF-BRUTO TO WS-TF-DIF-BRUTO
           ADD WS-DIF-INSS  TO WS-TF-DIF-INSS
           ADD WS-DIF-IRRF  TO WS-TF-DIF-IRRF

           MOVE FD-HO-REF     TO WS-DT-REF
           MOVE FD-HO-BRUTO   TO WS-DT-BRUTO
           MOVE WS-NOVO-BRUTO TO WS-DT-NOVO-BRUTO
           MOVE WS-DIF-BRUTO  TO WS-DT-DIF-BRUTO
           MOVE FD-HO-INSS    TO WS-DT-INSS
           MOVE WS-NOVO-INSS  TO WS-DT-NOVO-INSS
           MOVE WS-DIF-INSS   TO WS-DT-DIF-INSS
           MOVE FD-HO-IRRF    TO WS-DT-IRRF
           MOVE WS-NOVO-IRRF  TO WS-DT-NOVO-IRRF
           MOVE WS-DIF-IRRF   TO WS-DT-DIF-IRRF
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-SELECIONA-TABELA.
      *----------------------------------------------------------------*
      * Brackets in force on the last day of the reference: the
      * greatest vigencia of each type not after it, rows in file
      * order. A month before any vigencia of the file falls back on
      * the brackets published for 2020, as the payroll does.
           MOVE FD-HO-REF TO WS-REF-TABELA
           COMPUTE WS-DATA-CORTE = WS-REF-TABELA * 100 + 31
           MOVE ZEROS TO WS-VIG-INSS WS-VIG-IRRF
           MOVE ZEROS TO WS-QTD-FX-INSS WS-QTD-FX-IRRF

           PERFORM VARYING WS-IDX-TRIB FROM 1 BY 1
                   UNTIL WS-IDX-TRIB > WS-QTD-TRIB
               IF WS-TB-VIGENCIA(WS-IDX-TRIB) <= WS-DATA-CORTE
                   IF WS-TB-TIPO(WS-IDX-TRIB) = 'I'
                       AND WS-TB-VIGENCIA(WS-IDX-TRIB) > WS-VIG-INSS
                       MOVE WS-TB-VIGENCIA(WS-IDX-TRIB) TO WS-VIG-INSS
                   END-IF
                   IF WS-TB-TIPO(WS-IDX-TRIB) = 'R'
                       AND WS-TB-VIGENCIA(WS-IDX-TRIB) > WS-VIG-IRRF
                       MOVE WS-TB-VIGENCIA(WS-IDX-TRIB) TO WS-VIG-IRRF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-TRIB FROM 1 BY 1
                   UNTIL WS-IDX-TRIB > WS-QTD-TRIB
               EVALUATE TRUE
                   WHEN WS-TB-TIPO(WS-IDX-TRIB) = 'I'
                           AND WS-VIG-INSS > ZEROS
                           AND WS-TB-VIGENCIA(WS-IDX-TRIB) = WS-VIG-INSS
                           AND WS-QTD-FX-INSS < 10
                       ADD 1 TO WS-QTD-FX-INSS
                       MOVE WS-TB-LIMITE(WS-IDX-TRIB) TO
                            WS-FXI-LIMITE(WS-QTD-FX-INSS)
                       MOVE WS-TB-ALIQ(WS-IDX-TRIB) TO
                            WS-FXI-ALIQ(WS-QTD-FX-INSS)
                   WHEN WS-TB-TIPO(WS-IDX-TRIB) = 'R'
                           AND WS-VIG-IRRF > ZEROS
                           AND WS-TB-VIGENCIA(WS-IDX-TRIB) = WS-VIG-IRRF
                           AND WS-QTD-FX-IRRF < 10
                       ADD 1 TO WS-QTD-FX-IRRF
                       MOVE WS-TB-LIMITE(WS-IDX-TRIB) TO
                            WS-FXR-LIMITE(WS-QTD-FX-IRRF)
                       MOVE WS-TB-ALIQ(WS-IDX-TRIB) TO
                            WS-FXR-ALIQ(WS-QTD-FX-IRRF)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

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
       2300-CALC-INSS-TABELA.
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
       2350-CALC-IRRF-TABELA.
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
       3000-FECHA-FUNCIONARIO.
      *----------------------------------------------------------------*
      * The totals of an active employee become events of the current
      * payroll; a terminated employee's differences are only listed
      * (they belong to a complementary termination).
           MOVE WS-TF-MESES     TO WS-TL-MESES
           MOVE WS-TF-DIF-BRUTO TO WS-TL-DIF-BRUTO
           MOVE WS-TF-DIF-INSS  TO WS-TL-DIF-INSS
           MOVE WS-TF-DIF-IRRF  TO WS-TL-DIF-IRRF

           IF WS-FUNC-ATIVO = 'S'
               MOVE 'EVENTOS' TO WS-TL-SITUACAO
               MOVE WS-EV-DIF-SALARIO  TO WS-EV-CODIGO
               MOVE 'DIF. SALARIAL DISSID' TO WS-EV-DESC
               MOVE WS-TF-DIF-BRUTO    TO WS-EV-VALOR
               MOVE 'P'                TO WS-EV-TIPO
               PERFORM 3050-GUARDA-EVENTO
               MOVE WS-EV-DIF-INSS     TO WS-EV-CODIGO
               MOVE 'DIF. INSS DISSIDIO'  TO WS-EV-DESC
               MOVE WS-TF-DIF-INSS     TO WS-EV-VALOR
               MOVE 'D'                TO WS-EV-TIPO
               PERFORM 3050-GUARDA-EVENTO
               MOVE WS-EV-DIF-IRRF     TO WS-EV-CODIGO
               MOVE 'DIF. IRRF DISSIDIO'  TO WS-EV-DESC
               MOVE WS-TF-DIF-IRRF     TO WS-EV-VALOR
               MOVE 'D'                TO WS-EV-TIPO
               PERFORM 3050-GUARDA-EVENTO
           ELSE
               MOVE 'DESLIG.' TO WS-TL-SITUACAO
               ADD 1 TO WS-QTD-DESLIGADOS
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-TOT-FUNC

           ADD WS-TF-DIF-BRUTO TO WS-TG-DIF-BRUTO
           ADD WS-TF-DIF-INSS  TO WS-TG-DIF-INSS
           ADD WS-TF-DIF-IRRF  TO WS-TG-DIF-IRRF
           .
           EXIT.
      *----------------------------------------------------------------*
       3050-GUARDA-EVENTO.
      *----------------------------------------------------------------*
           IF WS-EV-VALOR > ZEROS
               IF WS-QTD-EVENTOS < 2000
                   MOVE WS-MATRIC-ATUAL TO WS-ML-MATRICULA
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
       3100-IMPRIME-TOTAL-GERAL.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'HISTORICOS NA JANELA DO DISSIDIO:' TO WS-LQ-ROTULO
           MOVE WS-QTD-LIDOS TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'FUNCIONARIOS RECALCULADOS:' TO WS-LQ-ROTULO
           MOVE WS-QTD-FUNCIONARIOS TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'MESES RECALCULADOS:' TO WS-LQ-ROTULO
           MOVE WS-QTD-MESES TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'REFERENCIAS DUPLICADAS IGNORADAS:' TO WS-LQ-ROTULO
           MOVE WS-QTD-DUPLICADOS TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'DESLIGADOS (SEM EVENTO NA FOLHA):' TO WS-LQ-ROTULO
           MOVE WS-QTD-DESLIGADOS TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'EVENTOS GRAVADOS EM MOVFOLHA.TXT:' TO WS-LQ-ROTULO
           MOVE WS-QTD-GRAVADOS TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'TOTAL DIFERENCA DE SALARIO:' TO WS-LT-ROTULO
           MOVE WS-TG-DIF-BRUTO TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'TOTAL DIFERENCA DE INSS:' TO WS-LT-ROTULO
           MOVE WS-TG-DIF-INSS TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'TOTAL DIFERENCA DE IRRF:' TO WS-LT-ROTULO
           MOVE WS-TG-DIF-IRRF TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-MOVFOLHA.
      *----------------------------------------------------------------*
      * MOVFOLHA.TXT is rewritten whole: the kept lines first, then
      * the dissidio events of this run. Too many lines for the
      * payroll table leave the file untouched.
           IF WS-MOVF-TRUNCADO = 'S'
              OR WS-QTD-MOVF + WS-QTD-EVENTOS > 2000
               DISPLAY 'EVENTOS DO DISSIDIO EXCEDEM 2000 LINHAS EM '
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
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMDISSIDIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'HISTFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DISSIDIOORD.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'TABTRIBUTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'MOVFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'ARQDISSIDIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
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

       END PROGRAM DISSIDIO_RETROATIVO.
