      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Semiannual pay-transparency report (igualdade
      *          salarial) and workforce demographics. Every employee
      *          of DBREGISTRODEP.TXT (terminated ones in DEMITIDOS.TXT
      *          left out) is linked through PESSOASFUNC.TXT to its
      *          person in CADPESSOAS.TXT for gender and birth date,
      *          and through CARGOSFUNC.TXT / CARGOSSALARIO.TXT to its
      *          job grade. By department, by job grade and in total it
      *          shows headcount, average and median salary of men and
      *          women and the female/male pay ratio, followed by the
      *          age pyramid of the workforce in the VERIFICA_IDADE
      *          brackets (ARQIGUALDADESALARIAL.TXT). Employees with no
      *          person link, a link to a missing person, no valid
      *          gender or no valid birth date are listed as
      *          exceptions at the end of the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IGUALDADE_SALARIAL.
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
       SELECT ARQPESSOASFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOASFUNC.
      *
       SELECT ARQPESSOAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOAS.
      *
       SELECT ARQCARGOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOS.
      *
       SELECT ARQCARGOSFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOSFUNC.
      *
       SELECT ARQDEPT
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPT.
      *
       SELECT ARQDEMITIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEMITIDOS.
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

       FD  ARQPESSOASFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PESSOASFUNC.TXT".
           COPY PESSOASFUNC.

       FD  ARQPESSOAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPESSOAS.TXT".
           COPY PESSOA.

       FD  ARQCARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOSSALARIO.TXT".
           COPY CARGOS.

       FD  ARQCARGOSFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOSFUNC.TXT".
           COPY CARGOSFUNC.

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

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQIGUALDADESALARIAL.TXT".
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

       01  WS-DATA-NASC.
           03 WS-NASC-ANO      PIC 9(04).
           03 WS-NASC-MES      PIC 9(02).
           03 WS-NASC-DIA      PIC 9(02).

       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'PESSOASFUNC.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'CADPESSOAS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'CARGOSSALARIO.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'CARGOSFUNC.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'DEPARTAMENTOS.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'DEMITIDOS.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'ARQIGUALDADESALARIAL.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-ENTRADA     PIC X(01) VALUE ' '.
       77  WS-EOF-PF          PIC X(01) VALUE ' '.
       77  WS-EOF-PESSOAS     PIC X(01) VALUE ' '.
       77  WS-EOF-CARGOS      PIC X(01) VALUE ' '.
       77  WS-EOF-CF          PIC X(01) VALUE ' '.
       77  WS-EOF-DEPT        PIC X(01) VALUE ' '.
       77  WS-EOF-DEMITIDOS   PIC X(01) VALUE ' '.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOASFUNC PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOAS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOSFUNC PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT     PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEMITIDOS PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(132) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-FUNC-DEMITIDO   PIC X(01) VALUE 'N'.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-POS         PIC 9(04) VALUE ZEROS.
       77  WS-IDX-GEN         PIC 9(01) VALUE ZEROS.
       77  WS-IDX-FAIXA       PIC 9(01) VALUE ZEROS.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DEMITIDOS-EXCL PIC 9(06) VALUE ZEROS.
       77  WS-SEMESTRE        PIC 9(01) VALUE ZEROS.
       77  WS-MOTIVO          PIC X(40) VALUE SPACES.

      * Employee being classified.
       77  WS-FN-GENERO       PIC X(01) VALUE SPACES.
       77  WS-FN-NASC         PIC 9(08) VALUE ZEROS.
       77  WS-FN-GRADE        PIC X(02) VALUE SPACES.
       77  WS-IDADE-CALC      PIC 9(03) VALUE ZEROS.

      * Median of a group: the salaries table is kept in ascending
      * order, so the median is the middle member (or the mean of the
      * two middle members) met walking it.
       77  WS-MED-TIPO        PIC X(01) VALUE SPACES.
       77  WS-MED-CHAVE       PIC X(05) VALUE SPACES.
       77  WS-MED-GENERO      PIC X(01) VALUE SPACES.
       77  WS-MED-QTD         PIC 9(05) VALUE ZEROS.
       77  WS-MED-POS-1       PIC 9(05) VALUE ZEROS.
       77  WS-MED-POS-2       PIC 9(05) VALUE ZEROS.
       77  WS-MED-CONTA       PIC 9(05) VALUE ZEROS.
       77  WS-MED-VALOR-1     PIC 9(9)V99 VALUE ZEROS.
       77  WS-MED-VALOR-2     PIC 9(9)V99 VALUE ZEROS.
       77  WS-MEDIANA         PIC 9(9)V99 VALUE ZEROS.
       77  WS-MED-ENTRA       PIC X(01) VALUE 'N'.

       77  WS-MEDIA-H         PIC 9(9)V99 VALUE ZEROS.
       77  WS-MEDIA-M         PIC 9(9)V99 VALUE ZEROS.
       77  WS-MEDIANA-H       PIC 9(9)V99 VALUE ZEROS.
       77  WS-MEDIANA-M       PIC 9(9)V99 VALUE ZEROS.
       77  WS-RAZAO           PIC 9(4)V9  VALUE ZEROS.

      * Age pyramid: the bar of the largest cell has 30 marks.
       77  WS-PIR-MAIOR       PIC 9(05) VALUE ZEROS.
       77  WS-PIR-TAMANHO     PIC 9(02) VALUE ZEROS.
       77  WS-PIR-INICIO      PIC 9(02) VALUE ZEROS.
       77  WS-MARCAS          PIC X(30) VALUE ALL '*'.

       01  WS-TAB-DEPARTAMENTOS.
           03 WS-QTD-DEPT        PIC 9(03) VALUE ZEROS.
           03 WS-DEPT OCCURS 50 TIMES INDEXED BY WS-IDX-DEPT.
              05 WS-DEPT-COD     PIC 9(05).
              05 WS-DEPT-NOME    PIC X(20).

       01  WS-TAB-CARGOS.
           03 WS-QTD-CARGOS      PIC 9(04) VALUE ZEROS.
           03 WS-CARGO OCCURS 200 TIMES INDEXED BY WS-IDX-CARGO.
              05 WS-CG-CODIGO    PIC 9(04).
              05 WS-CG-GRADE     PIC X(02).

       01  WS-TAB-CARGOS-FUNC.
           03 WS-QTD-CF          PIC 9(04) VALUE ZEROS.
           03 WS-CF OCCURS 500 TIMES INDEXED BY WS-IDX-CF.
              05 WS-CF-MATRICULA PIC 9(09).
              05 WS-CF-CARGO     PIC 9(04).

       01  WS-TAB-PESSOAS-FUNC.
           03 WS-QTD-PF          PIC 9(04) VALUE ZEROS.
           03 WS-PF OCCURS 500 TIMES INDEXED BY WS-IDX-PF.
              05 WS-PF-MATRICULA PIC 9(09).
              05 WS-PF-COD-PESSOA PIC 9(03).

       01  WS-TAB-PESSOAS.
           03 WS-QTD-PESSOAS     PIC 9(04) VALUE ZEROS.
           03 WS-PESSOA OCCURS 999 TIMES INDEXED BY WS-IDX-PES.
              05 WS-PS-COD       PIC 9(03).
              05 WS-PS-GENERO    PIC X(01).
              05 WS-PS-NASC      PIC X(08).

       01  WS-TAB-DEMITIDOS.
           03 WS-QTD-DEMITIDOS   PIC 9(03) VALUE ZEROS.
           03 WS-DEMITIDO OCCURS 500 TIMES INDEXED BY WS-IDX-DEMIT.
              05 WS-DM-MATRICULA PIC 9(09).

      * Employees with a valid gender, in ascending salary order.
       01  WS-TAB-SALARIOS.
           03 WS-QTD-SAL         PIC 9(04) VALUE ZEROS.
           03 WS-SAL OCCURS 500 TIMES INDEXED BY WS-IDX-SAL.
              05 WS-SL-DEPT      PIC X(05).
              05 WS-SL-GRADE     PIC X(02).
              05 WS-SL-GENERO    PIC X(01).
              05 WS-SL-SALARIO   PIC 9(9)V99.

      * Headcount and salary sum per group, index 1 homens, 2
      * mulheres; kept in ascending order of type (D departamento, G
      * grade, T total) and key.
       01  WS-TAB-GRUPOS.
           03 WS-QTD-GRUPOS      PIC 9(03) VALUE ZEROS.
           03 WS-GRUPO OCCURS 300 TIMES INDEXED BY WS-IDX-GRP.
              05 WS-GR-TIPO      PIC X(01).
              05 WS-GR-CHAVE     PIC X(05).
              05 WS-GR-GENERO OCCURS 2 TIMES.
                 07 WS-GR-QTD    PIC 9(05).
                 07 WS-GR-SOMA   PIC 9(11)V99.
       01  WS-GRUPO-NOVO.
           03 WS-GN-TIPO         PIC X(01).
           03 WS-GN-CHAVE        PIC X(05).
           03 FILLER             PIC X(36) VALUE ZEROS.
       77  WS-GRP-TIPO           PIC X(01) VALUE SPACES.
       77  WS-GRP-CHAVE          PIC X(05) VALUE SPACES.
       77  WS-GRP-TIPO-IMPR      PIC X(01) VALUE SPACES.

      * Age pyramid in the VERIFICA_IDADE brackets, oldest first.
       01  WS-TAB-PIRAMIDE.
           03 WS-PIR-FAIXA OCCURS 4 TIMES.
              05 WS-PIR-QTD      PIC 9(05) OCCURS 2 TIMES.
       01  WS-ROTULOS-FAIXA.
           03 FILLER  PIC X(20) VALUE 'IDOSOS (60 OU MAIS)'.
           03 FILLER  PIC X(20) VALUE 'ADULTOS (17 A 59)'.
           03 FILLER  PIC X(20) VALUE 'ADOLESCENTES (15-16)'.
           03 FILLER  PIC X(20) VALUE 'CRIANCAS (ATE 14)'.
       01  WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
           03 WS-ROTULO-FAIXA    PIC X(20) OCCURS 4 TIMES.

       01  WS-TAB-EXCECOES.
           03 WS-QTD-EXC         PIC 9(04) VALUE ZEROS.
           03 WS-EXC OCCURS 500 TIMES INDEXED BY WS-IDX-EXC.
              05 WS-EX-MATRICULA PIC 9(09).
              05 WS-EX-NOME      PIC X(30).
              05 WS-EX-DEPT      PIC 9(05).
              05 WS-EX-MOTIVO    PIC X(40).

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
           03 FILLER  PIC X(50) VALUE
              'RELATORIO DE TRANSPARENCIA SALARIAL (IGUALDADE SAL'.
           03 FILLER  PIC X(08) VALUE 'ARIAL) '.
           03 WS-TIT-SEMESTRE     PIC 9(01).
           03 FILLER  PIC X(11) VALUE 'o SEMESTRE/'.
           03 WS-TIT-ANO          PIC 9(04).
           03 FILLER  PIC X(15) VALUE ' - POSICAO EM: '.
           03 WS-TIT-DATA         PIC X(10).

       01  WS-LINHA-SECAO.
           03 WS-LS-TEXTO         PIC X(60).

       01  WS-LINHA-CABEC-1.
           03 FILLER  PIC X(27) VALUE SPACES.
           03 FILLER  PIC X(30) VALUE
              '|----------- HOMENS ---------'.
           03 FILLER  PIC X(30) VALUE
              '|---------- MULHERES --------'.
           03 FILLER  PIC X(20) VALUE
              '|-- RAZAO M/H ---'.

       01  WS-LINHA-CABEC-2.
           03 FILLER  PIC X(27) VALUE 'CHAVE DESCRICAO'.
           03 FILLER  PIC X(30) VALUE
              '   QTD       MEDIA     MEDIANA'.
           03 FILLER  PIC X(30) VALUE
              '   QTD       MEDIA     MEDIANA'.
           03 FILLER  PIC X(20) VALUE
              '   MEDIA  MEDIANA'.

       01  WS-LINHA-GRUPO.
           03 WS-LG-CHAVE         PIC X(05).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LG-NOME          PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LG-QTD-H         PIC ZZZZ9.
           03 WS-LG-MEDIA-H       PIC Z.ZZZ.ZZ9,99.
           03 WS-LG-MEDIANA-H     PIC Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LG-QTD-M         PIC ZZZZ9.
           03 WS-LG-MEDIA-M       PIC Z.ZZZ.ZZ9,99.
           03 WS-LG-MEDIANA-M     PIC Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LG-RAZAO-MEDIA   PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LG-RAZAO-MEDIANA PIC X(08).

       01  WS-RAZAO-EDITADA.
           03 WS-RE-VALOR         PIC ZZZ9,9.
           03 WS-RE-PCT           PIC X(01) VALUE '%'.
           03 FILLER              PIC X(01) VALUE SPACES.

       01  WS-LINHA-PIRAMIDE.
           03 WS-LP-ROTULO        PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LP-BARRA-H       PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LP-QTD-H         PIC ZZZZ9.
           03 FILLER              PIC X(03) VALUE ' | '.
           03 WS-LP-QTD-M         PIC ZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LP-BARRA-M       PIC X(30).

       01  WS-LINHA-CABEC-PIR.
           03 FILLER  PIC X(50) VALUE 'FAIXA ETARIA'.
           03 FILLER  PIC X(30) VALUE 'HOMENS  |  MULHERES'.

       01  WS-LINHA-CABEC-EXC.
           03 FILLER  PIC X(10) VALUE 'MATRICULA '.
           03 FILLER  PIC X(31) VALUE 'NOME'.
           03 FILLER  PIC X(06) VALUE 'DEPTO '.
           03 FILLER  PIC X(40) VALUE 'MOTIVO'.

       01  WS-LINHA-EXCECAO.
           03 WS-LE-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LE-NOME          PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LE-DEPT          PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LE-MOTIVO        PIC X(40).

       01  WS-LINHA-RESUMO.
           03 FILLER  PIC X(14) VALUE 'FUNCIONARIOS: '.
           03 WS-LR-LIDOS         PIC ZZZZ9.
           03 FILLER  PIC X(13) VALUE ' DEMITIDOS: '.
           03 WS-LR-DEMITIDOS     PIC ZZZZ9.
           03 FILLER  PIC X(19) VALUE ' NO RELATORIO: '.
           03 WS-LR-INCLUIDOS     PIC ZZZZ9.
           03 FILLER  PIC X(12) VALUE ' EXCECOES: '.
           03 WS-LR-EXCECOES      PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           INITIALIZE WS-TAB-PIRAMIDE
           PERFORM 0550-CARREGA-DEPARTAMENTOS
           PERFORM 0600-CARREGA-CARGOS
           PERFORM 0650-CARREGA-CARGOS-FUNC
           PERFORM 0670-CARREGA-PESSOAS-FUNC
           PERFORM 0690-CARREGA-PESSOAS
           PERFORM 0700-CARREGA-DEMITIDOS

      * A truncated link table would report linked employees as
      * exceptions and distort every average.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'CARGOSSALARIO.TXT COM MAIS DE 200 CARGOS, '
                       'CADPESSOAS.TXT COM MAIS DE 999 PESSOAS OU '
                       'CARGOSFUNC.TXT/PESSOASFUNC.TXT/DEMITIDOS.TXT '
                       'COM MAIS DE 500 REGISTROS - RELATORIO ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQ-DB-ENTRADA
           IF WS-STATUS-ARQ-DB NOT = '00' AND '02'
               DISPLAY 'CADASTRO DBREGISTRODEP.TXT INDISPONIVEL - '
                       'STATUS: ' WS-STATUS-ARQ-DB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM UNTIL WS-EOF-ENTRADA = 'S'
               READ ARQ-DB-ENTRADA
                   AT END
                       MOVE 'S' TO WS-EOF-ENTRADA
                   NOT AT END
                       IF REG-PESSOAS-ENTRADA(1:3) = 'HDR' OR 'TRL'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 0150-VERIFICA-DEMITIDO
                           IF WS-FUNC-DEMITIDO = 'S'
                               ADD 1 TO WS-QTD-DEMITIDOS-EXCL
                           ELSE
                               PERFORM 2000-CLASSIFICA-FUNCIONARIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DB-ENTRADA

           PERFORM 1000-IMPRIME-CABECALHO

           MOVE 'IGUALDADE SALARIAL POR DEPARTAMENTO' TO WS-LS-TEXTO
           MOVE 'D' TO WS-GRP-TIPO-IMPR
           PERFORM 3000-IMPRIME-GRUPOS

           MOVE 'IGUALDADE SALARIAL POR GRADE DE CARGO' TO WS-LS-TEXTO
           MOVE 'G' TO WS-GRP-TIPO-IMPR
           PERFORM 3000-IMPRIME-GRUPOS

           MOVE 'TOTAL DA EMPRESA' TO WS-LS-TEXTO
           MOVE 'T' TO WS-GRP-TIPO-IMPR
           PERFORM 3000-IMPRIME-GRUPOS

           PERFORM 4000-IMPRIME-PIRAMIDE
           PERFORM 4500-IMPRIME-EXCECOES

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQREL ARQJOBLOG

           DISPLAY 'FUNCIONARIOS: ' WS-QTD-LIDOS
                   ' NO RELATORIO: ' WS-QTD-SAL
                   ' EXCECOES: ' WS-QTD-EXC

      * Employees left out of the gender figures are a gap the
      * personnel area has to close before the report is filed.
           IF WS-QTD-EXC > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'IGUALDADE_SALARIAL' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-SAL TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-VERIFICA-DEMITIDO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FUNC-DEMITIDO

           PERFORM VARYING WS-IDX-DEMIT FROM 1 BY 1
                   UNTIL WS-IDX-DEMIT > WS-QTD-DEMITIDOS
                   OR WS-FUNC-DEMITIDO = 'S'
               IF WS-DM-MATRICULA(WS-IDX-DEMIT) = FD1-COD-P
                   MOVE 'S' TO WS-FUNC-DEMITIDO
               END-IF
           END-PERFORM
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-CARGOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOS

           IF WS-STATUS-CARGOS = '00'
               PERFORM UNTIL WS-EOF-CARGOS = 'S'
                   READ ARQCARGOS
                       AT END
                           MOVE 'S' TO WS-EOF-CARGOS
                       NOT AT END
                           IF WS-QTD-CARGOS < 200
                               ADD 1 TO WS-QTD-CARGOS
                               MOVE CG-CODIGO TO
                                    WS-CG-CODIGO(WS-QTD-CARGOS)
                               MOVE CG-GRADE TO
                                    WS-CG-GRADE(WS-QTD-CARGOS)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-CARREGA-CARGOS-FUNC.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOSFUNC

           IF WS-STATUS-CARGOSFUNC = '00'
               PERFORM UNTIL WS-EOF-CF = 'S'
                   READ ARQCARGOSFUNC
                       AT END
                           MOVE 'S' TO WS-EOF-CF
                       NOT AT END
                           IF WS-QTD-CF < 500
                               ADD 1 TO WS-QTD-CF
                               MOVE CF-MATRICULA TO
                                    WS-CF-MATRICULA(WS-QTD-CF)
                               MOVE CF-CARGO TO WS-CF-CARGO(WS-QTD-CF)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOSFUNC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0670-CARREGA-PESSOAS-FUNC.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPESSOASFUNC

           IF WS-STATUS-PESSOASFUNC = '00'
               PERFORM UNTIL WS-EOF-PF = 'S'
                   READ ARQPESSOASFUNC
                       AT END
                           MOVE 'S' TO WS-EOF-PF
                       NOT AT END
                           IF WS-QTD-PF < 500
                               ADD 1 TO WS-QTD-PF
                               MOVE PF-MATRICULA TO
                                    WS-PF-MATRICULA(WS-QTD-PF)
                               MOVE PF-COD-PESSOA TO
                                    WS-PF-COD-PESSOA(WS-QTD-PF)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOASFUNC
           ELSE
               DISPLAY 'VINCULOS COM PESSOAS AUSENTES: PESSOASFUNC.TXT'
                       ' - TODOS OS FUNCIONARIOS SERAO EXCECAO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0690-CARREGA-PESSOAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPESSOAS

           IF WS-STATUS-PESSOAS = '00'
               PERFORM UNTIL WS-EOF-PESSOAS = 'S'
                   READ ARQPESSOAS
                       AT END
                           MOVE 'S' TO WS-EOF-PESSOAS
                       NOT AT END
                           IF WS-QTD-PESSOAS < 999
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE PES-COD-P TO
                                    WS-PS-COD(WS-QTD-PESSOAS)
                               MOVE PES-GENERO-P TO
                                    WS-PS-GENERO(WS-QTD-PESSOAS)
                               MOVE PES-DATA-NASC-P TO
                                    WS-PS-NASC(WS-QTD-PESSOAS)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-DEMITIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEMITIDOS

           IF WS-STATUS-DEMITIDOS = '00'
               PERFORM UNTIL WS-EOF-DEMITIDOS = 'S'
                   READ ARQDEMITIDOS
                       AT END
                           MOVE 'S' TO WS-EOF-DEMITIDOS
                       NOT AT END
                           IF WS-QTD-DEMITIDOS < 500
                               ADD 1 TO WS-QTD-DEMITIDOS
                               MOVE FD-DM-MATRICULA TO
                                    WS-DM-MATRICULA(WS-QTD-DEMITIDOS)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEMITIDOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-IMPRIME-CABECALHO.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-SEMESTRE     TO WS-TIT-SEMESTRE
           MOVE WS-DM-ANO       TO WS-TIT-ANO
           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO

           MOVE WS-QTD-LIDOS          TO WS-LR-LIDOS
           MOVE WS-QTD-DEMITIDOS-EXCL TO WS-LR-DEMITIDOS
           MOVE WS-QTD-SAL            TO WS-LR-INCLUIDOS
           MOVE WS-QTD-EXC            TO WS-LR-EXCECOES
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CLASSIFICA-FUNCIONARIO.
      *----------------------------------------------------------------*
      * Gender and birth date come from the person linked to the
      * matricula; without a valid gender the employee stays out of
      * the pay figures, without a valid birth date out of the
      * pyramid only.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-FN-GENERO
           MOVE ZEROS  TO WS-FN-NASC

           PERFORM 2100-LOCALIZA-PESSOA

           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN FD1-SALARIO NOT NUMERIC
                   MOVE 'SALARIO INVALIDO NO DBREGISTRODEP' TO
                        WS-MOTIVO
               WHEN WS-FN-GENERO NOT = 'H' AND 'M'
                   MOVE 'GENERO INVALIDO NO CADPESSOAS' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2200-LOCALIZA-GRADE
                   PERFORM 2300-GUARDA-SALARIO
                   IF WS-MOTIVO = SPACES
                       PERFORM 2500-CALCULA-IDADE
                   END-IF
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-GUARDA-EXCECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LOCALIZA-PESSOA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-PF FROM 1 BY 1
                   UNTIL WS-IDX-PF > WS-QTD-PF
                   OR WS-ACHOU = 'S'
               IF WS-PF-MATRICULA(WS-IDX-PF) = FD1-COD-P
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               MOVE 'SEM VINCULO COM O CADASTRO DE PESSOAS' TO
                    WS-MOTIVO
           ELSE
               SET WS-IDX-PF DOWN BY 1
               MOVE 'N' TO WS-ACHOU

               PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                       UNTIL WS-IDX-PES > WS-QTD-PESSOAS
                       OR WS-ACHOU = 'S'
                   IF WS-PS-COD(WS-IDX-PES) =
                      WS-PF-COD-PESSOA(WS-IDX-PF)
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM

               IF WS-ACHOU = 'N'
                   STRING 'PESSOA ' WS-PF-COD-PESSOA(WS-IDX-PF)
                          ' INEXISTENTE NO CADPESSOAS'
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
               ELSE
                   SET WS-IDX-PES DOWN BY 1
                   MOVE WS-PS-GENERO(WS-IDX-PES) TO WS-FN-GENERO
                   IF WS-PS-NASC(WS-IDX-PES) IS NUMERIC
                       MOVE WS-PS-NASC(WS-IDX-PES) TO WS-FN-NASC
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LOCALIZA-GRADE.
      *----------------------------------------------------------------*
      * Employees with no cargo, or a cargo no longer in
      * CARGOSSALARIO.TXT, are grouped under a blank grade.
           MOVE SPACES TO WS-FN-GRADE
           MOVE 'N'    TO WS-ACHOU

           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-QTD-CF
                   OR WS-ACHOU = 'S'
               IF WS-CF-MATRICULA(WS-IDX-CF) = FD1-COD-P
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'S'
               SET WS-IDX-CF DOWN BY 1
               PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                       UNTIL WS-IDX-CARGO > WS-QTD-CARGOS
                       OR WS-FN-GRADE NOT = SPACES
                   IF WS-CG-CODIGO(WS-IDX-CARGO) =
                      WS-CF-CARGO(WS-IDX-CF)
                       MOVE WS-CG-GRADE(WS-IDX-CARGO) TO WS-FN-GRADE
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-GUARDA-SALARIO.
      *----------------------------------------------------------------*
      * Insertion in ascending salary order, then the department,
      * grade and total groups are accumulated.
           IF WS-QTD-SAL >= 500
               MOVE 'TABELA DE SALARIOS CHEIA (500)' TO WS-MOTIVO
           ELSE
               MOVE 1 TO WS-IDX-POS
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                       UNTIL WS-IDX-SAL > WS-QTD-SAL
                   IF WS-SL-SALARIO(WS-IDX-SAL) <= FD1-SALARIO
                       SET WS-IDX-POS TO WS-IDX-SAL
                       ADD 1 TO WS-IDX-POS
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-IDX-SAL FROM WS-QTD-SAL BY -1
                       UNTIL WS-IDX-SAL < WS-IDX-POS
                   MOVE WS-SAL(WS-IDX-SAL) TO WS-SAL(WS-IDX-SAL + 1)
               END-PERFORM

               ADD 1 TO WS-QTD-SAL
               MOVE FD1-COD-DEPT  TO WS-SL-DEPT(WS-IDX-POS)
               MOVE WS-FN-GRADE   TO WS-SL-GRADE(WS-IDX-POS)
               MOVE WS-FN-GENERO  TO WS-SL-GENERO(WS-IDX-POS)
               MOVE FD1-SALARIO   TO WS-SL-SALARIO(WS-IDX-POS)

               IF WS-FN-GENERO = 'H'
                   MOVE 1 TO WS-IDX-GEN
               ELSE
                   MOVE 2 TO WS-IDX-GEN
               END-IF

               MOVE 'D'          TO WS-GRP-TIPO
               MOVE FD1-COD-DEPT TO WS-GRP-CHAVE
               PERFORM 2400-ACUMULA-GRUPO
               MOVE 'G'          TO WS-GRP-TIPO
               MOVE WS-FN-GRADE  TO WS-GRP-CHAVE
               PERFORM 2400-ACUMULA-GRUPO
               MOVE 'T'          TO WS-GRP-TIPO
               MOVE SPACES       TO WS-GRP-CHAVE
               PERFORM 2400-ACUMULA-GRUPO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-ACUMULA-GRUPO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           MOVE 1   TO WS-IDX-POS

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-QTD-GRUPOS
                   OR WS-ACHOU = 'S'
               EVALUATE TRUE
                   WHEN WS-GR-TIPO(WS-IDX-GRP) = WS-GRP-TIPO
                        AND WS-GR-CHAVE(WS-IDX-GRP) = WS-GRP-CHAVE
                       MOVE 'S' TO WS-ACHOU
                       SET WS-IDX-POS TO WS-IDX-GRP
                   WHEN WS-GR-TIPO(WS-IDX-GRP) < WS-GRP-TIPO
                     OR (WS-GR-TIPO(WS-IDX-GRP) = WS-GRP-TIPO
                         AND WS-GR-CHAVE(WS-IDX-GRP) < WS-GRP-CHAVE)
                       SET WS-IDX-POS TO WS-IDX-GRP
                       ADD 1 TO WS-IDX-POS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-ACHOU = 'N'
               IF WS-QTD-GRUPOS >= 300
                   DISPLAY 'TABELA DE GRUPOS CHEIA - GRUPO NAO '
                           'TOTALIZADO: ' WS-GRP-TIPO ' ' WS-GRP-CHAVE
                   MOVE ZEROS TO WS-IDX-POS
               ELSE
                   PERFORM VARYING WS-IDX-GRP FROM WS-QTD-GRUPOS BY -1
                           UNTIL WS-IDX-GRP < WS-IDX-POS
                       MOVE WS-GRUPO(WS-IDX-GRP) TO
                            WS-GRUPO(WS-IDX-GRP + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-GRUPOS
                   MOVE WS-GRP-TIPO  TO WS-GN-TIPO
                   MOVE WS-GRP-CHAVE TO WS-GN-CHAVE
                   MOVE WS-GRUPO-NOVO TO WS-GRUPO(WS-IDX-POS)
               END-IF
           END-IF

           IF WS-IDX-POS > ZEROS
               ADD 1 TO WS-GR-QTD(WS-IDX-POS WS-IDX-GEN)
               ADD FD1-SALARIO TO WS-GR-SOMA(WS-IDX-POS WS-IDX-GEN)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-CALCULA-IDADE.
      *----------------------------------------------------------------*
      * Same age rule and brackets as VERIFICA_IDADE.
           MOVE WS-FN-NASC TO WS-DATA-NASC

           IF WS-FN-NASC < 19000101 OR WS-FN-NASC > WS-DATA-MOVIMENTO
               MOVE 'NASCIMENTO INVALIDO - FORA DA PIRAMIDE' TO
                    WS-MOTIVO
           ELSE
               COMPUTE WS-IDADE-CALC = WS-DM-ANO - WS-NASC-ANO
               IF WS-DM-MES < WS-NASC-MES
                   OR (WS-DM-MES = WS-NASC-MES
                       AND WS-DM-DIA < WS-NASC-DIA)
                   SUBTRACT 1 FROM WS-IDADE-CALC
               END-IF

               EVALUATE TRUE
                   WHEN WS-IDADE-CALC >= 60
                       MOVE 1 TO WS-IDX-FAIXA
                   WHEN WS-IDADE-CALC >= 17
                       MOVE 2 TO WS-IDX-FAIXA
                   WHEN WS-IDADE-CALC >= 15
                       MOVE 3 TO WS-IDX-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-FAIXA
               END-EVALUATE

               ADD 1 TO WS-PIR-QTD(WS-IDX-FAIXA WS-IDX-GEN)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GUARDA-EXCECAO.
      *----------------------------------------------------------------*
           IF WS-QTD-EXC < 500
               ADD 1 TO WS-QTD-EXC
               MOVE FD1-COD-P    TO WS-EX-MATRICULA(WS-QTD-EXC)
               MOVE FD1-NOME-P   TO WS-EX-NOME(WS-QTD-EXC)
               MOVE FD1-COD-DEPT TO WS-EX-DEPT(WS-QTD-EXC)
               MOVE WS-MOTIVO    TO WS-EX-MOTIVO(WS-QTD-EXC)
           ELSE
               DISPLAY 'EXCECAO NAO LISTADA (TABELA CHEIA): '
                       FD1-COD-P ' ' WS-MOTIVO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-GRUPOS.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC-1
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC-2

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-QTD-GRUPOS
               IF WS-GR-TIPO(WS-IDX-GRP) = WS-GRP-TIPO-IMPR
                   PERFORM 3100-IMPRIME-GRUPO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-IMPRIME-GRUPO.
      *----------------------------------------------------------------*
           MOVE WS-GR-TIPO(WS-IDX-GRP)  TO WS-MED-TIPO
           MOVE WS-GR-CHAVE(WS-IDX-GRP) TO WS-MED-CHAVE

           MOVE ZEROS TO WS-MEDIA-H WS-MEDIA-M WS-MEDIANA-H
                         WS-MEDIANA-M
           IF WS-GR-QTD(WS-IDX-GRP 1) > ZEROS
               COMPUTE WS-MEDIA-H ROUNDED = WS-GR-SOMA(WS-IDX-GRP 1)
                       / WS-GR-QTD(WS-IDX-GRP 1)
               MOVE 'H' TO WS-MED-GENERO
               MOVE WS-GR-QTD(WS-IDX-GRP 1) TO WS-MED-QTD
               PERFORM 3200-CALCULA-MEDIANA
               MOVE WS-MEDIANA TO WS-MEDIANA-H
           END-IF
           IF WS-GR-QTD(WS-IDX-GRP 2) > ZEROS
               COMPUTE WS-MEDIA-M ROUNDED = WS-GR-SOMA(WS-IDX-GRP 2)
                       / WS-GR-QTD(WS-IDX-GRP 2)
               MOVE 'M' TO WS-MED-GENERO
               MOVE WS-GR-QTD(WS-IDX-GRP 2) TO WS-MED-QTD
               PERFORM 3200-CALCULA-MEDIANA
               MOVE WS-MEDIANA TO WS-MEDIANA-M
           END-IF

           MOVE SPACES TO WS-LINHA-GRUPO
           MOVE WS-GR-CHAVE(WS-IDX-GRP) TO WS-LG-CHAVE
           EVALUATE WS-GR-TIPO(WS-IDX-GRP)
               WHEN 'D'
                   PERFORM 3300-NOME-DEPARTAMENTO
               WHEN 'G'
                   IF WS-GR-CHAVE(WS-IDX-GRP) = SPACES
                       MOVE 'SEM CARGO/GRADE' TO WS-LG-NOME
                   ELSE
                       STRING 'GRADE ' WS-GR-CHAVE(WS-IDX-GRP)(1:2)
                           DELIMITED BY SIZE INTO WS-LG-NOME
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE 'TOTAL GERAL' TO WS-LG-NOME
           END-EVALUATE

           MOVE WS-GR-QTD(WS-IDX-GRP 1) TO WS-LG-QTD-H
           MOVE WS-MEDIA-H              TO WS-LG-MEDIA-H
           MOVE WS-MEDIANA-H            TO WS-LG-MEDIANA-H
           MOVE WS-GR-QTD(WS-IDX-GRP 2) TO WS-LG-QTD-M
           MOVE WS-MEDIA-M              TO WS-LG-MEDIA-M
           MOVE WS-MEDIANA-M            TO WS-LG-MEDIANA-M

      * The ratio needs both genders in the group.
           IF WS-MEDIA-H > ZEROS AND WS-MEDIA-M > ZEROS
               COMPUTE WS-RAZAO ROUNDED =
                       WS-MEDIA-M * 100 / WS-MEDIA-H
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-RAZAO
               END-COMPUTE
               MOVE WS-RAZAO TO WS-RE-VALOR
               MOVE WS-RAZAO-EDITADA TO WS-LG-RAZAO-MEDIA

               COMPUTE WS-RAZAO ROUNDED =
                       WS-MEDIANA-M * 100 / WS-MEDIANA-H
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-RAZAO
               END-COMPUTE
               MOVE WS-RAZAO TO WS-RE-VALOR
               MOVE WS-RAZAO-EDITADA TO WS-LG-RAZAO-MEDIANA
           ELSE
               MOVE '     N/D' TO WS-LG-RAZAO-MEDIA
               MOVE '     N/D' TO WS-LG-RAZAO-MEDIANA
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-GRUPO
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-CALCULA-MEDIANA.
      *----------------------------------------------------------------*
      * Odd count: both positions fall on the middle member; even
      * count: the two middle members.
           COMPUTE WS-MED-POS-1 = (WS-MED-QTD + 1) / 2
           COMPUTE WS-MED-POS-2 = WS-MED-QTD / 2 + 1

           MOVE ZEROS TO WS-MED-CONTA WS-MED-VALOR-1 WS-MED-VALOR-2

           PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-QTD-SAL
                   OR WS-MED-CONTA >= WS-MED-POS-2
               MOVE 'N' TO WS-MED-ENTRA
               IF WS-SL-GENERO(WS-IDX-SAL) = WS-MED-GENERO
                   EVALUATE WS-MED-TIPO
                       WHEN 'D'
                           IF WS-SL-DEPT(WS-IDX-SAL) = WS-MED-CHAVE
                               MOVE 'S' TO WS-MED-ENTRA
                           END-IF
                       WHEN 'G'
                           IF WS-SL-GRADE(WS-IDX-SAL) =
                              WS-MED-CHAVE(1:2)
                               MOVE 'S' TO WS-MED-ENTRA
                           END-IF
                       WHEN OTHER
                           MOVE 'S' TO WS-MED-ENTRA
                   END-EVALUATE
               END-IF

               IF WS-MED-ENTRA = 'S'
                   ADD 1 TO WS-MED-CONTA
                   IF WS-MED-CONTA = WS-MED-POS-1
                       MOVE WS-SL-SALARIO(WS-IDX-SAL) TO WS-MED-VALOR-1
                   END-IF
                   IF WS-MED-CONTA = WS-MED-POS-2
                       MOVE WS-SL-SALARIO(WS-IDX-SAL) TO WS-MED-VALOR-2
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-MEDIANA ROUNDED =
                   (WS-MED-VALOR-1 + WS-MED-VALOR-2) / 2
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-NOME-DEPARTAMENTO.
      *----------------------------------------------------------------*
           MOVE 'NAO CADASTRADO' TO WS-LG-NOME
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   OR WS-ACHOU = 'S'
               IF WS-DEPT-COD(WS-IDX-DEPT) = WS-GR-CHAVE(WS-IDX-GRP)
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-DEPT-NOME(WS-IDX-DEPT) TO WS-LG-NOME
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-IMPRIME-PIRAMIDE.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-PIR-MAIOR
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               PERFORM VARYING WS-IDX-GEN FROM 1 BY 1
                       UNTIL WS-IDX-GEN > 2
                   IF WS-PIR-QTD(WS-IDX-FAIXA WS-IDX-GEN) >
                      WS-PIR-MAIOR
                       MOVE WS-PIR-QTD(WS-IDX-FAIXA WS-IDX-GEN) TO
                            WS-PIR-MAIOR
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'PIRAMIDE ETARIA (FAIXAS DE VERIFICA_IDADE)' TO
                WS-LS-TEXTO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC-PIR

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               MOVE SPACES TO WS-LINHA-PIRAMIDE
               MOVE WS-ROTULO-FAIXA(WS-IDX-FAIXA) TO WS-LP-ROTULO
               MOVE WS-PIR-QTD(WS-IDX-FAIXA 1) TO WS-LP-QTD-H
               MOVE WS-PIR-QTD(WS-IDX-FAIXA 2) TO WS-LP-QTD-M

      * The men's bar grows to the left and the women's to the right.
               MOVE 1 TO WS-IDX-GEN
               PERFORM 4100-TAMANHO-BARRA
               IF WS-PIR-TAMANHO > ZEROS
                   COMPUTE WS-PIR-INICIO = 31 - WS-PIR-TAMANHO
                   MOVE WS-MARCAS(1:WS-PIR-TAMANHO) TO
                        WS-LP-BARRA-H(WS-PIR-INICIO:WS-PIR-TAMANHO)
               END-IF

               MOVE 2 TO WS-IDX-GEN
               PERFORM 4100-TAMANHO-BARRA
               IF WS-PIR-TAMANHO > ZEROS
                   MOVE WS-MARCAS(1:WS-PIR-TAMANHO) TO
                        WS-LP-BARRA-M(1:WS-PIR-TAMANHO)
               END-IF

               WRITE REG-RELATORIO FROM WS-LINHA-PIRAMIDE
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-TAMANHO-BARRA.
      *----------------------------------------------------------------*
      * Any bracket with people gets at least one mark.
           MOVE ZEROS TO WS-PIR-TAMANHO
           IF WS-PIR-QTD(WS-IDX-FAIXA WS-IDX-GEN) > ZEROS
               COMPUTE WS-PIR-TAMANHO =
                       WS-PIR-QTD(WS-IDX-FAIXA WS-IDX-GEN) * 30
                       / WS-PIR-MAIOR
               IF WS-PIR-TAMANHO = ZEROS
                   MOVE 1 TO WS-PIR-TAMANHO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4500-IMPRIME-EXCECOES.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'EXCECOES - FUNCIONARIOS FORA DOS TOTAIS OU DA PIRAMIDE'
                TO WS-LS-TEXTO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC-EXC

           IF WS-QTD-EXC = ZEROS
               MOVE 'NENHUMA EXCECAO' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF

           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-QTD-EXC
               MOVE WS-EX-MATRICULA(WS-IDX-EXC) TO WS-LE-MATRICULA
               MOVE WS-EX-NOME(WS-IDX-EXC)      TO WS-LE-NOME
               MOVE WS-EX-DEPT(WS-IDX-EXC)      TO WS-LE-DEPT
               MOVE WS-EX-MOTIVO(WS-IDX-EXC)    TO WS-LE-MOTIVO
               WRITE REG-RELATORIO FROM WS-LINHA-EXCECAO
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'PESSOASFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'CADPESSOAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'CARGOSSALARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'CARGOSFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'DEPARTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'DEMITIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'ARQIGUALDADESALARIAL.TXT' TO WS-CFG-LOGICO
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

           IF WS-DM-MES <= 06
               MOVE 1 TO WS-SEMESTRE
           ELSE
               MOVE 2 TO WS-SEMESTRE
           END-IF
           .
           EXIT.

       END PROGRAM IGUALDADE_SALARIAL.
