      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Salary band position report and merit proposal. For
      *          every employee of DBREGISTRODEP.TXT (terminated ones
      *          in DEMITIDOS.TXT left out), by department, shows the
      *          cargo of CARGOSFUNC.TXT, the band of
      *          CARGOSSALARIO.TXT and the compa-ratio (salario / ponto
      *          medio x 100), flagging who is paid below the minimum
      *          or above the maximum of the band and who has no cargo
      *          at all (ARQFAIXASSALARIAIS
      *          .TXT). For the annual merit cycle it applies the
      *          percentages of PARAMMERITO.TXT by compa-ratio bracket
      *          (defaults 6% below 90%, 4% from 90% to 110%, 2% above
      *          110%; nothing above the maximum), bringing anyone below
      *          the minimum up to it and never past the maximum, and
      *          writes the suggested salaries to PROPOSTAMERITO.TXT as
      *          'S' transactions in the MOVFUNCIONARIOS.TXT layout, to
      *          be reviewed and fed to MOVIMENTA_FUNCIONARIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXAS_SALARIAIS.
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
       SELECT ARQ-DB-ORDENADO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT WS-SORT-WORK ASSIGN TO DISK.
      *
       SELECT ARQCARGOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOS.
      *
       SELECT ARQCARGOSFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOSFUNC.
      *
       SELECT ARQDEPT
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPT.
      *
       SELECT ARQDEMITIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEMITIDOS.
      *
       SELECT ARQPARAM
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQPROPOSTA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
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

       FD  ARQ-DB-ORDENADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FAIXASORD.TXT".
       01  REG-PESSOAS.
           03 FD-COD-P             PIC 9(09).
           03 FD-NOME-P            PIC X(30).
           03 FD-COD-DEPT.
              05 FD-COD-DIVISAO    PIC 9(02).
              05 FD-COD-CCUSTO     PIC 9(03).
           03 FD-SALARIO           PIC 9(9)V99.
           03 FD-BANCO             PIC 9(03).
           03 FD-AGENCIA           PIC 9(04).
           03 FD-CONTA             PIC 9(10).

       SD  WS-SORT-WORK.
       01  SD-PESSOAS.
           03 SD-COD-P             PIC 9(09).
           03 SD-NOME-P            PIC X(30).
           03 SD-COD-DEPT          PIC 9(05).
           03 SD-SALARIO           PIC 9(9)V99.
           03 SD-BANCO             PIC 9(03).
           03 SD-AGENCIA           PIC 9(04).
           03 SD-CONTA             PIC 9(10).

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

       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMMERITO.TXT".
       01  REG-PARAM-MERITO.
           03 FD-PM-PCT-ABAIXO     PIC 9(2)V99.
           03 FD-PM-PCT-FAIXA      PIC 9(2)V99.
           03 FD-PM-PCT-ACIMA      PIC 9(2)V99.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFAIXASSALARIAIS.TXT".
       01  REG-RELATORIO          PIC X(132).

       FD  ARQPROPOSTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROPOSTAMERITO.TXT".
           COPY MOVFUNCIONARIOS.

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
           VALUE 'FAIXASORD.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'CARGOSSALARIO.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'CARGOSFUNC.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'DEPARTAMENTOS.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'DEMITIDOS.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'PARAMMERITO.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'ARQFAIXASSALARIAIS.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'PROPOSTAMERITO.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-ENTRADA     PIC X(01) VALUE ' '.
       77  WS-EOF-ORDENADO    PIC X(01) VALUE ' '.
       77  WS-EOF-CARGOS      PIC X(01) VALUE ' '.
       77  WS-EOF-CF          PIC X(01) VALUE ' '.
       77  WS-EOF-DEPT        PIC X(01) VALUE ' '.
       77  WS-EOF-DEMITIDOS   PIC X(01) VALUE ' '.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOSFUNC PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT     PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEMITIDOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(132) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-FUNC-DEMITIDO   PIC X(01) VALUE 'N'.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-DEPT-ATUAL      PIC 9(05) VALUE ZEROS.
       77  WS-PRIMEIRO        PIC X(01) VALUE 'S'.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-DEMITIDOS-EXCL PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SAL-INVALIDO PIC 9(06) VALUE ZEROS.

      * Merit percentages by compa-ratio bracket; PARAMMERITO.TXT may
      * override them for the cycle.
       77  WS-PCT-ABAIXO      PIC 9(2)V99 VALUE 6,00.
       77  WS-PCT-FAIXA       PIC 9(2)V99 VALUE 4,00.
       77  WS-PCT-ACIMA       PIC 9(2)V99 VALUE 2,00.
       77  WS-COMPA-INFERIOR  PIC 9(3)V9  VALUE 90,0.
       77  WS-COMPA-SUPERIOR  PIC 9(3)V9  VALUE 110,0.

       77  WS-COMPA           PIC 9(4)V9  VALUE ZEROS.
       77  WS-PCT-MERITO      PIC 9(2)V99 VALUE ZEROS.
       77  WS-SAL-PROPOSTO    PIC 9(9)V99 VALUE ZEROS.
       77  WS-AUMENTO         PIC 9(9)V99 VALUE ZEROS.
       77  WS-SITUACAO        PIC X(20) VALUE SPACES.

      * Department and overall counters: position in the band,
      * compa-ratio sum (average over the employees with a cargo) and
      * monthly cost of the proposal.
       01  WS-TOTAIS-DEPT.
           03 WS-TD-QTD          PIC 9(05).
           03 WS-TD-ABAIXO       PIC 9(05).
           03 WS-TD-ACIMA        PIC 9(05).
           03 WS-TD-SEM-CARGO    PIC 9(05).
           03 WS-TD-COM-CARGO    PIC 9(05).
           03 WS-TD-SOMA-COMPA   PIC 9(09)V9.
           03 WS-TD-PROPOSTAS    PIC 9(05).
           03 WS-TD-AUMENTO      PIC 9(11)V99.

       01  WS-TOTAIS-GERAL.
           03 WS-TG-QTD          PIC 9(05) VALUE ZEROS.
           03 WS-TG-ABAIXO       PIC 9(05) VALUE ZEROS.
           03 WS-TG-ACIMA        PIC 9(05) VALUE ZEROS.
           03 WS-TG-SEM-CARGO    PIC 9(05) VALUE ZEROS.
           03 WS-TG-COM-CARGO    PIC 9(05) VALUE ZEROS.
           03 WS-TG-SOMA-COMPA   PIC 9(09)V9 VALUE ZEROS.
           03 WS-TG-PROPOSTAS    PIC 9(05) VALUE ZEROS.
           03 WS-TG-AUMENTO      PIC 9(11)V99 VALUE ZEROS.

       77  WS-COMPA-MEDIO     PIC 9(4)V9 VALUE ZEROS.

       01  WS-TAB-CARGOS.
           03 WS-QTD-CARGOS      PIC 9(04) VALUE ZEROS.
           03 WS-CARGO OCCURS 200 TIMES INDEXED BY WS-IDX-CARGO.
              05 WS-CG-CODIGO    PIC 9(04).
              05 WS-CG-DESCRICAO PIC X(30).
              05 WS-CG-GRADE     PIC X(02).
              05 WS-CG-SAL-MINIMO PIC 9(9)V99.
              05 WS-CG-SAL-MEDIO PIC 9(9)V99.
              05 WS-CG-SAL-MAXIMO PIC 9(9)V99.

       01  WS-TAB-CARGOS-FUNC.
           03 WS-QTD-CF          PIC 9(04) VALUE ZEROS.
           03 WS-CF OCCURS 500 TIMES INDEXED BY WS-IDX-CF.
              05 WS-CF-MATRICULA PIC 9(09).
              05 WS-CF-CARGO     PIC 9(04).

       01  WS-TAB-DEPARTAMENTOS.
           03 WS-QTD-DEPT        PIC 9(03) VALUE ZEROS.
           03 WS-DEPT OCCURS 50 TIMES INDEXED BY WS-IDX-DEPT.
              05 WS-DEPT-COD     PIC 9(05).
              05 WS-DEPT-NOME    PIC X(20).

       01  WS-TAB-DEMITIDOS.
           03 WS-QTD-DEMITIDOS   PIC 9(03) VALUE ZEROS.
           03 WS-DEMITIDO OCCURS 500 TIMES INDEXED BY WS-IDX-DEMIT.
              05 WS-DM-MATRICULA PIC 9(09).

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
              'ENQUADRAMENTO SALARIAL POR CARGO E FAIXA (COMPA-RA'.
           03 FILLER  PIC X(19) VALUE 'TIO) - EMITIDO EM: '.
           03 WS-TIT-DATA         PIC X(10).

       01  WS-LINHA-PERCENTUAIS.
           03 FILLER  PIC X(32) VALUE
              'MERITO PROPOSTO: COMPA ABAIXO DE'.
           03 WS-LP-INFERIOR      PIC ZZ9.
           03 FILLER  PIC X(03) VALUE '%: '.
           03 WS-LP-ABAIXO        PIC Z9,99.
           03 FILLER  PIC X(07) VALUE '%  ATE '.
           03 WS-LP-SUPERIOR      PIC ZZ9.
           03 FILLER  PIC X(03) VALUE '%: '.
           03 WS-LP-FAIXA         PIC Z9,99.
           03 FILLER  PIC X(12) VALUE '%  ACIMA DE'.
           03 WS-LP-SUPERIOR-2    PIC ZZ9.
           03 FILLER  PIC X(03) VALUE '%: '.
           03 WS-LP-ACIMA         PIC Z9,99.
           03 FILLER  PIC X(30) VALUE
              '%  (ACIMA DO MAXIMO: ZERO)'.

       01  WS-LINHA-DEPT.
           03 FILLER  PIC X(14) VALUE 'DEPARTAMENTO: '.
           03 WS-LD-COD           PIC 9(05).
           03 FILLER  PIC X(03) VALUE ' - '.
           03 WS-LD-NOME          PIC X(20).

       01  WS-LINHA-CABEC.
           03 FILLER  PIC X(10) VALUE 'MATRICULA '.
           03 FILLER  PIC X(26) VALUE 'NOME'.
           03 FILLER  PIC X(05) VALUE 'CARG '.
           03 FILLER  PIC X(02) VALUE 'GR'.
           03 FILLER  PIC X(12) VALUE '     SALARIO'.
           03 FILLER  PIC X(12) VALUE '      MINIMO'.
           03 FILLER  PIC X(12) VALUE '       MEDIO'.
           03 FILLER  PIC X(12) VALUE '      MAXIMO'.
           03 FILLER  PIC X(08) VALUE '   COMPA'.
           03 FILLER  PIC X(12) VALUE '    PROPOSTO'.
           03 FILLER  PIC X(21) VALUE ' SITUACAO'.

       01  WS-LINHA-DETALHE.
           03 WS-DT-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(01).
           03 WS-DT-NOME          PIC X(25).
           03 FILLER              PIC X(01).
           03 WS-DT-CARGO         PIC 9(04).
           03 FILLER              PIC X(01).
           03 WS-DT-GRADE         PIC X(02).
           03 WS-DT-SALARIO       PIC Z.ZZZ.ZZ9,99.
           03 WS-DT-MINIMO        PIC Z.ZZZ.ZZ9,99.
           03 WS-DT-MEDIO         PIC Z.ZZZ.ZZ9,99.
           03 WS-DT-MAXIMO        PIC Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01).
           03 WS-DT-COMPA         PIC ZZZ9,9.
           03 WS-DT-PCT           PIC X(01).
           03 WS-DT-PROPOSTO      PIC Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01).
           03 WS-DT-SITUACAO      PIC X(20).

       01  WS-LINHA-RODAPE.
           03 WS-LR-ROTULO        PIC X(14).
           03 WS-LR-QTD           PIC ZZZZ9.
           03 FILLER  PIC X(18) VALUE ' FUNC. ABAIXO MIN:'.
           03 WS-LR-ABAIXO        PIC ZZZZ9.
           03 FILLER  PIC X(11) VALUE ' ACIMA MAX:'.
           03 WS-LR-ACIMA         PIC ZZZZ9.
           03 FILLER  PIC X(11) VALUE ' SEM CARGO:'.
           03 WS-LR-SEM-CARGO     PIC ZZZZ9.
           03 FILLER  PIC X(13) VALUE ' COMPA MEDIO:'.
           03 WS-LR-COMPA         PIC ZZZ9,9.
           03 FILLER  PIC X(12) VALUE '% PROPOSTAS:'.
           03 WS-LR-PROPOSTAS     PIC ZZZZ9.
           03 FILLER  PIC X(09) VALUE ' AUMENTO:'.
           03 WS-LR-AUMENTO       PIC ZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO
           PERFORM 0500-CARREGA-PARAMETRO
           PERFORM 0550-CARREGA-DEPARTAMENTOS
           PERFORM 0600-CARREGA-CARGOS
           PERFORM 0650-CARREGA-CARGOS-FUNC
           PERFORM 0700-CARREGA-DEMITIDOS

      * A truncated cargo or termination table would report people
      * without their band or propose a raise to someone dismissed.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'CARGOSSALARIO.TXT COM MAIS DE 200 CARGOS OU '
                       'CARGOSFUNC.TXT/DEMITIDOS.TXT COM MAIS DE 500 '
                       'REGISTROS - RELATORIO ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SORT WS-SORT-WORK ON ASCENDING KEY SD-COD-DEPT SD-COD-P
               INPUT PROCEDURE IS 0100-ALIMENTA-SORT
               GIVING ARQ-DB-ORDENADO

           IF WS-STATUS-ARQ-DB NOT = '00' AND '02' AND '10'
               DISPLAY 'CADASTRO DBREGISTRODEP.TXT INDISPONIVEL - '
                       'STATUS: ' WS-STATUS-ARQ-DB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  ARQ-DB-ORDENADO
           OPEN OUTPUT ARQREL
           OPEN OUTPUT ARQPROPOSTA
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM 1000-IMPRIME-CABECALHO

           PERFORM UNTIL WS-EOF-ORDENADO = 'S'
               READ ARQ-DB-ORDENADO
                   AT END
                       MOVE 'S' TO WS-EOF-ORDENADO
                   NOT AT END
                       IF WS-PRIMEIRO = 'S'
                           OR FD-COD-DEPT NOT = WS-DEPT-ATUAL
                           IF WS-PRIMEIRO = 'N'
                               PERFORM 3000-FECHA-DEPARTAMENTO
                           END-IF
                           PERFORM 2000-ABRE-DEPARTAMENTO
                       END-IF
                       PERFORM 2100-PROCESSA-FUNCIONARIO
               END-READ
           END-PERFORM

           IF WS-PRIMEIRO = 'N'
               PERFORM 3000-FECHA-DEPARTAMENTO
           END-IF
           PERFORM 3100-IMPRIME-TOTAL-GERAL

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQ-DB-ORDENADO ARQREL ARQPROPOSTA ARQJOBLOG

           DISPLAY 'FUNCIONARIOS: ' WS-TG-QTD
                   ' ABAIXO DO MINIMO: ' WS-TG-ABAIXO
                   ' ACIMA DO MAXIMO: ' WS-TG-ACIMA
                   ' SEM CARGO: ' WS-TG-SEM-CARGO
                   ' PROPOSTAS: ' WS-TG-PROPOSTAS

      * Employees with no valid cargo are a gap in the master data the
      * personnel area has to close before the merit cycle.
           IF WS-TG-SEM-CARGO > ZEROS OR WS-QTD-SAL-INVALIDO > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'FAIXAS_SALARIAIS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-TG-PROPOSTAS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-ALIMENTA-SORT.
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-DB-ENTRADA

           IF WS-STATUS-ARQ-DB = '00' OR '02'
               PERFORM UNTIL WS-EOF-ENTRADA = 'S'
                   READ ARQ-DB-ENTRADA
                       AT END
                           MOVE 'S' TO WS-EOF-ENTRADA
                       NOT AT END
                           IF REG-PESSOAS-ENTRADA(1:3) = 'HDR'
                               OR 'TRL'
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-QTD-LIDOS
                               PERFORM 0150-VERIFICA-DEMITIDO
                               IF WS-FUNC-DEMITIDO = 'S'
                                   ADD 1 TO WS-QTD-DEMITIDOS-EXCL
                               ELSE
                                   IF FD1-SALARIO NOT NUMERIC
                                       ADD 1 TO WS-QTD-SAL-INVALIDO
                                       DISPLAY 'SALARIO INVALIDO - '
                                               'MATRICULA IGNORADA: '
                                               FD1-COD-P
                                   ELSE
                                       RELEASE SD-PESSOAS FROM
                                               REG-PESSOAS-ENTRADA
                                   END-IF
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
       0500-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PM-PCT-ABAIXO NUMERIC
                           MOVE FD-PM-PCT-ABAIXO TO WS-PCT-ABAIXO
                       END-IF
                       IF FD-PM-PCT-FAIXA NUMERIC
                           MOVE FD-PM-PCT-FAIXA TO WS-PCT-FAIXA
                       END-IF
                       IF FD-PM-PCT-ACIMA NUMERIC
                           MOVE FD-PM-PCT-ACIMA TO WS-PCT-ACIMA
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
                               MOVE REG-CARGO TO
                                    WS-CARGO(WS-QTD-CARGOS)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           ELSE
               DISPLAY 'TABELA DE CARGOS AUSENTE: CARGOSSALARIO.TXT - '
                       'NENHUM FUNCIONARIO SERA ENQUADRADO'
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
           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO

           MOVE WS-COMPA-INFERIOR TO WS-LP-INFERIOR
           MOVE WS-PCT-ABAIXO     TO WS-LP-ABAIXO
           MOVE WS-COMPA-SUPERIOR TO WS-LP-SUPERIOR
           MOVE WS-PCT-FAIXA      TO WS-LP-FAIXA
           MOVE WS-COMPA-SUPERIOR TO WS-LP-SUPERIOR-2
           MOVE WS-PCT-ACIMA      TO WS-LP-ACIMA
           WRITE REG-RELATORIO FROM WS-LINHA-PERCENTUAIS
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ABRE-DEPARTAMENTO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PRIMEIRO
           MOVE FD-COD-DEPT TO WS-DEPT-ATUAL
           INITIALIZE WS-TOTAIS-DEPT

           MOVE 'N' TO WS-ACHOU
           MOVE 'NAO CADASTRADO' TO WS-LD-NOME
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   OR WS-ACHOU = 'S'
               IF WS-DEPT-COD(WS-IDX-DEPT) = WS-DEPT-ATUAL
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-DEPT-NOME(WS-IDX-DEPT) TO WS-LD-NOME
               END-IF
           END-PERFORM

           MOVE WS-DEPT-ATUAL TO WS-LD-COD
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-LINHA-DEPT
           WRITE REG-RELATORIO FROM WS-LINHA-CABEC
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESSA-FUNCIONARIO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-TD-QTD
           MOVE SPACES      TO WS-LINHA-DETALHE
           MOVE FD-COD-P    TO WS-DT-MATRICULA
           MOVE FD-NOME-P   TO WS-DT-NOME
           MOVE FD-SALARIO  TO WS-DT-SALARIO
           MOVE ZEROS       TO WS-SAL-PROPOSTO

           PERFORM 2200-LOCALIZA-CARGO

           IF WS-IDX-ACHADO = ZEROS
               ADD 1 TO WS-TD-SEM-CARGO
           ELSE
               ADD 1 TO WS-TD-COM-CARGO
               MOVE WS-CG-CODIGO(WS-IDX-ACHADO)     TO WS-DT-CARGO
               MOVE WS-CG-GRADE(WS-IDX-ACHADO)      TO WS-DT-GRADE
               MOVE WS-CG-SAL-MINIMO(WS-IDX-ACHADO) TO WS-DT-MINIMO
               MOVE WS-CG-SAL-MEDIO(WS-IDX-ACHADO)  TO WS-DT-MEDIO
               MOVE WS-CG-SAL-MAXIMO(WS-IDX-ACHADO) TO WS-DT-MAXIMO

               IF WS-CG-SAL-MEDIO(WS-IDX-ACHADO) > ZEROS
                   COMPUTE WS-COMPA ROUNDED = FD-SALARIO * 100
                           / WS-CG-SAL-MEDIO(WS-IDX-ACHADO)
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-COMPA
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO WS-COMPA
               END-IF
               MOVE WS-COMPA TO WS-DT-COMPA
               MOVE '%'      TO WS-DT-PCT
               ADD WS-COMPA  TO WS-TD-SOMA-COMPA

               EVALUATE TRUE
                   WHEN FD-SALARIO < WS-CG-SAL-MINIMO(WS-IDX-ACHADO)
                       ADD 1 TO WS-TD-ABAIXO
                       MOVE '*** ABAIXO DO MINIMO' TO WS-SITUACAO
                   WHEN FD-SALARIO > WS-CG-SAL-MAXIMO(WS-IDX-ACHADO)
                       ADD 1 TO WS-TD-ACIMA
                       MOVE '*** ACIMA DO MAXIMO' TO WS-SITUACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               PERFORM 2300-CALCULA-MERITO
           END-IF

           MOVE WS-SITUACAO TO WS-DT-SITUACAO
           IF WS-SAL-PROPOSTO > ZEROS
               MOVE WS-SAL-PROPOSTO TO WS-DT-PROPOSTO
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LOCALIZA-CARGO.
      *----------------------------------------------------------------*
      * WS-IDX-ACHADO is left at zero when the employee has no cargo in
      * CARGOSFUNC.TXT or the cargo is no longer in CARGOSSALARIO.TXT.
           MOVE ZEROS  TO WS-IDX-ACHADO
           MOVE 'N'    TO WS-ACHOU
           MOVE 'SEM CARGO' TO WS-SITUACAO

           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-QTD-CF
                   OR WS-ACHOU = 'S'
               IF WS-CF-MATRICULA(WS-IDX-CF) = FD-COD-P
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'S'
               SET WS-IDX-CF DOWN BY 1
               MOVE 'CARGO INEXISTENTE' TO WS-SITUACAO
               MOVE WS-CF-CARGO(WS-IDX-CF) TO WS-DT-CARGO

               PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                       UNTIL WS-IDX-CARGO > WS-QTD-CARGOS
                       OR WS-IDX-ACHADO > ZEROS
                   IF WS-CG-CODIGO(WS-IDX-CARGO) =
                      WS-CF-CARGO(WS-IDX-CF)
                       SET WS-IDX-ACHADO TO WS-IDX-CARGO
                       MOVE SPACES TO WS-SITUACAO
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-CALCULA-MERITO.
      *----------------------------------------------------------------*
      * The percentage follows the compa-ratio bracket; the result is
      * brought up to the minimum of the band and never goes past the
      * maximum, so nobody above the maximum gets a proposal.
           EVALUATE TRUE
               WHEN WS-COMPA < WS-COMPA-INFERIOR
                   MOVE WS-PCT-ABAIXO TO WS-PCT-MERITO
               WHEN WS-COMPA <= WS-COMPA-SUPERIOR
                   MOVE WS-PCT-FAIXA  TO WS-PCT-MERITO
               WHEN OTHER
                   MOVE WS-PCT-ACIMA  TO WS-PCT-MERITO
           END-EVALUATE

           COMPUTE WS-SAL-PROPOSTO ROUNDED =
                   FD-SALARIO * (100 + WS-PCT-MERITO) / 100

           IF WS-SAL-PROPOSTO < WS-CG-SAL-MINIMO(WS-IDX-ACHADO)
               MOVE WS-CG-SAL-MINIMO(WS-IDX-ACHADO) TO WS-SAL-PROPOSTO
           END-IF
           IF WS-SAL-PROPOSTO > WS-CG-SAL-MAXIMO(WS-IDX-ACHADO)
               MOVE WS-CG-SAL-MAXIMO(WS-IDX-ACHADO) TO WS-SAL-PROPOSTO
           END-IF

           IF WS-SAL-PROPOSTO > FD-SALARIO
               COMPUTE WS-AUMENTO = WS-SAL-PROPOSTO - FD-SALARIO
               ADD 1 TO WS-TD-PROPOSTAS
               ADD WS-AUMENTO TO WS-TD-AUMENTO
               PERFORM 2400-GRAVA-PROPOSTA
           ELSE
               MOVE ZEROS TO WS-SAL-PROPOSTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-PROPOSTA.
      *----------------------------------------------------------------*
      * Same layout as MOVFUNCIONARIOS.TXT; the cargo is repeated so the
      * transaction keeps it, the person code is left blank so the link
      * stays as it is.
           MOVE 'S'             TO FD-TX-TIPO
           MOVE FD-COD-P        TO FD-TX-MATRICULA
           MOVE FD-NOME-P       TO FD-TX-NOME
           MOVE FD-COD-DIVISAO  TO FD-TX-DIVISAO
           MOVE FD-COD-CCUSTO   TO FD-TX-CCUSTO
           MOVE WS-SAL-PROPOSTO TO FD-TX-SALARIO
           MOVE FD-BANCO        TO FD-TX-BANCO
           MOVE FD-AGENCIA      TO FD-TX-AGENCIA
           MOVE FD-CONTA        TO FD-TX-CONTA
           MOVE WS-CG-CODIGO(WS-IDX-ACHADO) TO FD-TX-CARGO
           MOVE SPACES          TO FD-TX-COD-PESSOA-X
           WRITE REG-MOVIMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-FECHA-DEPARTAMENTO.
      *----------------------------------------------------------------*
           IF WS-TD-COM-CARGO > ZEROS
               COMPUTE WS-COMPA-MEDIO ROUNDED =
                       WS-TD-SOMA-COMPA / WS-TD-COM-CARGO
           ELSE
               MOVE ZEROS TO WS-COMPA-MEDIO
           END-IF

           MOVE 'TOTAL DEPTO: '  TO WS-LR-ROTULO
           MOVE WS-TD-QTD        TO WS-LR-QTD
           MOVE WS-TD-ABAIXO     TO WS-LR-ABAIXO
           MOVE WS-TD-ACIMA      TO WS-LR-ACIMA
           MOVE WS-TD-SEM-CARGO  TO WS-LR-SEM-CARGO
           MOVE WS-COMPA-MEDIO   TO WS-LR-COMPA
           MOVE WS-TD-PROPOSTAS  TO WS-LR-PROPOSTAS
           MOVE WS-TD-AUMENTO    TO WS-LR-AUMENTO
           WRITE REG-RELATORIO FROM WS-LINHA-RODAPE

           ADD WS-TD-QTD        TO WS-TG-QTD
           ADD WS-TD-ABAIXO     TO WS-TG-ABAIXO
           ADD WS-TD-ACIMA      TO WS-TG-ACIMA
           ADD WS-TD-SEM-CARGO  TO WS-TG-SEM-CARGO
           ADD WS-TD-COM-CARGO  TO WS-TG-COM-CARGO
           ADD WS-TD-SOMA-COMPA TO WS-TG-SOMA-COMPA
           ADD WS-TD-PROPOSTAS  TO WS-TG-PROPOSTAS
           ADD WS-TD-AUMENTO    TO WS-TG-AUMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-IMPRIME-TOTAL-GERAL.
      *----------------------------------------------------------------*
           IF WS-TG-COM-CARGO > ZEROS
               COMPUTE WS-COMPA-MEDIO ROUNDED =
                       WS-TG-SOMA-COMPA / WS-TG-COM-CARGO
           ELSE
               MOVE ZEROS TO WS-COMPA-MEDIO
           END-IF

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'TOTAL GERAL: '  TO WS-LR-ROTULO
           MOVE WS-TG-QTD        TO WS-LR-QTD
           MOVE WS-TG-ABAIXO     TO WS-LR-ABAIXO
           MOVE WS-TG-ACIMA      TO WS-LR-ACIMA
           MOVE WS-TG-SEM-CARGO  TO WS-LR-SEM-CARGO
           MOVE WS-COMPA-MEDIO   TO WS-LR-COMPA
           MOVE WS-TG-PROPOSTAS  TO WS-LR-PROPOSTAS
           MOVE WS-TG-AUMENTO    TO WS-LR-AUMENTO
           WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'FAIXASORD.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'CARGOSSALARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'CARGOSFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'DEPARTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'DEMITIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'PARAMMERITO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'ARQFAIXASSALARIAIS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'PROPOSTAMERITO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
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

       END PROGRAM FAIXAS_SALARIAIS.
