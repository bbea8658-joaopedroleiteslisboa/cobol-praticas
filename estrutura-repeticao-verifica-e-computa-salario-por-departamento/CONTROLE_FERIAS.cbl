      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Monthly maintenance of the vacation control master
      *          FERIAS.TXT. Registers the employees loaded through
      *          CARGAFERIAS.TXT (matricula, admission date and the
      *          start of the oldest periodo aquisitivo still owed;
      *          matriculas already controlled are skipped, so the
      *          load may stay in place after it was taken),
      *          closes every periodo aquisitivo that ended before the
      *          data-movimento (A em aquisicao -> V adquirido) and
      *          opens the next one, then prints ARQFERIASVENCER.TXT:
      *          the acquired periods with days still owed whose
      *          concession limit falls inside the PARAMFERIAS.TXT
      *          warning window, the ones already past it (ferias now
      *          due in double) and the employees of DBREGISTRODEP.TXT
      *          that have no vacation control at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE_FERIAS.
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

       SELECT ARQFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FERIAS.
      *
       SELECT ARQCARGA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGA.
      *
       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
      *
       SELECT ARQPARAMFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
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

       FD  ARQFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FERIAS.TXT".
           COPY FERIAS.

       FD  ARQCARGA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGAFERIAS.TXT".
       01  REG-CARGA.
           03 FD-CG-MATRICULA      PIC 9(09).
           03 FD-CG-ADMISSAO       PIC 9(08).
           03 FD-CG-INICIO-ABERTO  PIC 9(08).

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

       FD  ARQPARAMFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMFERIAS.TXT".
       01  REG-PARAM-FERIAS.
           03 FD-PF-DIAS-AVISO     PIC 9(03).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFERIASVENCER.TXT".
       01  REG-RELATORIO          PIC X(80).

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
           VALUE 'FERIAS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CARGAFERIAS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'PARAMFERIAS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQFERIASVENCER.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-FERIAS      PIC X(01) VALUE ' '.
       77  WS-EOF-CARGA       PIC X(01) VALUE ' '.
       77  WS-EOF-DB          PIC X(01) VALUE ' '.
       77  WS-STATUS-FERIAS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGA    PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB   PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-FERIAS-TRUNCADO PIC X(01) VALUE 'N'.
       77  WS-DIAS-AVISO      PIC 9(03) VALUE 060.
       77  WS-DIAS-INT        PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MOVIMENTO  PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-RESTANTES  PIC S9(08) VALUE ZEROS.
       77  WS-NOME-FUNC       PIC X(30) VALUE SPACES.
       77  WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-NOVOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CARGA       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CARGA-REJ   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CARGA-JA    PIC 9(05) VALUE ZEROS.
       77  WS-JA-CONTROLADA   PIC X(01) VALUE 'N'.
       77  WS-QTD-A-VENCER    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-CONTROLE PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO-REJEITO  PIC X(30) VALUE SPACES.

      * Work area of the period arithmetic: a periodo aquisitivo runs
      * one year from its start, the concession limit one year after
      * its end; a start on 29/02 ends on 28/02 of the next year.
       01  WS-DATA-CALC.
           03 WS-DC-ANO        PIC 9(04).
           03 WS-DC-MES        PIC 9(02).
           03 WS-DC-DIA        PIC 9(02).
       01  WS-DATA-CALC-N REDEFINES WS-DATA-CALC PIC 9(08).

       01  WS-NOVO-PERIODO.
           03 WS-NV-MATRICULA  PIC 9(09).
           03 WS-NV-ADMISSAO   PIC 9(08).
           03 WS-NV-INICIO     PIC 9(08).
           03 WS-NV-FIM        PIC 9(08).
           03 WS-NV-LIMITE     PIC 9(08).

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
           03 FILLER          PIC X(36)
                  VALUE 'CONTROLE DE FERIAS - PERIODOS A VEN'.
           03 FILLER          PIC X(13) VALUE 'CER - DATA: '.
           03 WS-TIT-DATA     PIC X(10).

       01  WS-LINHA-COLUNAS.
           03 FILLER          PIC X(10) VALUE 'MATRICULA '.
           03 FILLER          PIC X(21) VALUE 'NOME'.
           03 FILLER          PIC X(18) VALUE 'PERIODO AQUISITIVO'.
           03 FILLER          PIC X(09) VALUE ' LIMITE  '.
           03 FILLER          PIC X(06) VALUE ' DIAS '.
           03 FILLER          PIC X(16) VALUE 'SITUACAO'.

       01  WS-LINHA-PERIODO.
           03 WS-LP-MATRICULA PIC 9(09).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-NOME      PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-INICIO    PIC 9(08).
           03 FILLER          PIC X(01) VALUE '-'.
           03 WS-LP-FIM       PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-LIMITE    PIC 9(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LP-SALDO     PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LP-SITUACAO  PIC X(17).

       01  WS-LINHA-VENCE.
           03 FILLER          PIC X(09) VALUE 'VENCE EM '.
           03 WS-LV-DIAS      PIC ZZ9.
           03 FILLER          PIC X(05) VALUE ' DIAS'.

       01  WS-LINHA-SECAO     PIC X(80) VALUE SPACES.

       01  WS-LINHA-SEM-CONTROLE.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-SC-MATRICULA PIC 9(09).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-SC-NOME      PIC X(30).

       01  WS-LINHA-CARGA-REJ.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-CR-MATRICULA PIC 9(09).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-CR-MOTIVO    PIC X(30).

       01  WS-LINHA-RESUMO.
           03 FILLER          PIC X(16) VALUE 'PERIODOS NOVOS: '.
           03 WS-RS-NOVOS     PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE '  A VENCER: '.
           03 WS-RS-A-VENCER  PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE '  VENCIDOS: '.
           03 WS-RS-VENCIDOS  PIC ZZZZ9.
           03 FILLER          PIC X(17) VALUE '  SEM CONTROLE: '.
           03 WS-RS-SEM-CONTROLE PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0500-CARREGA-FUNCIONARIOS

           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'DBREGISTRODEP.TXT COM MAIS DE 500 '
                       'FUNCIONARIOS - CONTROLE DE FERIAS ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0600-CARREGA-FERIAS

      * FERIAS.TXT is rewritten whole from the table at the end of the
      * run, so a truncated load would destroy the excess periods.
           IF WS-FERIAS-TRUNCADO = 'S'
               DISPLAY 'FERIAS.TXT COM MAIS DE 1000 PERIODOS - '
                       'CONTROLE ABORTADO PARA NAO PERDER REGISTROS '
                       '(EXECUTE O ARQUIVAMENTO DOS QUITADOS)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0700-CARREGA-PARAMETRO

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM 1000-PROCESSA-CARGA

           COMPUTE WS-DIAS-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

           PERFORM 2000-ATUALIZA-PERIODOS

           PERFORM 3000-LISTA-A-VENCER
           PERFORM 3500-LISTA-SEM-CONTROLE

           PERFORM 8000-REGRAVA-FERIAS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-QTD-NOVOS        TO WS-RS-NOVOS
           MOVE WS-QTD-A-VENCER     TO WS-RS-A-VENCER
           MOVE WS-QTD-VENCIDOS     TO WS-RS-VENCIDOS
           MOVE WS-QTD-SEM-CONTROLE TO WS-RS-SEM-CONTROLE
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQREL ARQJOBLOG

           DISPLAY 'PERIODOS ABERTOS: ' WS-QTD-NOVOS
                   ' A VENCER: ' WS-QTD-A-VENCER
                   ' VENCIDOS: ' WS-QTD-VENCIDOS

           IF WS-QTD-VENCIDOS > ZEROS
               OR WS-QTD-CARGA-REJ > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'CONTROLE_FERIAS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-FERIAS TO JOBLOG-QTD-GRAVADOS
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
                               ELSE
                                   ADD 1 TO WS-QTD-FUNC
                                   MOVE FD1-COD-P TO
                                        WS-FN-MATRICULA(WS-QTD-FUNC)
                                   MOVE FD1-NOME-P TO
                                        WS-FN-NOME(WS-QTD-FUNC)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DB-ENTRADA
           END-IF
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
                           ADD 1 TO WS-QTD-LIDOS
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
       0700-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARAMFERIAS

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAMFERIAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PF-DIAS-AVISO NUMERIC
                           AND FD-PF-DIAS-AVISO > ZEROS
                           MOVE FD-PF-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE ARQPARAMFERIAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-PROCESSA-CARGA.
      *----------------------------------------------------------------*
      * One-time registration of employees admitted before the
      * vacation control existed; later admissions come from
      * MOVIMENTA_FUNCIONARIOS.
           OPEN INPUT ARQCARGA

           IF WS-STATUS-CARGA = '00'
               PERFORM UNTIL WS-EOF-CARGA = 'S'
                   READ ARQCARGA
                       AT END
                           MOVE 'S' TO WS-EOF-CARGA
                       NOT AT END
                           PERFORM 1100-REGISTRA-CARGA
                   END-READ
               END-PERFORM
               CLOSE ARQCARGA
           END-IF

           IF WS-QTD-CARGA-REJ > ZEROS
               WRITE REG-RELATORIO FROM WS-PONTILHADO
           END-IF

           IF WS-QTD-CARGA-JA > ZEROS
               DISPLAY 'CARGA: MATRICULAS JA CONTROLADAS IGNORADAS: '
                       WS-QTD-CARGA-JA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-REGISTRA-CARGA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-REJEITO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-ACHOU = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = FD-CG-MATRICULA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'N'
               MOVE 'MATRICULA NAO CONSTA NA FOLHA' TO
                    WS-MOTIVO-REJEITO
           END-IF

      * The load is taken once; a matricula already in FERIAS.TXT was
      * registered by an earlier run and is left as it is.
           MOVE 'N' TO WS-JA-CONTROLADA
           PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                   UNTIL WS-IDX-FE > WS-QTD-FERIAS
                   OR WS-JA-CONTROLADA = 'S'
               IF WS-FT-MATRICULA(WS-IDX-FE) = FD-CG-MATRICULA
                   MOVE 'S' TO WS-JA-CONTROLADA
               END-IF
           END-PERFORM

           IF FD-CG-ADMISSAO NOT NUMERIC
               OR FD-CG-ADMISSAO = ZEROS
               OR FD-CG-ADMISSAO > WS-DATA-MOVIMENTO
               MOVE 'DATA DE ADMISSAO INVALIDA' TO WS-MOTIVO-REJEITO
           END-IF

           IF FD-CG-INICIO-ABERTO NOT NUMERIC
               OR FD-CG-INICIO-ABERTO = ZEROS
               MOVE FD-CG-ADMISSAO TO FD-CG-INICIO-ABERTO
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               AND WS-QTD-FERIAS >= 1000
               MOVE 'TABELA DE PERIODOS CHEIA' TO WS-MOTIVO-REJEITO
           END-IF

           IF WS-JA-CONTROLADA = 'S'
               ADD 1 TO WS-QTD-CARGA-JA
           ELSE
               IF WS-MOTIVO-REJEITO NOT = SPACES
                   IF WS-QTD-CARGA-REJ = ZEROS
                       MOVE 'CARGA REJEITADA:' TO WS-LINHA-SECAO
                       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
                   END-IF
                   ADD 1 TO WS-QTD-CARGA-REJ
                   MOVE FD-CG-MATRICULA   TO WS-CR-MATRICULA
                   MOVE WS-MOTIVO-REJEITO TO WS-CR-MOTIVO
                   WRITE REG-RELATORIO FROM WS-LINHA-CARGA-REJ
               ELSE
                   ADD 1 TO WS-QTD-CARGA
                   MOVE FD-CG-MATRICULA     TO WS-NV-MATRICULA
                   MOVE FD-CG-ADMISSAO      TO WS-NV-ADMISSAO
                   MOVE FD-CG-INICIO-ABERTO TO WS-NV-INICIO
                   PERFORM 2200-INCLUI-PERIODO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ATUALIZA-PERIODOS.
      *----------------------------------------------------------------*
      * The periods appended by 2200 are inside the loop limit too, so
      * an employee several years behind is brought up to date in a
      * single run. Only the period still in acquisition spawns the
      * next one; employees no longer on the payroll are left alone.
           PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                   UNTIL WS-IDX-FE > WS-QTD-FERIAS
               IF WS-FT-SITUACAO(WS-IDX-FE) = 'A'
                   AND WS-FT-PER-FIM(WS-IDX-FE) < WS-DATA-MOVIMENTO
                   PERFORM 2100-VERIFICA-ATIVO
                   IF WS-ACHOU = 'S'
                       MOVE 'V' TO WS-FT-SITUACAO(WS-IDX-FE)
                       MOVE WS-FT-MATRICULA(WS-IDX-FE) TO
                            WS-NV-MATRICULA
                       MOVE WS-FT-ADMISSAO(WS-IDX-FE) TO
                            WS-NV-ADMISSAO
                       COMPUTE WS-DIAS-INT =
                           FUNCTION INTEGER-OF-DATE
                               (WS-FT-PER-FIM(WS-IDX-FE)) + 1
                       COMPUTE WS-NV-INICIO =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
                       IF WS-QTD-FERIAS < 1000
                           PERFORM 2200-INCLUI-PERIODO
                       ELSE
                           DISPLAY 'TABELA DE PERIODOS CHEIA - '
                                   'PERIODO NAO ABERTO: MATRICULA '
                                   WS-NV-MATRICULA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-VERIFICA-ATIVO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-ACHOU = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) =
                  WS-FT-MATRICULA(WS-IDX-FE)
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-FN-NOME(WS-IDX-FUNC) TO WS-NOME-FUNC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-INCLUI-PERIODO.
      *----------------------------------------------------------------*
           MOVE WS-NV-INICIO TO WS-DATA-CALC-N
           ADD 1 TO WS-DC-ANO
           IF WS-DC-MES = 02 AND WS-DC-DIA = 29
               MOVE 03 TO WS-DC-MES
               MOVE 01 TO WS-DC-DIA
           END-IF
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-N) - 1
           COMPUTE WS-NV-FIM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)

           MOVE WS-NV-FIM TO WS-DATA-CALC-N
           ADD 1 TO WS-DC-ANO
           IF WS-DC-MES = 02 AND WS-DC-DIA = 29
               MOVE 28 TO WS-DC-DIA
           END-IF
           MOVE WS-DATA-CALC-N TO WS-NV-LIMITE

           ADD 1 TO WS-QTD-FERIAS
           ADD 1 TO WS-QTD-NOVOS
           MOVE WS-NV-MATRICULA TO WS-FT-MATRICULA(WS-QTD-FERIAS)
           MOVE WS-NV-ADMISSAO  TO WS-FT-ADMISSAO(WS-QTD-FERIAS)
           MOVE WS-NV-INICIO    TO WS-FT-PER-INICIO(WS-QTD-FERIAS)
           MOVE WS-NV-FIM       TO WS-FT-PER-FIM(WS-QTD-FERIAS)
           MOVE WS-NV-LIMITE    TO WS-FT-LIMITE(WS-QTD-FERIAS)
           MOVE 30              TO
                WS-FT-DIAS-DIREITO(WS-QTD-FERIAS)
           MOVE ZEROS           TO
                WS-FT-DIAS-GOZADOS(WS-QTD-FERIAS)
           MOVE 30              TO WS-FT-DIAS-SALDO(WS-QTD-FERIAS)
           MOVE 'A'             TO WS-FT-SITUACAO(WS-QTD-FERIAS)
           MOVE ZEROS           TO WS-FT-ULT-GOZO(WS-QTD-FERIAS)
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-LISTA-A-VENCER.
      *----------------------------------------------------------------*
      * Ferias granted after the concession limit are owed in double
      * (CLT art. 137), so both the periods about to expire and the
      * ones already expired with days still owed are listed.
           WRITE REG-RELATORIO FROM WS-LINHA-COLUNAS
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                   UNTIL WS-IDX-FE > WS-QTD-FERIAS
               IF WS-FT-SITUACAO(WS-IDX-FE) = 'V'
                   AND WS-FT-DIAS-SALDO(WS-IDX-FE) > ZEROS
                   PERFORM 2100-VERIFICA-ATIVO
                   IF WS-ACHOU = 'S'
                       COMPUTE WS-DIAS-RESTANTES =
                           FUNCTION INTEGER-OF-DATE
                               (WS-FT-LIMITE(WS-IDX-FE))
                           - WS-DIAS-MOVIMENTO
                       IF WS-DIAS-RESTANTES < ZEROS
                           ADD 1 TO WS-QTD-VENCIDOS
                           MOVE 'VENCIDO - DOBRA' TO WS-LP-SITUACAO
                           PERFORM 3100-IMPRIME-PERIODO
                       ELSE
                           IF WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                               ADD 1 TO WS-QTD-A-VENCER
                               MOVE WS-DIAS-RESTANTES TO WS-LV-DIAS
                               MOVE WS-LINHA-VENCE TO WS-LP-SITUACAO
                               PERFORM 3100-IMPRIME-PERIODO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-IMPRIME-PERIODO.
      *----------------------------------------------------------------*
           MOVE WS-FT-MATRICULA(WS-IDX-FE)  TO WS-LP-MATRICULA
           MOVE WS-NOME-FUNC                TO WS-LP-NOME
           MOVE WS-FT-PER-INICIO(WS-IDX-FE) TO WS-LP-INICIO
           MOVE WS-FT-PER-FIM(WS-IDX-FE)    TO WS-LP-FIM
           MOVE WS-FT-LIMITE(WS-IDX-FE)     TO WS-LP-LIMITE
           MOVE WS-FT-DIAS-SALDO(WS-IDX-FE) TO WS-LP-SALDO
           WRITE REG-RELATORIO FROM WS-LINHA-PERIODO
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-LISTA-SEM-CONTROLE.
      *----------------------------------------------------------------*
           MOVE 'FUNCIONARIOS SEM CONTROLE DE FERIAS:' TO
                WS-LINHA-SECAO

           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-FE FROM 1 BY 1
                       UNTIL WS-IDX-FE > WS-QTD-FERIAS
                       OR WS-ACHOU = 'S'
                   IF WS-FT-MATRICULA(WS-IDX-FE) =
                      WS-FN-MATRICULA(WS-IDX-FUNC)
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   IF WS-QTD-SEM-CONTROLE = ZEROS
                       WRITE REG-RELATORIO FROM WS-PONTILHADO
                       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
                   END-IF
                   ADD 1 TO WS-QTD-SEM-CONTROLE
                   MOVE WS-FN-MATRICULA(WS-IDX-FUNC) TO
                        WS-SC-MATRICULA
                   MOVE WS-FN-NOME(WS-IDX-FUNC) TO WS-SC-NOME
                   WRITE REG-RELATORIO FROM WS-LINHA-SEM-CONTROLE
               END-IF
           END-PERFORM
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
           MOVE 'FERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CARGAFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'PARAMFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQFERIASVENCER.TXT' TO WS-CFG-LOGICO
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

       END PROGRAM CONTROLE_FERIAS.
