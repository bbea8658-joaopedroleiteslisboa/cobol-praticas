      *          step so a rerun resumes from the failed step, and a
      *          step-by-step execution summary is written for the
      *          morning handover.
      *          Every time the STATUSSUITE.TXT board is written the
      *          masters of the step EM EXECUCAO (RECURSOSPASSO.TXT)
      *          are locked in the CONTROLE_BLOQUEIOS registry, so the
      *          interactive maintenance programs refuse to change
      *          them; before a step runs, the maintenance sessions
      *          still open on its masters are waited for
      *          (PARAMBLOQUEIO.TXT: attempts and seconds between
      *          them) and, if they do not close, the step is not run
      *          and the session is reported.
      *          Before step 1 a pre-flight verification checks the
      *          inputs of every step scheduled for the day
      *          (ENTRADASPASSO.TXT): present and not empty, HDR date
      *          equal to the data-movimento, TRL count and hash equal
      *          to the content, period not closed in
      *          PERIODOSFECHADOS.TXT. The GO / NO-GO list goes to
      *          ARQPREVERIFICACAO.TXT and, on NO-GO, PARAMPREVERIFICA
      *          .TXT decides between suspending the whole suite (S)
      *          and skipping only the affected steps and their
      *          dependents (P, the default).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CALEND.
      *
       SELECT ARQRECURSOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-RECURSOS.
      *
       SELECT ARQPARAMBLOQ
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAMBLOQ.
      *
       SELECT ARQENTRADAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-11
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADAS.
      *
       SELECT ARQPARAMPV
              ASSIGN TO DYNAMIC WS-CFG-ARQ-12
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAMPV.
      *
       SELECT ARQPREVERIF
              ASSIGN TO DYNAMIC WS-CFG-ARQ-13
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQPERIODOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-14
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PERIODOS.
      *
       SELECT ARQENTRADA
              ASSIGN TO DYNAMIC WS-NOME-ARQ-ENTRADA
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTRADA.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           VALUE OF FILE-ID IS "CALENDARIO.TXT".
       01  REG-CALENDARIO.
           03 FD-CAL-DATA          PIC 9(08).

       FD  ARQRECURSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RECURSOSPASSO.TXT".
       01  REG-RECURSO.
           03 FD-RP-PROGRAMA       PIC X(22).
           03 FD-RP-MASTER         PIC X(20).

       FD  ARQPARAMBLOQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMBLOQUEIO.TXT".
       01  REG-PARAM-BLOQUEIO.
           03 FD-PB-TENTATIVAS     PIC 9(02).
           03 FD-PB-SEGUNDOS       PIC 9(03).

      * Inputs of each step program: logical name given to
      * CONFIG_ARQUIVOS, S when the file carries the HDR/TRL control
      * records, position and size of the detail field summed into
      * the TRL hash (zero = count only), size of the TRL hash (10
      * when zero) and the PERIODOSFECHADOS.TXT subsystem whose
      * period must be open (spaces = none). An entry with no file
      * name only checks the period. List only the files that come
      * from outside the suite, not the ones written by an earlier
      * step of the same night.
       FD  ARQENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENTRADASPASSO.TXT".
       01  REG-ENTRADAS.
           03 FD-EP-PROGRAMA       PIC X(22).
           03 FD-EP-ARQUIVO        PIC X(30).
           03 FD-EP-CONTROLE       PIC X(01).
           03 FD-EP-HASH-POS       PIC 9(03).
           03 FD-EP-HASH-TAM       PIC 9(02).
           03 FD-EP-TRL-HASH-TAM   PIC 9(02).
           03 FD-EP-SUBSISTEMA     PIC X(08).

       FD  ARQPARAMPV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMPREVERIFICA.TXT".
       01  REG-PARAM-PREVERIF.
           03 FD-PV-ACAO           PIC X(01).

       FD  ARQPREVERIF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPREVERIFICACAO.TXT".
       01  REG-PREVERIF           PIC X(100).

       FD  ARQPERIODOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PERIODOSFECHADOS.TXT".
       01  REG-PERIODO.
           03 FD-PF-SUBSISTEMA     PIC X(08).
           03 FD-PF-REF            PIC 9(06).
           03 FD-PF-SITUACAO       PIC X(01).
           03 FD-PF-DATA           PIC 9(08).
           03 FD-PF-OPERADOR       PIC X(08).

       FD  ARQENTRADA
           LABEL RECORD STANDARD.
       01  REG-ENTRADA            PIC X(250).
       01  REG-ENTRADA-CTL.
           03 FD-EN-CTL-TIPO       PIC X(03).
           03 FD-EN-CTL-DADOS      PIC X(28).
           03 FILLER REDEFINES FD-EN-CTL-DADOS.
              05 FD-EN-CTL-ID      PIC X(20).
              05 FD-EN-CTL-DATA    PIC X(08).
           03 FILLER REDEFINES FD-EN-CTL-DADOS.
              05 FD-EN-CTL-QTD     PIC X(06).
              05 FD-EN-CTL-HASH    PIC X(22).
           03 FILLER               PIC X(219).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              05 WS-ST-HORA-INI      PIC X(08).
              05 WS-ST-INI-SEG       PIC 9(07).
              05 WS-ST-DECORRIDO     PIC 9(05).
              05 WS-ST-PRE-VERIF     PIC X(01).

      * Live status board written at every step transition so the
      * overnight operator answers "where are we?" without tailing
       77  WS-PRED-VERIFICADO PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PRED        PIC 9(02) VALUE ZEROS.

      * Masters used by each step program (the logical names given
      * to CONFIG_ARQUIVOS, up to five per program) and the wait for
      * the maintenance sessions still open on them.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'RECURSOSPASSO.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'PARAMBLOQUEIO.TXT'.
       77  WS-STATUS-RECURSOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAMBLOQ PIC X(02) VALUE SPACES.
       77  WS-EOF-RECURSOS    PIC X(01) VALUE ' '.
       77  WS-BLQ-FUNCAO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO     PIC X(02) VALUE SPACES.
       77  WS-PROG-BLOQUEIO   PIC X(22) VALUE SPACES.
       77  WS-IDX-BM          PIC 9(01) VALUE ZEROS.
       77  WS-BLQ-TENTATIVAS  PIC 9(02) VALUE 5.
       77  WS-BLQ-ESPERA      PIC 9(03) VALUE 60.
       77  WS-TENTATIVA       PIC 9(02) VALUE ZEROS.
       77  WS-SESSAO-ABERTA   PIC X(01) VALUE 'N'.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

       01  WS-TAB-RECURSOS.
           03 WS-QTD-RECURSOS    PIC 9(03) VALUE ZEROS.
           03 WS-RECURSO OCCURS 100 TIMES INDEXED BY WS-IDX-RP.
              05 WS-RP-PROGRAMA   PIC X(22).
              05 WS-RP-MASTER     PIC X(20).

      * Pre-flight verification of the inputs of the day's steps.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'ENTRADASPASSO.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'PARAMPREVERIFICA.TXT'.
       77  WS-CFG-ARQ-13      PIC X(50)
           VALUE 'ARQPREVERIFICACAO.TXT'.
       77  WS-CFG-ARQ-14      PIC X(50)
           VALUE 'PERIODOSFECHADOS.TXT'.
       77  WS-STATUS-ENTRADAS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAMPV  PIC X(02) VALUE SPACES.
       77  WS-STATUS-PERIODOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-ENTRADA  PIC X(02) VALUE SPACES.
       77  WS-EOF-ENTRADAS    PIC X(01) VALUE ' '.
       77  WS-EOF-PERIODOS    PIC X(01) VALUE ' '.
       77  WS-EOF-ENTRADA     PIC X(01) VALUE ' '.
       77  WS-NOME-ARQ-ENTRADA PIC X(50) VALUE SPACES.
       77  WS-PV-ACAO         PIC X(01) VALUE 'P'.
       77  WS-PV-QTD-NOGO     PIC 9(02) VALUE ZEROS.
       77  WS-PV-PASSO-OK     PIC X(01) VALUE 'S'.
       77  WS-PV-QTD-ARQ      PIC 9(02) VALUE ZEROS.
       77  WS-PV-MOTIVO       PIC X(20) VALUE SPACES.
       77  WS-PV-QTD-REG      PIC 9(08) VALUE ZEROS.
       77  WS-PV-QTD-DET      PIC 9(06) VALUE ZEROS.
       77  WS-PV-TEM-HDR      PIC X(01) VALUE 'N'.
       77  WS-PV-TEM-TRL      PIC X(01) VALUE 'N'.
       77  WS-PV-DATA-HDR     PIC X(08) VALUE SPACES.
       77  WS-PV-QTD-TRL      PIC X(06) VALUE SPACES.
       77  WS-PV-HASH-TRL     PIC X(14) VALUE SPACES.
       77  WS-PV-TAM-TRL      PIC 9(02) VALUE ZEROS.
       77  WS-PV-POS-AUX      PIC 9(02) VALUE ZEROS.
       77  WS-PV-REF-CORRENTE PIC 9(06) VALUE ZEROS.
       77  WS-PV-PERIODO-SIT  PIC X(01) VALUE SPACES.
       77  WS-PV-PRED-NOGO    PIC 9(02) VALUE ZEROS.

       01  WS-PV-HASH-LIDO        PIC 9(14) VALUE ZEROS.
       01  WS-PV-HASH-LIDO-X REDEFINES WS-PV-HASH-LIDO PIC X(14).

       01  WS-PV-CAMPO-X          PIC X(14) VALUE ZEROS.
       01  WS-PV-CAMPO REDEFINES WS-PV-CAMPO-X PIC 9(14).

       01  WS-PV-QTD-DET-X        PIC X(06) VALUE ZEROS.
       01  WS-PV-QTD-DET-N REDEFINES WS-PV-QTD-DET-X PIC 9(06).

       01  WS-TAB-ENTRADAS.
           03 WS-QTD-ENTRADAS    PIC 9(03) VALUE ZEROS.
           03 WS-ENTRADA OCCURS 100 TIMES INDEXED BY WS-IDX-EP.
              05 WS-EP-PROGRAMA     PIC X(22).
              05 WS-EP-ARQUIVO      PIC X(30).
              05 WS-EP-CONTROLE     PIC X(01).
              05 WS-EP-HASH-POS     PIC 9(03).
              05 WS-EP-HASH-TAM     PIC 9(02).
              05 WS-EP-TRL-HASH-TAM PIC 9(02).
              05 WS-EP-SUBSISTEMA   PIC X(08).

       01  WS-LINHA-PV-TITULO.
           03 FILLER           PIC X(44)
                  VALUE 'PRE-VERIFICACAO DAS ENTRADAS DA SUITE - DATA'.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PT-DATA       PIC 9(08).
           03 FILLER           PIC X(07) VALUE ' ACAO: '.
           03 WS-PT-ACAO       PIC X(30).

       01  WS-LINHA-PV-DETALHE.
           03 WS-PD-SEQ        PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PD-PROGRAMA   PIC X(22).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PD-ARQUIVO    PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PD-RESULTADO  PIC X(05).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PD-MOTIVO     PIC X(20).

       01  WS-LINHA-PV-PASSO.
           03 FILLER           PIC X(06) VALUE 'PASSO '.
           03 WS-PP-SEQ        PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PP-PROGRAMA   PIC X(22).
           03 FILLER           PIC X(04) VALUE ' => '.
           03 WS-PP-RESULTADO  PIC X(05).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PP-OBS        PIC X(24).
           03 FILLER REDEFINES WS-PP-OBS.
              05 FILLER        PIC X(14).
              05 WS-PP-OBS-PRED PIC 9(02).
              05 FILLER        PIC X(08).

       01  WS-LINHA-PV-VEREDICTO.
           03 FILLER           PIC X(11) VALUE 'VEREDICTO: '.
           03 WS-PV-VD-RESULTADO PIC X(05).
           03 FILLER           PIC X(03) VALUE ' - '.
           03 WS-PV-VD-QTD     PIC 9(02).
           03 FILLER           PIC X(17) VALUE ' PASSO(S) NO-GO -'.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-PV-VD-TEXTO   PIC X(40).

       01  WS-LINHA-SUMARIO.
           03 WS-SM-SEQ        PIC 9(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           PERFORM 0150-CARREGA-DEADLINE
           PERFORM 0160-CARREGA-DURACOES
           PERFORM 0180-CLASSIFICA-DIA
           PERFORM 0190-CARREGA-RECURSOS
           PERFORM 0500-PRE-VERIFICACAO

           PERFORM 0950-GRAVA-STATUS-BOARD

                                    WS-ST-INI-SEG(WS-QTD-STEPS)
                               MOVE ZEROS TO
                                    WS-ST-DECORRIDO(WS-QTD-STEPS)
                               MOVE 'S' TO
                                    WS-ST-PRE-VERIF(WS-QTD-STEPS)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE ARQ-CHECKPOINT
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-PRE-VERIFICACAO.
      *----------------------------------------------------------------*
      * Runs once before step 1 over the steps that will really be
      * called tonight (enabled, not completed in the execution being
      * resumed, due by frequency); a step with no ENTRADASPASSO.TXT
      * entry is GO. A NO-GO step is marked here and, depending on
      * PARAMPREVERIFICA.TXT, either the suite is suspended or only
      * that step is left out, its dependents following through the
      * usual predecessor check.
           PERFORM 0510-CARREGA-ENTRADAS

           OPEN INPUT ARQPARAMPV

           IF WS-STATUS-PARAMPV = '00'
               READ ARQPARAMPV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PV-ACAO = 'S' OR 'P'
                           MOVE FD-PV-ACAO TO WS-PV-ACAO
                       END-IF
               END-READ
               CLOSE ARQPARAMPV
           END-IF

           COMPUTE WS-PV-REF-CORRENTE =
               (WS-DM-ANO * 100) + WS-DM-MES

           OPEN OUTPUT ARQPREVERIF

           MOVE WS-DATA-MOVIMENTO TO WS-PT-DATA
           IF WS-PV-ACAO = 'S'
               MOVE 'SUSPENDE A SUITE NO NO-GO' TO WS-PT-ACAO
           ELSE
               MOVE 'PULA OS PASSOS AFETADOS' TO WS-PT-ACAO
           END-IF
           WRITE REG-PREVERIF FROM WS-LINHA-PV-TITULO
           DISPLAY WS-LINHA-PV-TITULO

           PERFORM VARYING WS-IDX-STEP FROM 1 BY 1
                   UNTIL WS-IDX-STEP > WS-QTD-STEPS
               PERFORM 0920-VERIFICA-FREQUENCIA
               IF WS-ST-EXECUTA(WS-IDX-STEP) = 'S'
                   AND WS-ST-SEQ(WS-IDX-STEP) > WS-ULT-STEP-OK
                   AND WS-FREQ-OK = 'S'
                   PERFORM 0520-VERIFICA-PASSO
               END-IF
           END-PERFORM

           MOVE WS-PV-QTD-NOGO TO WS-PV-VD-QTD
           IF WS-PV-QTD-NOGO = ZEROS
               MOVE 'GO'    TO WS-PV-VD-RESULTADO
               MOVE 'SUITE LIBERADA' TO WS-PV-VD-TEXTO
           ELSE
               MOVE 'NO-GO' TO WS-PV-VD-RESULTADO
               IF WS-PV-ACAO = 'S'
                   MOVE 'SUITE SUSPENSA' TO WS-PV-VD-TEXTO
                   MOVE 'S' TO WS-SUSPENDE
                   MOVE 'S' TO WS-FALHOU
               ELSE
                   MOVE 'PASSOS AFETADOS E DEPENDENTES PULADOS'
                     TO WS-PV-VD-TEXTO
               END-IF
           END-IF
           WRITE REG-PREVERIF FROM WS-LINHA-PV-VEREDICTO
           DISPLAY WS-LINHA-PV-VEREDICTO

           CLOSE ARQPREVERIF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-CARREGA-ENTRADAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQENTRADAS

           IF WS-STATUS-ENTRADAS = '00'
               PERFORM UNTIL WS-EOF-ENTRADAS = 'S'
                   READ ARQENTRADAS
                       AT END
                           MOVE 'S' TO WS-EOF-ENTRADAS
                       NOT AT END
                           IF WS-QTD-ENTRADAS < 100
                               AND FD-EP-PROGRAMA NOT = SPACES
                               ADD 1 TO WS-QTD-ENTRADAS
                               PERFORM 0515-GUARDA-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQENTRADAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0515-GUARDA-ENTRADA.
      *----------------------------------------------------------------*
           MOVE FD-EP-PROGRAMA   TO WS-EP-PROGRAMA(WS-QTD-ENTRADAS)
           MOVE FD-EP-ARQUIVO    TO WS-EP-ARQUIVO(WS-QTD-ENTRADAS)
           MOVE FD-EP-CONTROLE   TO WS-EP-CONTROLE(WS-QTD-ENTRADAS)
           MOVE FD-EP-SUBSISTEMA TO WS-EP-SUBSISTEMA(WS-QTD-ENTRADAS)
           MOVE ZEROS TO WS-EP-HASH-POS(WS-QTD-ENTRADAS)
           MOVE ZEROS TO WS-EP-HASH-TAM(WS-QTD-ENTRADAS)
           MOVE 10    TO WS-EP-TRL-HASH-TAM(WS-QTD-ENTRADAS)

           IF FD-EP-HASH-POS NUMERIC AND FD-EP-HASH-TAM NUMERIC
               IF FD-EP-HASH-POS > ZEROS
                   AND FD-EP-HASH-TAM > ZEROS
                   AND FD-EP-HASH-TAM <= 14
                   AND FD-EP-HASH-POS + FD-EP-HASH-TAM <= 251
                   MOVE FD-EP-HASH-POS TO
                        WS-EP-HASH-POS(WS-QTD-ENTRADAS)
                   MOVE FD-EP-HASH-TAM TO
                        WS-EP-HASH-TAM(WS-QTD-ENTRADAS)
               END-IF
           END-IF

           IF FD-EP-TRL-HASH-TAM NUMERIC
               IF FD-EP-TRL-HASH-TAM > ZEROS
                   AND FD-EP-TRL-HASH-TAM <= 14
                   MOVE FD-EP-TRL-HASH-TAM TO
                        WS-EP-TRL-HASH-TAM(WS-QTD-ENTRADAS)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0520-VERIFICA-PASSO.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-PV-PASSO-OK
           MOVE ZEROS TO WS-PV-QTD-ARQ

           PERFORM VARYING WS-IDX-EP FROM 1 BY 1
                   UNTIL WS-IDX-EP > WS-QTD-ENTRADAS
               IF WS-EP-PROGRAMA(WS-IDX-EP) =
                  WS-ST-PROGRAMA(WS-IDX-STEP)
                   ADD 1 TO WS-PV-QTD-ARQ
                   PERFORM 0530-VERIFICA-ENTRADA
               END-IF
           END-PERFORM

           MOVE WS-ST-SEQ(WS-IDX-STEP)      TO WS-PP-SEQ
           MOVE WS-ST-PROGRAMA(WS-IDX-STEP) TO WS-PP-PROGRAMA
           MOVE SPACES TO WS-PP-OBS

           PERFORM 0525-VERIFICA-DEPENDENCIA

           EVALUATE TRUE
               WHEN WS-PV-PASSO-OK = 'S' AND WS-PV-PRED-NOGO = ZEROS
                   MOVE 'GO'    TO WS-PP-RESULTADO
                   IF WS-PV-QTD-ARQ = ZEROS
                       MOVE 'SEM ENTRADAS CADASTRADAS' TO WS-PP-OBS
                   END-IF
               WHEN WS-PV-PASSO-OK = 'S'
                   MOVE 'NO-GO' TO WS-PP-RESULTADO
                   MOVE 'D' TO WS-ST-PRE-VERIF(WS-IDX-STEP)
                   MOVE 'DEP. DO PASSO    (NO-GO)' TO WS-PP-OBS
                   MOVE WS-PV-PRED-NOGO TO WS-PP-OBS-PRED
               WHEN OTHER
                   MOVE 'NO-GO' TO WS-PP-RESULTADO
                   ADD 1 TO WS-PV-QTD-NOGO
                   MOVE 'N' TO WS-ST-PRE-VERIF(WS-IDX-STEP)
                   MOVE 'PRE-VERIF NO-GO' TO WS-ST-MOTIVO(WS-IDX-STEP)
                   IF WS-PV-ACAO = 'S'
                       MOVE 'SUITE SUSPENSA' TO WS-PP-OBS
                   ELSE
                       MOVE 'PULADO COM DEPENDENTES' TO WS-PP-OBS
                   END-IF
           END-EVALUATE

           WRITE REG-PREVERIF FROM WS-LINHA-PV-PASSO
           DISPLAY WS-LINHA-PV-PASSO
           .
           EXIT.
      *----------------------------------------------------------------*
       0525-VERIFICA-DEPENDENCIA.
      *----------------------------------------------------------------*
      * Only for the list: a step whose predecessor is NO-GO (or
      * depends on one) is shown as NO-GO too; at run time the
      * predecessor check is what leaves it out.
           MOVE ZEROS TO WS-PV-PRED-NOGO

           PERFORM VARYING WS-IDX-PRED FROM 1 BY 1
                   UNTIL WS-IDX-PRED > WS-QTD-STEPS
                   OR WS-PV-PRED-NOGO > ZEROS
               IF WS-ST-SEQ(WS-IDX-PRED) > ZEROS
                   AND (WS-ST-SEQ(WS-IDX-PRED) =
                        WS-ST-PRED1(WS-IDX-STEP)
                     OR WS-ST-SEQ(WS-IDX-PRED) =
                        WS-ST-PRED2(WS-IDX-STEP))
                   AND WS-ST-PRE-VERIF(WS-IDX-PRED) NOT = 'S'
                   MOVE WS-ST-SEQ(WS-IDX-PRED) TO WS-PV-PRED-NOGO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0530-VERIFICA-ENTRADA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PV-MOTIVO
           MOVE WS-ST-SEQ(WS-IDX-STEP)      TO WS-PD-SEQ
           MOVE WS-ST-PROGRAMA(WS-IDX-STEP) TO WS-PD-PROGRAMA

           IF WS-EP-ARQUIVO(WS-IDX-EP) = SPACES
               MOVE SPACES TO WS-PD-ARQUIVO
               STRING 'PERIODO ' WS-EP-SUBSISTEMA(WS-IDX-EP)
                   DELIMITED BY SIZE INTO WS-PD-ARQUIVO
               END-STRING
           ELSE
               MOVE WS-EP-ARQUIVO(WS-IDX-EP) TO WS-PD-ARQUIVO
               PERFORM 0540-CONFERE-ARQUIVO
           END-IF

           IF WS-PV-MOTIVO = SPACES
               AND WS-EP-SUBSISTEMA(WS-IDX-EP) NOT = SPACES
               PERFORM 0560-VERIFICA-PERIODO
           END-IF

           IF WS-PV-MOTIVO = SPACES
               MOVE 'GO'    TO WS-PD-RESULTADO
           ELSE
               MOVE 'NO-GO' TO WS-PD-RESULTADO
               MOVE 'N' TO WS-PV-PASSO-OK
           END-IF
           MOVE WS-PV-MOTIVO TO WS-PD-MOTIVO

           WRITE REG-PREVERIF FROM WS-LINHA-PV-DETALHE
           DISPLAY WS-LINHA-PV-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       0540-CONFERE-ARQUIVO.
      *----------------------------------------------------------------*
      * Present and not empty; for files with control records also
      * the HDR date against the data-movimento and the TRL count
      * and hash against the detail records actually read.
           MOVE WS-EP-ARQUIVO(WS-IDX-EP) TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-NOME-ARQ-ENTRADA WS-CFG-RETORNO

           MOVE ZEROS  TO WS-PV-QTD-REG
           MOVE ZEROS  TO WS-PV-QTD-DET
           MOVE ZEROS  TO WS-PV-HASH-LIDO
           MOVE 'N'    TO WS-PV-TEM-HDR
           MOVE 'N'    TO WS-PV-TEM-TRL
           MOVE SPACES TO WS-PV-DATA-HDR
           MOVE SPACES TO WS-PV-QTD-TRL
           MOVE SPACES TO WS-PV-HASH-TRL
           MOVE WS-EP-TRL-HASH-TAM(WS-IDX-EP) TO WS-PV-TAM-TRL
           MOVE ' '    TO WS-EOF-ENTRADA

           OPEN INPUT ARQENTRADA

           IF WS-STATUS-ENTRADA NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-PV-MOTIVO
           ELSE
               PERFORM UNTIL WS-EOF-ENTRADA = 'S'
                   READ ARQENTRADA
                       AT END
                           MOVE 'S' TO WS-EOF-ENTRADA
                       NOT AT END
                           PERFORM 0550-CONFERE-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQENTRADA

               MOVE WS-PV-QTD-DET TO WS-PV-QTD-DET-N
               COMPUTE WS-PV-POS-AUX = 15 - WS-PV-TAM-TRL

               EVALUATE TRUE
                   WHEN WS-PV-QTD-REG = ZEROS
                       MOVE 'ARQUIVO VAZIO' TO WS-PV-MOTIVO
                   WHEN WS-EP-CONTROLE(WS-IDX-EP) NOT = 'S'
                       CONTINUE
                   WHEN WS-PV-TEM-HDR = 'N'
                       MOVE 'SEM HDR' TO WS-PV-MOTIVO
                   WHEN WS-PV-DATA-HDR NOT = WS-DATA-MOVIMENTO
                       STRING 'HDR DATA ' WS-PV-DATA-HDR
                           DELIMITED BY SIZE INTO WS-PV-MOTIVO
                       END-STRING
                   WHEN WS-PV-TEM-TRL = 'N'
                       MOVE 'SEM TRL' TO WS-PV-MOTIVO
                   WHEN WS-PV-QTD-TRL NOT = WS-PV-QTD-DET-X
                       MOVE 'TRL QTD DIVERGENTE' TO WS-PV-MOTIVO
                   WHEN WS-EP-HASH-POS(WS-IDX-EP) > ZEROS
                       AND WS-PV-HASH-TRL(1:WS-PV-TAM-TRL) NOT =
                           WS-PV-HASH-LIDO-X(WS-PV-POS-AUX:
                                             WS-PV-TAM-TRL)
                       MOVE 'TRL HASH DIVERGENTE' TO WS-PV-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-CONFERE-REGISTRO.
      *----------------------------------------------------------------*
      * The hashed field is right-aligned into a zero-filled work
      * area so any size up to 14 digits adds as an integer; fields
      * that are not numeric are left out, as the step programs do.
           ADD 1 TO WS-PV-QTD-REG

           EVALUATE FD-EN-CTL-TIPO
               WHEN 'HDR'
                   MOVE 'S' TO WS-PV-TEM-HDR
                   MOVE FD-EN-CTL-DATA TO WS-PV-DATA-HDR
               WHEN 'TRL'
                   MOVE 'S' TO WS-PV-TEM-TRL
                   MOVE FD-EN-CTL-QTD TO WS-PV-QTD-TRL
                   MOVE FD-EN-CTL-HASH(1:14) TO WS-PV-HASH-TRL
               WHEN OTHER
                   ADD 1 TO WS-PV-QTD-DET
                   IF WS-EP-HASH-POS(WS-IDX-EP) > ZEROS
                       MOVE ZEROS TO WS-PV-CAMPO-X
                       COMPUTE WS-PV-POS-AUX =
                           15 - WS-EP-HASH-TAM(WS-IDX-EP)
                       MOVE REG-ENTRADA(WS-EP-HASH-POS(WS-IDX-EP):
                                        WS-EP-HASH-TAM(WS-IDX-EP))
                         TO WS-PV-CAMPO-X(WS-PV-POS-AUX:
                                          WS-EP-HASH-TAM(WS-IDX-EP))
                       IF WS-PV-CAMPO-X NUMERIC
                           ADD WS-PV-CAMPO TO WS-PV-HASH-LIDO
                       END-IF
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       0560-VERIFICA-PERIODO.
      *----------------------------------------------------------------*
      * The last PERIODOSFECHADOS.TXT record of the subsystem for the
      * current reference wins: F is closed, R (supervised reopening)
      * is open again.
           MOVE ' ' TO WS-PV-PERIODO-SIT
           MOVE ' ' TO WS-EOF-PERIODOS

           OPEN INPUT ARQPERIODOS

           IF WS-STATUS-PERIODOS = '00'
               PERFORM UNTIL WS-EOF-PERIODOS = 'S'
                   READ ARQPERIODOS
                       AT END
                           MOVE 'S' TO WS-EOF-PERIODOS
                       NOT AT END
                           IF FD-PF-SUBSISTEMA =
                              WS-EP-SUBSISTEMA(WS-IDX-EP)
                               AND FD-PF-REF NUMERIC
                               AND FD-PF-REF = WS-PV-REF-CORRENTE
                               MOVE FD-PF-SITUACAO TO
                                    WS-PV-PERIODO-SIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPERIODOS
           END-IF

           IF WS-PV-PERIODO-SIT = 'F'
               MOVE 'PERIODO FECHADO' TO WS-PV-MOTIVO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-EXECUTA-STEP.
      *----------------------------------------------------------------*
                           WS-ST-PROGRAMA(WS-IDX-STEP)
                           ' (DEPENDE DO PASSO '
                           WS-PRED-FALTOSO ')'
               WHEN WS-ST-PRE-VERIF(WS-IDX-STEP) = 'N'
                   MOVE 'NAO EXECUTADO' TO
                        WS-ST-SITUACAO(WS-IDX-STEP)
                   MOVE 'S' TO WS-FALHOU
                   DISPLAY 'PASSO NAO EXECUTADO (PRE-VERIFICACAO '
                           'NO-GO): ' WS-ST-PROGRAMA(WS-IDX-STEP)
               WHEN OTHER
                   PERFORM 1100-CHAMA-PROGRAMA
           END-EVALUATE
           MOVE WS-ST-SEQ(WS-IDX-STEP) TO WS-STEP-EM-EXEC
           PERFORM 0950-GRAVA-STATUS-BOARD

           PERFORM 1050-AGUARDA-SESSOES

           IF WS-SESSAO-ABERTA = 'S'
               MOVE ZEROS TO WS-STEP-EM-EXEC
               MOVE 'NAO EXECUTADO' TO WS-ST-SITUACAO(WS-IDX-STEP)
               MOVE 'SESSAO ABERTA' TO WS-ST-MOTIVO(WS-IDX-STEP)
               DISPLAY 'PASSO NAO EXECUTADO: ' WS-PROGRAMA-ATUAL
                       ' - SESSAO DE MANUTENCAO ABERTA EM '
                       BLQ-DET-MASTER OF WS-BLOQUEIO
                       ' (' BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                       ' OPERADOR ' BLQ-DET-OPERADOR OF WS-BLOQUEIO
                       ')'
               MOVE 'S' TO WS-FALHOU
               IF WS-ST-CONTINUA-ERRO(WS-IDX-STEP) NOT = 'S'
                   MOVE 'S' TO WS-SUSPENDE
               END-IF
           ELSE
               PERFORM 1150-EXECUTA-PROGRAMA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1050-AGUARDA-SESSOES.
      *----------------------------------------------------------------*
      * The masters are already locked by the board just written, so
      * no new session opens on them; the ones already open are
      * given the configured attempts to close.
           MOVE 'N' TO WS-SESSAO-ABERTA
           MOVE WS-PROGRAMA-ATUAL TO WS-PROG-BLOQUEIO
           PERFORM 0980-MONTA-MASTERS

           IF WS-IDX-BM > ZEROS
               MOVE 'CS' TO WS-BLQ-FUNCAO
               CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                    WS-BLOQUEIO WS-BLQ-RETORNO
               MOVE ZEROS TO WS-TENTATIVA

               PERFORM UNTIL WS-BLQ-RETORNO NOT = '08'
                       OR WS-TENTATIVA >= WS-BLQ-TENTATIVAS
                   ADD 1 TO WS-TENTATIVA
                   DISPLAY 'AGUARDANDO ' BLQ-QTD OF WS-BLOQUEIO
                           ' SESSAO(OES) DE MANUTENCAO EM '
                           BLQ-DET-MASTER OF WS-BLOQUEIO
                           ' (' BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                           ' OPERADOR '
                           BLQ-DET-OPERADOR OF WS-BLOQUEIO ')'
                   CALL 'C$SLEEP' USING WS-BLQ-ESPERA
                   MOVE 'CS' TO WS-BLQ-FUNCAO
                   CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                        WS-BLOQUEIO WS-BLQ-RETORNO
               END-PERFORM

               IF WS-BLQ-RETORNO = '08'
                   MOVE 'S' TO WS-SESSAO-ABERTA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1150-EXECUTA-PROGRAMA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO RETURN-CODE

           CALL WS-PROGRAMA-ATUAL
      *----------------------------------------------------------------*
       0950-GRAVA-STATUS-BOARD.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PROG-BLOQUEIO

           OPEN OUTPUT ARQSTATUS

           PERFORM VARYING WS-IDX-SB FROM 1 BY 1
               MOVE WS-ST-HORA-INI(WS-IDX-SB)  TO FD-SB-HORA-INI
               MOVE WS-ST-DECORRIDO(WS-IDX-SB) TO FD-SB-DECORRIDO
               WRITE REG-STATUS
               IF FD-SB-SITUACAO = 'EM EXECUCAO '
                   MOVE FD-SB-PROGRAMA TO WS-PROG-BLOQUEIO
               END-IF
           END-PERFORM

           CLOSE ARQSTATUS

           PERFORM 0970-ATUALIZA-BLOQUEIOS
           .
           EXIT.
      *----------------------------------------------------------------*
       0970-ATUALIZA-BLOQUEIOS.
      *----------------------------------------------------------------*
      * The registry follows the board: the nightly locks are all
      * released (including the ones left by an interrupted run) and
      * only the masters of the step EM EXECUCAO are locked again.
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'LT' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           IF WS-PROG-BLOQUEIO NOT = SPACES
               PERFORM 0980-MONTA-MASTERS
               IF WS-IDX-BM > ZEROS
                   MOVE 'BB' TO WS-BLQ-FUNCAO
                   CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                        WS-BLOQUEIO WS-BLQ-RETORNO
               END-IF
           END-IF

           IF WS-BLQ-RETORNO = '99'
               DISPLAY 'REGISTRO DE BLOQUEIOS INDISPONIVEL: '
                       'BLOQUEIOS.TXT'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0980-MONTA-MASTERS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE WS-PROG-BLOQUEIO TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE 'NOTURNO' TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE ZEROS TO WS-IDX-BM

           PERFORM VARYING WS-IDX-RP FROM 1 BY 1
                   UNTIL WS-IDX-RP > WS-QTD-RECURSOS
               IF WS-RP-PROGRAMA(WS-IDX-RP) = WS-PROG-BLOQUEIO
                  AND WS-IDX-BM < 5
                   ADD 1 TO WS-IDX-BM
                   MOVE WS-RP-MASTER(WS-IDX-RP) TO
                        BLQ-MASTER OF WS-BLOQUEIO(WS-IDX-BM)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0190-CARREGA-RECURSOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQRECURSOS

           IF WS-STATUS-RECURSOS = '00'
               PERFORM UNTIL WS-EOF-RECURSOS = 'S'
                   READ ARQRECURSOS
                       AT END
                           MOVE 'S' TO WS-EOF-RECURSOS
                       NOT AT END
                           IF WS-QTD-RECURSOS < 100
                               AND FD-RP-MASTER NOT = SPACES
                               ADD 1 TO WS-QTD-RECURSOS
                               MOVE FD-RP-PROGRAMA TO
                                    WS-RP-PROGRAMA(WS-QTD-RECURSOS)
                               MOVE FD-RP-MASTER TO
                                    WS-RP-MASTER(WS-QTD-RECURSOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRECURSOS
           END-IF

           OPEN INPUT ARQPARAMBLOQ

           IF WS-STATUS-PARAMBLOQ = '00'
               READ ARQPARAMBLOQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PB-TENTATIVAS NUMERIC
                           MOVE FD-PB-TENTATIVAS TO WS-BLQ-TENTATIVAS
                       END-IF
                       IF FD-PB-SEGUNDOS NUMERIC
                           MOVE FD-PB-SEGUNDOS TO WS-BLQ-ESPERA
                       END-IF
               END-READ
               CLOSE ARQPARAMBLOQ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           MOVE 'CALENDARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'RECURSOSPASSO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'PARAMBLOQUEIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'ENTRADASPASSO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-11 WS-CFG-RETORNO
           MOVE 'PARAMPREVERIFICA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-12 WS-CFG-RETORNO
           MOVE 'ARQPREVERIFICACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-13 WS-CFG-RETORNO
           MOVE 'PERIODOSFECHADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-14 WS-CFG-RETORNO
           .
           EXIT.

