      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Candidate registration run. Reads the candidacy
      *          requests (PEDIDOSCANDIDATURA.TXT: titulo, proposed
      *          number, party, cargo, birth date) and judges each one:
      *          the titulo must be a registered voter in
      *          CADELEITORES.IDX, the party must be in PARTIDOS.TXT
      *          and the cargo in CARGOS.TXT, the number must start
      *          with the party number and be unique in the cargo, the
      *          candidate must have the minimum age of the cargo on
      *          the data-movimento and the party must not exceed the
      *          candidates per cargo CARGOS.TXT allows. Every request
      *          is published DEFERIDO or INDEFERIDO with the reason in
      *          ARQCANDIDATURAS.TXT. A deferred candidate (name from
      *          the registry) is not written to CANDIDATOS.TXT: it is
      *          queued in APROVACOES.TXT as a pending inclusion, the
      *          same way MANUTENCAO_CADASTROS does, and reaches the
      *          master (with its AUDITMANUT.TXT record) only when a
      *          second operator approves it in APROVA_ALTERACOES.
      *          Inclusions already pending count as candidates for
      *          the number and party limit checks. The run holds the
      *          CONTROLE_BLOQUEIOS session on CANDIDATOS.TXT.
      *          RETURN-CODE 4 when some request was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCREVE_CANDIDATOS.
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

       SELECT ARQPEDIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PEDIDOS.
      *
       SELECT ARQCAND
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CAND.
      *
       SELECT ARQPARTIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARTIDOS.
      *
       SELECT ARQCARGOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOS.
      *
       SELECT ARQREGEL ASSIGN  TO DISK
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS RANDOM
              RECORD KEY         IS FD-REG-TITULO
              FILE STATUS        IS WS-STATUS-REGEL.
      *
       SELECT ARQLISTA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-APROV.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPEDIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PEDIDOSCANDIDATURA.TXT".
       01  REG-PEDIDO.
           03 FD-PC-TITULO        PIC 9(06).
           03 FD-PC-NUMERO        PIC 9(03).
           03 FD-PC-PARTIDO       PIC 9(03).
           03 FD-PC-CARGO         PIC 9(02).
           03 FD-PC-DATA-NASC     PIC 9(08).

       FD  ARQCAND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANDIDATOS.TXT".
       01  REG-CANDIDATOS.
           03 FD-CAND-COD         PIC 9(03).
           03 FD-CAND-NOME        PIC X(17).
           03 FD-CAND-PARTIDO     PIC 9(03).
           03 FD-CAND-CARGO       PIC 9(02).

       FD  ARQPARTIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARTIDOS.TXT".
       01  REG-PARTIDOS.
           03 FD-PART-COD         PIC 9(03).
           03 FD-PART-NOME        PIC X(20).
           03 FD-PART-SIGLA       PIC X(05).

      * Election offices. Minimum age and candidates per party are
      * optional: blank means 18 years and no limit.
       FD  ARQCARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOS.TXT".
       01  REG-CARGOS.
           03 FD-CG-COD           PIC 9(02).
           03 FD-CG-NOME          PIC X(15).
           03 FD-CG-IDADE-MINIMA  PIC 9(02).
           03 FD-CG-MAX-PARTIDO   PIC 9(03).

       FD  ARQREGEL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADELEITORES.IDX".
       01  REG-CADELEITORES.
           03 FD-REG-TITULO       PIC 9(06).
           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQLISTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQCANDIDATURAS.TXT".
       01  REG-LISTA              PIC X(80).

       FD  ARQAPROVACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APROVACOES.TXT".
           COPY APROVACAO.

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
           VALUE 'PEDIDOSCANDIDATURA.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CANDIDATOS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'PARTIDOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'CARGOS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQCANDIDATURAS.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'APROVACOES.TXT'.

       77  WS-EOF-PEDIDOS     PIC X(01) VALUE ' '.
       77  WS-EOF-CAND        PIC X(01) VALUE ' '.
       77  WS-EOF-PARTIDOS    PIC X(01) VALUE ' '.
       77  WS-EOF-CARGOS      PIC X(01) VALUE ' '.
       77  WS-EOF-APROV       PIC X(01) VALUE ' '.
       77  WS-STATUS-PEDIDOS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-CAND     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARTIDOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-REGEL    PIC X(02) VALUE SPACES.
       77  WS-STATUS-APROV    PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-OPERADOR        PIC X(08) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.

      * Batch-window lockout: the run is registered in the
      * CONTROLE_BLOQUEIOS registry and no candidate is queued while a
      * nightly step holds the candidate master.
       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-LIBERADO     PIC X(01) VALUE 'S'.
       77  WS-BLQ-MENSAGEM     PIC X(120) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

       77  WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-DEFERIDOS   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-INDEFERIDOS PIC 9(05) VALUE ZEROS.

       77  WS-MOTIVO          PIC X(30) VALUE SPACES.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-IDX-CARGO-PED   PIC 9(02) VALUE ZEROS.
       77  WS-IDADE-CALC      PIC 9(03) VALUE ZEROS.
       77  WS-PREFIXO         PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PARTIDO-CARGO PIC 9(03) VALUE ZEROS.

      * Candidate image queued for approval, CANDIDATOS.TXT layout.
       01  WS-IMAGEM-CAND.
           03 WS-IC-COD        PIC 9(03).
           03 WS-IC-NOME       PIC X(17).
           03 WS-IC-PARTIDO    PIC 9(03).
           03 WS-IC-CARGO      PIC 9(02).

       01  WS-DATA-NASC.
           03 WS-NASC-ANO      PIC 9(04).
           03 WS-NASC-MES      PIC 9(02).
           03 WS-NASC-DIA      PIC 9(02).

      * Same 50-candidate ceiling PROGELEICAO tallies against.
       01  WS-TAB-CANDIDATOS.
           03 WS-QTD-CAND        PIC 9(03) VALUE ZEROS.
           03 WS-CAND OCCURS 50 TIMES INDEXED BY WS-IDX-CAND.
              05 WS-CAND-COD      PIC 9(03).
              05 WS-CAND-PARTIDO  PIC 9(03).
              05 WS-CAND-CARGO    PIC 9(02).
              05 WS-CAND-TITULO   PIC 9(06).

       01  WS-TAB-PARTIDOS.
           03 WS-QTD-PARTIDO     PIC 9(03) VALUE ZEROS.
           03 WS-PARTIDO OCCURS 100 TIMES INDEXED BY WS-IDX-PARTIDO.
              05 WS-PT-COD        PIC 9(03).

       01  WS-TAB-CARGOS.
           03 WS-QTD-CARGO       PIC 9(02) VALUE ZEROS.
           03 WS-CARGO OCCURS 20 TIMES INDEXED BY WS-IDX-CARGO.
              05 WS-CG-COD        PIC 9(02).
              05 WS-CG-NOME       PIC X(15).
              05 WS-CG-IDADE-MINIMA PIC 9(02).
              05 WS-CG-MAX-PARTIDO  PIC 9(03).

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
           03 FILLER  PIC X(41) VALUE
                  'REGISTRO DE CANDIDATURAS - PROCESSADO EM '.
           03 WS-TIT-DATA     PIC X(10).

       01  WS-LINHA-CABECALHO PIC X(80) VALUE
           'TITULO NUM PART CG NOME              SITUACAO   MOTIVO'.

       01  WS-LINHA-PEDIDO.
           03 WS-LP-TITULO    PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-NUMERO    PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-PARTIDO   PIC 9(03).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LP-CARGO     PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-NOME      PIC X(17).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-SITUACAO  PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-MOTIVO    PIC X(30).

       01  WS-LINHA-RESUMO.
           03 FILLER          PIC X(09) VALUE 'PEDIDOS: '.
           03 WS-RS-LIDOS     PIC 9(05).
           03 FILLER          PIC X(13) VALUE '  DEFERIDOS: '.
           03 WS-RS-DEFERIDOS PIC 9(05).
           03 FILLER          PIC X(15) VALUE '  INDEFERIDOS: '.
           03 WS-RS-INDEFERIDOS PIC 9(05).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           DISPLAY 'OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM 0070-ABRE-SESSAO
           IF WS-BLQ-LIBERADO = 'N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQPEDIDOS
           IF WS-STATUS-PEDIDOS NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE PEDIDOS AUSENTE: '
                       'PEDIDOSCANDIDATURA.TXT'
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQREGEL
           IF WS-STATUS-REGEL NOT = '00' AND '02'
               DISPLAY 'CADASTRO INDEXADO DE ELEITORES AUSENTE: '
                       'CADELEITORES.IDX (EXECUTE '
                       'CARGA_CADELEITORES) STATUS: '
                       WS-STATUS-REGEL
               CLOSE ARQPEDIDOS
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0300-CARREGA-CANDIDATOS
           PERFORM 0400-CARREGA-PARTIDOS
           PERFORM 0500-CARREGA-CARGOS

      * Number uniqueness and party limits are judged against the
      * table, so a partial load could defer what must be refused.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'CANDIDATOS.TXT, PARTIDOS.TXT OU CARGOS.TXT '
                       'ACIMA DA CAPACIDADE - REGISTRO ABORTADO'
               CLOSE ARQPEDIDOS ARQREGEL
               PERFORM 0079-FECHA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0075-VERIFICA-BLOQUEIO
           IF WS-BLQ-LIBERADO = 'N'
               CLOSE ARQPEDIDOS ARQREGEL
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQAPROVACOES
           IF WS-STATUS-APROV = '35'
               OPEN OUTPUT ARQAPROVACOES
           END-IF
           OPEN OUTPUT ARQLISTA
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-DATA-MOV-FMT TO WS-TIT-DATA
           WRITE REG-LISTA FROM WS-LINHA-TITULO
           WRITE REG-LISTA FROM WS-PONTILHADO
           WRITE REG-LISTA FROM WS-LINHA-CABECALHO
           WRITE REG-LISTA FROM WS-PONTILHADO

           PERFORM UNTIL WS-EOF-PEDIDOS = 'S'
               READ ARQPEDIDOS
                   AT END
                       MOVE 'S' TO WS-EOF-PEDIDOS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2000-JULGA-PEDIDO
               END-READ
           END-PERFORM

           WRITE REG-LISTA FROM WS-PONTILHADO
           MOVE WS-QTD-LIDOS       TO WS-RS-LIDOS
           MOVE WS-QTD-DEFERIDOS   TO WS-RS-DEFERIDOS
           MOVE WS-QTD-INDEFERIDOS TO WS-RS-INDEFERIDOS
           WRITE REG-LISTA FROM WS-LINHA-RESUMO
           WRITE REG-LISTA FROM WS-PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQPEDIDOS ARQREGEL ARQAPROVACOES ARQLISTA
                 ARQJOBLOG
           PERFORM 0079-FECHA-SESSAO

           DISPLAY 'PEDIDOS: ' WS-QTD-LIDOS
                   ' DEFERIDOS: ' WS-QTD-DEFERIDOS
                   ' INDEFERIDOS: ' WS-QTD-INDEFERIDOS

           IF WS-QTD-INDEFERIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'INSCREVE_CANDIDATOS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CANDIDATOS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)

           MOVE 'AS' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           MOVE 'S' TO WS-BLQ-LIBERADO
           IF WS-BLQ-RETORNO = '09'
               MOVE 'N' TO WS-BLQ-LIBERADO
               MOVE SPACES TO WS-BLQ-MENSAGEM
               STRING 'CADASTRO ' DELIMITED BY SIZE
                      BLQ-DET-MASTER OF WS-BLOQUEIO DELIMITED BY SPACE
                      ' EM USO PELO PROCESSAMENTO NOTURNO ('
                      DELIMITED BY SIZE
                      BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                      DELIMITED BY SPACE
                      ') - MOVIMENTACAO NAO PERMITIDA' DELIMITED BY SIZE
                      INTO WS-BLQ-MENSAGEM
               END-STRING
               DISPLAY WS-BLQ-MENSAGEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0075-VERIFICA-BLOQUEIO.
      *----------------------------------------------------------------*
           MOVE 'VE' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           MOVE 'S' TO WS-BLQ-LIBERADO
           IF WS-BLQ-RETORNO = '09'
               MOVE 'N' TO WS-BLQ-LIBERADO
               MOVE SPACES TO WS-BLQ-MENSAGEM
               STRING 'CADASTRO ' DELIMITED BY SIZE
                      BLQ-DET-MASTER OF WS-BLOQUEIO DELIMITED BY SPACE
                      ' EM USO PELO PROCESSAMENTO NOTURNO ('
                      DELIMITED BY SIZE
                      BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                      DELIMITED BY SPACE
                      ') - MOVIMENTACAO NAO PERMITIDA' DELIMITED BY SIZE
                      INTO WS-BLQ-MENSAGEM
               END-STRING
               DISPLAY WS-BLQ-MENSAGEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0079-FECHA-SESSAO.
      *----------------------------------------------------------------*
           MOVE 'FS' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO
           .
           EXIT.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'INSCREVE_CANDIDATOS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-DEFERIDOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCAND

           IF WS-STATUS-CAND = '00' OR '02'
               PERFORM UNTIL WS-EOF-CAND = 'S'
                   READ ARQCAND
                       AT END
                           MOVE 'S' TO WS-EOF-CAND
                       NOT AT END
                           IF WS-QTD-CAND < 50
                               ADD 1 TO WS-QTD-CAND
                               MOVE FD-CAND-COD TO
                                    WS-CAND-COD(WS-QTD-CAND)
                               MOVE FD-CAND-PARTIDO TO
                                    WS-CAND-PARTIDO(WS-QTD-CAND)
                               MOVE ZEROS TO
                                    WS-CAND-TITULO(WS-QTD-CAND)
      * Records typed before the cargo existed are cargo 01, as
      * PROGELEICAO reads them.
                               IF FD-CAND-CARGO NUMERIC
                                   AND FD-CAND-CARGO > ZEROS
                                   MOVE FD-CAND-CARGO TO
                                        WS-CAND-CARGO(WS-QTD-CAND)
                               ELSE
                                   MOVE 01 TO
                                        WS-CAND-CARGO(WS-QTD-CAND)
                               END-IF
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCAND
           END-IF

      * Inclusions still waiting for the second operator hold their
      * number and party slot as if already in the master.
           OPEN INPUT ARQAPROVACOES

           IF WS-STATUS-APROV = '00' OR '02'
               PERFORM UNTIL WS-EOF-APROV = 'S'
                   READ ARQAPROVACOES
                       AT END
                           MOVE 'S' TO WS-EOF-APROV
                       NOT AT END
                           IF APR-TIPO = 'CA'
                               AND APR-SITUACAO = 'P'
                               PERFORM 0310-GUARDA-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAPROVACOES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-PENDENTE.
      *----------------------------------------------------------------*
           MOVE APR-DEPOIS(1:25) TO WS-IMAGEM-CAND

           IF WS-QTD-CAND < 50
               ADD 1 TO WS-QTD-CAND
               MOVE WS-IC-COD     TO WS-CAND-COD(WS-QTD-CAND)
               MOVE WS-IC-PARTIDO TO WS-CAND-PARTIDO(WS-QTD-CAND)
               MOVE ZEROS         TO WS-CAND-TITULO(WS-QTD-CAND)
               IF WS-IC-CARGO NUMERIC
                   AND WS-IC-CARGO > ZEROS
                   MOVE WS-IC-CARGO TO WS-CAND-CARGO(WS-QTD-CAND)
               ELSE
                   MOVE 01 TO WS-CAND-CARGO(WS-QTD-CAND)
               END-IF
           ELSE
               MOVE 'S' TO WS-CARGA-TRUNCADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-PARTIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARTIDOS

           IF WS-STATUS-PARTIDOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-PARTIDOS = 'S'
                   READ ARQPARTIDOS
                       AT END
                           MOVE 'S' TO WS-EOF-PARTIDOS
                       NOT AT END
                           IF WS-QTD-PARTIDO < 100
                               ADD 1 TO WS-QTD-PARTIDO
                               MOVE FD-PART-COD TO
                                    WS-PT-COD(WS-QTD-PARTIDO)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPARTIDOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-CARGOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOS

           IF WS-STATUS-CARGOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-CARGOS = 'S'
                   READ ARQCARGOS
                       AT END
                           MOVE 'S' TO WS-EOF-CARGOS
                       NOT AT END
                           IF WS-QTD-CARGO < 20
                               ADD 1 TO WS-QTD-CARGO
                               PERFORM 0510-GUARDA-CARGO
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           END-IF

      * Without CARGOS.TXT the classic single-office election is
      * assumed, as PROGELEICAO does.
           IF WS-QTD-CARGO = ZEROS
               MOVE 1 TO WS-QTD-CARGO
               MOVE 01 TO WS-CG-COD(1)
               MOVE 'CARGO UNICO' TO WS-CG-NOME(1)
               MOVE 18 TO WS-CG-IDADE-MINIMA(1)
               MOVE ZEROS TO WS-CG-MAX-PARTIDO(1)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-CARGO.
      *----------------------------------------------------------------*
           MOVE FD-CG-COD  TO WS-CG-COD(WS-QTD-CARGO)
           MOVE FD-CG-NOME TO WS-CG-NOME(WS-QTD-CARGO)

           IF FD-CG-IDADE-MINIMA NUMERIC
               AND FD-CG-IDADE-MINIMA > ZEROS
               MOVE FD-CG-IDADE-MINIMA TO
                    WS-CG-IDADE-MINIMA(WS-QTD-CARGO)
           ELSE
               MOVE 18 TO WS-CG-IDADE-MINIMA(WS-QTD-CARGO)
           END-IF

      * Zero means no limit of candidates per party.
           IF FD-CG-MAX-PARTIDO NUMERIC
               MOVE FD-CG-MAX-PARTIDO TO
                    WS-CG-MAX-PARTIDO(WS-QTD-CARGO)
           ELSE
               MOVE ZEROS TO WS-CG-MAX-PARTIDO(WS-QTD-CARGO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-JULGA-PEDIDO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO FD-REG-NOME

           PERFORM 2100-VALIDA-CAMPOS

           IF WS-MOTIVO = SPACES
               PERFORM 2200-VALIDA-ELEGIBILIDADE
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM 3000-DEFERE
           ELSE
               ADD 1 TO WS-QTD-INDEFERIDOS
           END-IF

           PERFORM 4000-LISTA-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-VALIDA-CAMPOS.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN FD-PC-TITULO NOT NUMERIC
                   OR FD-PC-TITULO = ZEROS
                   MOVE 'TITULO INVALIDO' TO WS-MOTIVO
               WHEN FD-PC-NUMERO NOT NUMERIC
                   OR FD-PC-NUMERO = ZEROS
                   MOVE 'NUMERO INVALIDO' TO WS-MOTIVO
               WHEN FD-PC-PARTIDO NOT NUMERIC
                   OR FD-PC-PARTIDO = ZEROS
                   MOVE 'PARTIDO INVALIDO' TO WS-MOTIVO
               WHEN FD-PC-CARGO NOT NUMERIC
                   OR FD-PC-CARGO = ZEROS
                   MOVE 'CARGO INVALIDO' TO WS-MOTIVO
               WHEN FD-PC-DATA-NASC NOT NUMERIC
                   MOVE 'DATA DE NASCIMENTO INVALIDA' TO WS-MOTIVO
               WHEN OTHER
                   MOVE FD-PC-DATA-NASC TO WS-DATA-NASC
                   IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
                       OR WS-NASC-DIA < 01 OR WS-NASC-DIA > 31
                       OR FD-PC-DATA-NASC > WS-DATA-MOVIMENTO
                       MOVE 'DATA DE NASCIMENTO INVALIDA' TO
                            WS-MOTIVO
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-VALIDA-ELEGIBILIDADE.
      *----------------------------------------------------------------*
           MOVE FD-PC-TITULO TO FD-REG-TITULO
           MOVE 'N' TO WS-ACHOU
           READ ARQREGEL
               INVALID KEY
                   MOVE SPACES TO FD-REG-NOME
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ

           IF WS-ACHOU = 'N'
               MOVE 'ELEITOR NAO INSCRITO' TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IDX-PARTIDO FROM 1 BY 1
                       UNTIL WS-IDX-PARTIDO > WS-QTD-PARTIDO
                       OR WS-ACHOU = 'S'
                   IF WS-PT-COD(WS-IDX-PARTIDO) = FD-PC-PARTIDO
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = 'N'
                   MOVE 'PARTIDO NAO CADASTRADO' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE ZEROS TO WS-IDX-CARGO-PED
               PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                       UNTIL WS-IDX-CARGO > WS-QTD-CARGO
                       OR WS-IDX-CARGO-PED > ZEROS
                   IF WS-CG-COD(WS-IDX-CARGO) = FD-PC-CARGO
                       SET WS-IDX-CARGO-PED TO WS-IDX-CARGO
                   END-IF
               END-PERFORM
               IF WS-IDX-CARGO-PED = ZEROS
                   MOVE 'CARGO NAO CADASTRADO' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM 2300-VALIDA-NUMERO
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM 2400-VALIDA-IDADE
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM 2500-VALIDA-LIMITE-PARTIDO
           END-IF

           IF WS-MOTIVO = SPACES
               AND WS-QTD-CAND >= 50
               MOVE 'CADASTRO DE CANDIDATOS CHEIO' TO WS-MOTIVO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VALIDA-NUMERO.
      *----------------------------------------------------------------*
      * The number starts with the party number when dropping its
      * last digits one by one reaches the party number (13 -> 131).
           MOVE FD-PC-NUMERO TO WS-PREFIXO
           PERFORM UNTIL WS-PREFIXO <= FD-PC-PARTIDO
               DIVIDE WS-PREFIXO BY 10 GIVING WS-PREFIXO
           END-PERFORM

           IF WS-PREFIXO NOT = FD-PC-PARTIDO
               MOVE 'NUMERO NAO INICIA PELO PARTIDO' TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-QTD-CAND
                       OR WS-MOTIVO NOT = SPACES
                   IF WS-CAND-COD(WS-IDX-CAND) = FD-PC-NUMERO
                       AND WS-CAND-CARGO(WS-IDX-CAND) = FD-PC-CARGO
                       MOVE 'NUMERO JA USADO NO CARGO' TO WS-MOTIVO
                   END-IF
                   IF WS-CAND-TITULO(WS-IDX-CAND) = FD-PC-TITULO
                       MOVE 'CANDIDATURA DUPLICADA' TO WS-MOTIVO
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-VALIDA-IDADE.
      *----------------------------------------------------------------*
           COMPUTE WS-IDADE-CALC = WS-DM-ANO - WS-NASC-ANO
           IF WS-DM-MES < WS-NASC-MES
               OR (WS-DM-MES = WS-NASC-MES
                   AND WS-DM-DIA < WS-NASC-DIA)
               SUBTRACT 1 FROM WS-IDADE-CALC
           END-IF

           IF WS-IDADE-CALC < WS-CG-IDADE-MINIMA(WS-IDX-CARGO-PED)
               MOVE 'IDADE MINIMA DO CARGO' TO WS-MOTIVO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-VALIDA-LIMITE-PARTIDO.
      *----------------------------------------------------------------*
           IF WS-CG-MAX-PARTIDO(WS-IDX-CARGO-PED) > ZEROS
               MOVE ZEROS TO WS-QTD-PARTIDO-CARGO
               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-QTD-CAND
                   IF WS-CAND-PARTIDO(WS-IDX-CAND) = FD-PC-PARTIDO
                       AND WS-CAND-CARGO(WS-IDX-CAND) = FD-PC-CARGO
                       ADD 1 TO WS-QTD-PARTIDO-CARGO
                   END-IF
               END-PERFORM
               IF WS-QTD-PARTIDO-CARGO >=
                  WS-CG-MAX-PARTIDO(WS-IDX-CARGO-PED)
                   MOVE 'LIMITE DO PARTIDO NO CARGO' TO WS-MOTIVO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-DEFERE.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-DEFERIDOS
           ADD 1 TO WS-QTD-CAND
           MOVE FD-PC-NUMERO  TO WS-CAND-COD(WS-QTD-CAND)
           MOVE FD-PC-PARTIDO TO WS-CAND-PARTIDO(WS-QTD-CAND)
           MOVE FD-PC-CARGO   TO WS-CAND-CARGO(WS-QTD-CAND)
           MOVE FD-PC-TITULO  TO WS-CAND-TITULO(WS-QTD-CAND)

           MOVE FD-PC-NUMERO  TO WS-IC-COD
           MOVE FD-REG-NOME   TO WS-IC-NOME
           MOVE FD-PC-PARTIDO TO WS-IC-PARTIDO
           MOVE FD-PC-CARGO   TO WS-IC-CARGO
           PERFORM 7100-GRAVA-PENDENCIA
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTA-PEDIDO.
      *----------------------------------------------------------------*
           MOVE FD-PC-TITULO  TO WS-LP-TITULO
           MOVE FD-PC-NUMERO  TO WS-LP-NUMERO
           MOVE FD-PC-PARTIDO TO WS-LP-PARTIDO
           MOVE FD-PC-CARGO   TO WS-LP-CARGO
           MOVE FD-REG-NOME   TO WS-LP-NOME
           MOVE WS-MOTIVO     TO WS-LP-MOTIVO

           IF WS-MOTIVO = SPACES
               MOVE 'DEFERIDO'   TO WS-LP-SITUACAO
           ELSE
               MOVE 'INDEFERIDO' TO WS-LP-SITUACAO
           END-IF

           WRITE REG-LISTA FROM WS-LINHA-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE SPACES          TO REG-APROVACAO
           MOVE 'CA'            TO APR-TIPO
           MOVE WS-IC-COD       TO APR-CHAVE
           MOVE WS-DATA         TO APR-DATA-PEDIDO
           MOVE WS-HORA-SISTEMA TO APR-HORA-PEDIDO
           MOVE 'INSCREVE_CANDIDATOS' TO APR-PROGRAMA
           MOVE WS-OPERADOR     TO APR-OPER-SOLIC
           MOVE ZEROS           TO APR-PERC-VARIACAO
           MOVE 'P'             TO APR-SITUACAO
           MOVE ZEROS           TO APR-DATA-DECISAO
           MOVE SPACES          TO APR-ANTES
           MOVE WS-IMAGEM-CAND  TO APR-DEPOIS
           WRITE REG-APROVACAO
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PEDIDOSCANDIDATURA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CANDIDATOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'PARTIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'CARGOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQCANDIDATURAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
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

       END PROGRAM INSCREVE_CANDIDATOS.
