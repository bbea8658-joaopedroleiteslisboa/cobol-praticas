      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Voter registry movements. Reads the MOVELEITORES.TXT
      *          transactions (I inscricao, T transferencia de
      *          zona/secao, C cancelamento, R regularizacao, A
      *          atualizacao cadastral - see MOVELEITORES.cpy), which
      *          also carry the voter's birth date and gender,
      *          validates each one and applies it
      *          to CADELEITORES.TXT, rewriting the sequential registry
      *          and rebuilding CADELEITORES.IDX in the same run (the
      *          load CARGA_CADELEITORES does). Cancelled voters leave
      *          the registry - so every reader of CADELEITORES.TXT
      *          keeps seeing only voters in good standing - and are
      *          kept in ELEITORESCANCELADOS.TXT with the date and
      *          motivo, from where a regularizacao brings them back.
      *          A secao exists when it has voters in the registry at
      *          the start of the run or is listed in SECOES.TXT (new
      *          secoes opened by the electoral board). On request the
      *          chronic-absentee list ARQAUSENTESCRONICOS.TXT of
      *          HISTORICO_PARTICIPACAO, once the clerks have removed
      *          the voters who are not to be cancelled, is applied as
      *          cancellation transactions. Invalid transactions are
      *          rejected to EXCVALID.TXT and every change goes to
      *          AUDITMANUT.TXT with before/after images. The run
      *          holds a CONTROLE_BLOQUEIOS session on the three voter
      *          masters and rewrites none of them while a nightly
      *          step holds one.
      *          RETURN-CODE 4 when transactions were rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMENTA_ELEITORES.
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

       SELECT ARQMOVIMENTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MOVIMENTOS.
      *
       SELECT ARQREGEL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-REGEL.
      *
       SELECT ARQREGIDX ASSIGN  TO DISK
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FD-IX-TITULO
              FILE STATUS        IS WS-STATUS-REGIDX.
      *
       SELECT ARQCANCELADOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CANCELADOS.
      *
       SELECT ARQSECOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-SECOES.
      *
       SELECT ARQCRONICOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CRONICOS.
      *
       SELECT ARQAUDITORIA
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
       SELECT ARQEXCVALID
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQMOVIMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVELEITORES.TXT".
           COPY MOVELEITORES.

       FD  ARQREGEL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADELEITORES.TXT".
       01  REG-CADELEITORES.
           03 FD-REG-TITULO       PIC 9(06).
           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQREGIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADELEITORES.IDX".
       01  REG-CADELEITORES-IDX.
           03 FD-IX-TITULO        PIC 9(06).
           03 FD-IX-NOME          PIC X(20).
           03 FD-IX-ZONA          PIC 9(03).
           03 FD-IX-SECAO         PIC 9(03).
           03 FD-IX-DATA-NASC     PIC 9(08).
           03 FD-IX-GENERO        PIC X(01).

       FD  ARQCANCELADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEITORESCANCELADOS.TXT".
       01  REG-CANCELADO.
           03 FD-CA-ELEITOR.
              05 FD-CA-TITULO     PIC 9(06).
              05 FD-CA-NOME       PIC X(20).
              05 FD-CA-ZONA       PIC 9(03).
              05 FD-CA-SECAO      PIC 9(03).
              05 FD-CA-DATA-NASC  PIC 9(08).
              05 FD-CA-GENERO     PIC X(01).
           03 FD-CA-DATA          PIC 9(08).
           03 FD-CA-MOTIVO        PIC X(20).

       FD  ARQSECOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SECOES.TXT".
       01  REG-SECAO.
           03 FD-SC-ZONA          PIC 9(03).
           03 FD-SC-SECAO         PIC 9(03).

       FD  ARQCRONICOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQAUSENTESCRONICOS.TXT".
       01  REG-CRONICO.
           03 FD-CR-TITULO        PIC 9(06).
           03 FD-CR-NOME          PIC X(20).
           03 FD-CR-QTD-AUSENCIAS PIC 9(03).
           03 FD-CR-ULT-ELEICAO   PIC 9(08).

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.

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
           VALUE 'MOVELEITORES.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CADELEITORES.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'ELEITORESCANCELADOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'SECOES.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQAUSENTESCRONICOS.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-MOVIMENTOS  PIC X(01) VALUE ' '.
       77  WS-EOF-REGEL       PIC X(01) VALUE ' '.
       77  WS-EOF-CANCELADOS  PIC X(01) VALUE ' '.
       77  WS-EOF-SECOES      PIC X(01) VALUE ' '.
       77  WS-EOF-CRONICOS    PIC X(01) VALUE ' '.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-REGEL    PIC X(02) VALUE SPACES.
       77  WS-STATUS-REGIDX   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CANCELADOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-SECOES   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CRONICOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-OPERADOR        PIC X(08) VALUE SPACES.
       77  WS-OPCAO-CRONICOS  PIC X(01) VALUE 'N'.
       77  WS-MOVIMENTOS-ABERTO PIC X(01) VALUE 'N'.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-APLICADOS   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77  WS-QTD-JA-CANCELADOS PIC 9(05) VALUE ZEROS.
       77  WS-QTD-GRAVADOS    PIC 9(06) VALUE ZEROS.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.

      * Batch-window lockout: the run is registered in the
      * CONTROLE_BLOQUEIOS registry and no voter master is rewritten
      * while a nightly step holds one of them.
       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-LIBERADO     PIC X(01) VALUE 'S'.
       77  WS-BLQ-MENSAGEM     PIC X(120) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.
       77  WS-IDX-CA-ACHADO   PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU-SECAO     PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-REJEITO  PIC X(15) VALUE SPACES.
       77  WS-REG-ANTES       PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS      PIC X(80) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-ZONA-PROCURADA  PIC 9(03) VALUE ZEROS.
       77  WS-SECAO-PROCURADA PIC 9(03) VALUE ZEROS.
       77  WS-IDADE-CALC      PIC 9(03) VALUE ZEROS.

       01  WS-DATA-NASC.
           03 WS-NASC-ANO      PIC 9(04).
           03 WS-NASC-MES      PIC 9(02).
           03 WS-NASC-DIA      PIC 9(02).

      * Both voter files are rewritten whole from these tables at the
      * end of the run; a removed entry is marked inactive.
       01  WS-TAB-ELEITORES.
           03 WS-QTD-ELEITOR     PIC 9(04) VALUE ZEROS.
           03 WS-ELEITOR OCCURS 5000 TIMES INDEXED BY WS-IDX-ELEITOR.
              05 WS-EL-ATIVO      PIC X(01).
              05 WS-EL-REGISTRO.
                 07 WS-EL-TITULO     PIC 9(06).
                 07 WS-EL-NOME       PIC X(20).
                 07 WS-EL-ZONA       PIC 9(03).
                 07 WS-EL-SECAO      PIC 9(03).
                 07 WS-EL-DATA-NASC  PIC 9(08).
                 07 WS-EL-GENERO     PIC X(01).

       01  WS-TAB-CANCELADOS.
           03 WS-QTD-CANCELADO   PIC 9(04) VALUE ZEROS.
           03 WS-CANCELADO OCCURS 5000 TIMES
                           INDEXED BY WS-IDX-CANCELADO.
              05 WS-CA-ATIVO      PIC X(01).
              05 WS-CA-REGISTRO.
                 07 WS-CA-TITULO     PIC 9(06).
                 07 WS-CA-NOME       PIC X(20).
                 07 WS-CA-ZONA       PIC 9(03).
                 07 WS-CA-SECAO      PIC 9(03).
                 07 WS-CA-DATA-NASC  PIC 9(08).
                 07 WS-CA-GENERO     PIC X(01).
                 07 WS-CA-DATA       PIC 9(08).
                 07 WS-CA-MOTIVO     PIC X(20).

       01  WS-TAB-SECOES.
           03 WS-QTD-SECAO       PIC 9(04) VALUE ZEROS.
           03 WS-SECAO OCCURS 500 TIMES INDEXED BY WS-IDX-SECAO.
              05 WS-SC-ZONA       PIC 9(03).
              05 WS-SC-SECAO      PIC 9(03).

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

           DISPLAY 'APLICAR CANCELAMENTO DOS AUSENTES CRONICOS '
                   'REVISADOS (S/N): '
           ACCEPT WS-OPCAO-CRONICOS

           PERFORM 0500-CARREGA-ELEITORES

           IF WS-STATUS-REGEL NOT = '00' AND '02'
               DISPLAY 'CADASTRO DE ELEITORES AUSENTE: '
                       'CADELEITORES.TXT STATUS: ' WS-STATUS-REGEL
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0600-CARREGA-CANCELADOS
           PERFORM 0700-CARREGA-SECOES

      * Both voter files are rewritten whole from the tables, so a
      * truncated load would permanently delete the excess voters.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'CADELEITORES.TXT OU ELEITORESCANCELADOS.TXT '
                       'COM MAIS DE 5000 ELEITORES OU MAIS DE 500 '
                       'SECOES - MOVIMENTACAO ABORTADA PARA NAO '
                       'PERDER REGISTROS'
               PERFORM 0079-FECHA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQMOVIMENTOS
           IF WS-STATUS-MOVIMENTOS NOT = '00' AND '02'
               IF WS-OPCAO-CRONICOS NOT = 'S'
                   DISPLAY 'ARQUIVO DE MOVIMENTOS AUSENTE: '
                           'MOVELEITORES.TXT'
                   PERFORM 0079-FECHA-SESSAO
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'S' TO WS-EOF-MOVIMENTOS
           ELSE
               MOVE 'S' TO WS-MOVIMENTOS-ABERTO
           END-IF

           PERFORM 0075-VERIFICA-BLOQUEIO
           IF WS-BLQ-LIBERADO = 'N'
               IF WS-MOVIMENTOS-ABERTO = 'S'
                   CLOSE ARQMOVIMENTOS
               END-IF
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQAUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQAUDITORIA
           END-IF
           OPEN EXTEND ARQEXCVALID
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM UNTIL WS-EOF-MOVIMENTOS = 'S'
               READ ARQMOVIMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-MOVIMENTOS
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM 2000-PROCESSA-MOVIMENTO
               END-READ
           END-PERFORM

           IF WS-MOVIMENTOS-ABERTO = 'S'
               CLOSE ARQMOVIMENTOS
           END-IF

           IF WS-OPCAO-CRONICOS = 'S'
               PERFORM 1000-CANCELA-CRONICOS
           END-IF

      * Checked again right before the rewrite: a nightly step that
      * took a voter master meanwhile must not see it half written.
           PERFORM 0075-VERIFICA-BLOQUEIO
           IF WS-BLQ-LIBERADO = 'N'
               DISPLAY 'CADASTRO DE ELEITORES NAO REGRAVADO - '
                       'MOVIMENTOS NAO APLICADOS'
               CLOSE ARQAUDITORIA ARQEXCVALID ARQJOBLOG
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 8000-REGRAVA-CADASTRO
           PERFORM 8100-REGRAVA-CANCELADOS

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQAUDITORIA ARQEXCVALID ARQJOBLOG
           PERFORM 0079-FECHA-SESSAO

           DISPLAY 'MOVIMENTOS APLICADOS: ' WS-QTD-APLICADOS
                   ' REJEITADOS: ' WS-QTD-REJEITADOS
                   ' ELEITORES NO CADASTRO: ' WS-QTD-GRAVADOS
           IF WS-QTD-JA-CANCELADOS > ZEROS
               DISPLAY 'AUSENTES CRONICOS JA CANCELADOS ANTES: '
                       WS-QTD-JA-CANCELADOS
           END-IF

           IF WS-QTD-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'MOVIMENTA_ELEITORES'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CADELEITORES.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'CADELEITORES.IDX'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)
      * BLQ-MASTER keeps 20 positions, the width RECURSOSPASSO.TXT
      * and BLOQUEIOS.TXT give the name, so both sides compare the
      * same truncated ELEITORESCANCELADOS.
           MOVE 'ELEITORESCANCELADOS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(3)

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
           MOVE 'MOVIMENTA_ELEITORES' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-APLICADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-ELEITORES.
      *----------------------------------------------------------------*
      * The zona/secao of every registered voter is an existing secao,
      * the same set CONTROLE_URNAS expects urnas for.
           OPEN INPUT ARQREGEL

           IF WS-STATUS-REGEL = '00' OR '02'
               PERFORM UNTIL WS-EOF-REGEL = 'S'
                   READ ARQREGEL
                       AT END
                           MOVE 'S' TO WS-EOF-REGEL
                       NOT AT END
                           IF WS-QTD-ELEITOR < 5000
                               ADD 1 TO WS-QTD-ELEITOR
                               MOVE 'S' TO WS-EL-ATIVO(WS-QTD-ELEITOR)
                               MOVE REG-CADELEITORES TO
                                    WS-EL-REGISTRO(WS-QTD-ELEITOR)
                               MOVE FD-REG-ZONA  TO WS-ZONA-PROCURADA
                               MOVE FD-REG-SECAO TO WS-SECAO-PROCURADA
                               PERFORM 0750-GUARDA-SECAO
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREGEL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-CANCELADOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCANCELADOS

           IF WS-STATUS-CANCELADOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-CANCELADOS = 'S'
                   READ ARQCANCELADOS
                       AT END
                           MOVE 'S' TO WS-EOF-CANCELADOS
                       NOT AT END
                           IF WS-QTD-CANCELADO < 5000
                               ADD 1 TO WS-QTD-CANCELADO
                               MOVE 'S' TO
                                    WS-CA-ATIVO(WS-QTD-CANCELADO)
                               MOVE REG-CANCELADO TO
                                    WS-CA-REGISTRO(WS-QTD-CANCELADO)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCANCELADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-SECOES.
      *----------------------------------------------------------------*
      * SECOES.TXT is optional: without it only the secoes that already
      * have voters can receive inscricoes and transfers.
           OPEN INPUT ARQSECOES

           IF WS-STATUS-SECOES = '00' OR '02'
               PERFORM UNTIL WS-EOF-SECOES = 'S'
                   READ ARQSECOES
                       AT END
                           MOVE 'S' TO WS-EOF-SECOES
                       NOT AT END
                           IF FD-SC-ZONA NUMERIC AND FD-SC-SECAO NUMERIC
                               MOVE FD-SC-ZONA  TO WS-ZONA-PROCURADA
                               MOVE FD-SC-SECAO TO WS-SECAO-PROCURADA
                               PERFORM 0750-GUARDA-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQSECOES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-GUARDA-SECAO.
      *----------------------------------------------------------------*
           PERFORM 2500-LOCALIZA-SECAO

           IF WS-ACHOU-SECAO = 'N'
               IF WS-QTD-SECAO < 500
                   ADD 1 TO WS-QTD-SECAO
                   MOVE WS-ZONA-PROCURADA  TO WS-SC-ZONA(WS-QTD-SECAO)
                   MOVE WS-SECAO-PROCURADA TO WS-SC-SECAO(WS-QTD-SECAO)
               ELSE
                   MOVE 'S' TO WS-CARGA-TRUNCADA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-CANCELA-CRONICOS.
      *----------------------------------------------------------------*
      * Each voter left on the reviewed list becomes a cancellation
      * transaction, validated, applied and audited like the others.
      * A voter cancelled on an earlier run is still on the list
      * (the participation history does not shrink) and is skipped.
           OPEN INPUT ARQCRONICOS

           IF WS-STATUS-CRONICOS NOT = '00' AND '02'
               DISPLAY 'LISTA DE AUSENTES CRONICOS AUSENTE: '
                       'ARQAUSENTESCRONICOS.TXT'
           ELSE
               PERFORM UNTIL WS-EOF-CRONICOS = 'S'
                   READ ARQCRONICOS
                       AT END
                           MOVE 'S' TO WS-EOF-CRONICOS
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 1100-MONTA-CANCELAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQCRONICOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-MONTA-CANCELAMENTO.
      *----------------------------------------------------------------*
           MOVE SPACES       TO REG-MOV-ELEITOR
           MOVE 'C'          TO FD-ME-TIPO
           MOVE FD-CR-TITULO TO FD-ME-TITULO
           MOVE FD-CR-NOME   TO FD-ME-NOME
           MOVE ZEROS        TO FD-ME-ZONA
           MOVE ZEROS        TO FD-ME-SECAO
           MOVE 'AUSENCIA REITERADA' TO FD-ME-MOTIVO

           PERFORM 2100-LOCALIZA-TITULO

           IF WS-IDX-ACHADO = ZEROS AND WS-IDX-CA-ACHADO > ZEROS
               ADD 1 TO WS-QTD-JA-CANCELADOS
           ELSE
               PERFORM 2000-PROCESSA-MOVIMENTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESSA-MOVIMENTO.
      *----------------------------------------------------------------*
           PERFORM 2100-LOCALIZA-TITULO
           PERFORM 2200-VALIDA-MOVIMENTO

           IF WS-MOTIVO-REJEITO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM 7000-GRAVA-REJEITO
           ELSE
               ADD 1 TO WS-QTD-APLICADOS
               EVALUATE FD-ME-TIPO
                   WHEN 'I'
                       PERFORM 3000-INSCREVE
                   WHEN 'T'
                       PERFORM 4000-TRANSFERE
                   WHEN 'C'
                       PERFORM 5000-CANCELA
                   WHEN 'R'
                       PERFORM 6000-REGULARIZA
                   WHEN 'A'
                       PERFORM 6500-ATUALIZA
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LOCALIZA-TITULO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO
           MOVE ZEROS TO WS-IDX-CA-ACHADO

           PERFORM VARYING WS-IDX-ELEITOR FROM 1 BY 1
                   UNTIL WS-IDX-ELEITOR > WS-QTD-ELEITOR
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-EL-ATIVO(WS-IDX-ELEITOR) = 'S'
                   AND WS-EL-TITULO(WS-IDX-ELEITOR) = FD-ME-TITULO
                   SET WS-IDX-ACHADO TO WS-IDX-ELEITOR
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-CANCELADO FROM 1 BY 1
                   UNTIL WS-IDX-CANCELADO > WS-QTD-CANCELADO
                   OR WS-IDX-CA-ACHADO > ZEROS
               IF WS-CA-ATIVO(WS-IDX-CANCELADO) = 'S'
                   AND WS-CA-TITULO(WS-IDX-CANCELADO) = FD-ME-TITULO
                   SET WS-IDX-CA-ACHADO TO WS-IDX-CANCELADO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-VALIDA-MOVIMENTO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-REJEITO

           EVALUATE TRUE
               WHEN FD-ME-TITULO NOT NUMERIC
                   OR FD-ME-TITULO = ZEROS
                   MOVE 'FD-ME-TITULO' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO NOT = 'I' AND 'T' AND 'C' AND 'R'
                                     AND 'A'
                   MOVE 'FD-ME-TIPO' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'I' AND WS-IDX-ACHADO > ZEROS
                   MOVE 'TITULO DUPL' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'I' AND WS-IDX-CA-ACHADO > ZEROS
                   MOVE 'TITULO CANCEL' TO WS-MOTIVO-REJEITO
               WHEN (FD-ME-TIPO = 'T' OR 'C' OR 'A')
                   AND WS-IDX-ACHADO = ZEROS
                   MOVE 'TITULO INEX' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'R' AND WS-IDX-ACHADO > ZEROS
                   MOVE 'TITULO ATIVO' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'R' AND WS-IDX-CA-ACHADO = ZEROS
                   MOVE 'TITULO INEX' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'I' AND FD-ME-NOME = SPACES
                   MOVE 'FD-ME-NOME' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'I'
                   AND (FD-ME-DATA-NASC NOT NUMERIC
                        OR FD-ME-DATA-NASC = ZEROS)
                   MOVE 'FD-ME-DATA-NASC' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-DATA-NASC-X NOT = SPACES
                   AND FD-ME-DATA-NASC NOT NUMERIC
                   MOVE 'FD-ME-DATA-NASC' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'I' AND FD-ME-GENERO NOT = 'H' AND 'M'
                   MOVE 'FD-ME-GENERO' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-GENERO NOT = SPACE AND 'H' AND 'M'
                   MOVE 'FD-ME-GENERO' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'A' AND FD-ME-NOME = SPACES
                   AND FD-ME-DATA-NASC-X = SPACES
                   AND FD-ME-GENERO = SPACE
                   MOVE 'SEM ALTERACAO' TO WS-MOTIVO-REJEITO
               WHEN (FD-ME-TIPO = 'I' OR 'T' OR 'R')
                   AND (FD-ME-ZONA NOT NUMERIC
                        OR FD-ME-SECAO NOT NUMERIC)
                   MOVE 'FD-ME-SECAO' TO WS-MOTIVO-REJEITO
               WHEN (FD-ME-TIPO = 'I' OR 'T')
                   AND (FD-ME-ZONA = ZEROS OR FD-ME-SECAO = ZEROS)
                   MOVE 'FD-ME-SECAO' TO WS-MOTIVO-REJEITO
               WHEN FD-ME-TIPO = 'T'
                   AND FD-ME-ZONA  = WS-EL-ZONA(WS-IDX-ACHADO)
                   AND FD-ME-SECAO = WS-EL-SECAO(WS-IDX-ACHADO)
                   MOVE 'MESMA SECAO' TO WS-MOTIVO-REJEITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO-REJEITO = SPACES
               AND FD-ME-DATA-NASC-X NOT = SPACES
               AND FD-ME-TIPO NOT = 'C'
               PERFORM 2300-VALIDA-NASCIMENTO
           END-IF

      * The destination secao must exist; a regularizacao without
      * zona/secao goes back to the ones on the cancelled record.
           IF WS-MOTIVO-REJEITO = SPACES
               AND (FD-ME-TIPO = 'I' OR 'T' OR 'R')
               IF FD-ME-TIPO = 'R'
                   AND (FD-ME-ZONA = ZEROS OR FD-ME-SECAO = ZEROS)
                   MOVE WS-CA-ZONA(WS-IDX-CA-ACHADO) TO
                        WS-ZONA-PROCURADA
                   MOVE WS-CA-SECAO(WS-IDX-CA-ACHADO) TO
                        WS-SECAO-PROCURADA
               ELSE
                   MOVE FD-ME-ZONA  TO WS-ZONA-PROCURADA
                   MOVE FD-ME-SECAO TO WS-SECAO-PROCURADA
               END-IF
               PERFORM 2500-LOCALIZA-SECAO
               IF WS-ACHOU-SECAO = 'N'
                   MOVE 'SECAO INEX' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               AND (FD-ME-TIPO = 'I' OR 'R')
               AND WS-QTD-ELEITOR >= 5000
               MOVE 'TABELA CHEIA' TO WS-MOTIVO-REJEITO
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               AND FD-ME-TIPO = 'C'
               AND WS-QTD-CANCELADO >= 5000
               MOVE 'TABELA CHEIA' TO WS-MOTIVO-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VALIDA-NASCIMENTO.
      *----------------------------------------------------------------*
      * A calendar date not after the data-movimento; the voter must
      * be at least 15, the age the registry accepts an alistamento
      * for someone turning 16 by the election.
           MOVE FD-ME-DATA-NASC TO WS-DATA-NASC

           IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
               OR WS-NASC-DIA < 01 OR WS-NASC-DIA > 31
               OR FD-ME-DATA-NASC > WS-DATA-MOVIMENTO
               MOVE 'FD-ME-DATA-NASC' TO WS-MOTIVO-REJEITO
           ELSE
               COMPUTE WS-IDADE-CALC = WS-DM-ANO - WS-NASC-ANO
               IF WS-DM-MES < WS-NASC-MES
                   OR (WS-DM-MES = WS-NASC-MES
                       AND WS-DM-DIA < WS-NASC-DIA)
                   SUBTRACT 1 FROM WS-IDADE-CALC
               END-IF
               IF WS-IDADE-CALC < 15
                   MOVE 'IDADE MINIMA' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-LOCALIZA-SECAO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-SECAO

           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                   UNTIL WS-IDX-SECAO > WS-QTD-SECAO
                   OR WS-ACHOU-SECAO = 'S'
               IF WS-SC-ZONA(WS-IDX-SECAO)  = WS-ZONA-PROCURADA
                   AND WS-SC-SECAO(WS-IDX-SECAO) = WS-SECAO-PROCURADA
                   MOVE 'S' TO WS-ACHOU-SECAO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-INSCREVE.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-ELEITOR
           SET WS-IDX-ACHADO TO WS-QTD-ELEITOR
           MOVE 'S'          TO WS-EL-ATIVO(WS-IDX-ACHADO)
           MOVE FD-ME-TITULO TO WS-EL-TITULO(WS-IDX-ACHADO)
           MOVE FD-ME-NOME   TO WS-EL-NOME(WS-IDX-ACHADO)
           MOVE FD-ME-ZONA   TO WS-EL-ZONA(WS-IDX-ACHADO)
           MOVE FD-ME-SECAO  TO WS-EL-SECAO(WS-IDX-ACHADO)
           MOVE FD-ME-DATA-NASC TO WS-EL-DATA-NASC(WS-IDX-ACHADO)
           MOVE FD-ME-GENERO TO WS-EL-GENERO(WS-IDX-ACHADO)

           MOVE SPACES TO WS-REG-ANTES
           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-DEPOIS
           MOVE 'INSCRICAO' TO AUD-FUNCAO
           PERFORM 7100-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-TRANSFERE.
      *----------------------------------------------------------------*
           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-ANTES
           MOVE FD-ME-ZONA  TO WS-EL-ZONA(WS-IDX-ACHADO)
           MOVE FD-ME-SECAO TO WS-EL-SECAO(WS-IDX-ACHADO)
           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-DEPOIS
           MOVE 'TRANSFERENC' TO AUD-FUNCAO
           PERFORM 7100-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-CANCELA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EL-ATIVO(WS-IDX-ACHADO)

           ADD 1 TO WS-QTD-CANCELADO
           SET WS-IDX-CA-ACHADO TO WS-QTD-CANCELADO
           MOVE 'S' TO WS-CA-ATIVO(WS-IDX-CA-ACHADO)
           MOVE WS-EL-TITULO(WS-IDX-ACHADO) TO
                WS-CA-TITULO(WS-IDX-CA-ACHADO)
           MOVE WS-EL-NOME(WS-IDX-ACHADO) TO
                WS-CA-NOME(WS-IDX-CA-ACHADO)
           MOVE WS-EL-ZONA(WS-IDX-ACHADO) TO
                WS-CA-ZONA(WS-IDX-CA-ACHADO)
           MOVE WS-EL-SECAO(WS-IDX-ACHADO) TO
                WS-CA-SECAO(WS-IDX-CA-ACHADO)
           MOVE WS-EL-DATA-NASC(WS-IDX-ACHADO) TO
                WS-CA-DATA-NASC(WS-IDX-CA-ACHADO)
           MOVE WS-EL-GENERO(WS-IDX-ACHADO) TO
                WS-CA-GENERO(WS-IDX-CA-ACHADO)
           MOVE WS-DATA-MOVIMENTO TO WS-CA-DATA(WS-IDX-CA-ACHADO)
           MOVE FD-ME-MOTIVO TO WS-CA-MOTIVO(WS-IDX-CA-ACHADO)

           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-ANTES
           MOVE WS-CA-REGISTRO(WS-IDX-CA-ACHADO) TO WS-REG-DEPOIS
           MOVE 'CANCELAMENTO' TO AUD-FUNCAO
           PERFORM 7100-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-REGULARIZA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CA-ATIVO(WS-IDX-CA-ACHADO)

           ADD 1 TO WS-QTD-ELEITOR
           SET WS-IDX-ACHADO TO WS-QTD-ELEITOR
           MOVE 'S' TO WS-EL-ATIVO(WS-IDX-ACHADO)
           MOVE WS-CA-TITULO(WS-IDX-CA-ACHADO) TO
                WS-EL-TITULO(WS-IDX-ACHADO)

           MOVE WS-CA-NOME(WS-IDX-CA-ACHADO) TO
                WS-EL-NOME(WS-IDX-ACHADO)

           MOVE WS-ZONA-PROCURADA  TO WS-EL-ZONA(WS-IDX-ACHADO)
           MOVE WS-SECAO-PROCURADA TO WS-EL-SECAO(WS-IDX-ACHADO)
           MOVE WS-CA-DATA-NASC(WS-IDX-CA-ACHADO) TO
                WS-EL-DATA-NASC(WS-IDX-ACHADO)
           MOVE WS-CA-GENERO(WS-IDX-CA-ACHADO) TO
                WS-EL-GENERO(WS-IDX-ACHADO)
           PERFORM 6600-APLICA-DADOS-PESSOAIS

           MOVE WS-CA-REGISTRO(WS-IDX-CA-ACHADO) TO WS-REG-ANTES
           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-DEPOIS
           MOVE 'REGULARIZA' TO AUD-FUNCAO
           PERFORM 7100-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       6500-ATUALIZA.
      *----------------------------------------------------------------*
      * Mainly to complete birth date and gender of the voters
      * registered before the registry carried them.
           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-ANTES
           PERFORM 6600-APLICA-DADOS-PESSOAIS
           MOVE WS-EL-REGISTRO(WS-IDX-ACHADO) TO WS-REG-DEPOIS
           MOVE 'ALT CADASTRO' TO AUD-FUNCAO
           PERFORM 7100-GRAVA-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       6600-APLICA-DADOS-PESSOAIS.
      *----------------------------------------------------------------*
           IF FD-ME-NOME NOT = SPACES
               MOVE FD-ME-NOME TO WS-EL-NOME(WS-IDX-ACHADO)
           END-IF

           IF FD-ME-DATA-NASC-X NOT = SPACES
               MOVE FD-ME-DATA-NASC TO WS-EL-DATA-NASC(WS-IDX-ACHADO)
           END-IF

           IF FD-ME-GENERO NOT = SPACE
               MOVE FD-ME-GENERO TO WS-EL-GENERO(WS-IDX-ACHADO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-GRAVA-REJEITO.
      *----------------------------------------------------------------*
           DISPLAY 'MOVIMENTO REJEITADO (' WS-MOTIVO-REJEITO '): '
                   FD-ME-TIPO ' ' FD-ME-TITULO

           MOVE 'MOVIMENTA_ELEITORES'   TO EXCVALID-PROGRAMA
           MOVE WS-MOTIVO-REJEITO       TO EXCVALID-CAMPO
           MOVE REG-MOV-ELEITOR         TO EXCVALID-REGISTRO
           MOVE WS-DATA-SISTEMA         TO EXCVALID-DATA
           MOVE WS-HORA-SISTEMA         TO EXCVALID-HORA
           MOVE 'P'                     TO EXCVALID-STATUS
           MOVE SPACES                  TO EXCVALID-OPERADOR
           MOVE SPACES                  TO EXCVALID-DATA-RESOL
           WRITE REG-EXCVALID
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           END-STRING
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE WS-OPERADOR     TO AUD-OPERADOR
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE 'MOVIMENTA_ELEITORES' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-CADASTRO.
      *----------------------------------------------------------------*
      * The sequential registry stays the maintained source; the
      * indexed copy is rebuilt from it the way CARGA_CADELEITORES
      * does, so PROGELEICAO sees the movements at once.
           OPEN OUTPUT ARQREGEL
           OPEN OUTPUT ARQREGIDX

           PERFORM VARYING WS-IDX-ELEITOR FROM 1 BY 1
                   UNTIL WS-IDX-ELEITOR > WS-QTD-ELEITOR
               IF WS-EL-ATIVO(WS-IDX-ELEITOR) = 'S'
                   MOVE WS-EL-REGISTRO(WS-IDX-ELEITOR) TO
                        REG-CADELEITORES
                   WRITE REG-CADELEITORES

                   MOVE WS-EL-REGISTRO(WS-IDX-ELEITOR) TO
                        REG-CADELEITORES-IDX
                   WRITE REG-CADELEITORES-IDX
                       INVALID KEY
                           DISPLAY 'TITULO DUPLICADO NO CADASTRO '
                                   '(PRIMEIRA OCORRENCIA MANTIDA NO '
                                   'INDICE): '
                                   WS-EL-TITULO(WS-IDX-ELEITOR)
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
               END-IF
           END-PERFORM

           CLOSE ARQREGEL ARQREGIDX
           .
           EXIT.
      *----------------------------------------------------------------*
       8100-REGRAVA-CANCELADOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCANCELADOS

           PERFORM VARYING WS-IDX-CANCELADO FROM 1 BY 1
                   UNTIL WS-IDX-CANCELADO > WS-QTD-CANCELADO
               IF WS-CA-ATIVO(WS-IDX-CANCELADO) = 'S'
                   MOVE WS-CA-REGISTRO(WS-IDX-CANCELADO) TO
                        REG-CANCELADO
                   WRITE REG-CANCELADO
               END-IF
           END-PERFORM

           CLOSE ARQCANCELADOS
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'MOVELEITORES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CADELEITORES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'ELEITORESCANCELADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'SECOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQAUSENTESCRONICOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'EXCVALID.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
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

       END PROGRAM MOVIMENTA_ELEITORES.
