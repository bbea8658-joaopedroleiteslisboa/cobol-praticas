      *          grouped by source (EXCVALID.TXT pendings,
      *          ARQEXCECOESIDADE.TXT, ARQEXCECOESGENERO.TXT,
      *          FD_EXCECOES.txt), then the low-stock alerts from
      *          FD_LOGS.txt, then the APROVACOES.TXT dual-control
      *          requests still pending after PAP-DIAS-PENDENCIA days
      *          of PARAMAPROVACAO.TXT, with counts and record detail.
      *          Prints NADA A TRATAR when the night was clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ARQDIGESTO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-APROV.
      *
       SELECT ARQPARAMAPROV
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQDIGESTO.TXT".
       01  REG-DIGESTO            PIC X(132).

       FD  ARQAPROVACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APROVACOES.TXT".
           COPY APROVACAO.

       FD  ARQPARAMAPROV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMAPROVACAO.TXT".
           COPY PARAMAPROVACAO.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01       PIC X(50) VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-02       PIC X(50) VALUE 'ARQDIGESTO.TXT'.
       77  WS-CFG-ARQ-03       PIC X(50) VALUE 'APROVACOES.TXT'.
       77  WS-CFG-ARQ-04       PIC X(50) VALUE 'PARAMAPROVACAO.TXT'.
       77  WS-NOME-ARQ-FONTE   PIC X(50) VALUE SPACES.
       77  WS-STATUS-FONTE     PIC X(02) VALUE SPACES.
       77  WS-STATUS-EXCVALID  PIC X(02) VALUE SPACES.
       77  WS-CNT-TOTAL        PIC 9(05) VALUE ZEROS.
       77  WS-CNT-CRITICOS     PIC 9(05) VALUE ZEROS.
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-STATUS-APROV     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM     PIC X(02) VALUE SPACES.
       77  WS-DIAS-PENDENCIA   PIC 9(03) VALUE 3.
       77  WS-DIAS-ED          PIC ZZ9.
       77  WS-DIAS-PENDENTE    PIC 9(05) VALUE ZEROS.
       77  WS-PERC-ED          PIC ZZ9,99.

       01  WS-LINHA-TITULO        PIC X(60)
               VALUE 'DIGESTO MATINAL DE EXCECOES DA SUITE NOTURNA'.
           PERFORM 1000-VARRE-FONTE-PADRAO
           ADD WS-CNT-SECAO TO WS-CNT-TOTAL

           WRITE REG-DIGESTO FROM WS-PONTILHADO
           PERFORM 4000-VARRE-APROVACOES
           ADD WS-CNT-SECAO TO WS-CNT-TOTAL

           WRITE REG-DIGESTO FROM WS-PONTILHADO

           IF WS-CNT-TOTAL = ZEROS
           MOVE 'ARQDIGESTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'PARAMAPROVACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           .
           EXIT.
      *----------------------------------------------------------------*
           PERFORM 8000-GRAVA-CONTADOR
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-VARRE-APROVACOES.
      *----------------------------------------------------------------*
      * Dual-control requests nobody has decided on for more than
      * PAP-DIAS-PENDENCIA days, counted against the data-movimento.
           MOVE ZEROS TO WS-CNT-SECAO
           MOVE ' '   TO WS-EOF

           OPEN INPUT ARQPARAMAPROV
           IF WS-STATUS-PARAM = '00'
               READ ARQPARAMAPROV
                   NOT AT END
                       IF PAP-DIAS-PENDENCIA NUMERIC
                           AND PAP-DIAS-PENDENCIA > ZEROS
                           MOVE PAP-DIAS-PENDENCIA TO
                                WS-DIAS-PENDENCIA
                       END-IF
               END-READ
               CLOSE ARQPARAMAPROV
           END-IF

           MOVE WS-DIAS-PENDENCIA TO WS-DIAS-ED
           MOVE SPACES TO WS-LINHA-SECAO
           STRING 'APROVACOES PENDENTES HA MAIS DE ' WS-DIAS-ED
                  ' DIAS:'
               DELIMITED BY SIZE INTO WS-LINHA-SECAO
           END-STRING
           WRITE REG-DIGESTO FROM WS-LINHA-SECAO

           OPEN INPUT ARQAPROVACOES

           IF WS-STATUS-APROV = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQAPROVACOES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 4100-AVALIA-APROVACAO
                   END-READ
               END-PERFORM
               CLOSE ARQAPROVACOES
           END-IF

           PERFORM 8000-GRAVA-CONTADOR
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-AVALIA-APROVACAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-DIAS-PENDENTE
           IF APR-SITUACAO = 'P'
               AND APR-DATA-PEDIDO NUMERIC
               AND APR-DATA-PEDIDO > ZEROS
               AND APR-DATA-PEDIDO < WS-DATA-MOVIMENTO
               COMPUTE WS-DIAS-PENDENTE =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                     - FUNCTION INTEGER-OF-DATE(APR-DATA-PEDIDO)
           END-IF

           IF WS-DIAS-PENDENTE > WS-DIAS-PENDENCIA
               ADD 1 TO WS-CNT-SECAO
               MOVE WS-DIAS-PENDENTE TO WS-DIAS-ED
               MOVE APR-PERC-VARIACAO TO WS-PERC-ED
               MOVE SPACES TO WS-DT-TEXTO
               STRING APR-TIPO ' ' APR-CHAVE ' '
                      APR-PROGRAMA ' SOLIC. ' APR-OPER-SOLIC
                      ' EM ' APR-DATA-PEDIDO
                      ' VAR. ' WS-PERC-ED '%'
                      ' PENDENTE HA ' WS-DIAS-ED ' DIAS'
                   DELIMITED BY SIZE
                   INTO WS-DT-TEXTO
               END-STRING
               WRITE REG-DIGESTO FROM WS-LINHA-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-GRAVA-CONTADOR.
      *----------------------------------------------------------------*
