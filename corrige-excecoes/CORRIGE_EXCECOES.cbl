      *          reinjection file the source program processes on its
      *          next run, and marks the exception resolved with the
      *          operator and date.
      *          The session is refused, and each correction checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using EXCVALID.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
                ==WS-SEGURANCA==.

      * Batch-window lockout: the session is registered in the
      * CONTROLE_BLOQUEIOS registry and no change is accepted while a
      * nightly step holds one of its masters.
       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-LIBERADO     PIC X(01) VALUE 'S'.
       77  WS-BLQ-MENSAGEM     PIC X(120) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

       01  WS-VARIAVEIS.
           03 WS-DATA-HORA       PIC X(30).
           03 WS-TIMESTAMP.
               GOBACK
           END-IF

           PERFORM 0070-ABRE-SESSAO
           IF WS-BLQ-LIBERADO = 'N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'EXCVALID.TXT COM MAIS DE 200 REGISTROS - '
                       'EXECUTE O ARQUIVAMENTO ANTES DA CORRECAO'
               PERFORM 0079-FECHA-SESSAO
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
                           DISPLAY 'NUMERO INVALIDO'
                       ELSE
                           MOVE WS-OPCAO TO WS-IDX-AUX
                           PERFORM 0075-VERIFICA-BLOQUEIO
                           IF WS-BLQ-LIBERADO = 'S'
                               PERFORM 2000-CORRIGE-EXCECAO
                           END-IF
                       END-IF
                   END-IF
               END-IF

           PERFORM 8000-REGRAVA-EXCECOES

           PERFORM 0079-FECHA-SESSAO

           MOVE 0 TO RETURN-CODE
           GOBACK.
      *----------------------------------------------------------------*
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'CORRIGE_EXCECOES'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'EXCVALID.TXT'
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
                      ') - MANUTENCAO NAO PERMITIDA' DELIMITED BY SIZE
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
                      ') - ALTERACAO NAO PERMITIDA' DELIMITED BY SIZE
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
       0100-CARREGA-EXCECOES.
      *----------------------------------------------------------------*

      * Only fields whose reinjection file has a reader may be
      * corrected here; a correction without a consumer would be
      * silently lost. The payroll reads REINJECAO_SALDEP.TXT in the
      * sort feed and APURA_PONTO reads REINJECAO_PONTO.TXT with the
      * time-clock marks (layout of PONTO.cpy).
           EVALUATE WS-EX-CAMPO(WS-IDX-AUX)
               WHEN 'FD-SALARIO'
                   MOVE 045 TO WS-CAMPO-OFFSET
                   MOVE 11  TO WS-CAMPO-TAMANHO
                   MOVE 'REINJECAO_SALDEP.TXT' TO
                        WS-NOME-ARQ-REINJECAO
               WHEN 'PONTO-MATRICULA'
                   MOVE 001 TO WS-CAMPO-OFFSET
                   MOVE 09  TO WS-CAMPO-TAMANHO
                   MOVE 'REINJECAO_PONTO.TXT' TO
                        WS-NOME-ARQ-REINJECAO
               WHEN 'PONTO-DATA'
                   MOVE 010 TO WS-CAMPO-OFFSET
                   MOVE 08  TO WS-CAMPO-TAMANHO
                   MOVE 'REINJECAO_PONTO.TXT' TO
                        WS-NOME-ARQ-REINJECAO
               WHEN 'PONTO-ENTRADA'
                   MOVE 018 TO WS-CAMPO-OFFSET
                   MOVE 04  TO WS-CAMPO-TAMANHO
                   MOVE 'REINJECAO_PONTO.TXT' TO
                        WS-NOME-ARQ-REINJECAO
               WHEN 'PONTO-SAIDA'
                   MOVE 022 TO WS-CAMPO-OFFSET
                   MOVE 04  TO WS-CAMPO-TAMANHO
                   MOVE 'REINJECAO_PONTO.TXT' TO
                        WS-NOME-ARQ-REINJECAO
               WHEN OTHER
                   MOVE 'N' TO WS-CAMPO-CONHECIDO
           END-EVALUATE
