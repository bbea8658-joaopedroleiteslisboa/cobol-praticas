      *          01-PROCESSADOR-PRECOS. All file access goes through
      *          the PRODUTO_ACCESS subprogram, which owns the record
      *          layout and removes the old in-memory product ceiling.
      *          A price change above the PARAMAPROVACAO.TXT percentage
      *          (up or down) is not applied: the whole change goes to
      *          the APROVACOES.TXT dual-control queue and takes effect
      *          when a second operator approves it in
      *          APROVA_ALTERACOES.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using FD_PRODUTOS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-APROV.
      *
       SELECT ARQPARAMAPROV
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.

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
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'APROVACOES.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'PARAMAPROVACAO.TXT'.

       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-COD-INFORMADO    PIC 9(4)  VALUE ZEROS.
       77  WS-NOME-INFORMADO   PIC X(9)  VALUE SPACES.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(80) VALUE SPACES.

      * Dual control: price variation above WS-LIMITE-PRECO percent
      * goes to the approval queue.
       77  WS-STATUS-APROV     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM     PIC X(02) VALUE SPACES.
       77  WS-LIMITE-PRECO     PIC 9(03)V99 VALUE 15,00.
       77  WS-PRECO-ANTERIOR   PIC 9(6)V99 VALUE ZEROS.
       77  WS-PERC-VARIACAO    PIC 9(05)V99 VALUE ZEROS.
       77  WS-PERC-ED          PIC ZZ9,99.

      * Login and per-function authorization go through the shared
      * SEGURANCA_OPERADOR module, which owns OPERADORES.TXT and the
      * password lifecycle.
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
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS

            PERFORM 0050-EFETUA-LOGIN

                GOBACK
            END-IF

            PERFORM 0070-ABRE-SESSAO
            IF WS-BLQ-LIBERADO = 'N'
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN EXTEND ARQAUDITORIA
            IF WS-STATUS-AUDITORIA = '35'
                OPEN OUTPUT ARQAUDITORIA
            END-IF

            PERFORM 0060-CARREGA-PARAMETROS

            PERFORM UNTIL WS-OPCAO = 9
                PERFORM 0200-EXIBE-MENU
                ACCEPT WS-OPCAO

            CLOSE ARQAUDITORIA

            PERFORM 0079-FECHA-SESSAO

            MOVE 0 TO RETURN-CODE
            GOBACK.
      *----------------------------------------------------------------*
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0060-CARREGA-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARAMAPROV

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAMAPROV
                   NOT AT END
                       IF PAP-PERC-PRECO NUMERIC
                           AND PAP-PERC-PRECO > ZEROS
                           MOVE PAP-PERC-PRECO TO WS-LIMITE-PRECO
                       END-IF
               END-READ
               CLOSE ARQPARAMAPROV
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'MANUTENCAO_PRODUTOS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'FD_PRODUTOS.txt'
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
       0080-VALIDA-MANUTENCAO.
      *----------------------------------------------------------------*

           IF WS-SEG-RETORNO = '00'
               MOVE 'S' TO WS-LOGIN-OK
               PERFORM 0075-VERIFICA-BLOQUEIO
               IF WS-BLQ-LIBERADO = 'N'
                   MOVE 'N' TO WS-LOGIN-OK
               END-IF
           ELSE
               MOVE 'N' TO WS-LOGIN-OK
               DISPLAY 'PERFIL SEM MANUTENCAO DE PRODUTOS - '
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0095-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
      * The change goes to the dual-control queue with the before and
      * proposed images; nothing is written to the product master.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE SPACES          TO REG-APROVACAO
           MOVE 'PR'            TO APR-TIPO
           MOVE PRD_CODPROD     TO APR-CHAVE
           MOVE WS-DATA         TO APR-DATA-PEDIDO
           MOVE WS-HORA-SISTEMA TO APR-HORA-PEDIDO
           MOVE 'MANUTENCAO_PRODUTOS' TO APR-PROGRAMA
           MOVE WS-OPERADOR     TO APR-OPER-SOLIC
           IF WS-PERC-VARIACAO > 999,99
               MOVE 999,99 TO APR-PERC-VARIACAO
           ELSE
               MOVE WS-PERC-VARIACAO TO APR-PERC-VARIACAO
           END-IF
           MOVE 'P'             TO APR-SITUACAO
           MOVE ZEROS           TO APR-DATA-DECISAO
           MOVE WS-REG-ANTES    TO APR-ANTES
           MOVE REG-PRODUTO     TO APR-DEPOIS

           OPEN EXTEND ARQAPROVACOES
           IF WS-STATUS-APROV = '35'
               OPEN OUTPUT ARQAPROVACOES
           END-IF
           WRITE REG-APROVACAO
           CLOSE ARQAPROVACOES
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-EXIBE-MENU.
      *----------------------------------------------------------------*
               DISPLAY 'PRODUTO NAO ENCONTRADO: ' WS-COD-INFORMADO
           ELSE
               MOVE REG-PRODUTO TO WS-REG-ANTES
               MOVE PRD_PRECO   TO WS-PRECO-ANTERIOR

               DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-NOME-INFORMADO
                   MOVE WS-CATEGORIA-INFORMADA TO PRD_CATEGORIA
               END-IF

               MOVE ZEROS TO WS-PERC-VARIACAO
               IF WS-PRECO-ANTERIOR > ZEROS
                   IF PRD_PRECO > WS-PRECO-ANTERIOR
                       COMPUTE WS-PERC-VARIACAO ROUNDED =
                           (PRD_PRECO - WS-PRECO-ANTERIOR) * 100
                           / WS-PRECO-ANTERIOR
                           ON SIZE ERROR
                               MOVE 99999,99 TO WS-PERC-VARIACAO
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-PERC-VARIACAO ROUNDED =
                           (WS-PRECO-ANTERIOR - PRD_PRECO) * 100
                           / WS-PRECO-ANTERIOR
                   END-IF
               END-IF

               IF WS-PERC-VARIACAO > WS-LIMITE-PRECO
                   PERFORM 0095-GRAVA-PENDENCIA
                   MOVE WS-LIMITE-PRECO TO WS-PERC-ED
                   DISPLAY 'VARIACAO DE PRECO ACIMA DE ' WS-PERC-ED
                           '% - ALTERACAO ENVIADA PARA APROVACAO'
               ELSE
                   MOVE 'AL' TO WS-FUNCAO
                   CALL 'PRODUTO_ACCESS' USING WS-FUNCAO REG-PRODUTO
                                               WS-RETORNO

                   IF WS-RETORNO = '00'
                       MOVE 'ALTERACAO' TO AUD-FUNCAO
                       PERFORM 0090-GRAVA-AUDITORIA
                       DISPLAY 'PRODUTO ALTERADO COM SUCESSO'
                   ELSE
                       DISPLAY 'ERRO NA ALTERACAO: RETORNO '
                               WS-RETORNO
                   END-IF
               END-IF
           END-IF
           .
           .
           EXIT.


      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'PARAMAPROVACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_PRODUTOS.
