      *          installment value, installments remaining, balance).
      *          Uses the same OPERADORES.TXT login and AUDITMANUT.TXT
      *          audit trail as the other maintenance programs.
      *          Inclusions and alterations are not applied here: they
      *          go to the APROVACOES.TXT dual-control queue and reach
      *          CONSIGNADOS.TXT when a second operator approves them in
      *          APROVA_ALTERACOES. Settlement is still applied at once.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using CONSIGNADOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-APROV.
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
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'CONSIGNADOS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'APROVACOES.TXT'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-CONSIG    PIC X(02) VALUE SPACES.
       77  WS-STATUS-APROV     PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO       PIC 9(03) VALUE ZEROS.
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

       01  WS-TAB-CONSIG.
           03 WS-QTD-CONSIG      PIC 9(03) VALUE ZEROS.
           03 WS-CONSIG OCCURS 100 TIMES INDEXED BY WS-IDX-CONSIG.
              05 WS-CS-PARCELAS-REST PIC 9(03).
              05 WS-CS-SALDO     PIC 9(9)V99.

       01  WS-CONSIG-NOVO.
           03 WS-CN-MATRICULA    PIC 9(09).
           03 WS-CN-CONTRATO     PIC 9(06).
           03 WS-CN-PARCELA      PIC 9(7)V99.
           03 WS-CN-PARCELAS-REST PIC 9(03).
           03 WS-CN-SALDO        PIC 9(9)V99.

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

            OPEN EXTEND ARQAUDITORIA
            IF WS-STATUS-AUDITORIA = '35'
                OPEN OUTPUT ARQAUDITORIA
                        '- MANUTENCAO ABORTADA PARA NAO PERDER '
                        'REGISTROS'
                CLOSE ARQAUDITORIA
                PERFORM 0079-FECHA-SESSAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 1000-INCLUIR-CONTRATO
                        END-IF
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 2000-ALTERAR-CONTRATO
                        END-IF
                    WHEN 3
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-QUITAR-CONTRATO
                        END-IF
                    WHEN 4
                        PERFORM 4000-LISTAR-CONTRATOS
                    WHEN 9

            CLOSE ARQAUDITORIA

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
           MOVE 'MANUTENCAO_CONSIGNADO'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CONSIGNADOS.TXT'
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
       0090-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0095-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
      * Inclusions and alterations go to the dual-control queue; the
      * master is written by APROVA_ALTERACOES on approval.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE SPACES          TO REG-APROVACAO
           MOVE 'CN'            TO APR-TIPO
           MOVE WS-CONTR-INFORMADO TO APR-CHAVE
           MOVE WS-DATA         TO APR-DATA-PEDIDO
           MOVE WS-HORA-SISTEMA TO APR-HORA-PEDIDO
           MOVE 'MANUTENCAO_CONSIGNADO' TO APR-PROGRAMA
           MOVE WS-OPERADOR     TO APR-OPER-SOLIC
           MOVE ZEROS           TO APR-PERC-VARIACAO
           MOVE 'P'             TO APR-SITUACAO
           MOVE ZEROS           TO APR-DATA-DECISAO
           MOVE WS-REG-ANTES    TO APR-ANTES
           MOVE WS-REG-DEPOIS   TO APR-DEPOIS

           OPEN EXTEND ARQAPROVACOES
           IF WS-STATUS-APROV = '35'
               OPEN OUTPUT ARQAPROVACOES
           END-IF
           WRITE REG-APROVACAO
           CLOSE ARQAPROVACOES
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-CONSIGNADOS.
      *----------------------------------------------------------------*
               IF WS-QTD-CONSIG >= 100
                   DISPLAY 'TABELA DE CONSIGNADOS CHEIA'
               ELSE
                   MOVE ZEROS TO WS-CONSIG-NOVO
                   MOVE WS-CONTR-INFORMADO TO WS-CN-CONTRATO

                   DISPLAY 'MATRICULA DO FUNCIONARIO: '
                   ACCEPT WS-CN-MATRICULA

                   DISPLAY 'VALOR DA PARCELA: '
                   ACCEPT WS-CN-PARCELA

                   DISPLAY 'QUANTIDADE DE PARCELAS: '
                   ACCEPT WS-CN-PARCELAS-REST

                   DISPLAY 'SALDO DEVEDOR: '
                   ACCEPT WS-CN-SALDO

                   MOVE SPACES TO WS-REG-ANTES
                   MOVE WS-CONSIG-NOVO TO WS-REG-DEPOIS
                   PERFORM 0095-GRAVA-PENDENCIA

                   DISPLAY 'INCLUSAO DO CONTRATO ENVIADA PARA '
                           'APROVACAO'
               END-IF
           END-IF
           .
                        WS-CS-SALDO(WS-IDX-ACHADO)
               END-IF

      * The table keeps the current contract until the change is
      * approved.
               MOVE WS-CONSIG(WS-IDX-ACHADO) TO WS-REG-DEPOIS
               MOVE WS-REG-ANTES TO WS-CONSIG(WS-IDX-ACHADO)

               IF WS-REG-DEPOIS = WS-REG-ANTES
                   DISPLAY 'NENHUMA ALTERACAO INFORMADA'
               ELSE
                   PERFORM 0095-GRAVA-PENDENCIA
                   DISPLAY 'ALTERACAO DO CONTRATO ENVIADA PARA '
                           'APROVACAO'
               END-IF
           END-IF
           .
           EXIT.
           MOVE 'CONSIGNADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

