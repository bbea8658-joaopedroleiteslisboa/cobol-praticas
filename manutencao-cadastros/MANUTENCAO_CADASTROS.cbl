      *          PROGELEICAO candidate master (CANDIDATOS.TXT) and the
      *          COMPUT_SALARIO_POR_DEP department master
      *          (DEPARTAMENTOS.TXT / DEPTOSORCAMENTO.TXT).
      *          A new candidate is not written here: it goes to the
      *          APROVACOES.TXT dual-control queue and is added to
      *          CANDIDATOS.TXT when a second operator approves it in
      *          APROVA_ALTERACOES.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using one of these masters.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ORC.
      *
       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
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
           VALUE 'DEPARTAMENTOS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'DEPTOSORCAMENTO.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'APROVACOES.TXT'.
       77  WS-EOF                PIC X(01) VALUE ' '.
       77  WS-STATUS-CAND        PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT        PIC X(02) VALUE SPACES.
       77  WS-STATUS-ORC         PIC X(02) VALUE SPACES.
       77  WS-STATUS-APROV       PIC X(02) VALUE SPACES.
       77  WS-OPCAO-PRINCIPAL    PIC 9(01) VALUE ZEROS.
       77  WS-OPCAO              PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU              PIC X(01) VALUE 'N'.
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

       01  WS-IMAGEM-DEPT.
           03 WS-IM-DEPT-COD   PIC 9(05).
           03 WS-IM-DEPT-NOME  PIC X(20).
           03 WS-IM-DEPT-TETO  PIC 9(9)V99.
           03 FILLER           PIC X(44) VALUE SPACES.

       01  WS-IMAGEM-CAND.
           03 WS-IC-COD        PIC 9(03).
           03 WS-IC-NOME       PIC X(17).
           03 WS-IC-PARTIDO    PIC 9(03).
           03 WS-IC-CARGO      PIC 9(02).

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
           MOVE 'MANUTENCAO_CADASTROS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CANDIDATOS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'DEPARTAMENTOS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)
           MOVE 'DEPTOSORCAMENTO.TXT'
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
           MOVE WS-DEPT-TETO(WS-QTD-DEPT) TO WS-IM-DEPT-TETO
           .
           EXIT.
      *----------------------------------------------------------------*
       0097-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
      * A new candidate goes to the dual-control queue; the master is
      * written by APROVA_ALTERACOES on approval.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE SPACES          TO REG-APROVACAO
           MOVE 'CA'            TO APR-TIPO
           MOVE WS-IC-COD       TO APR-CHAVE
           MOVE WS-DATA         TO APR-DATA-PEDIDO
           MOVE WS-HORA-SISTEMA TO APR-HORA-PEDIDO
           MOVE 'MANUTENCAO_CADASTROS' TO APR-PROGRAMA
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
       0100-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1100-INCLUIR-CANDIDATO
                       END-IF
                   WHEN 2
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1200-ALTERAR-CANDIDATO
                       END-IF
                   WHEN 3
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1300-EXCLUIR-CANDIDATO
                       END-IF
                   WHEN 4
                       PERFORM 1400-LISTAR-CANDIDATOS
                   WHEN 9
               IF WS-QTD-CAND >= 50
                   DISPLAY 'TABELA DE CANDIDATOS CHEIA'
               ELSE
                   MOVE WS-COD-INFORMADO TO WS-IC-COD

                   DISPLAY 'NOME DO CANDIDATO: '
                   MOVE SPACES TO WS-IC-NOME
                   ACCEPT WS-IC-NOME

                   DISPLAY 'CODIGO DO PARTIDO: '
                   MOVE ZEROS TO WS-IC-PARTIDO
                   ACCEPT WS-IC-PARTIDO

                   DISPLAY 'CODIGO DO CARGO (ZERO ASSUME 01): '
                   MOVE ZEROS TO WS-CARGO-INFORMADO
                   ACCEPT WS-CARGO-INFORMADO
                   IF WS-CARGO-INFORMADO = ZEROS
                       MOVE 01 TO WS-IC-CARGO
                   ELSE
                       MOVE WS-CARGO-INFORMADO TO WS-IC-CARGO
                   END-IF

                   MOVE SPACES TO WS-REG-ANTES
                   MOVE WS-IMAGEM-CAND TO WS-REG-DEPOIS
                   PERFORM 0097-GRAVA-PENDENCIA

                   DISPLAY 'INCLUSAO DO CANDIDATO ENVIADA PARA '
                           'APROVACAO'
               END-IF
           END-IF
           .

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 2100-INCLUIR-DEPARTAMENTO
                       END-IF
                   WHEN 2
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 2200-ALTERAR-DEPARTAMENTO
                       END-IF
                   WHEN 3
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 2300-EXCLUIR-DEPARTAMENTO
                       END-IF
                   WHEN 4
                       PERFORM 2400-LISTAR-DEPARTAMENTOS
                   WHEN 9
           MOVE 'DEPTOSORCAMENTO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           .
           EXIT.

