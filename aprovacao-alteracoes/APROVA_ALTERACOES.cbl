      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive second-operator decision on the
      *          dual-control queue APROVACOES.TXT (copybook
      *          APROVACAO). Lists the pending requests and approves
      *          or rejects them one at a time; the operator needs the
      *          APROVA funcionalidade of SEGURANCA_OPERADOR (profile
      *          A, or T) and may never decide a request keyed under
      *          the same operator code.
      *          Approval applies the change to its master and writes
      *          the AUDITMANUT.TXT record with both operators:
      *            PR - price change, through PRODUTO_ACCESS; only the
      *                 fields the requester changed are applied
      *            CA - new candidate, appended to CANDIDATOS.TXT
      *            CN - new or changed loan contract in
      *                 CONSIGNADOS.TXT
      *            SL - salary change: marked approved, applied and
      *                 audited by the next MOVIMENTA_FUNCIONARIOS run,
      *                 the single writer of the payroll master
      *          A request whose master no longer matches the image
      *          taken when it was keyed is refused and closed as
      *          rejected, so a stale change is never forced in.
      *          The session is refused, and each decision checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using the queue or one of the
      *          masters it applies to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA_ALTERACOES.
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

       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-APROV.
      *
       SELECT ARQCONSIG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CONSIG.
      *
       SELECT ARQCAND
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CAND.
      *
       SELECT ARQAUDITORIA
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQAPROVACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APROVACOES.TXT".
       01  REG-ARQAPROVACAO       PIC X(269).

       FD  ARQCONSIG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSIGNADOS.TXT".
       01  REG-CONSIGNADO.
           03 FD-CS-MATRICULA      PIC 9(09).
           03 FD-CS-CONTRATO       PIC 9(06).
           03 FD-CS-PARCELA        PIC 9(7)V99.
           03 FD-CS-PARCELAS-REST  PIC 9(03).
           03 FD-CS-SALDO          PIC 9(9)V99.

       FD  ARQCAND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANDIDATOS.TXT".
       01  REG-CANDIDATOS.
           03 FD-CAND-COD         PIC 9(03).
           03 FD-CAND-NOME        PIC X(17).
           03 FD-CAND-PARTIDO     PIC 9(03).
           03 FD-CAND-CARGO       PIC 9(02).

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'APROVACOES.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CONSIGNADOS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'CANDIDATOS.TXT'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-APROV     PIC X(02) VALUE SPACES.
       77  WS-STATUS-CONSIG    PIC X(02) VALUE SPACES.
       77  WS-STATUS-CAND      PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-NUM-INFORMADO    PIC 9(03) VALUE ZEROS.
       77  WS-NUM-LISTA        PIC 9(03) VALUE ZEROS.
       77  WS-IDX-ACHADO       PIC 9(03) VALUE ZEROS.
       77  WS-IDX-REG          PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-CAND-EXISTE      PIC X(01) VALUE 'N'.
       77  WS-CARGA-TRUNCADA   PIC X(01) VALUE 'N'.
       77  WS-CONSIG-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-QTD-LISTADAS     PIC 9(03) VALUE ZEROS.
       77  WS-MOTIVO-RECUSA    PIC X(30) VALUE SPACES.
       77  WS-MOTIVO-INFORMADO PIC X(30) VALUE SPACES.
       77  WS-PERC-ED          PIC ZZ9,99.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-LOGIN-OK         PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(80) VALUE SPACES.

      * Login and per-function authorization go through the shared
      * SEGURANCA_OPERADOR module, which owns OPERADORES.TXT and the
      * password lifecycle.
       77  WS-SEG-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-SEG-RETORNO      PIC X(02) VALUE SPACES.
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

      * Price changes go through the PRODUTO_ACCESS subprogram; the
      * images kept in the request are laid over the same copybook.
       77  WS-FUNCAO           PIC X(02) VALUE SPACES.
       77  WS-RETORNO          PIC X(02) VALUE SPACES.
           COPY PRODUTO.
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==ANT==
                ==REG-PRODUTO== BY ==WS-PRODUTO-ANTES==.
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==DEP==
                ==REG-PRODUTO== BY ==WS-PRODUTO-DEPOIS==.

      * Request being decided.
           COPY APROVACAO.

       01  WS-TAB-APROVACOES.
           03 WS-QTD-APROV       PIC 9(03) VALUE ZEROS.
           03 WS-APROV OCCURS 500 TIMES INDEXED BY WS-IDX-APROV.
              05 WS-AP-REGISTRO  PIC X(269).

       01  WS-TAB-CONSIG.
           03 WS-QTD-CONSIG      PIC 9(03) VALUE ZEROS.
           03 WS-CONSIG OCCURS 100 TIMES INDEXED BY WS-IDX-CONSIG.
              05 WS-CS-MATRICULA PIC 9(09).
              05 WS-CS-CONTRATO  PIC 9(06).
              05 WS-CS-PARCELA   PIC 9(7)V99.
              05 WS-CS-PARCELAS-REST PIC 9(03).
              05 WS-CS-SALDO     PIC 9(9)V99.

       01  WS-CONSIG-PROPOSTO.
           03 WS-CP-MATRICULA    PIC 9(09).
           03 WS-CP-CONTRATO     PIC 9(06).
           03 WS-CP-PARCELA      PIC 9(7)V99.
           03 WS-CP-PARCELAS-REST PIC 9(03).
           03 WS-CP-SALDO        PIC 9(9)V99.

       01  WS-TAB-CANDIDATOS.
           03 WS-QTD-CAND        PIC 9(03) VALUE ZEROS.
           03 WS-CAND OCCURS 50 TIMES INDEXED BY WS-IDX-CAND.
              05 WS-CAND-COD      PIC 9(03).
              05 WS-CAND-NOME     PIC X(17).
              05 WS-CAND-PARTIDO  PIC 9(03).
              05 WS-CAND-CARGO    PIC 9(02).

       01  WS-CAND-PROPOSTO.
           03 WS-CPR-COD         PIC 9(03).
           03 WS-CPR-NOME        PIC X(17).
           03 WS-CPR-PARTIDO     PIC 9(03).
           03 WS-CPR-CARGO       PIC 9(02).

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

            PERFORM 0050-EFETUA-LOGIN

            IF WS-LOGIN-OK = 'N'
                DISPLAY 'ACESSO NEGADO'
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE 'APROVA' TO SEG-FUNCIONALIDADE OF WS-SEGURANCA
            MOVE 'AU' TO WS-SEG-FUNCAO
            CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                 WS-SEGURANCA WS-SEG-RETORNO

            IF WS-SEG-RETORNO NOT = '00'
                DISPLAY 'PERFIL SEM APROVACAO DE ALTERACOES - '
                        'ACESSO NAO PERMITIDO'
                MOVE 1 TO RETURN-CODE
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

            PERFORM 0100-CARREGA-APROVACOES

      * The queue is rewritten whole from the table after every
      * decision, so a truncated load would drop requests.
            IF WS-CARGA-TRUNCADA = 'S'
                DISPLAY 'APROVACOES.TXT COM MAIS DE 500 SOLICITACOES '
                        '- APROVACAO ABORTADA PARA NAO PERDER '
                        'REGISTROS'
                CLOSE ARQAUDITORIA
                PERFORM 0079-FECHA-SESSAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM UNTIL WS-OPCAO = 9
                DISPLAY ' '
                DISPLAY '--- APROVACAO DE ALTERACOES ---'
                DISPLAY '1 - LISTAR SOLICITACOES PENDENTES'
                DISPLAY '2 - APROVAR SOLICITACAO'
                DISPLAY '3 - REJEITAR SOLICITACAO'
                DISPLAY '9 - SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 1000-LISTAR-PENDENTES
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 2000-APROVAR
                        END-IF
                    WHEN 3
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-REJEITAR
                        END-IF
                    WHEN 9
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA'
                END-EVALUATE
            END-PERFORM

            CLOSE ARQAUDITORIA

            PERFORM 0079-FECHA-SESSAO

            MOVE 0 TO RETURN-CODE
            GOBACK.
      *----------------------------------------------------------------*
       0050-EFETUA-LOGIN.
      *----------------------------------------------------------------*
           PERFORM UNTIL WS-LOGIN-OK = 'S'
                   OR WS-TENTATIVAS >= 3
               ADD 1 TO WS-TENTATIVAS
               DISPLAY 'OPERADOR: '
               ACCEPT SEG-OPERADOR OF WS-SEGURANCA
               DISPLAY 'SENHA: '
               ACCEPT SEG-SENHA OF WS-SEGURANCA

               MOVE 'LG' TO WS-SEG-FUNCAO
               CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                    WS-SEGURANCA WS-SEG-RETORNO

               EVALUATE WS-SEG-RETORNO
                   WHEN '00'
                       MOVE 'S' TO WS-LOGIN-OK
                       MOVE SEG-OPERADOR OF WS-SEGURANCA TO
                            WS-OPERADOR
                   WHEN '06'
                       DISPLAY 'SENHA EXPIRADA - SOLICITE O RESET '
                               'AO ADMINISTRADOR'
                   WHEN '07'
                       DISPLAY 'OPERADOR BLOQUEADO'
                   WHEN OTHER
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               END-EVALUATE
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'APROVA_ALTERACOES'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'APROVACOES.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'FD_PRODUTOS.txt'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)
           MOVE 'CANDIDATOS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(3)
           MOVE 'CONSIGNADOS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(4)

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
      * The requester signs the change and the approver goes in the
      * function field, so the trail shows both operators.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           END-STRING
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE APR-OPER-SOLIC  TO AUD-OPERADOR
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE APR-PROGRAMA    TO AUD-PROGRAMA
           MOVE 'APR '          TO AUD-APR-MARCA
           MOVE WS-OPERADOR     TO AUD-APR-APROVADOR
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-APROVACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQAPROVACOES

           IF WS-STATUS-APROV = '35'
               DISPLAY 'NENHUMA SOLICITACAO REGISTRADA'
           ELSE
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQAPROVACOES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-APROV < 500
                               ADD 1 TO WS-QTD-APROV
                               MOVE REG-ARQAPROVACAO TO
                                    WS-AP-REGISTRO(WS-QTD-APROV)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAPROVACOES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LISTAR-PENDENTES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-LISTADAS

           DISPLAY '----------------------------------------------'
                   '----------------------'
           DISPLAY 'NUM TP CHAVE     SOLICIT. DATA      VAR.%  '
                   'PROGRAMA'

           PERFORM VARYING WS-IDX-APROV FROM 1 BY 1
                   UNTIL WS-IDX-APROV > WS-QTD-APROV
               MOVE WS-AP-REGISTRO(WS-IDX-APROV) TO REG-APROVACAO
               IF APR-SITUACAO = 'P'
                   ADD 1 TO WS-QTD-LISTADAS
                   SET WS-NUM-LISTA TO WS-IDX-APROV
                   MOVE APR-PERC-VARIACAO TO WS-PERC-ED
                   DISPLAY WS-NUM-LISTA ' '
                           APR-TIPO ' '
                           APR-CHAVE ' '
                           APR-OPER-SOLIC ' '
                           APR-DATA-PEDIDO ' '
                           WS-PERC-ED ' '
                           APR-PROGRAMA
               END-IF
           END-PERFORM

           IF WS-QTD-LISTADAS = ZEROS
               DISPLAY 'NENHUMA SOLICITACAO PENDENTE'
           END-IF
           DISPLAY '----------------------------------------------'
                   '----------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-SELECIONA-PENDENTE.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           DISPLAY 'NUMERO DA SOLICITACAO: '
           MOVE ZEROS TO WS-NUM-INFORMADO
           ACCEPT WS-NUM-INFORMADO

           IF WS-NUM-INFORMADO = ZEROS
               OR WS-NUM-INFORMADO > WS-QTD-APROV
               DISPLAY 'SOLICITACAO NAO ENCONTRADA: '
                       WS-NUM-INFORMADO
           ELSE
               MOVE WS-NUM-INFORMADO TO WS-IDX-ACHADO
               MOVE WS-AP-REGISTRO(WS-IDX-ACHADO) TO REG-APROVACAO
               EVALUATE TRUE
                   WHEN APR-SITUACAO NOT = 'P'
                       DISPLAY 'SOLICITACAO JA DECIDIDA: SITUACAO '
                               APR-SITUACAO
                   WHEN APR-OPER-SOLIC = WS-OPERADOR
                       DISPLAY 'SOLICITACAO FEITA PELO PROPRIO '
                               'OPERADOR - A DECISAO CABE A OUTRO '
                               'APROVADOR'
                   WHEN OTHER
                       MOVE 'S' TO WS-ACHOU
                       DISPLAY 'TIPO.......: ' APR-TIPO
                               '  CHAVE: ' APR-CHAVE
                       DISPLAY 'SOLICITANTE: ' APR-OPER-SOLIC
                               '  EM ' APR-DATA-PEDIDO
                               ' ' APR-HORA-PEDIDO
                               '  PROGRAMA: ' APR-PROGRAMA
                       DISPLAY 'ANTES......: ' APR-ANTES
                       DISPLAY 'DEPOIS.....: ' APR-DEPOIS
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APROVAR.
      *----------------------------------------------------------------*
           PERFORM 1100-SELECIONA-PENDENTE

           IF WS-ACHOU = 'S'
               DISPLAY 'CONFIRMA A APROVACAO (S/N): '
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA = 'S'
                   MOVE SPACES TO WS-MOTIVO-RECUSA
                   MOVE 'E' TO APR-SITUACAO

                   EVALUATE APR-TIPO
                       WHEN 'PR'
                           PERFORM 2100-APLICA-PRECO
                       WHEN 'CA'
                           PERFORM 2200-APLICA-CANDIDATO
                       WHEN 'CN'
                           PERFORM 2300-APLICA-CONSIGNADO
                       WHEN 'SL'
                           MOVE 'A' TO APR-SITUACAO
                       WHEN OTHER
                           MOVE 'TIPO DE SOLICITACAO INVALIDO'
                                TO WS-MOTIVO-RECUSA
                   END-EVALUATE

                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-OPERADOR TO APR-OPER-DECISAO
                   MOVE WS-DATA     TO APR-DATA-DECISAO

                   IF WS-MOTIVO-RECUSA = SPACES
                       IF APR-SITUACAO = 'A'
                           DISPLAY 'APROVADA - O SALARIO SERA APLICADO '
                                   'NA PROXIMA EXECUCAO DE '
                                   'MOVIMENTA_FUNCIONARIOS'
                       ELSE
                           PERFORM 0090-GRAVA-AUDITORIA
                           DISPLAY 'APROVADA E APLICADA'
                       END-IF
                   ELSE
                       MOVE 'R' TO APR-SITUACAO
                       MOVE WS-MOTIVO-RECUSA TO APR-MOTIVO
                       DISPLAY 'NAO APLICADA, SOLICITACAO ENCERRADA: '
                               WS-MOTIVO-RECUSA
                   END-IF

                   MOVE REG-APROVACAO TO WS-AP-REGISTRO(WS-IDX-ACHADO)
                   PERFORM 1900-GRAVA-APROVACOES
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICA-PRECO.
      *----------------------------------------------------------------*
      * Only the fields the requester changed are applied, each one
      * only if the product still has the value seen when the request
      * was keyed; the rest of the record (average cost, stock moved
      * since) is left as it is now.
           MOVE APR-ANTES  TO WS-PRODUTO-ANTES
           MOVE APR-DEPOIS TO WS-PRODUTO-DEPOIS

           INITIALIZE REG-PRODUTO
           MOVE DEP_CODPROD TO PRD_CODPROD
           MOVE 'LC' TO WS-FUNCAO
           CALL 'PRODUTO_ACCESS' USING WS-FUNCAO REG-PRODUTO
                                       WS-RETORNO

           IF WS-RETORNO NOT = '00'
               MOVE 'PRODUTO NAO ENCONTRADO' TO WS-MOTIVO-RECUSA
           ELSE
               MOVE REG-PRODUTO TO WS-REG-ANTES

               IF (DEP_NOME_PRODUTO NOT = ANT_NOME_PRODUTO
                   AND PRD_NOME_PRODUTO NOT = ANT_NOME_PRODUTO)
               OR (DEP_PRECO NOT = ANT_PRECO
                   AND PRD_PRECO NOT = ANT_PRECO)
               OR (DEP_QTD_PRODUTO NOT = ANT_QTD_PRODUTO
                   AND PRD_QTD_PRODUTO NOT = ANT_QTD_PRODUTO)
               OR (DEP_CATEGORIA NOT = ANT_CATEGORIA
                   AND PRD_CATEGORIA NOT = ANT_CATEGORIA)
                   MOVE 'PRODUTO ALTERADO APOS O PEDIDO'
                        TO WS-MOTIVO-RECUSA
               ELSE
                   IF DEP_NOME_PRODUTO NOT = ANT_NOME_PRODUTO
                       MOVE DEP_NOME_PRODUTO TO PRD_NOME_PRODUTO
                   END-IF
                   IF DEP_PRECO NOT = ANT_PRECO
                       MOVE DEP_PRECO TO PRD_PRECO
                   END-IF
                   IF DEP_QTD_PRODUTO NOT = ANT_QTD_PRODUTO
                       MOVE DEP_QTD_PRODUTO TO PRD_QTD_PRODUTO
                   END-IF
                   IF DEP_CATEGORIA NOT = ANT_CATEGORIA
                       MOVE DEP_CATEGORIA TO PRD_CATEGORIA
                   END-IF

                   MOVE 'AL' TO WS-FUNCAO
                   CALL 'PRODUTO_ACCESS' USING WS-FUNCAO REG-PRODUTO
                                               WS-RETORNO
                   IF WS-RETORNO = '00'
                       MOVE REG-PRODUTO TO WS-REG-DEPOIS
                   ELSE
                       MOVE 'ERRO NA GRAVACAO DO PRODUTO'
                            TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-APLICA-CANDIDATO.
      *----------------------------------------------------------------*
           PERFORM 2250-CARREGA-CANDIDATOS

           MOVE APR-DEPOIS TO WS-CAND-PROPOSTO
           MOVE 'N' TO WS-CAND-EXISTE
           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
                   OR WS-CAND-EXISTE = 'S'
               IF WS-CAND-COD(WS-IDX-CAND) = WS-CPR-COD
                   MOVE 'S' TO WS-CAND-EXISTE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CAND-EXISTE = 'S'
                   MOVE 'CANDIDATO JA CADASTRADO' TO WS-MOTIVO-RECUSA
               WHEN WS-QTD-CAND >= 50
                   MOVE 'TABELA DE CANDIDATOS CHEIA'
                        TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   ADD 1 TO WS-QTD-CAND
                   MOVE WS-CAND-PROPOSTO TO WS-CAND(WS-QTD-CAND)
                   PERFORM 2290-GRAVA-CANDIDATOS
                   MOVE SPACES TO WS-REG-ANTES
                   MOVE WS-CAND(WS-QTD-CAND) TO WS-REG-DEPOIS
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2250-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-CAND
           OPEN INPUT ARQCAND

           IF WS-STATUS-CAND NOT = '35'
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCAND
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CAND < 50
                               ADD 1 TO WS-QTD-CAND
                               MOVE REG-CANDIDATOS TO
                                    WS-CAND(WS-QTD-CAND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCAND
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2290-GRAVA-CANDIDATOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCAND

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
               MOVE WS-CAND(WS-IDX-CAND) TO REG-CANDIDATOS
               WRITE REG-CANDIDATOS
           END-PERFORM

           CLOSE ARQCAND
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-APLICA-CONSIGNADO.
      *----------------------------------------------------------------*
      * A blank before-image is a new contract; otherwise the contract
      * must still be exactly as it was when the change was keyed.
           PERFORM 2350-CARREGA-CONSIGNADOS

           MOVE APR-DEPOIS TO WS-CONSIG-PROPOSTO
           MOVE ZEROS TO WS-IDX-REG
           PERFORM VARYING WS-IDX-CONSIG FROM 1 BY 1
                   UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG
                   OR WS-IDX-REG > ZEROS
               IF WS-CS-CONTRATO(WS-IDX-CONSIG) = WS-CP-CONTRATO
                   SET WS-IDX-REG TO WS-IDX-CONSIG
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CONSIG-TRUNCADA = 'S'
                   MOVE 'CONSIGNADOS.TXT ACIMA DE 100 CONTR.'
                        TO WS-MOTIVO-RECUSA
               WHEN APR-ANTES = SPACES AND WS-IDX-REG > ZEROS
                   MOVE 'CONTRATO JA CADASTRADO' TO WS-MOTIVO-RECUSA
               WHEN APR-ANTES = SPACES AND WS-QTD-CONSIG >= 100
                   MOVE 'TABELA DE CONSIGNADOS CHEIA'
                        TO WS-MOTIVO-RECUSA
               WHEN APR-ANTES = SPACES
                   ADD 1 TO WS-QTD-CONSIG
                   MOVE WS-CONSIG-PROPOSTO TO WS-CONSIG(WS-QTD-CONSIG)
                   MOVE SPACES TO WS-REG-ANTES
                   MOVE WS-CONSIG(WS-QTD-CONSIG) TO WS-REG-DEPOIS
                   PERFORM 2390-GRAVA-CONSIGNADOS
               WHEN WS-IDX-REG = ZEROS
                   MOVE 'CONTRATO NAO ENCONTRADO' TO WS-MOTIVO-RECUSA
               WHEN WS-CONSIG(WS-IDX-REG) NOT = APR-ANTES
                   MOVE 'CONTRATO ALTERADO APOS O PEDIDO'
                        TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE WS-CONSIG(WS-IDX-REG) TO WS-REG-ANTES
                   MOVE WS-CONSIG-PROPOSTO TO WS-CONSIG(WS-IDX-REG)
                   MOVE WS-CONSIG(WS-IDX-REG) TO WS-REG-DEPOIS
                   PERFORM 2390-GRAVA-CONSIGNADOS
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2350-CARREGA-CONSIGNADOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-CONSIG
           MOVE 'N'   TO WS-CONSIG-TRUNCADA
           OPEN INPUT ARQCONSIG

           IF WS-STATUS-CONSIG NOT = '35'
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCONSIG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CONSIG < 100
                               ADD 1 TO WS-QTD-CONSIG
                               MOVE REG-CONSIGNADO TO
                                    WS-CONSIG(WS-QTD-CONSIG)
                           ELSE
                               MOVE 'S' TO WS-CONSIG-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONSIG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2390-GRAVA-CONSIGNADOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCONSIG

           PERFORM VARYING WS-IDX-CONSIG FROM 1 BY 1
                   UNTIL WS-IDX-CONSIG > WS-QTD-CONSIG
               MOVE WS-CONSIG(WS-IDX-CONSIG) TO REG-CONSIGNADO
               WRITE REG-CONSIGNADO
           END-PERFORM

           CLOSE ARQCONSIG
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REJEITAR.
      *----------------------------------------------------------------*
           PERFORM 1100-SELECIONA-PENDENTE

           IF WS-ACHOU = 'S'
               DISPLAY 'MOTIVO DA REJEICAO: '
               MOVE SPACES TO WS-MOTIVO-INFORMADO
               ACCEPT WS-MOTIVO-INFORMADO

               IF WS-MOTIVO-INFORMADO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO - SOLICITACAO MANTIDA '
                           'PENDENTE'
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE 'R'         TO APR-SITUACAO
                   MOVE WS-OPERADOR TO APR-OPER-DECISAO
                   MOVE WS-DATA     TO APR-DATA-DECISAO
                   MOVE WS-MOTIVO-INFORMADO TO APR-MOTIVO

                   MOVE REG-APROVACAO TO WS-AP-REGISTRO(WS-IDX-ACHADO)
                   PERFORM 1900-GRAVA-APROVACOES
                   DISPLAY 'SOLICITACAO REJEITADA'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-APROVACOES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQAPROVACOES

           PERFORM VARYING WS-IDX-APROV FROM 1 BY 1
                   UNTIL WS-IDX-APROV > WS-QTD-APROV
               MOVE WS-AP-REGISTRO(WS-IDX-APROV) TO REG-ARQAPROVACAO
               WRITE REG-ARQAPROVACAO
           END-PERFORM

           CLOSE ARQAPROVACOES
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CONSIGNADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'CANDIDATOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM APROVA_ALTERACOES.
