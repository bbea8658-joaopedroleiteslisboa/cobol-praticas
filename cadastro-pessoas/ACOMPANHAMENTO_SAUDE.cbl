      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive follow-up of the health cases that
      *          RISCO_SAUDE opens in ACOMPSAUDE.TXT for the high-risk
      *          list. Lists the open cases with the overdue ones
      *          flagged, shows the cases of a person with every
      *          contact, registers a contact or appointment (date,
      *          type, outcome and next-step date) in CONTATOSAUDE.TXT
      *          and closes a case by hand. SEGURANCA_OPERADOR login,
      *          funcionalidade ACPSAU and every change logged to
      *          AUDITMANUT.TXT.
      *          Registering a contact or closing a case is refused
      *          while a nightly step is using ACOMPSAUDE.TXT or
      *          CONTATOSAUDE.TXT (CONTROLE_BLOQUEIOS registry).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACOMPANHAMENTO_SAUDE.
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

       SELECT ARQACOMP
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ACOMP.
      *
       SELECT ARQCONTATOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CONTATOS.
      *
       SELECT ARQPESSOAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOAS.
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

       FD  ARQACOMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACOMPSAUDE.TXT".
           COPY ACOMPSAUDE.

       FD  ARQCONTATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTATOSAUDE.TXT".
           COPY CONTATOSAUDE.

       FD  ARQPESSOAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPESSOAS.TXT".
           COPY PESSOA.

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'ACOMPSAUDE.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CONTATOSAUDE.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'CADPESSOAS.TXT'.

       77  WS-EOF                PIC X(01) VALUE ' '.
       77  WS-STATUS-ACOMP       PIC X(02) VALUE SPACES.
       77  WS-STATUS-CONTATOS    PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOAS     PIC X(02) VALUE SPACES.
       77  WS-OPCAO              PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU              PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK           PIC X(01) VALUE 'N'.
       77  WS-CASOS-TRUNCADO     PIC X(01) VALUE 'N'.
       77  WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77  WS-COD-INFORMADO      PIC 9(03) VALUE ZEROS.
       77  WS-NOME-PESSOA        PIC X(20) VALUE SPACES.
       77  WS-MOTIVO-INFORMADO   PIC X(30) VALUE SPACES.
       77  WS-ATRASADO           PIC X(10) VALUE SPACES.
       77  WS-DIAS-SEM-CONTATO   PIC S9(07) VALUE ZEROS.
       77  WS-QTD-LISTADOS       PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CONTATOS-CASO  PIC 9(04) VALUE ZEROS.

      * Same first-contact deadline as RISCO_SAUDE.
       77  WS-PRAZO-PRIMEIRO-CONTATO PIC 9(03) VALUE 015.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-LOGIN-OK         PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(80) VALUE SPACES.

      * Login and per-function authorization go through the shared
      * SEGURANCA_OPERADOR module; the health follow-up is granted to
      * the cadastro profiles (ACPSAU).
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

      * Every case of ACOMPSAUDE.TXT, rewritten after each change;
      * same capacity as RISCO_SAUDE.
       01  WS-TAB-CASOS.
           03 WS-QTD-CASOS       PIC 9(04) VALUE ZEROS.
           03 WS-CASO OCCURS 2000 TIMES INDEXED BY WS-IDX-CASO.
              05 WS-AC-COD           PIC 9(03).
              05 WS-AC-ABERTURA      PIC 9(08).
              05 WS-AC-SITUACAO      PIC X(01).
              05 WS-AC-FAIXA-ETARIA  PIC 9(01).
              05 WS-AC-FAIXA-IMC     PIC 9(01).
              05 WS-AC-IMC           PIC 9(03)V99.
              05 WS-AC-MOTIVO        PIC X(30).
              05 WS-AC-QTD-CONTATOS  PIC 9(03).
              05 WS-AC-ULT-CONTATO   PIC 9(08).
              05 WS-AC-PROX-PASSO    PIC 9(08).
              05 WS-AC-FECHAMENTO    PIC 9(08).
              05 WS-AC-MOTIVO-FECH   PIC X(30).

      * Person names, for the listings only.
       01  WS-TAB-PESSOAS.
           03 WS-QTD-PESSOAS     PIC 9(04) VALUE ZEROS.
           03 WS-PESSOA OCCURS 999 TIMES INDEXED BY WS-IDX-PES.
              05 WS-PS-COD        PIC 9(03).
              05 WS-PS-NOME       PIC X(20).

      * Contact being keyed, validated before it is written.
       01  WS-CONTATO-NOVO.
           03 WS-CN-DATA          PIC 9(08).
           03 WS-CN-TIPO          PIC X(01).
           03 WS-CN-RESULTADO     PIC X(30).
           03 WS-CN-PROX-PASSO    PIC 9(08).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           CALL 'DATA_MOVIMENTO' USING WS-DATA-MOVIMENTO

           PERFORM 0050-EFETUA-LOGIN

           IF WS-LOGIN-OK = 'N'
               DISPLAY 'ACESSO NEGADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'ACPSAU' TO SEG-FUNCIONALIDADE OF WS-SEGURANCA
           MOVE 'AU' TO WS-SEG-FUNCAO
           CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                WS-SEGURANCA WS-SEG-RETORNO

           IF WS-SEG-RETORNO NOT = '00'
               DISPLAY 'PERFIL SEM ACOMPANHAMENTO DE SAUDE - '
                       'MANUTENCAO NAO PERMITIDA'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0070-ABRE-SESSAO
           IF WS-BLQ-LIBERADO = 'N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-CARREGA-CASOS

      * Rewriting a case file that did not fit in the table would
      * lose the cases left out.
           IF WS-CASOS-TRUNCADO = 'S'
               DISPLAY 'ACOMPSAUDE.TXT COM MAIS DE 2000 CASOS - '
                       'MANUTENCAO NAO PERMITIDA'
               PERFORM 0079-FECHA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0150-CARREGA-PESSOAS

           OPEN EXTEND ARQAUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQAUDITORIA
           END-IF

           PERFORM UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '--- ACOMPANHAMENTO DE SAUDE ---'
               DISPLAY '1 - LISTAR CASOS EM ABERTO'
               DISPLAY '2 - CONSULTAR CASOS DE UMA PESSOA'
               DISPLAY '3 - REGISTRAR CONTATO / CONSULTA'
               DISPLAY '4 - ENCERRAR CASO'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 1100-LISTAR-ABERTOS
                   WHEN 2
                       PERFORM 1200-CONSULTAR-CASOS
                   WHEN 3
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1300-REGISTRAR-CONTATO
                       END-IF
                   WHEN 4
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1400-ENCERRAR-CASO
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
           MOVE 'ACOMPANHAMENTO_SAUDE'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'ACOMPSAUDE.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'CONTATOSAUDE.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)

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
           MOVE 'ACOMPANHAMENTO_SAUDE' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-CASOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACOMP

           IF WS-STATUS-ACOMP = '35'
               DISPLAY 'ARQUIVO DE CASOS AINDA NAO EXISTE - '
                       'EXECUTE O RISCO_SAUDE'
           ELSE
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQACOMP
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CASOS < 2000
                               ADD 1 TO WS-QTD-CASOS
                               MOVE REG-ACOMPSAUDE TO
                                    WS-CASO(WS-QTD-CASOS)
                           ELSE
                               MOVE 'S' TO WS-CASOS-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARQACOMP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-CARREGA-PESSOAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPESSOAS

           IF WS-STATUS-PESSOAS = '00'
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PESSOAS < 999
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE PES-COD-P TO
                                    WS-PS-COD(WS-QTD-PESSOAS)
                               MOVE PES-NOME-P TO
                                    WS-PS-NOME(WS-QTD-PESSOAS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARQPESSOAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1010-BUSCA-NOME.
      *----------------------------------------------------------------*
           MOVE 'FORA DO CADPESSOAS' TO WS-NOME-PESSOA

           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               IF WS-PS-COD(WS-IDX-PES) = WS-AC-COD(WS-IDX-CASO)
                   MOVE WS-PS-NOME(WS-IDX-PES) TO WS-NOME-PESSOA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1020-VERIFICA-ATRASO.
      *----------------------------------------------------------------*
      * Same rule as the overdue list of RISCO_SAUDE.
           MOVE SPACES TO WS-ATRASADO

           COMPUTE WS-DIAS-SEM-CONTATO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) -
               FUNCTION INTEGER-OF-DATE(WS-AC-ABERTURA(WS-IDX-CASO))

           IF (WS-AC-PROX-PASSO(WS-IDX-CASO) > ZEROS
               AND WS-AC-PROX-PASSO(WS-IDX-CASO) < WS-DATA-MOVIMENTO)
               OR (WS-AC-QTD-CONTATOS(WS-IDX-CASO) = ZEROS
               AND WS-DIAS-SEM-CONTATO > WS-PRAZO-PRIMEIRO-CONTATO)
               MOVE '*ATRASADO' TO WS-ATRASADO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1050-LOCALIZA-CASO-ABERTO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
                   OR WS-ACHOU = 'S'
               IF WS-AC-COD(WS-IDX-CASO) = WS-COD-INFORMADO
                   AND WS-AC-SITUACAO(WS-IDX-CASO) = 'A'
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'S'
               SET WS-IDX-CASO DOWN BY 1
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-LISTAR-ABERTOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-LISTADOS

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               IF WS-AC-SITUACAO(WS-IDX-CASO) = 'A'
                   PERFORM 1010-BUSCA-NOME
                   PERFORM 1020-VERIFICA-ATRASO
                   DISPLAY WS-AC-COD(WS-IDX-CASO) ' ' WS-NOME-PESSOA
                           ' ABERTO ' WS-AC-ABERTURA(WS-IDX-CASO)
                           ' CONTATOS '
                           WS-AC-QTD-CONTATOS(WS-IDX-CASO)
                           ' PROX ' WS-AC-PROX-PASSO(WS-IDX-CASO)
                           ' ' WS-ATRASADO
                   ADD 1 TO WS-QTD-LISTADOS
               END-IF
           END-PERFORM

           DISPLAY 'CASOS EM ABERTO: ' WS-QTD-LISTADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-CONSULTAR-CASOS.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA PESSOA: '
           MOVE ZEROS TO WS-COD-INFORMADO
           ACCEPT WS-COD-INFORMADO

           MOVE ZEROS TO WS-QTD-LISTADOS

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               IF WS-AC-COD(WS-IDX-CASO) = WS-COD-INFORMADO
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM 1250-MOSTRA-CASO
               END-IF
           END-PERFORM

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM CASO PARA A PESSOA: ' WS-COD-INFORMADO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1250-MOSTRA-CASO.
      *----------------------------------------------------------------*
           PERFORM 1010-BUSCA-NOME

           DISPLAY ' '
           DISPLAY 'CASO ' WS-AC-COD(WS-IDX-CASO) ' ' WS-NOME-PESSOA
                   ' ABERTO EM ' WS-AC-ABERTURA(WS-IDX-CASO)
                   ' SITUACAO ' WS-AC-SITUACAO(WS-IDX-CASO)
           DISPLAY '  MOTIVO: ' WS-AC-MOTIVO(WS-IDX-CASO)

           IF WS-AC-SITUACAO(WS-IDX-CASO) = 'F'
               DISPLAY '  ENCERRADO EM ' WS-AC-FECHAMENTO(WS-IDX-CASO)
                       ': ' WS-AC-MOTIVO-FECH(WS-IDX-CASO)
           ELSE
               PERFORM 1020-VERIFICA-ATRASO
               DISPLAY '  PROXIMO PASSO: '
                       WS-AC-PROX-PASSO(WS-IDX-CASO) ' ' WS-ATRASADO
           END-IF

           MOVE ZEROS TO WS-QTD-CONTATOS-CASO

           OPEN INPUT ARQCONTATOS
           IF WS-STATUS-CONTATOS = '00'
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCONTATOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CS-COD-PESSOA = WS-AC-COD(WS-IDX-CASO)
                               AND CS-DATA-ABERTURA =
                                   WS-AC-ABERTURA(WS-IDX-CASO)
                               ADD 1 TO WS-QTD-CONTATOS-CASO
                               DISPLAY '  ' CS-DATA-CONTATO ' '
                                       CS-TIPO ' ' CS-RESULTADO
                                       ' PROX ' CS-DATA-PROX-PASSO
                                       ' ' CS-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONTATOS
           END-IF

           IF WS-QTD-CONTATOS-CASO = ZEROS
               DISPLAY '  NENHUM CONTATO REGISTRADO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-REGISTRAR-CONTATO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA PESSOA: '
           MOVE ZEROS TO WS-COD-INFORMADO
           ACCEPT WS-COD-INFORMADO

           PERFORM 1050-LOCALIZA-CASO-ABERTO

           IF WS-ACHOU = 'N'
               DISPLAY 'NENHUM CASO ABERTO PARA A PESSOA: '
                       WS-COD-INFORMADO
           ELSE
               INITIALIZE WS-CONTATO-NOVO
               DISPLAY 'CASO ABERTO EM ' WS-AC-ABERTURA(WS-IDX-CASO)
                       ' - ' WS-AC-MOTIVO(WS-IDX-CASO)
               DISPLAY 'DATA DO CONTATO AAAAMMDD (ZERO = DATA DO '
                       'MOVIMENTO): '
               ACCEPT WS-CN-DATA
               IF WS-CN-DATA = ZEROS
                   MOVE WS-DATA-MOVIMENTO TO WS-CN-DATA
               END-IF
               DISPLAY 'TIPO (L LIGACAO / V VISITA / C CONSULTA): '
               ACCEPT WS-CN-TIPO
               DISPLAY 'RESULTADO: '
               ACCEPT WS-CN-RESULTADO
               DISPLAY 'DATA DO PROXIMO PASSO AAAAMMDD (ZERO = '
                       'NENHUM): '
               ACCEPT WS-CN-PROX-PASSO

               PERFORM 1350-VALIDA-CONTATO

               IF WS-DADOS-OK = 'S'
                   MOVE WS-CASO(WS-IDX-CASO) TO WS-REG-ANTES

                   PERFORM 1380-GRAVA-CONTATO

                   ADD 1 TO WS-AC-QTD-CONTATOS(WS-IDX-CASO)
                   IF WS-CN-DATA >= WS-AC-ULT-CONTATO(WS-IDX-CASO)
                       MOVE WS-CN-DATA TO
                            WS-AC-ULT-CONTATO(WS-IDX-CASO)
                       MOVE WS-CN-PROX-PASSO TO
                            WS-AC-PROX-PASSO(WS-IDX-CASO)
                   END-IF

                   PERFORM 1900-GRAVA-CASOS

                   MOVE REG-CONTATOSAUDE TO WS-REG-DEPOIS
                   MOVE 'CONTATO SAUD' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   DISPLAY 'CONTATO REGISTRADO COM SUCESSO'
               ELSE
                   DISPLAY 'CONTATO NAO REGISTRADO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1350-VALIDA-CONTATO.
      *----------------------------------------------------------------*
      * The contact falls between the opening of the case and the
      * data-movimento; the next step, when given, comes after it.
           MOVE 'S' TO WS-DADOS-OK

           EVALUATE TRUE
               WHEN WS-CN-DATA NOT NUMERIC
                    OR WS-CN-DATA < WS-AC-ABERTURA(WS-IDX-CASO)
                    OR WS-CN-DATA > WS-DATA-MOVIMENTO
                   DISPLAY 'DATA DO CONTATO FORA DO PERIODO DO CASO: '
                           WS-CN-DATA
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-CN-TIPO NOT = 'L' AND 'V' AND 'C'
                   DISPLAY 'TIPO INVALIDO - INFORME L, V OU C'
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-CN-RESULTADO = SPACES
                   DISPLAY 'RESULTADO OBRIGATORIO'
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-CN-PROX-PASSO NOT NUMERIC
                   DISPLAY 'DATA DO PROXIMO PASSO INVALIDA'
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-CN-PROX-PASSO > ZEROS
                    AND WS-CN-PROX-PASSO <= WS-CN-DATA
                   DISPLAY 'PROXIMO PASSO DEVE SER POSTERIOR AO '
                           'CONTATO: ' WS-CN-PROX-PASSO
                   MOVE 'N' TO WS-DADOS-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1380-GRAVA-CONTATO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQCONTATOS
           IF WS-STATUS-CONTATOS = '35'
               OPEN OUTPUT ARQCONTATOS
           END-IF

           MOVE WS-AC-COD(WS-IDX-CASO)      TO CS-COD-PESSOA
           MOVE WS-AC-ABERTURA(WS-IDX-CASO) TO CS-DATA-ABERTURA
           MOVE WS-CN-DATA                  TO CS-DATA-CONTATO
           MOVE WS-CN-TIPO                  TO CS-TIPO
           MOVE WS-CN-RESULTADO             TO CS-RESULTADO
           MOVE WS-CN-PROX-PASSO            TO CS-DATA-PROX-PASSO
           MOVE WS-OPERADOR                 TO CS-OPERADOR
           WRITE REG-CONTATOSAUDE

           CLOSE ARQCONTATOS
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-ENCERRAR-CASO.
      *----------------------------------------------------------------*
      * Closing by hand is for cases the measurements cannot settle
      * (refusal, moved away, death); RISCO_SAUDE opens a new case on
      * its next run if the person is still in the risk cells.
           DISPLAY 'CODIGO DA PESSOA: '
           MOVE ZEROS TO WS-COD-INFORMADO
           ACCEPT WS-COD-INFORMADO

           PERFORM 1050-LOCALIZA-CASO-ABERTO

           IF WS-ACHOU = 'N'
               DISPLAY 'NENHUM CASO ABERTO PARA A PESSOA: '
                       WS-COD-INFORMADO
           ELSE
               DISPLAY 'MOTIVO DO ENCERRAMENTO: '
               MOVE SPACES TO WS-MOTIVO-INFORMADO
               ACCEPT WS-MOTIVO-INFORMADO

               IF WS-MOTIVO-INFORMADO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO - CASO NAO ENCERRADO'
               ELSE
                   DISPLAY 'CONFIRMA O ENCERRAMENTO DO CASO ABERTO EM '
                           WS-AC-ABERTURA(WS-IDX-CASO) ' (S/N)? '
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA = 'S'
                       MOVE WS-CASO(WS-IDX-CASO) TO WS-REG-ANTES

                       MOVE 'F' TO WS-AC-SITUACAO(WS-IDX-CASO)
                       MOVE WS-DATA-MOVIMENTO TO
                            WS-AC-FECHAMENTO(WS-IDX-CASO)
                       MOVE WS-MOTIVO-INFORMADO TO
                            WS-AC-MOTIVO-FECH(WS-IDX-CASO)

                       PERFORM 1900-GRAVA-CASOS

                       MOVE SPACES TO WS-REG-DEPOIS
                       STRING 'ENCERRADO EM ' WS-DATA-MOVIMENTO
                              ' - ' WS-MOTIVO-INFORMADO
                           DELIMITED BY SIZE INTO WS-REG-DEPOIS
                       END-STRING
                       MOVE 'ENCERRA CASO' TO AUD-FUNCAO
                       PERFORM 0090-GRAVA-AUDITORIA

                       DISPLAY 'CASO ENCERRADO COM SUCESSO'
                   ELSE
                       DISPLAY 'ENCERRAMENTO CANCELADO'
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-CASOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQACOMP

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               MOVE WS-CASO(WS-IDX-CASO) TO REG-ACOMPSAUDE
               WRITE REG-ACOMPSAUDE
           END-PERFORM

           CLOSE ARQACOMP
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'ACOMPSAUDE.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CONTATOSAUDE.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'CADPESSOAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM ACOMPANHAMENTO_SAUDE.
