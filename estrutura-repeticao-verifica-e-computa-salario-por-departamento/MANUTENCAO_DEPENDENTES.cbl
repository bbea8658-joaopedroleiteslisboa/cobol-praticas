      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive add/update/delete maintenance for the
      *          DEPENDENTES.TXT dependents master consumed by the
      *          payroll runs (name, birth date, relationship and
      *          whether the dependent counts for the IRRF deduction
      *          and for salario-familia). Matriculas are checked
      *          against DBREGISTRODEP.TXT. Uses the same OPERADORES.TXT
      *          login and AUDITMANUT.TXT audit trail as the other
      *          maintenance programs.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using DEPENDENTES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_DEPENDENTES.
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

       SELECT ARQDEPENDENTES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPENDENTES.
      *
       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
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

       FD  ARQDEPENDENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPENDENTES.TXT".
           COPY DEPENDENTES.

       FD  ARQ-DB-ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DBREGISTRODEP.TXT".
       01  REG-PESSOAS-ENTRADA.
           03 FD1-COD-P            PIC 9(09).
           03 FD1-NOME-P           PIC X(30).
           03 FD1-COD-DEPT         PIC 9(05).
           03 FD1-SALARIO          PIC 9(9)V99.
           03 FD1-BANCO            PIC 9(03).
           03 FD1-AGENCIA          PIC 9(04).
           03 FD1-CONTA            PIC 9(10).

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
           VALUE 'DEPENDENTES.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-EOF-DB           PIC X(01) VALUE ' '.
       77  WS-STATUS-DEPENDENTES PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB    PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-FUNC-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK         PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA   PIC X(01) VALUE 'N'.
       77  WS-MATRIC-INFORMADA PIC 9(09) VALUE ZEROS.
       77  WS-SEQ-INFORMADA    PIC 9(02) VALUE ZEROS.
       77  WS-MAIOR-SEQ        PIC 9(02) VALUE ZEROS.
       77  WS-NOME-INFORMADO   PIC X(30) VALUE SPACES.
       77  WS-NASC-INFORMADO   PIC 9(08) VALUE ZEROS.
       77  WS-PARENT-INFORMADO PIC X(01) VALUE SPACES.
       77  WS-IRRF-INFORMADO   PIC X(01) VALUE SPACES.
       77  WS-SF-INFORMADO     PIC X(01) VALUE SPACES.
       77  WS-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.

       01  WS-NASC-DESM.
           03 WS-NASC-ANO      PIC 9(04).
           03 WS-NASC-MES      PIC 9(02).
           03 WS-NASC-DIA      PIC 9(02).

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

       01  WS-TAB-DEPENDENTES.
           03 WS-QTD-DEP         PIC 9(04) VALUE ZEROS.
           03 WS-DEP OCCURS 1000 TIMES INDEXED BY WS-IDX-DEP.
              05 WS-DP-MATRICULA PIC 9(09).
              05 WS-DP-SEQUENCIA PIC 9(02).
              05 WS-DP-NOME      PIC X(30).
              05 WS-DP-NASCIMENTO PIC 9(08).
              05 WS-DP-PARENTESCO PIC X(01).
              05 WS-DP-IRRF      PIC X(01).
              05 WS-DP-SAL-FAMILIA PIC X(01).

       01  WS-TAB-FUNCIONARIOS.
           03 WS-QTD-FUNC        PIC 9(03) VALUE ZEROS.
           03 WS-FUNC OCCURS 500 TIMES INDEXED BY WS-IDX-FUNC.
              05 WS-FN-MATRICULA PIC 9(09).
              05 WS-FN-NOME      PIC X(30).

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

            MOVE 'MANCAD' TO SEG-FUNCIONALIDADE OF WS-SEGURANCA
            MOVE 'AU' TO WS-SEG-FUNCAO
            CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                 WS-SEGURANCA WS-SEG-RETORNO

            IF WS-SEG-RETORNO NOT = '00'
                DISPLAY 'PERFIL SEM MANUTENCAO DE DEPENDENTES - '
                        'MANUTENCAO NAO PERMITIDA'
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

            PERFORM 0100-CARREGA-DEPENDENTES
            PERFORM 0150-CARREGA-FUNCIONARIOS

      * The file is rewritten whole from the table, so a truncated
      * load would destroy the excess dependents.
            IF WS-CARGA-TRUNCADA = 'S'
                DISPLAY 'DEPENDENTES.TXT COM MAIS DE 1000 REGISTROS '
                        'OU CADASTRO COM MAIS DE 500 FUNCIONARIOS - '
                        'MANUTENCAO ABORTADA PARA NAO PERDER '
                        'REGISTROS'
                CLOSE ARQAUDITORIA
                PERFORM 0079-FECHA-SESSAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM UNTIL WS-OPCAO = 9
                DISPLAY ' '
                DISPLAY '--- MANUTENCAO DE DEPENDENTES ---'
                DISPLAY '1 - INCLUIR DEPENDENTE'
                DISPLAY '2 - ALTERAR DEPENDENTE'
                DISPLAY '3 - EXCLUIR DEPENDENTE'
                DISPLAY '4 - LISTAR DEPENDENTES DA MATRICULA'
                DISPLAY '9 - SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 1000-INCLUIR-DEPENDENTE
                        END-IF
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 2000-ALTERAR-DEPENDENTE
                        END-IF
                    WHEN 3
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-EXCLUIR-DEPENDENTE
                        END-IF
                    WHEN 4
                        PERFORM 4000-LISTAR-DEPENDENTES
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
           MOVE 'MANUTENCAO_DEPENDENTES'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'DEPENDENTES.TXT'
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
           MOVE 'MANUTENCAO_DEPENDENTES' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-DEPENDENTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEPENDENTES

           IF WS-STATUS-DEPENDENTES = '35'
               DISPLAY 'ARQUIVO DE DEPENDENTES AINDA NAO EXISTE, '
                       'INICIANDO TABELA VAZIA'
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDEPENDENTES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-DEP < 1000
                               ADD 1 TO WS-QTD-DEP
                               MOVE REG-DEPENDENTE TO
                                    WS-DEP(WS-QTD-DEP)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPENDENTES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-DB-ENTRADA

           IF WS-STATUS-ARQ-DB = '00' OR '02'
               PERFORM UNTIL WS-EOF-DB = 'S'
                   READ ARQ-DB-ENTRADA
                       AT END
                           MOVE 'S' TO WS-EOF-DB
                       NOT AT END
                           IF REG-PESSOAS-ENTRADA(1:3) = 'HDR'
                               OR 'TRL'
                               CONTINUE
                           ELSE
                               IF WS-QTD-FUNC < 500
                                   ADD 1 TO WS-QTD-FUNC
                                   MOVE FD1-COD-P TO
                                        WS-FN-MATRICULA(WS-QTD-FUNC)
                                   MOVE FD1-NOME-P TO
                                        WS-FN-NOME(WS-QTD-FUNC)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-TRUNCADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DB-ENTRADA
           ELSE
               DISPLAY 'CADASTRO DBREGISTRODEP.TXT INDISPONIVEL - '
                       'STATUS: ' WS-STATUS-ARQ-DB
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-LOCALIZA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FUNC-ACHADO

           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-FUNC-ACHADO = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = WS-MATRIC-INFORMADA
                   MOVE 'S' TO WS-FUNC-ACHADO
                   DISPLAY 'FUNCIONARIO: ' WS-FN-NOME(WS-IDX-FUNC)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-DEPENDENTE.
      *----------------------------------------------------------------*
      * The found occurrence is saved apart because the VARYING index
      * stops one past the match.
           MOVE 'N'   TO WS-ACHOU
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEP
                   OR WS-ACHOU = 'S'
               IF WS-DP-MATRICULA(WS-IDX-DEP) = WS-MATRIC-INFORMADA
                  AND WS-DP-SEQUENCIA(WS-IDX-DEP) = WS-SEQ-INFORMADA
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-ACHADO TO WS-IDX-DEP
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-VALIDA-DADOS.
      *----------------------------------------------------------------*
      * Salario-familia is only paid for children (parentesco F); a
      * birth date in the future or not a calendar date is refused.
           MOVE 'S' TO WS-DADOS-OK
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-NASC-INFORMADO TO WS-NASC-DESM

           IF WS-NOME-INFORMADO = SPACES
               DISPLAY 'NOME DO DEPENDENTE OBRIGATORIO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
               OR WS-NASC-DIA < 01 OR WS-NASC-DIA > 31
               OR WS-NASC-ANO < 1900
               OR WS-NASC-INFORMADO > WS-DATA
               DISPLAY 'DATA DE NASCIMENTO INVALIDA: '
                       WS-NASC-INFORMADO
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-PARENT-INFORMADO NOT = 'F' AND NOT = 'C'
               AND NOT = 'P' AND NOT = 'O'
               DISPLAY 'PARENTESCO INVALIDO (F/C/P/O): '
                       WS-PARENT-INFORMADO
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-IRRF-INFORMADO NOT = 'S' AND NOT = 'N'
               DISPLAY 'INDICADOR IRRF INVALIDO (S/N)'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-SF-INFORMADO NOT = 'S' AND NOT = 'N'
               DISPLAY 'INDICADOR SALARIO-FAMILIA INVALIDO (S/N)'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-SF-INFORMADO = 'S' AND WS-PARENT-INFORMADO NOT = 'F'
               DISPLAY 'SALARIO-FAMILIA SOMENTE PARA FILHOS'
               MOVE 'N' TO WS-DADOS-OK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-INCLUIR-DEPENDENTE.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA

           PERFORM 0200-LOCALIZA-FUNCIONARIO

           IF WS-FUNC-ACHADO = 'N'
               DISPLAY 'MATRICULA NAO CADASTRADA: '
                       WS-MATRIC-INFORMADA
           ELSE
               IF WS-QTD-DEP >= 1000
                   DISPLAY 'TABELA DE DEPENDENTES CHEIA'
               ELSE
                   DISPLAY 'NOME DO DEPENDENTE: '
                   MOVE SPACES TO WS-NOME-INFORMADO
                   ACCEPT WS-NOME-INFORMADO
                   DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
                   MOVE ZEROS TO WS-NASC-INFORMADO
                   ACCEPT WS-NASC-INFORMADO
                   DISPLAY 'PARENTESCO (F FILHO C CONJUGE P PAIS '
                           'O OUTROS): '
                   ACCEPT WS-PARENT-INFORMADO
                   DISPLAY 'DEDUZ NO IRRF (S/N): '
                   ACCEPT WS-IRRF-INFORMADO
                   DISPLAY 'RECEBE SALARIO-FAMILIA (S/N): '
                   ACCEPT WS-SF-INFORMADO

                   PERFORM 0400-VALIDA-DADOS

                   IF WS-DADOS-OK = 'S'
                       PERFORM 1100-PROXIMA-SEQUENCIA

                       ADD 1 TO WS-QTD-DEP
                       MOVE WS-MATRIC-INFORMADA TO
                            WS-DP-MATRICULA(WS-QTD-DEP)
                       MOVE WS-MAIOR-SEQ TO
                            WS-DP-SEQUENCIA(WS-QTD-DEP)
                       MOVE WS-NOME-INFORMADO TO
                            WS-DP-NOME(WS-QTD-DEP)
                       MOVE WS-NASC-INFORMADO TO
                            WS-DP-NASCIMENTO(WS-QTD-DEP)
                       MOVE WS-PARENT-INFORMADO TO
                            WS-DP-PARENTESCO(WS-QTD-DEP)
                       MOVE WS-IRRF-INFORMADO TO
                            WS-DP-IRRF(WS-QTD-DEP)
                       MOVE WS-SF-INFORMADO TO
                            WS-DP-SAL-FAMILIA(WS-QTD-DEP)

                       PERFORM 1900-GRAVA-DEPENDENTES

                       MOVE SPACES TO WS-REG-ANTES
                       MOVE WS-DEP(WS-QTD-DEP) TO WS-REG-DEPOIS
                       MOVE 'INCL DEPEND' TO AUD-FUNCAO
                       PERFORM 0090-GRAVA-AUDITORIA

                       DISPLAY 'DEPENDENTE INCLUIDO COM SEQUENCIA '
                               WS-MAIOR-SEQ
                   ELSE
                       DISPLAY 'DEPENDENTE NAO INCLUIDO'
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-PROXIMA-SEQUENCIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-MAIOR-SEQ

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEP
               IF WS-DP-MATRICULA(WS-IDX-DEP) = WS-MATRIC-INFORMADA
                  AND WS-DP-SEQUENCIA(WS-IDX-DEP) > WS-MAIOR-SEQ
                   MOVE WS-DP-SEQUENCIA(WS-IDX-DEP) TO WS-MAIOR-SEQ
               END-IF
           END-PERFORM

           ADD 1 TO WS-MAIOR-SEQ
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ALTERAR-DEPENDENTE.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA
           DISPLAY 'SEQUENCIA DO DEPENDENTE: '
           ACCEPT WS-SEQ-INFORMADA

           PERFORM 0300-LOCALIZA-DEPENDENTE

           IF WS-ACHOU = 'N'
               DISPLAY 'DEPENDENTE NAO ENCONTRADO: '
                       WS-MATRIC-INFORMADA '/' WS-SEQ-INFORMADA
           ELSE
               MOVE WS-DEP(WS-IDX-ACHADO) TO WS-REG-ANTES

               MOVE WS-DP-NOME(WS-IDX-ACHADO) TO WS-NOME-INFORMADO
               MOVE WS-DP-NASCIMENTO(WS-IDX-ACHADO) TO
                    WS-NASC-INFORMADO
               MOVE WS-DP-PARENTESCO(WS-IDX-ACHADO) TO
                    WS-PARENT-INFORMADO
               MOVE WS-DP-IRRF(WS-IDX-ACHADO) TO WS-IRRF-INFORMADO
               MOVE WS-DP-SAL-FAMILIA(WS-IDX-ACHADO) TO
                    WS-SF-INFORMADO

               DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-NOME-INFORMADO
               ACCEPT WS-NOME-INFORMADO
               IF WS-NOME-INFORMADO = SPACES
                   MOVE WS-DP-NOME(WS-IDX-ACHADO) TO
                        WS-NOME-INFORMADO
               END-IF

               DISPLAY 'NOVO NASCIMENTO (ZERO MANTEM O ATUAL): '
               MOVE ZEROS TO WS-NASC-INFORMADO
               ACCEPT WS-NASC-INFORMADO
               IF WS-NASC-INFORMADO = ZEROS
                   MOVE WS-DP-NASCIMENTO(WS-IDX-ACHADO) TO
                        WS-NASC-INFORMADO
               END-IF

               DISPLAY 'NOVO PARENTESCO (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-PARENT-INFORMADO
               ACCEPT WS-PARENT-INFORMADO
               IF WS-PARENT-INFORMADO = SPACES
                   MOVE WS-DP-PARENTESCO(WS-IDX-ACHADO) TO
                        WS-PARENT-INFORMADO
               END-IF

               DISPLAY 'DEDUZ NO IRRF (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-IRRF-INFORMADO
               ACCEPT WS-IRRF-INFORMADO
               IF WS-IRRF-INFORMADO = SPACES
                   MOVE WS-DP-IRRF(WS-IDX-ACHADO) TO
                        WS-IRRF-INFORMADO
               END-IF

               DISPLAY 'SALARIO-FAMILIA (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-SF-INFORMADO
               ACCEPT WS-SF-INFORMADO
               IF WS-SF-INFORMADO = SPACES
                   MOVE WS-DP-SAL-FAMILIA(WS-IDX-ACHADO) TO
                        WS-SF-INFORMADO
               END-IF

               PERFORM 0400-VALIDA-DADOS

               IF WS-DADOS-OK = 'S'
                   MOVE WS-NOME-INFORMADO TO
                        WS-DP-NOME(WS-IDX-ACHADO)
                   MOVE WS-NASC-INFORMADO TO
                        WS-DP-NASCIMENTO(WS-IDX-ACHADO)
                   MOVE WS-PARENT-INFORMADO TO
                        WS-DP-PARENTESCO(WS-IDX-ACHADO)
                   MOVE WS-IRRF-INFORMADO TO
                        WS-DP-IRRF(WS-IDX-ACHADO)
                   MOVE WS-SF-INFORMADO TO
                        WS-DP-SAL-FAMILIA(WS-IDX-ACHADO)

                   MOVE WS-DEP(WS-IDX-ACHADO) TO WS-REG-DEPOIS
                   MOVE 'ALT DEPEND' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM 1900-GRAVA-DEPENDENTES
                   DISPLAY 'DEPENDENTE ALTERADO COM SUCESSO'
               ELSE
                   DISPLAY 'DEPENDENTE NAO ALTERADO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXCLUIR-DEPENDENTE.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA
           DISPLAY 'SEQUENCIA DO DEPENDENTE A EXCLUIR: '
           ACCEPT WS-SEQ-INFORMADA

           PERFORM 0300-LOCALIZA-DEPENDENTE

           IF WS-ACHOU = 'N'
               DISPLAY 'DEPENDENTE NAO ENCONTRADO: '
                       WS-MATRIC-INFORMADA '/' WS-SEQ-INFORMADA
           ELSE
               MOVE WS-DEP(WS-IDX-ACHADO) TO WS-REG-ANTES
               MOVE SPACES TO WS-REG-DEPOIS
               MOVE 'EXCL DEPEND' TO AUD-FUNCAO
               PERFORM 0090-GRAVA-AUDITORIA

               PERFORM VARYING WS-IDX-DEP FROM WS-IDX-ACHADO
                       BY 1 UNTIL WS-IDX-DEP >= WS-QTD-DEP
                   MOVE WS-DEP(WS-IDX-DEP + 1) TO
                        WS-DEP(WS-IDX-DEP)
               END-PERFORM

               SUBTRACT 1 FROM WS-QTD-DEP

               PERFORM 1900-GRAVA-DEPENDENTES
               DISPLAY 'DEPENDENTE EXCLUIDO COM SUCESSO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTAR-DEPENDENTES.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA

           MOVE ZEROS TO WS-QTD-LISTADOS
           DISPLAY '----------------------------------------------'
           DISPLAY 'SQ NOME                           NASCIM.  '
                   'P I S'

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEP
               IF WS-DP-MATRICULA(WS-IDX-DEP) = WS-MATRIC-INFORMADA
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY WS-DP-SEQUENCIA(WS-IDX-DEP) ' '
                           WS-DP-NOME(WS-IDX-DEP) ' '
                           WS-DP-NASCIMENTO(WS-IDX-DEP) ' '
                           WS-DP-PARENTESCO(WS-IDX-DEP) ' '
                           WS-DP-IRRF(WS-IDX-DEP) ' '
                           WS-DP-SAL-FAMILIA(WS-IDX-DEP)
               END-IF
           END-PERFORM

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM DEPENDENTE PARA A MATRICULA'
           END-IF
           DISPLAY '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-DEPENDENTES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQDEPENDENTES

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEP
               MOVE WS-DEP(WS-IDX-DEP) TO REG-DEPENDENTE
               WRITE REG-DEPENDENTE
           END-PERFORM

           CLOSE ARQDEPENDENTES
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'DEPENDENTES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_DEPENDENTES.
