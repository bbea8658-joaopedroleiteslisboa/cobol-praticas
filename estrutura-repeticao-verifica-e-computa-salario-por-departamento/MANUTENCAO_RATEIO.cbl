      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive maintenance of the RATEIO.TXT cost
      *          allocation table used by the monthly payroll to split
      *          the cost of an employee across several cost centers
      *          (see RATEIO.cpy). An allocation is identified by
      *          matricula and effective date and is included whole:
      *          the departments must exist in DEPARTAMENTOS.TXT, may
      *          not repeat, and the percentages must add up to 100,00.
      *          To change an allocation a new one is included with a
      *          later effective date (or the old one is deleted and
      *          included again). Matriculas are checked against
      *          DBREGISTRODEP.TXT. Uses the same OPERADORES.TXT login
      *          and AUDITMANUT.TXT audit trail as the other
      *          maintenance programs.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using RATEIO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_RATEIO.
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

       SELECT ARQRATEIO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-RATEIO.
      *
       SELECT ARQ-DB-ENTRADA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ARQ-DB.
      *
       SELECT ARQDEPT
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPT.
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

       FD  ARQRATEIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.TXT".
           COPY RATEIO.

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

       FD  ARQDEPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPARTAMENTOS.TXT".
       01  REG-DEPARTAMENTOS.
           03 FD-DEPT-COD          PIC 9(05).
           03 FD-DEPT-NOME         PIC X(20).

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
           VALUE 'RATEIO.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DEPARTAMENTOS.TXT'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-EOF-DB           PIC X(01) VALUE ' '.
       77  WS-EOF-DEPT         PIC X(01) VALUE ' '.
       77  WS-STATUS-RATEIO    PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB    PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT      PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-FUNC-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-DEPT-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK         PIC X(01) VALUE 'N'.
       77  WS-FIM-LINHAS       PIC X(01) VALUE 'N'.
       77  WS-CARGA-TRUNCADA   PIC X(01) VALUE 'N'.
       77  WS-MATRIC-INFORMADA PIC 9(09) VALUE ZEROS.
       77  WS-VIGENCIA-INFORMADA PIC 9(08) VALUE ZEROS.
       77  WS-DEPT-INFORMADO   PIC 9(05) VALUE ZEROS.
       77  WS-PCT-INFORMADO    PIC 9(3)V99 VALUE ZEROS.
       77  WS-PCT-TOTAL        PIC 9(5)V99 VALUE ZEROS.
       77  WS-DEPT-CASA        PIC 9(05) VALUE ZEROS.
       77  WS-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-LN           PIC 9(02) VALUE ZEROS.
       77  WS-IDX-DESTINO      PIC 9(04) VALUE ZEROS.
       77  WS-PCT-EXIBIDO      PIC ZZ9,99.

       01  WS-DATA-DESM.
           03 WS-DD-ANO        PIC 9(04).
           03 WS-DD-MES        PIC 9(02).
           03 WS-DD-DIA        PIC 9(02).

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

       01  WS-TAB-RATEIO.
           03 WS-QTD-RATEIO      PIC 9(04) VALUE ZEROS.
           03 WS-RATEIO OCCURS 1000 TIMES INDEXED BY WS-IDX-RATEIO.
              05 WS-RT-MATRICULA PIC 9(09).
              05 WS-RT-VIGENCIA  PIC 9(08).
              05 WS-RT-DEPT      PIC 9(05).
              05 WS-RT-PERCENTUAL PIC 9(3)V99.

      * Lines of the allocation being included.
       01  WS-TAB-LINHAS.
           03 WS-QTD-LINHAS      PIC 9(02) VALUE ZEROS.
           03 WS-LINHA OCCURS 10 TIMES.
              05 WS-LN-DEPT      PIC 9(05).
              05 WS-LN-PERCENTUAL PIC 9(3)V99.

       01  WS-TAB-FUNCIONARIOS.
           03 WS-QTD-FUNC        PIC 9(03) VALUE ZEROS.
           03 WS-FUNC OCCURS 500 TIMES INDEXED BY WS-IDX-FUNC.
              05 WS-FN-MATRICULA PIC 9(09).
              05 WS-FN-NOME      PIC X(30).
              05 WS-FN-DEPT      PIC 9(05).

       01  WS-TAB-DEPARTAMENTOS.
           03 WS-QTD-DEPT        PIC 9(03) VALUE ZEROS.
           03 WS-DEPT OCCURS 20 TIMES INDEXED BY WS-IDX-DEPT.
              05 WS-DEPT-COD     PIC 9(05).
              05 WS-DEPT-NOME    PIC X(20).

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
                DISPLAY 'PERFIL SEM MANUTENCAO DE RATEIO - '
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

            PERFORM 0100-CARREGA-RATEIO
            PERFORM 0150-CARREGA-FUNCIONARIOS
            PERFORM 0160-CARREGA-DEPARTAMENTOS

      * The file is rewritten whole from the table, so a truncated
      * load would destroy the excess lines.
            IF WS-CARGA-TRUNCADA = 'S'
                DISPLAY 'RATEIO.TXT COM MAIS DE 1000 REGISTROS, '
                        'CADASTRO COM MAIS DE 500 FUNCIONARIOS OU '
                        'MAIS DE 20 DEPARTAMENTOS - MANUTENCAO '
                        'ABORTADA PARA NAO PERDER REGISTROS'
                CLOSE ARQAUDITORIA
                PERFORM 0079-FECHA-SESSAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM UNTIL WS-OPCAO = 9
                DISPLAY ' '
                DISPLAY '--- MANUTENCAO DE RATEIO DE CUSTOS ---'
                DISPLAY '1 - INCLUIR RATEIO'
                DISPLAY '2 - EXCLUIR RATEIO'
                DISPLAY '3 - LISTAR RATEIOS DA MATRICULA'
                DISPLAY '9 - SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 1000-INCLUIR-RATEIO
                        END-IF
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-EXCLUIR-RATEIO
                        END-IF
                    WHEN 3
                        PERFORM 4000-LISTAR-RATEIOS
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
           MOVE 'MANUTENCAO_RATEIO'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'RATEIO.TXT'
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
           MOVE 'MANUTENCAO_RATEIO' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-RATEIO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQRATEIO

           IF WS-STATUS-RATEIO = '35'
               DISPLAY 'ARQUIVO DE RATEIO AINDA NAO EXISTE, '
                       'INICIANDO TABELA VAZIA'
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQRATEIO
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-RATEIO < 1000
                               ADD 1 TO WS-QTD-RATEIO
                               MOVE REG-RATEIO TO
                                    WS-RATEIO(WS-QTD-RATEIO)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRATEIO
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
                                   MOVE FD1-COD-DEPT TO
                                        WS-FN-DEPT(WS-QTD-FUNC)
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
       0160-CARREGA-DEPARTAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEPT

           IF WS-STATUS-DEPT = '00'
               PERFORM UNTIL WS-EOF-DEPT = 'S'
                   READ ARQDEPT
                       AT END
                           MOVE 'S' TO WS-EOF-DEPT
                       NOT AT END
                           IF WS-QTD-DEPT < 20
                               ADD 1 TO WS-QTD-DEPT
                               MOVE FD-DEPT-COD TO
                                    WS-DEPT-COD(WS-QTD-DEPT)
                               MOVE FD-DEPT-NOME TO
                                    WS-DEPT-NOME(WS-QTD-DEPT)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPT
           ELSE
               DISPLAY 'CADASTRO DEPARTAMENTOS.TXT INDISPONIVEL - '
                       'STATUS: ' WS-STATUS-DEPT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-LOCALIZA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WS-FUNC-ACHADO
           MOVE ZEROS TO WS-DEPT-CASA

           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
                   UNTIL WS-IDX-FUNC > WS-QTD-FUNC
                   OR WS-FUNC-ACHADO = 'S'
               IF WS-FN-MATRICULA(WS-IDX-FUNC) = WS-MATRIC-INFORMADA
                   MOVE 'S' TO WS-FUNC-ACHADO
                   MOVE WS-FN-DEPT(WS-IDX-FUNC) TO WS-DEPT-CASA
                   DISPLAY 'FUNCIONARIO: ' WS-FN-NOME(WS-IDX-FUNC)
                           ' DEPARTAMENTO: ' WS-FN-DEPT(WS-IDX-FUNC)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-LOCALIZA-DEPARTAMENTO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-DEPT-ACHADO

           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   OR WS-DEPT-ACHADO = 'S'
               IF WS-DEPT-COD(WS-IDX-DEPT) = WS-DEPT-INFORMADO
                   MOVE 'S' TO WS-DEPT-ACHADO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-RATEIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                   UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
                   OR WS-ACHOU = 'S'
               IF WS-RT-MATRICULA(WS-IDX-RATEIO) = WS-MATRIC-INFORMADA
                  AND WS-RT-VIGENCIA(WS-IDX-RATEIO) =
                      WS-VIGENCIA-INFORMADA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-ACEITA-LINHAS.
      *----------------------------------------------------------------*
      * Department zero closes the allocation.
           MOVE ZEROS TO WS-QTD-LINHAS
           MOVE ZEROS TO WS-PCT-TOTAL
           MOVE 'N'   TO WS-FIM-LINHAS

           PERFORM UNTIL WS-FIM-LINHAS = 'S'
               DISPLAY 'DEPARTAMENTO (ZERO ENCERRA): '
               MOVE ZEROS TO WS-DEPT-INFORMADO
               ACCEPT WS-DEPT-INFORMADO

               IF WS-DEPT-INFORMADO = ZEROS
                   MOVE 'S' TO WS-FIM-LINHAS
               ELSE
                   PERFORM 0360-ACEITA-UMA-LINHA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0360-ACEITA-UMA-LINHA.
      *----------------------------------------------------------------*
           PERFORM 0250-LOCALIZA-DEPARTAMENTO
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-LN FROM 1 BY 1
                   UNTIL WS-IDX-LN > WS-QTD-LINHAS
               IF WS-LN-DEPT(WS-IDX-LN) = WS-DEPT-INFORMADO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DEPT-ACHADO = 'N'
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO: '
                           WS-DEPT-INFORMADO
               WHEN WS-ACHOU = 'S'
                   DISPLAY 'DEPARTAMENTO JA INFORMADO NESTE RATEIO'
               WHEN WS-QTD-LINHAS >= 10
                   DISPLAY 'RATEIO LIMITADO A 10 DEPARTAMENTOS'
                   MOVE 'S' TO WS-FIM-LINHAS
               WHEN OTHER
                   DISPLAY 'PERCENTUAL (999,99): '
                   MOVE ZEROS TO WS-PCT-INFORMADO
                   ACCEPT WS-PCT-INFORMADO
                   IF WS-PCT-INFORMADO = ZEROS
                       DISPLAY 'PERCENTUAL DEVE SER MAIOR QUE ZERO'
                   ELSE
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE WS-DEPT-INFORMADO TO
                            WS-LN-DEPT(WS-QTD-LINHAS)
                       MOVE WS-PCT-INFORMADO TO
                            WS-LN-PERCENTUAL(WS-QTD-LINHAS)
                       ADD WS-PCT-INFORMADO TO WS-PCT-TOTAL
                       MOVE WS-PCT-TOTAL TO WS-PCT-EXIBIDO
                       DISPLAY 'TOTAL RATEADO: ' WS-PCT-EXIBIDO '%'
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-INCLUIR-RATEIO.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA

           PERFORM 0200-LOCALIZA-FUNCIONARIO

           IF WS-FUNC-ACHADO = 'N'
               DISPLAY 'MATRICULA NAO CADASTRADA: '
                       WS-MATRIC-INFORMADA
           ELSE
               DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '
               MOVE ZEROS TO WS-VIGENCIA-INFORMADA
               ACCEPT WS-VIGENCIA-INFORMADA

               MOVE 'S' TO WS-DADOS-OK
               MOVE WS-VIGENCIA-INFORMADA TO WS-DATA-DESM
               IF WS-DD-MES < 01 OR WS-DD-MES > 12
                   OR WS-DD-DIA < 01 OR WS-DD-DIA > 31
                   OR WS-DD-ANO < 1900
                   DISPLAY 'DATA DE VIGENCIA INVALIDA: '
                           WS-VIGENCIA-INFORMADA
                   MOVE 'N' TO WS-DADOS-OK
               END-IF

               PERFORM 0300-LOCALIZA-RATEIO
               IF WS-ACHOU = 'S'
                   DISPLAY 'JA EXISTE RATEIO DA MATRICULA COM ESSA '
                           'VIGENCIA - EXCLUA-O ANTES'
                   MOVE 'N' TO WS-DADOS-OK
               END-IF

               IF WS-DADOS-OK = 'S'
                   PERFORM 0350-ACEITA-LINHAS
                   PERFORM 1100-VALIDA-RATEIO
               END-IF

               IF WS-DADOS-OK = 'S'
                   PERFORM 1200-GUARDA-RATEIO
                   PERFORM 1900-GRAVA-RATEIO
                   DISPLAY 'RATEIO INCLUIDO COM SUCESSO'
               ELSE
                   DISPLAY 'RATEIO NAO INCLUIDO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-VALIDA-RATEIO.
      *----------------------------------------------------------------*
           IF WS-QTD-LINHAS = ZEROS
               DISPLAY 'NENHUM DEPARTAMENTO INFORMADO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-QTD-LINHAS > ZEROS AND WS-PCT-TOTAL NOT = 100
               MOVE WS-PCT-TOTAL TO WS-PCT-EXIBIDO
               DISPLAY 'PERCENTUAIS SOMAM ' WS-PCT-EXIBIDO
                       '% - O RATEIO DEVE SOMAR 100,00%'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-QTD-RATEIO + WS-QTD-LINHAS > 1000
               DISPLAY 'TABELA DE RATEIO CHEIA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-GUARDA-RATEIO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-LN FROM 1 BY 1
                   UNTIL WS-IDX-LN > WS-QTD-LINHAS
               ADD 1 TO WS-QTD-RATEIO
               MOVE WS-MATRIC-INFORMADA TO
                    WS-RT-MATRICULA(WS-QTD-RATEIO)
               MOVE WS-VIGENCIA-INFORMADA TO
                    WS-RT-VIGENCIA(WS-QTD-RATEIO)
               MOVE WS-LN-DEPT(WS-IDX-LN) TO
                    WS-RT-DEPT(WS-QTD-RATEIO)
               MOVE WS-LN-PERCENTUAL(WS-IDX-LN) TO
                    WS-RT-PERCENTUAL(WS-QTD-RATEIO)

               MOVE SPACES TO WS-REG-ANTES
               MOVE WS-RATEIO(WS-QTD-RATEIO) TO WS-REG-DEPOIS
               MOVE 'INCL RATEIO' TO AUD-FUNCAO
               PERFORM 0090-GRAVA-AUDITORIA
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXCLUIR-RATEIO.
      *----------------------------------------------------------------*
      * Every line of the allocation goes; the table is compacted
      * over the removed lines.
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA
           DISPLAY 'INICIO DA VIGENCIA DO RATEIO A EXCLUIR '
                   '(AAAAMMDD): '
           ACCEPT WS-VIGENCIA-INFORMADA

           PERFORM 0300-LOCALIZA-RATEIO

           IF WS-ACHOU = 'N'
               DISPLAY 'RATEIO NAO ENCONTRADO: '
                       WS-MATRIC-INFORMADA '/' WS-VIGENCIA-INFORMADA
           ELSE
               MOVE ZEROS TO WS-IDX-DESTINO

               PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                       UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
                   IF WS-RT-MATRICULA(WS-IDX-RATEIO) =
                      WS-MATRIC-INFORMADA
                      AND WS-RT-VIGENCIA(WS-IDX-RATEIO) =
                          WS-VIGENCIA-INFORMADA
                       MOVE WS-RATEIO(WS-IDX-RATEIO) TO WS-REG-ANTES
                       MOVE SPACES TO WS-REG-DEPOIS
                       MOVE 'EXCL RATEIO' TO AUD-FUNCAO
                       PERFORM 0090-GRAVA-AUDITORIA
                   ELSE
                       ADD 1 TO WS-IDX-DESTINO
                       IF WS-IDX-DESTINO NOT = WS-IDX-RATEIO
                           MOVE WS-RATEIO(WS-IDX-RATEIO) TO
                                WS-RATEIO(WS-IDX-DESTINO)
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-IDX-DESTINO TO WS-QTD-RATEIO

               PERFORM 1900-GRAVA-RATEIO
               DISPLAY 'RATEIO EXCLUIDO COM SUCESSO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTAR-RATEIOS.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA

           PERFORM 0200-LOCALIZA-FUNCIONARIO

           MOVE ZEROS TO WS-QTD-LISTADOS
           DISPLAY '----------------------------------------------'
           DISPLAY 'VIGENCIA DEPTO PERCENTUAL'

           PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                   UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
               IF WS-RT-MATRICULA(WS-IDX-RATEIO) = WS-MATRIC-INFORMADA
                   ADD 1 TO WS-QTD-LISTADOS
                   MOVE WS-RT-PERCENTUAL(WS-IDX-RATEIO) TO
                        WS-PCT-EXIBIDO
                   DISPLAY WS-RT-VIGENCIA(WS-IDX-RATEIO) ' '
                           WS-RT-DEPT(WS-IDX-RATEIO) '    '
                           WS-PCT-EXIBIDO '%'
               END-IF
           END-PERFORM

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM RATEIO PARA A MATRICULA'
           END-IF
           DISPLAY '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-RATEIO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRATEIO

           PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                   UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
               MOVE WS-RATEIO(WS-IDX-RATEIO) TO REG-RATEIO
               WRITE REG-RATEIO
           END-PERFORM

           CLOSE ARQRATEIO
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'RATEIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DEPARTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_RATEIO.
