      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive add/update/delete maintenance for the
      *          AFASTAMENTOS.TXT leave master consumed by the monthly
      *          payroll (matricula, type, start date and end date,
      *          see AFASTAMENTOS.cpy for the types and how each one
      *          is paid). An occurrence is identified by matricula
      *          and start date; two occurrences of the same
      *          matricula may not overlap. Matriculas are checked
      *          against DBREGISTRODEP.TXT. Uses the same
      *          OPERADORES.TXT login and AUDITMANUT.TXT audit trail as
      *          the other maintenance programs.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using AFASTAMENTOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_AFASTAMENTOS.
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

       SELECT ARQAFASTAMENTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AFASTAMENTOS.
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

       FD  ARQAFASTAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASTAMENTOS.TXT".
           COPY AFASTAMENTOS.

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
           VALUE 'AFASTAMENTOS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-EOF-DB           PIC X(01) VALUE ' '.
       77  WS-STATUS-AFASTAMENTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQ-DB    PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-FUNC-ACHADO      PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK         PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA   PIC X(01) VALUE 'N'.
       77  WS-MATRIC-INFORMADA PIC 9(09) VALUE ZEROS.
       77  WS-TIPO-INFORMADO   PIC X(01) VALUE SPACES.
       77  WS-INICIO-INFORMADO PIC 9(08) VALUE ZEROS.
       77  WS-FIM-INFORMADO    PIC 9(08) VALUE ZEROS.
       77  WS-FIM-LIMITE       PIC 9(08) VALUE ZEROS.
       77  WS-FIM-OUTRO        PIC 9(08) VALUE ZEROS.
       77  WS-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.
       77  WS-DESC-TIPO        PIC X(20) VALUE SPACES.

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

       01  WS-TAB-AFASTAMENTOS.
           03 WS-QTD-AFAST       PIC 9(04) VALUE ZEROS.
           03 WS-AFAST OCCURS 1000 TIMES INDEXED BY WS-IDX-AFAST.
              05 WS-AF-MATRICULA PIC 9(09).
              05 WS-AF-TIPO      PIC X(01).
              05 WS-AF-INICIO    PIC 9(08).
              05 WS-AF-FIM       PIC 9(08).

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
                DISPLAY 'PERFIL SEM MANUTENCAO DE AFASTAMENTOS - '
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

            PERFORM 0100-CARREGA-AFASTAMENTOS
            PERFORM 0150-CARREGA-FUNCIONARIOS

      * The file is rewritten whole from the table, so a truncated
      * load would destroy the excess occurrences.
            IF WS-CARGA-TRUNCADA = 'S'
                DISPLAY 'AFASTAMENTOS.TXT COM MAIS DE 1000 REGISTROS '
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
                DISPLAY '--- MANUTENCAO DE AFASTAMENTOS ---'
                DISPLAY '1 - INCLUIR AFASTAMENTO'
                DISPLAY '2 - ALTERAR AFASTAMENTO'
                DISPLAY '3 - EXCLUIR AFASTAMENTO'
                DISPLAY '4 - LISTAR AFASTAMENTOS DA MATRICULA'
                DISPLAY '9 - SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 1000-INCLUIR-AFASTAMENTO
                        END-IF
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 2000-ALTERAR-AFASTAMENTO
                        END-IF
                    WHEN 3
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-EXCLUIR-AFASTAMENTO
                        END-IF
                    WHEN 4
                        PERFORM 4000-LISTAR-AFASTAMENTOS
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
           MOVE 'MANUTENCAO_AFASTAMENTOS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'AFASTAMENTOS.TXT'
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
           MOVE 'MANUTENCAO_AFASTAMENT' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-AFASTAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQAFASTAMENTOS

           IF WS-STATUS-AFASTAMENTOS = '35'
               DISPLAY 'ARQUIVO DE AFASTAMENTOS AINDA NAO EXISTE, '
                       'INICIANDO TABELA VAZIA'
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQAFASTAMENTOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-AFAST < 1000
                               ADD 1 TO WS-QTD-AFAST
                               MOVE REG-AFASTAMENTO TO
                                    WS-AFAST(WS-QTD-AFAST)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAFASTAMENTOS
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
       0300-LOCALIZA-AFASTAMENTO.
      *----------------------------------------------------------------*
      * The found occurrence is saved apart because the VARYING index
      * stops one past the match.
           MOVE 'N'   TO WS-ACHOU
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
                   OR WS-ACHOU = 'S'
               IF WS-AF-MATRICULA(WS-IDX-AFAST) = WS-MATRIC-INFORMADA
                  AND WS-AF-INICIO(WS-IDX-AFAST) = WS-INICIO-INFORMADO
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-ACHADO TO WS-IDX-AFAST
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-VALIDA-DADOS.
      *----------------------------------------------------------------*
      * An admission has no end date; a leave may be left open (end
      * date zero) until the employee returns. The occurrence being
      * changed (WS-IDX-ACHADO) is left out of the overlap check.
           MOVE 'S' TO WS-DADOS-OK

           IF WS-TIPO-INFORMADO NOT = 'D' AND NOT = 'A'
               AND NOT = 'M' AND NOT = 'N' AND NOT = 'I'
               DISPLAY 'TIPO INVALIDO (D/A/M/N/I): '
                       WS-TIPO-INFORMADO
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           MOVE WS-INICIO-INFORMADO TO WS-DATA-DESM
           IF WS-DD-MES < 01 OR WS-DD-MES > 12
               OR WS-DD-DIA < 01 OR WS-DD-DIA > 31
               OR WS-DD-ANO < 1900
               DISPLAY 'DATA DE INICIO INVALIDA: '
                       WS-INICIO-INFORMADO
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-TIPO-INFORMADO = 'I'
               AND WS-FIM-INFORMADO NOT = ZEROS
               DISPLAY 'ADMISSAO NAO TEM DATA DE FIM - INFORME ZERO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-FIM-INFORMADO NOT = ZEROS
               MOVE WS-FIM-INFORMADO TO WS-DATA-DESM
               IF WS-DD-MES < 01 OR WS-DD-MES > 12
                   OR WS-DD-DIA < 01 OR WS-DD-DIA > 31
                   OR WS-DD-ANO < 1900
                   OR WS-FIM-INFORMADO < WS-INICIO-INFORMADO
                   DISPLAY 'DATA DE FIM INVALIDA OU ANTERIOR AO '
                           'INICIO: ' WS-FIM-INFORMADO
                   MOVE 'N' TO WS-DADOS-OK
               END-IF
           END-IF

           IF WS-DADOS-OK = 'S' AND WS-TIPO-INFORMADO NOT = 'I'
               MOVE WS-FIM-INFORMADO TO WS-FIM-LIMITE
               IF WS-FIM-LIMITE = ZEROS
                   MOVE 99999999 TO WS-FIM-LIMITE
               END-IF

               PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                       UNTIL WS-IDX-AFAST > WS-QTD-AFAST
                   IF WS-AF-MATRICULA(WS-IDX-AFAST) =
                      WS-MATRIC-INFORMADA
                      AND WS-AF-TIPO(WS-IDX-AFAST) NOT = 'I'
                      AND WS-IDX-AFAST NOT = WS-IDX-ACHADO
                       MOVE WS-AF-FIM(WS-IDX-AFAST) TO WS-FIM-OUTRO
                       IF WS-FIM-OUTRO = ZEROS
                           MOVE 99999999 TO WS-FIM-OUTRO
                       END-IF
                       IF WS-AF-INICIO(WS-IDX-AFAST) <= WS-FIM-LIMITE
                          AND WS-FIM-OUTRO >= WS-INICIO-INFORMADO
                           DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO '
                                   'INICIADO EM '
                                   WS-AF-INICIO(WS-IDX-AFAST)
                           MOVE 'N' TO WS-DADOS-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-DESCREVE-TIPO.
      *----------------------------------------------------------------*
           EVALUATE WS-AF-TIPO(WS-IDX-AFAST)
               WHEN 'D'
                   MOVE 'DOENCA'             TO WS-DESC-TIPO
               WHEN 'A'
                   MOVE 'ACIDENTE TRABALHO'  TO WS-DESC-TIPO
               WHEN 'M'
                   MOVE 'LIC. MATERNIDADE'   TO WS-DESC-TIPO
               WHEN 'N'
                   MOVE 'LIC. NAO REMUNERADA' TO WS-DESC-TIPO
               WHEN 'I'
                   MOVE 'ADMISSAO'           TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO'  TO WS-DESC-TIPO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-INCLUIR-AFASTAMENTO.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA

           PERFORM 0200-LOCALIZA-FUNCIONARIO

           IF WS-FUNC-ACHADO = 'N'
               DISPLAY 'MATRICULA NAO CADASTRADA: '
                       WS-MATRIC-INFORMADA
           ELSE
               IF WS-QTD-AFAST >= 1000
                   DISPLAY 'TABELA DE AFASTAMENTOS CHEIA'
               ELSE
                   DISPLAY 'TIPO (D DOENCA A ACIDENTE M MATERNIDADE '
                           'N NAO REMUNERADA I ADMISSAO): '
                   MOVE SPACES TO WS-TIPO-INFORMADO
                   ACCEPT WS-TIPO-INFORMADO
                   DISPLAY 'DATA DE INICIO (AAAAMMDD): '
                   MOVE ZEROS TO WS-INICIO-INFORMADO
                   ACCEPT WS-INICIO-INFORMADO
                   DISPLAY 'DATA DE FIM (AAAAMMDD, ZERO SE EM '
                           'ABERTO): '
                   MOVE ZEROS TO WS-FIM-INFORMADO
                   ACCEPT WS-FIM-INFORMADO

                   PERFORM 0300-LOCALIZA-AFASTAMENTO

                   IF WS-ACHOU = 'S'
                       DISPLAY 'JA EXISTE AFASTAMENTO DA MATRICULA '
                               'COM ESSA DATA DE INICIO'
                       MOVE 'N' TO WS-DADOS-OK
                   ELSE
                       PERFORM 0400-VALIDA-DADOS
                   END-IF

                   IF WS-DADOS-OK = 'S'
                       ADD 1 TO WS-QTD-AFAST
                       MOVE WS-MATRIC-INFORMADA TO
                            WS-AF-MATRICULA(WS-QTD-AFAST)
                       MOVE WS-TIPO-INFORMADO TO
                            WS-AF-TIPO(WS-QTD-AFAST)
                       MOVE WS-INICIO-INFORMADO TO
                            WS-AF-INICIO(WS-QTD-AFAST)
                       MOVE WS-FIM-INFORMADO TO
                            WS-AF-FIM(WS-QTD-AFAST)

                       PERFORM 1900-GRAVA-AFASTAMENTOS

                       MOVE SPACES TO WS-REG-ANTES
                       MOVE WS-AFAST(WS-QTD-AFAST) TO WS-REG-DEPOIS
                       MOVE 'INCL AFAST' TO AUD-FUNCAO
                       PERFORM 0090-GRAVA-AUDITORIA

                       DISPLAY 'AFASTAMENTO INCLUIDO COM SUCESSO'
                   ELSE
                       DISPLAY 'AFASTAMENTO NAO INCLUIDO'
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ALTERAR-AFASTAMENTO.
      *----------------------------------------------------------------*
      * The start date is the key of the occurrence; to move it the
      * occurrence is deleted and included again.
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO (AAAAMMDD): '
           ACCEPT WS-INICIO-INFORMADO

           PERFORM 0300-LOCALIZA-AFASTAMENTO

           IF WS-ACHOU = 'N'
               DISPLAY 'AFASTAMENTO NAO ENCONTRADO: '
                       WS-MATRIC-INFORMADA '/' WS-INICIO-INFORMADO
           ELSE
               MOVE WS-AFAST(WS-IDX-ACHADO) TO WS-REG-ANTES

               DISPLAY 'NOVO TIPO (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-TIPO-INFORMADO
               ACCEPT WS-TIPO-INFORMADO
               IF WS-TIPO-INFORMADO = SPACES
                   MOVE WS-AF-TIPO(WS-IDX-ACHADO) TO
                        WS-TIPO-INFORMADO
               END-IF

               DISPLAY 'NOVA DATA DE FIM (AAAAMMDD, ZERO SE EM '
                       'ABERTO): '
               MOVE ZEROS TO WS-FIM-INFORMADO
               ACCEPT WS-FIM-INFORMADO

               PERFORM 0400-VALIDA-DADOS

               IF WS-DADOS-OK = 'S'
                   MOVE WS-TIPO-INFORMADO TO
                        WS-AF-TIPO(WS-IDX-ACHADO)
                   MOVE WS-FIM-INFORMADO TO
                        WS-AF-FIM(WS-IDX-ACHADO)

                   MOVE WS-AFAST(WS-IDX-ACHADO) TO WS-REG-DEPOIS
                   MOVE 'ALT AFAST' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM 1900-GRAVA-AFASTAMENTOS
                   DISPLAY 'AFASTAMENTO ALTERADO COM SUCESSO'
               ELSE
                   DISPLAY 'AFASTAMENTO NAO ALTERADO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXCLUIR-AFASTAMENTO.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA
           DISPLAY 'DATA DE INICIO DO AFASTAMENTO A EXCLUIR '
                   '(AAAAMMDD): '
           ACCEPT WS-INICIO-INFORMADO

           PERFORM 0300-LOCALIZA-AFASTAMENTO

           IF WS-ACHOU = 'N'
               DISPLAY 'AFASTAMENTO NAO ENCONTRADO: '
                       WS-MATRIC-INFORMADA '/' WS-INICIO-INFORMADO
           ELSE
               MOVE WS-AFAST(WS-IDX-ACHADO) TO WS-REG-ANTES
               MOVE SPACES TO WS-REG-DEPOIS
               MOVE 'EXCL AFAST' TO AUD-FUNCAO
               PERFORM 0090-GRAVA-AUDITORIA

               PERFORM VARYING WS-IDX-AFAST FROM WS-IDX-ACHADO
                       BY 1 UNTIL WS-IDX-AFAST >= WS-QTD-AFAST
                   MOVE WS-AFAST(WS-IDX-AFAST + 1) TO
                        WS-AFAST(WS-IDX-AFAST)
               END-PERFORM

               SUBTRACT 1 FROM WS-QTD-AFAST

               PERFORM 1900-GRAVA-AFASTAMENTOS
               DISPLAY 'AFASTAMENTO EXCLUIDO COM SUCESSO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTAR-AFASTAMENTOS.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO FUNCIONARIO: '
           ACCEPT WS-MATRIC-INFORMADA

           MOVE ZEROS TO WS-QTD-LISTADOS
           DISPLAY '----------------------------------------------'
           DISPLAY 'T TIPO                 INICIO   FIM'

           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               IF WS-AF-MATRICULA(WS-IDX-AFAST) = WS-MATRIC-INFORMADA
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM 0500-DESCREVE-TIPO
                   IF WS-AF-FIM(WS-IDX-AFAST) = ZEROS
                       DISPLAY WS-AF-TIPO(WS-IDX-AFAST) ' '
                               WS-DESC-TIPO ' '
                               WS-AF-INICIO(WS-IDX-AFAST) ' '
                               'EM ABERTO'
                   ELSE
                       DISPLAY WS-AF-TIPO(WS-IDX-AFAST) ' '
                               WS-DESC-TIPO ' '
                               WS-AF-INICIO(WS-IDX-AFAST) ' '
                               WS-AF-FIM(WS-IDX-AFAST)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM AFASTAMENTO PARA A MATRICULA'
           END-IF
           DISPLAY '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-AFASTAMENTOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQAFASTAMENTOS

           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               MOVE WS-AFAST(WS-IDX-AFAST) TO REG-AFASTAMENTO
               WRITE REG-AFASTAMENTO
           END-PERFORM

           CLOSE ARQAFASTAMENTOS
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'AFASTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_AFASTAMENTOS.
