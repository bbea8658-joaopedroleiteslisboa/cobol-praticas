      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive add/update/delete maintenance for the
      *          CARGOSSALARIO.TXT job and salary grade master (cargo
      *          code, description, grade and the minimum, midpoint
      *          and maximum salary of the band, see CARGOS.cpy). The
      *          cargo of each employee is set by the 'A' and 'S'
      *          transactions of MOVIMENTA_FUNCIONARIOS; a cargo still
      *          held by someone in CARGOSFUNC.TXT cannot be deleted.
      *          Uses the same OPERADORES.TXT login and AUDITMANUT.TXT
      *          audit trail as the other maintenance programs.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using CARGOSSALARIO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_CARGOS.
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

       SELECT ARQCARGOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOS.
      *
       SELECT ARQCARGOSFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOSFUNC.
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

       FD  ARQCARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOSSALARIO.TXT".
           COPY CARGOS.

       FD  ARQCARGOSFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOSFUNC.TXT".
           COPY CARGOSFUNC.

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
           VALUE 'CARGOSSALARIO.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CARGOSFUNC.TXT'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-EOF-CF           PIC X(01) VALUE ' '.
       77  WS-STATUS-CARGOS    PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOSFUNC PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK         PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA   PIC X(01) VALUE 'N'.
       77  WS-CODIGO-INFORMADO PIC 9(04) VALUE ZEROS.
       77  WS-DESC-INFORMADA   PIC X(30) VALUE SPACES.
       77  WS-GRADE-INFORMADA  PIC X(02) VALUE SPACES.
       77  WS-MINIMO-INFORMADO PIC 9(9)V99 VALUE ZEROS.
       77  WS-MEDIO-INFORMADO  PIC 9(9)V99 VALUE ZEROS.
       77  WS-MAXIMO-INFORMADO PIC 9(9)V99 VALUE ZEROS.
       77  WS-QTD-OCUPANTES    PIC 9(04) VALUE ZEROS.
       77  WS-ED-MINIMO        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ED-MEDIO         PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ED-MAXIMO        PIC ZZZ.ZZZ.ZZ9,99.

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

       01  WS-TAB-CARGOS.
           03 WS-QTD-CARGOS      PIC 9(04) VALUE ZEROS.
           03 WS-CARGO OCCURS 200 TIMES INDEXED BY WS-IDX-CARGO.
              05 WS-CG-CODIGO    PIC 9(04).
              05 WS-CG-DESCRICAO PIC X(30).
              05 WS-CG-GRADE     PIC X(02).
              05 WS-CG-SAL-MINIMO PIC 9(9)V99.
              05 WS-CG-SAL-MEDIO PIC 9(9)V99.
              05 WS-CG-SAL-MAXIMO PIC 9(9)V99.

       01  WS-TAB-CARGOS-FUNC.
           03 WS-QTD-CF          PIC 9(04) VALUE ZEROS.
           03 WS-CF OCCURS 500 TIMES INDEXED BY WS-IDX-CF.
              05 WS-CF-CARGO     PIC 9(04).

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
                DISPLAY 'PERFIL SEM MANUTENCAO DE CARGOS - '
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

            PERFORM 0100-CARREGA-CARGOS
            PERFORM 0150-CARREGA-CARGOS-FUNC

      * The file is rewritten whole from the table, so a truncated
      * load would destroy the excess cargos.
            IF WS-CARGA-TRUNCADA = 'S'
                DISPLAY 'CARGOSSALARIO.TXT COM MAIS DE 200 REGISTROS '
                        'OU CARGOSFUNC.TXT COM MAIS DE 500 '
                        'FUNCIONARIOS - MANUTENCAO ABORTADA PARA NAO '
                        'PERDER REGISTROS'
                CLOSE ARQAUDITORIA
                PERFORM 0079-FECHA-SESSAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM UNTIL WS-OPCAO = 9
                DISPLAY ' '
                DISPLAY '--- MANUTENCAO DE CARGOS E FAIXAS ---'
                DISPLAY '1 - INCLUIR CARGO'
                DISPLAY '2 - ALTERAR CARGO'
                DISPLAY '3 - EXCLUIR CARGO'
                DISPLAY '4 - LISTAR CARGOS'
                DISPLAY '9 - SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 1000-INCLUIR-CARGO
                        END-IF
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 2000-ALTERAR-CARGO
                        END-IF
                    WHEN 3
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-EXCLUIR-CARGO
                        END-IF
                    WHEN 4
                        PERFORM 4000-LISTAR-CARGOS
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
           MOVE 'MANUTENCAO_CARGOS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CARGOSSALARIO.TXT'
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
           MOVE 'MANUTENCAO_CARGOS' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-CARGOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOS

           IF WS-STATUS-CARGOS = '35'
               DISPLAY 'ARQUIVO DE CARGOS AINDA NAO EXISTE, '
                       'INICIANDO TABELA VAZIA'
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCARGOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CARGOS < 200
                               ADD 1 TO WS-QTD-CARGOS
                               MOVE REG-CARGO TO
                                    WS-CARGO(WS-QTD-CARGOS)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-CARREGA-CARGOS-FUNC.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOSFUNC

           IF WS-STATUS-CARGOSFUNC = '00' OR '02'
               PERFORM UNTIL WS-EOF-CF = 'S'
                   READ ARQCARGOSFUNC
                       AT END
                           MOVE 'S' TO WS-EOF-CF
                       NOT AT END
                           IF WS-QTD-CF < 500
                               ADD 1 TO WS-QTD-CF
                               MOVE CF-CARGO TO WS-CF-CARGO(WS-QTD-CF)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOSFUNC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-CARGO.
      *----------------------------------------------------------------*
      * The found cargo is saved apart because the VARYING index stops
      * one past the match.
           MOVE 'N'   TO WS-ACHOU
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > WS-QTD-CARGOS
                   OR WS-ACHOU = 'S'
               IF WS-CG-CODIGO(WS-IDX-CARGO) = WS-CODIGO-INFORMADO
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-ACHADO TO WS-IDX-CARGO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-ACEITA-DADOS.
      *----------------------------------------------------------------*
      * A midpoint left at zero is taken as the middle of the band.
           DISPLAY 'DESCRICAO DO CARGO: '
           MOVE SPACES TO WS-DESC-INFORMADA
           ACCEPT WS-DESC-INFORMADA
           DISPLAY 'GRADE (NIVEL): '
           MOVE SPACES TO WS-GRADE-INFORMADA
           ACCEPT WS-GRADE-INFORMADA
           DISPLAY 'SALARIO MINIMO DA FAIXA: '
           MOVE ZEROS TO WS-MINIMO-INFORMADO
           ACCEPT WS-MINIMO-INFORMADO
           DISPLAY 'SALARIO MAXIMO DA FAIXA: '
           MOVE ZEROS TO WS-MAXIMO-INFORMADO
           ACCEPT WS-MAXIMO-INFORMADO
           DISPLAY 'PONTO MEDIO DA FAIXA (ZERO CALCULA A MEDIA): '
           MOVE ZEROS TO WS-MEDIO-INFORMADO
           ACCEPT WS-MEDIO-INFORMADO

           IF WS-MEDIO-INFORMADO = ZEROS
               COMPUTE WS-MEDIO-INFORMADO ROUNDED =
                       (WS-MINIMO-INFORMADO + WS-MAXIMO-INFORMADO) / 2
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-VALIDA-DADOS.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-DADOS-OK

           IF WS-DESC-INFORMADA = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-GRADE-INFORMADA = SPACES
               DISPLAY 'GRADE OBRIGATORIA'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-MINIMO-INFORMADO = ZEROS
               DISPLAY 'SALARIO MINIMO DA FAIXA OBRIGATORIO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-MINIMO-INFORMADO > WS-MEDIO-INFORMADO
               OR WS-MEDIO-INFORMADO > WS-MAXIMO-INFORMADO
               DISPLAY 'FAIXA INVALIDA - DEVE SER MINIMO <= MEDIO '
                       '<= MAXIMO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-INCLUIR-CARGO.
      *----------------------------------------------------------------*
           IF WS-QTD-CARGOS >= 200
               DISPLAY 'TABELA DE CARGOS CHEIA'
           ELSE
               DISPLAY 'CODIGO DO CARGO: '
               MOVE ZEROS TO WS-CODIGO-INFORMADO
               ACCEPT WS-CODIGO-INFORMADO

               PERFORM 0300-LOCALIZA-CARGO

               IF WS-CODIGO-INFORMADO = ZEROS
                   DISPLAY 'CODIGO DO CARGO INVALIDO'
               ELSE
                   IF WS-ACHOU = 'S'
                       DISPLAY 'CARGO JA CADASTRADO: '
                               WS-CODIGO-INFORMADO
                   ELSE
                       PERFORM 0350-ACEITA-DADOS
                       PERFORM 0400-VALIDA-DADOS

                       IF WS-DADOS-OK = 'S'
                           ADD 1 TO WS-QTD-CARGOS
                           MOVE WS-CODIGO-INFORMADO TO
                                WS-CG-CODIGO(WS-QTD-CARGOS)
                           MOVE WS-DESC-INFORMADA TO
                                WS-CG-DESCRICAO(WS-QTD-CARGOS)
                           MOVE WS-GRADE-INFORMADA TO
                                WS-CG-GRADE(WS-QTD-CARGOS)
                           MOVE WS-MINIMO-INFORMADO TO
                                WS-CG-SAL-MINIMO(WS-QTD-CARGOS)
                           MOVE WS-MEDIO-INFORMADO TO
                                WS-CG-SAL-MEDIO(WS-QTD-CARGOS)
                           MOVE WS-MAXIMO-INFORMADO TO
                                WS-CG-SAL-MAXIMO(WS-QTD-CARGOS)

                           PERFORM 1900-GRAVA-CARGOS

                           MOVE SPACES TO WS-REG-ANTES
                           MOVE WS-CARGO(WS-QTD-CARGOS) TO
                                WS-REG-DEPOIS
                           MOVE 'INCL CARGO' TO AUD-FUNCAO
                           PERFORM 0090-GRAVA-AUDITORIA

                           DISPLAY 'CARGO INCLUIDO COM SUCESSO'
                       ELSE
                           DISPLAY 'CARGO NAO INCLUIDO'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ALTERAR-CARGO.
      *----------------------------------------------------------------*
      * A new band takes effect on the next FAIXAS_SALARIAIS run; the
      * salaries themselves only change through MOVIMENTA_FUNCIONARIOS.
           DISPLAY 'CODIGO DO CARGO: '
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO

           PERFORM 0300-LOCALIZA-CARGO

           IF WS-ACHOU = 'N'
               DISPLAY 'CARGO NAO ENCONTRADO: ' WS-CODIGO-INFORMADO
           ELSE
               MOVE WS-CARGO(WS-IDX-ACHADO) TO WS-REG-ANTES
               DISPLAY 'CARGO ATUAL: ' WS-CG-DESCRICAO(WS-IDX-ACHADO)
                       ' GRADE ' WS-CG-GRADE(WS-IDX-ACHADO)

               PERFORM 0350-ACEITA-DADOS
               IF WS-DESC-INFORMADA = SPACES
                   MOVE WS-CG-DESCRICAO(WS-IDX-ACHADO) TO
                        WS-DESC-INFORMADA
               END-IF
               IF WS-GRADE-INFORMADA = SPACES
                   MOVE WS-CG-GRADE(WS-IDX-ACHADO) TO
                        WS-GRADE-INFORMADA
               END-IF

               PERFORM 0400-VALIDA-DADOS

               IF WS-DADOS-OK = 'S'
                   MOVE WS-DESC-INFORMADA TO
                        WS-CG-DESCRICAO(WS-IDX-ACHADO)
                   MOVE WS-GRADE-INFORMADA TO
                        WS-CG-GRADE(WS-IDX-ACHADO)
                   MOVE WS-MINIMO-INFORMADO TO
                        WS-CG-SAL-MINIMO(WS-IDX-ACHADO)
                   MOVE WS-MEDIO-INFORMADO TO
                        WS-CG-SAL-MEDIO(WS-IDX-ACHADO)
                   MOVE WS-MAXIMO-INFORMADO TO
                        WS-CG-SAL-MAXIMO(WS-IDX-ACHADO)

                   MOVE WS-CARGO(WS-IDX-ACHADO) TO WS-REG-DEPOIS
                   MOVE 'ALT CARGO' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM 1900-GRAVA-CARGOS
                   DISPLAY 'CARGO ALTERADO COM SUCESSO'
               ELSE
                   DISPLAY 'CARGO NAO ALTERADO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXCLUIR-CARGO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO CARGO A EXCLUIR: '
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO

           PERFORM 0300-LOCALIZA-CARGO

           MOVE ZEROS TO WS-QTD-OCUPANTES
           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-QTD-CF
               IF WS-CF-CARGO(WS-IDX-CF) = WS-CODIGO-INFORMADO
                   ADD 1 TO WS-QTD-OCUPANTES
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               DISPLAY 'CARGO NAO ENCONTRADO: ' WS-CODIGO-INFORMADO
           ELSE
               IF WS-QTD-OCUPANTES > ZEROS
                   DISPLAY 'CARGO OCUPADO POR ' WS-QTD-OCUPANTES
                           ' FUNCIONARIO(S) - EXCLUSAO NAO PERMITIDA'
               ELSE
                   MOVE WS-CARGO(WS-IDX-ACHADO) TO WS-REG-ANTES
                   MOVE SPACES TO WS-REG-DEPOIS
                   MOVE 'EXCL CARGO' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM VARYING WS-IDX-CARGO FROM WS-IDX-ACHADO
                           BY 1 UNTIL WS-IDX-CARGO >= WS-QTD-CARGOS
                       MOVE WS-CARGO(WS-IDX-CARGO + 1) TO
                            WS-CARGO(WS-IDX-CARGO)
                   END-PERFORM

                   SUBTRACT 1 FROM WS-QTD-CARGOS

                   PERFORM 1900-GRAVA-CARGOS
                   DISPLAY 'CARGO EXCLUIDO COM SUCESSO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTAR-CARGOS.
      *----------------------------------------------------------------*
           DISPLAY '----------------------------------------------'
                   '----------------------------------------------'
           DISPLAY 'COD  DESCRICAO                      GR'
                   '         MINIMO          MEDIO         MAXIMO'

           PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > WS-QTD-CARGOS
               MOVE WS-CG-SAL-MINIMO(WS-IDX-CARGO) TO WS-ED-MINIMO
               MOVE WS-CG-SAL-MEDIO(WS-IDX-CARGO)  TO WS-ED-MEDIO
               MOVE WS-CG-SAL-MAXIMO(WS-IDX-CARGO) TO WS-ED-MAXIMO
               DISPLAY WS-CG-CODIGO(WS-IDX-CARGO) ' '
                       WS-CG-DESCRICAO(WS-IDX-CARGO) ' '
                       WS-CG-GRADE(WS-IDX-CARGO) ' '
                       WS-ED-MINIMO ' ' WS-ED-MEDIO ' ' WS-ED-MAXIMO
           END-PERFORM

           IF WS-QTD-CARGOS = ZEROS
               DISPLAY 'NENHUM CARGO CADASTRADO'
           END-IF
           DISPLAY '----------------------------------------------'
                   '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-CARGOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCARGOS

           PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > WS-QTD-CARGOS
               MOVE WS-CARGO(WS-IDX-CARGO) TO REG-CARGO
               WRITE REG-CARGO
           END-PERFORM

           CLOSE ARQCARGOS
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CARGOSSALARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CARGOSFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_CARGOS.
