      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive add/update/delete maintenance for the
      *          CLIENTES.txt customer master of the sales suite
      *          (code, name, CPF/CNPJ, credit limit, payment terms
      *          situacao and UF, see CLIENTES.cpy). The CPF/CNPJ check
      *          digits and the UF are validated on entry; the UF is
      *          the destination state of the customer's notas
      *          fiscais. A customer is blocked
      *          by setting the situacao to B, and one with open
      *          titles in CONTASRECEBER.txt cannot be deleted. Uses
      *          the same OPERADORES.TXT login and AUDITMANUT.TXT
      *          audit trail as the other maintenance programs.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using CLIENTES.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_CLIENTES.
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

       SELECT ARQCLIENTES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CLIENTES.
      *
       SELECT ARQRECEBER
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-RECEBER.
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

       FD  ARQCLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTES.txt".
           COPY CLIENTES.

       FD  ARQRECEBER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTASRECEBER.txt".
           COPY CONTASRECEBER.

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
           VALUE 'CLIENTES.txt'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'CONTASRECEBER.txt'.

       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-EOF-CR           PIC X(01) VALUE ' '.
       77  WS-STATUS-CLIENTES  PIC X(02) VALUE SPACES.
       77  WS-STATUS-RECEBER   PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK         PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA   PIC X(01) VALUE 'N'.
       77  WS-CODIGO-INFORMADO PIC 9(05) VALUE ZEROS.
       77  WS-NOME-INFORMADO   PIC X(30) VALUE SPACES.
       77  WS-TIPO-INFORMADO   PIC X(01) VALUE SPACES.
       77  WS-DOC-INFORMADO    PIC 9(14) VALUE ZEROS.
       77  WS-LIMITE-INFORMADO PIC 9(9)V99 VALUE ZEROS.
       77  WS-PRAZO-INFORMADO  PIC 9(03) VALUE ZEROS.
       77  WS-SITUACAO-INFORMADA PIC X(01) VALUE SPACES.
       77  WS-UF-INFORMADA     PIC X(02) VALUE SPACES.
       77  WS-UF-VALIDA        PIC X(01) VALUE 'N'.
       77  WS-IDX-UF           PIC 9(02) VALUE ZEROS.
       77  WS-SALDO-ABERTO     PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-TITULOS      PIC 9(05) VALUE ZEROS.
       77  WS-ED-LIMITE        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ED-SALDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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

      * Check digits of CPF/CNPJ (modulo 11).
       77  WS-DOC-VALIDO      PIC X(01) VALUE 'N'.
       77  WS-DV-SOMA         PIC 9(05) VALUE ZEROS.
       77  WS-DV-RESTO        PIC 9(02) VALUE ZEROS.
       77  WS-DV-QUOCIENTE    PIC 9(05) VALUE ZEROS.
       77  WS-DV-CALC         PIC 9(01) VALUE ZEROS.
       77  WS-DV-I            PIC 9(02) VALUE ZEROS.

       01  WS-DOCUMENTO       PIC 9(14) VALUE ZEROS.
       01  WS-DOCUMENTO-R REDEFINES WS-DOCUMENTO.
           03 WS-DOC-DIG      PIC 9(01) OCCURS 14 TIMES.

       01  WS-PESOS-CPF-2     PIC X(20) VALUE '11100908070605040302'.
       01  WS-PESOS-CPF-2-R REDEFINES WS-PESOS-CPF-2.
           03 WS-PESO-CPF     PIC 9(02) OCCURS 10 TIMES.
       01  WS-PESOS-CNPJ      PIC X(26) VALUE
           '06050403020908070605040302'.
       01  WS-PESOS-CNPJ-R REDEFINES WS-PESOS-CNPJ.
           03 WS-PESO-CNPJ    PIC 9(02) OCCURS 13 TIMES.

      * The 27 federation units accepted as the customer UF.
       01  WS-UFS             PIC X(54) VALUE
           'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01  WS-UFS-R REDEFINES WS-UFS.
           03 WS-UF-TAB       PIC X(02) OCCURS 27 TIMES.

       01  WS-TAB-CLIENTES.
           03 WS-QTD-CLIENTES    PIC 9(04) VALUE ZEROS.
           03 WS-CLIENTE OCCURS 500 TIMES INDEXED BY WS-IDX-CLI.
              05 WS-CL-CODIGO    PIC 9(05).
              05 WS-CL-NOME      PIC X(30).
              05 WS-CL-TIPO-DOC  PIC X(01).
              05 WS-CL-DOCUMENTO PIC 9(14).
              05 WS-CL-LIMITE    PIC 9(9)V99.
              05 WS-CL-PRAZO     PIC 9(03).
              05 WS-CL-SITUACAO  PIC X(01).
              05 WS-CL-UF        PIC X(02).

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
                DISPLAY 'PERFIL SEM MANUTENCAO DE CLIENTES - '
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

            PERFORM 0100-CARREGA-CLIENTES

      * The file is rewritten whole from the table, so a truncated
      * load would destroy the excess customers.
            IF WS-CARGA-TRUNCADA = 'S'
                DISPLAY 'CLIENTES.txt COM MAIS DE 500 REGISTROS '
                        '- MANUTENCAO ABORTADA PARA NAO PERDER '
                        'REGISTROS'
                CLOSE ARQAUDITORIA
                PERFORM 0079-FECHA-SESSAO
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM UNTIL WS-OPCAO = 9
                DISPLAY ' '
                DISPLAY '--- MANUTENCAO DE CLIENTES ---'
                DISPLAY '1 - INCLUIR CLIENTE'
                DISPLAY '2 - ALTERAR CLIENTE'
                DISPLAY '3 - EXCLUIR CLIENTE'
                DISPLAY '4 - LISTAR CLIENTES'
                DISPLAY '9 - SAIR'
                DISPLAY 'OPCAO: '
                ACCEPT WS-OPCAO

                EVALUATE WS-OPCAO
                    WHEN 1
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 1000-INCLUIR-CLIENTE
                        END-IF
                    WHEN 2
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 2000-ALTERAR-CLIENTE
                        END-IF
                    WHEN 3
                        PERFORM 0075-VERIFICA-BLOQUEIO
                        IF WS-BLQ-LIBERADO = 'S'
                            PERFORM 3000-EXCLUIR-CLIENTE
                        END-IF
                    WHEN 4
                        PERFORM 4000-LISTAR-CLIENTES
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
           MOVE 'MANUTENCAO_CLIENTES'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CLIENTES.txt'
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
           MOVE 'MANUTENCAO_CLIENTES' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-CLIENTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCLIENTES

           IF WS-STATUS-CLIENTES = '35'
               DISPLAY 'ARQUIVO DE CLIENTES AINDA NAO EXISTE, '
                       'INICIANDO TABELA VAZIA'
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCLIENTES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CLIENTES < 500
                               ADD 1 TO WS-QTD-CLIENTES
                               MOVE REG-CLIENTE TO
                                    WS-CLIENTE(WS-QTD-CLIENTES)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCLIENTES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-CLIENTE.
      *----------------------------------------------------------------*
      * The found customer is saved apart because the VARYING index
      * stops one past the match.
           MOVE 'N'   TO WS-ACHOU
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
                   OR WS-ACHOU = 'S'
               IF WS-CL-CODIGO(WS-IDX-CLI) = WS-CODIGO-INFORMADO
                   MOVE 'S' TO WS-ACHOU
                   SET WS-IDX-ACHADO TO WS-IDX-CLI
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-ACEITA-DADOS.
      *----------------------------------------------------------------*
      * A blank situacao is taken as A (ativo).
           DISPLAY 'NOME DO CLIENTE: '
           MOVE SPACES TO WS-NOME-INFORMADO
           ACCEPT WS-NOME-INFORMADO
           DISPLAY 'TIPO DO DOCUMENTO (F=CPF J=CNPJ): '
           MOVE SPACES TO WS-TIPO-INFORMADO
           ACCEPT WS-TIPO-INFORMADO
           DISPLAY 'CPF/CNPJ (SOMENTE DIGITOS): '
           MOVE ZEROS TO WS-DOC-INFORMADO
           ACCEPT WS-DOC-INFORMADO
           DISPLAY 'LIMITE DE CREDITO: '
           MOVE ZEROS TO WS-LIMITE-INFORMADO
           ACCEPT WS-LIMITE-INFORMADO
           DISPLAY 'PRAZO DE PAGAMENTO (DIAS): '
           MOVE ZEROS TO WS-PRAZO-INFORMADO
           ACCEPT WS-PRAZO-INFORMADO
           DISPLAY 'SITUACAO (A=ATIVO B=BLOQUEADO): '
           MOVE SPACES TO WS-SITUACAO-INFORMADA
           ACCEPT WS-SITUACAO-INFORMADA

           DISPLAY 'UF (SIGLA DO ESTADO): '
           MOVE SPACES TO WS-UF-INFORMADA
           ACCEPT WS-UF-INFORMADA

           IF WS-SITUACAO-INFORMADA = SPACES
               MOVE 'A' TO WS-SITUACAO-INFORMADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-VALIDA-DADOS.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-DADOS-OK

           IF WS-NOME-INFORMADO = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           MOVE WS-DOC-INFORMADO TO WS-DOCUMENTO
           EVALUATE WS-TIPO-INFORMADO
               WHEN 'F'
                   PERFORM 0410-VALIDA-CPF
               WHEN 'J'
                   PERFORM 0430-VALIDA-CNPJ
               WHEN OTHER
                   DISPLAY 'TIPO DO DOCUMENTO DEVE SER F OU J'
                   MOVE 'N' TO WS-DADOS-OK
                   MOVE 'S' TO WS-DOC-VALIDO
           END-EVALUATE

           IF WS-DOC-VALIDO = 'N'
               DISPLAY 'CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-PRAZO-INFORMADO = ZEROS
               DISPLAY 'PRAZO DE PAGAMENTO OBRIGATORIO'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           IF WS-SITUACAO-INFORMADA NOT = 'A' AND 'B'
               DISPLAY 'SITUACAO DEVE SER A OU B'
               MOVE 'N' TO WS-DADOS-OK
           END-IF

           MOVE 'N' TO WS-UF-VALIDA
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                   UNTIL WS-IDX-UF > 27 OR WS-UF-VALIDA = 'S'
               IF WS-UF-TAB(WS-IDX-UF) = WS-UF-INFORMADA
                   MOVE 'S' TO WS-UF-VALIDA
               END-IF
           END-PERFORM

           IF WS-UF-VALIDA = 'N'
               DISPLAY 'UF INVALIDA: ' WS-UF-INFORMADA
               MOVE 'N' TO WS-DADOS-OK
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-VALIDA-CPF.
      *----------------------------------------------------------------*
      * The CPF is the last 11 of the 14 digits: 9 digits and 2 check
      * digits, weights 10..2 for the first and 11..2 for the second.
           MOVE 'S' TO WS-DOC-VALIDO

           IF WS-DOCUMENTO > 99999999999
               OR WS-DOCUMENTO = ZEROS
               MOVE 'N' TO WS-DOC-VALIDO
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 9
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I + 3) * (11 - WS-DV-I)
               END-PERFORM
               PERFORM 0420-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(13)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 10
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I + 3) *
                           WS-PESO-CPF(WS-DV-I)
               END-PERFORM
               PERFORM 0420-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(14)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0420-CALCULA-DV.
      *----------------------------------------------------------------*
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOCIENTE
                  REMAINDER WS-DV-RESTO

           IF WS-DV-RESTO < 2
               MOVE ZEROS TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0430-VALIDA-CNPJ.
      *----------------------------------------------------------------*
      * 12 digits and 2 check digits; the first uses weights 5..2,9..2
      * (the table from its second position), the second 6..2,9..2.
           MOVE 'S' TO WS-DOC-VALIDO

           IF WS-DOCUMENTO = ZEROS
               MOVE 'N' TO WS-DOC-VALIDO
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 12
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I) *
                           WS-PESO-CNPJ(WS-DV-I + 1)
               END-PERFORM
               PERFORM 0420-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(13)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 13
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I) *
                           WS-PESO-CNPJ(WS-DV-I)
               END-PERFORM
               PERFORM 0420-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(14)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-APURA-SALDO-CLIENTE.
      *----------------------------------------------------------------*
      * Open balance and open titles of the informed customer.
           MOVE ZEROS TO WS-SALDO-ABERTO WS-QTD-TITULOS
           MOVE ' '   TO WS-EOF-CR

           OPEN INPUT ARQRECEBER
           IF WS-STATUS-RECEBER = '00'
               PERFORM UNTIL WS-EOF-CR = 'S'
                   READ ARQRECEBER
                       AT END
                           MOVE 'S' TO WS-EOF-CR
                       NOT AT END
                           IF CR_CLIENTE = WS-CODIGO-INFORMADO
                               AND CR_SITUACAO = 'A'
                               AND CR_SALDO > ZEROS
                               ADD CR_SALDO TO WS-SALDO-ABERTO
                               ADD 1 TO WS-QTD-TITULOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRECEBER
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-INCLUIR-CLIENTE.
      *----------------------------------------------------------------*
           IF WS-QTD-CLIENTES >= 500
               DISPLAY 'TABELA DE CLIENTES CHEIA'
           ELSE
               DISPLAY 'CODIGO DO CLIENTE: '
               MOVE ZEROS TO WS-CODIGO-INFORMADO
               ACCEPT WS-CODIGO-INFORMADO

               PERFORM 0300-LOCALIZA-CLIENTE

               IF WS-CODIGO-INFORMADO = ZEROS
                   DISPLAY 'CODIGO DO CLIENTE INVALIDO'
               ELSE
                   IF WS-ACHOU = 'S'
                       DISPLAY 'CLIENTE JA CADASTRADO: '
                               WS-CODIGO-INFORMADO
                   ELSE
                       PERFORM 0350-ACEITA-DADOS
                       PERFORM 0400-VALIDA-DADOS

                       IF WS-DADOS-OK = 'S'
                           ADD 1 TO WS-QTD-CLIENTES
                           MOVE WS-CODIGO-INFORMADO TO
                                WS-CL-CODIGO(WS-QTD-CLIENTES)
                           MOVE WS-NOME-INFORMADO TO
                                WS-CL-NOME(WS-QTD-CLIENTES)
                           MOVE WS-TIPO-INFORMADO TO
                                WS-CL-TIPO-DOC(WS-QTD-CLIENTES)
                           MOVE WS-DOC-INFORMADO TO
                                WS-CL-DOCUMENTO(WS-QTD-CLIENTES)
                           MOVE WS-LIMITE-INFORMADO TO
                                WS-CL-LIMITE(WS-QTD-CLIENTES)
                           MOVE WS-PRAZO-INFORMADO TO
                                WS-CL-PRAZO(WS-QTD-CLIENTES)
                           MOVE WS-SITUACAO-INFORMADA TO
                                WS-CL-SITUACAO(WS-QTD-CLIENTES)
                           MOVE WS-UF-INFORMADA TO
                                WS-CL-UF(WS-QTD-CLIENTES)

                           PERFORM 1900-GRAVA-CLIENTES

                           MOVE SPACES TO WS-REG-ANTES
                           MOVE WS-CLIENTE(WS-QTD-CLIENTES) TO
                                WS-REG-DEPOIS
                           MOVE 'INCL CLIENTE' TO AUD-FUNCAO
                           PERFORM 0090-GRAVA-AUDITORIA

                           DISPLAY 'CLIENTE INCLUIDO COM SUCESSO'
                       ELSE
                           DISPLAY 'CLIENTE NAO INCLUIDO'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ALTERAR-CLIENTE.
      *----------------------------------------------------------------*
      * Name, document type, document and UF left blank keep the
      * current values. A lower limit does not touch the titles
      * already open; it only holds back the next credit sales.
           DISPLAY 'CODIGO DO CLIENTE: '
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO

           PERFORM 0300-LOCALIZA-CLIENTE

           IF WS-ACHOU = 'N'
               DISPLAY 'CLIENTE NAO ENCONTRADO: ' WS-CODIGO-INFORMADO
           ELSE
               MOVE WS-CLIENTE(WS-IDX-ACHADO) TO WS-REG-ANTES
               PERFORM 0500-APURA-SALDO-CLIENTE
               MOVE WS-CL-LIMITE(WS-IDX-ACHADO) TO WS-ED-LIMITE
               MOVE WS-SALDO-ABERTO TO WS-ED-SALDO
               DISPLAY 'CLIENTE ATUAL: ' WS-CL-NOME(WS-IDX-ACHADO)
                       ' SITUACAO ' WS-CL-SITUACAO(WS-IDX-ACHADO)
               DISPLAY 'LIMITE: ' WS-ED-LIMITE
                       ' SALDO EM ABERTO: ' WS-ED-SALDO

               PERFORM 0350-ACEITA-DADOS
               IF WS-NOME-INFORMADO = SPACES
                   MOVE WS-CL-NOME(WS-IDX-ACHADO) TO
                        WS-NOME-INFORMADO
               END-IF
               IF WS-TIPO-INFORMADO = SPACES
                   MOVE WS-CL-TIPO-DOC(WS-IDX-ACHADO) TO
                        WS-TIPO-INFORMADO
               END-IF
               IF WS-DOC-INFORMADO = ZEROS
                   MOVE WS-CL-DOCUMENTO(WS-IDX-ACHADO) TO
                        WS-DOC-INFORMADO
               END-IF
               IF WS-UF-INFORMADA = SPACES
                   MOVE WS-CL-UF(WS-IDX-ACHADO) TO WS-UF-INFORMADA
               END-IF

               PERFORM 0400-VALIDA-DADOS

               IF WS-DADOS-OK = 'S'
                   MOVE WS-NOME-INFORMADO TO
                        WS-CL-NOME(WS-IDX-ACHADO)
                   MOVE WS-TIPO-INFORMADO TO
                        WS-CL-TIPO-DOC(WS-IDX-ACHADO)
                   MOVE WS-DOC-INFORMADO TO
                        WS-CL-DOCUMENTO(WS-IDX-ACHADO)
                   MOVE WS-LIMITE-INFORMADO TO
                        WS-CL-LIMITE(WS-IDX-ACHADO)
                   MOVE WS-PRAZO-INFORMADO TO
                        WS-CL-PRAZO(WS-IDX-ACHADO)
                   MOVE WS-SITUACAO-INFORMADA TO
                        WS-CL-SITUACAO(WS-IDX-ACHADO)
                   MOVE WS-UF-INFORMADA TO
                        WS-CL-UF(WS-IDX-ACHADO)

                   MOVE WS-CLIENTE(WS-IDX-ACHADO) TO WS-REG-DEPOIS
                   MOVE 'ALT CLIENTE' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM 1900-GRAVA-CLIENTES
                   DISPLAY 'CLIENTE ALTERADO COM SUCESSO'
               ELSE
                   DISPLAY 'CLIENTE NAO ALTERADO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXCLUIR-CLIENTE.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO CLIENTE A EXCLUIR: '
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO

           PERFORM 0300-LOCALIZA-CLIENTE

           IF WS-ACHOU = 'N'
               DISPLAY 'CLIENTE NAO ENCONTRADO: ' WS-CODIGO-INFORMADO
           ELSE
               PERFORM 0500-APURA-SALDO-CLIENTE
               IF WS-QTD-TITULOS > ZEROS
                   DISPLAY 'CLIENTE COM ' WS-QTD-TITULOS
                           ' TITULO(S) EM ABERTO - EXCLUSAO NAO '
                           'PERMITIDA'
               ELSE
                   MOVE WS-CLIENTE(WS-IDX-ACHADO) TO WS-REG-ANTES
                   MOVE SPACES TO WS-REG-DEPOIS
                   MOVE 'EXCL CLIENTE' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM VARYING WS-IDX-CLI FROM WS-IDX-ACHADO
                           BY 1 UNTIL WS-IDX-CLI >= WS-QTD-CLIENTES
                       MOVE WS-CLIENTE(WS-IDX-CLI + 1) TO
                            WS-CLIENTE(WS-IDX-CLI)
                   END-PERFORM

                   SUBTRACT 1 FROM WS-QTD-CLIENTES

                   PERFORM 1900-GRAVA-CLIENTES
                   DISPLAY 'CLIENTE EXCLUIDO COM SUCESSO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTAR-CLIENTES.
      *----------------------------------------------------------------*
           DISPLAY '----------------------------------------------'
                   '----------------------------------------------'
           DISPLAY 'COD   NOME                           T'
                   ' DOCUMENTO              LIMITE PRAZO S UF'

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
               MOVE WS-CL-LIMITE(WS-IDX-CLI) TO WS-ED-LIMITE
               DISPLAY WS-CL-CODIGO(WS-IDX-CLI) ' '
                       WS-CL-NOME(WS-IDX-CLI) ' '
                       WS-CL-TIPO-DOC(WS-IDX-CLI) ' '
                       WS-CL-DOCUMENTO(WS-IDX-CLI) ' '
                       WS-ED-LIMITE ' '
                       WS-CL-PRAZO(WS-IDX-CLI) '   '
                       WS-CL-SITUACAO(WS-IDX-CLI) ' '
                       WS-CL-UF(WS-IDX-CLI)
           END-PERFORM

           IF WS-QTD-CLIENTES = ZEROS
               DISPLAY 'NENHUM CLIENTE CADASTRADO'
           END-IF
           DISPLAY '----------------------------------------------'
                   '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-CLIENTES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCLIENTES

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLIENTES
               MOVE WS-CLIENTE(WS-IDX-CLI) TO REG-CLIENTE
               WRITE REG-CLIENTE
           END-PERFORM

           CLOSE ARQCLIENTES
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CLIENTES.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'CONTASRECEBER.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_CLIENTES.
