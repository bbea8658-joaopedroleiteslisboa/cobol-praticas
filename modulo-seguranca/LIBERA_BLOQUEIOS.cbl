      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Supervisor release of stale entries of the
      *          CONTROLE_BLOQUEIOS batch-window registry: a nightly
      *          lock left behind by a suite that abended, or a
      *          maintenance session left open by a program that was
      *          killed. Lists the registry and removes the chosen
      *          entry after confirmation. Requires a login with the
      *          LIBBLQ funcionalidade (profile T) and logs every
      *          release to AUDITMANUT.TXT like the other maintenance
      *          programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA_BLOQUEIOS.
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

       SELECT ARQAUDITORIA
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-SEG-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-SEG-RETORNO      PIC X(02) VALUE SPACES.
           COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
                ==WS-SEGURANCA==.

       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
       77  WS-LOGIN-OK         PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.
       77  WS-OPERADOR-ADMIN   PIC X(08) VALUE SPACES.
       77  WS-NUM-INFORMADO    PIC 9(03) VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-QTD-LISTADOS     PIC 9(03) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(80) VALUE SPACES.

       01  WS-LINHA-BLOQUEIO.
           03 WS-LB-NUMERO     PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LB-TIPO       PIC X(13).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LB-MASTER     PIC X(20).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LB-PROGRAMA   PIC X(22).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LB-OPERADOR   PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LB-DATA       PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LB-HORA       PIC X(08).

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
           PERFORM 0050-EFETUA-LOGIN

           IF WS-LOGIN-OK = 'N'
               DISPLAY 'ACESSO NEGADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'LIBBLQ' TO SEG-FUNCIONALIDADE OF WS-SEGURANCA
           MOVE 'AU' TO WS-SEG-FUNCAO
           CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                WS-SEGURANCA WS-SEG-RETORNO

           IF WS-SEG-RETORNO NOT = '00'
               DISPLAY 'PERFIL SEM LIBERACAO DE BLOQUEIOS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQAUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQAUDITORIA
           END-IF

           PERFORM UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '--- LIBERACAO DE BLOQUEIOS DO PROCESSAMENTO '
                       'NOTURNO ---'
               DISPLAY '1 - LISTAR BLOQUEIOS E SESSOES'
               DISPLAY '2 - LIBERAR BLOQUEIO'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 1000-LISTA-BLOQUEIOS
                   WHEN 2
                       PERFORM 2000-LIBERA-BLOQUEIO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM

           CLOSE ARQAUDITORIA

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
                            WS-OPERADOR-ADMIN
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
       0090-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           END-STRING
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE WS-OPERADOR-ADMIN TO AUD-OPERADOR
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE 'LIBERA_BLOQUEIOS' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES  TO AUD-ANTES
           MOVE WS-REG-DEPOIS TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-MONTA-LINHA.
      *----------------------------------------------------------------*
           MOVE BLQ-QTD OF WS-BLOQUEIO TO WS-LB-NUMERO
           IF BLQ-DET-TIPO OF WS-BLOQUEIO = 'B'
               MOVE 'PASSO NOTURNO' TO WS-LB-TIPO
           ELSE
               MOVE 'SESSAO MANUT.' TO WS-LB-TIPO
           END-IF
           MOVE BLQ-DET-MASTER OF WS-BLOQUEIO   TO WS-LB-MASTER
           MOVE BLQ-DET-PROGRAMA OF WS-BLOQUEIO TO WS-LB-PROGRAMA
           MOVE BLQ-DET-OPERADOR OF WS-BLOQUEIO TO WS-LB-OPERADOR
           MOVE BLQ-DET-DATA OF WS-BLOQUEIO     TO WS-LB-DATA
           MOVE BLQ-DET-HORA OF WS-BLOQUEIO     TO WS-LB-HORA
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LISTA-BLOQUEIOS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE ZEROS  TO WS-QTD-LISTADOS
           MOVE '00'   TO WS-BLQ-RETORNO

           DISPLAY ' '
           DISPLAY ' NR TIPO          CADASTRO             '
                   'PROGRAMA               OPERADOR DATA     HORA'

           PERFORM UNTIL WS-BLQ-RETORNO NOT = '00'
               ADD 1 TO WS-QTD-LISTADOS
               MOVE WS-QTD-LISTADOS TO BLQ-QTD OF WS-BLOQUEIO
               MOVE 'LI' TO WS-BLQ-FUNCAO
               CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                    WS-BLOQUEIO WS-BLQ-RETORNO
               IF WS-BLQ-RETORNO = '00'
                   PERFORM 0100-MONTA-LINHA
                   DISPLAY WS-LINHA-BLOQUEIO
               END-IF
           END-PERFORM

           IF WS-BLQ-RETORNO = '99'
               DISPLAY 'REGISTRO DE BLOQUEIOS INDISPONIVEL'
           ELSE
               IF WS-QTD-LISTADOS = 1
                   DISPLAY 'NENHUM BLOQUEIO REGISTRADO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-LIBERA-BLOQUEIO.
      *----------------------------------------------------------------*
           DISPLAY 'NUMERO DO BLOQUEIO A LIBERAR: '
           ACCEPT WS-NUM-INFORMADO

           MOVE SPACES TO WS-BLOQUEIO
           MOVE WS-NUM-INFORMADO TO BLQ-QTD OF WS-BLOQUEIO
           MOVE 'LI' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           IF WS-BLQ-RETORNO NOT = '00'
               DISPLAY 'BLOQUEIO NAO ENCONTRADO'
           ELSE
               PERFORM 0100-MONTA-LINHA
               DISPLAY WS-LINHA-BLOQUEIO
               IF BLQ-DET-TIPO OF WS-BLOQUEIO = 'B'
                   DISPLAY 'CONFIRME QUE O PASSO NAO ESTA MAIS EM '
                           'EXECUCAO (CONSULTA_SUITE)'
               ELSE
                   DISPLAY 'CONFIRME QUE O PROGRAMA NAO ESTA MAIS '
                           'ABERTO PELO OPERADOR'
               END-IF
               DISPLAY 'LIBERAR ESTE BLOQUEIO (S/N)? '
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA = 'S' OR 's'
                   PERFORM 2100-REMOVE-BLOQUEIO
               ELSE
                   DISPLAY 'LIBERACAO CANCELADA'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-REMOVE-BLOQUEIO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-REG-ANTES
           STRING BLQ-DET-TIPO OF WS-BLOQUEIO ' '
                  BLQ-DET-MASTER OF WS-BLOQUEIO ' '
                  BLQ-DET-PROGRAMA OF WS-BLOQUEIO ' '
                  BLQ-DET-OPERADOR OF WS-BLOQUEIO ' '
                  BLQ-DET-DATA OF WS-BLOQUEIO ' '
                  BLQ-DET-HORA OF WS-BLOQUEIO
               DELIMITED BY SIZE INTO WS-REG-ANTES
           END-STRING

           MOVE 'RX' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           EVALUATE WS-BLQ-RETORNO
               WHEN '00'
                   MOVE 'BLOQUEIO LIBERADO PELO SUPERVISOR'
                     TO WS-REG-DEPOIS
                   MOVE 'LIBERA BLQ' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA
                   DISPLAY 'BLOQUEIO LIBERADO'
               WHEN '23'
                   DISPLAY 'BLOQUEIO JA HAVIA SIDO LIBERADO'
               WHEN OTHER
                   DISPLAY 'FALHA NA LIBERACAO: RETORNO '
                           WS-BLQ-RETORNO
           END-EVALUATE
           .
           EXIT.

       END PROGRAM LIBERA_BLOQUEIOS.
