      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: CALLable module, in the mold of SEGURANCA_OPERADOR,
      *          that owns the BLOQUEIOS.TXT lock registry of the
      *          batch window. DRIVER_PROCESSAMENTO_NOTURNO keeps in
      *          it, from the STATUSSUITE.TXT board, one B entry per
      *          master used by the step in execution; every
      *          interactive maintenance program registers one M
      *          entry per master it changes while its session is
      *          open. A maintenance session is refused while a
      *          nightly step holds one of its masters, and the
      *          driver waits for (or reports) the sessions still
      *          open before running a step. The registry is read
      *          again on every call, so the programs running at the
      *          same time always see each other's entries.
      *          LK-BLOQUEIO (copybook BLOQUEIO) carries program,
      *          operator and up to 5 master names.
      *          Functions (LK-FUNCAO):
      *            AS - open a maintenance session: retorno 09 (and
      *                 the B entry in BLQ-DET) when a nightly step
      *                 holds one of the masters, otherwise the M
      *                 entries are registered
      *            VE - verify, before a change, that no nightly
      *                 step holds one of the masters (retorno 09)
      *            FS - close the session of program + operator
      *            CS - count the sessions open on the masters:
      *                 retorno 08, BLQ-QTD and the first of them in
      *                 BLQ-DET when there is any
      *            BB - lock the masters for the nightly step
      *                 BLQ-PROGRAMA
      *            LT - release every nightly lock
      *            LI - return entry number BLQ-QTD in BLQ-DET
      *                 (retorno 23 past the last one)
      *            RX - remove the entry given in BLQ-DET (supervisor
      *                 release of a stale lock; retorno 23 if gone)
      *          LK-RETORNO: 00 ok, 08 sessao aberta, 09 bloqueado
      *          pelo processamento noturno, 23 inexistente, 99 erro
      *          de arquivo ou registro cheio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE_BLOQUEIOS.
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

       SELECT ARQBLOQUEIOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-BLOQUEIOS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQBLOQUEIOS
           LABEL RECORD STANDARD.
       01  REG-BLOQUEIOS.
           03 FD-BL-TIPO           PIC X(01).
           03 FD-BL-MASTER         PIC X(20).
           03 FD-BL-PROGRAMA       PIC X(22).
           03 FD-BL-OPERADOR       PIC X(08).
           03 FD-BL-DATA           PIC 9(08).
           03 FD-BL-HORA           PIC X(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01       PIC X(50)
           VALUE 'BLOQUEIOS.TXT'.
       77  WS-CFG-FEITO        PIC X(01) VALUE 'N'.
       77  WS-STATUS-BLOQUEIOS PIC X(02) VALUE SPACES.
       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-ALTEROU          PIC X(01) VALUE 'N'.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-IDX-MST          PIC 9(01) VALUE ZEROS.
       77  WS-IDX-DESLOCA      PIC 9(03) VALUE ZEROS.
       77  WS-QTD-SESSOES      PIC 9(03) VALUE ZEROS.
       77  WS-MAX-BLOQUEIOS    PIC 9(03) VALUE 200.
       77  WS-TIPO-NOVO        PIC X(01) VALUE SPACES.

       01  WS-TAB-BLOQUEIOS.
           03 WS-QTD-BLOQUEIOS  PIC 9(03) VALUE ZEROS.
           03 WS-BLQ OCCURS 200 TIMES INDEXED BY WS-IDX-BLQ.
              05 WS-BL-TIPO       PIC X(01).
              05 WS-BL-MASTER     PIC X(20).
              05 WS-BL-PROGRAMA   PIC X(22).
              05 WS-BL-OPERADOR   PIC X(08).
              05 WS-BL-DATA       PIC 9(08).
              05 WS-BL-HORA       PIC X(08).

       01  WS-TIMESTAMP.
           03 WS-DATA            PIC 9(08).
           03 WS-HORA.
              05 WS-HH            PIC 9(02).
              05 WS-MM            PIC 9(02).
              05 WS-SS            PIC 9(02).
              05 WS-MS            PIC 9(02).
       01  WS-HORA-SISTEMA     PIC X(08).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       77  LK-FUNCAO           PIC X(02).
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==LK-BLOQUEIO==.
       77  LK-RETORNO          PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-FUNCAO LK-BLOQUEIO LK-RETORNO.
      *----------------------------------------------------------------*
       0000-TRATA-FUNCAO.
           IF WS-CFG-FEITO = 'N'
               PERFORM 0010-CONFIGURA-ARQUIVOS
               MOVE 'S' TO WS-CFG-FEITO
           END-IF

           MOVE '00' TO LK-RETORNO
           MOVE 'N'  TO WS-ALTEROU

           PERFORM 1000-CARREGA-BLOQUEIOS

           IF LK-RETORNO = '00'
               EVALUATE LK-FUNCAO
                   WHEN 'AS'
                       PERFORM 3000-VERIFICA-NOTURNO
                       IF LK-RETORNO = '00'
                           PERFORM 4000-FECHA-SESSAO
                           MOVE 'M' TO WS-TIPO-NOVO
                           PERFORM 5000-REGISTRA-MASTERS
                       END-IF
                   WHEN 'VE'
                       PERFORM 3000-VERIFICA-NOTURNO
                   WHEN 'FS'
                       PERFORM 4000-FECHA-SESSAO
                   WHEN 'CS'
                       PERFORM 3100-CONTA-SESSOES
                   WHEN 'BB'
                       MOVE 'B' TO WS-TIPO-NOVO
                       PERFORM 5000-REGISTRA-MASTERS
                   WHEN 'LT'
                       PERFORM 4100-LIBERA-NOTURNO
                   WHEN 'LI'
                       PERFORM 6000-LISTA-ENTRADA
                   WHEN 'RX'
                       PERFORM 6100-REMOVE-ENTRADA
                   WHEN OTHER
                       MOVE '99' TO LK-RETORNO
               END-EVALUATE
           END-IF

           IF WS-ALTEROU = 'S'
               PERFORM 2000-GRAVA-BLOQUEIOS
           END-IF

           GOBACK.
      *----------------------------------------------------------------*
       1000-CARREGA-BLOQUEIOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-BLOQUEIOS
           MOVE ' '   TO WS-EOF

           OPEN INPUT ARQBLOQUEIOS

           EVALUATE WS-STATUS-BLOQUEIOS
               WHEN '00'
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQBLOQUEIOS
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM 1100-GUARDA-BLOQUEIO
                       END-READ
                   END-PERFORM
                   CLOSE ARQBLOQUEIOS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '99' TO LK-RETORNO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-GUARDA-BLOQUEIO.
      *----------------------------------------------------------------*
           IF WS-QTD-BLOQUEIOS < WS-MAX-BLOQUEIOS
               ADD 1 TO WS-QTD-BLOQUEIOS
               SET WS-IDX-BLQ TO WS-QTD-BLOQUEIOS
               MOVE FD-BL-TIPO     TO WS-BL-TIPO(WS-IDX-BLQ)
               MOVE FD-BL-MASTER   TO WS-BL-MASTER(WS-IDX-BLQ)
               MOVE FD-BL-PROGRAMA TO WS-BL-PROGRAMA(WS-IDX-BLQ)
               MOVE FD-BL-OPERADOR TO WS-BL-OPERADOR(WS-IDX-BLQ)
               MOVE FD-BL-DATA     TO WS-BL-DATA(WS-IDX-BLQ)
               MOVE FD-BL-HORA     TO WS-BL-HORA(WS-IDX-BLQ)
           ELSE
               MOVE '99' TO LK-RETORNO
               MOVE 'S'  TO WS-EOF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-GRAVA-BLOQUEIOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQBLOQUEIOS

           IF WS-STATUS-BLOQUEIOS NOT = '00'
               MOVE '99' TO LK-RETORNO
           ELSE
               PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                       UNTIL WS-IDX-BLQ > WS-QTD-BLOQUEIOS
                   MOVE WS-BL-TIPO(WS-IDX-BLQ)     TO FD-BL-TIPO
                   MOVE WS-BL-MASTER(WS-IDX-BLQ)   TO FD-BL-MASTER
                   MOVE WS-BL-PROGRAMA(WS-IDX-BLQ) TO FD-BL-PROGRAMA
                   MOVE WS-BL-OPERADOR(WS-IDX-BLQ) TO FD-BL-OPERADOR
                   MOVE WS-BL-DATA(WS-IDX-BLQ)     TO FD-BL-DATA
                   MOVE WS-BL-HORA(WS-IDX-BLQ)     TO FD-BL-HORA
                   WRITE REG-BLOQUEIOS
               END-PERFORM
               CLOSE ARQBLOQUEIOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-VERIFICA-NOTURNO.
      *----------------------------------------------------------------*
      * The first nightly lock on one of the listed masters refuses
      * the session or the change.
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLOQUEIOS
                      OR LK-RETORNO = '09'
               IF WS-BL-TIPO(WS-IDX-BLQ) = 'B'
                   PERFORM 3900-PROCURA-MASTER
                   IF WS-ACHOU = 'S'
                       MOVE '09' TO LK-RETORNO
                       PERFORM 3800-DEVOLVE-ENTRADA
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-CONTA-SESSOES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-SESSOES

           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLOQUEIOS
               IF WS-BL-TIPO(WS-IDX-BLQ) = 'M'
                   PERFORM 3900-PROCURA-MASTER
                   IF WS-ACHOU = 'S'
                       ADD 1 TO WS-QTD-SESSOES
                       IF WS-QTD-SESSOES = 1
                           PERFORM 3800-DEVOLVE-ENTRADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-QTD-SESSOES TO BLQ-QTD OF LK-BLOQUEIO
           IF WS-QTD-SESSOES > ZEROS
               MOVE '08' TO LK-RETORNO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3800-DEVOLVE-ENTRADA.
      *----------------------------------------------------------------*
           MOVE WS-BL-TIPO(WS-IDX-BLQ)
             TO BLQ-DET-TIPO OF LK-BLOQUEIO
           MOVE WS-BL-MASTER(WS-IDX-BLQ)
             TO BLQ-DET-MASTER OF LK-BLOQUEIO
           MOVE WS-BL-PROGRAMA(WS-IDX-BLQ)
             TO BLQ-DET-PROGRAMA OF LK-BLOQUEIO
           MOVE WS-BL-OPERADOR(WS-IDX-BLQ)
             TO BLQ-DET-OPERADOR OF LK-BLOQUEIO
           MOVE WS-BL-DATA(WS-IDX-BLQ)
             TO BLQ-DET-DATA OF LK-BLOQUEIO
           MOVE WS-BL-HORA(WS-IDX-BLQ)
             TO BLQ-DET-HORA OF LK-BLOQUEIO
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-PROCURA-MASTER.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-MST FROM 1 BY 1
                   UNTIL WS-IDX-MST > 5 OR WS-ACHOU = 'S'
               IF BLQ-MASTER OF LK-BLOQUEIO(WS-IDX-MST) NOT = SPACES
                  AND BLQ-MASTER OF LK-BLOQUEIO(WS-IDX-MST) =
                      WS-BL-MASTER(WS-IDX-BLQ)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-FECHA-SESSAO.
      *----------------------------------------------------------------*
      * Also run before registering a session, so a program that was
      * abandoned and entered again does not leave its old entries.
           SET WS-IDX-BLQ TO 1
           PERFORM UNTIL WS-IDX-BLQ > WS-QTD-BLOQUEIOS
               IF WS-BL-TIPO(WS-IDX-BLQ) = 'M'
                  AND WS-BL-PROGRAMA(WS-IDX-BLQ) =
                      BLQ-PROGRAMA OF LK-BLOQUEIO
                  AND WS-BL-OPERADOR(WS-IDX-BLQ) =
                      BLQ-OPERADOR OF LK-BLOQUEIO
                   PERFORM 4900-EXCLUI-ENTRADA
               ELSE
                   SET WS-IDX-BLQ UP BY 1
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-LIBERA-NOTURNO.
      *----------------------------------------------------------------*
           SET WS-IDX-BLQ TO 1
           PERFORM UNTIL WS-IDX-BLQ > WS-QTD-BLOQUEIOS
               IF WS-BL-TIPO(WS-IDX-BLQ) = 'B'
                   PERFORM 4900-EXCLUI-ENTRADA
               ELSE
                   SET WS-IDX-BLQ UP BY 1
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4900-EXCLUI-ENTRADA.
      *----------------------------------------------------------------*
      * Removes entry WS-IDX-BLQ, moving the following ones up; the
      * index is left on the entry that took its place.
           SET WS-IDX-DESLOCA TO WS-IDX-BLQ
           PERFORM UNTIL WS-IDX-DESLOCA >= WS-QTD-BLOQUEIOS
               MOVE WS-BLQ(WS-IDX-DESLOCA + 1)
                 TO WS-BLQ(WS-IDX-DESLOCA)
               ADD 1 TO WS-IDX-DESLOCA
           END-PERFORM

           SUBTRACT 1 FROM WS-QTD-BLOQUEIOS
           MOVE 'S' TO WS-ALTEROU
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-REGISTRA-MASTERS.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           PERFORM VARYING WS-IDX-MST FROM 1 BY 1
                   UNTIL WS-IDX-MST > 5 OR LK-RETORNO = '99'
               IF BLQ-MASTER OF LK-BLOQUEIO(WS-IDX-MST) NOT = SPACES
                   IF WS-QTD-BLOQUEIOS < WS-MAX-BLOQUEIOS
                       ADD 1 TO WS-QTD-BLOQUEIOS
                       SET WS-IDX-BLQ TO WS-QTD-BLOQUEIOS
                       MOVE WS-TIPO-NOVO TO WS-BL-TIPO(WS-IDX-BLQ)
                       MOVE BLQ-MASTER OF LK-BLOQUEIO(WS-IDX-MST)
                         TO WS-BL-MASTER(WS-IDX-BLQ)
                       MOVE BLQ-PROGRAMA OF LK-BLOQUEIO
                         TO WS-BL-PROGRAMA(WS-IDX-BLQ)
                       MOVE BLQ-OPERADOR OF LK-BLOQUEIO
                         TO WS-BL-OPERADOR(WS-IDX-BLQ)
                       MOVE WS-DATA TO WS-BL-DATA(WS-IDX-BLQ)
                       MOVE WS-HORA-SISTEMA
                         TO WS-BL-HORA(WS-IDX-BLQ)
                       MOVE 'S' TO WS-ALTEROU
                   ELSE
                       MOVE '99' TO LK-RETORNO
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-LISTA-ENTRADA.
      *----------------------------------------------------------------*
           IF BLQ-QTD OF LK-BLOQUEIO = ZEROS
              OR BLQ-QTD OF LK-BLOQUEIO > WS-QTD-BLOQUEIOS
               MOVE '23' TO LK-RETORNO
           ELSE
               SET WS-IDX-BLQ TO BLQ-QTD OF LK-BLOQUEIO
               PERFORM 3800-DEVOLVE-ENTRADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-REMOVE-ENTRADA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLOQUEIOS
                      OR WS-ACHOU = 'S'
               IF WS-BL-TIPO(WS-IDX-BLQ) =
                      BLQ-DET-TIPO OF LK-BLOQUEIO
                  AND WS-BL-MASTER(WS-IDX-BLQ) =
                      BLQ-DET-MASTER OF LK-BLOQUEIO
                  AND WS-BL-PROGRAMA(WS-IDX-BLQ) =
                      BLQ-DET-PROGRAMA OF LK-BLOQUEIO
                  AND WS-BL-OPERADOR(WS-IDX-BLQ) =
                      BLQ-DET-OPERADOR OF LK-BLOQUEIO
                   MOVE 'S' TO WS-ACHOU
                   PERFORM 4900-EXCLUI-ENTRADA
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               MOVE '23' TO LK-RETORNO
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'BLOQUEIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM CONTROLE_BLOQUEIOS.
