      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: CALLable subprogram that owns every access to the
      *          indexed kardex KARDEX.txt (movements keyed by
      *          product, date and sequence) and to SALDOSKARDEX.txt
      *          (monthly closing balances keyed by product and
      *          AAAAMM), so the programs that move stock, the
      *          inquiry and the closing share one layout and one way
      *          of numbering the movements.
      *          LK-REGISTRO carries a REG-KARDEX for the movement
      *          functions and a REG-SALDO-KARDEX for the balance
      *          functions (both 80 bytes).
      *          Functions (LK-FUNCAO):
      *            WO - open the kardex for writing (created if
      *                 missing)
      *            WR - write one movement; KX_SEQUENCIA is given
      *                 here, after the last one of the same product
      *                 and day, and returned in the record
      *            WC - close the writing
      *            RS - open the kardex for reading, positioned on
      *                 the first movement at or after KX_CHAVE
      *                 (retorno 10 when there is none)
      *            RN - read next movement (retorno 10 at end)
      *            FC - close the reading
      *            SL - locate the balance of SK_CHAVE (retorno 23)
      *            SA - locate the last balance of SK_PRODUTO closed
      *                 before SK_REFERENCIA (retorno 23 if none)
      *            SG - write the balance of SK_CHAVE, replacing a
      *                 closing already made for it
      *          LK-RETORNO: 00 ok, 10 end, 22 duplicate, 23 not found,
      *          99 file error.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX_ACCESS.
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

       SELECT ARQ_KARDEX
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FDK_CHAVE
              FILE STATUS        IS WS-STATUS-KARDEX.
      *
       SELECT ARQ_SALDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FDS_CHAVE
              FILE STATUS        IS WS-STATUS-SALDOS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQ_KARDEX.
           COPY KARDEX REPLACING LEADING ==KX== BY ==FDK==
                        ==REG-KARDEX== BY ==REG-KARDEX-ARQ==.

       FD  ARQ_SALDOS.
           COPY SALDOKARDEX REPLACING LEADING ==SK== BY ==FDS==
                        ==REG-SALDO-KARDEX== BY ==REG-SALDO-ARQ==.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'KARDEX.txt'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'SALDOSKARDEX.txt'.
       77  WS-STATUS-KARDEX    PIC X(02) VALUE SPACES.
       77  WS-STATUS-SALDOS    PIC X(02) VALUE SPACES.
       77  WS-LEITURA-ABERTA   PIC X(01) VALUE 'N'.
       77  WS-GRAVACAO-ABERTA  PIC X(01) VALUE 'N'.
       77  WS-FIM-BUSCA        PIC X(01) VALUE 'N'.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.
       77  WS-CFG-FEITO        PIC X(01) VALUE 'N'.

      * Last key given on this writing, so a run that writes several
      * movements of the same product and day numbers them without
      * going back to the file.
       77  WS-ULT-PRODUTO      PIC 9(4) VALUE ZEROS.
       77  WS-ULT-DATA         PIC 9(8) VALUE ZEROS.
       77  WS-ULT-SEQUENCIA    PIC 9(5) VALUE ZEROS.
       77  WS-ULT-VALIDO       PIC X(01) VALUE 'N'.

           COPY KARDEX REPLACING ==REG-KARDEX== BY ==WS-KARDEX==.
           COPY SALDOKARDEX REPLACING ==REG-SALDO-KARDEX== BY
                ==WS-SALDO==.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       77  LK-FUNCAO           PIC X(02).
       01  LK-REGISTRO         PIC X(80).
       77  LK-RETORNO          PIC X(02).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-FUNCAO LK-REGISTRO LK-RETORNO.
      *----------------------------------------------------------------*
       0000-TRATA-FUNCAO.
           IF WS-CFG-FEITO = 'N'
               PERFORM 0010-CONFIGURA-ARQUIVOS
               MOVE 'S' TO WS-CFG-FEITO
           END-IF

           MOVE '00' TO LK-RETORNO

           EVALUATE LK-FUNCAO
               WHEN 'WO'
                   PERFORM 1000-ABRE-GRAVACAO
               WHEN 'WR'
                   MOVE LK-REGISTRO TO WS-KARDEX
                   PERFORM 1100-GRAVA-MOVIMENTO
                   MOVE WS-KARDEX TO LK-REGISTRO
               WHEN 'WC'
                   PERFORM 1200-FECHA-GRAVACAO
               WHEN 'RS'
                   MOVE LK-REGISTRO TO WS-KARDEX
                   PERFORM 2000-ABRE-LEITURA
               WHEN 'RN'
                   PERFORM 2100-LE-PROXIMO
                   IF LK-RETORNO = '00'
                       MOVE WS-KARDEX TO LK-REGISTRO
                   END-IF
               WHEN 'FC'
                   PERFORM 2200-FECHA-LEITURA
               WHEN 'SL'
                   MOVE LK-REGISTRO TO WS-SALDO
                   PERFORM 3000-LOCALIZA-SALDO
                   IF LK-RETORNO = '00'
                       MOVE WS-SALDO TO LK-REGISTRO
                   END-IF
               WHEN 'SA'
                   MOVE LK-REGISTRO TO WS-SALDO
                   PERFORM 3100-LOCALIZA-SALDO-ANTERIOR
                   IF LK-RETORNO = '00'
                       MOVE WS-SALDO TO LK-REGISTRO
                   END-IF
               WHEN 'SG'
                   MOVE LK-REGISTRO TO WS-SALDO
                   PERFORM 3200-GRAVA-SALDO
               WHEN OTHER
                   MOVE '99' TO LK-RETORNO
           END-EVALUATE

           GOBACK.
      *----------------------------------------------------------------*
       1000-ABRE-GRAVACAO.
      *----------------------------------------------------------------*
           IF WS-GRAVACAO-ABERTA = 'S'
               CLOSE ARQ_KARDEX
           END-IF

           OPEN I-O ARQ_KARDEX
           IF WS-STATUS-KARDEX = '35'
               OPEN OUTPUT ARQ_KARDEX
               CLOSE ARQ_KARDEX
               OPEN I-O ARQ_KARDEX
           END-IF

           MOVE 'N' TO WS-ULT-VALIDO

           IF WS-STATUS-KARDEX = '00' OR '02'
               MOVE 'S' TO WS-GRAVACAO-ABERTA
           ELSE
               MOVE 'N' TO WS-GRAVACAO-ABERTA
               MOVE '99' TO LK-RETORNO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-GRAVA-MOVIMENTO.
      *----------------------------------------------------------------*
           IF WS-GRAVACAO-ABERTA NOT = 'S'
               MOVE '99' TO LK-RETORNO
           ELSE
               IF WS-ULT-VALIDO = 'S'
                  AND KX_PRODUTO OF WS-KARDEX = WS-ULT-PRODUTO
                  AND KX_DATA OF WS-KARDEX = WS-ULT-DATA
                   ADD 1 TO WS-ULT-SEQUENCIA
               ELSE
                   PERFORM 1110-BUSCA-ULTIMA-SEQUENCIA
               END-IF

               MOVE WS-ULT-SEQUENCIA TO KX_SEQUENCIA OF WS-KARDEX
               MOVE SPACES TO KX_RESERVADO OF WS-KARDEX
               MOVE WS-KARDEX TO REG-KARDEX-ARQ
               WRITE REG-KARDEX-ARQ
                   INVALID KEY
                       MOVE '22' TO LK-RETORNO
                       MOVE 'N' TO WS-ULT-VALIDO
               END-WRITE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1110-BUSCA-ULTIMA-SEQUENCIA.
      *----------------------------------------------------------------*
      * Reads the day's movements of the product already on file and
      * numbers the new one after the last of them.
           MOVE KX_PRODUTO OF WS-KARDEX TO WS-ULT-PRODUTO
           MOVE KX_DATA OF WS-KARDEX    TO WS-ULT-DATA
           MOVE ZEROS                   TO WS-ULT-SEQUENCIA
           MOVE 'S'                     TO WS-ULT-VALIDO
           MOVE 'N'                     TO WS-FIM-BUSCA

           MOVE WS-ULT-PRODUTO TO FDK_PRODUTO
           MOVE WS-ULT-DATA    TO FDK_DATA
           MOVE ZEROS          TO FDK_SEQUENCIA

           START ARQ_KARDEX KEY IS >= FDK_CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-BUSCA
           END-START

           PERFORM UNTIL WS-FIM-BUSCA = 'S'
               READ ARQ_KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-BUSCA
                   NOT AT END
                       IF FDK_PRODUTO = WS-ULT-PRODUTO
                          AND FDK_DATA = WS-ULT-DATA
                           MOVE FDK_SEQUENCIA TO WS-ULT-SEQUENCIA
                       ELSE
                           MOVE 'S' TO WS-FIM-BUSCA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-ULT-SEQUENCIA
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-FECHA-GRAVACAO.
      *----------------------------------------------------------------*
           IF WS-GRAVACAO-ABERTA = 'S'
               CLOSE ARQ_KARDEX
               MOVE 'N' TO WS-GRAVACAO-ABERTA
               MOVE 'N' TO WS-ULT-VALIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ABRE-LEITURA.
      *----------------------------------------------------------------*
           IF WS-LEITURA-ABERTA = 'S'
               CLOSE ARQ_KARDEX
           END-IF

           OPEN INPUT ARQ_KARDEX

           IF WS-STATUS-KARDEX = '00' OR '02'
               MOVE 'S' TO WS-LEITURA-ABERTA
               MOVE KX_CHAVE OF WS-KARDEX TO FDK_CHAVE
               START ARQ_KARDEX KEY IS >= FDK_CHAVE
                   INVALID KEY
                       MOVE '10' TO LK-RETORNO
               END-START
           ELSE
               MOVE 'N' TO WS-LEITURA-ABERTA
               IF WS-STATUS-KARDEX = '35'
                   MOVE '10' TO LK-RETORNO
               ELSE
                   MOVE '99' TO LK-RETORNO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-PROXIMO.
      *----------------------------------------------------------------*
           IF WS-LEITURA-ABERTA NOT = 'S'
               MOVE '10' TO LK-RETORNO
           ELSE
               READ ARQ_KARDEX NEXT RECORD
                   AT END
                       MOVE '10' TO LK-RETORNO
                   NOT AT END
                       MOVE REG-KARDEX-ARQ TO WS-KARDEX
               END-READ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-FECHA-LEITURA.
      *----------------------------------------------------------------*
           IF WS-LEITURA-ABERTA = 'S'
               CLOSE ARQ_KARDEX
               MOVE 'N' TO WS-LEITURA-ABERTA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-LOCALIZA-SALDO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQ_SALDOS
           IF WS-STATUS-SALDOS = '35'
               MOVE '23' TO LK-RETORNO
           ELSE
               IF WS-STATUS-SALDOS NOT = '00' AND '02'
                   MOVE '99' TO LK-RETORNO
               ELSE
                   MOVE SK_CHAVE OF WS-SALDO TO FDS_CHAVE
                   READ ARQ_SALDOS
                       INVALID KEY
                           MOVE '23' TO LK-RETORNO
                       NOT INVALID KEY
                           MOVE REG-SALDO-ARQ TO WS-SALDO
                   END-READ
                   CLOSE ARQ_SALDOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LOCALIZA-SALDO-ANTERIOR.
      *----------------------------------------------------------------*
      * The product's closings come in reference order; the last one
      * before the reference asked for is the starting balance.
           MOVE 'N' TO WS-ACHOU
           MOVE 'N' TO WS-FIM-BUSCA

           OPEN INPUT ARQ_SALDOS
           IF WS-STATUS-SALDOS = '35'
               MOVE '23' TO LK-RETORNO
           ELSE
               IF WS-STATUS-SALDOS NOT = '00' AND '02'
                   MOVE '99' TO LK-RETORNO
               ELSE
                   MOVE SK_PRODUTO OF WS-SALDO TO FDS_PRODUTO
                   MOVE ZEROS TO FDS_REFERENCIA
                   START ARQ_SALDOS KEY IS >= FDS_CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FIM-BUSCA
                   END-START

                   PERFORM UNTIL WS-FIM-BUSCA = 'S'
                       READ ARQ_SALDOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-FIM-BUSCA
                           NOT AT END
                               IF FDS_PRODUTO = SK_PRODUTO OF WS-SALDO
                                  AND FDS_REFERENCIA <
                                      SK_REFERENCIA OF WS-SALDO
                                   MOVE REG-SALDO-ARQ TO WS-SALDO
                                   MOVE 'S' TO WS-ACHOU
                               ELSE
                                   MOVE 'S' TO WS-FIM-BUSCA
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE ARQ_SALDOS

                   IF WS-ACHOU = 'N'
                       MOVE '23' TO LK-RETORNO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-SALDO.
      *----------------------------------------------------------------*
           OPEN I-O ARQ_SALDOS
           IF WS-STATUS-SALDOS = '35'
               OPEN OUTPUT ARQ_SALDOS
               CLOSE ARQ_SALDOS
               OPEN I-O ARQ_SALDOS
           END-IF

           IF WS-STATUS-SALDOS NOT = '00' AND '02'
               MOVE '99' TO LK-RETORNO
           ELSE
               MOVE SPACES TO SK_RESERVADO OF WS-SALDO
               MOVE WS-SALDO TO REG-SALDO-ARQ
               WRITE REG-SALDO-ARQ
                   INVALID KEY
                       REWRITE REG-SALDO-ARQ
                           INVALID KEY
                               MOVE '99' TO LK-RETORNO
                       END-REWRITE
               END-WRITE
               CLOSE ARQ_SALDOS
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'KARDEX.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'SALDOSKARDEX.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM KARDEX_ACCESS.
