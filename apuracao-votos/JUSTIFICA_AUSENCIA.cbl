      *          voter (votou / ausente / justificou) for the election
      *          date to HISTPARTICIPACAO.TXT, the cross-election
      *          history read by HISTORICO_PARTICIPACAO.
      *          Poll workers marked present for the election in
      *          MESARIOS.TXT (PRESENCA_MESARIOS) count as justified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ARQHISTPART
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQMESARIOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MESARIOS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQVOTOS
           LABEL RECORD STANDARD
           03 FD-HP-DATA          PIC 9(08).
           03 FD-HP-SITUACAO      PIC X(01).
           03 FD-HP-NOME          PIC X(20).

       FD  ARQMESARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESARIOS.TXT".
           COPY MESARIOS.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'HISTPARTICIPACAO.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'MESARIOS.TXT'.
       77  WS-NOME-ARQ-REL    PIC X(50) VALUE 'ARQAUSENCIA.TXT'.
       77  WS-NOME-PROGRAMA   PIC X(22) VALUE 'JUSTIFICA_AUSENCIA'.

       77  WS-STATUS-REGEL    PIC X(02) VALUE SPACES.
       77  WS-STATUS-VOTOS    PIC X(02) VALUE SPACES.
       77  WS-STATUS-JUSTIF   PIC X(02) VALUE SPACES.
       77  WS-EOF-MESARIOS    PIC X(01) VALUE ' '.
       77  WS-STATUS-MESARIOS PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-ACHOU-ELEITOR   PIC X(01) VALUE 'N'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.

           PERFORM 1000-MARCA-VOTANTES
           PERFORM 2000-APLICA-JUSTIFICATIVAS
           PERFORM 2500-APLICA-MESARIOS

           CALL 'GERACAO_RELATORIO' USING WS-NOME-PROGRAMA
                                          WS-NOME-ARQ-REL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-APLICA-MESARIOS.
      *----------------------------------------------------------------*
      * Working the election as presidente, mesario or secretario
      * justifies the absence from the voter's own secao (motivo 90).
           OPEN INPUT ARQMESARIOS

           IF WS-STATUS-MESARIOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-MESARIOS = 'S'
                   READ ARQMESARIOS
                       AT END
                           MOVE 'S' TO WS-EOF-MESARIOS
                       NOT AT END
                           IF MS-DATA-ELEICAO = WS-DATA-MOVIMENTO
                               AND MS-PRESENCA = 'C'
                               PERFORM 2600-APLICA-UM-MESARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMESARIOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-APLICA-UM-MESARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-ELEITOR

           PERFORM VARYING WS-IDX-ELEITOR FROM 1 BY 1
                   UNTIL WS-IDX-ELEITOR > WS-QTD-ELEITOR
                   OR WS-ACHOU-ELEITOR = 'S'
               IF MS-TITULO = WS-EL-TITULO(WS-IDX-ELEITOR)
                   MOVE 'S' TO WS-ACHOU-ELEITOR
                   IF WS-EL-VOTOU(WS-IDX-ELEITOR) = 'N'
                       MOVE 'S' TO
                            WS-EL-JUSTIFICOU(WS-IDX-ELEITOR)
                       MOVE 90 TO
                            WS-EL-MOTIVO(WS-IDX-ELEITOR)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GERA-LISTAGEM.
      *----------------------------------------------------------------*
                       MOVE 'DOENCA'       TO WS-AU-MOTIVO
                   WHEN 03
                       MOVE 'TRABALHO'     TO WS-AU-MOTIVO
                   WHEN 90
                       MOVE 'MESARIO'      TO WS-AU-MOTIVO
                   WHEN OTHER
                       MOVE 'OUTROS'       TO WS-AU-MOTIVO
               END-EVALUATE
           MOVE 'HISTPARTICIPACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'MESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           .
           EXIT.

