      *          file, name mismatches and salary differences above a
      *          tolerance parameter. Ends with RETURN-CODE 4 when any
      *          discrepancy exists so the nightly driver can stop.
      *          Both masters carry the 9-digit matricula, the
      *          30-character name and the same salary size, so codes,
      *          names and salaries are compared in full.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.

       FD  ARQPARAM
           LABEL RECORD STANDARD
           03 WS-DV-MOTIVO    PIC X(36) VALUE SPACES.

       01  WS-LINHA-SAL-DIV.
           03 FILLER          PIC X(06) VALUE 'FOLHA '.
           03 WS-SD-FOLHA     PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(06) VALUE ' CAD. '.
           03 WS-SD-CADASTRO  PIC ZZZZZZZZ9,99.

       01  WS-LINHA-RESUMO-1.
           03 FILLER            PIC X(15) VALUE 'SO NA FOLHA:   '.
      *----------------------------------------------------------------*
       2200-COMPARA-CAMPOS.
      *----------------------------------------------------------------*
           IF WS-FL-NOME(WS-IDX-FOLHA) NOT = FD-NOME-F
               ADD 1 TO WS-CNT-NOME-DIV
               ADD 1 TO WS-CNT-TOTAL-DIV
               MOVE FD-COD-F TO WS-DV-COD
