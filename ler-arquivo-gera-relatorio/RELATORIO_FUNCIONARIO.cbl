       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMRELFUNC.TXT".
       01  REG-PARAM.
           03 FD-PARAM-MODO          PIC X(01).
           03 FD-PARAM-COD-INICIAL   PIC 9(09).
           03 FD-PARAM-COD-FINAL     PIC 9(09).
           03 FD-PARAM-COD-CONSULTA  PIC 9(09).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-STATUS-ARQFUN PIC X(02) VALUE SPACES.
       77  WS-LINHABRACO PIC X(80) VALUE SPACES.
       77  WS-PONTILHADO PIC X(80) VALUE ALL '-'.
       77  WS-TOTSAL-AUX PIC 9(11)V99 VALUE ZEROS.
       77  WS-PAG-AUX    PIC 9(03) VALUE ZEROS.
       77  CONT-LIN      PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FUNC   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-FUNC-JOBLOG PIC 9(05) VALUE ZEROS.
       77  WS-SAL-MIN    PIC 9(09)V99 VALUE 999999999,99.
       77  WS-SAL-MAX    PIC 9(09)V99 VALUE ZEROS.
       77  WS-SAL-MEDIA  PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOME-MIN   PIC X(30) VALUE SPACES.
       77  WS-NOME-MAX   PIC X(30) VALUE SPACES.
       77  WS-TOTSAL-AUX-GERAL PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-FUNC-GERAL   PIC 9(05) VALUE ZEROS.
       77  WS-SAL-MIN-GERAL    PIC 9(09)V99 VALUE 999999999,99.
       77  WS-SAL-MAX-GERAL    PIC 9(09)V99 VALUE ZEROS.
       77  WS-SAL-MEDIA-GERAL  PIC 9(09)V99 VALUE ZEROS.
       77  WS-NOME-MIN-GERAL   PIC X(30) VALUE SPACES.
       77  WS-NOME-MAX-GERAL   PIC X(30) VALUE SPACES.
       77  WS-MODO-EXECUCAO PIC X(01) VALUE 'L'.
       77  WS-COD-CONSULTA  PIC 9(09) VALUE ZEROS.
       77  WS-COD-INICIAL   PIC 9(09) VALUE ZEROS.
       77  WS-COD-FINAL     PIC 9(09) VALUE 999999999.
       77  WS-JOBLOG-EVENTO PIC X(06) VALUE SPACES.

       01  WS-VARIAVEIS.
           03 WS-LINHA3.
              05 FILLER  PIC X(18) VALUE 'Codigo Funcionario'.
              05 FILLER  PIC X(02) VALUE SPACES.
              05 FILLER  PIC X(30) VALUE 'Nome Funcionario    '.
              05 FILLER  PIC X(02) VALUE SPACES.
              05 FILLER  PIC X(19) VALUE 'Salario Funcionario'.
              05 FILLER  PIC X(09) VALUE SPACES.
      *
       01  WS-DETALHE.
           03 WS-CODFUN  PIC 9(09) VALUE ZEROS.
           03 FILLER     PIC X(11) VALUE SPACES.
           03 WS-NOMEFUN PIC X(30) VALUE ZEROS.
           03 FILLER     PIC X(02) VALUE SPACES.
           03 FILLER     PIC X(02) VALUE 'R$'.
           03 WS-SALFUN  PIC zzz.zzz.zz9,99.
      *
       01  WS-RODAPE.
           03 FILLER    PIC X(30) VALUE 'TOTAL SALARIO ACUMULADO: R$'.
           03 WS-TOTSAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-LINHA-2.
           03 FILLER      PIC X(30) VALUE 'SALARIO MEDIO: R$'.
           03 WS-RD-MEDIA PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-LINHA-3.
           03 FILLER      PIC X(30) VALUE 'MENOR SALARIO: R$'.
           03 WS-RD-MIN   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 WS-RD-NOME-MIN PIC X(30).

       01  WS-RODAPE-LINHA-4.
           03 FILLER      PIC X(30) VALUE 'MAIOR SALARIO: R$'.
           03 WS-RD-MAX   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 WS-RD-NOME-MAX PIC X(30).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
               PERFORM 1500-CONSULTA-FUNCIONARIO
            ELSE
               IF WS-COD-FINAL = ZEROS
                  MOVE 999999999 TO WS-COD-FINAL
               END-IF

               IF WS-COD-INICIAL > ZEROS
               AT END
                   MOVE 'L'   TO WS-MODO-EXECUCAO
                   MOVE ZEROS TO WS-COD-INICIAL
                   MOVE 999999999 TO WS-COD-FINAL
                   MOVE ZEROS TO WS-COD-CONSULTA
               NOT AT END
                   MOVE FD-PARAM-MODO         TO WS-MODO-EXECUCAO

           INITIALIZE WS-TOTSAL-AUX WS-TOTSAL WS-QTD-FUNC
                      WS-SAL-MEDIA
           MOVE 999999999,99 TO WS-SAL-MIN
           MOVE ZEROS TO WS-SAL-MAX
           .
           EXIT.
