       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           VALUE 'ARQFUNCIONARIO.txt'.
       77  WS-STATUS-ARQFUN  PIC X(02) VALUE SPACES.
       77  WS-EOF            PIC X(01) VALUE ' '.
       77  WS-NOME-PROCURADO PIC X(30) VALUE SPACES.
       77  WS-OPCAO          PIC X(09) VALUE SPACES.
       77  WS-COD-ESCOLHIDO  PIC 9(09) VALUE ZEROS.
       77  WS-QTD-PAGINA     PIC 9(02) VALUE ZEROS.
       77  WS-LINHAS-PAGINA  PIC 9(02) VALUE 10.
       77  WS-FIM-CONSULTA   PIC X(01) VALUE 'N'.
       77  WS-SALFUN-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-LOGIN-OK       PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS     PIC 9(01) VALUE ZEROS.

                ==WS-SEGURANCA==.

       01  WS-LINHA-LISTA.
           03 WS-LS-COD       PIC 9(09).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LS-NOME      PIC X(30).
           03 FILLER          PIC X(04) VALUE ' R$ '.
           03 WS-LS-SALARIO   PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
               PERFORM 2100-EXIBE-PAGINA-FRENTE

               DISPLAY 'P=PROXIMA A=ANTERIOR N=NOVA CONSULTA '
                       'OU MATRICULA (9 DIGITOS) P/ DETALHE: '
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO

      *----------------------------------------------------------------*
       2100-EXIBE-PAGINA-FRENTE.
      *----------------------------------------------------------------*
           DISPLAY '---------------------------------------------'
                   '--------------'
           DISPLAY 'MATRICULA  NOME                              '
                   '       SALARIO'

           MOVE ZEROS TO WS-QTD-PAGINA

               END-READ
           END-PERFORM

           DISPLAY '---------------------------------------------'
                   '--------------'
           .
           EXIT.
      *----------------------------------------------------------------*
