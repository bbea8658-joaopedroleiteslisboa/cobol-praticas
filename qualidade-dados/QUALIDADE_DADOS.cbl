       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.

       FD  ARQCAND
           LABEL RECORD STANDARD
