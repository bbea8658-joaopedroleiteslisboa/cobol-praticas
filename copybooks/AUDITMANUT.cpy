      * MANUTENCAO_PRODUTOS and MANUTENCAO_CADASTROS for every change:
      * operator, date/time, program, function and the before/after
      * record images. Listed by LISTA_AUDITORIA.
      * A change applied through the dual-control queue (APROVACOES.TXT)
      * carries the requesting operator in AUD-OPERADOR and 'APR '
      * followed by the approving operator in AUD-FUNCAO.
      *----------------------------------------------------------------*
       01  REG-AUDITORIA.
           03 AUD-OPERADOR           PIC X(08).
           03 AUD-HORA               PIC X(08).
           03 AUD-PROGRAMA           PIC X(22).
           03 AUD-FUNCAO             PIC X(12).
           03 AUD-FUNCAO-APROVACAO REDEFINES AUD-FUNCAO.
              05 AUD-APR-MARCA       PIC X(04).
              05 AUD-APR-APROVADOR   PIC X(08).
           03 AUD-ANTES              PIC X(80).
           03 AUD-DEPOIS             PIC X(80).
