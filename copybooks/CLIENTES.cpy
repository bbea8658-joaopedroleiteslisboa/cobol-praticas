      *----------------------------------------------------------------*
      * Customer master record (CLIENTES.txt), maintained online by
      * MANUTENCAO_CLIENTES. Tipo doc F = CPF (right-justified in the
      * 14 digits), J = CNPJ. The credit limit caps the open balance
      * of the customer's receivables (CONTASRECEBER.txt); the payment
      * terms give the due date of each credit sale, in days after
      * the data-movimento. Situacao A ativo, B bloqueado (manual
      * block; customers with a receivable overdue beyond the
      * tolerance are blocked automatically by the sales and aging
      * programs). CLI_UF is the state of the customer, the
      * destination UF of its notas fiscais for the ICMS rate;
      * records written before it existed read it as spaces and are
      * taxed at the origin UF.
      *----------------------------------------------------------------*
       01  REG-CLIENTE.
           04 CLI_CODIGO                 PIC 9(5).
           04 CLI_NOME                   PIC X(30).
           04 CLI_TIPO_DOC               PIC X(1).
           04 CLI_DOCUMENTO              PIC 9(14).
           04 CLI_LIMITE_CREDITO         PIC 9(9)V99.
           04 CLI_PRAZO_DIAS             PIC 9(3).
           04 CLI_SITUACAO               PIC X(1).
           04 CLI_UF                     PIC X(2).
