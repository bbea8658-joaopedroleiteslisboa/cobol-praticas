      *----------------------------------------------------------------*
      * Dual-control approval queue (APROVACOES.TXT). A sensitive
      * change is not applied by the program where it is keyed: it is
      * appended here as pending and only takes effect when a second
      * operator approves it in APROVA_ALTERACOES, never the operator
      * who asked for it. Writers: MOVIMENTA_FUNCIONARIOS (salary
      * change above the PARAMAPROVACAO percentage),
      * MANUTENCAO_PRODUTOS (price change above its percentage),
      * MANUTENCAO_CADASTROS and INSCREVE_CANDIDATOS (new candidate)
      * and MANUTENCAO_CONSIGNADO (new or changed loan contract).
      * APR-TIPO: SL salario, PR preco, CA candidato, CN consignado.
      * APR-SITUACAO: P pendente, A aprovada (salary, applied by the
      * next MOVIMENTA_FUNCIONARIOS run), E efetivada, R rejeitada.
      * APR-ANTES is the record image when the change was keyed
      * (spaces on an inclusion) and APR-DEPOIS the proposed one; for
      * SL it is the MOVFUNCIONARIOS transaction itself. A change is
      * refused at approval when the master no longer matches
      * APR-ANTES. DIGESTO_EXCECOES lists the pending ones older than
      * PAP-DIAS-PENDENCIA.
      *----------------------------------------------------------------*
       01  REG-APROVACAO.
           03 APR-TIPO               PIC X(02).
           03 APR-CHAVE              PIC X(09).
           03 APR-DATA-PEDIDO        PIC 9(08).
           03 APR-HORA-PEDIDO        PIC X(08).
           03 APR-PROGRAMA           PIC X(22).
           03 APR-OPER-SOLIC         PIC X(08).
           03 APR-PERC-VARIACAO      PIC 9(03)V99.
           03 APR-SITUACAO           PIC X(01).
           03 APR-OPER-DECISAO       PIC X(08).
           03 APR-DATA-DECISAO       PIC 9(08).
           03 APR-MOTIVO             PIC X(30).
           03 APR-ANTES              PIC X(80).
           03 APR-DEPOIS             PIC X(80).
