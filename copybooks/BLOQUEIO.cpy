      *----------------------------------------------------------------*
      * Communication area of the CONTROLE_BLOQUEIOS module, owner of
      * the BLOQUEIOS.TXT lock registry of the batch window. Masters
      * are named by the logical name the programs pass to
      * CONFIG_ARQUIVOS (FD_PRODUTOS.txt, DBREGISTRODEP.TXT, ...).
      * Maintenance programs fill BLQ-PROGRAMA, BLQ-OPERADOR and the
      * BLQ-MASTER list (unused entries in spaces) and call AS at
      * login, VE before each change and FS at the end;
      * DRIVER_PROCESSAMENTO_NOTURNO locks the masters of the step in
      * execution (BB, LT) and asks for the sessions still open (CS);
      * LIBERA_BLOQUEIOS lists (LI) and releases (RX) stale entries.
      * On refusal or listing the BLQ-DET fields carry the entry
      * found: BLQ-DET-TIPO B passo noturno, M sessao de manutencao.
      *----------------------------------------------------------------*
       01  REG-BLOQUEIO.
           03 BLQ-PROGRAMA           PIC X(22).
           03 BLQ-OPERADOR           PIC X(08).
           03 BLQ-MASTER             PIC X(20) OCCURS 5 TIMES.
           03 BLQ-DET-TIPO           PIC X(01).
           03 BLQ-DET-MASTER         PIC X(20).
           03 BLQ-DET-PROGRAMA       PIC X(22).
           03 BLQ-DET-OPERADOR       PIC X(08).
           03 BLQ-DET-DATA           PIC 9(08).
           03 BLQ-DET-HORA           PIC X(08).
           03 BLQ-QTD                PIC 9(03).
