      *          files. For every file listed in PARAMINTERFACES.TXT
      *          (logical name plus trailer type: T = ARQTRANSMISSAO
      *          '09' trailer, R = bank remittance '9' trailer, L =
      *          ARQLANCCONTABIL 'T' trailer, G = ARQRECOLHIMENTO
      *          FGTS/INSS collection '99' trailer, N = ARQNOTASFISCAIS
      *          sales invoice '99' trailer) the program reads the
      *          file's own trailer, registers the generation in the
      *          PROTOCOLOINTERFACE.TXT protocol file (name,
      *          generation timestamp, record count, totals, status P
           03 FD-IL-DEBITOS        PIC 9(11)V99.
           03 FD-IL-CREDITOS       PIC 9(11)V99.
           03 FILLER               PIC X(53).
       01  REG-IF-RECOLHIMENTO REDEFINES REG-INTERFACE.
           03 FD-IG-TIPO           PIC X(02).
           03 FD-IG-QTD            PIC 9(06).
           03 FD-IG-FGTS           PIC 9(11)V99.
           03 FD-IG-INSS           PIC 9(11)V99.
           03 FD-IG-TOTAL          PIC 9(11)V99.
           03 FILLER               PIC X(33).
       01  REG-IF-NOTAS REDEFINES REG-INTERFACE.
           03 FD-IN-TIPO           PIC X(02).
           03 FD-IN-QTD            PIC 9(06).
           03 FD-IN-QTD-CANC       PIC 9(06).
           03 FD-IN-TOTAL          PIC 9(11)V99.
           03 FD-IN-ICMS           PIC 9(11)V99.
           03 FILLER               PIC X(40).

       FD  ARQPROTOCOLO
           LABEL RECORD STANDARD
                       MOVE 'S' TO WS-TRAILER-ACHADO
                       MOVE FD-IL-DEBITOS TO WS-TR-TOTAL
                   END-IF
               WHEN 'G'
                   IF FD-IG-TIPO = '99'
                       MOVE 'S' TO WS-TRAILER-ACHADO
                       MOVE FD-IG-QTD   TO WS-TR-QTD
                       MOVE FD-IG-TOTAL TO WS-TR-TOTAL
                   END-IF
               WHEN 'N'
                   IF FD-IN-TIPO = '99'
                       MOVE 'S' TO WS-TRAILER-ACHADO
                       MOVE FD-IN-QTD   TO WS-TR-QTD
                       MOVE FD-IN-TOTAL TO WS-TR-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
