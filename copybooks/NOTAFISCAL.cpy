      *----------------------------------------------------------------*
      * Sales invoice register (NOTASFISCAIS.txt), append-only.
      * EMITE_NOTAS_FISCAIS appends one tipo E record per nota it
      * issues, numbered in sequence inside the serie; the register
      * itself is the numbering control (next number = last E of the
      * serie + 1), so a number is never issued twice. A voided nota
      * keeps its E record and CANCELA_NOTA_FISCAL appends a tipo C
      * record for the same serie/numero with the cancellation date,
      * operator and reason; the number is not reused. NF_DATA is the
      * data-movimento of the emission (E) or of the cancellation (C).
      * NF_UF_DESTINO is the customer's CLI_UF, or the origin UF of
      * PARAMNOTAFISCAL.txt for cash sales and customers without one.
      *----------------------------------------------------------------*
       01  REG-NOTA-FISCAL.
           04 NF_TIPO                    PIC X(1).
           04 NF_SERIE                   PIC X(3).
           04 NF_NUMERO                  PIC 9(6).
           04 NF_DATA                    PIC 9(8).
           04 NF_DOCUMENTO               PIC X(10).
           04 NF_CLIENTE                 PIC 9(5).
           04 NF_UF_DESTINO              PIC X(2).
           04 NF_QTD_ITENS               PIC 9(3).
           04 NF_VALOR_TOTAL             PIC 9(9)V99.
           04 NF_VALOR_ICMS              PIC 9(9)V99.
           04 NF_OPERADOR                PIC X(8).
           04 NF_MOTIVO                  PIC X(30).
