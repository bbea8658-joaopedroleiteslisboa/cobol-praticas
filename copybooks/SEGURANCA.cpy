      * take it with COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
      * ==<their name>== when they need a local prefix.
      * Funcionalidades: MANPRD maintain products, MANCAD maintain
      * cadastros, MANPES maintain the person master, ACPSAU health
      * follow-up cases, COREXC correct exceptions, CONSUL inquiry,
      * ADMOPR operator administration, APROVA approve or reject the
      * dual-control queue, LIBBLQ release stale batch-window locks.
      *----------------------------------------------------------------*
       01  REG-SEGURANCA.
           03 SEG-OPERADOR           PIC X(08).
