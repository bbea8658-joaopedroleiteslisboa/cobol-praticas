      *            DB - lock (revoke) the operator
      *            IN - create an operator (retorno 22 if it exists)
      *          Profiles: C inquiry-only, P maintain products,
      *          D maintain cadastros (and the CADPESSOAS.TXT person
      *          master, funcionalidade MANPES, and the health
      *          follow-up cases, ACPSAU), E correct exceptions,
      *          A approve the dual-control queue (APROVA),
      *          T total (legacy M behaves as products+cadastros;
      *          only T releases batch-window locks, LIBBLQ).
      *          LK-RETORNO: 00 ok, 05 invalido/negado, 06 senha
      *          expirada, 07 bloqueado, 23 operador inexistente,
      *          99 erro de arquivo.
                   AND SEG-FUNCIONALIDADE OF LK-SEGURANCA = 'MANPRD'
                   MOVE '00' TO LK-RETORNO
               WHEN SEG-PERFIL OF LK-SEGURANCA = 'D'
                   AND (SEG-FUNCIONALIDADE OF LK-SEGURANCA =
                        'MANCAD' OR 'MANPES' OR 'ACPSAU')
                   MOVE '00' TO LK-RETORNO
               WHEN SEG-PERFIL OF LK-SEGURANCA = 'E'
                   AND SEG-FUNCIONALIDADE OF LK-SEGURANCA = 'COREXC'
                   MOVE '00' TO LK-RETORNO
               WHEN SEG-PERFIL OF LK-SEGURANCA = 'A'
                   AND SEG-FUNCIONALIDADE OF LK-SEGURANCA = 'APROVA'
                   MOVE '00' TO LK-RETORNO
               WHEN SEG-PERFIL OF LK-SEGURANCA = 'M'
                   AND (SEG-FUNCIONALIDADE OF LK-SEGURANCA =
                        'MANPRD' OR 'MANCAD' OR 'MANPES'
                        OR 'ACPSAU')
                   MOVE '00' TO LK-RETORNO
               WHEN OTHER
                   MOVE '05' TO LK-RETORNO
