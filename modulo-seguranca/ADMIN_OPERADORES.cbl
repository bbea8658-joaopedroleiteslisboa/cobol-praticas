           ACCEPT WS-OPER-ALVO
           DISPLAY 'SENHA INICIAL: '
           ACCEPT WS-SENHA-NOVA
           DISPLAY 'PERFIL (C/P/D/E/A/T): '
           ACCEPT WS-PERFIL-NOVO

           MOVE WS-OPER-ALVO   TO SEG-OPERADOR OF WS-SEGURANCA
