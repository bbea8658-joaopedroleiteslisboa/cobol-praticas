      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Cancellation of an issued sales invoice (nota
      *          fiscal). The operator logs in through
      *          SEGURANCA_OPERADOR (MANPRD profiles), types the serie,
      *          the numero and the reason, and after confirmation the
      *          program appends the tipo C record of the nota to the
      *          NOTASFISCAIS.txt register: the number stays used and
      *          is never issued again. The stock goes back through
      *          the returns flow: every item of the nota in
      *          ITENSNOTAFISCAL.txt is appended to DEVOLUCOES.txt
      *          with the sale document, less what HISTVENDAS.txt
      *          already shows returned and what is already waiting
      *          in DEVOLUCOES.txt, and DEVOLUCOES_VENDAS puts it back
      *          in stock at the cost of the sale. The cancellation is
      *          logged to AUDITMANUT.TXT and goes out in the next
      *          ARQNOTASFISCAIS.txt interface and livro de saidas.
      *          The session is refused, and the cancellation checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using the register or the returns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA_NOTA_FISCAL.
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT                    SECTION.

       FILE-CONTROL.

       SELECT ARQNOTAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-NOTAS.
      *
       SELECT ARQITENS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ITENS.
      *
       SELECT ARQHISTVENDAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTVENDAS.
      *
       SELECT ARQDEVOLUCOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEVOLUCOES.
      *
       SELECT ARQAUDITORIA
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTASFISCAIS.txt".
           COPY NOTAFISCAL.

       FD  ARQITENS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ITENSNOTAFISCAL.txt".
           COPY ITEMNOTAFISCAL.

       FD  ARQHISTVENDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTVENDAS.txt".
           COPY HISTVENDAS.

       FD  ARQDEVOLUCOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEVOLUCOES.txt".
       01  REG-DEVOLUCAO.
           03 FD-DV-DOCUMENTO      PIC X(10).
           03 FD-DV-PRODUTO        PIC 9(04).
           03 FD-DV-QTD            PIC 9(05).

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'NOTASFISCAIS.txt'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'ITENSNOTAFISCAL.txt'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'HISTVENDAS.txt'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'DEVOLUCOES.txt'.

       77  WS-STATUS-NOTAS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-ITENS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTVENDAS PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEVOLUCOES PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-LOGIN-OK         PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(80) VALUE SPACES.

       77  WS-SERIE-INFORMADA  PIC X(03) VALUE SPACES.
       77  WS-NUMERO-INFORMADO PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO-INFORMADO PIC X(30) VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-NOTA-ACHADA      PIC X(01) VALUE 'N'.
       77  WS-JA-CANCELADA     PIC X(01) VALUE 'N'.
       77  WS-ITENS-TRUNCADOS  PIC X(01) VALUE 'N'.
       77  WS-PRODUTO-DEVOLVIDO PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DEVOLVIDA    PIC 9(07) VALUE ZEROS.
       77  WS-RESTO            PIC 9(07) VALUE ZEROS.
       77  WS-QTD-LINHAS-DEV   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-UNIDADES-DEV PIC 9(07) VALUE ZEROS.
       77  WS-ED-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ED-ICMS          PIC ZZZ.ZZZ.ZZ9,99.

      * Cancelling a nota is a sales operation, granted to the
      * product maintenance profiles.
       77  WS-SEG-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-SEG-RETORNO      PIC X(02) VALUE SPACES.
           COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
                ==WS-SEGURANCA==.

      * Batch-window lockout: the session is registered in the
      * CONTROLE_BLOQUEIOS registry and no nota is cancelled while a
      * nightly step holds NOTASFISCAIS.txt or DEVOLUCOES.txt.
       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-LIBERADO     PIC X(01) VALUE 'S'.
       77  WS-BLQ-MENSAGEM     PIC X(120) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

      * The E record of the nota, kept for the C record and the audit.
           COPY NOTAFISCAL REPLACING ==REG-NOTA-FISCAL== BY
                ==WS-NOTA-FISCAL==.

      * Items of the nota; WS-IT-A-DEVOLVER starts at the quantity of
      * the item and loses what was already returned.
       01  WS-TAB-ITENS.
           03 WS-QTD-ITENS       PIC 9(03) VALUE ZEROS.
           03 WS-ITEM OCCURS 999 TIMES INDEXED BY WS-IDX-IT.
              05 WS-IT-PRODUTO   PIC 9(04).
              05 WS-IT-QTD       PIC 9(05).
              05 WS-IT-A-DEVOLVER PIC 9(05).

       01  WS-VARIAVEIS.
           03 WS-DATA-HORA       PIC X(30).
           03 WS-TIMESTAMP.
               05 WS-DATA.
                   07 WS-ANO               PIC 9(04).
                   07 WS-MES               PIC 9(02).
                   07 WS-DIA               PIC 9(02).
               05 WS-HORA.
                   07 WS-HH                PIC 9(02).
                   07 WS-MM                PIC 9(02).
                   07 WS-SS                PIC 9(02).
                   07 WS-MS                PIC 9(02).

       01  WS-DATA-SISTEMA  PIC X(10).
       01  WS-HORA-SISTEMA  PIC X(08).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           CALL 'DATA_MOVIMENTO' USING WS-DATA-MOVIMENTO

           PERFORM 0050-EFETUA-LOGIN

           IF WS-LOGIN-OK = 'N'
               DISPLAY 'ACESSO NEGADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'MANPRD' TO SEG-FUNCIONALIDADE OF WS-SEGURANCA
           MOVE 'AU' TO WS-SEG-FUNCAO
           CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                WS-SEGURANCA WS-SEG-RETORNO

           IF WS-SEG-RETORNO NOT = '00'
               DISPLAY 'PERFIL SEM PERMISSAO PARA CANCELAR NOTA '
                       'FISCAL'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0070-ABRE-SESSAO
           IF WS-BLQ-LIBERADO = 'N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'SERIE DA NOTA: '
           ACCEPT WS-SERIE-INFORMADA
           DISPLAY 'NUMERO DA NOTA: '
           ACCEPT WS-NUMERO-INFORMADO
           DISPLAY 'MOTIVO DO CANCELAMENTO: '
           ACCEPT WS-MOTIVO-INFORMADO

           IF WS-MOTIVO-INFORMADO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - NOTA NAO CANCELADA'
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOCALIZA-NOTA

           IF WS-NOTA-ACHADA = 'N'
               DISPLAY 'NOTA NAO ENCONTRADA: SERIE '
                       WS-SERIE-INFORMADA ' NUMERO '
                       WS-NUMERO-INFORMADO
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-JA-CANCELADA = 'S'
               DISPLAY 'NOTA JA CANCELADA: SERIE '
                       WS-SERIE-INFORMADA ' NUMERO '
                       WS-NUMERO-INFORMADO
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-CARREGA-ITENS

           IF WS-ITENS-TRUNCADOS = 'S'
               DISPLAY 'NOTA COM MAIS DE 999 ITENS - CANCELAMENTO '
                       'NAO EFETUADO'
               PERFORM 0079-FECHA-SESSAO
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2500-APURA-DEVOLVIDO

           MOVE NF_VALOR_TOTAL OF WS-NOTA-FISCAL TO WS-ED-VALOR
           MOVE NF_VALOR_ICMS OF WS-NOTA-FISCAL  TO WS-ED-ICMS
           DISPLAY 'NOTA ' NF_SERIE OF WS-NOTA-FISCAL '/'
                   NF_NUMERO OF WS-NOTA-FISCAL
                   ' DE ' NF_DATA OF WS-NOTA-FISCAL
                   ' DOCUMENTO ' NF_DOCUMENTO OF WS-NOTA-FISCAL
           DISPLAY 'CLIENTE ' NF_CLIENTE OF WS-NOTA-FISCAL
                   ' UF ' NF_UF_DESTINO OF WS-NOTA-FISCAL
                   ' VALOR ' WS-ED-VALOR ' ICMS ' WS-ED-ICMS
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CANCELAMENTO NAO EFETUADO'
               PERFORM 0079-FECHA-SESSAO
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0075-VERIFICA-BLOQUEIO
           IF WS-BLQ-LIBERADO = 'N'
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3000-GRAVA-CANCELAMENTO
           PERFORM 4000-GRAVA-DEVOLUCOES
           PERFORM 0090-GRAVA-AUDITORIA

           DISPLAY 'NOTA CANCELADA: SERIE ' WS-SERIE-INFORMADA
                   ' NUMERO ' WS-NUMERO-INFORMADO
           DISPLAY 'ITENS ENVIADOS PARA DEVOLUCAO: '
                   WS-QTD-LINHAS-DEV ' UNIDADES: '
                   WS-QTD-UNIDADES-DEV

           PERFORM 0079-FECHA-SESSAO

           MOVE 0 TO RETURN-CODE
           GOBACK.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'CANCELA_NOTA_FISCAL'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'NOTASFISCAIS.txt'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'DEVOLUCOES.txt'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)

           MOVE 'AS' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           MOVE 'S' TO WS-BLQ-LIBERADO
           IF WS-BLQ-RETORNO = '09'
               MOVE 'N' TO WS-BLQ-LIBERADO
               MOVE SPACES TO WS-BLQ-MENSAGEM
               STRING 'CADASTRO ' DELIMITED BY SIZE
                      BLQ-DET-MASTER OF WS-BLOQUEIO DELIMITED BY SPACE
                      ' EM USO PELO PROCESSAMENTO NOTURNO ('
                      DELIMITED BY SIZE
                      BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                      DELIMITED BY SPACE
                      ') - CANCELAMENTO NAO PERMITIDO'
                      DELIMITED BY SIZE
                      INTO WS-BLQ-MENSAGEM
               END-STRING
               DISPLAY WS-BLQ-MENSAGEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0075-VERIFICA-BLOQUEIO.
      *----------------------------------------------------------------*
           MOVE 'VE' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           MOVE 'S' TO WS-BLQ-LIBERADO
           IF WS-BLQ-RETORNO = '09'
               MOVE 'N' TO WS-BLQ-LIBERADO
               MOVE SPACES TO WS-BLQ-MENSAGEM
               STRING 'CADASTRO ' DELIMITED BY SIZE
                      BLQ-DET-MASTER OF WS-BLOQUEIO DELIMITED BY SPACE
                      ' EM USO PELO PROCESSAMENTO NOTURNO ('
                      DELIMITED BY SIZE
                      BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                      DELIMITED BY SPACE
                      ') - CANCELAMENTO NAO PERMITIDO'
                      DELIMITED BY SIZE
                      INTO WS-BLQ-MENSAGEM
               END-STRING
               DISPLAY WS-BLQ-MENSAGEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0079-FECHA-SESSAO.
      *----------------------------------------------------------------*
           MOVE 'FS' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO
           .
           EXIT.
      *----------------------------------------------------------------*
       0050-EFETUA-LOGIN.
      *----------------------------------------------------------------*
           PERFORM UNTIL WS-LOGIN-OK = 'S'
                   OR WS-TENTATIVAS >= 3
               ADD 1 TO WS-TENTATIVAS
               DISPLAY 'OPERADOR: '
               ACCEPT SEG-OPERADOR OF WS-SEGURANCA
               DISPLAY 'SENHA: '
               ACCEPT SEG-SENHA OF WS-SEGURANCA

               MOVE 'LG' TO WS-SEG-FUNCAO
               CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                    WS-SEGURANCA WS-SEG-RETORNO

               EVALUATE WS-SEG-RETORNO
                   WHEN '00'
                       MOVE 'S' TO WS-LOGIN-OK
                       MOVE SEG-OPERADOR OF WS-SEGURANCA TO
                            WS-OPERADOR
                   WHEN '06'
                       DISPLAY 'SENHA EXPIRADA - SOLICITE O RESET '
                               'AO ADMINISTRADOR'
                   WHEN '07'
                       DISPLAY 'OPERADOR BLOQUEADO'
                   WHEN OTHER
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               END-EVALUATE
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0090-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQAUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQAUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           END-STRING
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE WS-NOTA-FISCAL TO WS-REG-ANTES
           MOVE SPACES TO WS-REG-DEPOIS
           STRING 'NOTA ' WS-SERIE-INFORMADA '/' WS-NUMERO-INFORMADO
                  ' CANCELADA - ' WS-MOTIVO-INFORMADO
               DELIMITED BY SIZE INTO WS-REG-DEPOIS
           END-STRING

           MOVE WS-OPERADOR     TO AUD-OPERADOR
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE 'CANCELA_NOTA_FISCAL' TO AUD-PROGRAMA
           MOVE 'CANC NOTA'     TO AUD-FUNCAO
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA

           CLOSE ARQAUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LOCALIZA-NOTA.
      *----------------------------------------------------------------*
      * The E record gives the nota; a C record of the same serie and
      * numero anywhere in the register means it is already void.
           MOVE 'N' TO WS-NOTA-ACHADA WS-JA-CANCELADA
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQNOTAS
           IF WS-STATUS-NOTAS = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQNOTAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF NF_SERIE OF REG-NOTA-FISCAL =
                              WS-SERIE-INFORMADA
                              AND NF_NUMERO OF REG-NOTA-FISCAL =
                              WS-NUMERO-INFORMADO
                               EVALUATE NF_TIPO OF REG-NOTA-FISCAL
                                   WHEN 'E'
                                       MOVE 'S' TO WS-NOTA-ACHADA
                                       MOVE REG-NOTA-FISCAL TO
                                            WS-NOTA-FISCAL
                                   WHEN 'C'
                                       MOVE 'S' TO WS-JA-CANCELADA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQNOTAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CARREGA-ITENS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQITENS
           IF WS-STATUS-ITENS = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQITENS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF IT_SERIE = WS-SERIE-INFORMADA
                              AND IT_NUMERO = WS-NUMERO-INFORMADO
                               PERFORM 2100-GUARDA-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQITENS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-GUARDA-ITEM.
      *----------------------------------------------------------------*
           IF WS-QTD-ITENS < 999
               ADD 1 TO WS-QTD-ITENS
               SET WS-IDX-IT TO WS-QTD-ITENS
               MOVE IT_PRODUTO TO WS-IT-PRODUTO(WS-IDX-IT)
               MOVE IT_QTD     TO WS-IT-QTD(WS-IDX-IT)
               MOVE IT_QTD     TO WS-IT-A-DEVOLVER(WS-IDX-IT)
           ELSE
               MOVE 'S' TO WS-ITENS-TRUNCADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-APURA-DEVOLVIDO.
      *----------------------------------------------------------------*
      * DEVOLUCOES_VENDAS refuses a return above what was sold less
      * what was returned, so only the rest of each item is sent:
      * the D lines of the document in the history and the lines of
      * the document already waiting in DEVOLUCOES.txt come off.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQHISTVENDAS
           IF WS-STATUS-HISTVENDAS = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTVENDAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF HV_TIPO = 'D'
                              AND HV_DOCUMENTO =
                                  NF_DOCUMENTO OF WS-NOTA-FISCAL
                               MOVE HV_PRODUTO TO WS-PRODUTO-DEVOLVIDO
                               MOVE HV_QTD     TO WS-QTD-DEVOLVIDA
                               PERFORM 2600-DESCONTA-DEVOLVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTVENDAS
           END-IF

           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQDEVOLUCOES
           IF WS-STATUS-DEVOLUCOES = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDEVOLUCOES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-DV-DOCUMENTO =
                              NF_DOCUMENTO OF WS-NOTA-FISCAL
                              AND FD-DV-PRODUTO NUMERIC
                              AND FD-DV-QTD NUMERIC
                               MOVE FD-DV-PRODUTO TO
                                    WS-PRODUTO-DEVOLVIDO
                               MOVE FD-DV-QTD TO WS-QTD-DEVOLVIDA
                               PERFORM 2600-DESCONTA-DEVOLVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEVOLUCOES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-DESCONTA-DEVOLVIDO.
      *----------------------------------------------------------------*
      * A product on more than one item (different prices) has the
      * return taken from its items in order.
           MOVE WS-QTD-DEVOLVIDA TO WS-RESTO

           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-QTD-ITENS
                   OR WS-RESTO = ZEROS
               IF WS-IT-PRODUTO(WS-IDX-IT) = WS-PRODUTO-DEVOLVIDO
                   IF WS-IT-A-DEVOLVER(WS-IDX-IT) >= WS-RESTO
                       SUBTRACT WS-RESTO FROM
                                WS-IT-A-DEVOLVER(WS-IDX-IT)
                       MOVE ZEROS TO WS-RESTO
                   ELSE
                       SUBTRACT WS-IT-A-DEVOLVER(WS-IDX-IT) FROM
                                WS-RESTO
                       MOVE ZEROS TO WS-IT-A-DEVOLVER(WS-IDX-IT)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GRAVA-CANCELAMENTO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQNOTAS

           MOVE WS-NOTA-FISCAL      TO REG-NOTA-FISCAL
           MOVE 'C'                 TO NF_TIPO OF REG-NOTA-FISCAL
           MOVE WS-DATA-MOVIMENTO   TO NF_DATA OF REG-NOTA-FISCAL
           MOVE WS-OPERADOR         TO NF_OPERADOR OF REG-NOTA-FISCAL
           MOVE WS-MOTIVO-INFORMADO TO NF_MOTIVO OF REG-NOTA-FISCAL
           WRITE REG-NOTA-FISCAL

           CLOSE ARQNOTAS
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-DEVOLUCOES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-LINHAS-DEV WS-QTD-UNIDADES-DEV

           OPEN EXTEND ARQDEVOLUCOES
           IF WS-STATUS-DEVOLUCOES = '35'
               OPEN OUTPUT ARQDEVOLUCOES
           END-IF

           PERFORM VARYING WS-IDX-IT FROM 1 BY 1
                   UNTIL WS-IDX-IT > WS-QTD-ITENS
               IF WS-IT-A-DEVOLVER(WS-IDX-IT) > ZEROS
                   MOVE NF_DOCUMENTO OF WS-NOTA-FISCAL TO
                        FD-DV-DOCUMENTO
                   MOVE WS-IT-PRODUTO(WS-IDX-IT) TO FD-DV-PRODUTO
                   MOVE WS-IT-A-DEVOLVER(WS-IDX-IT) TO FD-DV-QTD
                   WRITE REG-DEVOLUCAO
                   ADD 1 TO WS-QTD-LINHAS-DEV
                   ADD WS-IT-A-DEVOLVER(WS-IDX-IT) TO
                       WS-QTD-UNIDADES-DEV
               END-IF
           END-PERFORM

           CLOSE ARQDEVOLUCOES
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'NOTASFISCAIS.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'ITENSNOTAFISCAL.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'HISTVENDAS.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'DEVOLUCOES.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM CANCELA_NOTA_FISCAL.
