      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: End-of-shift cash register closing. The operator
      *          logs in through SEGURANCA_OPERADOR, types the
      *          register number and declares, blind, the amount
      *          counted for each payment method (dinheiro, cartao
      *          debito, cartao credito, PIX, crediario). The program
      *          adds up the sales of that register and operator in
      *          the day's VENDAS.txt by payment method (quantity
      *          times the price sent; sales sent without a price are
      *          charged the price in force by VENDAS_DIARIAS and are
      *          only counted here), appends the closing slip with the
      *          over/short per method to ARQFECHAMENTOCAIXA.txt and
      *          the closing to the FECHAMENTOCAIXA.txt history that
      *          DIFERENCAS_CAIXA reports to the supervisor. A register
      *          closes once per operator and data-movimento, and
      *          VENDAS_DIARIAS applies the day's sales only when
      *          every register and operator has closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO_CAIXA.
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

       SELECT ARQVENDAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-VENDAS.
      *
       SELECT ARQFECHAMENTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FECHAMENTOS.
      *
       SELECT ARQCOMPROVANTE
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-COMPROVANTE.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQVENDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.txt".
       01  REG-VENDA.
           03 FD-VD-PRODUTO        PIC 9(04).
           03 FD-VD-QTD            PIC 9(05).
           03 FD-VD-PRECO          PIC 9(06)V99.
           03 FD-VD-CLIENTE        PIC 9(05).
           03 FD-VD-COND-PAGTO     PIC X(01).
           03 FD-VD-DOCUMENTO      PIC X(10).
           03 FD-VD-CAIXA          PIC 9(03).
           03 FD-VD-OPERADOR       PIC X(08).
           03 FD-VD-FORMA-PAGTO    PIC X(02).
       01  REG-VENDA-CONTROLE.
           03 FD-VD-CTL-TIPO       PIC X(03).
           03 FILLER               PIC X(28).

       FD  ARQFECHAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FECHAMENTOCAIXA.txt".
           COPY FECHAMENTOCAIXA.

       FD  ARQCOMPROVANTE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFECHAMENTOCAIXA.txt".
       01  REG-COMPROVANTE         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'VENDAS.txt'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'FECHAMENTOCAIXA.txt'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'ARQFECHAMENTOCAIXA.txt'.

       77  WS-STATUS-VENDAS    PIC X(02) VALUE SPACES.
       77  WS-STATUS-FECHAMENTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-COMPROVANTE PIC X(02) VALUE SPACES.
       77  WS-EOF              PIC X(01) VALUE ' '.
       77  WS-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-LOGIN-OK         PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.

       77  WS-CAIXA-INFORMADO  PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-INFORMADO  PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-JA-FECHADO       PIC X(01) VALUE 'N'.
       77  WS-QTD-VENDAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-PRECO    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-FORMA-INVALIDA PIC 9(05) VALUE ZEROS.
       77  WS-IDX-ACHADO       PIC 9(01) VALUE ZEROS.
       77  WS-VALOR-VENDA      PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-VENDAS     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DECLARADO  PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DIFERENCA  PIC S9(11)V99 VALUE ZEROS.

      * Payment methods, in the order they are declared and printed.
       01  WS-TAB-FORMAS-VALORES.
           03 FILLER PIC X(16) VALUE 'DIDINHEIRO      '.
           03 FILLER PIC X(16) VALUE 'CDCARTAO DEBITO '.
           03 FILLER PIC X(16) VALUE 'CCCARTAO CREDITO'.
           03 FILLER PIC X(16) VALUE 'PXPIX           '.
           03 FILLER PIC X(16) VALUE 'CRCREDIARIO     '.
       01  WS-TAB-FORMAS REDEFINES WS-TAB-FORMAS-VALORES.
           03 WS-FORMA OCCURS 5 TIMES INDEXED BY WS-IDX-FP.
              05 WS-FP-CODIGO      PIC X(02).
              05 WS-FP-DESCRICAO   PIC X(14).

      * What the register sold and what the operator declared, per
      * payment method.
       01  WS-TAB-APURACAO.
           03 WS-APURACAO OCCURS 5 TIMES.
              05 WS-AP-VENDAS      PIC 9(09)V99.
              05 WS-AP-DECLARADO   PIC 9(09)V99.

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

       01  WS-DATA-MOV-DESM.
           03 WS-DM-ANO           PIC 9(04).
           03 WS-DM-MES           PIC 9(02).
           03 WS-DM-DIA           PIC 9(02).

       01  WS-DATA-MOV-FMT  PIC X(10).
       01  WS-HORA-SISTEMA  PIC X(08).

       77  WS-SEG-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-SEG-RETORNO      PIC X(02) VALUE SPACES.
           COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
                ==WS-SEGURANCA==.

       01  WS-PONTILHADO       PIC X(80) VALUE ALL '-'.

       01  WS-LINHA-TITULO.
           03 FILLER           PIC X(20) VALUE
                  'FECHAMENTO DE CAIXA '.
           03 WS-TI-DATA       PIC X(10).
           03 FILLER           PIC X(07) VALUE ' CAIXA '.
           03 WS-TI-CAIXA      PIC 9(03).
           03 FILLER           PIC X(10) VALUE ' OPERADOR '.
           03 WS-TI-OPERADOR   PIC X(08).
           03 FILLER           PIC X(06) VALUE ' HORA '.
           03 WS-TI-HORA       PIC X(08).

       01  WS-LINHA-CABECALHO.
           03 FILLER           PIC X(15) VALUE 'FORMA'.
           03 FILLER           PIC X(15) VALUE '         VENDAS'.
           03 FILLER           PIC X(15) VALUE '      DECLARADO'.
           03 FILLER           PIC X(16) VALUE '       DIFERENCA'.
           03 FILLER           PIC X(09) VALUE ' SITUACAO'.

       01  WS-LINHA-FORMA.
           03 WS-LF-DESCRICAO  PIC X(15).
           03 WS-LF-VENDAS     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LF-DECLARADO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LF-DIFERENCA  PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WS-LF-SITUACAO   PIC X(07).

       01  WS-LINHA-QUANTIDADES.
           03 FILLER           PIC X(17) VALUE 'VENDAS DO CAIXA: '.
           03 WS-LQ-VENDAS     PIC ZZZZ9.
           03 FILLER           PIC X(29) VALUE
                  '  SEM PRECO (NAO SOMADAS): '.
           03 WS-LQ-SEM-PRECO  PIC ZZZZ9.

       01  WS-LINHA-FORMA-INVALIDA.
           03 FILLER           PIC X(40) VALUE
                  'VENDAS SEM FORMA DE PAGAMENTO VALIDA '.
           03 FILLER           PIC X(14) VALUE '(NAO SOMADAS):'.
           03 WS-LI-QTD        PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           CALL 'DATA_MOVIMENTO' USING WS-DATA-MOVIMENTO
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-MOV-DESM
           STRING WS-DM-DIA '/' WS-DM-MES '/' WS-DM-ANO
               DELIMITED BY SIZE INTO WS-DATA-MOV-FMT
           END-STRING

           PERFORM 0050-EFETUA-LOGIN

           IF WS-LOGIN-OK = 'N'
               DISPLAY 'ACESSO NEGADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'NUMERO DO CAIXA: '
           ACCEPT WS-CAIXA-INFORMADO

           IF WS-CAIXA-INFORMADO NOT NUMERIC
              OR WS-CAIXA-INFORMADO = ZEROS
               DISPLAY 'NUMERO DE CAIXA INVALIDO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-VERIFICA-FECHAMENTO

           IF WS-JA-FECHADO = 'S'
               DISPLAY 'CAIXA ' WS-CAIXA-INFORMADO ' JA FECHADO PELO '
                       'OPERADOR ' WS-OPERADOR ' EM ' WS-DATA-MOV-FMT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-APURA-VENDAS

           IF WS-STATUS-VENDAS NOT = '00'
               DISPLAY 'ARQUIVO DE VENDAS AUSENTE: VENDAS.txt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      * A register with no sale of the operator is most likely a
      * wrong number; it closes only on confirmation.
           IF WS-QTD-VENDAS = ZEROS
               DISPLAY 'NENHUMA VENDA DO CAIXA ' WS-CAIXA-INFORMADO
                       ' PARA O OPERADOR ' WS-OPERADOR
               DISPLAY 'CONFIRMA O FECHAMENTO (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                   DISPLAY 'FECHAMENTO NAO EFETUADO'
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 3000-DECLARA-VALORES

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           PERFORM 4000-GRAVA-FECHAMENTO
           PERFORM 5000-EMITE-COMPROVANTE

           IF WS-TOTAL-DIFERENCA NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
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
       1000-VERIFICA-FECHAMENTO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-JA-FECHADO
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQFECHAMENTOS
           IF WS-STATUS-FECHAMENTOS = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFECHAMENTOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FC_DATA = WS-DATA-MOVIMENTO
                              AND FC_CAIXA = WS-CAIXA-INFORMADO
                              AND FC_OPERADOR = WS-OPERADOR
                               MOVE 'S' TO WS-JA-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFECHAMENTOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APURA-VENDAS.
      *----------------------------------------------------------------*
      * Only the sale lines of the register and the logged operator;
      * the HDR/TRL pair and lines VENDAS_DIARIAS would refuse for
      * their payment method are left out of the sums.
           INITIALIZE WS-TAB-APURACAO
           MOVE ZEROS TO WS-QTD-VENDAS WS-QTD-SEM-PRECO
                         WS-QTD-FORMA-INVALIDA
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQVENDAS
           IF WS-STATUS-VENDAS = '00'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQVENDAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-VD-CTL-TIPO NOT = 'HDR' AND 'TRL'
                              AND FD-VD-CAIXA NUMERIC
                              AND FD-VD-CAIXA = WS-CAIXA-INFORMADO
                              AND FD-VD-OPERADOR = WS-OPERADOR
                               PERFORM 2100-SOMA-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVENDAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-SOMA-VENDA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-VENDAS

           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-FP FROM 1 BY 1
                   UNTIL WS-IDX-FP > 5
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-FP-CODIGO(WS-IDX-FP) = FD-VD-FORMA-PAGTO
                   SET WS-IDX-ACHADO TO WS-IDX-FP
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-IDX-ACHADO = ZEROS
                   ADD 1 TO WS-QTD-FORMA-INVALIDA
               WHEN FD-VD-QTD NOT NUMERIC
                    OR FD-VD-PRECO NOT NUMERIC
                    OR FD-VD-PRECO = ZEROS
                   ADD 1 TO WS-QTD-SEM-PRECO
               WHEN OTHER
                   COMPUTE WS-VALOR-VENDA ROUNDED =
                           FD-VD-QTD * FD-VD-PRECO
                   ADD WS-VALOR-VENDA TO WS-AP-VENDAS(WS-IDX-ACHADO)
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-DECLARA-VALORES.
      *----------------------------------------------------------------*
      * The count is blind: the operator does not see the sales
      * before declaring.
           PERFORM VARYING WS-IDX-FP FROM 1 BY 1
                   UNTIL WS-IDX-FP > 5
               DISPLAY 'VALOR CONTADO - '
                       WS-FP-DESCRICAO(WS-IDX-FP) ': '
               MOVE ZEROS TO WS-VALOR-INFORMADO
               ACCEPT WS-VALOR-INFORMADO
               IF WS-VALOR-INFORMADO NOT NUMERIC
                   MOVE ZEROS TO WS-VALOR-INFORMADO
               END-IF
               MOVE WS-VALOR-INFORMADO TO WS-AP-DECLARADO(WS-IDX-FP)
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-FECHAMENTO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQFECHAMENTOS
           IF WS-STATUS-FECHAMENTOS = '35'
               OPEN OUTPUT ARQFECHAMENTOS
           END-IF

           MOVE WS-DATA-MOVIMENTO  TO FC_DATA
           MOVE WS-CAIXA-INFORMADO TO FC_CAIXA
           MOVE WS-OPERADOR        TO FC_OPERADOR
           MOVE WS-HORA-SISTEMA    TO FC_HORA
           MOVE WS-QTD-VENDAS      TO FC_QTD_VENDAS
           MOVE WS-QTD-SEM-PRECO   TO FC_QTD_SEM_PRECO
           PERFORM VARYING WS-IDX-FP FROM 1 BY 1
                   UNTIL WS-IDX-FP > 5
               MOVE WS-FP-CODIGO(WS-IDX-FP) TO FC_COD_FORMA(WS-IDX-FP)
               MOVE WS-AP-VENDAS(WS-IDX-FP) TO
                    FC_VALOR_VENDAS(WS-IDX-FP)
               MOVE WS-AP-DECLARADO(WS-IDX-FP) TO
                    FC_VALOR_DECLARADO(WS-IDX-FP)
           END-PERFORM
           WRITE REG-FECHAMENTO-CAIXA

           CLOSE ARQFECHAMENTOS
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-EMITE-COMPROVANTE.
      *----------------------------------------------------------------*
      * The slip goes to the slip file and to the terminal.
           OPEN EXTEND ARQCOMPROVANTE
           IF WS-STATUS-COMPROVANTE = '35'
               OPEN OUTPUT ARQCOMPROVANTE
           END-IF

           MOVE ZEROS TO WS-TOTAL-VENDAS WS-TOTAL-DECLARADO
                         WS-TOTAL-DIFERENCA

           MOVE WS-DATA-MOV-FMT    TO WS-TI-DATA
           MOVE WS-CAIXA-INFORMADO TO WS-TI-CAIXA
           MOVE WS-OPERADOR        TO WS-TI-OPERADOR
           MOVE WS-HORA-SISTEMA    TO WS-TI-HORA
           MOVE WS-LINHA-TITULO    TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA
           MOVE WS-PONTILHADO      TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA
           MOVE WS-LINHA-CABECALHO TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA

           PERFORM VARYING WS-IDX-FP FROM 1 BY 1
                   UNTIL WS-IDX-FP > 5
               COMPUTE WS-DIFERENCA =
                       WS-AP-DECLARADO(WS-IDX-FP)
                       - WS-AP-VENDAS(WS-IDX-FP)
               ADD WS-AP-VENDAS(WS-IDX-FP)    TO WS-TOTAL-VENDAS
               ADD WS-AP-DECLARADO(WS-IDX-FP) TO WS-TOTAL-DECLARADO
               ADD WS-DIFERENCA               TO WS-TOTAL-DIFERENCA

               MOVE WS-FP-DESCRICAO(WS-IDX-FP) TO WS-LF-DESCRICAO
               MOVE WS-AP-VENDAS(WS-IDX-FP)    TO WS-LF-VENDAS
               MOVE WS-AP-DECLARADO(WS-IDX-FP) TO WS-LF-DECLARADO
               MOVE WS-DIFERENCA               TO WS-LF-DIFERENCA
               PERFORM 5100-SITUACAO-DIFERENCA
               MOVE WS-LINHA-FORMA TO REG-COMPROVANTE
               PERFORM 5900-IMPRIME-LINHA
           END-PERFORM

           MOVE WS-PONTILHADO      TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA
           MOVE 'TOTAL'            TO WS-LF-DESCRICAO
           MOVE WS-TOTAL-VENDAS    TO WS-LF-VENDAS
           MOVE WS-TOTAL-DECLARADO TO WS-LF-DECLARADO
           MOVE WS-TOTAL-DIFERENCA TO WS-DIFERENCA WS-LF-DIFERENCA
           PERFORM 5100-SITUACAO-DIFERENCA
           MOVE WS-LINHA-FORMA     TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA

           MOVE WS-QTD-VENDAS      TO WS-LQ-VENDAS
           MOVE WS-QTD-SEM-PRECO   TO WS-LQ-SEM-PRECO
           MOVE WS-LINHA-QUANTIDADES TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA
           IF WS-QTD-FORMA-INVALIDA > ZEROS
               MOVE WS-QTD-FORMA-INVALIDA TO WS-LI-QTD
               MOVE WS-LINHA-FORMA-INVALIDA TO REG-COMPROVANTE
               PERFORM 5900-IMPRIME-LINHA
           END-IF
           MOVE WS-PONTILHADO      TO REG-COMPROVANTE
           PERFORM 5900-IMPRIME-LINHA

           CLOSE ARQCOMPROVANTE
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-SITUACAO-DIFERENCA.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-DIFERENCA > ZEROS
                   MOVE 'SOBRA'   TO WS-LF-SITUACAO
               WHEN WS-DIFERENCA < ZEROS
                   MOVE 'FALTA'   TO WS-LF-SITUACAO
               WHEN OTHER
                   MOVE 'CONFERE' TO WS-LF-SITUACAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       5900-IMPRIME-LINHA.
      *----------------------------------------------------------------*
           WRITE REG-COMPROVANTE
           DISPLAY REG-COMPROVANTE
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'VENDAS.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'FECHAMENTOCAIXA.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'ARQFECHAMENTOCAIXA.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM FECHAMENTO_CAIXA.
