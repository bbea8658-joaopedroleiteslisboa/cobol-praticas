      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive inquiry over the indexed kardex by product
      *          and date range. The operator types the product code
      *          and the first and last day (AAAAMMDD, blank for no
      *          limit); the screen shows the balance the product had
      *          before the range, each movement inside it (10 per
      *          page, read through KARDEX_ACCESS positioned on
      *          product and date) and the entries, exits and
      *          resulting balance of the period. The balance before
      *          the range starts from the last monthly closing of
      *          SALDOSKARDEX.txt and adds only the movements after
      *          it; a product never closed takes the balance its
      *          first movement in the range started from. Transfers
      *          between depositos are listed with their location
      *          but do not change the product balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_KARDEX.
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
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-PRODUTO-INFORMADO PIC X(04) VALUE SPACES.
       77  WS-DATA-INI-INFORMADA PIC X(08) VALUE SPACES.
       77  WS-DATA-FIM-INFORMADA PIC X(08) VALUE SPACES.
       77  WS-PRODUTO        PIC 9(04) VALUE ZEROS.
       77  WS-DATA-INICIAL   PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FINAL     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-LEITURA   PIC 9(08) VALUE ZEROS.
       77  WS-OPCAO          PIC X(03) VALUE SPACES.
       77  WS-QTD-PAGINA     PIC 9(02) VALUE ZEROS.
       77  WS-LINHAS-PAGINA  PIC 9(02) VALUE 10.
       77  WS-FIM-CONSULTA   PIC X(01) VALUE 'N'.
       77  WS-FIM-LISTA      PIC X(01) VALUE 'N'.
       77  WS-PARAMETROS-OK  PIC X(01) VALUE 'N'.
       77  WS-BASE-CONHECIDA PIC X(01) VALUE 'N'.
       77  WS-TEM-MOVIMENTO  PIC X(01) VALUE 'N'.
       77  WS-ORIGEM-SALDO   PIC X(40) VALUE SPACES.
       77  WS-EFEITO         PIC S9(05) VALUE ZEROS.
       77  WS-SALDO-ANTERIOR PIC S9(07) VALUE ZEROS.
       77  WS-SALDO-PERIODO  PIC S9(07) VALUE ZEROS.
       77  WS-QTD-ENTRADAS   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-SAIDAS     PIC 9(07) VALUE ZEROS.
       77  WS-QTD-MOVIMENTOS PIC 9(05) VALUE ZEROS.
       77  WS-SALDO-ED       PIC -Z.ZZZ.ZZ9.
       77  WS-QTD-ED         PIC Z.ZZZ.ZZ9.
       77  WS-LOGIN-OK       PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS     PIC 9(01) VALUE ZEROS.

       01  WS-REF-DESM.
           03 WS-RF-ANO      PIC 9(04).
           03 WS-RF-MES      PIC 9(02).

       77  WS-PA-FUNCAO      PIC X(02) VALUE SPACES.
       77  WS-PA-RETORNO     PIC X(02) VALUE SPACES.
           COPY PRODUTO REPLACING ==REG-PRODUTO== BY ==WS-PRODUTO-REG==.

       77  WS-KX-FUNCAO      PIC X(02) VALUE SPACES.
       77  WS-KX-RETORNO     PIC X(02) VALUE SPACES.
           COPY KARDEX.
           COPY SALDOKARDEX.

      * The CONSUL funcionalidade is granted to every profile, but the
      * operator is identified and the lockout/expiry rules apply.
       77  WS-SEG-FUNCAO     PIC X(02) VALUE SPACES.
       77  WS-SEG-RETORNO    PIC X(02) VALUE SPACES.
           COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
                ==WS-SEGURANCA==.

       01  WS-LINHA-MOV.
           03 WS-LM-DATA      PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-SEQUENCIA PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-TIPO      PIC X(07).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-LOCAL     PIC X(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-QTD       PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-CUSTO     PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-DOCUMENTO PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-SALDO     PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-SITUACAO  PIC X(09).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WS-LM-LOTE      PIC X(10).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0050-EFETUA-LOGIN

           IF WS-LOGIN-OK = 'N'
               DISPLAY 'ACESSO NEGADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-FIM-CONSULTA = 'S'
               PERFORM 1000-LE-PARAMETROS
               IF WS-FIM-CONSULTA NOT = 'S'
                  AND WS-PARAMETROS-OK = 'S'
                   PERFORM 2000-APURA-SALDO-ANTERIOR
                   PERFORM 3000-LISTA-MOVIMENTOS
                   PERFORM 4000-EXIBE-TOTAIS
               END-IF
           END-PERFORM

           MOVE 0 TO RETURN-CODE
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
       1000-LE-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PARAMETROS-OK
           DISPLAY ' '
           DISPLAY 'CODIGO DO PRODUTO (4 DIGITOS), OU FIM: '
           MOVE SPACES TO WS-PRODUTO-INFORMADO
           ACCEPT WS-PRODUTO-INFORMADO

           IF WS-PRODUTO-INFORMADO = 'FIM' OR SPACES
               MOVE 'S' TO WS-FIM-CONSULTA
           ELSE
               DISPLAY 'DATA INICIAL (AAAAMMDD, BRANCO = INICIO): '
               MOVE SPACES TO WS-DATA-INI-INFORMADA
               ACCEPT WS-DATA-INI-INFORMADA
               DISPLAY 'DATA FINAL   (AAAAMMDD, BRANCO = HOJE): '
               MOVE SPACES TO WS-DATA-FIM-INFORMADA
               ACCEPT WS-DATA-FIM-INFORMADA
               PERFORM 1100-VALIDA-PARAMETROS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
           IF WS-DATA-INI-INFORMADA = SPACES
               MOVE ZEROS TO WS-DATA-INI-INFORMADA
           END-IF
           IF WS-DATA-FIM-INFORMADA = SPACES
               MOVE ALL '9' TO WS-DATA-FIM-INFORMADA
           END-IF

           EVALUATE TRUE
               WHEN WS-PRODUTO-INFORMADO NOT NUMERIC
                   DISPLAY 'CODIGO DE PRODUTO INVALIDO'
               WHEN WS-DATA-INI-INFORMADA NOT NUMERIC
                   DISPLAY 'DATA INICIAL INVALIDA'
               WHEN WS-DATA-FIM-INFORMADA NOT NUMERIC
                   DISPLAY 'DATA FINAL INVALIDA'
               WHEN WS-DATA-INI-INFORMADA > WS-DATA-FIM-INFORMADA
                   DISPLAY 'DATA INICIAL POSTERIOR A DATA FINAL'
               WHEN OTHER
                   MOVE WS-PRODUTO-INFORMADO  TO WS-PRODUTO
                   MOVE WS-DATA-INI-INFORMADA TO WS-DATA-INICIAL
                   MOVE WS-DATA-FIM-INFORMADA TO WS-DATA-FINAL
                   MOVE 'S' TO WS-PARAMETROS-OK
           END-EVALUATE

           IF WS-PARAMETROS-OK = 'S'
               INITIALIZE WS-PRODUTO-REG
               MOVE WS-PRODUTO TO PRD_CODPROD
               MOVE 'LC' TO WS-PA-FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS-PA-FUNCAO
                                           WS-PRODUTO-REG
                                           WS-PA-RETORNO
               DISPLAY '=============================================='
               IF WS-PA-RETORNO = '00'
                   DISPLAY 'PRODUTO: ' PRD_CODPROD ' '
                           PRD_NOME_PRODUTO
               ELSE
                   DISPLAY 'PRODUTO: ' WS-PRODUTO
                           ' (SEM CADASTRO NO MASTER)'
               END-IF
               DISPLAY 'PERIODO: ' WS-DATA-INICIAL ' A '
                       WS-DATA-FINAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APURA-SALDO-ANTERIOR.
      *----------------------------------------------------------------*
      * The last closing before the first month of the range gives the
      * starting balance; only the movements after it are read.
           MOVE ZEROS TO WS-SALDO-ANTERIOR
           MOVE 'N' TO WS-BASE-CONHECIDA

           INITIALIZE REG-SALDO-KARDEX
           MOVE WS-PRODUTO TO SK_PRODUTO
           COMPUTE SK_REFERENCIA = WS-DATA-INICIAL / 100
           MOVE 'SA' TO WS-KX-FUNCAO
           CALL 'KARDEX_ACCESS' USING WS-KX-FUNCAO REG-SALDO-KARDEX
                                      WS-KX-RETORNO

           IF WS-KX-RETORNO = '00'
               MOVE 'S' TO WS-BASE-CONHECIDA
               MOVE SK_SALDO_FINAL TO WS-SALDO-ANTERIOR
               MOVE SPACES TO WS-ORIGEM-SALDO
               STRING 'FECHAMENTO ' SK_REFERENCIA
                      ' + MOVIMENTOS SEGUINTES'
                   DELIMITED BY SIZE INTO WS-ORIGEM-SALDO
               END-STRING
               MOVE SK_REFERENCIA TO WS-REF-DESM
               IF WS-RF-MES = 12
                   ADD 1 TO WS-RF-ANO
                   MOVE 1 TO WS-RF-MES
               ELSE
                   ADD 1 TO WS-RF-MES
               END-IF
               COMPUTE WS-DATA-LEITURA =
                       (WS-RF-ANO * 10000) + (WS-RF-MES * 100) + 1
           ELSE
               MOVE 'SALDO ANTERIOR AO PRIMEIRO MOVIMENTO' TO
                    WS-ORIGEM-SALDO
               MOVE WS-DATA-INICIAL TO WS-DATA-LEITURA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-LISTA-MOVIMENTOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-ENTRADAS
           MOVE ZEROS TO WS-QTD-SAIDAS
           MOVE ZEROS TO WS-QTD-MOVIMENTOS
           MOVE ZEROS TO WS-QTD-PAGINA
           MOVE SPACES TO WS-OPCAO
           MOVE 'N' TO WS-TEM-MOVIMENTO
           MOVE 'N' TO WS-FIM-LISTA

           INITIALIZE REG-KARDEX
           MOVE WS-PRODUTO TO KX_PRODUTO
           MOVE WS-DATA-LEITURA TO KX_DATA
           MOVE 'RS' TO WS-KX-FUNCAO
           CALL 'KARDEX_ACCESS' USING WS-KX-FUNCAO REG-KARDEX
                                      WS-KX-RETORNO
           IF WS-KX-RETORNO NOT = '00'
               MOVE 'S' TO WS-FIM-LISTA
           END-IF

           PERFORM UNTIL WS-FIM-LISTA = 'S'
               MOVE 'RN' TO WS-KX-FUNCAO
               CALL 'KARDEX_ACCESS' USING WS-KX-FUNCAO REG-KARDEX
                                          WS-KX-RETORNO
               IF WS-KX-RETORNO NOT = '00'
                  OR KX_PRODUTO NOT = WS-PRODUTO
                  OR KX_DATA > WS-DATA-FINAL
                   MOVE 'S' TO WS-FIM-LISTA
               ELSE
                   PERFORM 3100-TRATA-MOVIMENTO
               END-IF
           END-PERFORM

           MOVE 'FC' TO WS-KX-FUNCAO
           CALL 'KARDEX_ACCESS' USING WS-KX-FUNCAO REG-KARDEX
                                      WS-KX-RETORNO

      * Nothing in the range and never closed: the master quantity is
      * the best balance there is.
           IF WS-BASE-CONHECIDA = 'N'
               MOVE PRD_QTD_PRODUTO TO WS-SALDO-ANTERIOR
               MOVE 'QUANTIDADE ATUAL DO MASTER' TO WS-ORIGEM-SALDO
           END-IF

           IF WS-TEM-MOVIMENTO = 'N'
               PERFORM 3300-EXIBE-SALDO-ANTERIOR
               DISPLAY '*** NENHUM MOVIMENTO NO PERIODO ***'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-MOVIMENTO.
      *----------------------------------------------------------------*
           PERFORM 3200-APURA-EFEITO

           IF KX_DATA < WS-DATA-INICIAL
               ADD WS-EFEITO TO WS-SALDO-ANTERIOR
           ELSE
               IF WS-BASE-CONHECIDA = 'N'
                   COMPUTE WS-SALDO-ANTERIOR = KX_SALDO - WS-EFEITO
                   MOVE 'S' TO WS-BASE-CONHECIDA
               END-IF
               IF WS-TEM-MOVIMENTO = 'N'
                   MOVE 'S' TO WS-TEM-MOVIMENTO
                   PERFORM 3300-EXIBE-SALDO-ANTERIOR
               END-IF

               ADD 1 TO WS-QTD-MOVIMENTOS
               IF WS-EFEITO > ZEROS
                   ADD WS-EFEITO TO WS-QTD-ENTRADAS
               ELSE
                   SUBTRACT WS-EFEITO FROM WS-QTD-SAIDAS
               END-IF

               PERFORM 3400-EXIBE-MOVIMENTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-APURA-EFEITO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-EFEITO
           IF KX_SITUACAO = 'APLICADO '
              AND KX_DOCUMENTO(1:6) NOT = 'TRANSF'
               EVALUATE KX_TIPO
                   WHEN 'ENTRADA'
                   WHEN 'DEVOLUC'
                       MOVE KX_QTD TO WS-EFEITO
                   WHEN 'SAIDA  '
                       COMPUTE WS-EFEITO = ZEROS - KX_QTD
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-EXIBE-SALDO-ANTERIOR.
      *----------------------------------------------------------------*
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ED
           DISPLAY 'SALDO ANTERIOR: ' WS-SALDO-ED
                   '  (' WS-ORIGEM-SALDO ')'
           DISPLAY '----------------------------------------------'
           DISPLAY 'DATA     SEQ   TIPO    LC   QTD      CUSTO '
                   'DOCUMENTO  SALDO SITUACAO  LOTE'
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-EXIBE-MOVIMENTO.
      *----------------------------------------------------------------*
           MOVE KX_DATA        TO WS-LM-DATA
           MOVE KX_SEQUENCIA   TO WS-LM-SEQUENCIA
           MOVE KX_TIPO        TO WS-LM-TIPO
           IF KX_LOCAL = ZEROS
               MOVE SPACES TO WS-LM-LOCAL
           ELSE
               MOVE KX_LOCAL TO WS-LM-LOCAL
           END-IF
           MOVE KX_QTD         TO WS-LM-QTD
           MOVE KX_CUSTO_UNIT  TO WS-LM-CUSTO
           MOVE KX_DOCUMENTO   TO WS-LM-DOCUMENTO
           MOVE KX_SALDO       TO WS-LM-SALDO
           MOVE KX_SITUACAO    TO WS-LM-SITUACAO
           MOVE KX_LOTE        TO WS-LM-LOTE
           DISPLAY WS-LINHA-MOV

           ADD 1 TO WS-QTD-PAGINA
           IF WS-QTD-PAGINA >= WS-LINHAS-PAGINA
               MOVE ZEROS TO WS-QTD-PAGINA
               DISPLAY 'ENTER=PROXIMA PAGINA  N=ENCERRA A LISTA: '
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               IF WS-OPCAO = 'N'
                   MOVE 'S' TO WS-FIM-LISTA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-EXIBE-TOTAIS.
      *----------------------------------------------------------------*
           COMPUTE WS-SALDO-PERIODO = WS-SALDO-ANTERIOR
                   + WS-QTD-ENTRADAS - WS-QTD-SAIDAS

           DISPLAY '----------------------------------------------'
           MOVE WS-QTD-MOVIMENTOS TO WS-QTD-ED
           DISPLAY 'MOVIMENTOS LISTADOS: ' WS-QTD-ED
           MOVE WS-QTD-ENTRADAS TO WS-QTD-ED
           DISPLAY 'ENTRADAS...........: ' WS-QTD-ED
           MOVE WS-QTD-SAIDAS TO WS-QTD-ED
           DISPLAY 'SAIDAS.............: ' WS-QTD-ED
           MOVE WS-SALDO-PERIODO TO WS-SALDO-ED
           DISPLAY 'SALDO NO FIM.......: ' WS-SALDO-ED
           IF WS-FIM-LISTA = 'S' AND WS-OPCAO = 'N'
               DISPLAY '(LISTA ENCERRADA PELO OPERADOR - TOTAIS '
                       'ATE O ULTIMO MOVIMENTO EXIBIDO)'
           END-IF
           DISPLAY '=============================================='
           .
           EXIT.

       END PROGRAM CONSULTA_KARDEX.
