      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 02/09/2026
      * Purpose: Year-end informe de rendimentos over the HISTFOLHA.TXT
      *          payroll history. Accumulates the 'F' records, and
      *          the vacation pay of the 'V' records, of every
      *          reference of the requested year (PARAMINFORME.TXT,
      *          AAAA; when absent, the year of the data-movimento)
      *          per matricula and prints one statement per employee
      *          (total gross, INSS withheld, IRRF withheld, net) in
      *          ARQINFORMERENDIMENTOS.TXT, plus a summary totals page
      *          to reconcile against the twelve monthly
      *          ARQLANCCONTABIL.TXT trailers. The 13o salario, kept
      *          by DECIMO_TERCEIRO under the reference AAAA13, is taxed
      *          apart (tributacao exclusiva) and is reported in its own
      *          section, outside the monthly totals. The IRRF
      *          dependents deduction taken by the payroll runs is
      *          totalled, and the dependents of DEPENDENTES.TXT are
      *          listed on each statement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQDEPENDENTES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPENDENTES.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           03 FD-HF-INSS           PIC 9(7)V99.
           03 FD-HF-IRRF           PIC 9(7)V99.
           03 FD-HF-NET            PIC 9(9)V99.
           03 FD-HF-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HF-DIF-RETROATIVO PIC 9(7)V99.

       FD  ARQPARAM
           LABEL RECORD STANDARD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JOBLOG.TXT".
           COPY JOBLOG.

       FD  ARQDEPENDENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPENDENTES.TXT".
           COPY DEPENDENTES.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           VALUE 'ARQINFORMERENDIMENTOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'DEPENDENTES.TXT'.

       77  WS-EOF-HIST        PIC X(01) VALUE ' '.
       77  WS-STATUS-HISTFOLHA PIC X(02) VALUE SPACES.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-STATUS-DEPENDENTES PIC X(02) VALUE SPACES.
       77  WS-EOF-DEPENDENTES PIC X(01) VALUE ' '.
       77  WS-DEPEND-TRUNCADO PIC X(01) VALUE 'N'.
       77  WS-QTD-DEP-FUNC    PIC 9(02) VALUE ZEROS.

       77  WS-TOT-BRUTO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-INSS        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-IRRF        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-NET         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-13-BRUTO    PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-13-INSS     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-13-IRRF     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-13-NET      PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-DEDUCAO     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-13-DEDUCAO  PIC 9(11)V99 VALUE ZEROS.

       01  WS-TAB-FUNCIONARIOS.
           03 WS-QTD-FUNC        PIC 9(04) VALUE ZEROS.
              05 WS-FN-INSS      PIC 9(9)V99.
              05 WS-FN-IRRF      PIC 9(9)V99.
              05 WS-FN-NET       PIC 9(11)V99.
              05 WS-FN-13-BRUTO  PIC 9(11)V99.
              05 WS-FN-13-INSS   PIC 9(9)V99.
              05 WS-FN-13-IRRF   PIC 9(9)V99.
              05 WS-FN-13-NET    PIC 9(11)V99.
              05 WS-FN-DEDUCAO   PIC 9(9)V99.
              05 WS-FN-13-DEDUCAO PIC 9(9)V99.

       01  WS-TAB-DEPENDENTES.
           03 WS-QTD-DEPEND      PIC 9(04) VALUE ZEROS.
           03 WS-DEPEND OCCURS 1000 TIMES INDEXED BY WS-IDX-DEPEND.
              05 WS-DE-MATRICULA PIC 9(09).
              05 WS-DE-NOME      PIC X(30).
              05 WS-DE-NASCIMENTO PIC 9(08).
              05 WS-DE-PARENTESCO PIC X(01).
              05 WS-DE-IRRF      PIC X(01).

       01  WS-VARIAVEIS.
           03 WS-DATA-HORA       PIC X(30).
                  'INFORME DE RENDIMENTOS - ANO BASE:  '.
           03 WS-TIT-ANO PIC 9(04).

       01  WS-LINHA-TITULO-13.
           03 FILLER  PIC X(36) VALUE
                  '13O SALARIO (TRIBUTACAO EXCLUSIVA)  '.

       01  WS-IN-FUNCIONARIO.
           03 FILLER          PIC X(11) VALUE 'MATRICULA: '.
           03 WS-IN-MATRICULA PIC 9(09).
           03 WS-IV-ROTULO    PIC X(26).
           03 WS-IV-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TITULO-DEP.
           03 FILLER  PIC X(31) VALUE 'DEPENDENTES'.
           03 FILLER  PIC X(14) VALUE 'NASCIMENTO P I'.

       01  WS-IN-DEPENDENTE.
           03 WS-ID-NOME      PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-ID-NASC-DIA  PIC 9(02).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-ID-NASC-MES  PIC 9(02).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-ID-NASC-ANO  PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-ID-PARENTESCO PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-ID-IRRF      PIC X(01).

       01  WS-NASC-DESM.
           03 WS-NASC-ANO     PIC 9(04).
           03 WS-NASC-MES     PIC 9(02).
           03 WS-NASC-DIA     PIC 9(02).

       01  WS-LINHA-SUMARIO.
           03 WS-SM-ROTULO    PIC X(26).
           03 WS-SM-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           PERFORM 0500-CARREGA-PARAMETRO

           PERFORM 1000-ACUMULA-HISTORICO
           PERFORM 1500-CARREGA-DEPENDENTES

           IF WS-QTD-FUNC = ZEROS
               DISPLAY 'NENHUM REGISTRO DE FOLHA PARA O ANO '
                       'EXCEDENTE IGNORADO'
           END-IF

           IF WS-DEPEND-TRUNCADO = 'S'
               DISPLAY 'DEPENDENTES.TXT COM MAIS DE 1000 REGISTROS - '
                       'EXCEDENTE NAO LISTADO'
           END-IF

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           IF (FD-HF-TIPO = 'F' OR 'V')
                               AND FD-HF-REF NUMERIC
                               AND FD-HF-REF-ANO = WS-ANO-INFORME
                               ADD 1 TO WS-QTD-LIDOS
                   MOVE ZEROS TO WS-FN-INSS(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-IRRF(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-NET(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-13-BRUTO(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-13-INSS(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-13-IRRF(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-13-NET(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-DEDUCAO(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FN-13-DEDUCAO(WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-CARGA-TRUNCADA
               END-IF
           END-IF

      * Records written before the dependents deduction was kept in the
      * history are shorter and read the field as spaces.
           IF FD-HF-DEDUCAO-DEP NOT NUMERIC
               MOVE ZEROS TO FD-HF-DEDUCAO-DEP
           END-IF
           IF FD-HF-DIF-RETROATIVO NOT NUMERIC
               MOVE ZEROS TO FD-HF-DIF-RETROATIVO
           END-IF

           IF WS-IDX-ACHADO > ZEROS
               IF FD-HF-REF-MES = 13
                   ADD FD-HF-BRUTO TO WS-FN-13-BRUTO(WS-IDX-ACHADO)
                   ADD FD-HF-INSS  TO WS-FN-13-INSS(WS-IDX-ACHADO)
                   ADD FD-HF-IRRF  TO WS-FN-13-IRRF(WS-IDX-ACHADO)
                   ADD FD-HF-NET   TO WS-FN-13-NET(WS-IDX-ACHADO)
                   ADD FD-HF-DEDUCAO-DEP TO
                       WS-FN-13-DEDUCAO(WS-IDX-ACHADO)
               ELSE
      * Vacation pay is taxed with the month it was paid in and is not
      * a payroll reference of its own.
                   IF FD-HF-TIPO = 'F'
                       ADD 1       TO WS-FN-REFS(WS-IDX-ACHADO)
                   END-IF
                   ADD FD-HF-BRUTO TO WS-FN-BRUTO(WS-IDX-ACHADO)
                   ADD FD-HF-DIF-RETROATIVO TO
                       WS-FN-BRUTO(WS-IDX-ACHADO)
                   ADD FD-HF-INSS  TO WS-FN-INSS(WS-IDX-ACHADO)
                   ADD FD-HF-IRRF  TO WS-FN-IRRF(WS-IDX-ACHADO)
                   ADD FD-HF-NET   TO WS-FN-NET(WS-IDX-ACHADO)
                   ADD FD-HF-DEDUCAO-DEP TO
                       WS-FN-DEDUCAO(WS-IDX-ACHADO)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-CARREGA-DEPENDENTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEPENDENTES

           IF WS-STATUS-DEPENDENTES = '00'
               PERFORM UNTIL WS-EOF-DEPENDENTES = 'S'
                   READ ARQDEPENDENTES
                       AT END
                           MOVE 'S' TO WS-EOF-DEPENDENTES
                       NOT AT END
                           IF WS-QTD-DEPEND < 1000
                               ADD 1 TO WS-QTD-DEPEND
                               MOVE DP-MATRICULA TO
                                    WS-DE-MATRICULA(WS-QTD-DEPEND)
                               MOVE DP-NOME TO
                                    WS-DE-NOME(WS-QTD-DEPEND)
                               MOVE DP-NASCIMENTO TO
                                    WS-DE-NASCIMENTO(WS-QTD-DEPEND)
                               MOVE DP-PARENTESCO TO
                                    WS-DE-PARENTESCO(WS-QTD-DEPEND)
                               MOVE DP-IRRF TO
                                    WS-DE-IRRF(WS-QTD-DEPEND)
                           ELSE
                               MOVE 'S' TO WS-DEPEND-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPENDENTES
           END-IF
           .
           EXIT.
               MOVE WS-FN-IRRF(WS-IDX-FUNC) TO WS-IV-VALOR
               WRITE REG-RELATORIO FROM WS-IN-VERBA

               MOVE 'DEDUCAO DEPENDENTES:      ' TO WS-IV-ROTULO
               MOVE WS-FN-DEDUCAO(WS-IDX-FUNC) TO WS-IV-VALOR
               WRITE REG-RELATORIO FROM WS-IN-VERBA

               MOVE 'TOTAL RENDIMENTO LIQUIDO: ' TO WS-IV-ROTULO
               MOVE WS-FN-NET(WS-IDX-FUNC) TO WS-IV-VALOR
               WRITE REG-RELATORIO FROM WS-IN-VERBA

               IF WS-FN-13-BRUTO(WS-IDX-FUNC) > ZEROS
                   WRITE REG-RELATORIO FROM WS-LINHA-TITULO-13

                   MOVE '13O SALARIO BRUTO:        ' TO WS-IV-ROTULO
                   MOVE WS-FN-13-BRUTO(WS-IDX-FUNC) TO WS-IV-VALOR
                   WRITE REG-RELATORIO FROM WS-IN-VERBA

                   MOVE '13O INSS RETIDO:          ' TO WS-IV-ROTULO
                   MOVE WS-FN-13-INSS(WS-IDX-FUNC) TO WS-IV-VALOR
                   WRITE REG-RELATORIO FROM WS-IN-VERBA

                   MOVE '13O IRRF RETIDO:          ' TO WS-IV-ROTULO
                   MOVE WS-FN-13-IRRF(WS-IDX-FUNC) TO WS-IV-VALOR
                   WRITE REG-RELATORIO FROM WS-IN-VERBA

                   MOVE '13O DEDUCAO DEPENDENTES:  ' TO WS-IV-ROTULO
                   MOVE WS-FN-13-DEDUCAO(WS-IDX-FUNC) TO WS-IV-VALOR
                   WRITE REG-RELATORIO FROM WS-IN-VERBA

                   MOVE '13O SALARIO LIQUIDO:      ' TO WS-IV-ROTULO
                   MOVE WS-FN-13-NET(WS-IDX-FUNC) TO WS-IV-VALOR
                   WRITE REG-RELATORIO FROM WS-IN-VERBA
               END-IF

               PERFORM 3100-LISTA-DEPENDENTES

               WRITE REG-RELATORIO FROM WS-PONTILHADO

               ADD WS-FN-BRUTO(WS-IDX-FUNC) TO WS-TOT-BRUTO
               ADD WS-FN-INSS(WS-IDX-FUNC)  TO WS-TOT-INSS
               ADD WS-FN-IRRF(WS-IDX-FUNC)  TO WS-TOT-IRRF
               ADD WS-FN-NET(WS-IDX-FUNC)   TO WS-TOT-NET
               ADD WS-FN-13-BRUTO(WS-IDX-FUNC) TO WS-TOT-13-BRUTO
               ADD WS-FN-13-INSS(WS-IDX-FUNC)  TO WS-TOT-13-INSS
               ADD WS-FN-13-IRRF(WS-IDX-FUNC)  TO WS-TOT-13-IRRF
               ADD WS-FN-13-NET(WS-IDX-FUNC)   TO WS-TOT-13-NET
               ADD WS-FN-DEDUCAO(WS-IDX-FUNC)  TO WS-TOT-DEDUCAO
               ADD WS-FN-13-DEDUCAO(WS-IDX-FUNC) TO WS-TOT-13-DEDUCAO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LISTA-DEPENDENTES.
      *----------------------------------------------------------------*
      * Parentesco: F filho/enteado, C conjuge, P pai/mae, O outros;
      * IR S when the dependent counts for the IRRF deduction.
           MOVE ZEROS TO WS-QTD-DEP-FUNC

           PERFORM VARYING WS-IDX-DEPEND FROM 1 BY 1
                   UNTIL WS-IDX-DEPEND > WS-QTD-DEPEND
               IF WS-DE-MATRICULA(WS-IDX-DEPEND) =
                  WS-FN-MATRICULA(WS-IDX-FUNC)
                   IF WS-QTD-DEP-FUNC = ZEROS
                       WRITE REG-RELATORIO FROM WS-LINHA-TITULO-DEP
                   END-IF
                   ADD 1 TO WS-QTD-DEP-FUNC
                   MOVE WS-DE-NOME(WS-IDX-DEPEND) TO WS-ID-NOME
                   MOVE WS-DE-NASCIMENTO(WS-IDX-DEPEND) TO
                        WS-NASC-DESM
                   MOVE WS-NASC-DIA TO WS-ID-NASC-DIA
                   MOVE WS-NASC-MES TO WS-ID-NASC-MES
                   MOVE WS-NASC-ANO TO WS-ID-NASC-ANO
                   MOVE WS-DE-PARENTESCO(WS-IDX-DEPEND) TO
                        WS-ID-PARENTESCO
                   MOVE WS-DE-IRRF(WS-IDX-DEPEND) TO WS-ID-IRRF
                   WRITE REG-RELATORIO FROM WS-IN-DEPENDENTE
               END-IF
           END-PERFORM
           .
           EXIT.
           MOVE WS-TOT-IRRF TO WS-SM-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

           MOVE 'SOMA DEDUCAO DEPENDENTES: ' TO WS-SM-ROTULO
           MOVE WS-TOT-DEDUCAO TO WS-SM-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

           MOVE 'SOMA LIQUIDO:             ' TO WS-SM-ROTULO
           MOVE WS-TOT-NET TO WS-SM-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

           IF WS-TOT-13-BRUTO > ZEROS
               WRITE REG-RELATORIO FROM WS-LINHA-TITULO-13

               MOVE 'SOMA 13O BRUTO:           ' TO WS-SM-ROTULO
               MOVE WS-TOT-13-BRUTO TO WS-SM-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

               MOVE 'SOMA 13O INSS:            ' TO WS-SM-ROTULO
               MOVE WS-TOT-13-INSS TO WS-SM-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

               MOVE 'SOMA 13O IRRF:            ' TO WS-SM-ROTULO
               MOVE WS-TOT-13-IRRF TO WS-SM-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

               MOVE 'SOMA 13O DEDUCAO DEPEND.: ' TO WS-SM-ROTULO
               MOVE WS-TOT-13-DEDUCAO TO WS-SM-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO

               MOVE 'SOMA 13O LIQUIDO:         ' TO WS-SM-ROTULO
               MOVE WS-TOT-13-NET TO WS-SM-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-SUMARIO
           END-IF

           MOVE WS-QTD-FUNC  TO WS-SQ-FUNC
           MOVE WS-QTD-LIDOS TO WS-SQ-LIDOS
           WRITE REG-RELATORIO FROM WS-LINHA-SUM-QTD
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'DEPENDENTES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           .
           EXIT.

