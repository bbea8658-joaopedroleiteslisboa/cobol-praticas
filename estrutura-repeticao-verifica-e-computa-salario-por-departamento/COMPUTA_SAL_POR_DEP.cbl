              ASSIGN TO DYNAMIC WS-CFG-ARQ-27
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PERIODOS.
      *
       SELECT ARQDEPENDENTES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-28
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEPENDENTES.
      *
       SELECT ARQAFASTAMENTOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-29
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AFASTAMENTOS.
      *
       SELECT ARQAFASTADOSMES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-30
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AFASTMES.
      *
       SELECT ARQRATEIO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-31
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-RATEIO.
      *
       SELECT ARQGOZOFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-32
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-GOZOFERIAS.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           03 FD-HF-INSS           PIC 9(7)V99.
           03 FD-HF-IRRF           PIC 9(7)V99.
           03 FD-HF-NET            PIC 9(9)V99.
           03 FD-HF-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HF-DIF-RETROATIVO PIC 9(7)V99.
      * Earnings and deductions of the employee's payslip, written
      * right after the 'F' record of the same run.
       01  REG-HIST-EVENTO.
           03 FD-HE-TIPO           PIC X(01).
           03 FD-HE-REF            PIC 9(06).
           03 FD-HE-MATRICULA      PIC 9(09).
           03 FD-HE-EVENTO         PIC 9(03).
           03 FD-HE-DESC           PIC X(20).
           03 FD-HE-VALOR          PIC 9(7)V99.
           03 FD-HE-NATUREZA       PIC X(01).
       01  REG-HIST-DEPT.
           03 FD-HD-TIPO           PIC X(01).
           03 FD-HD-REF            PIC 9(06).
           03 FD-TT-LIMITE         PIC 9(7)V99.
           03 FD-TT-ALIQ           PIC 9(2)V99.

       FD  ARQDEPENDENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPENDENTES.TXT".
           COPY DEPENDENTES.

       FD  ARQAFASTAMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASTAMENTOS.TXT".
           COPY AFASTAMENTOS.

       FD  ARQAFASTADOSMES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQAFASTADOSMES.TXT".
       01  REG-AFASTADOS-MES       PIC X(100).

       FD  ARQRATEIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.TXT".
           COPY RATEIO.

       FD  ARQGOZOFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GOZOFERIAS.TXT".
           COPY GOZOFERIAS.

       FD  ARQDEMITIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEMITIDOS.TXT".
           VALUE 'HISTREF_ORD.TXT'.
       77  WS-CFG-ARQ-27      PIC X(50)
           VALUE 'PERIODOSFECHADOS.TXT'.
       77  WS-CFG-ARQ-28      PIC X(50)
           VALUE 'DEPENDENTES.TXT'.
       77  WS-CFG-ARQ-29      PIC X(50)
           VALUE 'AFASTAMENTOS.TXT'.
       77  WS-CFG-ARQ-30      PIC X(50)
           VALUE 'ARQAFASTADOSMES.TXT'.
       77  WS-CFG-ARQ-31      PIC X(50)
           VALUE 'RATEIO.TXT'.
       77  WS-CFG-ARQ-32      PIC X(50)
           VALUE 'GOZOFERIAS.TXT'.
       77  WS-STATUS-PERIODOS         PIC X(02) VALUE SPACES.
       77  WS-EOF-PERIODOS            PIC X(01) VALUE ' '.
       77  WS-PERIODO-SIT             PIC X(01) VALUE ' '.
              05 WS-DEPT-EVT-PROV PIC 9(9)V99 VALUE ZEROS.
              05 WS-DEPT-EVT-DESC PIC 9(9)V99 VALUE ZEROS.
              05 WS-DEPT-CONSIG   PIC 9(9)V99 VALUE ZEROS.
              05 WS-DEPT-SAL-FAM  PIC 9(9)V99 VALUE ZEROS.
              05 WS-DEPT-PROV-13     PIC 9(9)V99 VALUE ZEROS.
              05 WS-DEPT-PROV-FERIAS PIC 9(9)V99 VALUE ZEROS.
              05 WS-DEPT-PROV-FGTS   PIC 9(9)V99 VALUE ZEROS.
       77  WS-VIG-IRRF                PIC 9(08) VALUE ZEROS.
       77  WS-VIG-DEDUCAO             PIC 9(08) VALUE ZEROS.
       77  WS-DEDUCAO-DEP             PIC 9(7)V99 VALUE ZEROS.
       77  WS-VIG-SAL-FAMILIA         PIC 9(08) VALUE ZEROS.

      * Dependents master maintained by MANUTENCAO_DEPENDENTES. The
      * TABTRIBUTOS 'D' amount is deducted from the IRRF base once per
      * dependent flagged for IRRF; one salario-familia quota (row 'F':
      * limit = salary ceiling, aliq = quota value) is paid per child
      * flagged for it while under 14 and the salary within the
      * ceiling. Defaults are the 2020 published values.
       77  WS-STATUS-DEPENDENTES      PIC X(02) VALUE SPACES.
       77  WS-EOF-DEPENDENTES         PIC X(01) VALUE ' '.
       77  WS-DEPEND-TRUNCADO         PIC X(01) VALUE 'N'.
       77  WS-SF-LIMITE               PIC 9(7)V99 VALUE 1425,56.
       77  WS-SF-COTA                 PIC 9(2)V99 VALUE 48,62.
       77  WS-QTD-DEP-IRRF            PIC 9(02) VALUE ZEROS.
       77  WS-QTD-COTAS-SF            PIC 9(02) VALUE ZEROS.
       77  WS-DEDUCAO-FUNC            PIC 9(7)V99 VALUE ZEROS.
       77  WS-SAL-FAMILIA             PIC 9(7)V99 VALUE ZEROS.

       01  WS-TAB-DEPENDENTES.
           03 WS-QTD-DEPEND      PIC 9(04) VALUE ZEROS.
           03 WS-DEPEND OCCURS 1000 TIMES INDEXED BY WS-IDX-DEPEND.
              05 WS-DE-MATRICULA PIC 9(09).
              05 WS-DE-NASCIMENTO PIC 9(08).
              05 WS-DE-PARENTESCO PIC X(01).
              05 WS-DE-IRRF      PIC X(01).
              05 WS-DE-SAL-FAMILIA PIC X(01).

      * Leaves and mid-month admissions of AFASTAMENTOS.TXT, kept by
      * MANUTENCAO_AFASTAMENTOS. Every day of the reference gets a
      * flag - blank paid by the company, 'N' not paid, 'I' paid by
      * the INSS, 'F' vacation rest already paid by FERIAS_FOLHA - and
      * the salary is paid pro rata of the days left, over a
      * commercial month of 30 days. The paid rests of GOZOFERIAS.TXT
      * join the table as occurrences of type 'F'. Employees with
      * leave days in the month also go to ARQAFASTADOSMES.TXT for
      * the HR.
       77  WS-STATUS-AFASTAMENTOS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-GOZOFERIAS       PIC X(02) VALUE SPACES.
       77  WS-EOF-GOZOFERIAS          PIC X(01) VALUE ' '.
       77  WS-STATUS-AFASTMES         PIC X(02) VALUE SPACES.
       77  WS-EOF-AFASTAMENTOS        PIC X(01) VALUE ' '.
       77  WS-AFAST-TRUNCADO          PIC X(01) VALUE 'N'.
       77  WS-SAL-DEVIDO              PIC 9(9)V99 VALUE ZEROS.
       77  WS-DIAS-PAGOS              PIC 9(02) VALUE 30.
       77  WS-DIAS-NAO-PAGOS          PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-INSS               PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-NO-MES             PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-OCOR               PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-INSS-OCOR          PIC 9(02) VALUE ZEROS.
       77  WS-IDX-DIA                 PIC 9(02) VALUE ZEROS.
       77  WS-FLAG-DIA                PIC X(01) VALUE SPACES.
       77  WS-INT-INICIO-MES          PIC 9(07) VALUE ZEROS.
       77  WS-INT-FIM-MES             PIC 9(07) VALUE ZEROS.
       77  WS-INT-DE                  PIC 9(07) VALUE ZEROS.
       77  WS-INT-ATE                 PIC 9(07) VALUE ZEROS.
       77  WS-INT-INSS-DE             PIC 9(07) VALUE ZEROS.
       77  WS-INT-DIA-AF              PIC 9(07) VALUE ZEROS.
       77  WS-MOTIVO-AFAST            PIC X(20) VALUE SPACES.
       77  WS-QTD-AFASTADOS-MES       PIC 9(04) VALUE ZEROS.

       01  WS-DATA-LIMITE-MES.
           03 WS-LM-ANO               PIC 9(04).
           03 WS-LM-MES               PIC 9(02).
           03 WS-LM-DIA               PIC 9(02).

       01  WS-DATA-LIMITE-MES-N REDEFINES WS-DATA-LIMITE-MES
                                      PIC 9(08).

       01  WS-DIAS-REFERENCIA.
           03 WS-DIA-REF OCCURS 31 TIMES PIC X(01).

       01  WS-TAB-AFASTAMENTOS.
           03 WS-QTD-AFAST       PIC 9(04) VALUE ZEROS.
           03 WS-AFAST OCCURS 1000 TIMES INDEXED BY WS-IDX-AFAST.
              05 WS-AF-MATRICULA PIC 9(09).
              05 WS-AF-TIPO      PIC X(01).
              05 WS-AF-INICIO    PIC 9(08).
              05 WS-AF-FIM       PIC 9(08).
              05 WS-AF-INT-INICIO PIC 9(07).
              05 WS-AF-INT-FIM   PIC 9(07).

      * Cost allocation: the RATEIO.TXT lines already in force at the
      * data-movimento, the allocation of the current employee, and
      * the signed adjustments it moves between the departments of
      * WS-TAB-DEPARTAMENTOS (same subscript). Amount subscripts:
      * 1 bruto, 2 INSS, 3 IRRF, 4 liquido, 5 proventos, 6 descontos,
      * 7 consignado, 8 salario-familia, 9 prov. 13o, 10 prov. ferias,
      * 11 prov. FGTS.
       77  WS-STATUS-RATEIO           PIC X(02) VALUE SPACES.
       77  WS-EOF-RATEIO              PIC X(01) VALUE ' '.
       77  WS-RATEIO-TRUNCADO         PIC X(01) VALUE 'N'.
       77  WS-RATEIO-VALIDO           PIC X(01) VALUE 'N'.
       77  WS-QTD-FUNC-RATEADOS       PIC 9(05) VALUE ZEROS.
       77  WS-RF-VIGENCIA             PIC 9(08) VALUE ZEROS.
       77  WS-RF-PCT-TOTAL            PIC 9(5)V99 VALUE ZEROS.
       77  WS-RF-PRIMARIA             PIC 9(02) VALUE ZEROS.
       77  WS-RF-IDX-CASA             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-RF                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-RC                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-AJ                  PIC 9(03) VALUE ZEROS.
       77  WS-RC-PARTE                PIC S9(9)V99 VALUE ZEROS.
       77  WS-RX-CUSTO-PROPRIO        PIC 9(9)V99 VALUE ZEROS.
       77  WS-RX-AJUSTE-CUSTO         PIC S9(9)V99 VALUE ZEROS.

       01  WS-TAB-RATEIO.
           03 WS-QTD-RATEIO      PIC 9(03) VALUE ZEROS.
           03 WS-RATEIO OCCURS 500 TIMES INDEXED BY WS-IDX-RATEIO.
              05 WS-RR-MATRICULA PIC 9(09).
              05 WS-RR-VIGENCIA  PIC 9(08).
              05 WS-RR-DEPT      PIC 9(05).
              05 WS-RR-PERCENTUAL PIC 9(3)V99.

       01  WS-TAB-RATEIO-FUNC.
           03 WS-RF-QTD          PIC 9(02) VALUE ZEROS.
           03 WS-RF-LINHA OCCURS 10 TIMES.
              05 WS-RF-DEPT      PIC 9(05).
              05 WS-RF-PERCENTUAL PIC 9(3)V99.
              05 WS-RF-IDX-DEPT  PIC 9(03).
              05 WS-RF-BRUTO     PIC S9(9)V99.

       01  WS-TAB-RATEIO-VALORES.
           03 WS-RC-VALOR OCCURS 11 TIMES PIC S9(9)V99.
           03 WS-RC-RESTO OCCURS 11 TIMES PIC S9(9)V99.
           03 WS-RC-LINHA OCCURS 11 TIMES PIC S9(9)V99.

       01  WS-TAB-AJUSTE-RATEIO.
           03 WS-AJUSTE-DEPT OCCURS 20 TIMES.
              05 WS-AJ-QTD-RATEIO PIC 9(03) VALUE ZEROS.
              05 WS-AJ-VALOR OCCURS 11 TIMES
                                 PIC S9(9)V99 VALUE ZEROS.

       01  WS-LINHA-RATEIO-FUNC.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 FILLER              PIC X(13) VALUE 'RATEIO DEPTO '.
           03 WS-LRF-DEPT         PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LRF-NOME         PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-LRF-PCT          PIC ZZ9,99.
           03 FILLER              PIC X(09) VALUE '%  BRUTO '.
           03 WS-LRF-BRUTO        PIC -ZZZ.ZZ9,99.

       01  WS-RATEIO-TITULO.
           03 FILLER              PIC X(36)
                  VALUE 'RATEIO DE CUSTOS ENTRE DEPARTAMENTOS'.
           03 FILLER              PIC X(14) VALUE ' - FUNC. RAT.:'.
           03 WS-RX-QTD-FUNC      PIC ZZZZ9.

       01  WS-RATEIO-CABECALHO.
           03 FILLER              PIC X(20) VALUE 'DEPARTAMENTO'.
           03 FILLER              PIC X(14) VALUE '  CUSTO PROPR.'.
           03 FILLER              PIC X(14) VALUE '        RATEIO'.
           03 FILLER              PIC X(14) VALUE ' CUSTO RATEADO'.
           03 FILLER              PIC X(14) VALUE '  VARIACAO ORC'.

       01  WS-RATEIO-DEPT.
           03 WS-RX-NOME          PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-RX-PROPRIO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-RX-AJUSTE        PIC -Z.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-RX-RATEADO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-RX-VARIANCE      PIC -Z.ZZZ.ZZ9,99.

       01  WS-CC-DIAS.
           03 FILLER              PIC X(12) VALUE 'DIAS PAGOS: '.
           03 WS-CY-DIAS          PIC Z9.
           03 FILLER              PIC X(03) VALUE '/30'.
           03 FILLER              PIC X(10) VALUE '  MOTIVO: '.
           03 WS-CY-MOTIVO        PIC X(20).
           03 FILLER              PIC X(12) VALUE '  DIAS INSS:'.
           03 WS-CY-DIAS-INSS     PIC Z9.

       01  WS-AM-TITULO.
           03 FILLER              PIC X(35)
                  VALUE 'RELACAO DE AFASTADOS NO MES - REF. '.
           03 WS-AM-REF-MES       PIC 9(02).
           03 FILLER              PIC X(01) VALUE '/'.
           03 WS-AM-REF-ANO       PIC 9(04).

       01  WS-AM-CABECALHO.
           03 FILLER              PIC X(10) VALUE 'MATRICULA '.
           03 FILLER              PIC X(21) VALUE 'NOME'.
           03 FILLER              PIC X(06) VALUE 'DEPTO '.
           03 FILLER              PIC X(21) VALUE 'MOTIVO'.
           03 FILLER              PIC X(09) VALUE 'INICIO   '.
           03 FILLER              PIC X(10) VALUE 'FIM'.
           03 FILLER              PIC X(04) VALUE 'DIAS'.
           03 FILLER              PIC X(06) VALUE 'INSS'.
           03 FILLER              PIC X(05) VALUE 'PAGOS'.

       01  WS-AM-DETALHE.
           03 WS-AD-MATRICULA     PIC 9(09).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-AD-NOME          PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-AD-DEPT          PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-AD-MOTIVO        PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-AD-INICIO        PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-AD-FIM           PIC X(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-AD-DIAS          PIC Z9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-AD-DIAS-INSS     PIC Z9.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-AD-DIAS-PAGOS    PIC Z9.

       01  WS-AM-RODAPE.
           03 FILLER              PIC X(31)
                  VALUE 'TOTAL DE AFASTAMENTOS NO MES: '.
           03 WS-AR-QTD           PIC ZZZ9.

       01  WS-CC-DEDUCAO.
           03 FILLER              PIC X(19) VALUE 'DEDUCAO DEPENDENTES'.
           03 FILLER              PIC X(02) VALUE ' ('.
           03 WS-CD-QTD           PIC Z9.
           03 FILLER              PIC X(04) VALUE '):  '.
           03 WS-CD-VALOR         PIC ZZZ.ZZ9,99.

       01  WS-CC-SAL-FAMILIA.
           03 FILLER              PIC X(15) VALUE 'SALARIO-FAMILIA'.
           03 FILLER              PIC X(02) VALUE ' ('.
           03 WS-CF-QTD           PIC Z9.
           03 FILLER              PIC X(12) VALUE ' COTAS) (+):'.
           03 FILLER              PIC X(01) VALUE SPACES.
           03 WS-CF-VALOR         PIC ZZZ.ZZ9,99.
       77  WS-ALIQ-ACHADA             PIC X(01) VALUE 'N'.
       77  WS-BASE-CALCULO            PIC 9(9)V99 VALUE ZEROS.

       77  WS-TOT-PROVENTOS           PIC 9(7)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTOS           PIC 9(7)V99 VALUE ZEROS.
       77  WS-CONTA-DESC-DIV          PIC 9(08) VALUE 21040001.
      * Event 150 (retroactive dissidio difference, written by
      * DISSIDIO_RETROATIVO) is salary: it enters the provisions and
      * is kept in HISTFOLHA.TXT for the FGTS base of the month.
       77  WS-EVT-DIF-DISSIDIO        PIC 9(03) VALUE 150.
       77  WS-DIF-RETROATIVO          PIC 9(7)V99 VALUE ZEROS.
      * Codes used only in the HISTFOLHA.TXT event history for the
      * payslip lines that do not come from MOVFOLHA.TXT.
       77  WS-EVT-HIST-CONSIGNADO     PIC 9(03) VALUE 900.
       77  WS-EVT-HIST-SAL-FAMILIA    PIC 9(03) VALUE 901.

       01  WS-TAB-MOVFOLHA.
           03 WS-QTD-MOVF        PIC 9(04) VALUE ZEROS.
           03 WS-MOVF OCCURS 2000 TIMES INDEXED BY WS-IDX-MOVF.
              05 WS-MF-MATRICULA PIC 9(09).
              05 WS-MF-EVENTO    PIC 9(03).
              05 WS-MF-DESC      PIC X(20).
                    OPEN EXTEND ARQCONTRACHEQUE
                    OPEN EXTEND ARQREMESSA
                    OPEN EXTEND ARQVARATUAL
                    OPEN EXTEND ARQAFASTADOSMES
                ELSE
                    OPEN OUTPUT ARQCONTRACHEQUE
                    OPEN OUTPUT ARQREMESSA
                    OPEN OUTPUT ARQVARATUAL
                    OPEN OUTPUT ARQAFASTADOSMES
                    MOVE WS-DM-MES TO WS-AM-REF-MES
                    MOVE WS-DM-ANO TO WS-AM-REF-ANO
                    WRITE REG-AFASTADOS-MES FROM WS-AM-TITULO
                    WRITE REG-AFASTADOS-MES FROM WS-AM-CABECALHO
                END-IF
            END-IF

            PERFORM 0680-CARREGA-MOVFOLHA

            IF WS-MOVF-TRUNCADO = 'S'
                DISPLAY 'MOVFOLHA.TXT COM MAIS DE 2000 EVENTOS - '
                        'FOLHA ABORTADA PARA NAO GERAR '
                        'CONTRACHEQUES INCOMPLETOS'
                MOVE 8 TO RETURN-CODE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM 0690-CARREGA-DEPENDENTES

            IF WS-DEPEND-TRUNCADO = 'S'
                DISPLAY 'DEPENDENTES.TXT COM MAIS DE 1000 REGISTROS - '
                        'FOLHA ABORTADA PARA NAO CALCULAR IRRF E '
                        'SALARIO-FAMILIA INCOMPLETOS'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM 0695-CARREGA-AFASTAMENTOS
            PERFORM 0698-CARREGA-GOZO-FERIAS

            IF WS-AFAST-TRUNCADO = 'S'
                DISPLAY 'AFASTAMENTOS.TXT COM MAIS DE 1000 REGISTROS - '
                        'FOLHA ABORTADA PARA NAO PAGAR SALARIO '
                        'INTEGRAL A AFASTADOS'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM 0697-CARREGA-RATEIO

            IF WS-RATEIO-TRUNCADO = 'S'
                DISPLAY 'RATEIO.TXT COM MAIS DE 500 LINHAS VIGENTES - '
                        'FOLHA ABORTADA PARA NAO LANCAR CUSTOS NO '
                        'DEPARTAMENTO ERRADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM 0700-CARREGA-ORCAMENTO
            PERFORM 0750-CARREGA-PARAM-REMESSA
            PERFORM 0770-CARREGA-CONTAS
            PERFORM 4000-SUMARIZAR-GASTOS-DEP
            PERFORM 5000-TRATA-RODAPE

            IF WS-QTD-FUNC-RATEADOS > ZEROS
                PERFORM 3500-APLICA-RATEIO
            END-IF

            IF WS-MODO-SIMULACAO = 'S'
                MOVE WS-SIM-TOTAL-GERAL TO WS-SM-TOTAL-GERAL
                WRITE REG-RELATORIO FROM WS-LINHA-SIM-GERAL
      * and the operator told to reprocess from the start.
                    DISPLAY 'REINICIO DE CHECKPOINT: LANCAMENTOS '
                            'CONTABEIS, HISTORICO DE DEPARTAMENTOS,'
                            ' VARIACAO, RATEIO DE CUSTOS E SALDOS DE '
                            'CONSIGNADOS NAO GERADOS - REPROCESSAR '
                            'DO INICIO PARA ESSAS SAIDAS'
                ELSE
                    PERFORM 6000-GERA-LANCAMENTOS
                    PERFORM 6500-GRAVA-HIST-DEPT
            IF WS-MODO-SIMULACAO = 'S'
                CLOSE ARQ-DB ARQREL ARQJOBLOG
            ELSE
                MOVE WS-QTD-AFASTADOS-MES TO WS-AR-QTD
                WRITE REG-AFASTADOS-MES FROM WS-AM-RODAPE
                CLOSE ARQ-DB ARQREL ARQCONTRACHEQUE ARQREMESSA
                      ARQJOBLOG ARQEXCVALID ARQAFASTADOSMES
            END-IF
            MOVE 0 TO RETURN-CODE
            GOBACK.
       0650-CARREGA-TABELA-TRIBUTOS.
      *----------------------------------------------------------------*
      * First pass finds, per record type (I INSS / R IRRF / D
      * deducao da base IRRF por dependente / F salario-familia), the
      * greatest vigencia not after the
      * data-movimento; the second pass loads only the rows of that
      * vigencia, in file order (brackets ascending by limit).
           OPEN INPUT ARQTRIBUTOS
                       IF FD-TT-VIGENCIA > WS-VIG-DEDUCAO
                           MOVE FD-TT-VIGENCIA TO WS-VIG-DEDUCAO
                       END-IF
                   WHEN 'F'
                       IF FD-TT-VIGENCIA > WS-VIG-SAL-FAMILIA
                           MOVE FD-TT-VIGENCIA TO WS-VIG-SAL-FAMILIA
                       END-IF
               END-EVALUATE
           END-IF
           .
               WHEN FD-TT-TIPO = 'D'
                       AND FD-TT-VIGENCIA = WS-VIG-DEDUCAO
                   MOVE FD-TT-LIMITE TO WS-DEDUCAO-DEP
               WHEN FD-TT-TIPO = 'F'
                       AND FD-TT-VIGENCIA = WS-VIG-SAL-FAMILIA
                   MOVE FD-TT-LIMITE TO WS-SF-LIMITE
                   MOVE FD-TT-ALIQ   TO WS-SF-COTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0690-CARREGA-DEPENDENTES.
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
                               MOVE DP-NASCIMENTO TO
                                    WS-DE-NASCIMENTO(WS-QTD-DEPEND)
                               MOVE DP-PARENTESCO TO
                                    WS-DE-PARENTESCO(WS-QTD-DEPEND)
                               MOVE DP-IRRF TO
                                    WS-DE-IRRF(WS-QTD-DEPEND)
                               MOVE DP-SAL-FAMILIA TO
                                    WS-DE-SAL-FAMILIA(WS-QTD-DEPEND)
                           ELSE
                               MOVE 'S' TO WS-DEPEND-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEPENDENTES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0695-CARREGA-AFASTAMENTOS.
      *----------------------------------------------------------------*
      * Bounds of the reference month in integer days; an open leave
      * (end date zero) runs to the end of any month.
           MOVE WS-DM-ANO TO WS-LM-ANO
           MOVE WS-DM-MES TO WS-LM-MES
           MOVE 01        TO WS-LM-DIA
           COMPUTE WS-INT-INICIO-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE-MES-N)

           IF WS-LM-MES = 12
               ADD 1 TO WS-LM-ANO
               MOVE 01 TO WS-LM-MES
           ELSE
               ADD 1 TO WS-LM-MES
           END-IF
           COMPUTE WS-INT-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE-MES-N) - 1
           COMPUTE WS-DIAS-NO-MES =
                   WS-INT-FIM-MES - WS-INT-INICIO-MES + 1

           OPEN INPUT ARQAFASTAMENTOS

           IF WS-STATUS-AFASTAMENTOS = '00'
               PERFORM UNTIL WS-EOF-AFASTAMENTOS = 'S'
                   READ ARQAFASTAMENTOS
                       AT END
                           MOVE 'S' TO WS-EOF-AFASTAMENTOS
                       NOT AT END
                           MOVE AF-INICIO TO WS-DATA-LIMITE-MES
                           IF AF-INICIO NOT NUMERIC
                               OR AF-FIM NOT NUMERIC
                               OR WS-LM-MES < 01 OR WS-LM-MES > 12
                               OR WS-LM-DIA < 01 OR WS-LM-DIA > 31
                               DISPLAY 'AFASTAMENTO COM DATA INVALIDA '
                                       '- IGNORADO: MATRICULA '
                                       AF-MATRICULA
                           ELSE
                               IF WS-QTD-AFAST < 1000
                                   PERFORM 0696-GUARDA-AFASTAMENTO
                               ELSE
                                   MOVE 'S' TO WS-AFAST-TRUNCADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAFASTAMENTOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0696-GUARDA-AFASTAMENTO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-AFAST
           MOVE AF-MATRICULA TO WS-AF-MATRICULA(WS-QTD-AFAST)
           MOVE AF-TIPO      TO WS-AF-TIPO(WS-QTD-AFAST)
           MOVE AF-INICIO    TO WS-AF-INICIO(WS-QTD-AFAST)
           MOVE AF-FIM       TO WS-AF-FIM(WS-QTD-AFAST)
           COMPUTE WS-AF-INT-INICIO(WS-QTD-AFAST) =
                   FUNCTION INTEGER-OF-DATE(AF-INICIO)

           IF AF-FIM = ZEROS
               MOVE 9999999 TO WS-AF-INT-FIM(WS-QTD-AFAST)
           ELSE
               COMPUTE WS-AF-INT-FIM(WS-QTD-AFAST) =
                       FUNCTION INTEGER-OF-DATE(AF-FIM)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0698-CARREGA-GOZO-FERIAS.
      *----------------------------------------------------------------*
      * Only the rests touching the reference month are kept; they
      * share the occurrence table and its limit with the leaves.
           OPEN INPUT ARQGOZOFERIAS

           IF WS-STATUS-GOZOFERIAS = '00'
               PERFORM UNTIL WS-EOF-GOZOFERIAS = 'S'
                   READ ARQGOZOFERIAS
                       AT END
                           MOVE 'S' TO WS-EOF-GOZOFERIAS
                       NOT AT END
                           IF GZ-INICIO NUMERIC AND GZ-FIM NUMERIC
                               AND FUNCTION TEST-DATE-YYYYMMDD
                                   (GZ-INICIO) = 0
                               AND FUNCTION TEST-DATE-YYYYMMDD
                                   (GZ-FIM) = 0
                               PERFORM 0699-GUARDA-GOZO-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQGOZOFERIAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0699-GUARDA-GOZO-FERIAS.
      *----------------------------------------------------------------*
           IF FUNCTION INTEGER-OF-DATE(GZ-INICIO) <= WS-INT-FIM-MES
               AND FUNCTION INTEGER-OF-DATE(GZ-FIM) >=
                   WS-INT-INICIO-MES
               IF WS-QTD-AFAST < 1000
                   ADD 1 TO WS-QTD-AFAST
                   MOVE GZ-MATRICULA TO WS-AF-MATRICULA(WS-QTD-AFAST)
                   MOVE 'F'          TO WS-AF-TIPO(WS-QTD-AFAST)
                   MOVE GZ-INICIO    TO WS-AF-INICIO(WS-QTD-AFAST)
                   MOVE GZ-FIM       TO WS-AF-FIM(WS-QTD-AFAST)
                   COMPUTE WS-AF-INT-INICIO(WS-QTD-AFAST) =
                           FUNCTION INTEGER-OF-DATE(GZ-INICIO)
                   COMPUTE WS-AF-INT-FIM(WS-QTD-AFAST) =
                           FUNCTION INTEGER-OF-DATE(GZ-FIM)
               ELSE
                   MOVE 'S' TO WS-AFAST-TRUNCADO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0697-CARREGA-RATEIO.
      *----------------------------------------------------------------*
      * Only the lines already in force at the data-movimento are kept;
      * the choice of the latest vigencia per matricula is made when
      * the employee is processed. No file means no allocation.
           OPEN INPUT ARQRATEIO

           IF WS-STATUS-RATEIO = '00'
               PERFORM UNTIL WS-EOF-RATEIO = 'S'
                   READ ARQRATEIO
                       AT END
                           MOVE 'S' TO WS-EOF-RATEIO
                       NOT AT END
                           IF RT-VIGENCIA NOT NUMERIC
                               OR RT-PERCENTUAL NOT NUMERIC
                               DISPLAY 'RATEIO COM VIGENCIA OU '
                                       'PERCENTUAL INVALIDO - '
                                       'IGNORADO: MATRICULA '
                                       RT-MATRICULA
                           ELSE
                               IF RT-VIGENCIA NOT > WS-DATA-MOVIMENTO
                                   IF WS-QTD-RATEIO < 500
                                       ADD 1 TO WS-QTD-RATEIO
                                       MOVE REG-RATEIO TO
                                            WS-RATEIO(WS-QTD-RATEIO)
                                   ELSE
                                       MOVE 'S' TO WS-RATEIO-TRUNCADO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRATEIO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0680-CARREGA-MOVFOLHA.
      *----------------------------------------------------------------*
                       AT END
                           MOVE 'S' TO WS-EOF-MOVFOLHA
                       NOT AT END
                           IF WS-QTD-MOVF >= 2000
                               MOVE 'S' TO WS-MOVF-TRUNCADO
                           END-IF
                           IF FD-MV-VALOR NOT NUMERIC
                                       'VALOR INVALIDO - IGNORADO: '
                                       'MATRICULA ' FD-MV-MATRICULA
                           END-IF
                           IF WS-QTD-MOVF < 2000
                               AND FD-MV-VALOR NUMERIC
                               ADD 1 TO WS-QTD-MOVF
                               MOVE FD-MV-MATRICULA TO

           MOVE FD-COD-P    TO WS-COD-P
           MOVE FD-NOME-P   TO WS-NOME-P

           PERFORM 3010-APURA-DIAS-PAGOS
           MOVE WS-SAL-DEVIDO TO WS-SALFUN

           PERFORM 3050-CALC-DESCONTOS


           IF WS-MODO-SIMULACAO NOT = 'S'
               PERFORM 3100-GRAVA-CONTRACHEQUE
               IF WS-SALNET > ZEROS
                   PERFORM 3200-GRAVA-REMESSA
               END-IF
               PERFORM 3300-GRAVA-HIST-FUNC
               PERFORM 3020-GRAVA-AFASTADOS-MES
           END-IF

           WRITE REG-RELATORIO FROM WS-CAB-LINHA-4
                   OR WS-ACHOU-DEPT = 'S'
               IF FD-COD-DEPT = WS-DEPT-COD(WS-IDX-DEPT)
                   ADD 1 TO WS-DEPT-CONT(WS-IDX-DEPT)
                   ADD WS-SAL-DEVIDO TO WS-DEPT-SAL(WS-IDX-DEPT)
                   ADD WS-INSS    TO WS-DEPT-INSS(WS-IDX-DEPT)
                   ADD WS-IRRF    TO WS-DEPT-IRRF(WS-IDX-DEPT)
                   ADD WS-SALNET  TO WS-DEPT-NET(WS-IDX-DEPT)
                       WS-DEPT-EVT-DESC(WS-IDX-DEPT)
                   ADD WS-TOT-CONSIG-FUNC TO
                       WS-DEPT-CONSIG(WS-IDX-DEPT)
                   ADD WS-SAL-FAMILIA TO
                       WS-DEPT-SAL-FAM(WS-IDX-DEPT)
                   IF WS-MODO-SIMULACAO = 'S'
                       ADD WS-SIM-SALARIO TO
                           WS-DEPT-SAL-SIM(WS-IDX-DEPT)
               END-IF
           END-PERFORM

      * A checkpoint restart does not see the employees already
      * processed, so it cannot rebuild the allocation adjustments.
           IF WS-QTD-RATEIO > ZEROS
                   AND WS-RESTART-MODE NOT = 'S'
               PERFORM 3400-APURA-RATEIO
           END-IF

           ADD 1 TO WS-TOTAL-DPTS
           ADD WS-SAL-DEVIDO TO WS-AUX-TOTAL-GERAL-SAL-DEP

           .
           EXIT.

      *----------------------------------------------------------------*
       3010-APURA-DIAS-PAGOS.
      *----------------------------------------------------------------*
      * Commercial month: a month without leave pays 30 days whatever
      * its length and each day off takes 1/30 of the salary; a month
      * entirely off pays nothing, and once 30 days are off in a
      * 31-day month the day actually worked is still paid.
           MOVE SPACES TO WS-DIAS-REFERENCIA
           MOVE SPACES TO WS-MOTIVO-AFAST

           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               IF WS-AF-MATRICULA(WS-IDX-AFAST) = FD-COD-P
                   PERFORM 3015-MARCA-DIAS-AFASTAMENTO
                   IF WS-DIAS-INSS-OCOR > ZEROS
                      OR (WS-DIAS-OCOR > ZEROS
                          AND (WS-AF-TIPO(WS-IDX-AFAST) = 'N'
                               OR WS-AF-TIPO(WS-IDX-AFAST) = 'I'
                               OR WS-AF-TIPO(WS-IDX-AFAST) = 'F'))
                       PERFORM 3018-DESCREVE-MOTIVO
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-DIAS-NAO-PAGOS
           MOVE ZEROS TO WS-DIAS-INSS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-DIAS-NO-MES
               IF WS-DIA-REF(WS-IDX-DIA) NOT = SPACE
                   ADD 1 TO WS-DIAS-NAO-PAGOS
               END-IF
               IF WS-DIA-REF(WS-IDX-DIA) = 'I'
                   ADD 1 TO WS-DIAS-INSS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DIAS-NAO-PAGOS = ZEROS
                   MOVE 30 TO WS-DIAS-PAGOS
               WHEN WS-DIAS-NAO-PAGOS >= WS-DIAS-NO-MES
                   MOVE ZEROS TO WS-DIAS-PAGOS
               WHEN WS-DIAS-NAO-PAGOS >= 30
                   COMPUTE WS-DIAS-PAGOS =
                           WS-DIAS-NO-MES - WS-DIAS-NAO-PAGOS
               WHEN OTHER
                   COMPUTE WS-DIAS-PAGOS = 30 - WS-DIAS-NAO-PAGOS
           END-EVALUATE

           IF WS-DIAS-PAGOS = 30
               MOVE FD-SALARIO TO WS-SAL-DEVIDO
           ELSE
               COMPUTE WS-SAL-DEVIDO ROUNDED =
                       FD-SALARIO * WS-DIAS-PAGOS / 30
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3015-MARCA-DIAS-AFASTAMENTO.
      *----------------------------------------------------------------*
      * Days WS-INT-DE to WS-INT-ATE of the occurrence fall inside the
      * reference; from WS-INT-INSS-DE on they are paid by the INSS
      * (doenca and acidente after the 15 days paid by the company,
      * maternidade from the first day). An admission takes the days
      * of the month before the admission date.
           MOVE ZEROS TO WS-DIAS-OCOR
           MOVE ZEROS TO WS-DIAS-INSS-OCOR

           IF WS-AF-TIPO(WS-IDX-AFAST) = 'I'
               MOVE WS-INT-INICIO-MES TO WS-INT-DE
               COMPUTE WS-INT-ATE =
                       WS-AF-INT-INICIO(WS-IDX-AFAST) - 1
               MOVE 9999999 TO WS-INT-INSS-DE
           ELSE
               MOVE WS-AF-INT-INICIO(WS-IDX-AFAST) TO WS-INT-DE
               MOVE WS-AF-INT-FIM(WS-IDX-AFAST)    TO WS-INT-ATE
               EVALUATE WS-AF-TIPO(WS-IDX-AFAST)
                   WHEN 'D'
                   WHEN 'A'
                       COMPUTE WS-INT-INSS-DE = WS-INT-DE + 15
                   WHEN 'M'
                       MOVE WS-INT-DE TO WS-INT-INSS-DE
                   WHEN OTHER
                       MOVE 9999999 TO WS-INT-INSS-DE
               END-EVALUATE
           END-IF

           IF WS-INT-DE < WS-INT-INICIO-MES
               MOVE WS-INT-INICIO-MES TO WS-INT-DE
           END-IF
           IF WS-INT-ATE > WS-INT-FIM-MES
               MOVE WS-INT-FIM-MES TO WS-INT-ATE
           END-IF

           PERFORM VARYING WS-INT-DIA-AF FROM WS-INT-DE BY 1
                   UNTIL WS-INT-DIA-AF > WS-INT-ATE
               COMPUTE WS-IDX-DIA =
                       WS-INT-DIA-AF - WS-INT-INICIO-MES + 1
               ADD 1 TO WS-DIAS-OCOR
               IF WS-INT-DIA-AF >= WS-INT-INSS-DE
                   MOVE 'I' TO WS-DIA-REF(WS-IDX-DIA)
                   ADD 1 TO WS-DIAS-INSS-OCOR
               ELSE
                   IF WS-AF-TIPO(WS-IDX-AFAST) = 'N' OR 'I'
                       MOVE 'N' TO WS-DIA-REF(WS-IDX-DIA)
                   END-IF
                   IF WS-AF-TIPO(WS-IDX-AFAST) = 'F'
                       MOVE 'F' TO WS-DIA-REF(WS-IDX-DIA)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3018-DESCREVE-MOTIVO.
      *----------------------------------------------------------------*
           EVALUATE WS-AF-TIPO(WS-IDX-AFAST)
               WHEN 'D'
                   MOVE 'DOENCA (INSS)'       TO WS-MOTIVO-AFAST
               WHEN 'A'
                   MOVE 'ACIDENTE TRAB (INSS)' TO WS-MOTIVO-AFAST
               WHEN 'M'
                   MOVE 'MATERNIDADE (INSS)'  TO WS-MOTIVO-AFAST
               WHEN 'N'
                   MOVE 'LIC. NAO REMUNERADA' TO WS-MOTIVO-AFAST
               WHEN 'I'
                   MOVE 'ADMISSAO NO MES'     TO WS-MOTIVO-AFAST
               WHEN 'F'
                   MOVE 'FERIAS (JA PAGAS)'   TO WS-MOTIVO-AFAST
               WHEN OTHER
                   MOVE 'AFASTAMENTO'         TO WS-MOTIVO-AFAST
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3020-GRAVA-AFASTADOS-MES.
      *----------------------------------------------------------------*
      * One line per leave of the employee touching the reference,
      * the 15 company-paid days of a doenca included; admissions are
      * not leaves and stay off the list.
           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               IF WS-AF-MATRICULA(WS-IDX-AFAST) = FD-COD-P
                  AND WS-AF-TIPO(WS-IDX-AFAST) NOT = 'I'
                   PERFORM 3015-MARCA-DIAS-AFASTAMENTO
                   IF WS-DIAS-OCOR > ZEROS
                       PERFORM 3018-DESCREVE-MOTIVO
                       MOVE FD-COD-P    TO WS-AD-MATRICULA
                       MOVE FD-NOME-P   TO WS-AD-NOME
                       MOVE FD-COD-DEPT TO WS-AD-DEPT
                       MOVE WS-MOTIVO-AFAST TO WS-AD-MOTIVO
                       MOVE WS-AF-INICIO(WS-IDX-AFAST) TO WS-AD-INICIO
                       IF WS-AF-FIM(WS-IDX-AFAST) = ZEROS
                           MOVE 'ABERTO'  TO WS-AD-FIM
                       ELSE
                           MOVE WS-AF-FIM(WS-IDX-AFAST) TO WS-AD-FIM
                       END-IF
                       MOVE WS-DIAS-OCOR      TO WS-AD-DIAS
                       MOVE WS-DIAS-INSS-OCOR TO WS-AD-DIAS-INSS
                       MOVE WS-DIAS-PAGOS     TO WS-AD-DIAS-PAGOS
                       WRITE REG-AFASTADOS-MES FROM WS-AM-DETALHE
                       ADD 1 TO WS-QTD-AFASTADOS-MES
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3050-CALC-DESCONTOS.
      *----------------------------------------------------------------*
           MOVE WS-SAL-DEVIDO TO WS-BASE-CALCULO
           PERFORM 3051-CALC-INSS-TABELA
           COMPUTE WS-INSS ROUNDED =
                   WS-SAL-DEVIDO * WS-ALIQ-INSS / 100

           COMPUTE WS-BASE-IRRF = WS-SAL-DEVIDO - WS-INSS

           PERFORM 3055-APURA-DEPENDENTES

           IF WS-DEDUCAO-FUNC > ZEROS
               IF WS-BASE-IRRF > WS-DEDUCAO-FUNC
                   SUBTRACT WS-DEDUCAO-FUNC FROM WS-BASE-IRRF
               ELSE
                   MOVE ZEROS TO WS-BASE-IRRF
               END-IF
           COMPUTE WS-IRRF ROUNDED =
                   WS-BASE-IRRF * WS-ALIQ-IRRF / 100

           COMPUTE WS-SALNET = WS-SAL-DEVIDO - WS-INSS - WS-IRRF

           PERFORM 3070-APLICA-MOVFOLHA

               PERFORM 3075-DESCONTA-CONSIGNADO
           END-IF

           ADD WS-SAL-FAMILIA TO WS-SALNET

           MOVE WS-INSS   TO WS-INSS-P
           MOVE WS-IRRF   TO WS-IRRF-P
           MOVE WS-SALNET TO WS-SALNET-P
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3055-APURA-DEPENDENTES.
      *----------------------------------------------------------------*
      * A child is under 14 while the birth date plus 14 years is
      * after the data-movimento.
           MOVE ZEROS TO WS-QTD-DEP-IRRF
           MOVE ZEROS TO WS-QTD-COTAS-SF

           PERFORM VARYING WS-IDX-DEPEND FROM 1 BY 1
                   UNTIL WS-IDX-DEPEND > WS-QTD-DEPEND
               IF WS-DE-MATRICULA(WS-IDX-DEPEND) = FD-COD-P
                   IF WS-DE-IRRF(WS-IDX-DEPEND) = 'S'
                       ADD 1 TO WS-QTD-DEP-IRRF
                   END-IF
                   IF WS-DE-SAL-FAMILIA(WS-IDX-DEPEND) = 'S'
                      AND WS-DE-PARENTESCO(WS-IDX-DEPEND) = 'F'
                      AND WS-DE-NASCIMENTO(WS-IDX-DEPEND) + 00140000
                          > WS-DATA-MOVIMENTO
                       ADD 1 TO WS-QTD-COTAS-SF
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-DEDUCAO-FUNC = WS-QTD-DEP-IRRF * WS-DEDUCAO-DEP

           MOVE ZEROS TO WS-SAL-FAMILIA
           IF FD-SALARIO NOT > WS-SF-LIMITE
               COMPUTE WS-SAL-FAMILIA = WS-QTD-COTAS-SF * WS-SF-COTA
           ELSE
               MOVE ZEROS TO WS-QTD-COTAS-SF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3070-APLICA-MOVFOLHA.
      *----------------------------------------------------------------*
      * the department accumulators.
           MOVE ZEROS TO WS-TOT-PROVENTOS
           MOVE ZEROS TO WS-TOT-DESCONTOS
           MOVE ZEROS TO WS-DIF-RETROATIVO

           PERFORM VARYING WS-IDX-MOVF FROM 1 BY 1
                   UNTIL WS-IDX-MOVF > WS-QTD-MOVF
                   IF WS-MF-TIPO(WS-IDX-MOVF) = 'P'
                       ADD WS-MF-VALOR(WS-IDX-MOVF) TO
                           WS-TOT-PROVENTOS
                       IF WS-MF-EVENTO(WS-IDX-MOVF) =
                          WS-EVT-DIF-DISSIDIO
                           ADD WS-MF-VALOR(WS-IDX-MOVF) TO
                               WS-DIF-RETROATIVO
                       END-IF
                   ELSE
                       ADD WS-MF-VALOR(WS-IDX-MOVF) TO
                           WS-TOT-DESCONTOS

           COMPUTE WS-SIM-BASE-IRRF = WS-SIM-SALARIO - WS-SIM-INSS

           IF WS-DEDUCAO-FUNC > ZEROS
               IF WS-SIM-BASE-IRRF > WS-DEDUCAO-FUNC
                   SUBTRACT WS-DEDUCAO-FUNC FROM WS-SIM-BASE-IRRF
               ELSE
                   MOVE ZEROS TO WS-SIM-BASE-IRRF
               END-IF
      *----------------------------------------------------------------*
       3080-CALC-PROVISOES.
      *----------------------------------------------------------------*
      * The dissidio difference paid this month also raises the 13th
      * and vacation accrued in the months it covers: one twelfth of
      * it per month, the same as a salary of the month.
           COMPUTE WS-PROV-13 ROUNDED =
                   (FD-SALARIO + WS-DIF-RETROATIVO) / 12

           COMPUTE WS-PROV-FERIAS ROUNDED =
                   ((FD-SALARIO + WS-DIF-RETROATIVO) +
                    ((FD-SALARIO + WS-DIF-RETROATIVO) / 3)) / 12

           COMPUTE WS-PROV-FGTS ROUNDED =
                   (FD-SALARIO + WS-DIF-RETROATIVO + WS-PROV-13 +
                    WS-PROV-FERIAS) * 0,08

           ADD WS-PROV-13     TO WS-TOT-PROV-13
           ADD WS-PROV-FERIAS TO WS-TOT-PROV-FERIAS
               END-IF
           END-PERFORM

           MOVE WS-SAL-DEVIDO TO WS-CC-SAL-BRUTO
           MOVE WS-ALIQ-INSS  TO WS-CC-ALIQ-INSS
           MOVE WS-INSS       TO WS-CC-VLR-INSS
           MOVE WS-ALIQ-IRRF  TO WS-CC-ALIQ-IRRF
           WRITE REG-CONTRACHEQUE FROM WS-CC-FUNCIONARIO
           WRITE REG-CONTRACHEQUE FROM WS-CC-DEPARTAMENTO
           WRITE REG-CONTRACHEQUE FROM WS-CC-BRUTO

           IF WS-DIAS-PAGOS < 30
               MOVE WS-DIAS-PAGOS   TO WS-CY-DIAS
               MOVE WS-MOTIVO-AFAST TO WS-CY-MOTIVO
               MOVE WS-DIAS-INSS    TO WS-CY-DIAS-INSS
               WRITE REG-CONTRACHEQUE FROM WS-CC-DIAS
           END-IF

           WRITE REG-CONTRACHEQUE FROM WS-CC-INSS
           WRITE REG-CONTRACHEQUE FROM WS-CC-IRRF

           IF WS-DEDUCAO-FUNC > ZEROS
               MOVE WS-QTD-DEP-IRRF TO WS-CD-QTD
               MOVE WS-DEDUCAO-FUNC TO WS-CD-VALOR
               WRITE REG-CONTRACHEQUE FROM WS-CC-DEDUCAO
           END-IF

           IF WS-SAL-FAMILIA > ZEROS
               MOVE WS-QTD-COTAS-SF TO WS-CF-QTD
               MOVE WS-SAL-FAMILIA  TO WS-CF-VALOR
               WRITE REG-CONTRACHEQUE FROM WS-CC-SAL-FAMILIA
           END-IF

           PERFORM VARYING WS-IDX-MOVF FROM 1 BY 1
                   UNTIL WS-IDX-MOVF > WS-QTD-MOVF
               IF WS-MF-MATRICULA(WS-IDX-MOVF) = FD-COD-P
           MOVE FD-COD-P      TO FD-HF-MATRICULA
           MOVE FD-NOME-P     TO FD-HF-NOME
           MOVE FD-COD-DEPT   TO FD-HF-DEPT
           MOVE WS-SAL-DEVIDO TO FD-HF-BRUTO
           MOVE WS-INSS       TO FD-HF-INSS
           MOVE WS-IRRF       TO FD-HF-IRRF
           MOVE WS-SALNET     TO FD-HF-NET
           MOVE WS-DEDUCAO-FUNC TO FD-HF-DEDUCAO-DEP
           MOVE WS-DIF-RETROATIVO TO FD-HF-DIF-RETROATIVO
           WRITE REG-HIST-FUNC

           PERFORM VARYING WS-IDX-MOVF FROM 1 BY 1
                   UNTIL WS-IDX-MOVF > WS-QTD-MOVF
               IF WS-MF-MATRICULA(WS-IDX-MOVF) = FD-COD-P
                   MOVE WS-MF-EVENTO(WS-IDX-MOVF) TO FD-HE-EVENTO
                   MOVE WS-MF-DESC(WS-IDX-MOVF)   TO FD-HE-DESC
                   MOVE WS-MF-VALOR(WS-IDX-MOVF)  TO FD-HE-VALOR
                   MOVE WS-MF-TIPO(WS-IDX-MOVF)   TO FD-HE-NATUREZA
                   PERFORM 3310-GRAVA-HIST-EVENTO
               END-IF
           END-PERFORM

           IF WS-TOT-CONSIG-FUNC > ZEROS
               MOVE WS-EVT-HIST-CONSIGNADO TO FD-HE-EVENTO
               MOVE 'CONSIGNADO'           TO FD-HE-DESC
               MOVE WS-TOT-CONSIG-FUNC     TO FD-HE-VALOR
               MOVE 'D'                    TO FD-HE-NATUREZA
               PERFORM 3310-GRAVA-HIST-EVENTO
           END-IF

           IF WS-SAL-FAMILIA > ZEROS
               MOVE WS-EVT-HIST-SAL-FAMILIA TO FD-HE-EVENTO
               MOVE 'SALARIO-FAMILIA'       TO FD-HE-DESC
               MOVE WS-SAL-FAMILIA          TO FD-HE-VALOR
               MOVE 'P'                     TO FD-HE-NATUREZA
               PERFORM 3310-GRAVA-HIST-EVENTO
           END-IF

           MOVE FD-COD-P   TO FD-VA-MATRICULA
           MOVE FD-NOME-P  TO FD-VA-NOME
           MOVE WS-SAL-DEVIDO TO FD-VA-BRUTO
           WRITE REG-VAR-ATUAL
           .
           EXIT.
      *----------------------------------------------------------------*
       3310-GRAVA-HIST-EVENTO.
      *----------------------------------------------------------------*
           MOVE 'E'          TO FD-HE-TIPO
           MOVE WS-REF-ATUAL TO FD-HE-REF
           MOVE FD-COD-P     TO FD-HE-MATRICULA
           WRITE REG-HIST-EVENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-APURA-RATEIO.
      *----------------------------------------------------------------*
      * The employee has already been charged whole to the home
      * department; an allocation in force moves each share of the
      * amounts from there to the allocated departments.
           MOVE ZEROS TO WS-RF-VIGENCIA
           MOVE ZEROS TO WS-RF-QTD
           MOVE ZEROS TO WS-RF-PCT-TOTAL
           MOVE 'S'   TO WS-RATEIO-VALIDO

           PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                   UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
               IF WS-RR-MATRICULA(WS-IDX-RATEIO) = FD-COD-P
                  AND WS-RR-VIGENCIA(WS-IDX-RATEIO) > WS-RF-VIGENCIA
                   MOVE WS-RR-VIGENCIA(WS-IDX-RATEIO) TO WS-RF-VIGENCIA
               END-IF
           END-PERFORM

           IF WS-RF-VIGENCIA > ZEROS
               PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                       UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
                   IF WS-RR-MATRICULA(WS-IDX-RATEIO) = FD-COD-P
                      AND WS-RR-VIGENCIA(WS-IDX-RATEIO) =
                          WS-RF-VIGENCIA
                       PERFORM 3405-GUARDA-LINHA-RATEIO
                   END-IF
               END-PERFORM

               MOVE ZEROS TO WS-RF-IDX-CASA
               PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                       UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   IF WS-DEPT-COD(WS-IDX-DEPT) = FD-COD-DEPT
                       SET WS-RF-IDX-CASA TO WS-IDX-DEPT
                   END-IF
               END-PERFORM

               IF WS-RF-PCT-TOTAL NOT = 100
                   DISPLAY 'RATEIO DA MATRICULA ' FD-COD-P
                           ' NAO SOMA 100% - CUSTO MANTIDO NO '
                           'DEPARTAMENTO ' FD-COD-DEPT
                   MOVE 'N' TO WS-RATEIO-VALIDO
                   IF WS-MODO-SIMULACAO NOT = 'S'
                       MOVE 'RATEIO-PCT' TO EXCVALID-CAMPO
                       PERFORM 9100-GRAVA-EXCECAO-VALIDACAO
                   END-IF
               END-IF

               IF WS-RATEIO-VALIDO = 'S'
                   AND WS-RF-IDX-CASA = ZEROS
                   MOVE 'N' TO WS-RATEIO-VALIDO
               END-IF

               IF WS-RATEIO-VALIDO = 'S'
                   PERFORM 3410-DIVIDE-RATEIO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3405-GUARDA-LINHA-RATEIO.
      *----------------------------------------------------------------*
           IF WS-RF-QTD >= 10
               DISPLAY 'RATEIO DA MATRICULA ' FD-COD-P
                       ' COM MAIS DE 10 DEPARTAMENTOS - CUSTO MANTIDO '
                       'NO DEPARTAMENTO ' FD-COD-DEPT
               MOVE 'N' TO WS-RATEIO-VALIDO
           ELSE
               ADD 1 TO WS-RF-QTD
               MOVE WS-RR-DEPT(WS-IDX-RATEIO) TO WS-RF-DEPT(WS-RF-QTD)
               MOVE WS-RR-PERCENTUAL(WS-IDX-RATEIO) TO
                    WS-RF-PERCENTUAL(WS-RF-QTD)
               ADD WS-RR-PERCENTUAL(WS-IDX-RATEIO) TO WS-RF-PCT-TOTAL
               MOVE ZEROS TO WS-RF-IDX-DEPT(WS-RF-QTD)

               PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                       UNTIL WS-IDX-DEPT > WS-QTD-DEPT
                   IF WS-DEPT-COD(WS-IDX-DEPT) =
                      WS-RR-DEPT(WS-IDX-RATEIO)
                       SET WS-RF-IDX-DEPT(WS-RF-QTD) TO WS-IDX-DEPT
                   END-IF
               END-PERFORM

               IF WS-RF-IDX-DEPT(WS-RF-QTD) = ZEROS
                   DISPLAY 'RATEIO DA MATRICULA ' FD-COD-P
                           ' PARA DEPARTAMENTO INEXISTENTE '
                           WS-RR-DEPT(WS-IDX-RATEIO)
                           ' - CUSTO MANTIDO NO DEPARTAMENTO '
                           FD-COD-DEPT
                   IF WS-RATEIO-VALIDO = 'S'
                       AND WS-MODO-SIMULACAO NOT = 'S'
                       MOVE 'RATEIO-DEPT' TO EXCVALID-CAMPO
                       PERFORM 9100-GRAVA-EXCECAO-VALIDACAO
                   END-IF
                   MOVE 'N' TO WS-RATEIO-VALIDO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3410-DIVIDE-RATEIO.
      *----------------------------------------------------------------*
      * The primary line is the home department when it takes part,
      * else the first line. Every other line gets its rounded share
      * and the primary gets what is left, so the cents of rounding
      * stay in the primary department and the totals are unchanged.
      * The net pay share is derived from the other shares so that
      * each department's postings still balance.
           MOVE 1 TO WS-RF-PRIMARIA
           PERFORM VARYING WS-IDX-RF FROM 1 BY 1
                   UNTIL WS-IDX-RF > WS-RF-QTD
               IF WS-RF-DEPT(WS-IDX-RF) = FD-COD-DEPT
                   MOVE WS-IDX-RF TO WS-RF-PRIMARIA
               END-IF
           END-PERFORM

           MOVE WS-SAL-DEVIDO      TO WS-RC-VALOR(1)
           MOVE WS-INSS            TO WS-RC-VALOR(2)
           MOVE WS-IRRF            TO WS-RC-VALOR(3)
           MOVE WS-SALNET          TO WS-RC-VALOR(4)
           MOVE WS-TOT-PROVENTOS   TO WS-RC-VALOR(5)
           MOVE WS-TOT-DESCONTOS   TO WS-RC-VALOR(6)
           MOVE WS-TOT-CONSIG-FUNC TO WS-RC-VALOR(7)
           MOVE WS-SAL-FAMILIA     TO WS-RC-VALOR(8)
           IF WS-MODO-PROVISAO = 'S'
               MOVE WS-PROV-13     TO WS-RC-VALOR(9)
               MOVE WS-PROV-FERIAS TO WS-RC-VALOR(10)
               MOVE WS-PROV-FGTS   TO WS-RC-VALOR(11)
           ELSE
               MOVE ZEROS TO WS-RC-VALOR(9)
               MOVE ZEROS TO WS-RC-VALOR(10)
               MOVE ZEROS TO WS-RC-VALOR(11)
           END-IF

           PERFORM VARYING WS-IDX-RC FROM 1 BY 1 UNTIL WS-IDX-RC > 11
               MOVE WS-RC-VALOR(WS-IDX-RC) TO WS-RC-RESTO(WS-IDX-RC)
           END-PERFORM

           PERFORM VARYING WS-IDX-RF FROM 1 BY 1
                   UNTIL WS-IDX-RF > WS-RF-QTD
               IF WS-IDX-RF NOT = WS-RF-PRIMARIA
                   PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                           UNTIL WS-IDX-RC > 11
                       COMPUTE WS-RC-LINHA(WS-IDX-RC) ROUNDED =
                               WS-RC-VALOR(WS-IDX-RC)
                               * WS-RF-PERCENTUAL(WS-IDX-RF) / 100
                   END-PERFORM
                   COMPUTE WS-RC-LINHA(4) =
                           WS-RC-LINHA(1) - WS-RC-LINHA(2)
                           - WS-RC-LINHA(3) + WS-RC-LINHA(5)
                           - WS-RC-LINHA(6) - WS-RC-LINHA(7)
                           + WS-RC-LINHA(8)
                   PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                           UNTIL WS-IDX-RC > 11
                       SUBTRACT WS-RC-LINHA(WS-IDX-RC) FROM
                                WS-RC-RESTO(WS-IDX-RC)
                   END-PERFORM
                   PERFORM 3420-TRANSFERE-PARTE
               END-IF
           END-PERFORM

           MOVE WS-RF-PRIMARIA TO WS-IDX-RF
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1 UNTIL WS-IDX-RC > 11
               MOVE WS-RC-RESTO(WS-IDX-RC) TO WS-RC-LINHA(WS-IDX-RC)
           END-PERFORM
           PERFORM 3420-TRANSFERE-PARTE

           ADD 1 TO WS-QTD-FUNC-RATEADOS

           PERFORM VARYING WS-IDX-RF FROM 1 BY 1
                   UNTIL WS-IDX-RF > WS-RF-QTD
               MOVE WS-RF-DEPT(WS-IDX-RF) TO WS-LRF-DEPT
               MOVE WS-DEPT-NOME(WS-RF-IDX-DEPT(WS-IDX-RF)) TO
                    WS-LRF-NOME
               MOVE WS-RF-PERCENTUAL(WS-IDX-RF) TO WS-LRF-PCT
               MOVE WS-RF-BRUTO(WS-IDX-RF) TO WS-LRF-BRUTO
               WRITE REG-RELATORIO FROM WS-LINHA-RATEIO-FUNC
               ADD 1 TO CONT-LIN
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3420-TRANSFERE-PARTE.
      *----------------------------------------------------------------*
      * Moves the amounts of WS-RC-LINHA from the home department to
      * the department of allocation line WS-IDX-RF.
           MOVE WS-RC-LINHA(1) TO WS-RF-BRUTO(WS-IDX-RF)
           MOVE WS-RF-IDX-DEPT(WS-IDX-RF) TO WS-IDX-AJ

           IF WS-IDX-AJ NOT = WS-RF-IDX-CASA
               ADD 1 TO WS-AJ-QTD-RATEIO(WS-IDX-AJ)
               PERFORM VARYING WS-IDX-RC FROM 1 BY 1
                       UNTIL WS-IDX-RC > 11
                   ADD WS-RC-LINHA(WS-IDX-RC) TO
                       WS-AJ-VALOR(WS-IDX-AJ, WS-IDX-RC)
                   SUBTRACT WS-RC-LINHA(WS-IDX-RC) FROM
                       WS-AJ-VALOR(WS-RF-IDX-CASA, WS-IDX-RC)
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6500-GRAVA-HIST-DEPT.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               IF WS-DEPT-CONT(WS-IDX-DEPT) > ZEROS
                  OR WS-AJ-QTD-RATEIO(WS-IDX-DEPT) > ZEROS
                   MOVE SPACES TO REG-HIST-DEPT
                   MOVE 'D'          TO FD-HD-TIPO
                   MOVE WS-REF-ATUAL TO FD-HD-REF
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               IF WS-DEPT-CONT(WS-IDX-DEPT) > ZEROS
                  OR WS-AJ-QTD-RATEIO(WS-IDX-DEPT) > ZEROS
                   PERFORM 6700-VARIACAO-DEPT
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-DIV-CUSTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-APLICA-RATEIO.
      *----------------------------------------------------------------*
      * The department breaks show each department's own staff; here
      * the allocation adjustments are printed and then applied to the
      * department totals, so the budget check below and the postings,
      * department history and variation that follow use the
      * allocated cost.
           MOVE WS-QTD-FUNC-RATEADOS TO WS-RX-QTD-FUNC
           DISPLAY WS-PONTILHADO
           DISPLAY WS-RATEIO-TITULO
           DISPLAY WS-RATEIO-CABECALHO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-RATEIO-TITULO
           WRITE REG-RELATORIO FROM WS-RATEIO-CABECALHO
           ADD 3 TO CONT-LIN

           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               SET WS-IDX-AJ TO WS-IDX-DEPT
               IF WS-AJ-VALOR(WS-IDX-AJ, 1) NOT = ZEROS
                  OR WS-AJ-VALOR(WS-IDX-AJ, 9) NOT = ZEROS
                  OR WS-AJ-VALOR(WS-IDX-AJ, 10) NOT = ZEROS
                  OR WS-AJ-VALOR(WS-IDX-AJ, 11) NOT = ZEROS
                  OR WS-AJ-QTD-RATEIO(WS-IDX-AJ) > ZEROS
                   PERFORM 3510-AJUSTA-DEPT-RATEIO
               END-IF
           END-PERFORM

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           ADD 1 TO CONT-LIN
           .
           EXIT.
      *----------------------------------------------------------------*
       3510-AJUSTA-DEPT-RATEIO.
      *----------------------------------------------------------------*
           COMPUTE WS-RX-CUSTO-PROPRIO = WS-DEPT-SAL(WS-IDX-DEPT)
           MOVE WS-AJ-VALOR(WS-IDX-AJ, 1) TO WS-RX-AJUSTE-CUSTO
           IF WS-MODO-PROVISAO = 'S'
               COMPUTE WS-RX-CUSTO-PROPRIO = WS-RX-CUSTO-PROPRIO
                       + WS-DEPT-PROV-13(WS-IDX-DEPT)
                       + WS-DEPT-PROV-FERIAS(WS-IDX-DEPT)
                       + WS-DEPT-PROV-FGTS(WS-IDX-DEPT)
               COMPUTE WS-RX-AJUSTE-CUSTO = WS-RX-AJUSTE-CUSTO
                       + WS-AJ-VALOR(WS-IDX-AJ, 9)
                       + WS-AJ-VALOR(WS-IDX-AJ, 10)
                       + WS-AJ-VALOR(WS-IDX-AJ, 11)
           END-IF

           COMPUTE WS-DEPT-SAL(WS-IDX-DEPT) =
                   WS-DEPT-SAL(WS-IDX-DEPT) + WS-AJ-VALOR(WS-IDX-AJ, 1)
           COMPUTE WS-DEPT-INSS(WS-IDX-DEPT) =
                   WS-DEPT-INSS(WS-IDX-DEPT) + WS-AJ-VALOR(WS-IDX-AJ, 2)
           COMPUTE WS-DEPT-IRRF(WS-IDX-DEPT) =
                   WS-DEPT-IRRF(WS-IDX-DEPT) + WS-AJ-VALOR(WS-IDX-AJ, 3)
           COMPUTE WS-DEPT-NET(WS-IDX-DEPT) =
                   WS-DEPT-NET(WS-IDX-DEPT) + WS-AJ-VALOR(WS-IDX-AJ, 4)
           COMPUTE WS-DEPT-EVT-PROV(WS-IDX-DEPT) =
                   WS-DEPT-EVT-PROV(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 5)
           COMPUTE WS-DEPT-EVT-DESC(WS-IDX-DEPT) =
                   WS-DEPT-EVT-DESC(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 6)
           COMPUTE WS-DEPT-CONSIG(WS-IDX-DEPT) =
                   WS-DEPT-CONSIG(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 7)
           COMPUTE WS-DEPT-SAL-FAM(WS-IDX-DEPT) =
                   WS-DEPT-SAL-FAM(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 8)
           COMPUTE WS-DEPT-PROV-13(WS-IDX-DEPT) =
                   WS-DEPT-PROV-13(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 9)
           COMPUTE WS-DEPT-PROV-FERIAS(WS-IDX-DEPT) =
                   WS-DEPT-PROV-FERIAS(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 10)
           COMPUTE WS-DEPT-PROV-FGTS(WS-IDX-DEPT) =
                   WS-DEPT-PROV-FGTS(WS-IDX-DEPT)
                   + WS-AJ-VALOR(WS-IDX-AJ, 11)

           COMPUTE WS-DEPT-VARIANCE(WS-IDX-DEPT) =
                   WS-DEPT-ORCAMENTO(WS-IDX-DEPT)
                   - (WS-RX-CUSTO-PROPRIO + WS-RX-AJUSTE-CUSTO)

           MOVE WS-DEPT-NOME(WS-IDX-DEPT) TO WS-RX-NOME
           MOVE WS-RX-CUSTO-PROPRIO      TO WS-RX-PROPRIO
           MOVE WS-RX-AJUSTE-CUSTO       TO WS-RX-AJUSTE
           COMPUTE WS-RX-RATEADO =
                   WS-RX-CUSTO-PROPRIO + WS-RX-AJUSTE-CUSTO
           MOVE WS-DEPT-VARIANCE(WS-IDX-DEPT) TO WS-RX-VARIANCE

           DISPLAY WS-RATEIO-DEPT
           WRITE REG-RELATORIO FROM WS-RATEIO-DEPT
           ADD 1 TO CONT-LIN
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-SUMARIZAR-GASTOS-DEP.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-QTD-DEPT
               IF WS-DEPT-CONT(WS-IDX-DEPT) > ZEROS
                  OR WS-AJ-QTD-RATEIO(WS-IDX-DEPT) > ZEROS
                   PERFORM 6100-GRAVA-LANC-DEPT
               END-IF
           END-PERFORM
               ADD WS-DEPT-CONSIG(WS-IDX-DEPT) TO
                   WS-LC-TOT-CREDITOS
           END-IF

      * Salario-familia is paid by the company and offset against the
      * INSS due, so it is debited to the INSS account.
           IF WS-DEPT-SAL-FAM(WS-IDX-DEPT) > ZEROS
               MOVE 'D' TO WS-LC-TIPO
               MOVE WS-CONTA-INSS TO WS-LC-CONTA
               MOVE WS-DEPT-SAL-FAM(WS-IDX-DEPT) TO WS-LC-VALOR
               MOVE 'SALARIO-FAMILIA A COMPENSAR' TO WS-LC-HISTORICO
               WRITE REG-LANCAMENTO FROM WS-LC-DETALHE
               ADD WS-DEPT-SAL-FAM(WS-IDX-DEPT) TO
                   WS-LC-TOT-DEBITOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           MOVE 'PERIODOSFECHADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-27 WS-CFG-RETORNO
           MOVE 'DEPENDENTES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-28 WS-CFG-RETORNO
           MOVE 'AFASTAMENTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-29 WS-CFG-RETORNO
           MOVE 'ARQAFASTADOSMES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-30 WS-CFG-RETORNO
           MOVE 'RATEIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-31 WS-CFG-RETORNO
           MOVE 'GOZOFERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-32 WS-CFG-RETORNO
           .
           EXIT.

