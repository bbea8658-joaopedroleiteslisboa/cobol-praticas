      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Daily cycle-count schedule by ABC class and deposito.
      *          Every row of ESTOQUELOCAL.txt (product and deposito)
      *          is due for counting a number of days after its last
      *          count date, by the product's class in CLASSEABC.txt
      *          (written by ANALISE_ABC; products without a class are
      *          taken as C) and the frequency of PARAMCICLICO.txt
      *          (class and days; defaults A 30, B 90, C 180). Each
      *          deposito gets, per class, at most an even share of
      *          its rows per business day (rows of the class /
      *          business days of the cycle, rounded up) among the
      *          rows due, the longest uncounted first; the rest wait
      *          for the next day, so a peak of rows falling due
      *          together (after a full inventory, say) is spread over
      *          one cycle and the daily load stays level. Rows not
      *          yet due are never listed. The day's list goes to
      *          FOLHACONTAGEM.txt in the CONTAGEM.txt layout with the
      *          quantity and counter blank - filled in, it is the
      *          CONTAGEM.txt of INVENTARIO_FISICO - and is appended
      *          to PROGCONTAGEM.txt, so a row sent out and not yet
      *          counted is not sent again for a week. A rerun on the
      *          same data-movimento repeats the same list.
      *          ARQCONTAGEMCICLICA.txt prints the count sheets per
      *          deposito and the coverage report: rows overdue for
      *          counting and the accuracy rate per class over the
      *          last year of HISTCONTAGEM.txt (counts without
      *          divergence over counts).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAGEM_CICLICA.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQ_PARAM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PARAM.

           SELECT ARQ_CLASSEABC
              ASSIGN TO DYNAMIC WS_CFG_ARQ_02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_CLASSEABC.

           SELECT ARQ_ESTOQLOCAL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_ESTOQLOCAL.

           SELECT ARQ_HISTCONTAGEM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_HISTCONTAGEM.

           SELECT ARQ_PROGCONTAGEM
              ASSIGN TO DYNAMIC WS_CFG_ARQ_05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS_STATUS_PROGCONTAGEM.

           SELECT ARQ_FOLHA
              ASSIGN TO DYNAMIC WS_CFG_ARQ_06
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_REL
              ASSIGN TO DYNAMIC WS_CFG_ARQ_07
              ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ_JOBLOG
              ASSIGN TO DYNAMIC WS_CFG_ARQ_08
              ORGANIZATION       IS LINE SEQUENTIAL.

       DATA                                     DIVISION.

       FILE                                     SECTION.

       FD  ARQ_PARAM.

           01  FD_LAYOUT_PARAM.
               03 FD44_CLASSE                PIC X(1).
               03 FD44_DIAS                  PIC 9(3).

       FD  ARQ_CLASSEABC.

           01  FD_LAYOUT_CLASSEABC.
               03 FD42_COD_PRODUTO           PIC 9(4).
               03 FD42_CLASSE                PIC X(1).
               03 FD42_DATA_ANALISE          PIC 9(8).

       FD  ARQ_ESTOQLOCAL.

           01  FD_LAYOUT_ESTOQLOCAL.
               03 FD18_COD_PRODUTO           PIC 9(4).
               03 FD18_LOCAL                 PIC 9(2).
               03 FD18_QTD                   PIC 9(5).
               03 FD18_DATA_CONTAGEM         PIC 9(8).

       FD  ARQ_HISTCONTAGEM.

           COPY HISTCONTAGEM REPLACING LEADING ==HC== BY ==FD43==
                ==REG-HIST-CONTAGEM== BY ==FD_LAYOUT_HIST_CONTAGEM==.

       FD  ARQ_PROGCONTAGEM.

           01  FD_LAYOUT_PROGCONTAGEM.
               03 FD45_DATA                  PIC 9(8).
               03 FD45_COD_PRODUTO           PIC 9(4).
               03 FD45_LOCAL                 PIC 9(2).

       FD  ARQ_FOLHA.

           01  FD_LAYOUT_CONTAGEM.
               03 FD10_COD_PRODUTO           PIC 9(4).
               03 FD10_QTD_CONTADA           PIC 9(5).
               03 FD10_CONTADOR              PIC X(8).
               03 FD10_LOCAL                 PIC 9(2).
               03 FD10_LOTE                  PIC X(10).

       FD  ARQ_REL.

           01  FD_LAYOUT_REL                 PIC X(90).

       FD  ARQ_JOBLOG.

           COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01  WS_DATA_MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01  WS_DATA_MOV_FMT                 PIC X(10) VALUE SPACES.

       01  WS_DATA_MOV_DESM.
           03 WS_DM_ANO                    PIC 9(04).
           03 WS_DM_MES                    PIC 9(02).
           03 WS_DM_DIA                    PIC 9(02).

       77  WS_CFG_LOGICO       PIC X(50) VALUE SPACES.
       77  WS_CFG_RETORNO      PIC X(02) VALUE SPACES.
       77  WS_CFG_ARQ_01      PIC X(50)
           VALUE 'PARAMCICLICO.txt'.
       77  WS_CFG_ARQ_02      PIC X(50)
           VALUE 'CLASSEABC.txt'.
       77  WS_CFG_ARQ_03      PIC X(50)
           VALUE 'ESTOQUELOCAL.txt'.
       77  WS_CFG_ARQ_04      PIC X(50)
           VALUE 'HISTCONTAGEM.txt'.
       77  WS_CFG_ARQ_05      PIC X(50)
           VALUE 'PROGCONTAGEM.txt'.
       77  WS_CFG_ARQ_06      PIC X(50)
           VALUE 'FOLHACONTAGEM.txt'.
       77  WS_CFG_ARQ_07      PIC X(50)
           VALUE 'ARQCONTAGEMCICLICA.txt'.
       77  WS_CFG_ARQ_08      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       01  WS_STATUS_PARAM                 PIC X(02).
       01  WS_STATUS_CLASSEABC             PIC X(02).
       01  WS_STATUS_ESTOQLOCAL            PIC X(02).
       01  WS_STATUS_HISTCONTAGEM          PIC X(02).
       01  WS_STATUS_PROGCONTAGEM          PIC X(02).
       01  WS_EOF_PARAM                    PIC X(01) VALUE ' '.
       01  WS_EOF_CLASSEABC                PIC X(01) VALUE ' '.
       01  WS_EOF_ESTOQLOCAL               PIC X(01) VALUE ' '.
       01  WS_EOF_HISTCONTAGEM             PIC X(01) VALUE ' '.
       01  WS_EOF_PROGCONTAGEM             PIC X(01) VALUE ' '.
       01  WS_JOBLOG_EVENTO                PIC X(06) VALUE SPACES.
       01  WS_PONTILHADO                   PIC X(90) VALUE ALL '-'.
       01  WS_LINHA_SECAO                  PIC X(60) VALUE SPACES.

      * A row sent out for counting and not counted since is not sent
      * again inside this many days; the accuracy rate is taken over
      * the counts of the last WS_DIAS_HISTORICO days.
       01  WS_DIAS_PENDENCIA               PIC 9(3) VALUE 7.
       01  WS_DIAS_HISTORICO               PIC 9(3) VALUE 365.

       01  WS_HOJE_INT                     PIC 9(7) VALUE ZEROS.
       01  WS_CORTE_HISTORICO              PIC 9(8) VALUE ZEROS.
       01  WS_DIAS_INT                     PIC 9(7) VALUE ZEROS.
       01  WS_DIAS_ATRASO                  PIC 9(5) VALUE ZEROS.
       01  WS_SEM_CLASSEABC                PIC X(01) VALUE 'N'.
       01  WS_CARGA_TRUNCADA               PIC X(01) VALUE 'N'.
       01  WS_IDX_CL_ACHADO                PIC 9(1) VALUE ZEROS.
       01  WS_COD_BUSCA                    PIC 9(4) VALUE ZEROS.
       01  WS_NOME_PRODUTO                 PIC X(9) VALUE SPACES.
       01  WS_DATA_BUSCA                   PIC 9(8) VALUE ZEROS.
       01  WS_DATA_FORMATADA               PIC X(10) VALUE SPACES.
       01  WS_LOCAL_ANTERIOR               PIC S9(3) VALUE -1.
       01  WS_IDX_PA_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_IDX_EL_ACHADO                PIC 9(4) VALUE ZEROS.
       01  WS_IDX_GR_ACHADO                PIC 9(3) VALUE ZEROS.
       01  WS_IDX_ESCOLHIDO                PIC 9(4) VALUE ZEROS.
       01  WS_MENOR_VENCIMENTO             PIC 9(7) VALUE ZEROS.
       01  WS_QTD_A_ESCOLHER               PIC 9(4) VALUE ZEROS.
       01  WS_PROXIMO_LOCAL                PIC 9(3) VALUE ZEROS.
       01  WS_QTD_LIDOS                    PIC 9(6) VALUE ZEROS.
       01  WS_QTD_PROGRAMADOS              PIC 9(5) VALUE ZEROS.
       01  WS_QTD_NA_FOLHA                 PIC 9(5) VALUE ZEROS.
       01  WS_QTD_VENCIDOS                 PIC 9(5) VALUE ZEROS.
       01  WS_QTD_DEPOSITOS                PIC 9(3) VALUE ZEROS.
       01  WS_ACURACIA                     PIC 9(3)V99 VALUE ZEROS.

       01  WS_PA_FUNCAO                    PIC X(02).
       01  WS_PA_RETORNO                   PIC X(02).
           COPY PRODUTO REPLACING LEADING ==PRD== BY ==FD1==
                ==REG-PRODUTO== BY ==FD_LAYOUT_DB_PRODUTOS==.

      * Count frequency and coverage figures of the three classes.
       01  WS_CLASSES_PADRAO               PIC X(12)
           VALUE 'A030B090C180'.
       01  WS_TAB_CLASSES_PADRAO REDEFINES WS_CLASSES_PADRAO.
           03 WS_CP_CLASSE OCCURS 3 TIMES.
              05 WS_CP_LETRA               PIC X(1).
              05 WS_CP_DIAS                PIC 9(3).

       01  WS_TAB_CLASSES.
           03 WS_CLASSE OCCURS 3 TIMES
                        INDEXED BY WS_IDX_CL.
              05 WS_CL_LETRA               PIC X(1).
              05 WS_CL_DIAS                PIC 9(3).
              05 WS_CL_DIAS_UTEIS          PIC 9(3).
              05 WS_CL_QTD_LOCAIS          PIC 9(5).
              05 WS_CL_QTD_VENCIDOS        PIC 9(5).
              05 WS_CL_QTD_PROGRAMADOS     PIC 9(5).
              05 WS_CL_CONTAGENS           PIC 9(6).
              05 WS_CL_CORRETAS            PIC 9(6).

       01  WS_TAB_PRODUTOS_ABC.
           03 WS_QTD_PRODUTOS_ABC          PIC 9(4) VALUE ZEROS.
           03 WS_PRODUTO_ABC OCCURS 1000 TIMES
                             INDEXED BY WS_IDX_PA.
              05 WS_PA_COD                 PIC 9(4).
              05 WS_PA_CLASSE              PIC X(1).

      * One row per product and deposito. WS_EL_VENCIMENTO is the day
      * (integer date) the row falls due, zero when never counted.
       01  WS_TAB_ESTOQLOCAL.
           03 WS_QTD_ESTOQLOCAL            PIC 9(4) VALUE ZEROS.
           03 WS_ESTOQLOCAL OCCURS 500 TIMES
                            INDEXED BY WS_IDX_EL.
              05 WS_EL_PRODUTO             PIC 9(4).
              05 WS_EL_LOCAL               PIC 9(2).
              05 WS_EL_QTD                 PIC 9(5).
              05 WS_EL_DATA_CONTAGEM       PIC 9(8).
              05 WS_EL_IDX_CLASSE          PIC 9(1).
              05 WS_EL_VENCIMENTO          PIC 9(7).
              05 WS_EL_ULT_PROGRAMACAO     PIC 9(8).
              05 WS_EL_PENDENTE            PIC X(1).
              05 WS_EL_ESCOLHIDO           PIC X(1).

      * Rows of each deposito and class and the day's share of them.
       01  WS_TAB_GRUPOS.
           03 WS_QTD_GRUPOS                PIC 9(3) VALUE ZEROS.
           03 WS_GRUPO OCCURS 300 TIMES
                       INDEXED BY WS_IDX_GR.
              05 WS_GR_LOCAL               PIC 9(2).
              05 WS_GR_IDX_CLASSE          PIC 9(1).
              05 WS_GR_QTD                 PIC 9(4).
              05 WS_GR_COTA                PIC 9(4).
              05 WS_GR_ESCOLHIDOS          PIC 9(4).

       01  WS_VARIAVEIS.
           04 WS_DATA_HORA                PIC X(30).
           04 WS_TIMESTAMP.
               05 WS_DATA.
                   07 WS_ANO               PIC 9(04).
                   07 WS_MES               PIC 9(02).
                   07 WS_DIA               PIC 9(02).
               05 WS_HORA.
                   07 WS_HH                PIC 9(02).
                   07 WS_MM                PIC 9(02).
                   07 WS_SS                PIC 9(02).
                   07 WS_MS                PIC 9(02).

       01  WS_DATA_SISTEMA  PIC X(10).
       01  WS_HORA_SISTEMA  PIC X(08).

       01  WS_LINHA_TITULO.
           03 FILLER                       PIC X(34) VALUE
                  'CONTAGEM CICLICA DE ESTOQUE -     '.
           03 WS_TIT_DATA                  PIC X(10).

       01  WS_LINHA_FREQUENCIA.
           03 FILLER                       PIC X(20)
                  VALUE 'FREQUENCIA (DIAS) A:'.
           03 WS_FQ_DIAS_A                 PIC ZZ9.
           03 FILLER                       PIC X(04) VALUE '  B:'.
           03 WS_FQ_DIAS_B                 PIC ZZ9.
           03 FILLER                       PIC X(04) VALUE '  C:'.
           03 WS_FQ_DIAS_C                 PIC ZZ9.

       01  WS_LINHA_DEPOSITO.
           03 FILLER                       PIC X(30) VALUE
                  'FOLHA DE CONTAGEM - DEPOSITO: '.
           03 WS_DP_LOCAL                  PIC 9(2).
           03 FILLER                       PIC X(08) VALUE '  DATA: '.
           03 WS_DP_DATA                   PIC X(10).

       01  WS_LINHA_CAB_FOLHA.
           03 FILLER                       PIC X(45) VALUE
                  'CL PROD NOME      ULT.CONT.  QTD CONTADA    '.
           03 FILLER                       PIC X(08) VALUE 'CONTADOR'.

       01  WS_LINHA_FOLHA.
           03 WS_FL_CLASSE                 PIC X(1).
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_FL_COD                    PIC 9(4).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_FL_NOME                   PIC X(9).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_FL_ULT_CONTAGEM           PIC X(10).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 FILLER                       PIC X(14)
                  VALUE '____________  '.
           03 FILLER                       PIC X(10)
                  VALUE '__________'.

       01  WS_LINHA_TOTAL_FOLHA.
           03 FILLER                       PIC X(20)
                  VALUE 'ITENS NA FOLHA:     '.
           03 WS_TF_QTD                    PIC ZZZZ9.

       01  WS_LINHA_VENCIDO.
           03 WS_VC_CLASSE                 PIC X(1).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_VC_COD                    PIC 9(4).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_VC_NOME                   PIC X(9).
           03 FILLER                       PIC X(08)
                  VALUE ' LOCAL: '.
           03 WS_VC_LOCAL                  PIC 9(2).
           03 FILLER                       PIC X(12)
                  VALUE ' ULT.CONT.: '.
           03 WS_VC_ULT_CONTAGEM           PIC X(10).
           03 FILLER                       PIC X(09)
                  VALUE ' ATRASO: '.
           03 WS_VC_ATRASO                 PIC X(13).
           03 FILLER                       PIC X(1) VALUE SPACE.
           03 WS_VC_SITUACAO               PIC X(15).

       01  WS_ATRASO_DIAS.
           03 WS_AD_DIAS                   PIC ZZZZ9.
           03 FILLER                       PIC X(05) VALUE ' DIAS'.

       01  WS_DATA_EDITADA.
           03 WS_DE_DIA                    PIC 9(2).
           03 FILLER                       PIC X(1) VALUE '/'.
           03 WS_DE_MES                    PIC 9(2).
           03 FILLER                       PIC X(1) VALUE '/'.
           03 WS_DE_ANO                    PIC 9(4).

       01  WS_DATA_DESM.
           03 WS_DD_ANO                    PIC 9(4).
           03 WS_DD_MES                    PIC 9(2).
           03 WS_DD_DIA                    PIC 9(2).

       01  WS_LINHA_CAB_CLASSE.
           03 FILLER                       PIC X(45) VALUE
                  'CL  DIAS  LOCAIS VENCIDOS PROGRAMADOS HOJE   '.
           03 FILLER                       PIC X(33) VALUE
                  'CONTAGENS  CORRETAS  ACURACIA%   '.

       01  WS_LINHA_CLASSE.
           03 WS_LC_CLASSE                 PIC X(1).
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_LC_DIAS                   PIC ZZZ9.
           03 FILLER                       PIC X(2) VALUE SPACES.
           03 WS_LC_LOCAIS                 PIC ZZZZ9.
           03 FILLER                       PIC X(4) VALUE SPACES.
           03 WS_LC_VENCIDOS               PIC ZZZZ9.
           03 FILLER                       PIC X(12) VALUE SPACES.
           03 WS_LC_PROGRAMADOS            PIC ZZZZ9.
           03 FILLER                       PIC X(5) VALUE SPACES.
           03 WS_LC_CONTAGENS              PIC ZZZZZ9.
           03 FILLER                       PIC X(4) VALUE SPACES.
           03 WS_LC_CORRETAS               PIC ZZZZZ9.
           03 FILLER                       PIC X(4) VALUE SPACES.
           03 WS_LC_ACURACIA               PIC ZZ9,99.

       01  WS_LINHA_RESUMO.
           03 FILLER                       PIC X(20)
                  VALUE 'LOCAIS CONTROLADOS: '.
           03 WS_RS_LOCAIS                 PIC ZZZZ9.
           03 FILLER                       PIC X(14)
                  VALUE '  PROGRAMADOS:'.
           03 WS_RS_PROGRAMADOS            PIC ZZZZ9.
           03 FILLER                       PIC X(12)
                  VALUE '  VENCIDOS: '.
           03 WS_RS_VENCIDOS               PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM CONFIGURA-ARQUIVOS
           PERFORM CARREGA-DATA-MOVIMENTO
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-CLASSES-ABC
           PERFORM CARREGA-ESTOQUE-LOCAIS

           IF WS_QTD_ESTOQLOCAL = ZEROS
               DISPLAY 'ESTOQUELOCAL.txt AUSENTE OU VAZIO - '
                       'NADA A PROGRAMAR'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-PROGRAMACOES
           PERFORM CARREGA-HISTORICO
           PERFORM CALCULA-VENCIMENTOS
           PERFORM MONTA-GRUPOS
           PERFORM ESCOLHE-ITENS

           OPEN OUTPUT ARQ_FOLHA
           OPEN OUTPUT ARQ_REL
           OPEN EXTEND ARQ_JOBLOG
           OPEN EXTEND ARQ_PROGCONTAGEM
           IF WS_STATUS_PROGCONTAGEM = '35'
               OPEN OUTPUT ARQ_PROGCONTAGEM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           MOVE WS_DATA_SISTEMA TO WS_TIT_DATA
           MOVE WS_CL_DIAS(1) TO WS_FQ_DIAS_A
           MOVE WS_CL_DIAS(2) TO WS_FQ_DIAS_B
           MOVE WS_CL_DIAS(3) TO WS_FQ_DIAS_C
           WRITE FD_LAYOUT_REL FROM WS_LINHA_TITULO
           WRITE FD_LAYOUT_REL FROM WS_LINHA_FREQUENCIA
           WRITE FD_LAYOUT_REL FROM WS_PONTILHADO

           PERFORM EMITE-FOLHAS
           PERFORM GERA-COBERTURA

           MOVE FUNCTION CURRENT-DATE TO WS_TIMESTAMP
           STRING WS_HH ':' WS_MM ':' WS_SS
               DELIMITED BY SIZE INTO WS_HORA_SISTEMA
           END-STRING
           MOVE 'FIM' TO WS_JOBLOG_EVENTO
           PERFORM GRAVA-JOBLOG

           CLOSE ARQ_FOLHA ARQ_REL ARQ_JOBLOG ARQ_PROGCONTAGEM

           DISPLAY 'CONTAGEM CICLICA - DEPOSITOS: ' WS_QTD_DEPOSITOS
                   ' ITENS PROGRAMADOS: ' WS_QTD_NA_FOLHA
                   ' VENCIDOS: ' WS_QTD_VENCIDOS

           IF WS_SEM_CLASSEABC = 'S' OR WS_CARGA_TRUNCADA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           CARREGA-PARAMETROS.
               PERFORM VARYING WS_IDX_CL FROM 1 BY 1
                       UNTIL WS_IDX_CL > 3
                   INITIALIZE WS_CLASSE(WS_IDX_CL)
                   MOVE WS_CP_LETRA(WS_IDX_CL) TO
                        WS_CL_LETRA(WS_IDX_CL)
                   MOVE WS_CP_DIAS(WS_IDX_CL) TO
                        WS_CL_DIAS(WS_IDX_CL)
               END-PERFORM

               OPEN INPUT ARQ_PARAM
               IF WS_STATUS_PARAM = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_PARAM = 'S'
                       READ ARQ_PARAM
                           AT END
                               MOVE 'S' TO WS_EOF_PARAM
                           NOT AT END
                               PERFORM TRATA-PARAMETRO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_PARAM
               END-IF

      * Business days of the cycle: five of every seven calendar days.
               PERFORM VARYING WS_IDX_CL FROM 1 BY 1
                       UNTIL WS_IDX_CL > 3
                   COMPUTE WS_CL_DIAS_UTEIS(WS_IDX_CL) =
                           (WS_CL_DIAS(WS_IDX_CL) * 5) / 7
                   IF WS_CL_DIAS_UTEIS(WS_IDX_CL) = ZEROS
                       MOVE 1 TO WS_CL_DIAS_UTEIS(WS_IDX_CL)
                   END-IF
               END-PERFORM.

           TRATA-PARAMETRO.
               IF FD44_DIAS NUMERIC AND FD44_DIAS > ZEROS
                   PERFORM VARYING WS_IDX_CL FROM 1 BY 1
                           UNTIL WS_IDX_CL > 3
                       IF WS_CL_LETRA(WS_IDX_CL) = FD44_CLASSE
                           MOVE FD44_DIAS TO WS_CL_DIAS(WS_IDX_CL)
                       END-IF
                   END-PERFORM
               END-IF.

           CARREGA-CLASSES-ABC.
               OPEN INPUT ARQ_CLASSEABC
               IF WS_STATUS_CLASSEABC = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_CLASSEABC = 'S'
                       READ ARQ_CLASSEABC
                           AT END
                               MOVE 'S' TO WS_EOF_CLASSEABC
                           NOT AT END
                               IF WS_QTD_PRODUTOS_ABC < 1000
                                   ADD 1 TO WS_QTD_PRODUTOS_ABC
                                   MOVE FD42_COD_PRODUTO TO
                                     WS_PA_COD(WS_QTD_PRODUTOS_ABC)
                                   MOVE FD42_CLASSE TO
                                     WS_PA_CLASSE(WS_QTD_PRODUTOS_ABC)
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_CLASSEABC
               ELSE
                   DISPLAY 'CLASSEABC.txt AUSENTE - TODOS OS PRODUTOS '
                           'TRATADOS COMO CLASSE C'
                   MOVE 'S' TO WS_SEM_CLASSEABC
               END-IF.

           CARREGA-ESTOQUE-LOCAIS.
               OPEN INPUT ARQ_ESTOQLOCAL
               IF WS_STATUS_ESTOQLOCAL = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_ESTOQLOCAL = 'S'
                       READ ARQ_ESTOQLOCAL
                           AT END
                               MOVE 'S' TO WS_EOF_ESTOQLOCAL
                           NOT AT END
                               ADD 1 TO WS_QTD_LIDOS
                               IF WS_QTD_ESTOQLOCAL < 500
                                   ADD 1 TO WS_QTD_ESTOQLOCAL
                                   PERFORM GUARDA-ESTOQUE-LOCAL
                               ELSE
                                   MOVE 'S' TO WS_CARGA_TRUNCADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_ESTOQLOCAL
               END-IF.

           GUARDA-ESTOQUE-LOCAL.
               SET WS_IDX_EL TO WS_QTD_ESTOQLOCAL
               MOVE FD18_COD_PRODUTO TO WS_EL_PRODUTO(WS_IDX_EL)
               MOVE FD18_LOCAL       TO WS_EL_LOCAL(WS_IDX_EL)
               MOVE FD18_QTD         TO WS_EL_QTD(WS_IDX_EL)
               IF FD18_DATA_CONTAGEM NUMERIC
                   MOVE FD18_DATA_CONTAGEM TO
                        WS_EL_DATA_CONTAGEM(WS_IDX_EL)
               ELSE
                   MOVE ZEROS TO WS_EL_DATA_CONTAGEM(WS_IDX_EL)
               END-IF
               MOVE ZEROS TO WS_EL_VENCIMENTO(WS_IDX_EL)
               MOVE ZEROS TO WS_EL_ULT_PROGRAMACAO(WS_IDX_EL)
               MOVE 'N' TO WS_EL_PENDENTE(WS_IDX_EL)
               MOVE 'N' TO WS_EL_ESCOLHIDO(WS_IDX_EL)

               MOVE FD18_COD_PRODUTO TO WS_COD_BUSCA
               PERFORM LOCALIZA-CLASSE
               MOVE WS_IDX_CL_ACHADO TO WS_EL_IDX_CLASSE(WS_IDX_EL).

           LOCALIZA-CLASSE.
               MOVE 3 TO WS_IDX_CL_ACHADO
               PERFORM VARYING WS_IDX_PA FROM 1 BY 1
                       UNTIL WS_IDX_PA > WS_QTD_PRODUTOS_ABC
                   IF WS_PA_COD(WS_IDX_PA) = WS_COD_BUSCA
                       EVALUATE WS_PA_CLASSE(WS_IDX_PA)
                           WHEN 'A'
                               MOVE 1 TO WS_IDX_CL_ACHADO
                           WHEN 'B'
                               MOVE 2 TO WS_IDX_CL_ACHADO
                           WHEN OTHER
                               MOVE 3 TO WS_IDX_CL_ACHADO
                       END-EVALUATE
                   END-IF
               END-PERFORM.

           CARREGA-PROGRAMACOES.
               OPEN INPUT ARQ_PROGCONTAGEM
               IF WS_STATUS_PROGCONTAGEM = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_PROGCONTAGEM = 'S'
                       READ ARQ_PROGCONTAGEM
                           AT END
                               MOVE 'S' TO WS_EOF_PROGCONTAGEM
                           NOT AT END
                               PERFORM TRATA-PROGRAMACAO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_PROGCONTAGEM
               END-IF.

           TRATA-PROGRAMACAO.
               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   IF WS_EL_PRODUTO(WS_IDX_EL) = FD45_COD_PRODUTO
                      AND WS_EL_LOCAL(WS_IDX_EL) = FD45_LOCAL
                      AND FD45_DATA > WS_EL_ULT_PROGRAMACAO(WS_IDX_EL)
                       MOVE FD45_DATA TO
                            WS_EL_ULT_PROGRAMACAO(WS_IDX_EL)
                   END-IF
               END-PERFORM.

           CARREGA-HISTORICO.
               COMPUTE WS_DIAS_INT =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)
                       - WS_DIAS_HISTORICO
               COMPUTE WS_CORTE_HISTORICO =
                       FUNCTION DATE-OF-INTEGER(WS_DIAS_INT)

               OPEN INPUT ARQ_HISTCONTAGEM
               IF WS_STATUS_HISTCONTAGEM = '00'
                   PERFORM WITH TEST AFTER
                           UNTIL WS_EOF_HISTCONTAGEM = 'S'
                       READ ARQ_HISTCONTAGEM
                           AT END
                               MOVE 'S' TO WS_EOF_HISTCONTAGEM
                           NOT AT END
                               IF FD43_DATA >= WS_CORTE_HISTORICO
                                   PERFORM ACUMULA-HISTORICO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ_HISTCONTAGEM
               END-IF.

           ACUMULA-HISTORICO.
      * The class is the product's current class, not the one it had
      * when it was counted.
               MOVE FD43_PRODUTO TO WS_COD_BUSCA
               PERFORM LOCALIZA-CLASSE
               ADD 1 TO WS_CL_CONTAGENS(WS_IDX_CL_ACHADO)
               IF FD43_DIVERGENTE = 'N'
                   ADD 1 TO WS_CL_CORRETAS(WS_IDX_CL_ACHADO)
               END-IF.

           CALCULA-VENCIMENTOS.
               COMPUTE WS_HOJE_INT =
                       FUNCTION INTEGER-OF-DATE(WS_DATA_MOVIMENTO)

               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   MOVE WS_EL_IDX_CLASSE(WS_IDX_EL) TO WS_IDX_CL_ACHADO
                   ADD 1 TO WS_CL_QTD_LOCAIS(WS_IDX_CL_ACHADO)

                   IF WS_EL_DATA_CONTAGEM(WS_IDX_EL) > ZEROS
                       COMPUTE WS_EL_VENCIMENTO(WS_IDX_EL) =
                               FUNCTION INTEGER-OF-DATE(
                                   WS_EL_DATA_CONTAGEM(WS_IDX_EL))
                               + WS_CL_DIAS(WS_IDX_CL_ACHADO)
                   END-IF

                   IF WS_EL_VENCIMENTO(WS_IDX_EL) < WS_HOJE_INT
                       ADD 1 TO WS_CL_QTD_VENCIDOS(WS_IDX_CL_ACHADO)
                       ADD 1 TO WS_QTD_VENCIDOS
                   END-IF

                   PERFORM VERIFICA-PROGRAMACAO
               END-PERFORM.

           VERIFICA-PROGRAMACAO.
      * Rows already sent out today are kept in today's list (rerun);
      * rows sent out on an earlier day and not counted since wait for
      * their sheet to come back.
               IF WS_EL_ULT_PROGRAMACAO(WS_IDX_EL) = WS_DATA_MOVIMENTO
                   MOVE 'S' TO WS_EL_ESCOLHIDO(WS_IDX_EL)
               ELSE
                   IF WS_EL_ULT_PROGRAMACAO(WS_IDX_EL) >
                      WS_EL_DATA_CONTAGEM(WS_IDX_EL)
                       COMPUTE WS_DIAS_INT =
                               FUNCTION INTEGER-OF-DATE(
                                   WS_EL_ULT_PROGRAMACAO(WS_IDX_EL))
                               + WS_DIAS_PENDENCIA
                       IF WS_DIAS_INT > WS_HOJE_INT
                           MOVE 'S' TO WS_EL_PENDENTE(WS_IDX_EL)
                       END-IF
                   END-IF
               END-IF.

           MONTA-GRUPOS.
               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   PERFORM LOCALIZA-GRUPO
                   IF WS_IDX_GR_ACHADO > ZEROS
                       ADD 1 TO WS_GR_QTD(WS_IDX_GR_ACHADO)
                       IF WS_EL_ESCOLHIDO(WS_IDX_EL) = 'S'
                           ADD 1 TO WS_GR_ESCOLHIDOS(WS_IDX_GR_ACHADO)
                       END-IF
                   END-IF
               END-PERFORM

      * The day's share rounds up, so a backlog of rows due clears
      * within one cycle even when the rows do not divide evenly.
               PERFORM VARYING WS_IDX_GR FROM 1 BY 1
                       UNTIL WS_IDX_GR > WS_QTD_GRUPOS
                   MOVE WS_GR_IDX_CLASSE(WS_IDX_GR) TO WS_IDX_CL_ACHADO
                   COMPUTE WS_GR_COTA(WS_IDX_GR) =
                           (WS_GR_QTD(WS_IDX_GR)
                           + WS_CL_DIAS_UTEIS(WS_IDX_CL_ACHADO) - 1)
                           / WS_CL_DIAS_UTEIS(WS_IDX_CL_ACHADO)
               END-PERFORM.

           LOCALIZA-GRUPO.
               MOVE ZEROS TO WS_IDX_GR_ACHADO
               PERFORM VARYING WS_IDX_GR FROM 1 BY 1
                       UNTIL WS_IDX_GR > WS_QTD_GRUPOS
                       OR WS_IDX_GR_ACHADO > ZEROS
                   IF WS_GR_LOCAL(WS_IDX_GR) = WS_EL_LOCAL(WS_IDX_EL)
                      AND WS_GR_IDX_CLASSE(WS_IDX_GR) =
                          WS_EL_IDX_CLASSE(WS_IDX_EL)
                       SET WS_IDX_GR_ACHADO TO WS_IDX_GR
                   END-IF
               END-PERFORM

               IF WS_IDX_GR_ACHADO = ZEROS
                   IF WS_QTD_GRUPOS < 300
                       ADD 1 TO WS_QTD_GRUPOS
                       MOVE WS_QTD_GRUPOS TO WS_IDX_GR_ACHADO
                       MOVE WS_EL_LOCAL(WS_IDX_EL) TO
                            WS_GR_LOCAL(WS_IDX_GR_ACHADO)
                       MOVE WS_EL_IDX_CLASSE(WS_IDX_EL) TO
                            WS_GR_IDX_CLASSE(WS_IDX_GR_ACHADO)
                       MOVE ZEROS TO WS_GR_QTD(WS_IDX_GR_ACHADO)
                       MOVE ZEROS TO WS_GR_COTA(WS_IDX_GR_ACHADO)
                       MOVE ZEROS TO WS_GR_ESCOLHIDOS(WS_IDX_GR_ACHADO)
                   ELSE
                       MOVE 'S' TO WS_CARGA_TRUNCADA
                   END-IF
               END-IF.

           ESCOLHE-ITENS.
               PERFORM VARYING WS_IDX_GR FROM 1 BY 1
                       UNTIL WS_IDX_GR > WS_QTD_GRUPOS
                   IF WS_GR_COTA(WS_IDX_GR) >
                      WS_GR_ESCOLHIDOS(WS_IDX_GR)
                       COMPUTE WS_QTD_A_ESCOLHER =
                               WS_GR_COTA(WS_IDX_GR)
                               - WS_GR_ESCOLHIDOS(WS_IDX_GR)
                       PERFORM WS_QTD_A_ESCOLHER TIMES
                           PERFORM ESCOLHE-MAIS-ANTIGO
                       END-PERFORM
                   END-IF
               END-PERFORM.

           ESCOLHE-MAIS-ANTIGO.
      * Only rows due by today, longest uncounted first: the smallest
      * due day, never-counted rows (due day zero) ahead of all.
               MOVE ZEROS TO WS_IDX_ESCOLHIDO
               MOVE 9999999 TO WS_MENOR_VENCIMENTO
               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   IF WS_EL_LOCAL(WS_IDX_EL) = WS_GR_LOCAL(WS_IDX_GR)
                      AND WS_EL_IDX_CLASSE(WS_IDX_EL) =
                          WS_GR_IDX_CLASSE(WS_IDX_GR)
                      AND WS_EL_ESCOLHIDO(WS_IDX_EL) = 'N'
                      AND WS_EL_PENDENTE(WS_IDX_EL) = 'N'
                      AND WS_EL_VENCIMENTO(WS_IDX_EL) <= WS_HOJE_INT
                      AND WS_EL_VENCIMENTO(WS_IDX_EL) <
                          WS_MENOR_VENCIMENTO
                       MOVE WS_EL_VENCIMENTO(WS_IDX_EL) TO
                            WS_MENOR_VENCIMENTO
                       SET WS_IDX_ESCOLHIDO TO WS_IDX_EL
                   END-IF
               END-PERFORM

               IF WS_IDX_ESCOLHIDO > ZEROS
                   MOVE 'S' TO WS_EL_ESCOLHIDO(WS_IDX_ESCOLHIDO)
                   ADD 1 TO WS_GR_ESCOLHIDOS(WS_IDX_GR)
               END-IF.

           EMITE-FOLHAS.
      * One sheet per deposito, in deposito order.
               PERFORM WITH TEST AFTER UNTIL WS_PROXIMO_LOCAL = 999
                   MOVE 999 TO WS_PROXIMO_LOCAL
                   PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                           UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                       IF WS_EL_ESCOLHIDO(WS_IDX_EL) = 'S'
                          AND WS_EL_LOCAL(WS_IDX_EL) >
                              WS_LOCAL_ANTERIOR
                          AND WS_EL_LOCAL(WS_IDX_EL) <
                              WS_PROXIMO_LOCAL
                           MOVE WS_EL_LOCAL(WS_IDX_EL) TO
                                WS_PROXIMO_LOCAL
                       END-IF
                   END-PERFORM
                   IF WS_PROXIMO_LOCAL NOT = 999
                       PERFORM LISTA-DEPOSITO
                       MOVE WS_PROXIMO_LOCAL TO WS_LOCAL_ANTERIOR
                   END-IF
               END-PERFORM.

           LISTA-DEPOSITO.
               ADD 1 TO WS_QTD_DEPOSITOS
               MOVE ZEROS TO WS_QTD_PROGRAMADOS
               MOVE WS_PROXIMO_LOCAL TO WS_DP_LOCAL
               MOVE WS_DATA_SISTEMA TO WS_DP_DATA
               WRITE FD_LAYOUT_REL FROM WS_LINHA_DEPOSITO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CAB_FOLHA

               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   IF WS_EL_ESCOLHIDO(WS_IDX_EL) = 'S'
                      AND WS_EL_LOCAL(WS_IDX_EL) = WS_PROXIMO_LOCAL
                       PERFORM LISTA-ITEM-FOLHA
                   END-IF
               END-PERFORM

               MOVE WS_QTD_PROGRAMADOS TO WS_TF_QTD
               WRITE FD_LAYOUT_REL FROM WS_LINHA_TOTAL_FOLHA
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           LISTA-ITEM-FOLHA.
               ADD 1 TO WS_QTD_PROGRAMADOS
               ADD 1 TO WS_QTD_NA_FOLHA
               MOVE WS_EL_IDX_CLASSE(WS_IDX_EL) TO WS_IDX_CL_ACHADO
               ADD 1 TO WS_CL_QTD_PROGRAMADOS(WS_IDX_CL_ACHADO)

      * The sheet line is a CONTAGEM.txt record with the quantity and
      * the counter left blank for the counting team.
               MOVE SPACES TO FD_LAYOUT_CONTAGEM
               MOVE WS_EL_PRODUTO(WS_IDX_EL) TO FD10_COD_PRODUTO
               MOVE WS_EL_LOCAL(WS_IDX_EL)   TO FD10_LOCAL
               WRITE FD_LAYOUT_CONTAGEM

               IF WS_EL_ULT_PROGRAMACAO(WS_IDX_EL) NOT =
                  WS_DATA_MOVIMENTO
                   MOVE WS_DATA_MOVIMENTO        TO FD45_DATA
                   MOVE WS_EL_PRODUTO(WS_IDX_EL) TO FD45_COD_PRODUTO
                   MOVE WS_EL_LOCAL(WS_IDX_EL)   TO FD45_LOCAL
                   WRITE FD_LAYOUT_PROGCONTAGEM
               END-IF

               MOVE WS_EL_PRODUTO(WS_IDX_EL) TO WS_COD_BUSCA
               PERFORM BUSCA-NOME-PRODUTO
               MOVE WS_EL_DATA_CONTAGEM(WS_IDX_EL) TO WS_DATA_BUSCA
               PERFORM FORMATA-DATA

               MOVE WS_CL_LETRA(WS_IDX_CL_ACHADO) TO WS_FL_CLASSE
               MOVE WS_EL_PRODUTO(WS_IDX_EL)      TO WS_FL_COD
               MOVE WS_NOME_PRODUTO               TO WS_FL_NOME
               MOVE WS_DATA_FORMATADA             TO WS_FL_ULT_CONTAGEM
               WRITE FD_LAYOUT_REL FROM WS_LINHA_FOLHA.

           GERA-COBERTURA.
               MOVE 'LOCAIS COM CONTAGEM VENCIDA:' TO WS_LINHA_SECAO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_SECAO

               PERFORM VARYING WS_IDX_EL FROM 1 BY 1
                       UNTIL WS_IDX_EL > WS_QTD_ESTOQLOCAL
                   IF WS_EL_VENCIMENTO(WS_IDX_EL) < WS_HOJE_INT
                       PERFORM LISTA-VENCIDO
                   END-IF
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE 'COBERTURA E ACURACIA POR CLASSE:' TO
                    WS_LINHA_SECAO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_SECAO
               WRITE FD_LAYOUT_REL FROM WS_LINHA_CAB_CLASSE

               PERFORM VARYING WS_IDX_CL FROM 1 BY 1
                       UNTIL WS_IDX_CL > 3
                   IF WS_CL_CONTAGENS(WS_IDX_CL) > ZEROS
                       COMPUTE WS_ACURACIA ROUNDED =
                               (WS_CL_CORRETAS(WS_IDX_CL) * 100)
                               / WS_CL_CONTAGENS(WS_IDX_CL)
                   ELSE
                       MOVE ZEROS TO WS_ACURACIA
                   END-IF
                   MOVE WS_CL_LETRA(WS_IDX_CL)      TO WS_LC_CLASSE
                   MOVE WS_CL_DIAS(WS_IDX_CL)       TO WS_LC_DIAS
                   MOVE WS_CL_QTD_LOCAIS(WS_IDX_CL) TO WS_LC_LOCAIS
                   MOVE WS_CL_QTD_VENCIDOS(WS_IDX_CL) TO
                        WS_LC_VENCIDOS
                   MOVE WS_CL_QTD_PROGRAMADOS(WS_IDX_CL) TO
                        WS_LC_PROGRAMADOS
                   MOVE WS_CL_CONTAGENS(WS_IDX_CL)  TO WS_LC_CONTAGENS
                   MOVE WS_CL_CORRETAS(WS_IDX_CL)   TO WS_LC_CORRETAS
                   MOVE WS_ACURACIA                 TO WS_LC_ACURACIA
                   WRITE FD_LAYOUT_REL FROM WS_LINHA_CLASSE
               END-PERFORM

               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO
               MOVE WS_QTD_ESTOQLOCAL TO WS_RS_LOCAIS
               MOVE WS_QTD_NA_FOLHA   TO WS_RS_PROGRAMADOS
               MOVE WS_QTD_VENCIDOS   TO WS_RS_VENCIDOS
               WRITE FD_LAYOUT_REL FROM WS_LINHA_RESUMO
               WRITE FD_LAYOUT_REL FROM WS_PONTILHADO.

           LISTA-VENCIDO.
               MOVE WS_EL_IDX_CLASSE(WS_IDX_EL) TO WS_IDX_CL_ACHADO
               MOVE WS_EL_PRODUTO(WS_IDX_EL) TO WS_COD_BUSCA
               PERFORM BUSCA-NOME-PRODUTO
               MOVE WS_EL_DATA_CONTAGEM(WS_IDX_EL) TO WS_DATA_BUSCA
               PERFORM FORMATA-DATA

               IF WS_EL_DATA_CONTAGEM(WS_IDX_EL) = ZEROS
                   MOVE 'NUNCA CONTADO' TO WS_VC_ATRASO
               ELSE
                   COMPUTE WS_DIAS_ATRASO =
                           WS_HOJE_INT - WS_EL_VENCIMENTO(WS_IDX_EL)
                   MOVE WS_DIAS_ATRASO TO WS_AD_DIAS
                   MOVE WS_ATRASO_DIAS TO WS_VC_ATRASO
               END-IF

               EVALUATE TRUE
                   WHEN WS_EL_ESCOLHIDO(WS_IDX_EL) = 'S'
                       MOVE 'PROGRAMADO HOJE' TO WS_VC_SITUACAO
                   WHEN WS_EL_PENDENTE(WS_IDX_EL) = 'S'
                       MOVE 'AGUARDA RETORNO' TO WS_VC_SITUACAO
                   WHEN OTHER
                       MOVE SPACES TO WS_VC_SITUACAO
               END-EVALUATE

               MOVE WS_CL_LETRA(WS_IDX_CL_ACHADO) TO WS_VC_CLASSE
               MOVE WS_EL_PRODUTO(WS_IDX_EL)      TO WS_VC_COD
               MOVE WS_NOME_PRODUTO               TO WS_VC_NOME
               MOVE WS_EL_LOCAL(WS_IDX_EL)        TO WS_VC_LOCAL
               MOVE WS_DATA_FORMATADA             TO WS_VC_ULT_CONTAGEM
               WRITE FD_LAYOUT_REL FROM WS_LINHA_VENCIDO.

           BUSCA-NOME-PRODUTO.
               INITIALIZE FD_LAYOUT_DB_PRODUTOS
               MOVE WS_COD_BUSCA TO FD1_CODPROD
               MOVE 'LC' TO WS_PA_FUNCAO
               CALL 'PRODUTO_ACCESS' USING WS_PA_FUNCAO
                                           FD_LAYOUT_DB_PRODUTOS
                                           WS_PA_RETORNO
               IF WS_PA_RETORNO = '00'
                   MOVE FD1_NOME_PRODUTO TO WS_NOME_PRODUTO
               ELSE
                   MOVE '*SEM CAD*' TO WS_NOME_PRODUTO
               END-IF.

           FORMATA-DATA.
               IF WS_DATA_BUSCA = ZEROS
                   MOVE 'NUNCA' TO WS_DATA_FORMATADA
               ELSE
                   MOVE WS_DATA_BUSCA TO WS_DATA_DESM
                   MOVE WS_DD_DIA TO WS_DE_DIA
                   MOVE WS_DD_MES TO WS_DE_MES
                   MOVE WS_DD_ANO TO WS_DE_ANO
                   MOVE WS_DATA_EDITADA TO WS_DATA_FORMATADA
               END-IF.

           GRAVA-JOBLOG.
               MOVE 'CONTAGEM_CICLICA' TO JOBLOG-PROGRAMA
               MOVE WS_JOBLOG_EVENTO TO JOBLOG-EVENTO
               MOVE WS_DATA_SISTEMA TO JOBLOG-DATA
               MOVE WS_HORA_SISTEMA TO JOBLOG-HORA
               MOVE WS_QTD_LIDOS TO JOBLOG-QTD-LIDOS
               MOVE WS_QTD_NA_FOLHA TO JOBLOG-QTD-GRAVADOS
               WRITE REG-JOBLOG.

      *----------------------------------------------------------------*
       CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMCICLICO.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_01 WS_CFG_RETORNO
           MOVE 'CLASSEABC.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_02 WS_CFG_RETORNO
           MOVE 'ESTOQUELOCAL.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_03 WS_CFG_RETORNO
           MOVE 'HISTCONTAGEM.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_04 WS_CFG_RETORNO
           MOVE 'PROGCONTAGEM.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_05 WS_CFG_RETORNO
           MOVE 'FOLHACONTAGEM.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_06 WS_CFG_RETORNO
           MOVE 'ARQCONTAGEMCICLICA.txt' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_07 WS_CFG_RETORNO
           MOVE 'JOBLOG.TXT' TO WS_CFG_LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS_CFG_LOGICO
                WS_CFG_ARQ_08 WS_CFG_RETORNO
           .
           EXIT.

           CARREGA-DATA-MOVIMENTO.
               CALL 'DATA_MOVIMENTO' USING WS_DATA_MOVIMENTO

               MOVE WS_DATA_MOVIMENTO TO WS_DATA_MOV_DESM
               STRING WS_DM_DIA '/' WS_DM_MES '/' WS_DM_ANO
                   DELIMITED BY SIZE INTO WS_DATA_MOV_FMT
               END-STRING
               MOVE WS_DATA_MOV_FMT TO WS_DATA_SISTEMA.

       END PROGRAM CONTAGEM_CICLICA.
