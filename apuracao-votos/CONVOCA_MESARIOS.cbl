      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Poll worker (mesario) convocation. For every zona/
      *          secao with registered voters in CADELEITORES.TXT (the
      *          secoes CONTROLE_URNAS expects urnas from) draws a
      *          presidente, a 1o and a 2o mesario and a secretario
      *          among the voters of the secao - completing from the
      *          other secoes of the zona when the secao is short -
      *          and writes them to MESARIOS.TXT (see MESARIOS.cpy)
      *          and the convocation letters to print to
      *          ARQCONVOCACAOMESARIOS.TXT. Voters who served in the
      *          last election and voters known to be under 18 on the
      *          election date are not drawn. PARAMMESARIOS.TXT gives
      *          the election date (default the data-movimento) and
      *          optionally the draw seed; the same seed over the same
      *          registry gives the same draw, so the board can audit
      *          it. Rerunning for the same election replaces its draw.
      *          RETURN-CODE 4 when some function stays vacant.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOCA_MESARIOS.
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

       SELECT ARQREGEL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-REGEL.
      *
       SELECT ARQMESARIOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MESARIOS.
      *
       SELECT ARQPARAMMESARIOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQCONVOCACAO
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQREGEL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADELEITORES.TXT".
       01  REG-CADELEITORES.
           03 FD-REG-TITULO       PIC 9(06).
           03 FD-REG-NOME         PIC X(20).
           03 FD-REG-ZONA         PIC 9(03).
           03 FD-REG-SECAO        PIC 9(03).
           03 FD-REG-DATA-NASC    PIC 9(08).
           03 FD-REG-GENERO       PIC X(01).

       FD  ARQMESARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESARIOS.TXT".
           COPY MESARIOS.

       FD  ARQPARAMMESARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMMESARIOS.TXT".
       01  REG-PARAM-MESARIOS.
           03 FD-PM-DATA-ELEICAO  PIC 9(08).
           03 FD-PM-SEMENTE       PIC 9(09).

       FD  ARQCONVOCACAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQCONVOCACAOMESARIOS.TXT".
       01  REG-CONVOCACAO         PIC X(80).

       FD  ARQJOBLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JOBLOG.TXT".
           COPY JOBLOG.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-DATA-MOV-FMT     PIC X(10) VALUE SPACES.

       01  WS-DATA-MOV-DESM.
           03 WS-DM-ANO        PIC 9(04).
           03 WS-DM-MES        PIC 9(02).
           03 WS-DM-DIA        PIC 9(02).

       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'CADELEITORES.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'MESARIOS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'PARAMMESARIOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'ARQCONVOCACAOMESARIOS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-REGEL       PIC X(01) VALUE ' '.
       77  WS-EOF-MESARIOS    PIC X(01) VALUE ' '.
       77  WS-STATUS-REGEL    PIC X(02) VALUE SPACES.
       77  WS-STATUS-MESARIOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-CONVOCADOS  PIC 9(05) VALUE ZEROS.
       77  WS-QTD-VAGAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EXCLUIDOS   PIC 9(05) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-DATA-ELEICAO    PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ANTERIOR   PIC 9(08) VALUE ZEROS.
       77  WS-SEMENTE         PIC 9(10) VALUE ZEROS.
       77  WS-SEMENTE-INICIAL PIC 9(10) VALUE ZEROS.
       77  WS-PRODUTO         PIC 9(15) VALUE ZEROS.
       77  WS-QUOCIENTE       PIC 9(15) VALUE ZEROS.
       77  WS-POSICAO         PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-AUX         PIC 9(04) VALUE ZEROS.
       77  WS-IDX-FUNCAO      PIC 9(01) VALUE ZEROS.
       77  WS-IDADE-CALC      PIC 9(03) VALUE ZEROS.
       77  WS-CHAVE-SECAO     PIC 9(06) VALUE ZEROS.
       77  WS-ZONA-ATUAL      PIC 9(03) VALUE ZEROS.
       77  WS-SECAO-ATUAL     PIC 9(03) VALUE ZEROS.

       01  WS-DATA-NASC.
           03 WS-NASC-ANO      PIC 9(04).
           03 WS-NASC-MES      PIC 9(02).
           03 WS-NASC-DIA      PIC 9(02).

       01  WS-DATA-ELEICAO-DESM.
           03 WS-DE-ANO        PIC 9(04).
           03 WS-DE-MES        PIC 9(02).
           03 WS-DE-DIA        PIC 9(02).

       01  WS-DATA-ELEICAO-FMT PIC X(10) VALUE SPACES.

       01  WS-TAB-ELEITORES.
           03 WS-QTD-ELEITOR     PIC 9(04) VALUE ZEROS.
           03 WS-ELEITOR OCCURS 5000 TIMES INDEXED BY WS-IDX-ELEITOR.
              05 WS-EL-TITULO     PIC 9(06).
              05 WS-EL-NOME       PIC X(20).
              05 WS-EL-ZONA       PIC 9(03).
              05 WS-EL-SECAO      PIC 9(03).
              05 WS-EL-APTO       PIC X(01).

      * Secoes in zona/secao order, the order the draw and the letters
      * follow.
       01  WS-TAB-SECOES.
           03 WS-QTD-SECAO       PIC 9(04) VALUE ZEROS.
           03 WS-SECAO OCCURS 500 TIMES INDEXED BY WS-IDX-SECAO.
              05 WS-SC-CHAVE      PIC 9(06).
              05 WS-SC-CHAVE-R    REDEFINES WS-SC-CHAVE.
                 07 WS-SC-ZONA    PIC 9(03).
                 07 WS-SC-SECAO   PIC 9(03).

      * Voters that may be drawn for the current function.
       01  WS-TAB-CANDIDATOS.
           03 WS-QTD-CANDIDATO   PIC 9(04) VALUE ZEROS.
           03 WS-CANDIDATO       PIC 9(04) OCCURS 5000 TIMES.

      * Last election's workers (excluded from the draw) are carried
      * over to the rewritten MESARIOS.TXT together with the new draw.
       01  WS-TAB-MESARIOS.
           03 WS-QTD-MESARIO     PIC 9(04) VALUE ZEROS.
           03 WS-MESARIO OCCURS 5000 TIMES INDEXED BY WS-IDX-MESARIO.
              05 WS-MS-REGISTRO   PIC X(42).

       01  WS-MESARIO-AUX.
           03 WS-MA-DATA-ELEICAO PIC 9(08).
           03 WS-MA-ZONA         PIC 9(03).
           03 WS-MA-SECAO        PIC 9(03).
           03 WS-MA-FUNCAO       PIC X(01).
           03 WS-MA-TITULO       PIC 9(06).
           03 WS-MA-NOME         PIC X(20).
           03 WS-MA-PRESENCA     PIC X(01).

       01  WS-FUNCOES.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC X(01) VALUE '1'.
           03 FILLER PIC X(01) VALUE '2'.
           03 FILLER PIC X(01) VALUE 'S'.
       01  WS-FUNCOES-R REDEFINES WS-FUNCOES.
           03 WS-COD-FUNCAO      PIC X(01) OCCURS 4 TIMES.

       01  WS-NOMES-FUNCAO.
           03 FILLER PIC X(20) VALUE 'PRESIDENTE DE MESA'.
           03 FILLER PIC X(20) VALUE '1O MESARIO'.
           03 FILLER PIC X(20) VALUE '2O MESARIO'.
           03 FILLER PIC X(20) VALUE 'SECRETARIO'.
       01  WS-NOMES-FUNCAO-R REDEFINES WS-NOMES-FUNCAO.
           03 WS-NOME-FUNCAO     PIC X(20) OCCURS 4 TIMES.

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

       01  WS-CARTA-1.
           03 FILLER  PIC X(44) VALUE
                  'JUSTICA ELEITORAL - CONVOCACAO DE MESARIO - '.
           03 FILLER  PIC X(11) VALUE 'ELEICAO DE '.
           03 WS-CT-DATA-1    PIC X(10).

       01  WS-CARTA-2.
           03 FILLER  PIC X(06) VALUE 'SR(A) '.
           03 WS-CT-NOME      PIC X(20).
           03 FILLER  PIC X(09) VALUE ' TITULO: '.
           03 WS-CT-TITULO    PIC 9(06).

       01  WS-CARTA-3.
           03 FILLER  PIC X(34) VALUE
                  'FICA CONVOCADO(A) PARA ATUAR COMO '.
           03 WS-CT-FUNCAO    PIC X(20).

       01  WS-CARTA-4.
           03 FILLER  PIC X(26) VALUE
                  'DA MESA RECEPTORA DA ZONA '.
           03 WS-CT-ZONA      PIC 9(03).
           03 FILLER  PIC X(07) VALUE ' SECAO '.
           03 WS-CT-SECAO     PIC 9(03).
           03 FILLER  PIC X(04) VALUE ' EM '.
           03 WS-CT-DATA-4    PIC X(10).
           03 FILLER  PIC X(01) VALUE '.'.

       01  WS-CARTA-5.
           03 FILLER  PIC X(40) VALUE
                  'O NAO COMPARECIMENTO SEM JUSTA CAUSA SUJ'.
           03 FILLER  PIC X(40) VALUE
                  'EITA O CONVOCADO A MULTA (ART. 124 DO   '.

       01  WS-CARTA-6.
           03 FILLER  PIC X(40) VALUE
                  'CODIGO ELEITORAL). APRESENTE-SE A MESA A'.
           03 FILLER  PIC X(40) VALUE
                  'TE AS 07:00 COM ESTA CONVOCACAO.        '.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0300-CARREGA-PARAMETRO
           PERFORM 0400-CARREGA-MESARIOS

           PERFORM 0500-CARREGA-ELEITORES

           IF WS-QTD-ELEITOR = ZEROS
               DISPLAY 'CADASTRO DE ELEITORES VAZIO OU AUSENTE: '
                       'CADELEITORES.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      * MESARIOS.TXT is rewritten from the tables, so a truncated load
      * would lose the workers of the last election.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'CADELEITORES.TXT OU MESARIOS.TXT COM MAIS DE '
                       '5000 REGISTROS OU MAIS DE 500 SECOES - '
                       'SORTEIO ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQCONVOCACAO
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                   UNTIL WS-IDX-SECAO > WS-QTD-SECAO
               PERFORM 2000-SORTEIA-SECAO
           END-PERFORM

           PERFORM 8000-REGRAVA-MESARIOS

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQCONVOCACAO ARQJOBLOG

           DISPLAY 'ELEICAO: ' WS-DATA-ELEICAO
                   ' SEMENTE DO SORTEIO: ' WS-SEMENTE-INICIAL
           DISPLAY 'SECOES: ' WS-QTD-SECAO
                   ' CONVOCADOS: ' WS-QTD-CONVOCADOS
                   ' EXCLUIDOS (SERVIRAM NA ULTIMA ELEICAO): '
                   WS-QTD-EXCLUIDOS

           IF WS-QTD-VAGAS > ZEROS
               DISPLAY 'FUNCOES SEM MESARIO DISPONIVEL: ' WS-QTD-VAGAS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'CONVOCA_MESARIOS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-CONVOCADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-PARAMETRO.
      *----------------------------------------------------------------*
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-ELEICAO
           MOVE ZEROS TO WS-SEMENTE

           OPEN INPUT ARQPARAMMESARIOS

           IF WS-STATUS-PARAM = '00' OR '02'
               READ ARQPARAMMESARIOS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PM-DATA-ELEICAO NUMERIC
                           AND FD-PM-DATA-ELEICAO > ZEROS
                           MOVE FD-PM-DATA-ELEICAO TO WS-DATA-ELEICAO
                       END-IF
                       IF FD-PM-SEMENTE NUMERIC
                           MOVE FD-PM-SEMENTE TO WS-SEMENTE
                       END-IF
               END-READ
               CLOSE ARQPARAMMESARIOS
           END-IF

      * Without a seed the draw starts from the election date. The
      * generator is the multiplicative congruential one of modulus
      * 2147483647, whose seed must lie between 1 and modulus - 1.
           IF WS-SEMENTE = ZEROS
               MOVE WS-DATA-ELEICAO TO WS-SEMENTE
           END-IF
           DIVIDE WS-SEMENTE BY 2147483647 GIVING WS-QUOCIENTE
                  REMAINDER WS-SEMENTE
           IF WS-SEMENTE = ZEROS
               MOVE 1 TO WS-SEMENTE
           END-IF
           MOVE WS-SEMENTE TO WS-SEMENTE-INICIAL

           MOVE WS-DATA-ELEICAO TO WS-DATA-ELEICAO-DESM
           STRING WS-DE-DIA '/' WS-DE-MES '/' WS-DE-ANO
               DELIMITED BY SIZE INTO WS-DATA-ELEICAO-FMT
           END-STRING
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-MESARIOS.
      *----------------------------------------------------------------*
      * The last election is the latest one before the election being
      * drawn; its records are kept, older ones and a previous draw of
      * this same election are dropped.
           OPEN INPUT ARQMESARIOS

           IF WS-STATUS-MESARIOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-MESARIOS = 'S'
                   READ ARQMESARIOS
                       AT END
                           MOVE 'S' TO WS-EOF-MESARIOS
                       NOT AT END
                           IF MS-DATA-ELEICAO < WS-DATA-ELEICAO
                               AND MS-DATA-ELEICAO > WS-DATA-ANTERIOR
                               MOVE MS-DATA-ELEICAO TO WS-DATA-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMESARIOS

               MOVE ' ' TO WS-EOF-MESARIOS
               OPEN INPUT ARQMESARIOS
               PERFORM UNTIL WS-EOF-MESARIOS = 'S'
                   READ ARQMESARIOS
                       AT END
                           MOVE 'S' TO WS-EOF-MESARIOS
                       NOT AT END
                           IF MS-DATA-ELEICAO = WS-DATA-ANTERIOR
                               AND WS-DATA-ANTERIOR > ZEROS
                               PERFORM 0410-GUARDA-MESARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMESARIOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-GUARDA-MESARIO.
      *----------------------------------------------------------------*
           IF WS-QTD-MESARIO < 5000
               ADD 1 TO WS-QTD-MESARIO
               MOVE REG-MESARIO TO WS-MS-REGISTRO(WS-QTD-MESARIO)
           ELSE
               MOVE 'S' TO WS-CARGA-TRUNCADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-ELEITORES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQREGEL

           IF WS-STATUS-REGEL = '00' OR '02'
               PERFORM UNTIL WS-EOF-REGEL = 'S'
                   READ ARQREGEL
                       AT END
                           MOVE 'S' TO WS-EOF-REGEL
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF WS-QTD-ELEITOR < 5000
                               ADD 1 TO WS-QTD-ELEITOR
                               PERFORM 0510-GUARDA-ELEITOR
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREGEL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-ELEITOR.
      *----------------------------------------------------------------*
           SET WS-IDX-ELEITOR TO WS-QTD-ELEITOR
           MOVE FD-REG-TITULO TO WS-EL-TITULO(WS-IDX-ELEITOR)
           MOVE FD-REG-NOME   TO WS-EL-NOME(WS-IDX-ELEITOR)
           MOVE FD-REG-ZONA   TO WS-EL-ZONA(WS-IDX-ELEITOR)
           MOVE FD-REG-SECAO  TO WS-EL-SECAO(WS-IDX-ELEITOR)
           MOVE 'S'           TO WS-EL-APTO(WS-IDX-ELEITOR)

      * Under 18 on the election date cannot serve; a voter without
      * the birth date on file is taken as of age.
           IF FD-REG-DATA-NASC NUMERIC AND FD-REG-DATA-NASC > ZEROS
               MOVE FD-REG-DATA-NASC TO WS-DATA-NASC
               IF WS-DE-ANO < WS-NASC-ANO
                   MOVE ZEROS TO WS-IDADE-CALC
               ELSE
                   COMPUTE WS-IDADE-CALC = WS-DE-ANO - WS-NASC-ANO
                   IF WS-DE-MES < WS-NASC-MES
                       OR (WS-DE-MES = WS-NASC-MES
                           AND WS-DE-DIA < WS-NASC-DIA)
                       SUBTRACT 1 FROM WS-IDADE-CALC
                   END-IF
               END-IF
               IF WS-IDADE-CALC < 18
                   MOVE 'N' TO WS-EL-APTO(WS-IDX-ELEITOR)
               END-IF
           END-IF

           PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                   UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
               MOVE WS-MS-REGISTRO(WS-IDX-MESARIO) TO WS-MESARIO-AUX
               IF WS-MA-TITULO = FD-REG-TITULO
                   AND WS-MA-PRESENCA = 'C'
                   AND WS-EL-APTO(WS-IDX-ELEITOR) = 'S'
                   MOVE 'N' TO WS-EL-APTO(WS-IDX-ELEITOR)
                   ADD 1 TO WS-QTD-EXCLUIDOS
               END-IF
           END-PERFORM

           COMPUTE WS-CHAVE-SECAO = FD-REG-ZONA * 1000 + FD-REG-SECAO
           PERFORM 0520-REGISTRA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       0520-REGISTRA-SECAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                   UNTIL WS-IDX-SECAO > WS-QTD-SECAO
                   OR WS-IDX-ACHADO > ZEROS
                   OR WS-SC-CHAVE(WS-IDX-SECAO) > WS-CHAVE-SECAO
               IF WS-SC-CHAVE(WS-IDX-SECAO) = WS-CHAVE-SECAO
                   SET WS-IDX-ACHADO TO WS-IDX-SECAO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = ZEROS
               IF WS-QTD-SECAO < 500
                   SET WS-IDX-ACHADO TO WS-IDX-SECAO
                   PERFORM VARYING WS-IDX-AUX FROM WS-QTD-SECAO BY -1
                           UNTIL WS-IDX-AUX < WS-IDX-ACHADO
                       MOVE WS-SECAO(WS-IDX-AUX) TO
                            WS-SECAO(WS-IDX-AUX + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-SECAO
                   MOVE WS-CHAVE-SECAO TO WS-SC-CHAVE(WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-CARGA-TRUNCADA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SORTEIA-SECAO.
      *----------------------------------------------------------------*
           MOVE WS-SC-ZONA(WS-IDX-SECAO)  TO WS-ZONA-ATUAL
           MOVE WS-SC-SECAO(WS-IDX-SECAO) TO WS-SECAO-ATUAL

           PERFORM VARYING WS-IDX-FUNCAO FROM 1 BY 1
                   UNTIL WS-IDX-FUNCAO > 4
               PERFORM 2100-MONTA-CANDIDATOS
               IF WS-QTD-CANDIDATO = ZEROS
                   ADD 1 TO WS-QTD-VAGAS
                   DISPLAY 'ZONA ' WS-ZONA-ATUAL ' SECAO '
                           WS-SECAO-ATUAL ' SEM ELEITOR DISPONIVEL '
                           'PARA ' WS-NOME-FUNCAO(WS-IDX-FUNCAO)
               ELSE
                   PERFORM 2200-SORTEIA-CANDIDATO
                   PERFORM 2300-CONVOCA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-MONTA-CANDIDATOS.
      *----------------------------------------------------------------*
      * Voters of the secao first; only when none is left the other
      * secoes of the same zona are drawn from.
           MOVE ZEROS TO WS-QTD-CANDIDATO

           PERFORM VARYING WS-IDX-ELEITOR FROM 1 BY 1
                   UNTIL WS-IDX-ELEITOR > WS-QTD-ELEITOR
               IF WS-EL-APTO(WS-IDX-ELEITOR) = 'S'
                   AND WS-EL-ZONA(WS-IDX-ELEITOR)  = WS-ZONA-ATUAL
                   AND WS-EL-SECAO(WS-IDX-ELEITOR) = WS-SECAO-ATUAL
                   ADD 1 TO WS-QTD-CANDIDATO
                   SET WS-CANDIDATO(WS-QTD-CANDIDATO) TO WS-IDX-ELEITOR
               END-IF
           END-PERFORM

           IF WS-QTD-CANDIDATO = ZEROS
               PERFORM VARYING WS-IDX-ELEITOR FROM 1 BY 1
                       UNTIL WS-IDX-ELEITOR > WS-QTD-ELEITOR
                   IF WS-EL-APTO(WS-IDX-ELEITOR) = 'S'
                       AND WS-EL-ZONA(WS-IDX-ELEITOR) = WS-ZONA-ATUAL
                       ADD 1 TO WS-QTD-CANDIDATO
                       SET WS-CANDIDATO(WS-QTD-CANDIDATO) TO
                           WS-IDX-ELEITOR
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-SORTEIA-CANDIDATO.
      *----------------------------------------------------------------*
           COMPUTE WS-PRODUTO = WS-SEMENTE * 16807
           DIVIDE WS-PRODUTO BY 2147483647 GIVING WS-QUOCIENTE
                  REMAINDER WS-SEMENTE

           DIVIDE WS-SEMENTE BY WS-QTD-CANDIDATO GIVING WS-QUOCIENTE
                  REMAINDER WS-POSICAO
           ADD 1 TO WS-POSICAO

           MOVE WS-CANDIDATO(WS-POSICAO) TO WS-IDX-ACHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-CONVOCA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EL-APTO(WS-IDX-ACHADO)
           ADD 1 TO WS-QTD-CONVOCADOS

           MOVE WS-DATA-ELEICAO               TO WS-MA-DATA-ELEICAO
           MOVE WS-ZONA-ATUAL                 TO WS-MA-ZONA
           MOVE WS-SECAO-ATUAL                TO WS-MA-SECAO
           MOVE WS-COD-FUNCAO(WS-IDX-FUNCAO)  TO WS-MA-FUNCAO
           MOVE WS-EL-TITULO(WS-IDX-ACHADO)   TO WS-MA-TITULO
           MOVE WS-EL-NOME(WS-IDX-ACHADO)     TO WS-MA-NOME
           MOVE SPACE                         TO WS-MA-PRESENCA

           IF WS-QTD-MESARIO < 5000
               ADD 1 TO WS-QTD-MESARIO
               MOVE WS-MESARIO-AUX TO WS-MS-REGISTRO(WS-QTD-MESARIO)
           END-IF

           MOVE WS-DATA-ELEICAO-FMT          TO WS-CT-DATA-1
           MOVE WS-EL-NOME(WS-IDX-ACHADO)    TO WS-CT-NOME
           MOVE WS-EL-TITULO(WS-IDX-ACHADO)  TO WS-CT-TITULO
           MOVE WS-NOME-FUNCAO(WS-IDX-FUNCAO) TO WS-CT-FUNCAO
           MOVE WS-ZONA-ATUAL                TO WS-CT-ZONA
           MOVE WS-SECAO-ATUAL               TO WS-CT-SECAO
           MOVE WS-DATA-ELEICAO-FMT          TO WS-CT-DATA-4

           WRITE REG-CONVOCACAO FROM WS-CARTA-1
           WRITE REG-CONVOCACAO FROM WS-PONTILHADO
           WRITE REG-CONVOCACAO FROM WS-CARTA-2
           WRITE REG-CONVOCACAO FROM WS-CARTA-3
           WRITE REG-CONVOCACAO FROM WS-CARTA-4
           WRITE REG-CONVOCACAO FROM WS-CARTA-5
           WRITE REG-CONVOCACAO FROM WS-CARTA-6
           WRITE REG-CONVOCACAO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-MESARIOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQMESARIOS

           PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                   UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
               MOVE WS-MS-REGISTRO(WS-IDX-MESARIO) TO REG-MESARIO
               WRITE REG-MESARIO
           END-PERFORM

           CLOSE ARQMESARIOS
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CADELEITORES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'MESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'PARAMMESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'ARQCONVOCACAOMESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           .
           EXIT.

      *----------------------------------------------------------------*
       0020-CARREGA-DATA-MOVIMENTO.
      *----------------------------------------------------------------*
           CALL 'DATA_MOVIMENTO' USING WS-DATA-MOVIMENTO

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-MOV-DESM
           STRING WS-DM-DIA '/' WS-DM-MES '/' WS-DM-ANO
               DELIMITED BY SIZE INTO WS-DATA-MOV-FMT
           END-STRING
           MOVE WS-DATA-MOV-FMT TO WS-DATA-SISTEMA
           .
           EXIT.

       END PROGRAM CONVOCA_MESARIOS.
