      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Electorate profile and turnout of one election for
      *          the electoral board. Crosses the voter registry
      *          CADELEITORES.TXT with the situation of each voter in
      *          HISTPARTICIPACAO.TXT for the election date (V votou /
      *          J justificou / A ausente, written by
      *          JUSTIFICA_AUSENCIA) and prints aptos, votaram,
      *          justificaram, ausentes and the turnout percentage by
      *          zona, by genero and by the VERIFICA_IDADE age
      *          brackets, plus the facultative-vote groups (16-17 and
      *          70 or more) against the compulsory
      *          one (ARQPERFILELEITORADO.TXT). Age is taken on the
      *          election date. Voters cancelled after the election
      *          (ELEITORESCANCELADOS.TXT) were in the registry on the
      *          day and are counted; voters registered after it have
      *          no situation for that date and are only totalled.
      *          The election date comes from PARAMPERFIL.TXT or, when
      *          absent, is the latest date in the history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFIL_ELEITORADO.
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
       SELECT ARQCANCELADOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CANCELADOS.
      *
       SELECT ARQHISTPART
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTPART.
      *
       SELECT ARQPARAMPERFIL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
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

       FD  ARQCANCELADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEITORESCANCELADOS.TXT".
       01  REG-CANCELADO.
           03 FD-CA-ELEITOR.
              05 FD-CA-TITULO     PIC 9(06).
              05 FD-CA-NOME       PIC X(20).
              05 FD-CA-ZONA       PIC 9(03).
              05 FD-CA-SECAO      PIC 9(03).
              05 FD-CA-DATA-NASC  PIC 9(08).
              05 FD-CA-GENERO     PIC X(01).
           03 FD-CA-DATA          PIC 9(08).
           03 FD-CA-MOTIVO        PIC X(20).

       FD  ARQHISTPART
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTPARTICIPACAO.TXT".
       01  REG-HIST-PART.
           03 FD-HP-TITULO        PIC 9(06).
           03 FD-HP-DATA          PIC 9(08).
           03 FD-HP-SITUACAO      PIC X(01).
           03 FD-HP-NOME          PIC X(20).

       FD  ARQPARAMPERFIL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMPERFIL.TXT".
       01  REG-PARAM-PERFIL.
           03 FD-PF-DATA-ELEICAO  PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPERFILELEITORADO.TXT".
       01  REG-RELATORIO          PIC X(80).

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
           VALUE 'ELEITORESCANCELADOS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'HISTPARTICIPACAO.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'PARAMPERFIL.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQPERFILELEITORADO.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-REGEL       PIC X(01) VALUE ' '.
       77  WS-EOF-CANCELADOS  PIC X(01) VALUE ' '.
       77  WS-EOF-HISTPART    PIC X(01) VALUE ' '.
       77  WS-STATUS-REGEL    PIC X(02) VALUE SPACES.
       77  WS-STATUS-CANCELADOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTPART PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-PERFILADOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SEM-SITUACAO PIC 9(06) VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-DATA-ELEICAO    PIC 9(08) VALUE ZEROS.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ZONA-ACHADA PIC 9(04) VALUE ZEROS.
       77  WS-IDX-GENERO      PIC 9(01) VALUE ZEROS.
       77  WS-IDX-FAIXA       PIC 9(01) VALUE ZEROS.
       77  WS-IDX-FACULT      PIC 9(01) VALUE ZEROS.
       77  WS-IDX-AUX         PIC 9(04) VALUE ZEROS.
       77  WS-IDADE-CALC      PIC 9(03) VALUE ZEROS.
       77  WS-IDADE-OK        PIC X(01) VALUE 'N'.
       77  WS-SITUACAO        PIC X(01) VALUE SPACES.
       77  WS-ELE-ZONA        PIC 9(03) VALUE ZEROS.
       77  WS-ELE-DATA-NASC   PIC 9(08) VALUE ZEROS.
       77  WS-ELE-GENERO      PIC X(01) VALUE SPACES.

       01  WS-DATA-NASC.
           03 WS-NASC-ANO      PIC 9(04).
           03 WS-NASC-MES      PIC 9(02).
           03 WS-NASC-DIA      PIC 9(02).

       01  WS-DATA-ELEICAO-DESM.
           03 WS-DE-ANO        PIC 9(04).
           03 WS-DE-MES        PIC 9(02).
           03 WS-DE-DIA        PIC 9(02).

      * Situation of each voter in the chosen election; the flag
      * marks the entries matched to a registry record.
       01  WS-TAB-SITUACAO.
           03 WS-QTD-SITUACAO    PIC 9(04) VALUE ZEROS.
           03 WS-SITUACAO-EL OCCURS 5000 TIMES
                             INDEXED BY WS-IDX-SITUACAO.
              05 WS-ST-TITULO     PIC 9(06).
              05 WS-ST-SITUACAO   PIC X(01).
              05 WS-ST-USADO      PIC X(01).

      * Each counter row: aptos, votaram, justificaram, ausentes.
       01  WS-TOTAL-GERAL.
           03 WS-TG-CONT         PIC 9(06) OCCURS 4 TIMES.

       01  WS-TAB-ZONAS.
           03 WS-QTD-ZONA        PIC 9(04) VALUE ZEROS.
           03 WS-ZONA OCCURS 500 TIMES INDEXED BY WS-IDX-ZONA.
              05 WS-ZN-ZONA       PIC 9(03).
              05 WS-ZN-CONTAGEM.
                 07 WS-ZN-CONT    PIC 9(06) OCCURS 4 TIMES.

       01  WS-CONTAGEM-AUX.
           03 WS-AUX-CONT        PIC 9(06) OCCURS 4 TIMES.

       01  WS-TAB-GENEROS.
           03 WS-GENERO OCCURS 3 TIMES.
              05 WS-GN-CONT       PIC 9(06) OCCURS 4 TIMES.

       01  WS-TAB-FAIXAS.
           03 WS-FAIXA OCCURS 5 TIMES.
              05 WS-FX-CONT       PIC 9(06) OCCURS 4 TIMES.

       01  WS-TAB-FACULTATIVO.
           03 WS-FACULT OCCURS 5 TIMES.
              05 WS-FC-CONT       PIC 9(06) OCCURS 4 TIMES.

       01  WS-ROTULOS-GENERO.
           03 FILLER PIC X(22) VALUE 'HOMENS'.
           03 FILLER PIC X(22) VALUE 'MULHERES'.
           03 FILLER PIC X(22) VALUE 'GENERO NAO INFORMADO'.
       01  WS-ROTULOS-GENERO-R REDEFINES WS-ROTULOS-GENERO.
           03 WS-ROT-GENERO      PIC X(22) OCCURS 3 TIMES.

      * The brackets of VERIFICA_IDADE, so the reports agree.
       01  WS-ROTULOS-FAIXA.
           03 FILLER PIC X(22) VALUE 'CRIANCA (ATE 14)'.
           03 FILLER PIC X(22) VALUE 'ADOLESCENTE (15-16)'.
           03 FILLER PIC X(22) VALUE 'ADULTO (17-59)'.
           03 FILLER PIC X(22) VALUE 'IDOSO (60 OU MAIS)'.
           03 FILLER PIC X(22) VALUE 'IDADE NAO INFORMADA'.
       01  WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
           03 WS-ROT-FAIXA       PIC X(22) OCCURS 5 TIMES.

       01  WS-ROTULOS-FACULT.
           03 FILLER PIC X(22) VALUE '* 16 E 17 ANOS'.
           03 FILLER PIC X(22) VALUE '* 70 ANOS OU MAIS'.
           03 FILLER PIC X(22) VALUE '18 A 69 ANOS'.
           03 FILLER PIC X(22) VALUE 'MENOS DE 16 ANOS'.
           03 FILLER PIC X(22) VALUE 'IDADE NAO INFORMADA'.
       01  WS-ROTULOS-FACULT-R REDEFINES WS-ROTULOS-FACULT.
           03 WS-ROT-FACULT      PIC X(22) OCCURS 5 TIMES.

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

       01  WS-LINHA-TITULO.
           03 FILLER  PIC X(47) VALUE
                  'PERFIL DO ELEITORADO E COMPARECIMENTO - ELEICAO'.
           03 FILLER  PIC X(01) VALUE SPACES.
           03 WS-TIT-DATA PIC X(10).

       01  WS-LINHA-SECAO     PIC X(60) VALUE SPACES.

       01  WS-LINHA-COLUNAS.
           03 FILLER  PIC X(22) VALUE SPACES.
           03 FILLER  PIC X(10) VALUE '     APTOS'.
           03 FILLER  PIC X(10) VALUE '   VOTARAM'.
           03 FILLER  PIC X(10) VALUE '   JUSTIF.'.
           03 FILLER  PIC X(10) VALUE '  AUSENTES'.
           03 FILLER  PIC X(10) VALUE '   COMPAR%'.

       01  WS-LINHA-CONTAGEM.
           03 WS-LC-ROTULO    PIC X(22).
           03 WS-LC-APTOS     PIC ZZZ.ZZZ.ZZ9.
           03 WS-LC-VOTARAM   PIC ZZZ.ZZ9 BLANK WHEN ZERO.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WS-LC-JUSTIF    PIC ZZZ.ZZ9 BLANK WHEN ZERO.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WS-LC-AUSENTES  PIC ZZZ.ZZ9 BLANK WHEN ZERO.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WS-LC-PERCENT   PIC ZZ9,99.

       01  WS-LINHA-ZONA.
           03 FILLER          PIC X(05) VALUE 'ZONA '.
           03 WS-LZ-ZONA      PIC 9(03).

       77  WS-PERCENTUAL      PIC 9(03)V99 VALUE ZEROS.

       01  WS-LINHA-NOTA.
           03 FILLER          PIC X(40) VALUE
                  '* VOTO FACULTATIVO (16-17 E 70 OU MAIS)'.

       01  WS-LINHA-RESUMO.
           03 FILLER          PIC X(34)
                  VALUE 'INSCRITOS SEM SITUACAO NA ELEICAO:'.
           03 WS-RS-SEM-SITUACAO PIC ZZZ.ZZ9.
           03 FILLER          PIC X(24)
                  VALUE '  SITUACAO SEM CADASTRO:'.
           03 WS-RS-SEM-CADASTRO PIC ZZZ.ZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0500-DEFINE-ELEICAO

           IF WS-DATA-ELEICAO = ZEROS
               DISPLAY 'HISTORICO DE PARTICIPACAO VAZIO OU AUSENTE: '
                       'HISTPARTICIPACAO.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-DATA-ELEICAO TO WS-DATA-ELEICAO-DESM
           INITIALIZE WS-TOTAL-GERAL WS-TAB-GENEROS WS-TAB-FAIXAS
                      WS-TAB-FACULTATIVO
           PERFORM 0600-CARREGA-SITUACAO

           IF WS-QTD-SITUACAO = ZEROS
               DISPLAY 'NENHUMA SITUACAO NO HISTORICO PARA A ELEICAO '
                       'DE ' WS-DATA-ELEICAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'MAIS DE 5000 ELEITORES NA ELEICAO OU MAIS DE '
                       '500 ZONAS - EXCEDENTE IGNORADO'
           END-IF

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM 1000-PROCESSA-CADASTRO
           PERFORM 1500-PROCESSA-CANCELADOS

           PERFORM VARYING WS-IDX-SITUACAO FROM 1 BY 1
                   UNTIL WS-IDX-SITUACAO > WS-QTD-SITUACAO
               IF WS-ST-USADO(WS-IDX-SITUACAO) = 'N'
                   ADD 1 TO WS-QTD-SEM-CADASTRO
               END-IF
           END-PERFORM

           PERFORM 3000-GERA-RELATORIO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQREL ARQJOBLOG

           DISPLAY 'ELEICAO: ' WS-DATA-ELEICAO
                   ' ELEITORES APTOS: ' WS-QTD-PERFILADOS
                   ' VOTARAM: ' WS-TG-CONT(2)
           IF WS-QTD-SEM-CADASTRO > ZEROS
               DISPLAY 'SITUACOES DO HISTORICO SEM ELEITOR NO '
                       'CADASTRO: ' WS-QTD-SEM-CADASTRO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'PERFIL_ELEITORADO' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-PERFILADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-DEFINE-ELEICAO.
      *----------------------------------------------------------------*
      * PARAMPERFIL.TXT names the election; without it the latest
      * election in the history is profiled.
           OPEN INPUT ARQPARAMPERFIL

           IF WS-STATUS-PARAM = '00' OR '02'
               READ ARQPARAMPERFIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PF-DATA-ELEICAO NUMERIC
                           MOVE FD-PF-DATA-ELEICAO TO WS-DATA-ELEICAO
                       END-IF
               END-READ
               CLOSE ARQPARAMPERFIL
           END-IF

           IF WS-DATA-ELEICAO = ZEROS
               OPEN INPUT ARQHISTPART
               IF WS-STATUS-HISTPART = '00' OR '02'
                   PERFORM UNTIL WS-EOF-HISTPART = 'S'
                       READ ARQHISTPART
                           AT END
                               MOVE 'S' TO WS-EOF-HISTPART
                           NOT AT END
                               IF FD-HP-DATA NUMERIC
                                   AND FD-HP-DATA > WS-DATA-ELEICAO
                                   MOVE FD-HP-DATA TO WS-DATA-ELEICAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQHISTPART
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-SITUACAO.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF-HISTPART
           OPEN INPUT ARQHISTPART

           IF WS-STATUS-HISTPART = '00' OR '02'
               PERFORM UNTIL WS-EOF-HISTPART = 'S'
                   READ ARQHISTPART
                       AT END
                           MOVE 'S' TO WS-EOF-HISTPART
                       NOT AT END
                           IF FD-HP-DATA = WS-DATA-ELEICAO
                               PERFORM 0610-GUARDA-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTPART
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-GUARDA-SITUACAO.
      *----------------------------------------------------------------*
           IF WS-QTD-SITUACAO < 5000
               ADD 1 TO WS-QTD-SITUACAO
               MOVE FD-HP-TITULO   TO WS-ST-TITULO(WS-QTD-SITUACAO)
               MOVE FD-HP-SITUACAO TO WS-ST-SITUACAO(WS-QTD-SITUACAO)
               MOVE 'N'            TO WS-ST-USADO(WS-QTD-SITUACAO)
           ELSE
               MOVE 'S' TO WS-CARGA-TRUNCADA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-PROCESSA-CADASTRO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQREGEL

           IF WS-STATUS-REGEL = '00' OR '02'
               PERFORM UNTIL WS-EOF-REGEL = 'S'
                   READ ARQREGEL
                       AT END
                           MOVE 'S' TO WS-EOF-REGEL
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           MOVE FD-REG-ZONA      TO WS-ELE-ZONA
                           MOVE FD-REG-DATA-NASC TO WS-ELE-DATA-NASC
                           MOVE FD-REG-GENERO    TO WS-ELE-GENERO
                           MOVE FD-REG-TITULO    TO FD-HP-TITULO
                           PERFORM 2000-PERFILA-ELEITOR
                   END-READ
               END-PERFORM
               CLOSE ARQREGEL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-PROCESSA-CANCELADOS.
      *----------------------------------------------------------------*
      * A voter cancelled after the election was still registered on
      * the day; the ones cancelled before have no situation for it.
           OPEN INPUT ARQCANCELADOS

           IF WS-STATUS-CANCELADOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-CANCELADOS = 'S'
                   READ ARQCANCELADOS
                       AT END
                           MOVE 'S' TO WS-EOF-CANCELADOS
                       NOT AT END
                           IF FD-CA-DATA > WS-DATA-ELEICAO
                               ADD 1 TO WS-QTD-LIDOS
                               MOVE FD-CA-ZONA      TO WS-ELE-ZONA
                               MOVE FD-CA-DATA-NASC TO
                                    WS-ELE-DATA-NASC
                               MOVE FD-CA-GENERO    TO WS-ELE-GENERO
                               MOVE FD-CA-TITULO    TO FD-HP-TITULO
                               PERFORM 2000-PERFILA-ELEITOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCANCELADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-PERFILA-ELEITOR.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-SITUACAO FROM 1 BY 1
                   UNTIL WS-IDX-SITUACAO > WS-QTD-SITUACAO
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-ST-TITULO(WS-IDX-SITUACAO) = FD-HP-TITULO
                   AND WS-ST-USADO(WS-IDX-SITUACAO) = 'N'
                   SET WS-IDX-ACHADO TO WS-IDX-SITUACAO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = ZEROS
               ADD 1 TO WS-QTD-SEM-SITUACAO
           ELSE
               MOVE 'S' TO WS-ST-USADO(WS-IDX-ACHADO)
               MOVE WS-ST-SITUACAO(WS-IDX-ACHADO) TO WS-SITUACAO
               ADD 1 TO WS-QTD-PERFILADOS

               PERFORM 2100-CALCULA-IDADE
               PERFORM 2200-CLASSIFICA
               PERFORM 2300-LOCALIZA-ZONA

      * Column 1 counts every apto; 2-4 the situation in the election.
               EVALUATE WS-SITUACAO
                   WHEN 'V'
                       MOVE 2 TO WS-IDX-AUX
                   WHEN 'J'
                       MOVE 3 TO WS-IDX-AUX
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-AUX
               END-EVALUATE

               ADD 1 TO WS-TG-CONT(1)
               ADD 1 TO WS-TG-CONT(WS-IDX-AUX)
               ADD 1 TO WS-GN-CONT(WS-IDX-GENERO, 1)
               ADD 1 TO WS-GN-CONT(WS-IDX-GENERO, WS-IDX-AUX)
               ADD 1 TO WS-FX-CONT(WS-IDX-FAIXA, 1)
               ADD 1 TO WS-FX-CONT(WS-IDX-FAIXA, WS-IDX-AUX)
               ADD 1 TO WS-FC-CONT(WS-IDX-FACULT, 1)
               ADD 1 TO WS-FC-CONT(WS-IDX-FACULT, WS-IDX-AUX)
               IF WS-IDX-ZONA-ACHADA > ZEROS
                   ADD 1 TO WS-ZN-CONT(WS-IDX-ZONA-ACHADA, 1)
                   ADD 1 TO WS-ZN-CONT(WS-IDX-ZONA-ACHADA, WS-IDX-AUX)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULA-IDADE.
      *----------------------------------------------------------------*
      * Same rule as VERIFICA_IDADE, taken on the election date.
      * Records registered before the registry carried the birth date
      * have it blank and fall into the "nao informada" rows.
           MOVE 'N' TO WS-IDADE-OK
           MOVE ZEROS TO WS-IDADE-CALC

           IF WS-ELE-DATA-NASC NUMERIC AND WS-ELE-DATA-NASC > ZEROS
               AND WS-ELE-DATA-NASC <= WS-DATA-ELEICAO
               MOVE 'S' TO WS-IDADE-OK
               MOVE WS-ELE-DATA-NASC TO WS-DATA-NASC
               COMPUTE WS-IDADE-CALC = WS-DE-ANO - WS-NASC-ANO
               IF WS-DE-MES < WS-NASC-MES
                   OR (WS-DE-MES = WS-NASC-MES
                       AND WS-DE-DIA < WS-NASC-DIA)
                   SUBTRACT 1 FROM WS-IDADE-CALC
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-CLASSIFICA.
      *----------------------------------------------------------------*
           EVALUATE WS-ELE-GENERO
               WHEN 'H'
                   MOVE 1 TO WS-IDX-GENERO
               WHEN 'M'
                   MOVE 2 TO WS-IDX-GENERO
               WHEN OTHER
                   MOVE 3 TO WS-IDX-GENERO
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-IDADE-OK = 'N'
                   MOVE 5 TO WS-IDX-FAIXA
               WHEN WS-IDADE-CALC >= 60
                   MOVE 4 TO WS-IDX-FAIXA
               WHEN WS-IDADE-CALC >= 17
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN WS-IDADE-CALC >= 15
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 1 TO WS-IDX-FAIXA
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-IDADE-OK = 'N'
                   MOVE 5 TO WS-IDX-FACULT
               WHEN WS-IDADE-CALC >= 70
                   MOVE 2 TO WS-IDX-FACULT
               WHEN WS-IDADE-CALC >= 18
                   MOVE 3 TO WS-IDX-FACULT
               WHEN WS-IDADE-CALC >= 16
                   MOVE 1 TO WS-IDX-FACULT
               WHEN OTHER
                   MOVE 4 TO WS-IDX-FACULT
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-LOCALIZA-ZONA.
      *----------------------------------------------------------------*
      * The zona table is kept in ascending order for the report.
           MOVE ZEROS TO WS-IDX-ZONA-ACHADA

           PERFORM VARYING WS-IDX-ZONA FROM 1 BY 1
                   UNTIL WS-IDX-ZONA > WS-QTD-ZONA
                   OR WS-IDX-ZONA-ACHADA > ZEROS
                   OR WS-ZN-ZONA(WS-IDX-ZONA) > WS-ELE-ZONA
               IF WS-ZN-ZONA(WS-IDX-ZONA) = WS-ELE-ZONA
                   SET WS-IDX-ZONA-ACHADA TO WS-IDX-ZONA
               END-IF
           END-PERFORM

           IF WS-IDX-ZONA-ACHADA = ZEROS
               IF WS-QTD-ZONA < 500
                   SET WS-IDX-ZONA-ACHADA TO WS-IDX-ZONA
                   PERFORM VARYING WS-IDX-AUX FROM WS-QTD-ZONA BY -1
                           UNTIL WS-IDX-AUX < WS-IDX-ZONA-ACHADA
                       MOVE WS-ZONA(WS-IDX-AUX) TO
                            WS-ZONA(WS-IDX-AUX + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-ZONA
                   MOVE WS-ELE-ZONA TO WS-ZN-ZONA(WS-IDX-ZONA-ACHADA)
                   MOVE ZEROS TO WS-ZN-CONTAGEM(WS-IDX-ZONA-ACHADA)
               ELSE
                   MOVE 'S' TO WS-CARGA-TRUNCADA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GERA-RELATORIO.
      *----------------------------------------------------------------*
           STRING WS-DE-DIA '/' WS-DE-MES '/' WS-DE-ANO
               DELIMITED BY SIZE INTO WS-TIT-DATA
           END-STRING
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-COLUNAS
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'TOTAL DO ELEITORADO' TO WS-LC-ROTULO
           MOVE WS-TOTAL-GERAL TO WS-CONTAGEM-AUX
           PERFORM 3900-IMPRIME-CONTAGEM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'POR ZONA:' TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO

           PERFORM VARYING WS-IDX-ZONA FROM 1 BY 1
                   UNTIL WS-IDX-ZONA > WS-QTD-ZONA
               MOVE WS-ZN-ZONA(WS-IDX-ZONA) TO WS-LZ-ZONA
               MOVE WS-LINHA-ZONA TO WS-LC-ROTULO
               MOVE WS-ZN-CONTAGEM(WS-IDX-ZONA) TO WS-CONTAGEM-AUX
               PERFORM 3900-IMPRIME-CONTAGEM
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'POR GENERO:' TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO

           PERFORM VARYING WS-IDX-GENERO FROM 1 BY 1
                   UNTIL WS-IDX-GENERO > 3
               MOVE WS-ROT-GENERO(WS-IDX-GENERO) TO WS-LC-ROTULO
               MOVE WS-GENERO(WS-IDX-GENERO) TO WS-CONTAGEM-AUX
               PERFORM 3900-IMPRIME-CONTAGEM
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'POR FAIXA ETARIA NA DATA DA ELEICAO:'
                TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 5
               MOVE WS-ROT-FAIXA(WS-IDX-FAIXA) TO WS-LC-ROTULO
               MOVE WS-FAIXA(WS-IDX-FAIXA) TO WS-CONTAGEM-AUX
               PERFORM 3900-IMPRIME-CONTAGEM
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'VOTO FACULTATIVO X OBRIGATORIO:' TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO

           PERFORM VARYING WS-IDX-FACULT FROM 1 BY 1
                   UNTIL WS-IDX-FACULT > 5
               MOVE WS-ROT-FACULT(WS-IDX-FACULT) TO WS-LC-ROTULO
               MOVE WS-FACULT(WS-IDX-FACULT) TO WS-CONTAGEM-AUX
               PERFORM 3900-IMPRIME-CONTAGEM
           END-PERFORM
           WRITE REG-RELATORIO FROM WS-LINHA-NOTA

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-QTD-SEM-SITUACAO TO WS-RS-SEM-SITUACAO
           MOVE WS-QTD-SEM-CADASTRO TO WS-RS-SEM-CADASTRO
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-IMPRIME-CONTAGEM.
      *----------------------------------------------------------------*
      * Turnout = votaram over aptos; justified absences are not
      * turnout.
           MOVE WS-AUX-CONT(1) TO WS-LC-APTOS
           MOVE WS-AUX-CONT(2) TO WS-LC-VOTARAM
           MOVE WS-AUX-CONT(3) TO WS-LC-JUSTIF
           MOVE WS-AUX-CONT(4) TO WS-LC-AUSENTES

           IF WS-AUX-CONT(1) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-AUX-CONT(2) * 100 / WS-AUX-CONT(1)
           ELSE
               MOVE ZEROS TO WS-PERCENTUAL
           END-IF
           MOVE WS-PERCENTUAL TO WS-LC-PERCENT

           WRITE REG-RELATORIO FROM WS-LINHA-CONTAGEM
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CADELEITORES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'ELEITORESCANCELADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'HISTPARTICIPACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'PARAMPERFIL.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQPERFILELEITORADO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
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

       END PROGRAM PERFIL_ELEITORADO.
