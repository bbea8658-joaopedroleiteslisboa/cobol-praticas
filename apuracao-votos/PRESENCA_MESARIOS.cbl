      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Election-day attendance of the poll workers drawn by
      *          CONVOCA_MESARIOS. Reads the attendance transactions
      *          (PRESENCAMESARIOS.TXT: titulo of each mesario that
      *          showed up) for the latest election in MESARIOS.TXT,
      *          marks them C compareceu and every other worker of
      *          that election F faltou, rewrites MESARIOS.TXT and
      *          prints the fine listing of the absent workers to
      *          ARQMULTAMESARIOS.TXT. A titulo that is not a worker
      *          of the election goes to EXCVALID.TXT (RETURN-CODE 4).
      *          JUSTIFICA_AUSENCIA takes the workers marked C as
      *          justified when it writes HISTPARTICIPACAO.TXT, so run
      *          this one first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESENCA_MESARIOS.
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

       SELECT ARQMESARIOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-MESARIOS.
      *
       SELECT ARQPRESENCA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PRESENCA.
      *
       SELECT ARQMULTA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQEXCVALID
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

       FD  ARQMESARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESARIOS.TXT".
           COPY MESARIOS.

       FD  ARQPRESENCA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRESENCAMESARIOS.TXT".
       01  REG-PRESENCA.
           03 FD-PR-TITULO        PIC 9(06).

       FD  ARQMULTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQMULTAMESARIOS.TXT".
       01  REG-MULTA              PIC X(80).

       FD  ARQEXCVALID
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EXCVALID.TXT".
           COPY EXCVALID.

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
           VALUE 'MESARIOS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'PRESENCAMESARIOS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'ARQMULTAMESARIOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-MESARIOS    PIC X(01) VALUE ' '.
       77  WS-EOF-PRESENCA    PIC X(01) VALUE ' '.
       77  WS-STATUS-MESARIOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PRESENCA PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-ACHOU-MESARIO   PIC X(01) VALUE 'N'.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-REJEITO  PIC X(15) VALUE SPACES.
       77  WS-DATA-ELEICAO    PIC 9(08) VALUE ZEROS.
       77  WS-QTD-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CONVOCADOS  PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PRESENTES   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-FALTOSOS    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-REJEITADOS  PIC 9(05) VALUE ZEROS.

       01  WS-DATA-ELEICAO-DESM.
           03 WS-DE-ANO        PIC 9(04).
           03 WS-DE-MES        PIC 9(02).
           03 WS-DE-DIA        PIC 9(02).

       01  WS-TAB-MESARIOS.
           03 WS-QTD-MESARIO     PIC 9(04) VALUE ZEROS.
           03 WS-MESARIO OCCURS 5000 TIMES INDEXED BY WS-IDX-MESARIO.
              05 WS-MS-DATA-ELEICAO PIC 9(08).
              05 WS-MS-ZONA         PIC 9(03).
              05 WS-MS-SECAO        PIC 9(03).
              05 WS-MS-FUNCAO       PIC X(01).
              05 WS-MS-TITULO       PIC 9(06).
              05 WS-MS-NOME         PIC X(20).
              05 WS-MS-PRESENCA     PIC X(01).

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
           03 FILLER  PIC X(39) VALUE
                  'MESARIOS FALTOSOS - MULTA - ELEICAO DE '.
           03 WS-TIT-DATA     PIC X(10).

       01  WS-LINHA-CABECALHO PIC X(80) VALUE
           'TITULO  NOME                 ZONA SECAO FUNCAO'.

       01  WS-LINHA-FALTOSO.
           03 WS-FL-TITULO    PIC 9(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-FL-NOME      PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-FL-ZONA      PIC 9(03).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-FL-SECAO     PIC 9(03).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WS-FL-FUNCAO    PIC X(20).

       01  WS-LINHA-RESUMO.
           03 FILLER          PIC X(12) VALUE 'CONVOCADOS: '.
           03 WS-RS-CONVOCADOS PIC 9(05).
           03 FILLER          PIC X(13) VALUE '  PRESENTES: '.
           03 WS-RS-PRESENTES PIC 9(05).
           03 FILLER          PIC X(12) VALUE '  FALTOSOS: '.
           03 WS-RS-FALTOSOS  PIC 9(05).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0500-CARREGA-MESARIOS

           IF WS-QTD-CONVOCADOS = ZEROS
               DISPLAY 'NENHUM MESARIO CONVOCADO EM MESARIOS.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      * MESARIOS.TXT is rewritten from the table, so a truncated load
      * would lose workers.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'MESARIOS.TXT COM MAIS DE 5000 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQMULTA
           OPEN EXTEND ARQEXCVALID
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM 1000-MARCA-PRESENTES
           PERFORM 2000-GERA-LISTAGEM
           PERFORM 8000-REGRAVA-MESARIOS

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQMULTA ARQEXCVALID ARQJOBLOG

           DISPLAY 'ELEICAO: ' WS-DATA-ELEICAO
                   ' CONVOCADOS: ' WS-QTD-CONVOCADOS
                   ' PRESENTES: ' WS-QTD-PRESENTES
                   ' FALTOSOS: ' WS-QTD-FALTOSOS

           IF WS-QTD-REJEITADOS > ZEROS
               DISPLAY 'PRESENCAS REJEITADAS: ' WS-QTD-REJEITADOS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'PRESENCA_MESARIOS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-PRESENTES TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-MESARIOS.
      *----------------------------------------------------------------*
      * The election being closed is the latest one in the file; the
      * records of the previous election are only carried over.
           OPEN INPUT ARQMESARIOS

           IF WS-STATUS-MESARIOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-MESARIOS = 'S'
                   READ ARQMESARIOS
                       AT END
                           MOVE 'S' TO WS-EOF-MESARIOS
                       NOT AT END
                           IF WS-QTD-MESARIO < 5000
                               ADD 1 TO WS-QTD-MESARIO
                               MOVE REG-MESARIO TO
                                    WS-MESARIO(WS-QTD-MESARIO)
                               IF MS-DATA-ELEICAO > WS-DATA-ELEICAO
                                   MOVE MS-DATA-ELEICAO TO
                                        WS-DATA-ELEICAO
                               END-IF
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMESARIOS
           END-IF

           PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                   UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
               IF WS-MS-DATA-ELEICAO(WS-IDX-MESARIO) = WS-DATA-ELEICAO
                   ADD 1 TO WS-QTD-CONVOCADOS
                   MOVE SPACE TO WS-MS-PRESENCA(WS-IDX-MESARIO)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-MARCA-PRESENTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPRESENCA

           IF WS-STATUS-PRESENCA = '00' OR '02'
               PERFORM UNTIL WS-EOF-PRESENCA = 'S'
                   READ ARQPRESENCA
                       AT END
                           MOVE 'S' TO WS-EOF-PRESENCA
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 1100-MARCA-UM-PRESENTE
                   END-READ
               END-PERFORM
               CLOSE ARQPRESENCA
           ELSE
               DISPLAY 'ARQUIVO DE PRESENCA AUSENTE: '
                       'PRESENCAMESARIOS.TXT - TODOS OS MESARIOS '
                       'FICAM COMO FALTOSOS'
           END-IF

      * Whoever was not reported present is absent.
           PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                   UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
               IF WS-MS-DATA-ELEICAO(WS-IDX-MESARIO) = WS-DATA-ELEICAO
                   AND WS-MS-PRESENCA(WS-IDX-MESARIO) = SPACE
                   MOVE 'F' TO WS-MS-PRESENCA(WS-IDX-MESARIO)
                   ADD 1 TO WS-QTD-FALTOSOS
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-MARCA-UM-PRESENTE.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-MESARIO
           MOVE SPACES TO WS-MOTIVO-REJEITO

           IF FD-PR-TITULO NOT NUMERIC
               MOVE 'FD-PR-TITULO' TO WS-MOTIVO-REJEITO
           ELSE
               PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                       UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
                       OR WS-ACHOU-MESARIO = 'S'
                   IF WS-MS-DATA-ELEICAO(WS-IDX-MESARIO) =
                      WS-DATA-ELEICAO
                       AND WS-MS-TITULO(WS-IDX-MESARIO) = FD-PR-TITULO
                       MOVE 'S' TO WS-ACHOU-MESARIO
                       IF WS-MS-PRESENCA(WS-IDX-MESARIO) = 'C'
                           MOVE 'PRESENCA DUPL' TO WS-MOTIVO-REJEITO
                       ELSE
                           MOVE 'C' TO WS-MS-PRESENCA(WS-IDX-MESARIO)
                           ADD 1 TO WS-QTD-PRESENTES
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ACHOU-MESARIO = 'N'
                   MOVE 'NAO CONVOCADO' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

           IF WS-MOTIVO-REJEITO NOT = SPACES
               PERFORM 7000-GRAVA-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-GERA-LISTAGEM.
      *----------------------------------------------------------------*
           MOVE WS-DATA-ELEICAO TO WS-DATA-ELEICAO-DESM
           STRING WS-DE-DIA '/' WS-DE-MES '/' WS-DE-ANO
               DELIMITED BY SIZE INTO WS-TIT-DATA
           END-STRING

           WRITE REG-MULTA FROM WS-LINHA-TITULO
           WRITE REG-MULTA FROM WS-PONTILHADO
           WRITE REG-MULTA FROM WS-LINHA-CABECALHO
           WRITE REG-MULTA FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                   UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
               IF WS-MS-DATA-ELEICAO(WS-IDX-MESARIO) = WS-DATA-ELEICAO
                   AND WS-MS-PRESENCA(WS-IDX-MESARIO) = 'F'
                   PERFORM 2100-LISTA-FALTOSO
               END-IF
           END-PERFORM

           WRITE REG-MULTA FROM WS-PONTILHADO
           MOVE WS-QTD-CONVOCADOS TO WS-RS-CONVOCADOS
           MOVE WS-QTD-PRESENTES  TO WS-RS-PRESENTES
           MOVE WS-QTD-FALTOSOS   TO WS-RS-FALTOSOS
           WRITE REG-MULTA FROM WS-LINHA-RESUMO
           WRITE REG-MULTA FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTA-FALTOSO.
      *----------------------------------------------------------------*
           MOVE WS-MS-TITULO(WS-IDX-MESARIO) TO WS-FL-TITULO
           MOVE WS-MS-NOME(WS-IDX-MESARIO)   TO WS-FL-NOME
           MOVE WS-MS-ZONA(WS-IDX-MESARIO)   TO WS-FL-ZONA
           MOVE WS-MS-SECAO(WS-IDX-MESARIO)  TO WS-FL-SECAO

           EVALUATE WS-MS-FUNCAO(WS-IDX-MESARIO)
               WHEN 'P'
                   MOVE 'PRESIDENTE DE MESA' TO WS-FL-FUNCAO
               WHEN '1'
                   MOVE '1O MESARIO'         TO WS-FL-FUNCAO
               WHEN '2'
                   MOVE '2O MESARIO'         TO WS-FL-FUNCAO
               WHEN 'S'
                   MOVE 'SECRETARIO'         TO WS-FL-FUNCAO
               WHEN OTHER
                   MOVE 'MESARIO'            TO WS-FL-FUNCAO
           END-EVALUATE

           WRITE REG-MULTA FROM WS-LINHA-FALTOSO
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-GRAVA-REJEITO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-REJEITADOS
           DISPLAY 'PRESENCA REJEITADA (' WS-MOTIVO-REJEITO '): '
                   REG-PRESENCA

           MOVE 'PRESENCA_MESARIOS'     TO EXCVALID-PROGRAMA
           MOVE WS-MOTIVO-REJEITO       TO EXCVALID-CAMPO
           MOVE REG-PRESENCA            TO EXCVALID-REGISTRO
           MOVE WS-DATA-SISTEMA         TO EXCVALID-DATA
           MOVE WS-HORA-SISTEMA         TO EXCVALID-HORA
           MOVE 'P'                     TO EXCVALID-STATUS
           MOVE SPACES                  TO EXCVALID-OPERADOR
           MOVE SPACES                  TO EXCVALID-DATA-RESOL
           WRITE REG-EXCVALID
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-MESARIOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQMESARIOS

           PERFORM VARYING WS-IDX-MESARIO FROM 1 BY 1
                   UNTIL WS-IDX-MESARIO > WS-QTD-MESARIO
               MOVE WS-MESARIO(WS-IDX-MESARIO) TO REG-MESARIO
               WRITE REG-MESARIO
           END-PERFORM

           CLOSE ARQMESARIOS
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'MESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'PRESENCAMESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'ARQMULTAMESARIOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'EXCVALID.TXT' TO WS-CFG-LOGICO
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

       END PROGRAM PRESENCA_MESARIOS.
