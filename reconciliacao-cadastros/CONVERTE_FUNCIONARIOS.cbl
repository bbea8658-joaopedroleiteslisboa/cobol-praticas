      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: One-time conversion of the indexed cadastro
      *          ARQFUNCIONARIO.TXT from the old layout (3-digit code,
      *          20-character name, salary up to 999.999,99) to the
      *          FUNCIONARIO copybook layout of the payroll master
      *          (9-digit matricula, 30-character name, 9-digit
      *          salary), keeping the FD-NOME-F alternate key.
      *          The old file is first unloaded to the sequential copy
      *          ARQFUNCIONARIO_V1.TXT, which is kept as the fallback;
      *          when that copy already exists the cadastro is rebuilt
      *          from it again, so a rerun never reads a converted file
      *          as the old layout. Each old record is matched to its
      *          DBREGISTRODEP.TXT row by the last three digits of the
      *          matricula (the old key was the matricula cut to three
      *          digits), preferring the row whose name starts with the
      *          old name; the full matricula, the full name and a
      *          salary cut above 999.999,99 are taken from it.
      *          Records with no row or more than one row keep the old
      *          code and are listed. ARQCONVFUNC.TXT prints the
      *          before/after record counts and the hash totals of the
      *          key and of the salaries, checked against the rebuilt
      *          file. RETURN-CODE 8 when the check fails, 4 when
      *          records were listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE_FUNCIONARIOS.
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

       SELECT ARQFUNANT
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FD-ANT-COD
              ALTERNATE RECORD KEY IS FD-ANT-NOME WITH DUPLICATES
              FILE STATUS        IS WS-STATUS-FUNANT.
      *
       SELECT ARQFUN
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FD-COD-F
              ALTERNATE RECORD KEY IS FD-NOME-F WITH DUPLICATES
              FILE STATUS        IS WS-STATUS-ARQFUN.
      *
       SELECT ARQCOPIA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-COPIA.
      *
       SELECT ARQFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FOLHA.
      *
       SELECT ARQREL
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

      * Old layout, read only to unload it.
       FD  ARQFUNANT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO-ANT.
           03 FD-ANT-COD          PIC 9(03).
           03 FD-ANT-NOME         PIC X(20).
           03 FD-ANT-SALARIO      PIC 9(06)V99.

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.

       FD  ARQCOPIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO_V1.TXT".
       01  REG-COPIA.
           03 FD-V1-COD           PIC 9(03).
           03 FD-V1-NOME          PIC X(20).
           03 FD-V1-SALARIO       PIC 9(06)V99.

       FD  ARQFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DBREGISTRODEP.TXT".
       01  REG-FOLHA.
           03 FD-FL-COD            PIC 9(09).
           03 FD-FL-NOME           PIC X(30).
           03 FD-FL-COD-DEPT       PIC 9(05).
           03 FD-FL-SALARIO        PIC 9(9)V99.
           03 FD-FL-BANCO          PIC 9(03).
           03 FD-FL-AGENCIA        PIC 9(04).
           03 FD-FL-CONTA          PIC 9(10).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQCONVFUNC.TXT".
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
           VALUE 'ARQFUNCIONARIO.txt'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'ARQFUNCIONARIO_V1.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'ARQCONVFUNC.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF            PIC X(01) VALUE ' '.
       77  WS-STATUS-FUNANT  PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQFUN  PIC X(02) VALUE SPACES.
       77  WS-STATUS-COPIA   PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOLHA   PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO     PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO  PIC X(06) VALUE SPACES.
       77  WS-ERRO-ENTRADA   PIC X(01) VALUE 'N'.
       77  WS-FOLHA-TRUNCADA PIC X(01) VALUE 'N'.
       77  WS-CONFERIDO      PIC X(01) VALUE 'N'.

       77  WS-QTD-COPIADOS        PIC 9(07) VALUE ZEROS.
       77  WS-QTD-ANTES           PIC 9(07) VALUE ZEROS.
       77  WS-QTD-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77  WS-QTD-DEPOIS          PIC 9(07) VALUE ZEROS.
       77  WS-QTD-MATR-COMPLETAS  PIC 9(07) VALUE ZEROS.
       77  WS-QTD-NOMES-COMPLETOS PIC 9(07) VALUE ZEROS.
       77  WS-QTD-SAL-COMPLETOS   PIC 9(07) VALUE ZEROS.
       77  WS-QTD-EXCECOES        PIC 9(07) VALUE ZEROS.
       77  WS-QTD-CANDIDATOS      PIC 9(03) VALUE ZEROS.
       77  WS-QTD-CAND-NOME       PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CANDIDATO       PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CAND-NOME       PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ACHADO          PIC 9(04) VALUE ZEROS.
       77  WS-SAL-CORTADO         PIC 9(06)V99 VALUE ZEROS.

      * Hash totals: the key total uses the old 3-digit code, which
      * is still the last three digits of the converted matricula.
       77  WS-HASH-COD-ANTES      PIC 9(11) VALUE ZEROS.
       77  WS-HASH-COD-DEPOIS     PIC 9(11) VALUE ZEROS.
       77  WS-HASH-SAL-ANTES      PIC 9(13)V99 VALUE ZEROS.
       77  WS-AJUSTE-SAL          PIC 9(13)V99 VALUE ZEROS.
       77  WS-HASH-SAL-ESPERADO   PIC 9(13)V99 VALUE ZEROS.
       77  WS-HASH-SAL-DEPOIS     PIC 9(13)V99 VALUE ZEROS.

       01  WS-MATRICULA-AUX       PIC 9(09) VALUE ZEROS.
       01  FILLER REDEFINES WS-MATRICULA-AUX.
           03 WS-MATR-INICIO      PIC 9(06).
           03 WS-MATR-FINAL       PIC 9(03).

       01  WS-TAB-FOLHA.
           03 WS-QTD-FOLHA       PIC 9(03) VALUE ZEROS.
           03 WS-FOLHA OCCURS 500 TIMES INDEXED BY WS-IDX-FOLHA.
              05 WS-FL-COD        PIC 9(09).
              05 WS-FL-COD-R REDEFINES WS-FL-COD.
                 07 WS-FL-COD-INICIO  PIC 9(06).
                 07 WS-FL-COD-FINAL   PIC 9(03).
              05 WS-FL-NOME       PIC X(30).
              05 WS-FL-SALARIO    PIC 9(9)V99.

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
           03 FILLER  PIC X(43) VALUE
                  'CONVERSAO DO CADASTRO ARQFUNCIONARIO.TXT   '.
           03 FILLER  PIC X(07) VALUE ' DATA: '.
           03 WS-TIT-DATA PIC X(10).

       01  WS-LINHA-SECAO     PIC X(60) VALUE SPACES.

       01  WS-LINHA-OCORRENCIA.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-OC-COD-ANT   PIC 9(03).
           03 FILLER          PIC X(04) VALUE ' -> '.
           03 WS-OC-COD-NOVO  PIC 9(09).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-OC-NOME      PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-OC-MOTIVO    PIC X(30).

       01  WS-LINHA-QTD.
           03 WS-LQ-ROTULO    PIC X(40).
           03 WS-LQ-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9.

       01  WS-LINHA-VALOR.
           03 WS-LV-ROTULO    PIC X(40).
           03 WS-LV-VALOR     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-VEREDICTO.
           03 FILLER            PIC X(10) VALUE 'SITUACAO: '.
           03 WS-RS-VEREDICTO   PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 1000-GERA-COPIA-ANTIGA
           IF WS-ERRO-ENTRADA = 'S'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-CARREGA-FOLHA
           IF WS-ERRO-ENTRADA = 'S'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      * A payroll row left out of the table would leave its
      * matricula unresolved, so the cadastro is not rebuilt.
           IF WS-FOLHA-TRUNCADA = 'S'
               DISPLAY 'DBREGISTRODEP.TXT COM MAIS DE 500 REGISTROS - '
                       'CONVERSAO NAO EXECUTADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-DATA-SISTEMA TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'OCORRENCIAS (COD ANTIGO -> MATRICULA):'
               TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO

           PERFORM 2000-RECONSTROI-CADASTRO
           PERFORM 3000-CONFERE-CADASTRO
           PERFORM 4000-TRATA-RESUMO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQREL ARQJOBLOG

           DISPLAY 'REGISTROS ANTES: ' WS-QTD-ANTES
                   ' DEPOIS: ' WS-QTD-DEPOIS
                   ' OCORRENCIAS: ' WS-QTD-EXCECOES

           EVALUATE TRUE
               WHEN WS-CONFERIDO = 'N'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-EXCECOES > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'CONVERTE_FUNCIONARIOS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-ANTES TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-GERA-COPIA-ANTIGA.
      *----------------------------------------------------------------*
      * The sequential copy is made only once; from then on it is the
      * source of every rebuild.
           OPEN INPUT ARQCOPIA

           IF WS-STATUS-COPIA = '00'
               CLOSE ARQCOPIA
               DISPLAY 'ARQFUNCIONARIO_V1.TXT JA EXISTE - CADASTRO '
                       'RECONSTRUIDO A PARTIR DA COPIA'
           ELSE
               OPEN INPUT ARQFUNANT
               IF WS-STATUS-FUNANT NOT = '00' AND '02'
                   DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS: '
                           'STATUS: ' WS-STATUS-FUNANT
                   MOVE 'S' TO WS-ERRO-ENTRADA
               ELSE
                   OPEN OUTPUT ARQCOPIA
                   MOVE ' ' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQFUNANT NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               WRITE REG-COPIA
                                   FROM REG-FUNCIONARIO-ANT
                               ADD 1 TO WS-QTD-COPIADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQFUNANT ARQCOPIA
                   DISPLAY 'REGISTROS COPIADOS DO LAYOUT ANTIGO: '
                           WS-QTD-COPIADOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-CARREGA-FOLHA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFOLHA
           IF WS-STATUS-FOLHA NOT = '00' AND '02'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DA FOLHA: STATUS: '
                   WS-STATUS-FOLHA
               MOVE 'S' TO WS-ERRO-ENTRADA
           ELSE
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FOLHA(1:3) = 'HDR' OR 'TRL'
                               CONTINUE
                           ELSE
                               IF WS-QTD-FOLHA < 500
                                   ADD 1 TO WS-QTD-FOLHA
                                   MOVE FD-FL-COD TO
                                        WS-FL-COD(WS-QTD-FOLHA)
                                   MOVE FD-FL-NOME TO
                                        WS-FL-NOME(WS-QTD-FOLHA)
                                   MOVE FD-FL-SALARIO TO
                                        WS-FL-SALARIO(WS-QTD-FOLHA)
                               ELSE
                                   MOVE 'S' TO WS-FOLHA-TRUNCADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-RECONSTROI-CADASTRO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCOPIA
           OPEN OUTPUT ARQFUN

           MOVE ' ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQCOPIA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-CONVERTE-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARQCOPIA ARQFUN
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CONVERTE-REGISTRO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-ANTES
           ADD FD-V1-COD     TO WS-HASH-COD-ANTES
           ADD FD-V1-SALARIO TO WS-HASH-SAL-ANTES

           MOVE FD-V1-COD     TO FD-COD-F
           MOVE FD-V1-NOME    TO FD-NOME-F
           MOVE FD-V1-SALARIO TO FD-SALFUN-F

           PERFORM 2200-LOCALIZA-NA-FOLHA

           IF WS-IDX-ACHADO > ZEROS
               PERFORM 2300-COMPLETA-REGISTRO
           ELSE
               ADD 1 TO WS-QTD-EXCECOES
               IF WS-QTD-CANDIDATOS = ZEROS
                   MOVE 'SEM MATRICULA NA FOLHA' TO WS-OC-MOTIVO
               ELSE
                   MOVE 'MATRICULA AMBIGUA NA FOLHA' TO WS-OC-MOTIVO
               END-IF
               PERFORM 2900-LISTA-OCORRENCIA
           END-IF

           WRITE REG-FUNCIONARIO
               INVALID KEY
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE 'CHAVE DUPLICADA - NAO GRAVADO' TO WS-OC-MOTIVO
                   PERFORM 2900-LISTA-OCORRENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LOCALIZA-NA-FOLHA.
      *----------------------------------------------------------------*
      * A single row ending in the old code is taken; among several,
      * only a single one whose name starts with the old name.
           MOVE ZEROS TO WS-QTD-CANDIDATOS WS-QTD-CAND-NOME
                         WS-IDX-CANDIDATO WS-IDX-CAND-NOME
                         WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-FOLHA FROM 1 BY 1
                   UNTIL WS-IDX-FOLHA > WS-QTD-FOLHA
               IF WS-FL-COD-FINAL(WS-IDX-FOLHA) = FD-V1-COD
                   ADD 1 TO WS-QTD-CANDIDATOS
                   SET WS-IDX-CANDIDATO TO WS-IDX-FOLHA
                   IF WS-FL-NOME(WS-IDX-FOLHA)(1:20) = FD-V1-NOME
                       ADD 1 TO WS-QTD-CAND-NOME
                       SET WS-IDX-CAND-NOME TO WS-IDX-FOLHA
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-QTD-CANDIDATOS = 1
                   MOVE WS-IDX-CANDIDATO TO WS-IDX-ACHADO
               WHEN WS-QTD-CAND-NOME = 1
                   MOVE WS-IDX-CAND-NOME TO WS-IDX-ACHADO
               WHEN OTHER
                   MOVE ZEROS TO WS-IDX-ACHADO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-COMPLETA-REGISTRO.
      *----------------------------------------------------------------*
      * Only what the old layout cut is taken from the payroll: a name
      * or salary that differs for real is left for
      * RECONCILIA_FUNCIONARIOS to report.
           MOVE WS-FL-COD(WS-IDX-ACHADO) TO FD-COD-F
           IF WS-FL-COD(WS-IDX-ACHADO) NOT = FD-V1-COD
               ADD 1 TO WS-QTD-MATR-COMPLETAS
           END-IF

           IF WS-FL-NOME(WS-IDX-ACHADO)(1:20) = FD-V1-NOME
               AND WS-FL-NOME(WS-IDX-ACHADO)(21:10) NOT = SPACES
               MOVE WS-FL-NOME(WS-IDX-ACHADO) TO FD-NOME-F
               ADD 1 TO WS-QTD-NOMES-COMPLETOS
           END-IF

           MOVE WS-FL-SALARIO(WS-IDX-ACHADO) TO WS-SAL-CORTADO
           IF WS-FL-SALARIO(WS-IDX-ACHADO) > 999999,99
               AND WS-SAL-CORTADO = FD-V1-SALARIO
               MOVE WS-FL-SALARIO(WS-IDX-ACHADO) TO FD-SALFUN-F
               COMPUTE WS-AJUSTE-SAL = WS-AJUSTE-SAL
                       + FD-SALFUN-F - FD-V1-SALARIO
               ADD 1 TO WS-QTD-SAL-COMPLETOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-LISTA-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE FD-V1-COD  TO WS-OC-COD-ANT
           MOVE FD-COD-F   TO WS-OC-COD-NOVO
           MOVE FD-V1-NOME TO WS-OC-NOME
           WRITE REG-RELATORIO FROM WS-LINHA-OCORRENCIA
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CONFERE-CADASTRO.
      *----------------------------------------------------------------*
      * Reads the rebuilt file back: same number of records, same key
      * hash and the old salary total plus what was completed from
      * the payroll.
           OPEN INPUT ARQFUN

           IF WS-STATUS-ARQFUN = '00' OR '02'
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFUN NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-DEPOIS
                           MOVE FD-COD-F TO WS-MATRICULA-AUX
                           ADD WS-MATR-FINAL TO WS-HASH-COD-DEPOIS
                           ADD FD-SALFUN-F   TO WS-HASH-SAL-DEPOIS
                   END-READ
               END-PERFORM
               CLOSE ARQFUN
           ELSE
               DISPLAY 'ERRO AO REABRIR O CADASTRO CONVERTIDO: '
                       'STATUS: ' WS-STATUS-ARQFUN
           END-IF

           COMPUTE WS-HASH-SAL-ESPERADO =
                   WS-HASH-SAL-ANTES + WS-AJUSTE-SAL

           IF WS-QTD-DEPOIS = WS-QTD-ANTES
               AND WS-HASH-COD-DEPOIS = WS-HASH-COD-ANTES
               AND WS-HASH-SAL-DEPOIS = WS-HASH-SAL-ESPERADO
               MOVE 'S' TO WS-CONFERIDO
           ELSE
               MOVE 'N' TO WS-CONFERIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-TRATA-RESUMO.
      *----------------------------------------------------------------*
           IF WS-QTD-EXCECOES = ZEROS
               MOVE '  NENHUMA' TO WS-LINHA-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           END-IF

           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'REGISTROS ANTES (LAYOUT ANTIGO)' TO WS-LQ-ROTULO
           MOVE WS-QTD-ANTES TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'REGISTROS DEPOIS (LAYOUT NOVO)' TO WS-LQ-ROTULO
           MOVE WS-QTD-DEPOIS TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'HASH DAS CHAVES ANTES' TO WS-LQ-ROTULO
           MOVE WS-HASH-COD-ANTES TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'HASH DAS CHAVES DEPOIS' TO WS-LQ-ROTULO
           MOVE WS-HASH-COD-DEPOIS TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD

           MOVE 'HASH DOS SALARIOS ANTES' TO WS-LV-ROTULO
           MOVE WS-HASH-SAL-ANTES TO WS-LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'SALARIOS COMPLETADOS PELA FOLHA (+)' TO WS-LV-ROTULO
           MOVE WS-AJUSTE-SAL TO WS-LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'HASH DOS SALARIOS ESPERADO' TO WS-LV-ROTULO
           MOVE WS-HASH-SAL-ESPERADO TO WS-LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'HASH DOS SALARIOS DEPOIS' TO WS-LV-ROTULO
           MOVE WS-HASH-SAL-DEPOIS TO WS-LV-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-VALOR

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'MATRICULAS COMPLETADAS (9 DIGITOS)' TO WS-LQ-ROTULO
           MOVE WS-QTD-MATR-COMPLETAS TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'NOMES COMPLETADOS (30 POSICOES)' TO WS-LQ-ROTULO
           MOVE WS-QTD-NOMES-COMPLETOS TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'SALARIOS ACIMA DE 999.999,99' TO WS-LQ-ROTULO
           MOVE WS-QTD-SAL-COMPLETOS TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           MOVE 'OCORRENCIAS' TO WS-LQ-ROTULO
           MOVE WS-QTD-EXCECOES TO WS-LQ-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-QTD

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           IF WS-CONFERIDO = 'S'
               MOVE 'OK - CONTAGEM E TOTAIS DE CONTROLE CONFEREM' TO
                    WS-RS-VEREDICTO
           ELSE
               MOVE 'DIVERGENCIA - RECONSTRUIR A PARTIR DA COPIA V1'
                    TO WS-RS-VEREDICTO
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-VEREDICTO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'ARQFUNCIONARIO.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'ARQFUNCIONARIO_V1.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'ARQCONVFUNC.TXT' TO WS-CFG-LOGICO
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

       END PROGRAM CONVERTE_FUNCIONARIOS.
