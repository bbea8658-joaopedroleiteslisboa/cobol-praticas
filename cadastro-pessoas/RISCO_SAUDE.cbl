      *          matrix with the count per cell and lists by name the
      *          high-risk combinations - idoso with obesity-range or
      *          underweight IMC - for the health-program follow-up
      *          (ARQRISCOSAUDE.TXT). The IMC is that of the latest
      *          HISTMEDIDAS.TXT measurement written by ALTURA_MAIOR,
      *          or the CADPESSOAS one when the person has none. Keeps
      *          the follow-up cases of ACOMPSAUDE.TXT: opens a case
      *          for each high-risk person with no open case, closes
      *          the open cases of persons out of the risk cells or
      *          out of the master, lists the overdue follow-ups
      *          (return code 4) and prints the cases opened, closed
      *          and open in the month by age bracket and IMC class.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQHISTMED
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTMED.
      *
       SELECT ARQACOMP
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ACOMP.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JOBLOG.TXT".
           COPY JOBLOG.

       FD  ARQHISTMED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTMEDIDAS.TXT".
       01  REG-HISTMEDIDA.
           03 FD-HM-COD           PIC 9(03).
           03 FD-HM-DATA          PIC 9(08).
           03 FD-HM-ALTURA        PIC 9(04).
           03 FD-HM-PESO          PIC 9(03)V99.
           03 FD-HM-IMC           PIC 9(03)V99.

       FD  ARQACOMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACOMPSAUDE.TXT".
           COPY ACOMPSAUDE.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           VALUE 'ARQRISCOSAUDE.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'HISTMEDIDAS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ACOMPSAUDE.TXT'.

       77  WS-EOF            PIC X(01) VALUE ' '.
       77  WS-STATUS-ARQ-DB  PIC X(02) VALUE SPACES.
       77  WS-ALTURA-M       PIC 9(01)V99 VALUE ZEROS.
       77  WS-FAIXA-ETARIA   PIC 9(01) VALUE ZEROS.
       77  WS-FAIXA-IMC      PIC 9(01) VALUE ZEROS.
       77  WS-IMC-EDT        PIC ZZ9,99.

       77  WS-STATUS-HISTMED PIC X(02) VALUE SPACES.
       77  WS-EOF-HISTMED    PIC X(01) VALUE ' '.
       77  WS-ACHOU-HISTMED  PIC X(01) VALUE 'N'.
       77  WS-IDX-HM-ACHADO  PIC 9(04) VALUE ZEROS.

       77  WS-STATUS-ACOMP   PIC X(02) VALUE SPACES.
       77  WS-EOF-ACOMP      PIC X(01) VALUE ' '.
       77  WS-CASOS-TRUNCADO PIC X(01) VALUE 'N'.
       77  WS-IDX-CASO-ACHADO PIC 9(04) VALUE ZEROS.
       77  WS-MOTIVO-CASO    PIC X(30) VALUE SPACES.
       77  WS-QTD-CASOS-ABERTOS    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CASOS-ENCERRADOS PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CASOS-ATRASADOS  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LINHAS-SECAO     PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-SEM-CONTATO     PIC S9(07) VALUE ZEROS.
       77  WS-MES-MOVIMENTO        PIC 9(06) VALUE ZEROS.
       77  WS-MES-CASO             PIC 9(06) VALUE ZEROS.
       77  WS-ETARIA-CASO          PIC 9(01) VALUE ZEROS.
       77  WS-IMC-CASO             PIC 9(01) VALUE ZEROS.

      * A case with no contact yet is overdue this many days after
      * it was opened.
       77  WS-PRAZO-PRIMEIRO-CONTATO PIC 9(03) VALUE 015.

      * Latest HISTMEDIDAS measurement per person, as ALTURA_MAIOR
      * keeps it (the file is appended in date order).
       01  WS-TAB-HISTMED.
           03 WS-QTD-HISTMED     PIC 9(04) VALUE ZEROS.
           03 WS-HISTMED OCCURS 999 TIMES INDEXED BY WS-IDX-HM.
              05 WS-HM-COD        PIC 9(03).
              05 WS-HM-DATA       PIC 9(08).
              05 WS-HM-IMC        PIC 9(03)V99.

      * Every case of ACOMPSAUDE.TXT, open and closed, rewritten at
      * the end of the run. WS-AC-VISTO marks the open cases whose
      * person was read from CADPESSOAS; WS-AC-MOVTO marks the cases
      * opened ('A') or closed ('F') by this run.
       01  WS-TAB-CASOS.
           03 WS-QTD-CASOS       PIC 9(04) VALUE ZEROS.
           03 WS-CASO OCCURS 2000 TIMES INDEXED BY WS-IDX-CASO.
              05 WS-AC-DADOS.
                 07 WS-AC-COD           PIC 9(03).
                 07 WS-AC-ABERTURA      PIC 9(08).
                 07 WS-AC-SITUACAO      PIC X(01).
                 07 WS-AC-FAIXA-ETARIA  PIC 9(01).
                 07 WS-AC-FAIXA-IMC     PIC 9(01).
                 07 WS-AC-IMC           PIC 9(03)V99.
                 07 WS-AC-MOTIVO        PIC X(30).
                 07 WS-AC-QTD-CONTATOS  PIC 9(03).
                 07 WS-AC-ULT-CONTATO   PIC 9(08).
                 07 WS-AC-PROX-PASSO    PIC 9(08).
                 07 WS-AC-FECHAMENTO    PIC 9(08).
                 07 WS-AC-MOTIVO-FECH   PIC X(30).
              05 WS-AC-NOME             PIC X(20).
              05 WS-AC-VISTO            PIC X(01).
              05 WS-AC-MOVTO            PIC X(01).

      * Monthly summary: cases opened and closed in the month of the
      * data-movimento and open at the end of the run, by the age
      * bracket and IMC class recorded at opening.
       01  WS-RESUMO-CASOS.
           03 WS-RSC-LINHA OCCURS 4 TIMES.
              05 WS-RSC-CELULA OCCURS 4 TIMES.
                 07 WS-RSC-ABERTOS    PIC 9(04).
                 07 WS-RSC-FECHADOS   PIC 9(04).
                 07 WS-RSC-EM-ABERTO  PIC 9(04).
       77  WS-TOT-ABERTOS-MES   PIC 9(04) VALUE ZEROS.
       77  WS-TOT-FECHADOS-MES  PIC 9(04) VALUE ZEROS.
       77  WS-TOT-EM-ABERTO     PIC 9(04) VALUE ZEROS.

       01  WS-DATA-NASC.
           03 WS-NASC-ANO       PIC 9(04).
           03 WS-RC-IMC       PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-RC-CLASSE    PIC X(11).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-RC-CASO      PIC X(06).

       01  WS-LINHA-CASO.
           03 FILLER          PIC X(05) VALUE 'COD: '.
           03 WS-LC-COD       PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LC-NOME      PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LC-MOTIVO    PIC X(30).

       01  WS-LINHA-ATRASO.
           03 FILLER          PIC X(05) VALUE 'COD: '.
           03 WS-LA-COD       PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LA-NOME      PIC X(20).
           03 FILLER          PIC X(08) VALUE ' ABERTO '.
           03 WS-LA-ABERTURA  PIC 9(08).
           03 FILLER          PIC X(10) VALUE ' CONTATOS '.
           03 WS-LA-CONTATOS  PIC ZZ9.
           03 FILLER          PIC X(07) VALUE ' PROX. '.
           03 WS-LA-PROX      PIC 9(08).

       01  WS-LINHA-CAB-RESUMO.
           03 FILLER          PIC X(24) VALUE
                  'FAIXA ETARIA CLASSE IMC '.
           03 FILLER          PIC X(31) VALUE
                  '   ABERTOS ENCERRADOS EM ABERTO'.

       01  WS-LINHA-RESUMO-CASO.
           03 WS-RM-ETARIA    PIC X(11).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-RM-IMC       PIC X(11).
           03 FILLER          PIC X(06) VALUE SPACES.
           03 WS-RM-ABERTOS   PIC ZZZ9.
           03 FILLER          PIC X(07) VALUE SPACES.
           03 WS-RM-FECHADOS  PIC ZZZ9.
           03 FILLER          PIC X(06) VALUE SPACES.
           03 WS-RM-EM-ABERTO PIC ZZZ9.

       01  WS-LINHA-RESUMO.
           03 FILLER          PIC X(18) VALUE 'PESSOAS AVALIADAS:'.
           03 FILLER          PIC X(13) VALUE '  SEM DADOS: '.
           03 WS-RS-SEM-DADOS PIC 9(04).

       01  WS-LINHA-RESUMO-CASOS.
           03 FILLER          PIC X(15) VALUE 'CASOS ABERTOS: '.
           03 WS-RS-ABERTOS   PIC 9(04).
           03 FILLER          PIC X(14) VALUE '  ENCERRADOS: '.
           03 WS-RS-ENCERRADOS PIC 9(04).
           03 FILLER          PIC X(13) VALUE '  EM ATRASO: '.
           03 WS-RS-ATRASADOS PIC 9(04).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               GOBACK
           END-IF

           PERFORM 0700-CARREGA-HISTORICO-MEDIDAS
           PERFORM 0800-CARREGA-CASOS

      * Rewriting a case file that did not fit in the table would
      * lose the cases left out.
           IF WS-CASOS-TRUNCADO = 'S'
               DISPLAY 'ACOMPSAUDE.TXT COM MAIS DE 2000 CASOS - '
                       'PROCESSAMENTO INTERROMPIDO'
               CLOSE ARQ-DB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-MATRIZ-RISCO WS-RESUMO-CASOS
           COMPUTE WS-MES-MOVIMENTO = WS-DATA-MOVIMENTO / 100

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG


           CLOSE ARQ-DB

           PERFORM 4000-ENCERRA-FORA-CADASTRO

           PERFORM 3000-GERA-MATRIZ
           PERFORM 5000-LISTA-CASOS-DO-DIA
           PERFORM 6000-LISTA-ATRASADOS
           PERFORM 7000-RESUMO-MENSAL
           PERFORM 8000-GRAVA-CASOS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-QTD-PESSOAS    TO WS-RS-PESSOAS
           MOVE WS-QTD-ALTO-RISCO TO WS-RS-RISCO
           MOVE WS-QTD-SEM-DADOS  TO WS-RS-SEM-DADOS
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           MOVE WS-QTD-CASOS-ABERTOS    TO WS-RS-ABERTOS
           MOVE WS-QTD-CASOS-ENCERRADOS TO WS-RS-ENCERRADOS
           MOVE WS-QTD-CASOS-ATRASADOS  TO WS-RS-ATRASADOS
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO-CASOS
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           DISPLAY 'PESSOAS AVALIADAS: ' WS-QTD-PESSOAS
                   ' ALTO RISCO: ' WS-QTD-ALTO-RISCO
           DISPLAY 'CASOS ABERTOS: ' WS-QTD-CASOS-ABERTOS
                   ' ENCERRADOS: ' WS-QTD-CASOS-ENCERRADOS
                   ' EM ATRASO: ' WS-QTD-CASOS-ATRASADOS

           IF WS-QTD-CASOS-ATRASADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
       1000-CLASSIFICA-PESSOA.
      *----------------------------------------------------------------*
           PERFORM 1400-LOCALIZA-CASO-ABERTO

           IF WS-IDX-CASO-ACHADO > ZEROS
               MOVE 'S'       TO WS-AC-VISTO(WS-IDX-CASO-ACHADO)
               MOVE FD-NOME-P TO WS-AC-NOME(WS-IDX-CASO-ACHADO)
           END-IF

           IF FD-DATA-NASC-P NOT NUMERIC
               OR FD-ALTURA-P NOT NUMERIC
               OR FD-PESO-P NOT NUMERIC
               IF WS-FAIXA-ETARIA = 4
                   AND (WS-FAIXA-IMC = 1 OR WS-FAIXA-IMC = 4)
                   ADD 1 TO WS-QTD-ALTO-RISCO
                   IF WS-IDX-CASO-ACHADO = ZEROS
                       PERFORM 1500-ABRE-CASO
                       MOVE 'NOVO' TO WS-RC-CASO
                   ELSE
                       MOVE 'ACOMP.' TO WS-RC-CASO
                   END-IF
                   PERFORM 2000-LISTA-ALTO-RISCO
               ELSE
                   IF WS-IDX-CASO-ACHADO > ZEROS
                       MOVE WS-IMC TO WS-IMC-EDT
                       MOVE SPACES TO WS-MOTIVO-CASO
                       STRING 'FORA DO RISCO - IMC ' WS-IMC-EDT
                           DELIMITED BY SIZE INTO WS-MOTIVO-CASO
                       END-STRING
                       PERFORM 1600-ENCERRA-CASO
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1200-CALCULA-IMC.
      *----------------------------------------------------------------*
      * The latest measurement decides whether a case stays open, so
      * it is also the IMC of the matrix and of the high-risk list.
           PERFORM 0780-LOCALIZA-MEDIDA

           IF WS-IDX-HM-ACHADO > ZEROS
               AND WS-HM-IMC(WS-IDX-HM-ACHADO) > ZEROS
               MOVE WS-HM-IMC(WS-IDX-HM-ACHADO) TO WS-IMC
           ELSE
               COMPUTE WS-ALTURA-M = FD-ALTURA-P / 100

               IF WS-ALTURA-M > ZEROS
                   COMPUTE WS-IMC = FD-PESO-P /
                           (WS-ALTURA-M * WS-ALTURA-M)
               ELSE
                   MOVE ZEROS TO WS-IMC
               END-IF
           END-IF
           .
           EXIT.
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-LOCALIZA-CASO-ABERTO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-CASO-ACHADO

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
                   OR WS-IDX-CASO-ACHADO > ZEROS
               IF WS-AC-COD(WS-IDX-CASO) = FD-COD-P
                   AND WS-AC-SITUACAO(WS-IDX-CASO) = 'A'
                   SET WS-IDX-CASO-ACHADO TO WS-IDX-CASO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-ABRE-CASO.
      *----------------------------------------------------------------*
      * A full case table leaves the person without a case; the
      * message names who was left out.
           IF WS-QTD-CASOS < 2000
               ADD 1 TO WS-QTD-CASOS
               SET WS-IDX-CASO-ACHADO TO WS-QTD-CASOS
               INITIALIZE WS-CASO(WS-IDX-CASO-ACHADO)

               MOVE WS-IMC TO WS-IMC-EDT
               MOVE SPACES TO WS-MOTIVO-CASO
               STRING WS-ROTULO-ETARIA(WS-FAIXA-ETARIA)
                      DELIMITED BY SPACE
                      ' COM IMC ' DELIMITED BY SIZE
                      WS-ROTULO-IMC(WS-FAIXA-IMC)
                      DELIMITED BY SPACE
                      ' ' WS-IMC-EDT DELIMITED BY SIZE
                   INTO WS-MOTIVO-CASO
               END-STRING

               MOVE FD-COD-P          TO WS-AC-COD(WS-IDX-CASO-ACHADO)
               MOVE WS-DATA-MOVIMENTO TO
                    WS-AC-ABERTURA(WS-IDX-CASO-ACHADO)
               MOVE 'A'               TO
                    WS-AC-SITUACAO(WS-IDX-CASO-ACHADO)
               MOVE WS-FAIXA-ETARIA   TO
                    WS-AC-FAIXA-ETARIA(WS-IDX-CASO-ACHADO)
               MOVE WS-FAIXA-IMC      TO
                    WS-AC-FAIXA-IMC(WS-IDX-CASO-ACHADO)
               MOVE WS-IMC            TO WS-AC-IMC(WS-IDX-CASO-ACHADO)
               MOVE WS-MOTIVO-CASO    TO
                    WS-AC-MOTIVO(WS-IDX-CASO-ACHADO)
               MOVE FD-NOME-P         TO WS-AC-NOME(WS-IDX-CASO-ACHADO)
               MOVE 'S'               TO WS-AC-VISTO(WS-IDX-CASO-ACHADO)
               MOVE 'A'               TO WS-AC-MOVTO(WS-IDX-CASO-ACHADO)
               ADD 1 TO WS-QTD-CASOS-ABERTOS
           ELSE
               DISPLAY 'TABELA DE CASOS CHEIA - CASO NAO ABERTO: '
                       FD-COD-P
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1600-ENCERRA-CASO.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WS-AC-SITUACAO(WS-IDX-CASO-ACHADO)
           MOVE WS-DATA-MOVIMENTO TO
                WS-AC-FECHAMENTO(WS-IDX-CASO-ACHADO)
           MOVE WS-MOTIVO-CASO    TO
                WS-AC-MOTIVO-FECH(WS-IDX-CASO-ACHADO)
           MOVE 'F'               TO WS-AC-MOVTO(WS-IDX-CASO-ACHADO)
           ADD 1 TO WS-QTD-CASOS-ENCERRADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-LISTA-ALTO-RISCO.
      *----------------------------------------------------------------*
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-ENCERRA-FORA-CADASTRO.
      *----------------------------------------------------------------*
      * An open case whose person was not read from CADPESSOAS.TXT
      * (removed, or retired by a merge) has nobody left to follow.
           MOVE 'PESSOA FORA DO CADPESSOAS' TO WS-MOTIVO-CASO

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               IF WS-AC-SITUACAO(WS-IDX-CASO) = 'A'
                   AND WS-AC-VISTO(WS-IDX-CASO) NOT = 'S'
                   SET WS-IDX-CASO-ACHADO TO WS-IDX-CASO
                   PERFORM 1600-ENCERRA-CASO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-LISTA-CASOS-DO-DIA.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'CASOS DE ACOMPANHAMENTO ABERTOS NESTA EXECUCAO:'
               TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           MOVE ZEROS TO WS-QTD-LINHAS-SECAO

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               IF WS-AC-MOVTO(WS-IDX-CASO) = 'A'
                   MOVE WS-AC-COD(WS-IDX-CASO)    TO WS-LC-COD
                   MOVE WS-AC-NOME(WS-IDX-CASO)   TO WS-LC-NOME
                   MOVE WS-AC-MOTIVO(WS-IDX-CASO) TO WS-LC-MOTIVO
                   WRITE REG-RELATORIO FROM WS-LINHA-CASO
                   ADD 1 TO WS-QTD-LINHAS-SECAO
               END-IF
           END-PERFORM

           IF WS-QTD-LINHAS-SECAO = ZEROS
               MOVE 'NENHUM' TO WS-LINHA-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           END-IF

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'CASOS DE ACOMPANHAMENTO ENCERRADOS NESTA EXECUCAO:'
               TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           MOVE ZEROS TO WS-QTD-LINHAS-SECAO

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               IF WS-AC-MOVTO(WS-IDX-CASO) = 'F'
                   MOVE WS-AC-COD(WS-IDX-CASO)  TO WS-LC-COD
                   MOVE WS-AC-NOME(WS-IDX-CASO) TO WS-LC-NOME
                   MOVE WS-AC-MOTIVO-FECH(WS-IDX-CASO) TO WS-LC-MOTIVO
                   WRITE REG-RELATORIO FROM WS-LINHA-CASO
                   ADD 1 TO WS-QTD-LINHAS-SECAO
               END-IF
           END-PERFORM

           IF WS-QTD-LINHAS-SECAO = ZEROS
               MOVE 'NENHUM' TO WS-LINHA-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-LISTA-ATRASADOS.
      *----------------------------------------------------------------*
      * Overdue: the next step agreed at the last contact is past the
      * data-movimento, or no contact at all within the first-contact
      * deadline after the case was opened.
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'ACOMPANHAMENTOS EM ATRASO:' TO WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               IF WS-AC-SITUACAO(WS-IDX-CASO) = 'A'
                   COMPUTE WS-DIAS-SEM-CONTATO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) -
                       FUNCTION INTEGER-OF-DATE
                           (WS-AC-ABERTURA(WS-IDX-CASO))
                   IF (WS-AC-PROX-PASSO(WS-IDX-CASO) > ZEROS
                       AND WS-AC-PROX-PASSO(WS-IDX-CASO) <
                           WS-DATA-MOVIMENTO)
                       OR (WS-AC-QTD-CONTATOS(WS-IDX-CASO) = ZEROS
                       AND WS-DIAS-SEM-CONTATO >
                           WS-PRAZO-PRIMEIRO-CONTATO)
                       MOVE WS-AC-COD(WS-IDX-CASO)      TO WS-LA-COD
                       MOVE WS-AC-NOME(WS-IDX-CASO)     TO WS-LA-NOME
                       MOVE WS-AC-ABERTURA(WS-IDX-CASO) TO
                            WS-LA-ABERTURA
                       MOVE WS-AC-QTD-CONTATOS(WS-IDX-CASO) TO
                            WS-LA-CONTATOS
                       MOVE WS-AC-PROX-PASSO(WS-IDX-CASO) TO
                            WS-LA-PROX
                       WRITE REG-RELATORIO FROM WS-LINHA-ATRASO
                       ADD 1 TO WS-QTD-CASOS-ATRASADOS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-CASOS-ATRASADOS = ZEROS
               MOVE 'NENHUM' TO WS-LINHA-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-RESUMO-MENSAL.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               MOVE WS-AC-FAIXA-ETARIA(WS-IDX-CASO) TO WS-ETARIA-CASO
               MOVE WS-AC-FAIXA-IMC(WS-IDX-CASO)    TO WS-IMC-CASO
               IF WS-ETARIA-CASO >= 1 AND WS-ETARIA-CASO <= 4
                   AND WS-IMC-CASO >= 1 AND WS-IMC-CASO <= 4
                   COMPUTE WS-MES-CASO =
                       WS-AC-ABERTURA(WS-IDX-CASO) / 100
                   IF WS-MES-CASO = WS-MES-MOVIMENTO
                       ADD 1 TO
                           WS-RSC-ABERTOS(WS-ETARIA-CASO WS-IMC-CASO)
                       ADD 1 TO WS-TOT-ABERTOS-MES
                   END-IF
                   COMPUTE WS-MES-CASO =
                       WS-AC-FECHAMENTO(WS-IDX-CASO) / 100
                   IF WS-AC-SITUACAO(WS-IDX-CASO) = 'F'
                       AND WS-MES-CASO = WS-MES-MOVIMENTO
                       ADD 1 TO
                           WS-RSC-FECHADOS(WS-ETARIA-CASO WS-IMC-CASO)
                       ADD 1 TO WS-TOT-FECHADOS-MES
                   END-IF
                   IF WS-AC-SITUACAO(WS-IDX-CASO) = 'A'
                       ADD 1 TO
                           WS-RSC-EM-ABERTO(WS-ETARIA-CASO WS-IMC-CASO)
                       ADD 1 TO WS-TOT-EM-ABERTO
                   END-IF
               END-IF
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE SPACES TO WS-LINHA-SECAO
           STRING 'RESUMO MENSAL DOS CASOS DE ACOMPANHAMENTO - '
                  WS-DM-MES '/' WS-DM-ANO
               DELIMITED BY SIZE INTO WS-LINHA-SECAO
           END-STRING
           WRITE REG-RELATORIO FROM WS-LINHA-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-CAB-RESUMO

           PERFORM VARYING WS-IDX-ETARIA FROM 1 BY 1
                   UNTIL WS-IDX-ETARIA > 4
               PERFORM VARYING WS-IDX-IMC FROM 1 BY 1
                       UNTIL WS-IDX-IMC > 4
                   IF WS-RSC-ABERTOS(WS-IDX-ETARIA WS-IDX-IMC) > 0
                      OR WS-RSC-FECHADOS(WS-IDX-ETARIA WS-IDX-IMC) > 0
                      OR WS-RSC-EM-ABERTO(WS-IDX-ETARIA WS-IDX-IMC) > 0
                       MOVE WS-ROTULO-ETARIA(WS-IDX-ETARIA) TO
                            WS-RM-ETARIA
                       MOVE WS-ROTULO-IMC(WS-IDX-IMC) TO WS-RM-IMC
                       MOVE WS-RSC-ABERTOS(WS-IDX-ETARIA WS-IDX-IMC)
                            TO WS-RM-ABERTOS
                       MOVE WS-RSC-FECHADOS(WS-IDX-ETARIA WS-IDX-IMC)
                            TO WS-RM-FECHADOS
                       MOVE WS-RSC-EM-ABERTO(WS-IDX-ETARIA WS-IDX-IMC)
                            TO WS-RM-EM-ABERTO
                       WRITE REG-RELATORIO FROM WS-LINHA-RESUMO-CASO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 'TOTAL'              TO WS-RM-ETARIA
           MOVE SPACES               TO WS-RM-IMC
           MOVE WS-TOT-ABERTOS-MES   TO WS-RM-ABERTOS
           MOVE WS-TOT-FECHADOS-MES  TO WS-RM-FECHADOS
           MOVE WS-TOT-EM-ABERTO     TO WS-RM-EM-ABERTO
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO-CASO
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-GRAVA-CASOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQACOMP

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS
               MOVE WS-AC-DADOS(WS-IDX-CASO) TO REG-ACOMPSAUDE
               WRITE REG-ACOMPSAUDE
           END-PERFORM

           CLOSE ARQACOMP
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-HISTORICO-MEDIDAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHISTMED

           IF WS-STATUS-HISTMED = '00'
               PERFORM UNTIL WS-EOF-HISTMED = 'S'
                   READ ARQHISTMED
                       AT END
                           MOVE 'S' TO WS-EOF-HISTMED
                       NOT AT END
                           PERFORM 0750-GUARDA-ULTIMA-MEDIDA
                   END-READ
               END-PERFORM
               CLOSE ARQHISTMED
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-GUARDA-ULTIMA-MEDIDA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-HISTMED

           PERFORM VARYING WS-IDX-HM FROM 1 BY 1
                   UNTIL WS-IDX-HM > WS-QTD-HISTMED
                   OR WS-ACHOU-HISTMED = 'S'
               IF WS-HM-COD(WS-IDX-HM) = FD-HM-COD
                   MOVE 'S' TO WS-ACHOU-HISTMED
                   MOVE FD-HM-DATA TO WS-HM-DATA(WS-IDX-HM)
                   MOVE FD-HM-IMC  TO WS-HM-IMC(WS-IDX-HM)
               END-IF
           END-PERFORM

           IF WS-ACHOU-HISTMED = 'N'
                   AND WS-QTD-HISTMED < 999
               ADD 1 TO WS-QTD-HISTMED
               MOVE FD-HM-COD  TO WS-HM-COD(WS-QTD-HISTMED)
               MOVE FD-HM-DATA TO WS-HM-DATA(WS-QTD-HISTMED)
               MOVE FD-HM-IMC  TO WS-HM-IMC(WS-QTD-HISTMED)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0780-LOCALIZA-MEDIDA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-HM-ACHADO

           PERFORM VARYING WS-IDX-HM FROM 1 BY 1
                   UNTIL WS-IDX-HM > WS-QTD-HISTMED
                   OR WS-IDX-HM-ACHADO > ZEROS
               IF WS-HM-COD(WS-IDX-HM) = FD-COD-P
                   SET WS-IDX-HM-ACHADO TO WS-IDX-HM
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0800-CARREGA-CASOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACOMP

           IF WS-STATUS-ACOMP = '00'
               PERFORM UNTIL WS-EOF-ACOMP = 'S'
                   READ ARQACOMP
                       AT END
                           MOVE 'S' TO WS-EOF-ACOMP
                       NOT AT END
                           IF WS-QTD-CASOS < 2000
                               ADD 1 TO WS-QTD-CASOS
                               INITIALIZE WS-CASO(WS-QTD-CASOS)
                               MOVE REG-ACOMPSAUDE TO
                                    WS-AC-DADOS(WS-QTD-CASOS)
                           ELSE
                               MOVE 'S' TO WS-CASOS-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQACOMP
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'HISTMEDIDAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ACOMPSAUDE.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           .
           EXIT.

