      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: LGPD anonymization of personal data past its retention
      *          period. PARAMLGPD.TXT gives the retention in months per
      *          file (logical name X(30) + months 9(03)); a file with
      *          no parameter is left untouched. Dismissed employees
      *          (DEMITIDOS.TXT, no longer linked in PESSOASFUNC.TXT)
      *          have name and bank details of DBREGISTRODEP.TXT and
      *          the name of ARQFUNCIONARIO.txt replaced by a
      *          pseudonym; people of CADPESSOAS.TXT with no employee
      *          link and no measurement in HISTMEDIDAS.TXT within the
      *          period, and voters cancelled in
      *          ELEITORESCANCELADOS.TXT before it, have the name
      *          replaced. Salaries, measurements and every other
      *          amount are kept for statistics. The names anonymized
      *          in the run are then masked in the AUDITMANUT.TXT
      *          images. HISTFOLHA.TXT is payroll history under legal
      *          retention and is never anonymized. Each replacement
      *          is logged in LOGANONIMIZACAO.TXT (date, file, key,
      *          pseudonym, fields - never the original name), and the
      *          counts per file go to ARQANONIMIZACAO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA_DADOS.
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

       SELECT ARQPARAM
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-LOG.
      *
       SELECT ARQDEMITIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEMITIDOS.
      *
       SELECT ARQPESSOASFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOASFUNC.
      *
       SELECT ARQHISTMED
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTMED.
      *
       SELECT ARQFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FOLHA.
      *
       SELECT ARQFUN
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FD-COD-F
              ALTERNATE RECORD KEY IS FD-NOME-F WITH DUPLICATES
              FILE STATUS        IS WS-STATUS-ARQFUN.
      *
       SELECT ARQPESSOAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOAS.
      *
       SELECT ARQCANCELADOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CANCELADOS.
      *
       SELECT ARQAUDITORIA
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
       SELECT ARQTEMP
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-TEMP.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-11
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-12
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMLGPD.TXT".
       01  REG-PARAM.
           03 FD-PL-LOGICO         PIC X(30).
           03 FD-PL-MESES          PIC 9(03).

       FD  ARQLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOGANONIMIZACAO.TXT".
       01  REG-LOG.
           03 FD-LG-DATA           PIC 9(08).
           03 FD-LG-HORA           PIC X(08).
           03 FD-LG-ARQUIVO        PIC X(30).
           03 FD-LG-CHAVE          PIC X(12).
           03 FD-LG-PSEUDONIMO.
              05 FD-LG-PS-PREFIXO  PIC X(12).
              05 FD-LG-PS-SEQ      PIC 9(06).
           03 FD-LG-CAMPOS         PIC X(30).

       FD  ARQDEMITIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEMITIDOS.TXT".
       01  REG-DEMITIDO.
           03 FD-DM-MATRICULA      PIC 9(09).
           03 FD-DM-REF            PIC 9(06).
           03 FD-DM-TIPO           PIC X(01).

       FD  ARQPESSOASFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PESSOASFUNC.TXT".
           COPY PESSOASFUNC.

       FD  ARQHISTMED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTMEDIDAS.TXT".
       01  REG-HISTMED.
           03 FD-HM-COD           PIC 9(03).
           03 FD-HM-DATA          PIC 9(08).
           03 FD-HM-ALTURA        PIC 9(04).
           03 FD-HM-PESO          PIC 9(03)V99.
           03 FD-HM-IMC           PIC 9(03)V99.

       FD  ARQFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DBREGISTRODEP.TXT".
       01  REG-FOLHA.
           03 FD1-COD-P            PIC 9(09).
           03 FD1-NOME-P           PIC X(30).
           03 FD1-COD-DEPT.
              05 FD1-COD-DIVISAO   PIC 9(02).
              05 FD1-COD-CCUSTO    PIC 9(03).
           03 FD1-SALARIO          PIC 9(9)V99.
           03 FD1-BANCO            PIC 9(03).
           03 FD1-AGENCIA          PIC 9(04).
           03 FD1-CONTA            PIC 9(10).
       01  REG-FOLHA-CONTROLE.
           03 FD1-CTL-TIPO         PIC X(03).
           03 FILLER               PIC X(69).

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.

       FD  ARQPESSOAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPESSOAS.TXT".
           COPY PESSOA REPLACING LEADING ==PES== BY ==FD==.

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

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.

       FD  ARQTEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ANONIMIZACAO_TMP.TXT".
       01  REG-TEMP               PIC X(250).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQANONIMIZACAO.TXT".
       01  REG-RELATORIO          PIC X(100).

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
           VALUE 'PARAMLGPD.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'LOGANONIMIZACAO.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'DEMITIDOS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'PESSOASFUNC.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'HISTMEDIDAS.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'ARQFUNCIONARIO.txt'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'CADPESSOAS.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'ELEITORESCANCELADOS.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'ANONIMIZACAO_TMP.TXT'.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'ARQANONIMIZACAO.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-STATUS-PARAM       PIC X(02) VALUE SPACES.
       77  WS-STATUS-LOG         PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEMITIDOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOASFUNC PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTMED     PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOLHA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQFUN      PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOAS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-CANCELADOS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUDITORIA   PIC X(02) VALUE SPACES.
       77  WS-STATUS-TEMP        PIC X(02) VALUE SPACES.

       77  WS-EOF                PIC X(01) VALUE ' '.
       77  WS-JOBLOG-EVENTO      PIC X(06) VALUE SPACES.
       77  WS-ACHOU              PIC X(01) VALUE 'N'.
       77  WS-ELEGIVEL           PIC X(01) VALUE 'N'.
       77  WS-LIMITE-ATINGIDO    PIC X(01) VALUE 'N'.
       77  WS-RETENCAO-ACHADA    PIC X(01) VALUE 'N'.
       77  WS-LOGICO-AUX         PIC X(30) VALUE SPACES.
       77  WS-MESES-RETENCAO     PIC 9(03) VALUE ZEROS.
       77  WS-MESES-MOVIMENTO    PIC 9(07) VALUE ZEROS.
       77  WS-MESES-REGISTRO     PIC 9(07) VALUE ZEROS.
       77  WS-MESES-DECORRIDOS   PIC S9(07) VALUE ZEROS.
       77  WS-DATA-AUX           PIC 9(08) VALUE ZEROS.
       77  WS-MATRICULA-AUX      PIC 9(09) VALUE ZEROS.
       77  WS-PESSOA-AUX         PIC 9(03) VALUE ZEROS.
       77  WS-NOME-AUX           PIC X(30) VALUE SPACES.
       77  WS-TAM-AUX            PIC 9(02) VALUE ZEROS.
       77  WS-IMAGEM-SUBST       PIC X(30) VALUE SPACES.
       77  WS-IDX                PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ANON           PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CHAR           PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WS-QTD-ANONIMIZADOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-ANONIMIZADOS PIC 9(07) VALUE ZEROS.
       77  WS-OCORRENCIAS        PIC 9(03) VALUE ZEROS.
       77  WS-LOG-ARQUIVO        PIC X(30) VALUE SPACES.
       77  WS-LOG-CHAVE          PIC X(12) VALUE SPACES.
       77  WS-LOG-CAMPOS         PIC X(30) VALUE SPACES.
       77  WS-LOG-PSEUDONIMO     PIC X(18) VALUE SPACES.
       77  WS-PONTILHADO         PIC X(100) VALUE ALL '-'.

       01  WS-PSEUDONIMO.
           03 WS-PS-PREFIXO      PIC X(12) VALUE 'ANONIMIZADO '.
           03 WS-PS-SEQ          PIC 9(06) VALUE ZEROS.

       01  WS-TAB-PARAMETROS.
           03 WS-QTD-PARAMETROS  PIC 9(02) VALUE ZEROS.
           03 WS-PARAMETRO OCCURS 20 TIMES.
              05 WS-PM-LOGICO    PIC X(30).
              05 WS-PM-MESES     PIC 9(03).

       01  WS-TAB-DEMITIDOS.
           03 WS-QTD-DEMITIDOS   PIC 9(04) VALUE ZEROS.
           03 WS-DEMITIDO OCCURS 2000 TIMES.
              05 WS-DE-MATRICULA PIC 9(09).
              05 WS-DE-REF       PIC 9(06).

       01  WS-TAB-VINCULOS.
           03 WS-QTD-VINCULOS    PIC 9(04) VALUE ZEROS.
           03 WS-VINCULO OCCURS 2000 TIMES.
              05 WS-VI-MATRICULA PIC 9(09).
              05 WS-VI-PESSOA    PIC 9(03).

      * Last measurement date of each person code, subscript code + 1.
       01  WS-TAB-MEDIDAS.
           03 WS-ULTIMA-MEDIDA   PIC 9(08) OCCURS 1000 TIMES.

      * Names anonymized in this run, masked afterwards in the audit
      * trail images.
       01  WS-TAB-ANONIMOS.
           03 WS-QTD-ANONIMOS    PIC 9(04) VALUE ZEROS.
           03 WS-ANONIMO OCCURS 500 TIMES.
              05 WS-AN-NOME      PIC X(30).
              05 WS-AN-TAM       PIC 9(02).
              05 WS-AN-PSEUDONIMO PIC X(18).
              05 WS-AN-MATRICULA PIC 9(09).

       01  WS-DATA-DESM.
           03 WS-DD-ANO          PIC 9(04).
           03 WS-DD-MES          PIC 9(02).
           03 WS-DD-DIA          PIC 9(02).

       01  WS-REF-DESM.
           03 WS-RD-ANO          PIC 9(04).
           03 WS-RD-MES          PIC 9(02).

       01  WS-VARIAVEIS.
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
           03 FILLER  PIC X(46) VALUE
                  'ANONIMIZACAO DE DADOS PESSOAIS (LGPD) - DATA: '.
           03 WS-TIT-DATA        PIC X(10).

       01  WS-LINHA-RESULTADO.
           03 WS-RS-LOGICO       PIC X(30).
           03 FILLER             PIC X(18) VALUE ' RETENCAO(MESES): '.
           03 WS-RS-MESES        PIC 9(03).
           03 FILLER             PIC X(08) VALUE ' LIDOS: '.
           03 WS-RS-LIDOS        PIC 9(07).
           03 FILLER             PIC X(15) VALUE ' ANONIMIZADOS: '.
           03 WS-RS-ANONIMIZADOS PIC 9(07).

       01  WS-LINHA-OBSERVACAO.
           03 WS-OB-LOGICO       PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-OB-TEXTO        PIC X(60).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0300-CARREGA-PARAMETROS

           IF WS-QTD-PARAMETROS = ZEROS
               DISPLAY 'PARAMETROS DE RETENCAO AUSENTES: PARAMLGPD.TXT'
                       ' - NADA ANONIMIZADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0400-CARREGA-SEQUENCIA
           PERFORM 0500-CARREGA-DEMITIDOS
           PERFORM 0600-CARREGA-VINCULOS
           PERFORM 0700-CARREGA-MEDIDAS

           OPEN OUTPUT ARQREL
           OPEN EXTEND ARQJOBLOG
           OPEN EXTEND ARQLOG
           IF WS-STATUS-LOG = '35'
               OPEN OUTPUT ARQLOG
           END-IF

           PERFORM 9100-OBTEM-HORA
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           MOVE WS-DATA-MOV-FMT TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM 1000-ANONIMIZA-FOLHA
           PERFORM 2000-ANONIMIZA-PESSOAS
           PERFORM 3000-ANONIMIZA-CANCELADOS
           PERFORM 4000-MASCARA-AUDITORIA

      * Payroll history is kept under legal retention with the names
      * it was paid under; it is reported, never anonymized.
           MOVE 'HISTFOLHA.TXT' TO WS-OB-LOGICO
           MOVE 'GUARDA LEGAL DA FOLHA - EXCLUIDO DA ANONIMIZACAO'
               TO WS-OB-TEXTO
           WRITE REG-RELATORIO FROM WS-LINHA-OBSERVACAO

           IF WS-LIMITE-ATINGIDO = 'S'
               MOVE SPACES TO WS-OB-LOGICO
               MOVE 'LIMITE DE 500 TITULARES POR EXECUCAO - RESTANTES'
                   TO WS-OB-TEXTO
               WRITE REG-RELATORIO FROM WS-LINHA-OBSERVACAO
               MOVE 'FICAM PARA A PROXIMA EXECUCAO' TO WS-OB-TEXTO
               WRITE REG-RELATORIO FROM WS-LINHA-OBSERVACAO
           END-IF

           PERFORM 9100-OBTEM-HORA
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQREL ARQJOBLOG ARQLOG

           DISPLAY 'REGISTROS ANONIMIZADOS: ' WS-TOTAL-ANONIMIZADOS
                   ' - RESUMO EM ARQANONIMIZACAO.TXT'

           IF WS-LIMITE-ATINGIDO = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'ANONIMIZA_DADOS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-TOTAL-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-TOTAL-ANONIMIZADOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       9100-OBTEM-HORA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-HORA-SISTEMA
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPARAM
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-PL-MESES NUMERIC
                                   AND FD-PL-MESES > ZEROS
                                   AND WS-QTD-PARAMETROS < 20
                               ADD 1 TO WS-QTD-PARAMETROS
                               MOVE FD-PL-LOGICO TO
                                    WS-PM-LOGICO(WS-QTD-PARAMETROS)
                               MOVE FD-PL-MESES TO
                                    WS-PM-MESES(WS-QTD-PARAMETROS)
                           ELSE
                               DISPLAY 'RETENCAO INVALIDA IGNORADA: '
                                       FD-PL-LOGICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPARAM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-BUSCA-RETENCAO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-RETENCAO-ACHADA
           MOVE ZEROS TO WS-MESES-RETENCAO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARAMETROS
               IF WS-PM-LOGICO(WS-IDX) = WS-LOGICO-AUX
                   MOVE 'S' TO WS-RETENCAO-ACHADA
                   MOVE WS-PM-MESES(WS-IDX) TO WS-MESES-RETENCAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-QTD-ANONIMIZADOS
           MOVE ' ' TO WS-EOF

           IF WS-RETENCAO-ACHADA NOT = 'S'
               MOVE WS-LOGICO-AUX TO WS-OB-LOGICO
               MOVE 'SEM PARAMETRO DE RETENCAO - NAO ANONIMIZADO'
                   TO WS-OB-TEXTO
               WRITE REG-RELATORIO FROM WS-LINHA-OBSERVACAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-SEQUENCIA.
      *----------------------------------------------------------------*
      * The pseudonym sequence continues from the highest one logged,
      * so a pseudonym is never handed out twice.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQLOG

           IF WS-STATUS-LOG = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQLOG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-LG-PS-SEQ NUMERIC
                                   AND FD-LG-PS-SEQ > WS-PS-SEQ
                               MOVE FD-LG-PS-SEQ TO WS-PS-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-DEMITIDOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQDEMITIDOS

           IF WS-STATUS-DEMITIDOS = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDEMITIDOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0550-GUARDA-DEMITIDO
                   END-READ
               END-PERFORM
               CLOSE ARQDEMITIDOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-GUARDA-DEMITIDO.
      *----------------------------------------------------------------*
      * A matricula dismissed more than once keeps its latest reference.
           MOVE FD-DM-MATRICULA TO WS-MATRICULA-AUX
           PERFORM 5000-PROCURA-DEMITIDO

           IF WS-ACHOU = 'S'
               IF FD-DM-REF > WS-DE-REF(WS-IDX)
                   MOVE FD-DM-REF TO WS-DE-REF(WS-IDX)
               END-IF
           ELSE
               IF WS-QTD-DEMITIDOS < 2000
                   ADD 1 TO WS-QTD-DEMITIDOS
                   MOVE FD-DM-MATRICULA TO
                        WS-DE-MATRICULA(WS-QTD-DEMITIDOS)
                   MOVE FD-DM-REF TO WS-DE-REF(WS-QTD-DEMITIDOS)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-VINCULOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQPESSOASFUNC

           IF WS-STATUS-PESSOASFUNC = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOASFUNC
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-VINCULOS < 2000
                               ADD 1 TO WS-QTD-VINCULOS
                               MOVE PF-MATRICULA TO
                                    WS-VI-MATRICULA(WS-QTD-VINCULOS)
                               MOVE PF-COD-PESSOA TO
                                    WS-VI-PESSOA(WS-QTD-VINCULOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOASFUNC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-MEDIDAS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           MOVE ZEROS TO WS-TAB-MEDIDAS
           OPEN INPUT ARQHISTMED

           IF WS-STATUS-HISTMED = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTMED
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-HM-COD NUMERIC AND FD-HM-DATA NUMERIC
                               COMPUTE WS-IDX = FD-HM-COD + 1
                               IF FD-HM-DATA > WS-ULTIMA-MEDIDA(WS-IDX)
                                   MOVE FD-HM-DATA TO
                                        WS-ULTIMA-MEDIDA(WS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTMED
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-ANONIMIZA-FOLHA.
      *----------------------------------------------------------------*
           MOVE 'DBREGISTRODEP.TXT' TO WS-LOGICO-AUX
           PERFORM 0350-BUSCA-RETENCAO

           IF WS-RETENCAO-ACHADA = 'S'
               OPEN INPUT ARQFOLHA
               IF WS-STATUS-FOLHA NOT = '00' AND '02'
                   DISPLAY 'ARQUIVO NAO ENCONTRADO: DBREGISTRODEP.TXT'
               ELSE
                   OPEN OUTPUT ARQTEMP
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQFOLHA
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM 1100-AVALIA-FOLHA
                               WRITE REG-TEMP FROM REG-FOLHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQFOLHA ARQTEMP

                   IF WS-QTD-ANONIMIZADOS > ZEROS
                       PERFORM 1200-DEVOLVE-FOLHA
                   END-IF
                   PERFORM 8300-GRAVA-RESULTADO

                   IF WS-QTD-ANONIMIZADOS > ZEROS
                       PERFORM 1500-ANONIMIZA-FUNCIONARIO
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-AVALIA-FOLHA.
      *----------------------------------------------------------------*
      * Control header and trailer pass through; the trailer hash is
      * the salary total, which anonymization does not change.
           MOVE 'N' TO WS-ELEGIVEL

           IF FD1-CTL-TIPO NOT = 'HDR' AND 'TRL'
               ADD 1 TO WS-QTD-LIDOS
               MOVE FD1-COD-P TO WS-MATRICULA-AUX
               PERFORM 5000-PROCURA-DEMITIDO
               IF WS-ACHOU = 'S'
                       AND FD1-NOME-P(1:12) NOT = WS-PS-PREFIXO
                   MOVE WS-DE-REF(WS-IDX) TO WS-REF-DESM
                   COMPUTE WS-MESES-REGISTRO =
                       WS-RD-ANO * 12 + WS-RD-MES
                   PERFORM 5200-CALCULA-DECORRIDOS
                   IF WS-MESES-DECORRIDOS >= WS-MESES-RETENCAO
                       PERFORM 5010-PROCURA-VINCULO-MATRICULA
                       IF WS-ACHOU NOT = 'S'
                           MOVE 'S' TO WS-ELEGIVEL
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-ELEGIVEL = 'S'
               MOVE FD1-NOME-P TO WS-NOME-AUX
               PERFORM 8100-REGISTRA-ANONIMO
               IF WS-ELEGIVEL = 'S'
                   MOVE WS-MATRICULA-AUX TO
                        WS-AN-MATRICULA(WS-QTD-ANONIMOS)
                   MOVE WS-PSEUDONIMO TO FD1-NOME-P
                   MOVE ZEROS TO FD1-BANCO
                   MOVE ZEROS TO FD1-AGENCIA
                   MOVE ZEROS TO FD1-CONTA
                   MOVE 'DBREGISTRODEP.TXT' TO WS-LOG-ARQUIVO
                   MOVE FD1-COD-P TO WS-LOG-CHAVE
                   MOVE 'NOME BANCO AGENCIA CONTA' TO WS-LOG-CAMPOS
                   MOVE WS-PSEUDONIMO TO WS-LOG-PSEUDONIMO
                   PERFORM 8000-GRAVA-LOG
                   ADD 1 TO WS-QTD-ANONIMIZADOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-DEVOLVE-FOLHA.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQTEMP
           OPEN OUTPUT ARQFOLHA

           PERFORM UNTIL WS-EOF = 'S'
               READ ARQTEMP
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE REG-TEMP TO REG-FOLHA
                       WRITE REG-FOLHA
               END-READ
           END-PERFORM

           CLOSE ARQTEMP ARQFOLHA
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-ANONIMIZA-FUNCIONARIO.
      *----------------------------------------------------------------*
      * The indexed cadastro follows the payroll master: the same
      * matriculas get the same pseudonym by key.
           MOVE ZEROS TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-QTD-ANONIMIZADOS

           OPEN I-O ARQFUN
           IF WS-STATUS-ARQFUN NOT = '00' AND '02'
               DISPLAY 'ARQFUNCIONARIO.txt NAO DISPONIVEL - STATUS: '
                       WS-STATUS-ARQFUN
           ELSE
               PERFORM VARYING WS-IDX-ANON FROM 1 BY 1
                       UNTIL WS-IDX-ANON > WS-QTD-ANONIMOS
                   IF WS-AN-MATRICULA(WS-IDX-ANON) > ZEROS
                       PERFORM 1550-REGRAVA-FUNCIONARIO
                   END-IF
               END-PERFORM
               CLOSE ARQFUN

               MOVE 'ARQFUNCIONARIO.txt' TO WS-LOGICO-AUX
               PERFORM 8300-GRAVA-RESULTADO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1550-REGRAVA-FUNCIONARIO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-LIDOS
           MOVE WS-AN-MATRICULA(WS-IDX-ANON) TO FD-COD-F

           READ ARQFUN KEY IS FD-COD-F
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-AN-PSEUDONIMO(WS-IDX-ANON) TO FD-NOME-F
                   REWRITE REG-FUNCIONARIO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR ARQFUNCIONARIO: '
                                   FD-COD-F
                       NOT INVALID KEY
                           MOVE WS-AN-PSEUDONIMO(WS-IDX-ANON) TO
                                WS-LOG-PSEUDONIMO
                           MOVE 'ARQFUNCIONARIO.txt' TO WS-LOG-ARQUIVO
                           MOVE FD-COD-F TO WS-LOG-CHAVE
                           MOVE 'NOME' TO WS-LOG-CAMPOS
                           PERFORM 8000-GRAVA-LOG
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                   END-REWRITE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ANONIMIZA-PESSOAS.
      *----------------------------------------------------------------*
           MOVE 'CADPESSOAS.TXT' TO WS-LOGICO-AUX
           PERFORM 0350-BUSCA-RETENCAO

           IF WS-RETENCAO-ACHADA = 'S'
               OPEN INPUT ARQPESSOAS
               IF WS-STATUS-PESSOAS NOT = '00' AND '02'
                   DISPLAY 'ARQUIVO NAO ENCONTRADO: CADPESSOAS.TXT'
               ELSE
                   OPEN OUTPUT ARQTEMP
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQPESSOAS
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM 2100-AVALIA-PESSOA
                               WRITE REG-TEMP FROM REG-PESSOA
                       END-READ
                   END-PERFORM
                   CLOSE ARQPESSOAS ARQTEMP

                   IF WS-QTD-ANONIMIZADOS > ZEROS
                       PERFORM 2200-DEVOLVE-PESSOAS
                   END-IF
                   PERFORM 8300-GRAVA-RESULTADO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-AVALIA-PESSOA.
      *----------------------------------------------------------------*
      * A person with no measurement on file has no date to age from
      * and is kept; so is anyone still linked to a matricula.
           ADD 1 TO WS-QTD-LIDOS
           MOVE 'N' TO WS-ELEGIVEL

           IF FD-COD-P NUMERIC
                   AND FD-NOME-P(1:12) NOT = WS-PS-PREFIXO
               COMPUTE WS-IDX = FD-COD-P + 1
               IF WS-ULTIMA-MEDIDA(WS-IDX) > ZEROS
                   MOVE WS-ULTIMA-MEDIDA(WS-IDX) TO WS-DATA-DESM
                   COMPUTE WS-MESES-REGISTRO =
                       WS-DD-ANO * 12 + WS-DD-MES
                   PERFORM 5200-CALCULA-DECORRIDOS
                   IF WS-MESES-DECORRIDOS >= WS-MESES-RETENCAO
                       MOVE FD-COD-P TO WS-PESSOA-AUX
                       PERFORM 5020-PROCURA-VINCULO-PESSOA
                       IF WS-ACHOU NOT = 'S'
                           MOVE 'S' TO WS-ELEGIVEL
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-ELEGIVEL = 'S'
               MOVE FD-NOME-P TO WS-NOME-AUX
               PERFORM 8100-REGISTRA-ANONIMO
               IF WS-ELEGIVEL = 'S'
                   MOVE WS-PSEUDONIMO TO FD-NOME-P
                   MOVE 'CADPESSOAS.TXT' TO WS-LOG-ARQUIVO
                   MOVE FD-COD-P TO WS-LOG-CHAVE
                   MOVE 'NOME' TO WS-LOG-CAMPOS
                   MOVE WS-PSEUDONIMO TO WS-LOG-PSEUDONIMO
                   PERFORM 8000-GRAVA-LOG
                   ADD 1 TO WS-QTD-ANONIMIZADOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-DEVOLVE-PESSOAS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQTEMP
           OPEN OUTPUT ARQPESSOAS

           PERFORM UNTIL WS-EOF = 'S'
               READ ARQTEMP
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE REG-TEMP TO REG-PESSOA
                       WRITE REG-PESSOA
               END-READ
           END-PERFORM

           CLOSE ARQTEMP ARQPESSOAS
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-ANONIMIZA-CANCELADOS.
      *----------------------------------------------------------------*
           MOVE 'ELEITORESCANCELADOS.TXT' TO WS-LOGICO-AUX
           PERFORM 0350-BUSCA-RETENCAO

           IF WS-RETENCAO-ACHADA = 'S'
               OPEN INPUT ARQCANCELADOS
               IF WS-STATUS-CANCELADOS NOT = '00' AND '02'
                   DISPLAY 'ARQUIVO NAO ENCONTRADO: '
                           'ELEITORESCANCELADOS.TXT'
               ELSE
                   OPEN OUTPUT ARQTEMP
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQCANCELADOS
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM 3100-AVALIA-CANCELADO
                               WRITE REG-TEMP FROM REG-CANCELADO
                       END-READ
                   END-PERFORM
                   CLOSE ARQCANCELADOS ARQTEMP

                   IF WS-QTD-ANONIMIZADOS > ZEROS
                       PERFORM 3200-DEVOLVE-CANCELADOS
                   END-IF
                   PERFORM 8300-GRAVA-RESULTADO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-AVALIA-CANCELADO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-LIDOS
           MOVE 'N' TO WS-ELEGIVEL

           IF FD-CA-DATA NUMERIC AND FD-CA-DATA > ZEROS
                   AND FD-CA-NOME(1:12) NOT = WS-PS-PREFIXO
               MOVE FD-CA-DATA TO WS-DATA-DESM
               COMPUTE WS-MESES-REGISTRO =
                   WS-DD-ANO * 12 + WS-DD-MES
               PERFORM 5200-CALCULA-DECORRIDOS
               IF WS-MESES-DECORRIDOS >= WS-MESES-RETENCAO
                   MOVE 'S' TO WS-ELEGIVEL
               END-IF
           END-IF

           IF WS-ELEGIVEL = 'S'
               MOVE FD-CA-NOME TO WS-NOME-AUX
               PERFORM 8100-REGISTRA-ANONIMO
               IF WS-ELEGIVEL = 'S'
                   MOVE WS-PSEUDONIMO TO FD-CA-NOME
                   MOVE 'ELEITORESCANCELADOS.TXT' TO WS-LOG-ARQUIVO
                   MOVE FD-CA-TITULO TO WS-LOG-CHAVE
                   MOVE 'NOME' TO WS-LOG-CAMPOS
                   MOVE WS-PSEUDONIMO TO WS-LOG-PSEUDONIMO
                   PERFORM 8000-GRAVA-LOG
                   ADD 1 TO WS-QTD-ANONIMIZADOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-DEVOLVE-CANCELADOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQTEMP
           OPEN OUTPUT ARQCANCELADOS

           PERFORM UNTIL WS-EOF = 'S'
               READ ARQTEMP
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE REG-TEMP TO REG-CANCELADO
                       WRITE REG-CANCELADO
               END-READ
           END-PERFORM

           CLOSE ARQTEMP ARQCANCELADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-MASCARA-AUDITORIA.
      *----------------------------------------------------------------*
      * The images are free-form record dumps: every name anonymized in
      * the run is overwritten in place with its pseudonym (or with
      * asterisks when the name is shorter than the pseudonym), so the
      * image keeps its length and column layout. Names shorter than
      * five letters would hit unrelated text and are left alone.
           MOVE ZEROS TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-QTD-ANONIMIZADOS
           MOVE ' ' TO WS-EOF
           MOVE 'AUDITMANUT.TXT' TO WS-LOGICO-AUX

           IF WS-QTD-ANONIMOS > ZEROS
               OPEN INPUT ARQAUDITORIA
               IF WS-STATUS-AUDITORIA = '00' OR '02'
                   OPEN OUTPUT ARQTEMP
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQAUDITORIA
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM 4100-MASCARA-IMAGENS
                               WRITE REG-TEMP FROM REG-AUDITORIA
                       END-READ
                   END-PERFORM
                   CLOSE ARQAUDITORIA ARQTEMP

                   IF WS-QTD-ANONIMIZADOS > ZEROS
                       PERFORM 4200-DEVOLVE-AUDITORIA
                   END-IF
               END-IF
           END-IF

           MOVE WS-LOGICO-AUX TO WS-RS-LOGICO
           MOVE ZEROS TO WS-RS-MESES
           MOVE WS-QTD-LIDOS TO WS-RS-LIDOS
           MOVE WS-QTD-ANONIMIZADOS TO WS-RS-ANONIMIZADOS
           WRITE REG-RELATORIO FROM WS-LINHA-RESULTADO
           ADD WS-QTD-LIDOS TO WS-TOTAL-LIDOS
           ADD WS-QTD-ANONIMIZADOS TO WS-TOTAL-ANONIMIZADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-MASCARA-IMAGENS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-OCORRENCIAS

           PERFORM VARYING WS-IDX-ANON FROM 1 BY 1
                   UNTIL WS-IDX-ANON > WS-QTD-ANONIMOS
               MOVE WS-AN-TAM(WS-IDX-ANON) TO WS-TAM-AUX
               IF WS-TAM-AUX > 4
                   IF WS-TAM-AUX < 18
                       MOVE ALL '*' TO WS-IMAGEM-SUBST
                   ELSE
                       MOVE WS-AN-PSEUDONIMO(WS-IDX-ANON) TO
                            WS-IMAGEM-SUBST
                   END-IF
                   INSPECT AUD-ANTES TALLYING WS-OCORRENCIAS
                       FOR ALL WS-AN-NOME(WS-IDX-ANON)(1:WS-TAM-AUX)
                   INSPECT AUD-DEPOIS TALLYING WS-OCORRENCIAS
                       FOR ALL WS-AN-NOME(WS-IDX-ANON)(1:WS-TAM-AUX)
                   INSPECT AUD-ANTES REPLACING
                       ALL WS-AN-NOME(WS-IDX-ANON)(1:WS-TAM-AUX)
                       BY WS-IMAGEM-SUBST(1:WS-TAM-AUX)
                   INSPECT AUD-DEPOIS REPLACING
                       ALL WS-AN-NOME(WS-IDX-ANON)(1:WS-TAM-AUX)
                       BY WS-IMAGEM-SUBST(1:WS-TAM-AUX)
               END-IF
           END-PERFORM

           IF WS-OCORRENCIAS > ZEROS
               ADD 1 TO WS-QTD-ANONIMIZADOS
               MOVE 'AUDITMANUT.TXT' TO WS-LOG-ARQUIVO
               MOVE AUD-DATA TO WS-LOG-CHAVE
               MOVE SPACES TO WS-LOG-PSEUDONIMO
               MOVE 'IMAGENS ANTES/DEPOIS' TO WS-LOG-CAMPOS
               PERFORM 8000-GRAVA-LOG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-DEVOLVE-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQTEMP
           OPEN OUTPUT ARQAUDITORIA

           PERFORM UNTIL WS-EOF = 'S'
               READ ARQTEMP
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE REG-TEMP TO REG-AUDITORIA
                       WRITE REG-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE ARQTEMP ARQAUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-PROCURA-DEMITIDO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEMITIDOS OR WS-ACHOU = 'S'
               IF WS-DE-MATRICULA(WS-IDX) = WS-MATRICULA-AUX
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IDX
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5010-PROCURA-VINCULO-MATRICULA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-VINCULOS
               IF WS-VI-MATRICULA(WS-IDX) = WS-MATRICULA-AUX
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5020-PROCURA-VINCULO-PESSOA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-VINCULOS
               IF WS-VI-PESSOA(WS-IDX) = WS-PESSOA-AUX
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-CALCULA-DECORRIDOS.
      *----------------------------------------------------------------*
           COMPUTE WS-MESES-DECORRIDOS =
               WS-MESES-MOVIMENTO - WS-MESES-REGISTRO
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-CALCULA-TAMANHO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-TAM-AUX
           PERFORM VARYING WS-IDX-CHAR FROM 30 BY -1
                   UNTIL WS-IDX-CHAR < 1 OR WS-TAM-AUX > ZEROS
               IF WS-NOME-AUX(WS-IDX-CHAR:1) NOT = SPACE
                   MOVE WS-IDX-CHAR TO WS-TAM-AUX
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-GRAVA-LOG.
      *----------------------------------------------------------------*
           MOVE WS-DATA-MOVIMENTO TO FD-LG-DATA
           PERFORM 9100-OBTEM-HORA
           MOVE WS-HORA-SISTEMA TO FD-LG-HORA
           MOVE WS-LOG-ARQUIVO TO FD-LG-ARQUIVO
           MOVE WS-LOG-CHAVE TO FD-LG-CHAVE
           MOVE WS-LOG-PSEUDONIMO TO FD-LG-PSEUDONIMO
           MOVE WS-LOG-CAMPOS TO FD-LG-CAMPOS
           WRITE REG-LOG
           .
           EXIT.
      *----------------------------------------------------------------*
       8100-REGISTRA-ANONIMO.
      *----------------------------------------------------------------*
      * Draws the next pseudonym and keeps the original name in memory
      * only, for masking the audit trail at the end of the run.
           IF WS-QTD-ANONIMOS < 500
               ADD 1 TO WS-PS-SEQ
               ADD 1 TO WS-QTD-ANONIMOS
               MOVE WS-NOME-AUX TO WS-AN-NOME(WS-QTD-ANONIMOS)
               PERFORM 5300-CALCULA-TAMANHO
               MOVE WS-TAM-AUX TO WS-AN-TAM(WS-QTD-ANONIMOS)
               MOVE WS-PSEUDONIMO TO WS-AN-PSEUDONIMO(WS-QTD-ANONIMOS)
               MOVE ZEROS TO WS-AN-MATRICULA(WS-QTD-ANONIMOS)
           ELSE
               MOVE 'S' TO WS-LIMITE-ATINGIDO
               MOVE 'N' TO WS-ELEGIVEL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       8300-GRAVA-RESULTADO.
      *----------------------------------------------------------------*
           MOVE WS-LOGICO-AUX TO WS-RS-LOGICO
           MOVE WS-MESES-RETENCAO TO WS-RS-MESES
           MOVE WS-QTD-LIDOS TO WS-RS-LIDOS
           MOVE WS-QTD-ANONIMIZADOS TO WS-RS-ANONIMIZADOS
           WRITE REG-RELATORIO FROM WS-LINHA-RESULTADO
           ADD WS-QTD-LIDOS TO WS-TOTAL-LIDOS
           ADD WS-QTD-ANONIMIZADOS TO WS-TOTAL-ANONIMIZADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'PARAMLGPD.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'LOGANONIMIZACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'DEMITIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'PESSOASFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'HISTMEDIDAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'ARQFUNCIONARIO.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'CADPESSOAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'ELEITORESCANCELADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'ANONIMIZACAO_TMP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'ARQANONIMIZACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-11 WS-CFG-RETORNO
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-12 WS-CFG-RETORNO
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

           COMPUTE WS-MESES-MOVIMENTO = WS-DM-ANO * 12 + WS-DM-MES
           .
           EXIT.

       END PROGRAM ANONIMIZA_DADOS.
