      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: LGPD data-subject report. Given a name, a person code
      *          (CADPESSOAS), a matricula (DBREGISTRODEP) or a voter
      *          titulo (CADELEITORES), the program first gathers every
      *          identifier of the person across the masters - the
      *          PESSOASFUNC.TXT link between matricula and person
      *          code, the same name on the payroll, the cadastro and
      *          the voter registry - and then lists in ARQTITULAR.TXT
      *          every record held about the person: CADPESSOAS,
      *          HISTMEDIDAS, PESSOASFUNC, DBREGISTRODEP,
      *          ARQFUNCIONARIO, HISTFOLHA, DEMITIDOS, CADELEITORES,
      *          ELEITORESCANCELADOS and the AUDITMANUT.TXT images
      *          that carry the name or the matricula. Identification
      *          by name is flagged so homonyms are checked before the
      *          report is handed to the data subject.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO_TITULAR.
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

       SELECT ARQPESSOAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOAS.
      *
       SELECT ARQHISTMED
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTMED.
      *
       SELECT ARQPESSOASFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOASFUNC.
      *
       SELECT ARQFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FOLHA.
      *
       SELECT ARQFUN
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS INDEXED
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FD-COD-F
              ALTERNATE RECORD KEY IS FD-NOME-F WITH DUPLICATES
              FILE STATUS        IS WS-STATUS-ARQFUN.
      *
       SELECT ARQHISTFOLHA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTFOLHA.
      *
       SELECT ARQDEMITIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DEMITIDOS.
      *
       SELECT ARQELEITORES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ELEITORES.
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
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPESSOAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPESSOAS.TXT".
           COPY PESSOA REPLACING LEADING ==PES== BY ==FD==.

       FD  ARQHISTMED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTMEDIDAS.TXT".
       01  REG-HISTMED.
           03 FD-HM-COD           PIC 9(03).
           03 FD-HM-DATA          PIC 9(08).
           03 FD-HM-ALTURA        PIC 9(04).
           03 FD-HM-PESO          PIC 9(03)V99.
           03 FD-HM-IMC           PIC 9(03)V99.

       FD  ARQPESSOASFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PESSOASFUNC.TXT".
           COPY PESSOASFUNC.

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

       FD  ARQHISTFOLHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTFOLHA.TXT".
       01  REG-HIST-FUNC.
           03 FD-HF-TIPO           PIC X(01).
           03 FD-HF-REF            PIC 9(06).
           03 FD-HF-REF-R REDEFINES FD-HF-REF.
              05 FD-HF-REF-ANO     PIC 9(04).
              05 FD-HF-REF-MES     PIC 9(02).
           03 FD-HF-MATRICULA      PIC 9(09).
           03 FD-HF-NOME           PIC X(30).
           03 FD-HF-DEPT           PIC 9(05).
           03 FD-HF-BRUTO          PIC 9(9)V99.
           03 FD-HF-INSS           PIC 9(7)V99.
           03 FD-HF-IRRF           PIC 9(7)V99.
           03 FD-HF-NET            PIC 9(9)V99.
           03 FD-HF-DEDUCAO-DEP    PIC 9(7)V99.
           03 FD-HF-DIF-RETROATIVO PIC 9(7)V99.
       01  REG-HIST-EVENTO.
           03 FD-HE-TIPO           PIC X(01).
           03 FD-HE-REF            PIC 9(06).
           03 FD-HE-REF-R REDEFINES FD-HE-REF.
              05 FD-HE-REF-ANO     PIC 9(04).
              05 FD-HE-REF-MES     PIC 9(02).
           03 FD-HE-MATRICULA      PIC 9(09).
           03 FD-HE-EVENTO         PIC 9(03).
           03 FD-HE-DESC           PIC X(20).
           03 FD-HE-VALOR          PIC 9(7)V99.
           03 FD-HE-NATUREZA       PIC X(01).

       FD  ARQDEMITIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEMITIDOS.TXT".
       01  REG-DEMITIDO.
           03 FD-DM-MATRICULA      PIC 9(09).
           03 FD-DM-REF            PIC 9(06).
           03 FD-DM-REF-R REDEFINES FD-DM-REF.
              05 FD-DM-REF-ANO     PIC 9(04).
              05 FD-DM-REF-MES     PIC 9(02).
           03 FD-DM-TIPO           PIC X(01).

       FD  ARQELEITORES
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

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQTITULAR.TXT".
       01  REG-RELATORIO          PIC X(100).
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
           VALUE 'CADPESSOAS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'HISTMEDIDAS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'PESSOASFUNC.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'DBREGISTRODEP.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'ARQFUNCIONARIO.txt'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'HISTFOLHA.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'DEMITIDOS.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'CADELEITORES.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'ELEITORESCANCELADOS.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'ARQTITULAR.TXT'.

       77  WS-STATUS-PESSOAS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTMED     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOASFUNC PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOLHA       PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQFUN      PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTFOLHA   PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEMITIDOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-ELEITORES   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CANCELADOS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUDITORIA   PIC X(02) VALUE SPACES.

       77  WS-EOF                PIC X(01) VALUE ' '.
       77  WS-TIPO-PESQUISA      PIC X(01) VALUE SPACES.
       77  WS-VALOR-NOME         PIC X(30) VALUE SPACES.
       77  WS-VALOR-CODIGO       PIC 9(09) VALUE ZEROS.
       77  WS-PESQUISA-VALIDA    PIC X(01) VALUE 'N'.
       77  WS-CASOU              PIC X(01) VALUE 'N'.
       77  WS-ACHOU              PIC X(01) VALUE 'N'.
       77  WS-PASSADA            PIC 9(01) VALUE ZEROS.
       77  WS-IDX                PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CHAR           PIC 9(02) VALUE ZEROS.
       77  WS-NOME-AUX           PIC X(30) VALUE SPACES.
       77  WS-TAM-AUX            PIC 9(02) VALUE ZEROS.
       77  WS-MATRICULA-AUX      PIC 9(09) VALUE ZEROS.
       77  WS-MATRICULA-TXT      PIC X(09) VALUE SPACES.
       77  WS-PESSOA-AUX         PIC 9(03) VALUE ZEROS.
       77  WS-TITULO-AUX         PIC 9(06) VALUE ZEROS.
       77  WS-DATA-AUX           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FMT           PIC X(10) VALUE SPACES.
       77  WS-REF-AUX            PIC 9(06) VALUE ZEROS.
       77  WS-REF-FMT            PIC X(07) VALUE SPACES.
       77  WS-OCORRENCIAS        PIC 9(03) VALUE ZEROS.
       77  WS-QTD-REGISTROS      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-TOTAL          PIC 9(06) VALUE ZEROS.
       77  WS-ARQUIVO-SECAO      PIC X(30) VALUE SPACES.
       77  WS-PONTILHADO         PIC X(100) VALUE ALL '-'.

      * Identifiers of the data subject gathered across the masters.
       01  WS-TAB-NOMES.
           03 WS-QTD-NOMES       PIC 9(02) VALUE ZEROS.
           03 WS-NOME-ID OCCURS 20 TIMES.
              05 WS-NI-NOME      PIC X(30).
              05 WS-NI-TAM       PIC 9(02).

       01  WS-TAB-MATRICULAS.
           03 WS-QTD-MATRICULAS  PIC 9(02) VALUE ZEROS.
           03 WS-MATRICULA-ID    PIC 9(09) OCCURS 20 TIMES.

       01  WS-TAB-PESSOAS.
           03 WS-QTD-PESSOAS     PIC 9(02) VALUE ZEROS.
           03 WS-PESSOA-ID       PIC 9(03) OCCURS 20 TIMES.

       01  WS-TAB-TITULOS.
           03 WS-QTD-TITULOS     PIC 9(02) VALUE ZEROS.
           03 WS-TITULO-ID       PIC 9(06) OCCURS 20 TIMES.

       01  WS-DATA-DESM.
           03 WS-DD-ANO          PIC 9(04).
           03 WS-DD-MES          PIC 9(02).
           03 WS-DD-DIA          PIC 9(02).

       01  WS-REF-DESM.
           03 WS-RD-ANO          PIC 9(04).
           03 WS-RD-MES          PIC 9(02).

       01  WS-LINHA-TITULO.
           03 FILLER  PIC X(48) VALUE
                  'RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD) - '.
           03 WS-TIT-DATA        PIC X(10).

       01  WS-LINHA-CRITERIO.
           03 FILLER             PIC X(15) VALUE 'PESQUISA POR: '.
           03 WS-CR-TIPO         PIC X(16).
           03 FILLER             PIC X(08) VALUE ' VALOR: '.
           03 WS-CR-VALOR        PIC X(30).

       01  WS-LINHA-IDENT.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-ID-ROTULO       PIC X(12).
           03 FILLER             PIC X(02) VALUE ': '.
           03 WS-ID-VALOR        PIC X(30).

       01  WS-LINHA-AVISO.
           03 FILLER             PIC X(50) VALUE
                  'IDENTIFICACAO POR NOME - CONFERIR HOMONIMOS ANTES '.
           03 FILLER             PIC X(22) VALUE
                  'DE ENTREGAR AO TITULAR'.

       01  WS-LINHA-ARQUIVO.
           03 FILLER             PIC X(09) VALUE 'ARQUIVO: '.
           03 WS-LA-ARQUIVO      PIC X(30).

       01  WS-LINHA-QTD.
           03 FILLER             PIC X(26)
                  VALUE '   REGISTROS ENCONTRADOS: '.
           03 WS-LQ-QTD          PIC 9(05).

       01  WS-LINHA-TOTAL.
           03 FILLER             PIC X(30)
                  VALUE 'TOTAL DE REGISTROS DO TITULAR:'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LT-QTD          PIC 9(06).

       01  WS-LD-PESSOA.
           03 FILLER             PIC X(08) VALUE '   COD: '.
           03 WS-LDP-COD         PIC 9(03).
           03 FILLER             PIC X(07) VALUE ' NOME: '.
           03 WS-LDP-NOME        PIC X(20).
           03 FILLER             PIC X(09) VALUE ' GENERO: '.
           03 WS-LDP-GENERO      PIC X(01).
           03 FILLER             PIC X(07) VALUE ' NASC: '.
           03 WS-LDP-NASC        PIC X(10).
           03 FILLER             PIC X(09) VALUE ' ALTURA: '.
           03 WS-LDP-ALTURA      PIC 9(04).
           03 FILLER             PIC X(07) VALUE ' PESO: '.
           03 WS-LDP-PESO        PIC ZZ9,99.

       01  WS-LD-MEDIDA.
           03 FILLER             PIC X(08) VALUE '   COD: '.
           03 WS-LDM-COD         PIC 9(03).
           03 FILLER             PIC X(07) VALUE ' DATA: '.
           03 WS-LDM-DATA        PIC X(10).
           03 FILLER             PIC X(09) VALUE ' ALTURA: '.
           03 WS-LDM-ALTURA      PIC 9(04).
           03 FILLER             PIC X(07) VALUE ' PESO: '.
           03 WS-LDM-PESO        PIC ZZ9,99.
           03 FILLER             PIC X(06) VALUE ' IMC: '.
           03 WS-LDM-IMC         PIC ZZ9,99.

       01  WS-LD-VINCULO.
           03 FILLER             PIC X(14) VALUE '   MATRICULA: '.
           03 WS-LDV-MATRICULA   PIC 9(09).
           03 FILLER             PIC X(13) VALUE ' COD PESSOA: '.
           03 WS-LDV-PESSOA      PIC 9(03).
           03 FILLER             PIC X(08) VALUE ' DESDE: '.
           03 WS-LDV-DATA        PIC X(10).

       01  WS-LD-FOLHA.
           03 FILLER             PIC X(14) VALUE '   MATRICULA: '.
           03 WS-LDF-MATRICULA   PIC 9(09).
           03 FILLER             PIC X(07) VALUE ' NOME: '.
           03 WS-LDF-NOME        PIC X(30).
           03 FILLER             PIC X(08) VALUE ' DEPTO: '.
           03 WS-LDF-DIVISAO     PIC 9(02).
           03 FILLER             PIC X(01) VALUE '.'.
           03 WS-LDF-CCUSTO      PIC 9(03).
           03 FILLER             PIC X(10) VALUE ' SALARIO: '.
           03 WS-LDF-SALARIO     PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LD-BANCO.
           03 FILLER             PIC X(13) VALUE '      BANCO: '.
           03 WS-LDB-BANCO       PIC 9(03).
           03 FILLER             PIC X(10) VALUE ' AGENCIA: '.
           03 WS-LDB-AGENCIA     PIC 9(04).
           03 FILLER             PIC X(08) VALUE ' CONTA: '.
           03 WS-LDB-CONTA       PIC 9(10).

       01  WS-LD-FUNCIONARIO.
           03 FILLER             PIC X(14) VALUE '   MATRICULA: '.
           03 WS-LDC-MATRICULA   PIC 9(09).
           03 FILLER             PIC X(07) VALUE ' NOME: '.
           03 WS-LDC-NOME        PIC X(30).
           03 FILLER             PIC X(10) VALUE ' SALARIO: '.
           03 WS-LDC-SALARIO     PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LD-HIST-FUNC.
           03 FILLER             PIC X(08) VALUE '   REF: '.
           03 WS-LDH-REF         PIC X(07).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LDH-MATRICULA   PIC 9(09).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LDH-NOME        PIC X(30).
           03 FILLER             PIC X(08) VALUE ' BRUTO: '.
           03 WS-LDH-BRUTO       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(06) VALUE ' LIQ: '.
           03 WS-LDH-LIQUIDO     PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LD-HIST-EVENTO.
           03 FILLER             PIC X(08) VALUE '   REF: '.
           03 WS-LDE-REF         PIC X(07).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LDE-MATRICULA   PIC 9(09).
           03 FILLER             PIC X(09) VALUE ' EVENTO: '.
           03 WS-LDE-EVENTO      PIC 9(03).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LDE-DESC        PIC X(20).
           03 FILLER             PIC X(08) VALUE ' VALOR: '.
           03 WS-LDE-VALOR       PIC Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-LDE-NATUREZA    PIC X(01).

       01  WS-LD-DEMITIDO.
           03 FILLER             PIC X(14) VALUE '   MATRICULA: '.
           03 WS-LDD-MATRICULA   PIC 9(09).
           03 FILLER             PIC X(15) VALUE ' DESLIGADO EM: '.
           03 WS-LDD-REF         PIC X(07).
           03 FILLER             PIC X(07) VALUE ' TIPO: '.
           03 WS-LDD-TIPO        PIC X(01).

       01  WS-LD-ELEITOR.
           03 FILLER             PIC X(11) VALUE '   TITULO: '.
           03 WS-LDL-TITULO      PIC 9(06).
           03 FILLER             PIC X(07) VALUE ' NOME: '.
           03 WS-LDL-NOME        PIC X(20).
           03 FILLER             PIC X(07) VALUE ' ZONA: '.
           03 WS-LDL-ZONA        PIC 9(03).
           03 FILLER             PIC X(08) VALUE ' SECAO: '.
           03 WS-LDL-SECAO       PIC 9(03).
           03 FILLER             PIC X(07) VALUE ' NASC: '.
           03 WS-LDL-NASC        PIC X(10).
           03 FILLER             PIC X(09) VALUE ' GENERO: '.
           03 WS-LDL-GENERO      PIC X(01).

       01  WS-LD-CANCELAMENTO.
           03 FILLER             PIC X(20)
                  VALUE '      CANCELADO EM: '.
           03 WS-LDX-DATA        PIC X(10).
           03 FILLER             PIC X(09) VALUE ' MOTIVO: '.
           03 WS-LDX-MOTIVO      PIC X(20).

       01  WS-LINHA-EVENTO.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-EV-OPERADOR     PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-EV-DATA         PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-EV-HORA         PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-EV-PROGRAMA     PIC X(22).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-EV-FUNCAO       PIC X(12).

       01  WS-LINHA-ANTES.
           03 FILLER             PIC X(11) VALUE '   ANTES : '.
           03 WS-AN-IMAGEM       PIC X(80).

       01  WS-LINHA-DEPOIS.
           03 FILLER             PIC X(11) VALUE '   DEPOIS: '.
           03 WS-DP-IMAGEM       PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           PERFORM 0100-RECEBE-PESQUISA

           IF WS-PESQUISA-VALIDA NOT = 'S'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      * Two passes, so an identifier found late in the first one
      * (a name seen only on the payroll, say) still brings in the
      * records it links to in the files read before it.
           PERFORM VARYING WS-PASSADA FROM 1 BY 1 UNTIL WS-PASSADA > 2
               PERFORM 1000-IDENTIFICA-TITULAR
           END-PERFORM

           OPEN OUTPUT ARQREL

           PERFORM 2000-EMITE-CABECALHO
           PERFORM 2100-LISTA-PESSOAS
           PERFORM 2200-LISTA-MEDIDAS
           PERFORM 2300-LISTA-VINCULOS
           PERFORM 2400-LISTA-FOLHA
           PERFORM 2500-LISTA-FUNCIONARIO
           PERFORM 2600-LISTA-HISTFOLHA
           PERFORM 2700-LISTA-DEMITIDOS
           PERFORM 2800-LISTA-ELEITORES
           PERFORM 2900-LISTA-CANCELADOS
           PERFORM 3000-LISTA-AUDITORIA

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-QTD-TOTAL TO WS-LT-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           CLOSE ARQREL

           DISPLAY 'REGISTROS DO TITULAR: ' WS-QTD-TOTAL
                   ' - RELATORIO EM ARQTITULAR.TXT'

           IF WS-QTD-TOTAL = ZEROS
               DISPLAY 'NENHUM REGISTRO ENCONTRADO PARA O TITULAR'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       0100-RECEBE-PESQUISA.
      *----------------------------------------------------------------*
           DISPLAY '--- RELATORIO DO TITULAR DE DADOS (LGPD) ---'
           DISPLAY 'N - NOME'
           DISPLAY 'P - CODIGO DE PESSOA (CADPESSOAS)'
           DISPLAY 'M - MATRICULA (FOLHA)'
           DISPLAY 'T - TITULO DE ELEITOR'
           DISPLAY 'PESQUISAR POR: '
           ACCEPT WS-TIPO-PESQUISA

           MOVE 'S' TO WS-PESQUISA-VALIDA

           EVALUATE WS-TIPO-PESQUISA
               WHEN 'N'
                   DISPLAY 'NOME: '
                   ACCEPT WS-VALOR-NOME
                   IF WS-VALOR-NOME = SPACES
                       MOVE 'N' TO WS-PESQUISA-VALIDA
                   ELSE
                       MOVE WS-VALOR-NOME TO WS-NOME-AUX
                       PERFORM 5000-INCLUI-NOME
                       MOVE 'NOME' TO WS-CR-TIPO
                       MOVE WS-VALOR-NOME TO WS-CR-VALOR
                   END-IF
               WHEN 'P'
                   DISPLAY 'CODIGO DE PESSOA: '
                   ACCEPT WS-VALOR-CODIGO
                   IF WS-VALOR-CODIGO = ZEROS OR WS-VALOR-CODIGO > 999
                       MOVE 'N' TO WS-PESQUISA-VALIDA
                   ELSE
                       MOVE WS-VALOR-CODIGO TO WS-PESSOA-AUX
                       PERFORM 5020-INCLUI-PESSOA
                       MOVE 'CODIGO DE PESSOA' TO WS-CR-TIPO
                       MOVE WS-PESSOA-AUX TO WS-CR-VALOR
                   END-IF
               WHEN 'M'
                   DISPLAY 'MATRICULA: '
                   ACCEPT WS-VALOR-CODIGO
                   IF WS-VALOR-CODIGO = ZEROS
                       MOVE 'N' TO WS-PESQUISA-VALIDA
                   ELSE
                       MOVE WS-VALOR-CODIGO TO WS-MATRICULA-AUX
                       PERFORM 5010-INCLUI-MATRICULA
                       MOVE 'MATRICULA' TO WS-CR-TIPO
                       MOVE WS-MATRICULA-AUX TO WS-CR-VALOR
                   END-IF
               WHEN 'T'
                   DISPLAY 'TITULO: '
                   ACCEPT WS-VALOR-CODIGO
                   IF WS-VALOR-CODIGO = ZEROS
                           OR WS-VALOR-CODIGO > 999999
                       MOVE 'N' TO WS-PESQUISA-VALIDA
                   ELSE
                       MOVE WS-VALOR-CODIGO TO WS-TITULO-AUX
                       PERFORM 5030-INCLUI-TITULO
                       MOVE 'TITULO' TO WS-CR-TIPO
                       MOVE WS-TITULO-AUX TO WS-CR-VALOR
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PESQUISA-VALIDA
           END-EVALUATE

           IF WS-PESQUISA-VALIDA NOT = 'S'
               DISPLAY 'PESQUISA INVALIDA - INFORME N, P, M OU T E '
                       'UM VALOR PREENCHIDO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-IDENTIFICA-TITULAR.
      *----------------------------------------------------------------*
           PERFORM 1100-IDENTIFICA-PESSOAS
           PERFORM 1200-IDENTIFICA-VINCULOS
           PERFORM 1300-IDENTIFICA-FOLHA
           PERFORM 1400-IDENTIFICA-FUNCIONARIO
           PERFORM 1500-IDENTIFICA-ELEITORES
           PERFORM 1600-IDENTIFICA-CANCELADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-IDENTIFICA-PESSOAS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQPESSOAS

           IF WS-STATUS-PESSOAS = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-COD-P TO WS-PESSOA-AUX
                           MOVE FD-NOME-P TO WS-NOME-AUX
                           PERFORM 5120-PROCURA-PESSOA
                           MOVE WS-ACHOU TO WS-CASOU
                           IF WS-CASOU NOT = 'S'
                               PERFORM 5100-PROCURA-NOME
                               MOVE WS-ACHOU TO WS-CASOU
                           END-IF
                           IF WS-CASOU = 'S'
                               PERFORM 5020-INCLUI-PESSOA
                               PERFORM 5000-INCLUI-NOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-IDENTIFICA-VINCULOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQPESSOASFUNC

           IF WS-STATUS-PESSOASFUNC = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOASFUNC
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE PF-COD-PESSOA TO WS-PESSOA-AUX
                           MOVE PF-MATRICULA TO WS-MATRICULA-AUX
                           PERFORM 5120-PROCURA-PESSOA
                           MOVE WS-ACHOU TO WS-CASOU
                           IF WS-CASOU NOT = 'S'
                               PERFORM 5110-PROCURA-MATRICULA
                               MOVE WS-ACHOU TO WS-CASOU
                           END-IF
                           IF WS-CASOU = 'S'
                               PERFORM 5020-INCLUI-PESSOA
                               PERFORM 5010-INCLUI-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOASFUNC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-IDENTIFICA-FOLHA.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQFOLHA

           IF WS-STATUS-FOLHA = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD1-CTL-TIPO NOT = 'HDR' AND 'TRL'
                               MOVE FD1-COD-P TO WS-MATRICULA-AUX
                               MOVE FD1-NOME-P TO WS-NOME-AUX
                               PERFORM 1350-CASA-MATRICULA-NOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFOLHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1350-CASA-MATRICULA-NOME.
      *----------------------------------------------------------------*
           PERFORM 5110-PROCURA-MATRICULA
           MOVE WS-ACHOU TO WS-CASOU
           IF WS-CASOU NOT = 'S'
               PERFORM 5100-PROCURA-NOME
               MOVE WS-ACHOU TO WS-CASOU
           END-IF
           IF WS-CASOU = 'S'
               PERFORM 5010-INCLUI-MATRICULA
               PERFORM 5000-INCLUI-NOME
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-IDENTIFICA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQFUN

           IF WS-STATUS-ARQFUN = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFUN NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-COD-F TO WS-MATRICULA-AUX
                           MOVE FD-NOME-F TO WS-NOME-AUX
                           PERFORM 1350-CASA-MATRICULA-NOME
                   END-READ
               END-PERFORM
               CLOSE ARQFUN
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-IDENTIFICA-ELEITORES.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQELEITORES

           IF WS-STATUS-ELEITORES = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQELEITORES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-REG-TITULO TO WS-TITULO-AUX
                           MOVE FD-REG-NOME TO WS-NOME-AUX
                           PERFORM 1650-CASA-TITULO-NOME
                   END-READ
               END-PERFORM
               CLOSE ARQELEITORES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1600-IDENTIFICA-CANCELADOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQCANCELADOS

           IF WS-STATUS-CANCELADOS = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCANCELADOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-CA-TITULO TO WS-TITULO-AUX
                           MOVE FD-CA-NOME TO WS-NOME-AUX
                           PERFORM 1650-CASA-TITULO-NOME
                   END-READ
               END-PERFORM
               CLOSE ARQCANCELADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1650-CASA-TITULO-NOME.
      *----------------------------------------------------------------*
           PERFORM 5130-PROCURA-TITULO
           MOVE WS-ACHOU TO WS-CASOU
           IF WS-CASOU NOT = 'S'
               PERFORM 5100-PROCURA-NOME
               MOVE WS-ACHOU TO WS-CASOU
           END-IF
           IF WS-CASOU = 'S'
               PERFORM 5030-INCLUI-TITULO
               PERFORM 5000-INCLUI-NOME
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-EMITE-CABECALHO.
      *----------------------------------------------------------------*
           MOVE WS-DATA-MOV-FMT TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-CRITERIO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'IDENTIFICADORES DO TITULAR' TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-NOMES
               MOVE 'NOME' TO WS-ID-ROTULO
               MOVE WS-NI-NOME(WS-IDX) TO WS-ID-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-IDENT
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PESSOAS
               MOVE 'COD PESSOA' TO WS-ID-ROTULO
               MOVE WS-PESSOA-ID(WS-IDX) TO WS-ID-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-IDENT
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MATRICULAS
               MOVE 'MATRICULA' TO WS-ID-ROTULO
               MOVE WS-MATRICULA-ID(WS-IDX) TO WS-ID-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-IDENT
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TITULOS
               MOVE 'TITULO' TO WS-ID-ROTULO
               MOVE WS-TITULO-ID(WS-IDX) TO WS-ID-VALOR
               WRITE REG-RELATORIO FROM WS-LINHA-IDENT
           END-PERFORM

      * Names link records across the masters, so any name gathered
      * may also have brought in a homonym.
           IF WS-QTD-NOMES > ZEROS
               WRITE REG-RELATORIO FROM WS-LINHA-AVISO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2050-ABRE-SECAO.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE WS-ARQUIVO-SECAO TO WS-LA-ARQUIVO
           WRITE REG-RELATORIO FROM WS-LINHA-ARQUIVO
           MOVE ZEROS TO WS-QTD-REGISTROS
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2060-FECHA-SECAO.
      *----------------------------------------------------------------*
           MOVE WS-QTD-REGISTROS TO WS-LQ-QTD
           WRITE REG-RELATORIO FROM WS-LINHA-QTD
           ADD WS-QTD-REGISTROS TO WS-QTD-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTA-PESSOAS.
      *----------------------------------------------------------------*
           MOVE 'CADPESSOAS.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQPESSOAS
           IF WS-STATUS-PESSOAS = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-COD-P TO WS-PESSOA-AUX
                           PERFORM 5120-PROCURA-PESSOA
                           IF WS-ACHOU = 'S'
                               ADD 1 TO WS-QTD-REGISTROS
                               MOVE FD-COD-P TO WS-LDP-COD
                               MOVE FD-NOME-P TO WS-LDP-NOME
                               MOVE FD-GENERO-P TO WS-LDP-GENERO
                               MOVE FD-DATA-NASC-P TO WS-DATA-AUX
                               PERFORM 6000-FORMATA-DATA
                               MOVE WS-DATA-FMT TO WS-LDP-NASC
                               MOVE FD-ALTURA-P TO WS-LDP-ALTURA
                               MOVE FD-PESO-P TO WS-LDP-PESO
                               WRITE REG-RELATORIO FROM WS-LD-PESSOA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOAS
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTA-MEDIDAS.
      *----------------------------------------------------------------*
           MOVE 'HISTMEDIDAS.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQHISTMED
           IF WS-STATUS-HISTMED = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTMED
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-HM-COD TO WS-PESSOA-AUX
                           PERFORM 5120-PROCURA-PESSOA
                           IF WS-ACHOU = 'S'
                               ADD 1 TO WS-QTD-REGISTROS
                               MOVE FD-HM-COD TO WS-LDM-COD
                               MOVE FD-HM-DATA TO WS-DATA-AUX
                               PERFORM 6000-FORMATA-DATA
                               MOVE WS-DATA-FMT TO WS-LDM-DATA
                               MOVE FD-HM-ALTURA TO WS-LDM-ALTURA
                               MOVE FD-HM-PESO TO WS-LDM-PESO
                               MOVE FD-HM-IMC TO WS-LDM-IMC
                               WRITE REG-RELATORIO FROM WS-LD-MEDIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTMED
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-LISTA-VINCULOS.
      *----------------------------------------------------------------*
           MOVE 'PESSOASFUNC.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQPESSOASFUNC
           IF WS-STATUS-PESSOASFUNC = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOASFUNC
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE PF-MATRICULA TO WS-MATRICULA-AUX
                           PERFORM 5110-PROCURA-MATRICULA
                           IF WS-ACHOU = 'S'
                               ADD 1 TO WS-QTD-REGISTROS
                               MOVE PF-MATRICULA TO WS-LDV-MATRICULA
                               MOVE PF-COD-PESSOA TO WS-LDV-PESSOA
                               MOVE PF-DATA TO WS-DATA-AUX
                               PERFORM 6000-FORMATA-DATA
                               MOVE WS-DATA-FMT TO WS-LDV-DATA
                               WRITE REG-RELATORIO FROM WS-LD-VINCULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOASFUNC
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-LISTA-FOLHA.
      *----------------------------------------------------------------*
           MOVE 'DBREGISTRODEP.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQFOLHA
           IF WS-STATUS-FOLHA = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD1-CTL-TIPO NOT = 'HDR' AND 'TRL'
                               MOVE FD1-COD-P TO WS-MATRICULA-AUX
                               PERFORM 5110-PROCURA-MATRICULA
                               IF WS-ACHOU = 'S'
                                   PERFORM 2450-IMPRIME-FOLHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFOLHA
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2450-IMPRIME-FOLHA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-REGISTROS
           MOVE FD1-COD-P TO WS-LDF-MATRICULA
           MOVE FD1-NOME-P TO WS-LDF-NOME
           MOVE FD1-COD-DIVISAO TO WS-LDF-DIVISAO
           MOVE FD1-COD-CCUSTO TO WS-LDF-CCUSTO
           MOVE FD1-SALARIO TO WS-LDF-SALARIO
           WRITE REG-RELATORIO FROM WS-LD-FOLHA
           MOVE FD1-BANCO TO WS-LDB-BANCO
           MOVE FD1-AGENCIA TO WS-LDB-AGENCIA
           MOVE FD1-CONTA TO WS-LDB-CONTA
           WRITE REG-RELATORIO FROM WS-LD-BANCO
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'ARQFUNCIONARIO.txt' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQFUN
           IF WS-STATUS-ARQFUN = '00' OR '02'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-MATRICULAS
                   MOVE WS-MATRICULA-ID(WS-IDX) TO FD-COD-F
                   READ ARQFUN KEY IS FD-COD-F
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-REGISTROS
                           MOVE FD-COD-F TO WS-LDC-MATRICULA
                           MOVE FD-NOME-F TO WS-LDC-NOME
                           MOVE FD-SALFUN-F TO WS-LDC-SALARIO
                           WRITE REG-RELATORIO FROM WS-LD-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE ARQFUN
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-LISTA-HISTFOLHA.
      *----------------------------------------------------------------*
           MOVE 'HISTFOLHA.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQHISTFOLHA
           IF WS-STATUS-HISTFOLHA = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTFOLHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 2650-AVALIA-HISTFOLHA
                   END-READ
               END-PERFORM
               CLOSE ARQHISTFOLHA
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2650-AVALIA-HISTFOLHA.
      *----------------------------------------------------------------*
           EVALUATE FD-HF-TIPO
               WHEN 'F'
               WHEN 'V'
                   MOVE FD-HF-MATRICULA TO WS-MATRICULA-AUX
                   PERFORM 5110-PROCURA-MATRICULA
                   IF WS-ACHOU = 'S'
                       ADD 1 TO WS-QTD-REGISTROS
                       MOVE FD-HF-REF TO WS-REF-AUX
                       PERFORM 6010-FORMATA-REFERENCIA
                       MOVE WS-REF-FMT TO WS-LDH-REF
                       MOVE FD-HF-MATRICULA TO WS-LDH-MATRICULA
                       MOVE FD-HF-NOME TO WS-LDH-NOME
                       MOVE FD-HF-BRUTO TO WS-LDH-BRUTO
                       MOVE FD-HF-NET TO WS-LDH-LIQUIDO
                       WRITE REG-RELATORIO FROM WS-LD-HIST-FUNC
                   END-IF
               WHEN 'E'
                   MOVE FD-HE-MATRICULA TO WS-MATRICULA-AUX
                   PERFORM 5110-PROCURA-MATRICULA
                   IF WS-ACHOU = 'S'
                       ADD 1 TO WS-QTD-REGISTROS
                       MOVE FD-HE-REF TO WS-REF-AUX
                       PERFORM 6010-FORMATA-REFERENCIA
                       MOVE WS-REF-FMT TO WS-LDE-REF
                       MOVE FD-HE-MATRICULA TO WS-LDE-MATRICULA
                       MOVE FD-HE-EVENTO TO WS-LDE-EVENTO
                       MOVE FD-HE-DESC TO WS-LDE-DESC
                       MOVE FD-HE-VALOR TO WS-LDE-VALOR
                       MOVE FD-HE-NATUREZA TO WS-LDE-NATUREZA
                       WRITE REG-RELATORIO FROM WS-LD-HIST-EVENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2700-LISTA-DEMITIDOS.
      *----------------------------------------------------------------*
           MOVE 'DEMITIDOS.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQDEMITIDOS
           IF WS-STATUS-DEMITIDOS = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDEMITIDOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-DM-MATRICULA TO WS-MATRICULA-AUX
                           PERFORM 5110-PROCURA-MATRICULA
                           IF WS-ACHOU = 'S'
                               ADD 1 TO WS-QTD-REGISTROS
                               MOVE FD-DM-MATRICULA TO
                                    WS-LDD-MATRICULA
                               MOVE FD-DM-REF TO WS-REF-AUX
                               PERFORM 6010-FORMATA-REFERENCIA
                               MOVE WS-REF-FMT TO WS-LDD-REF
                               MOVE FD-DM-TIPO TO WS-LDD-TIPO
                               WRITE REG-RELATORIO FROM WS-LD-DEMITIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDEMITIDOS
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2800-LISTA-ELEITORES.
      *----------------------------------------------------------------*
           MOVE 'CADELEITORES.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQELEITORES
           IF WS-STATUS-ELEITORES = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQELEITORES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-REG-TITULO TO WS-TITULO-AUX
                           PERFORM 5130-PROCURA-TITULO
                           IF WS-ACHOU = 'S'
                               ADD 1 TO WS-QTD-REGISTROS
                               MOVE FD-REG-TITULO TO WS-LDL-TITULO
                               MOVE FD-REG-NOME TO WS-LDL-NOME
                               MOVE FD-REG-ZONA TO WS-LDL-ZONA
                               MOVE FD-REG-SECAO TO WS-LDL-SECAO
                               MOVE FD-REG-DATA-NASC TO WS-DATA-AUX
                               PERFORM 6000-FORMATA-DATA
                               MOVE WS-DATA-FMT TO WS-LDL-NASC
                               MOVE FD-REG-GENERO TO WS-LDL-GENERO
                               WRITE REG-RELATORIO FROM WS-LD-ELEITOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQELEITORES
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-LISTA-CANCELADOS.
      *----------------------------------------------------------------*
           MOVE 'ELEITORESCANCELADOS.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQCANCELADOS
           IF WS-STATUS-CANCELADOS = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCANCELADOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE FD-CA-TITULO TO WS-TITULO-AUX
                           PERFORM 5130-PROCURA-TITULO
                           IF WS-ACHOU = 'S'
                               PERFORM 2950-IMPRIME-CANCELADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCANCELADOS
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2950-IMPRIME-CANCELADO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-REGISTROS
           MOVE FD-CA-TITULO TO WS-LDL-TITULO
           MOVE FD-CA-NOME TO WS-LDL-NOME
           MOVE FD-CA-ZONA TO WS-LDL-ZONA
           MOVE FD-CA-SECAO TO WS-LDL-SECAO
           MOVE FD-CA-DATA-NASC TO WS-DATA-AUX
           PERFORM 6000-FORMATA-DATA
           MOVE WS-DATA-FMT TO WS-LDL-NASC
           MOVE FD-CA-GENERO TO WS-LDL-GENERO
           WRITE REG-RELATORIO FROM WS-LD-ELEITOR
           MOVE FD-CA-DATA TO WS-DATA-AUX
           PERFORM 6000-FORMATA-DATA
           MOVE WS-DATA-FMT TO WS-LDX-DATA
           MOVE FD-CA-MOTIVO TO WS-LDX-MOTIVO
           WRITE REG-RELATORIO FROM WS-LD-CANCELAMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-LISTA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE 'AUDITMANUT.TXT' TO WS-ARQUIVO-SECAO
           PERFORM 2050-ABRE-SECAO

           OPEN INPUT ARQAUDITORIA
           IF WS-STATUS-AUDITORIA = '00' OR '02'
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQAUDITORIA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 3100-AVALIA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE ARQAUDITORIA
           END-IF

           PERFORM 2060-FECHA-SECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-AVALIA-AUDITORIA.
      *----------------------------------------------------------------*
      * Images are free-form record dumps, so the subject is found by
      * the name or the matricula text anywhere in them; names shorter
      * than five letters would match too much and are left out.
           MOVE ZEROS TO WS-OCORRENCIAS

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-NOMES
               IF WS-NI-TAM(WS-IDX) > 4
                   INSPECT AUD-ANTES TALLYING WS-OCORRENCIAS
                       FOR ALL WS-NI-NOME(WS-IDX)(1:WS-NI-TAM(WS-IDX))
                   INSPECT AUD-DEPOIS TALLYING WS-OCORRENCIAS
                       FOR ALL WS-NI-NOME(WS-IDX)(1:WS-NI-TAM(WS-IDX))
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MATRICULAS
               MOVE WS-MATRICULA-ID(WS-IDX) TO WS-MATRICULA-TXT
               INSPECT AUD-ANTES TALLYING WS-OCORRENCIAS
                   FOR ALL WS-MATRICULA-TXT
               INSPECT AUD-DEPOIS TALLYING WS-OCORRENCIAS
                   FOR ALL WS-MATRICULA-TXT
           END-PERFORM

           IF WS-OCORRENCIAS > ZEROS
               ADD 1 TO WS-QTD-REGISTROS
               MOVE AUD-OPERADOR TO WS-EV-OPERADOR
               MOVE AUD-DATA TO WS-EV-DATA
               MOVE AUD-HORA TO WS-EV-HORA
               MOVE AUD-PROGRAMA TO WS-EV-PROGRAMA
               MOVE AUD-FUNCAO TO WS-EV-FUNCAO
               WRITE REG-RELATORIO FROM WS-LINHA-EVENTO
               MOVE AUD-ANTES TO WS-AN-IMAGEM
               WRITE REG-RELATORIO FROM WS-LINHA-ANTES
               MOVE AUD-DEPOIS TO WS-DP-IMAGEM
               WRITE REG-RELATORIO FROM WS-LINHA-DEPOIS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-INCLUI-NOME.
      *----------------------------------------------------------------*
           IF WS-NOME-AUX NOT = SPACES
               PERFORM 5100-PROCURA-NOME
               IF WS-ACHOU NOT = 'S'
                   IF WS-QTD-NOMES < 20
                       ADD 1 TO WS-QTD-NOMES
                       MOVE WS-NOME-AUX TO WS-NI-NOME(WS-QTD-NOMES)
                       PERFORM 5200-CALCULA-TAMANHO
                       MOVE WS-TAM-AUX TO WS-NI-TAM(WS-QTD-NOMES)
                   ELSE
                       DISPLAY 'LIMITE DE NOMES DO TITULAR ATINGIDO: '
                               WS-NOME-AUX
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5010-INCLUI-MATRICULA.
      *----------------------------------------------------------------*
           PERFORM 5110-PROCURA-MATRICULA
           IF WS-ACHOU NOT = 'S'
               IF WS-QTD-MATRICULAS < 20
                   ADD 1 TO WS-QTD-MATRICULAS
                   MOVE WS-MATRICULA-AUX TO
                        WS-MATRICULA-ID(WS-QTD-MATRICULAS)
               ELSE
                   DISPLAY 'LIMITE DE MATRICULAS DO TITULAR ATINGIDO: '
                           WS-MATRICULA-AUX
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5020-INCLUI-PESSOA.
      *----------------------------------------------------------------*
           PERFORM 5120-PROCURA-PESSOA
           IF WS-ACHOU NOT = 'S'
               IF WS-QTD-PESSOAS < 20
                   ADD 1 TO WS-QTD-PESSOAS
                   MOVE WS-PESSOA-AUX TO WS-PESSOA-ID(WS-QTD-PESSOAS)
               ELSE
                   DISPLAY 'LIMITE DE CODIGOS DO TITULAR ATINGIDO: '
                           WS-PESSOA-AUX
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5030-INCLUI-TITULO.
      *----------------------------------------------------------------*
           PERFORM 5130-PROCURA-TITULO
           IF WS-ACHOU NOT = 'S'
               IF WS-QTD-TITULOS < 20
                   ADD 1 TO WS-QTD-TITULOS
                   MOVE WS-TITULO-AUX TO WS-TITULO-ID(WS-QTD-TITULOS)
               ELSE
                   DISPLAY 'LIMITE DE TITULOS DO TITULAR ATINGIDO: '
                           WS-TITULO-AUX
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-PROCURA-NOME.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           IF WS-NOME-AUX NOT = SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-NOMES
                   IF WS-NI-NOME(WS-IDX) = WS-NOME-AUX
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5110-PROCURA-MATRICULA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MATRICULAS
               IF WS-MATRICULA-ID(WS-IDX) = WS-MATRICULA-AUX
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5120-PROCURA-PESSOA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PESSOAS
               IF WS-PESSOA-ID(WS-IDX) = WS-PESSOA-AUX
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5130-PROCURA-TITULO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TITULOS
               IF WS-TITULO-ID(WS-IDX) = WS-TITULO-AUX
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-CALCULA-TAMANHO.
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
       6000-FORMATA-DATA.
      *----------------------------------------------------------------*
           MOVE WS-DATA-AUX TO WS-DATA-DESM
           MOVE SPACES TO WS-DATA-FMT
           STRING WS-DD-DIA '/' WS-DD-MES '/' WS-DD-ANO
               DELIMITED BY SIZE INTO WS-DATA-FMT
           END-STRING
           .
           EXIT.
      *----------------------------------------------------------------*
       6010-FORMATA-REFERENCIA.
      *----------------------------------------------------------------*
           MOVE WS-REF-AUX TO WS-REF-DESM
           MOVE SPACES TO WS-REF-FMT
           STRING WS-RD-MES '/' WS-RD-ANO
               DELIMITED BY SIZE INTO WS-REF-FMT
           END-STRING
           .
           EXIT.
      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CADPESSOAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'HISTMEDIDAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'PESSOASFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'DBREGISTRODEP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'ARQFUNCIONARIO.txt' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'HISTFOLHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'DEMITIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'CADELEITORES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'ELEITORESCANCELADOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'ARQTITULAR.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
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
           .
           EXIT.

       END PROGRAM RELATORIO_TITULAR.
