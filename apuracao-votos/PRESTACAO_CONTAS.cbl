      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Campaign finance statement (prestacao de contas) of
      *          the candidates of CANDIDATOS.TXT. Takes the donations
      *          (DOACOESCAMPANHA.TXT: candidate, donor CPF/CNPJ, date,
      *          amount, type) and the expenses (DESPESASCAMPANHA.TXT:
      *          candidate, supplier, document, category, amount).
      *          A donation from a forbidden source - an invalid
      *          CPF/CNPJ, a company giving outside the party funds, a
      *          donor listed in FONTESVEDADAS.TXT - or one that takes
      *          the donor past the individual limit of PARAMCONTAS.TXT
      *          is refused to EXCVALID.TXT, as is any movement of an
      *          unknown candidate or with bad fields. Prints each
      *          candidate's statement of accounts with the balance and
      *          the spending limit of the cargo (LIMITESGASTOS.TXT),
      *          the party summary and the candidates whose accounts
      *          were not submitted (ENTREGACONTAS.TXT) by the deadline
      *          to ARQPRESTACAOCONTAS.TXT. RETURN-CODE 4 when anything
      *          was refused, a limit was exceeded or accounts are
      *          missing; 8 when a table overflowed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTACAO_CONTAS.
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

       SELECT ARQCAND
              ASSIGN TO DYNAMIC WS-CFG-ARQ-01
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CAND.
      *
       SELECT ARQPARTIDOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-02
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARTIDOS.
      *
       SELECT ARQPARAM
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
       SELECT ARQLIMITES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-04
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-LIMITES.
      *
       SELECT ARQVEDADAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-05
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-VEDADAS.
      *
       SELECT ARQDOACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DOACOES.
      *
       SELECT ARQDESPESAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-DESPESAS.
      *
       SELECT ARQENTREGA
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-ENTREGA.
      *
       SELECT ARQCONTASORD
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT WS-SORT-WORK ASSIGN TO DISK.
      *
       SELECT ARQREL
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQEXCVALID
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

       FD  ARQCAND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANDIDATOS.TXT".
       01  REG-CANDIDATOS.
           03 FD-CAND-COD         PIC 9(03).
           03 FD-CAND-NOME        PIC X(17).
           03 FD-CAND-PARTIDO     PIC 9(03).
           03 FD-CAND-CARGO       PIC 9(02).

       FD  ARQPARTIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARTIDOS.TXT".
       01  REG-PARTIDOS.
           03 FD-PART-COD         PIC 9(03).
           03 FD-PART-NOME        PIC X(20).
           03 FD-PART-SIGLA       PIC X(05).

      * Individual donor limit (total of a CPF over the campaign) and
      * deadline for the candidates to submit their accounts.
       FD  ARQPARAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMCONTAS.TXT".
       01  REG-PARAM-CONTAS.
           03 FD-PR-LIMITE-DOADOR PIC 9(9)V99.
           03 FD-PR-PRAZO-ENTREGA PIC 9(08).

      * Spending limit of each cargo; a cargo without a line has no
      * limit.
       FD  ARQLIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LIMITESGASTOS.TXT".
       01  REG-LIMITES.
           03 FD-LG-CARGO         PIC 9(02).
           03 FD-LG-LIMITE        PIC 9(9)V99.

      * Forbidden sources: public bodies, foreign entities, unions and
      * the like, by CPF/CNPJ.
       FD  ARQVEDADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FONTESVEDADAS.TXT".
       01  REG-VEDADAS.
           03 FD-FV-DOCUMENTO     PIC 9(14).
           03 FD-FV-DESCRICAO     PIC X(30).

      * Tipo doc F = CPF (right-justified in the 14 digits), J = CNPJ.
      * Tipo: PF pessoa fisica, RP recursos proprios, FP fundo
      * partidario, FE fundo especial de financiamento de campanha.
       FD  ARQDOACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DOACOESCAMPANHA.TXT".
       01  REG-DOACOES.
           03 FD-DO-CAND          PIC 9(03).
           03 FD-DO-TIPO-DOC      PIC X(01).
           03 FD-DO-DOCUMENTO     PIC 9(14).
           03 FD-DO-DATA          PIC 9(08).
           03 FD-DO-VALOR         PIC 9(7)V99.
           03 FD-DO-TIPO          PIC X(02).

       FD  ARQDESPESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESPESASCAMPANHA.TXT".
       01  REG-DESPESAS.
           03 FD-DE-CAND          PIC 9(03).
           03 FD-DE-DATA          PIC 9(08).
           03 FD-DE-FORNECEDOR    PIC X(20).
           03 FD-DE-DOCUMENTO     PIC X(10).
           03 FD-DE-CATEGORIA     PIC 9(02).
           03 FD-DE-VALOR         PIC 9(7)V99.

       FD  ARQENTREGA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENTREGACONTAS.TXT".
       01  REG-ENTREGA.
           03 FD-EN-CAND          PIC 9(03).
           03 FD-EN-DATA          PIC 9(08).

       FD  ARQCONTASORD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTASORD.TXT".
       01  REG-CONTASORD.
           03 FD-CO-CAND          PIC 9(03).
           03 FD-CO-NATUREZA      PIC X(01).
           03 FD-CO-DATA          PIC 9(08).
           03 FD-CO-SEQ           PIC 9(07).
           03 FD-CO-ORIGEM        PIC X(20).
           03 FD-CO-DOCUMENTO     PIC X(10).
           03 FD-CO-CLASSE        PIC X(14).
           03 FD-CO-VALOR         PIC 9(7)V99.

       SD  WS-SORT-WORK.
       01  SD-CONTA.
           03 SD-CO-CAND          PIC 9(03).
           03 SD-CO-NATUREZA      PIC X(01).
           03 SD-CO-DATA          PIC 9(08).
           03 SD-CO-SEQ           PIC 9(07).
           03 SD-CO-ORIGEM        PIC X(20).
           03 SD-CO-DOCUMENTO     PIC X(10).
           03 SD-CO-CLASSE        PIC X(14).
           03 SD-CO-VALOR         PIC 9(7)V99.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQPRESTACAOCONTAS.TXT".
       01  REG-RELATORIO          PIC X(80).

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
           VALUE 'CANDIDATOS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'PARTIDOS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'PARAMCONTAS.TXT'.
       77  WS-CFG-ARQ-04      PIC X(50)
           VALUE 'LIMITESGASTOS.TXT'.
       77  WS-CFG-ARQ-05      PIC X(50)
           VALUE 'FONTESVEDADAS.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'DOACOESCAMPANHA.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'DESPESASCAMPANHA.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'ENTREGACONTAS.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'CONTASORD.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'ARQPRESTACAOCONTAS.TXT'.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'JOBLOG.TXT'.

       77  WS-EOF-CAND        PIC X(01) VALUE ' '.
       77  WS-EOF-PARTIDOS    PIC X(01) VALUE ' '.
       77  WS-EOF-LIMITES     PIC X(01) VALUE ' '.
       77  WS-EOF-VEDADAS     PIC X(01) VALUE ' '.
       77  WS-EOF-DOACOES     PIC X(01) VALUE ' '.
       77  WS-EOF-DESPESAS    PIC X(01) VALUE ' '.
       77  WS-EOF-ENTREGA     PIC X(01) VALUE ' '.
       77  WS-EOF-ORDENADO    PIC X(01) VALUE ' '.
       77  WS-STATUS-CAND     PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARTIDOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-STATUS-LIMITES  PIC X(02) VALUE SPACES.
       77  WS-STATUS-VEDADAS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-DOACOES  PIC X(02) VALUE SPACES.
       77  WS-STATUS-DESPESAS PIC X(02) VALUE SPACES.
       77  WS-STATUS-ENTREGA  PIC X(02) VALUE SPACES.
       77  WS-PONTILHADO      PIC X(80) VALUE ALL '-'.
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-PRIMEIRO        PIC X(01) VALUE 'S'.

       77  WS-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ACEITOS     PIC 9(06) VALUE ZEROS.
       77  WS-QTD-REJEITADOS  PIC 9(06) VALUE ZEROS.
       77  WS-QTD-EXCEDIDOS   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PENDENTES   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-EXTRATOS    PIC 9(03) VALUE ZEROS.
       77  WS-SEQ-MOVIMENTO   PIC 9(07) VALUE ZEROS.

       77  WS-LIMITE-DOADOR   PIC 9(9)V99 VALUE ZEROS.
       77  WS-PRAZO-ENTREGA   PIC 9(08) VALUE ZEROS.
       77  WS-MOTIVO-REJEITO  PIC X(15) VALUE SPACES.
       77  WS-REG-REJEITADO   PIC X(80) VALUE SPACES.
       77  WS-ACHOU           PIC X(01) VALUE 'N'.
       77  WS-IDX-ACHADO      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CAND-ATUAL  PIC 9(03) VALUE ZEROS.
       77  WS-CAND-ATUAL      PIC 9(03) VALUE ZEROS.
       77  WS-NATUREZA-ATUAL  PIC X(01) VALUE SPACES.
       77  WS-TEVE-RECEITA    PIC X(01) VALUE 'N'.
       77  WS-TOTAL-DOADOR    PIC 9(9)V99 VALUE ZEROS.
       77  WS-SALDO           PIC S9(9)V99 VALUE ZEROS.

      * Check digits of CPF/CNPJ (modulo 11).
       77  WS-DOC-VALIDO      PIC X(01) VALUE 'N'.
       77  WS-DV-SOMA         PIC 9(05) VALUE ZEROS.
       77  WS-DV-RESTO        PIC 9(02) VALUE ZEROS.
       77  WS-DV-QUOCIENTE    PIC 9(05) VALUE ZEROS.
       77  WS-DV-CALC         PIC 9(01) VALUE ZEROS.
       77  WS-DV-I            PIC 9(02) VALUE ZEROS.

       01  WS-DOCUMENTO       PIC 9(14) VALUE ZEROS.
       01  WS-DOCUMENTO-R REDEFINES WS-DOCUMENTO.
           03 WS-DOC-DIG      PIC 9(01) OCCURS 14 TIMES.

       01  WS-PESOS-CPF-2     PIC X(20) VALUE '11100908070605040302'.
       01  WS-PESOS-CPF-2-R REDEFINES WS-PESOS-CPF-2.
           03 WS-PESO-CPF     PIC 9(02) OCCURS 10 TIMES.
       01  WS-PESOS-CNPJ      PIC X(26) VALUE
           '06050403020908070605040302'.
       01  WS-PESOS-CNPJ-R REDEFINES WS-PESOS-CNPJ.
           03 WS-PESO-CNPJ    PIC 9(02) OCCURS 13 TIMES.

       01  WS-DATA-AUX.
           03 WS-DA-ANO       PIC 9(04).
           03 WS-DA-MES       PIC 9(02).
           03 WS-DA-DIA       PIC 9(02).

       01  WS-TAB-CANDIDATOS.
           03 WS-QTD-CAND        PIC 9(03) VALUE ZEROS.
           03 WS-CAND OCCURS 50 TIMES INDEXED BY WS-IDX-CAND.
              05 WS-CAND-COD      PIC 9(03).
              05 WS-CAND-NOME     PIC X(17).
              05 WS-CAND-PARTIDO  PIC 9(03).
              05 WS-CAND-CARGO    PIC 9(02).
              05 WS-CAND-RECEITAS PIC 9(9)V99.
              05 WS-CAND-DESPESAS PIC 9(9)V99.
              05 WS-CAND-EXCEDEU  PIC X(01).
              05 WS-CAND-ENTREGA  PIC 9(08).

       01  WS-TAB-PARTIDOS.
           03 WS-QTD-PARTIDO     PIC 9(03) VALUE ZEROS.
           03 WS-PARTIDO OCCURS 100 TIMES INDEXED BY WS-IDX-PARTIDO.
              05 WS-PT-COD        PIC 9(03).
              05 WS-PT-SIGLA      PIC X(05).
              05 WS-PT-QTD-CAND   PIC 9(03).
              05 WS-PT-RECEITAS   PIC 9(9)V99.
              05 WS-PT-DESPESAS   PIC 9(9)V99.
              05 WS-PT-EXCEDIDOS  PIC 9(03).
              05 WS-PT-PENDENTES  PIC 9(03).

       01  WS-TAB-LIMITES.
           03 WS-QTD-LIMITE      PIC 9(02) VALUE ZEROS.
           03 WS-LIMITE OCCURS 20 TIMES INDEXED BY WS-IDX-LIMITE.
              05 WS-LG-CARGO      PIC 9(02).
              05 WS-LG-LIMITE     PIC 9(9)V99.

       01  WS-TAB-VEDADAS.
           03 WS-QTD-VEDADA      PIC 9(04) VALUE ZEROS.
           03 WS-VEDADA OCCURS 500 TIMES INDEXED BY WS-IDX-VEDADA.
              05 WS-FV-DOCUMENTO  PIC 9(14).

      * Running total of each individual donor over all candidates.
       01  WS-TAB-DOADORES.
           03 WS-QTD-DOADOR      PIC 9(04) VALUE ZEROS.
           03 WS-DOADOR OCCURS 2000 TIMES INDEXED BY WS-IDX-DOADOR.
              05 WS-DD-DOCUMENTO  PIC 9(14).
              05 WS-DD-TOTAL      PIC 9(9)V99.

       01  WS-ITEM-CONTA.
           03 WS-IT-CAND          PIC 9(03).
           03 WS-IT-NATUREZA      PIC X(01).
           03 WS-IT-DATA          PIC 9(08).
           03 WS-IT-SEQ           PIC 9(07).
           03 WS-IT-ORIGEM        PIC X(20).
           03 WS-IT-DOCUMENTO     PIC X(10).
           03 WS-IT-CLASSE        PIC X(14).
           03 WS-IT-VALOR         PIC 9(7)V99.

       01  WS-CPF-EDITADO.
           03 WS-CPF-P1        PIC 9(03).
           03 FILLER           PIC X(01) VALUE '.'.
           03 WS-CPF-P2        PIC 9(03).
           03 FILLER           PIC X(01) VALUE '.'.
           03 WS-CPF-P3        PIC 9(03).
           03 FILLER           PIC X(01) VALUE '-'.
           03 WS-CPF-DV        PIC 9(02).

       01  WS-CNPJ-EDITADO.
           03 WS-CNPJ-P1       PIC 9(02).
           03 FILLER           PIC X(01) VALUE '.'.
           03 WS-CNPJ-P2       PIC 9(03).
           03 FILLER           PIC X(01) VALUE '.'.
           03 WS-CNPJ-P3       PIC 9(03).
           03 FILLER           PIC X(01) VALUE '/'.
           03 WS-CNPJ-P4       PIC 9(04).
           03 FILLER           PIC X(01) VALUE '-'.
           03 WS-CNPJ-DV       PIC 9(02).

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
           03 FILLER  PIC X(42) VALUE
                  'PRESTACAO DE CONTAS DE CAMPANHA - DATA: '.
           03 WS-TIT-DATA     PIC X(10).

       01  WS-LINHA-CANDIDATO.
           03 FILLER          PIC X(11) VALUE 'CANDIDATO: '.
           03 WS-LC-COD       PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LC-NOME      PIC X(17).
           03 FILLER          PIC X(10) VALUE ' PARTIDO: '.
           03 WS-LC-PARTIDO   PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LC-SIGLA     PIC X(05).
           03 FILLER          PIC X(08) VALUE ' CARGO: '.
           03 WS-LC-CARGO     PIC 9(02).

       01  WS-LINHA-CAB-RECEITAS.
           03 FILLER          PIC X(22) VALUE 'RECEITAS   DATA'.
           03 FILLER          PIC X(31) VALUE 'DOADOR/ORIGEM'.
           03 FILLER          PIC X(19) VALUE 'TIPO'.
           03 FILLER          PIC X(05) VALUE 'VALOR'.

       01  WS-LINHA-CAB-DESPESAS.
           03 FILLER          PIC X(22) VALUE 'DESPESAS   DATA'.
           03 FILLER          PIC X(20) VALUE 'FORNECEDOR'.
           03 FILLER          PIC X(11) VALUE 'DOCUMENTO'.
           03 FILLER          PIC X(19) VALUE 'CATEGORIA'.
           03 FILLER          PIC X(05) VALUE 'VALOR'.

       01  WS-LINHA-MOVIMENTO.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 WS-LM-DIA       PIC 9(02).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-LM-MES       PIC 9(02).
           03 FILLER          PIC X(01) VALUE '/'.
           03 WS-LM-ANO       PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LM-ORIGEM    PIC X(20).
           03 WS-LM-DOCUMENTO PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LM-CLASSE    PIC X(14).
           03 WS-LM-VALOR     PIC ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 WS-LT-ROTULO    PIC X(20).
           03 FILLER          PIC X(32) VALUE SPACES.
           03 WS-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-SALDO.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 FILLER          PIC X(20) VALUE 'SALDO'.
           03 FILLER          PIC X(31) VALUE SPACES.
           03 WS-LS-VALOR     PIC ----.---.--9,99.

       01  WS-LINHA-LIMITE.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 FILLER          PIC X(25) VALUE
                  'LIMITE DE GASTOS CARGO: '.
           03 WS-LL-LIMITE    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LL-SITUACAO  PIC X(20).

       01  WS-LINHA-ENTREGA.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 FILLER          PIC X(19) VALUE 'ENTREGA DAS CONTAS:'.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LE-SITUACAO  PIC X(36).

       01  WS-LINHA-CAB-PARTIDOS PIC X(80) VALUE
           'PART SIGLA CAND      RECEITAS      DESPESAS         SALDO
      -    ' EXCED PEND'.

       01  WS-LINHA-PARTIDO.
           03 WS-LP-COD       PIC 9(03).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LP-SIGLA     PIC X(05).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-QTD-CAND  PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-RECEITAS  PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LP-DESPESAS  PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LP-SALDO     PIC ----------9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WS-LP-EXCEDIDOS PIC ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LP-PENDENTES PIC ZZ9.

       01  WS-LINHA-CAB-PENDENTES PIC X(80) VALUE
           'CANDIDATOS SEM PRESTACAO DE CONTAS NO PRAZO'.

       01  WS-LINHA-PENDENTE.
           03 WS-LN-COD       PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LN-NOME      PIC X(17).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LN-PARTIDO   PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WS-LN-CARGO     PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WS-LN-SITUACAO  PIC X(36).

       01  WS-LINHA-RESUMO.
           03 FILLER          PIC X(12) VALUE 'MOVIMENTOS: '.
           03 WS-RS-LIDOS     PIC ZZZZZ9.
           03 FILLER          PIC X(11) VALUE '  ACEITOS: '.
           03 WS-RS-ACEITOS   PIC ZZZZZ9.
           03 FILLER          PIC X(14) VALUE '  REJEITADOS: '.
           03 WS-RS-REJEITADOS PIC ZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           PERFORM 0020-CARREGA-DATA-MOVIMENTO

           OPEN INPUT ARQCAND
           IF WS-STATUS-CAND NOT = '00' AND '02'
               DISPLAY 'CADASTRO DE CANDIDATOS AUSENTE: CANDIDATOS.TXT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARQCAND

           PERFORM 0300-CARREGA-CANDIDATOS
           PERFORM 0400-CARREGA-PARTIDOS
           PERFORM 0500-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-LIMITES
           PERFORM 0700-CARREGA-VEDADAS
           PERFORM 0800-CARREGA-ENTREGAS

      * A partial table would let a forbidden donor or a candidate's
      * movements slip through unchecked.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'CANDIDATOS.TXT, PARTIDOS.TXT, LIMITESGASTOS.TXT'
                       ' OU FONTESVEDADAS.TXT ACIMA DA CAPACIDADE - '
                       'PRESTACAO ABORTADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQEXCVALID
           OPEN EXTEND ARQJOBLOG

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           SORT WS-SORT-WORK ON ASCENDING KEY SD-CO-CAND
                                              SD-CO-NATUREZA
                                              SD-CO-DATA
                                              SD-CO-SEQ
               INPUT PROCEDURE IS 0100-ALIMENTA-SORT
               GIVING ARQCONTASORD

           OPEN INPUT  ARQCONTASORD
           OPEN OUTPUT ARQREL

           MOVE WS-DATA-MOV-FMT TO WS-TIT-DATA
           WRITE REG-RELATORIO FROM WS-LINHA-TITULO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM UNTIL WS-EOF-ORDENADO = 'S'
               READ ARQCONTASORD
                   AT END
                       MOVE 'S' TO WS-EOF-ORDENADO
                   NOT AT END
                       IF WS-PRIMEIRO = 'S'
                           OR FD-CO-CAND NOT = WS-CAND-ATUAL
                           IF WS-PRIMEIRO = 'N'
                               PERFORM 3000-FECHA-EXTRATO
                           END-IF
                           PERFORM 2000-ABRE-EXTRATO
                       END-IF
                       IF FD-CO-NATUREZA NOT = WS-NATUREZA-ATUAL
                           PERFORM 2100-ABRE-NATUREZA
                       END-IF
                       PERFORM 2200-LISTA-MOVIMENTO
               END-READ
           END-PERFORM

           IF WS-PRIMEIRO = 'N'
               PERFORM 3000-FECHA-EXTRATO
           END-IF

           PERFORM 4000-RESUMO-PARTIDOS
           PERFORM 5000-LISTA-PENDENTES

           MOVE WS-QTD-LIDOS      TO WS-RS-LIDOS
           MOVE WS-QTD-ACEITOS    TO WS-RS-ACEITOS
           MOVE WS-QTD-REJEITADOS TO WS-RS-REJEITADOS
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQCONTASORD ARQREL ARQEXCVALID ARQJOBLOG

           DISPLAY 'MOVIMENTOS: ' WS-QTD-LIDOS
                   ' ACEITOS: ' WS-QTD-ACEITOS
                   ' REJEITADOS: ' WS-QTD-REJEITADOS
           DISPLAY 'LIMITE DE GASTOS EXCEDIDO: ' WS-QTD-EXCEDIDOS
                   ' CONTAS PENDENTES: ' WS-QTD-PENDENTES

           IF WS-QTD-REJEITADOS > ZEROS
               OR WS-QTD-EXCEDIDOS > ZEROS
               OR WS-QTD-PENDENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           MOVE 'PRESTACAO_CONTAS' TO JOBLOG-PROGRAMA
           MOVE WS-JOBLOG-EVENTO TO JOBLOG-EVENTO
           MOVE WS-DATA-SISTEMA TO JOBLOG-DATA
           MOVE WS-HORA-SISTEMA TO JOBLOG-HORA
           MOVE WS-QTD-LIDOS TO JOBLOG-QTD-LIDOS
           MOVE WS-QTD-ACEITOS TO JOBLOG-QTD-GRAVADOS
           WRITE REG-JOBLOG
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-ALIMENTA-SORT.
      *----------------------------------------------------------------*
           PERFORM 0200-LE-DOACOES
           PERFORM 0250-LE-DESPESAS
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-LE-DOACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDOACOES

           IF WS-STATUS-DOACOES = '00' OR '02'
               PERFORM UNTIL WS-EOF-DOACOES = 'S'
                   READ ARQDOACOES
                       AT END
                           MOVE 'S' TO WS-EOF-DOACOES
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 1000-VALIDA-DOACAO
                   END-READ
               END-PERFORM
               CLOSE ARQDOACOES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-LE-DESPESAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDESPESAS

           IF WS-STATUS-DESPESAS = '00' OR '02'
               PERFORM UNTIL WS-EOF-DESPESAS = 'S'
                   READ ARQDESPESAS
                       AT END
                           MOVE 'S' TO WS-EOF-DESPESAS
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM 1500-VALIDA-DESPESA
                   END-READ
               END-PERFORM
               CLOSE ARQDESPESAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCAND

           PERFORM UNTIL WS-EOF-CAND = 'S'
               READ ARQCAND
                   AT END
                       MOVE 'S' TO WS-EOF-CAND
                   NOT AT END
                       IF WS-QTD-CAND < 50
                           ADD 1 TO WS-QTD-CAND
                           PERFORM 0310-GUARDA-CANDIDATO
                       ELSE
                           MOVE 'S' TO WS-CARGA-TRUNCADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQCAND
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE FD-CAND-COD     TO WS-CAND-COD(WS-QTD-CAND)
           MOVE FD-CAND-NOME    TO WS-CAND-NOME(WS-QTD-CAND)
           MOVE FD-CAND-PARTIDO TO WS-CAND-PARTIDO(WS-QTD-CAND)
           MOVE ZEROS           TO WS-CAND-RECEITAS(WS-QTD-CAND)
           MOVE ZEROS           TO WS-CAND-DESPESAS(WS-QTD-CAND)
           MOVE 'N'             TO WS-CAND-EXCEDEU(WS-QTD-CAND)
           MOVE ZEROS           TO WS-CAND-ENTREGA(WS-QTD-CAND)

      * Records typed before the cargo existed are cargo 01, as
      * PROGELEICAO reads them.
           IF FD-CAND-CARGO NUMERIC
               AND FD-CAND-CARGO > ZEROS
               MOVE FD-CAND-CARGO TO WS-CAND-CARGO(WS-QTD-CAND)
           ELSE
               MOVE 01 TO WS-CAND-CARGO(WS-QTD-CAND)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-PARTIDOS.
      *----------------------------------------------------------------*
      * Every party with candidates enters the summary, with the sigla
      * of PARTIDOS.TXT when it is there.
           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
               PERFORM 0410-LOCALIZA-PARTIDO
               IF WS-IDX-ACHADO = ZEROS
                   IF WS-QTD-PARTIDO < 100
                       ADD 1 TO WS-QTD-PARTIDO
                       MOVE WS-QTD-PARTIDO TO WS-IDX-ACHADO
                       MOVE WS-CAND-PARTIDO(WS-IDX-CAND) TO
                            WS-PT-COD(WS-IDX-ACHADO)
                       MOVE SPACES TO WS-PT-SIGLA(WS-IDX-ACHADO)
                       MOVE ZEROS  TO WS-PT-QTD-CAND(WS-IDX-ACHADO)
                       MOVE ZEROS  TO WS-PT-RECEITAS(WS-IDX-ACHADO)
                       MOVE ZEROS  TO WS-PT-DESPESAS(WS-IDX-ACHADO)
                       MOVE ZEROS  TO WS-PT-EXCEDIDOS(WS-IDX-ACHADO)
                       MOVE ZEROS  TO WS-PT-PENDENTES(WS-IDX-ACHADO)
                   ELSE
                       MOVE 'S' TO WS-CARGA-TRUNCADA
                   END-IF
               END-IF
               IF WS-IDX-ACHADO > ZEROS
                   ADD 1 TO WS-PT-QTD-CAND(WS-IDX-ACHADO)
               END-IF
           END-PERFORM

           OPEN INPUT ARQPARTIDOS

           IF WS-STATUS-PARTIDOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-PARTIDOS = 'S'
                   READ ARQPARTIDOS
                       AT END
                           MOVE 'S' TO WS-EOF-PARTIDOS
                       NOT AT END
                           PERFORM VARYING WS-IDX-PARTIDO FROM 1 BY 1
                                   UNTIL WS-IDX-PARTIDO > WS-QTD-PARTIDO
                               IF WS-PT-COD(WS-IDX-PARTIDO) =
                                  FD-PART-COD
                                   MOVE FD-PART-SIGLA TO
                                        WS-PT-SIGLA(WS-IDX-PARTIDO)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ARQPARTIDOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-LOCALIZA-PARTIDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-PARTIDO FROM 1 BY 1
                   UNTIL WS-IDX-PARTIDO > WS-QTD-PARTIDO
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-PT-COD(WS-IDX-PARTIDO) =
                  WS-CAND-PARTIDO(WS-IDX-CAND)
                   SET WS-IDX-ACHADO TO WS-IDX-PARTIDO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-PARAMETROS.
      *----------------------------------------------------------------*
      * Without PARAMCONTAS.TXT there is no donor limit and the
      * deadline is the data-movimento.
           MOVE ZEROS TO WS-LIMITE-DOADOR
           MOVE WS-DATA-MOVIMENTO TO WS-PRAZO-ENTREGA

           OPEN INPUT ARQPARAM

           IF WS-STATUS-PARAM = '00' OR '02'
               READ ARQPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PR-LIMITE-DOADOR NUMERIC
                           MOVE FD-PR-LIMITE-DOADOR TO WS-LIMITE-DOADOR
                       END-IF
                       IF FD-PR-PRAZO-ENTREGA NUMERIC
                           AND FD-PR-PRAZO-ENTREGA > ZEROS
                           MOVE FD-PR-PRAZO-ENTREGA TO WS-PRAZO-ENTREGA
                       END-IF
               END-READ
               CLOSE ARQPARAM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-LIMITES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQLIMITES

           IF WS-STATUS-LIMITES = '00' OR '02'
               PERFORM UNTIL WS-EOF-LIMITES = 'S'
                   READ ARQLIMITES
                       AT END
                           MOVE 'S' TO WS-EOF-LIMITES
                       NOT AT END
                           IF FD-LG-CARGO NUMERIC
                               AND FD-LG-LIMITE NUMERIC
                               IF WS-QTD-LIMITE < 20
                                   ADD 1 TO WS-QTD-LIMITE
                                   MOVE FD-LG-CARGO TO
                                        WS-LG-CARGO(WS-QTD-LIMITE)
                                   MOVE FD-LG-LIMITE TO
                                        WS-LG-LIMITE(WS-QTD-LIMITE)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-TRUNCADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLIMITES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-VEDADAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQVEDADAS

           IF WS-STATUS-VEDADAS = '00' OR '02'
               PERFORM UNTIL WS-EOF-VEDADAS = 'S'
                   READ ARQVEDADAS
                       AT END
                           MOVE 'S' TO WS-EOF-VEDADAS
                       NOT AT END
                           IF FD-FV-DOCUMENTO NUMERIC
                               IF WS-QTD-VEDADA < 500
                                   ADD 1 TO WS-QTD-VEDADA
                                   MOVE FD-FV-DOCUMENTO TO
                                        WS-FV-DOCUMENTO(WS-QTD-VEDADA)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-TRUNCADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVEDADAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0800-CARREGA-ENTREGAS.
      *----------------------------------------------------------------*
      * The last submission of a candidate is the one that counts.
           OPEN INPUT ARQENTREGA

           IF WS-STATUS-ENTREGA = '00' OR '02'
               PERFORM UNTIL WS-EOF-ENTREGA = 'S'
                   READ ARQENTREGA
                       AT END
                           MOVE 'S' TO WS-EOF-ENTREGA
                       NOT AT END
                           IF FD-EN-CAND NUMERIC
                               AND FD-EN-DATA NUMERIC
                               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                                       UNTIL WS-IDX-CAND > WS-QTD-CAND
                                   IF WS-CAND-COD(WS-IDX-CAND) =
                                      FD-EN-CAND
                                       MOVE FD-EN-DATA TO
                                            WS-CAND-ENTREGA(WS-IDX-CAND)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQENTREGA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-VALIDA-DOACAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-REJEITO

           MOVE FD-DO-CAND TO WS-CAND-ATUAL
           PERFORM 1900-LOCALIZA-CANDIDATO
           MOVE FD-DO-DATA TO WS-DATA-AUX

           EVALUATE TRUE
               WHEN FD-DO-CAND NOT NUMERIC
                   OR WS-IDX-CAND-ATUAL = ZEROS
                   MOVE 'CANDIDATO' TO WS-MOTIVO-REJEITO
               WHEN FD-DO-DATA NOT NUMERIC
                   OR WS-DA-MES < 01 OR WS-DA-MES > 12
                   OR WS-DA-DIA < 01 OR WS-DA-DIA > 31
                   MOVE 'DATA' TO WS-MOTIVO-REJEITO
               WHEN FD-DO-VALOR NOT NUMERIC
                   OR FD-DO-VALOR = ZEROS
                   MOVE 'VALOR' TO WS-MOTIVO-REJEITO
               WHEN FD-DO-TIPO NOT = 'PF' AND 'RP' AND 'FP' AND 'FE'
                   MOVE 'TIPO DOACAO' TO WS-MOTIVO-REJEITO
               WHEN FD-DO-TIPO-DOC NOT = 'F' AND 'J'
                   OR FD-DO-DOCUMENTO NOT NUMERIC
                   MOVE 'DOC INVALIDO' TO WS-MOTIVO-REJEITO
           END-EVALUATE

           IF WS-MOTIVO-REJEITO = SPACES
               MOVE FD-DO-DOCUMENTO TO WS-DOCUMENTO
               IF FD-DO-TIPO-DOC = 'F'
                   PERFORM 1100-VALIDA-CPF
               ELSE
                   PERFORM 1200-VALIDA-CNPJ
               END-IF
               IF WS-DOC-VALIDO = 'N'
                   MOVE 'DOC INVALIDO' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

      * Companies may only pass on party money; persons and the
      * candidate's own resources must come with a CPF.
           IF WS-MOTIVO-REJEITO = SPACES
               IF FD-DO-TIPO-DOC = 'J'
                   AND (FD-DO-TIPO = 'PF' OR 'RP')
                   MOVE 'FONTE VEDADA PJ' TO WS-MOTIVO-REJEITO
               END-IF
               IF FD-DO-TIPO-DOC = 'F'
                   AND (FD-DO-TIPO = 'FP' OR 'FE')
                   MOVE 'TIPO DOACAO' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               PERFORM VARYING WS-IDX-VEDADA FROM 1 BY 1
                       UNTIL WS-IDX-VEDADA > WS-QTD-VEDADA
                   IF WS-FV-DOCUMENTO(WS-IDX-VEDADA) = FD-DO-DOCUMENTO
                       MOVE 'FONTE VEDADA' TO WS-MOTIVO-REJEITO
                   END-IF
               END-PERFORM
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               AND FD-DO-TIPO = 'PF'
               PERFORM 1300-ACUMULA-DOADOR
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               PERFORM 1400-LIBERA-DOACAO
           ELSE
               MOVE REG-DOACOES TO WS-REG-REJEITADO
               PERFORM 7000-GRAVA-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-VALIDA-CPF.
      *----------------------------------------------------------------*
      * The CPF is the last 11 of the 14 digits: 9 digits and 2 check
      * digits, weights 10..2 for the first and 11..2 for the second.
           MOVE 'S' TO WS-DOC-VALIDO

           IF WS-DOCUMENTO > 99999999999
               OR WS-DOCUMENTO = ZEROS
               MOVE 'N' TO WS-DOC-VALIDO
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 9
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I + 3) * (11 - WS-DV-I)
               END-PERFORM
               PERFORM 1150-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(13)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 10
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I + 3) *
                           WS-PESO-CPF(WS-DV-I)
               END-PERFORM
               PERFORM 1150-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(14)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1150-CALCULA-DV.
      *----------------------------------------------------------------*
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOCIENTE
                  REMAINDER WS-DV-RESTO

           IF WS-DV-RESTO < 2
               MOVE ZEROS TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-VALIDA-CNPJ.
      *----------------------------------------------------------------*
      * 12 digits and 2 check digits; the first uses weights 5..2,9..2
      * (the table from its second position), the second 6..2,9..2.
           MOVE 'S' TO WS-DOC-VALIDO

           IF WS-DOCUMENTO = ZEROS
               MOVE 'N' TO WS-DOC-VALIDO
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 12
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I) *
                           WS-PESO-CNPJ(WS-DV-I + 1)
               END-PERFORM
               PERFORM 1150-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(13)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF

           IF WS-DOC-VALIDO = 'S'
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 13
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                           WS-DOC-DIG(WS-DV-I) *
                           WS-PESO-CNPJ(WS-DV-I)
               END-PERFORM
               PERFORM 1150-CALCULA-DV
               IF WS-DV-CALC NOT = WS-DOC-DIG(14)
                   MOVE 'N' TO WS-DOC-VALIDO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-ACUMULA-DOADOR.
      *----------------------------------------------------------------*
      * A donation that would take the person past the limit over the
      * whole campaign is refused whole; zero limit means none.
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-DOADOR FROM 1 BY 1
                   UNTIL WS-IDX-DOADOR > WS-QTD-DOADOR
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-DD-DOCUMENTO(WS-IDX-DOADOR) = FD-DO-DOCUMENTO
                   SET WS-IDX-ACHADO TO WS-IDX-DOADOR
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO = ZEROS
               IF WS-QTD-DOADOR < 2000
                   ADD 1 TO WS-QTD-DOADOR
                   MOVE WS-QTD-DOADOR TO WS-IDX-ACHADO
                   MOVE FD-DO-DOCUMENTO TO
                        WS-DD-DOCUMENTO(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-DD-TOTAL(WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-CARGA-TRUNCADA
                   MOVE 'DOADORES CHEIO' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

           IF WS-IDX-ACHADO > ZEROS
               COMPUTE WS-TOTAL-DOADOR =
                       WS-DD-TOTAL(WS-IDX-ACHADO) + FD-DO-VALOR
               IF WS-LIMITE-DOADOR > ZEROS
                   AND WS-TOTAL-DOADOR > WS-LIMITE-DOADOR
                   MOVE 'LIMITE DOADOR' TO WS-MOTIVO-REJEITO
               ELSE
                   MOVE WS-TOTAL-DOADOR TO WS-DD-TOTAL(WS-IDX-ACHADO)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-LIBERA-DOACAO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-SEQ-MOVIMENTO
           MOVE FD-DO-CAND       TO WS-IT-CAND
           MOVE '1'              TO WS-IT-NATUREZA
           MOVE FD-DO-DATA       TO WS-IT-DATA
           MOVE WS-SEQ-MOVIMENTO TO WS-IT-SEQ
           MOVE FD-DO-VALOR      TO WS-IT-VALOR

           IF FD-DO-TIPO-DOC = 'F'
               MOVE WS-DOCUMENTO(4:3)  TO WS-CPF-P1
               MOVE WS-DOCUMENTO(7:3)  TO WS-CPF-P2
               MOVE WS-DOCUMENTO(10:3) TO WS-CPF-P3
               MOVE WS-DOCUMENTO(13:2) TO WS-CPF-DV
               MOVE WS-CPF-EDITADO     TO WS-IT-ORIGEM
           ELSE
               MOVE WS-DOCUMENTO(1:2)  TO WS-CNPJ-P1
               MOVE WS-DOCUMENTO(3:3)  TO WS-CNPJ-P2
               MOVE WS-DOCUMENTO(6:3)  TO WS-CNPJ-P3
               MOVE WS-DOCUMENTO(9:4)  TO WS-CNPJ-P4
               MOVE WS-DOCUMENTO(13:2) TO WS-CNPJ-DV
               MOVE WS-CNPJ-EDITADO    TO WS-IT-ORIGEM
           END-IF
           MOVE SPACES TO WS-IT-DOCUMENTO

           EVALUATE FD-DO-TIPO
               WHEN 'PF'
                   MOVE 'PESSOA FISICA' TO WS-IT-CLASSE
               WHEN 'RP'
                   MOVE 'RECURSO PROPR' TO WS-IT-CLASSE
               WHEN 'FP'
                   MOVE 'FUNDO PARTID' TO WS-IT-CLASSE
               WHEN 'FE'
                   MOVE 'FUNDO ESPECIAL' TO WS-IT-CLASSE
           END-EVALUATE

           RELEASE SD-CONTA FROM WS-ITEM-CONTA
           ADD 1 TO WS-QTD-ACEITOS
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-VALIDA-DESPESA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-REJEITO
           MOVE SPACES TO WS-IT-CLASSE

           MOVE FD-DE-CAND TO WS-CAND-ATUAL
           PERFORM 1900-LOCALIZA-CANDIDATO
           MOVE FD-DE-DATA TO WS-DATA-AUX

           IF FD-DE-CATEGORIA NUMERIC
               EVALUATE FD-DE-CATEGORIA
                   WHEN 01
                       MOVE 'PUBLICIDADE' TO WS-IT-CLASSE
                   WHEN 02
                       MOVE 'PESSOAL' TO WS-IT-CLASSE
                   WHEN 03
                       MOVE 'TRANSPORTE' TO WS-IT-CLASSE
                   WHEN 04
                       MOVE 'EVENTOS' TO WS-IT-CLASSE
                   WHEN 05
                       MOVE 'MATERIAL' TO WS-IT-CLASSE
                   WHEN 06
                       MOVE 'ALUGUEL' TO WS-IT-CLASSE
                   WHEN 07
                       MOVE 'SERVICOS' TO WS-IT-CLASSE
                   WHEN 99
                       MOVE 'OUTRAS' TO WS-IT-CLASSE
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN FD-DE-CAND NOT NUMERIC
                   OR WS-IDX-CAND-ATUAL = ZEROS
                   MOVE 'CANDIDATO' TO WS-MOTIVO-REJEITO
               WHEN FD-DE-DATA NOT NUMERIC
                   OR WS-DA-MES < 01 OR WS-DA-MES > 12
                   OR WS-DA-DIA < 01 OR WS-DA-DIA > 31
                   MOVE 'DATA' TO WS-MOTIVO-REJEITO
               WHEN FD-DE-VALOR NOT NUMERIC
                   OR FD-DE-VALOR = ZEROS
                   MOVE 'VALOR' TO WS-MOTIVO-REJEITO
               WHEN WS-IT-CLASSE = SPACES
                   MOVE 'CATEGORIA' TO WS-MOTIVO-REJEITO
               WHEN FD-DE-FORNECEDOR = SPACES
                   OR FD-DE-DOCUMENTO = SPACES
                   MOVE 'FORNECEDOR/DOC' TO WS-MOTIVO-REJEITO
           END-EVALUATE

           IF WS-MOTIVO-REJEITO = SPACES
               ADD 1 TO WS-SEQ-MOVIMENTO
               MOVE FD-DE-CAND       TO WS-IT-CAND
               MOVE '2'              TO WS-IT-NATUREZA
               MOVE FD-DE-DATA       TO WS-IT-DATA
               MOVE WS-SEQ-MOVIMENTO TO WS-IT-SEQ
               MOVE FD-DE-FORNECEDOR TO WS-IT-ORIGEM
               MOVE FD-DE-DOCUMENTO  TO WS-IT-DOCUMENTO
               MOVE FD-DE-VALOR      TO WS-IT-VALOR
               RELEASE SD-CONTA FROM WS-ITEM-CONTA
               ADD 1 TO WS-QTD-ACEITOS
           ELSE
               MOVE REG-DESPESAS TO WS-REG-REJEITADO
               PERFORM 7000-GRAVA-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-LOCALIZA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-CAND-ATUAL

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
                   OR WS-IDX-CAND-ATUAL > ZEROS
               IF WS-CAND-COD(WS-IDX-CAND) = WS-CAND-ATUAL
                   SET WS-IDX-CAND-ATUAL TO WS-IDX-CAND
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ABRE-EXTRATO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PRIMEIRO
           MOVE SPACES TO WS-NATUREZA-ATUAL
           MOVE 'N' TO WS-TEVE-RECEITA
           MOVE FD-CO-CAND TO WS-CAND-ATUAL
           PERFORM 1900-LOCALIZA-CANDIDATO
           ADD 1 TO WS-QTD-EXTRATOS

           MOVE WS-CAND-ATUAL TO WS-LC-COD
           MOVE WS-CAND-NOME(WS-IDX-CAND-ATUAL)    TO WS-LC-NOME
           MOVE WS-CAND-PARTIDO(WS-IDX-CAND-ATUAL) TO WS-LC-PARTIDO
           MOVE WS-CAND-CARGO(WS-IDX-CAND-ATUAL)   TO WS-LC-CARGO
           MOVE SPACES TO WS-LC-SIGLA
           SET WS-IDX-CAND TO WS-IDX-CAND-ATUAL
           PERFORM 0410-LOCALIZA-PARTIDO
           IF WS-IDX-ACHADO > ZEROS
               MOVE WS-PT-SIGLA(WS-IDX-ACHADO) TO WS-LC-SIGLA
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-CANDIDATO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-ABRE-NATUREZA.
      *----------------------------------------------------------------*
           IF WS-NATUREZA-ATUAL = '1'
               PERFORM 2150-TOTAL-RECEITAS
           END-IF

           MOVE FD-CO-NATUREZA TO WS-NATUREZA-ATUAL
           IF WS-NATUREZA-ATUAL = '1'
               MOVE 'S' TO WS-TEVE-RECEITA
               WRITE REG-RELATORIO FROM WS-LINHA-CAB-RECEITAS
           ELSE
               WRITE REG-RELATORIO FROM WS-LINHA-CAB-DESPESAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-TOTAL-RECEITAS.
      *----------------------------------------------------------------*
           MOVE 'TOTAL DAS RECEITAS' TO WS-LT-ROTULO
           MOVE WS-CAND-RECEITAS(WS-IDX-CAND-ATUAL) TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTA-MOVIMENTO.
      *----------------------------------------------------------------*
           MOVE FD-CO-DATA TO WS-DATA-AUX
           MOVE WS-DA-DIA       TO WS-LM-DIA
           MOVE WS-DA-MES       TO WS-LM-MES
           MOVE WS-DA-ANO       TO WS-LM-ANO
           MOVE FD-CO-ORIGEM    TO WS-LM-ORIGEM
           MOVE FD-CO-DOCUMENTO TO WS-LM-DOCUMENTO
           MOVE FD-CO-CLASSE    TO WS-LM-CLASSE
           MOVE FD-CO-VALOR     TO WS-LM-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-MOVIMENTO

           IF FD-CO-NATUREZA = '1'
               ADD FD-CO-VALOR TO WS-CAND-RECEITAS(WS-IDX-CAND-ATUAL)
           ELSE
               ADD FD-CO-VALOR TO WS-CAND-DESPESAS(WS-IDX-CAND-ATUAL)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-FECHA-EXTRATO.
      *----------------------------------------------------------------*
      * Both totals are printed even when one side had no movement.
           IF WS-NATUREZA-ATUAL = '1'
               OR WS-TEVE-RECEITA = 'N'
               PERFORM 2150-TOTAL-RECEITAS
           END-IF
           MOVE 'TOTAL DAS DESPESAS' TO WS-LT-ROTULO
           MOVE WS-CAND-DESPESAS(WS-IDX-CAND-ATUAL) TO WS-LT-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

           COMPUTE WS-SALDO = WS-CAND-RECEITAS(WS-IDX-CAND-ATUAL)
                            - WS-CAND-DESPESAS(WS-IDX-CAND-ATUAL)
           MOVE WS-SALDO TO WS-LS-VALOR
           WRITE REG-RELATORIO FROM WS-LINHA-SALDO

           PERFORM 3100-VERIFICA-LIMITE-GASTOS
           PERFORM 3200-SITUACAO-ENTREGA
           WRITE REG-RELATORIO FROM WS-LINHA-ENTREGA
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-VERIFICA-LIMITE-GASTOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-LIMITE FROM 1 BY 1
                   UNTIL WS-IDX-LIMITE > WS-QTD-LIMITE
               IF WS-LG-CARGO(WS-IDX-LIMITE) =
                  WS-CAND-CARGO(WS-IDX-CAND-ATUAL)
                   SET WS-IDX-ACHADO TO WS-IDX-LIMITE
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO > ZEROS
               MOVE WS-LG-LIMITE(WS-IDX-ACHADO) TO WS-LL-LIMITE
               IF WS-CAND-DESPESAS(WS-IDX-CAND-ATUAL) >
                  WS-LG-LIMITE(WS-IDX-ACHADO)
                   MOVE 'LIMITE EXCEDIDO' TO WS-LL-SITUACAO
                   MOVE 'S' TO WS-CAND-EXCEDEU(WS-IDX-CAND-ATUAL)
                   ADD 1 TO WS-QTD-EXCEDIDOS
                   DISPLAY 'LIMITE DE GASTOS EXCEDIDO - CANDIDATO '
                           WS-CAND-ATUAL
               ELSE
                   MOVE 'DENTRO DO LIMITE' TO WS-LL-SITUACAO
               END-IF
               WRITE REG-RELATORIO FROM WS-LINHA-LIMITE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-SITUACAO-ENTREGA.
      *----------------------------------------------------------------*
           IF WS-CAND-ENTREGA(WS-IDX-CAND-ATUAL) = ZEROS
               MOVE 'NAO ENTREGUE' TO WS-LE-SITUACAO
           ELSE
               MOVE WS-CAND-ENTREGA(WS-IDX-CAND-ATUAL) TO WS-DATA-AUX
               MOVE SPACES TO WS-LE-SITUACAO
               IF WS-CAND-ENTREGA(WS-IDX-CAND-ATUAL) > WS-PRAZO-ENTREGA
                   STRING 'ENTREGUE EM ' WS-DA-DIA '/' WS-DA-MES '/'
                          WS-DA-ANO ' FORA DO PRAZO'
                       DELIMITED BY SIZE INTO WS-LE-SITUACAO
                   END-STRING
               ELSE
                   STRING 'ENTREGUE EM ' WS-DA-DIA '/' WS-DA-MES '/'
                          WS-DA-ANO
                       DELIMITED BY SIZE INTO WS-LE-SITUACAO
                   END-STRING
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-RESUMO-PARTIDOS.
      *----------------------------------------------------------------*
      * Candidates without any movement still count in their party
      * and, when late, in the pending list below.
           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
               PERFORM 0410-LOCALIZA-PARTIDO
               IF WS-IDX-ACHADO > ZEROS
                   ADD WS-CAND-RECEITAS(WS-IDX-CAND) TO
                       WS-PT-RECEITAS(WS-IDX-ACHADO)
                   ADD WS-CAND-DESPESAS(WS-IDX-CAND) TO
                       WS-PT-DESPESAS(WS-IDX-ACHADO)
                   IF WS-CAND-EXCEDEU(WS-IDX-CAND) = 'S'
                       ADD 1 TO WS-PT-EXCEDIDOS(WS-IDX-ACHADO)
                   END-IF
                   IF WS-CAND-ENTREGA(WS-IDX-CAND) = ZEROS
                       OR WS-CAND-ENTREGA(WS-IDX-CAND) >
                          WS-PRAZO-ENTREGA
                       ADD 1 TO WS-PT-PENDENTES(WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           MOVE 'RESUMO POR PARTIDO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           WRITE REG-RELATORIO FROM WS-LINHA-CAB-PARTIDOS

           PERFORM VARYING WS-IDX-PARTIDO FROM 1 BY 1
                   UNTIL WS-IDX-PARTIDO > WS-QTD-PARTIDO
               MOVE WS-PT-COD(WS-IDX-PARTIDO)       TO WS-LP-COD
               MOVE WS-PT-SIGLA(WS-IDX-PARTIDO)     TO WS-LP-SIGLA
               MOVE WS-PT-QTD-CAND(WS-IDX-PARTIDO)  TO WS-LP-QTD-CAND
               MOVE WS-PT-RECEITAS(WS-IDX-PARTIDO)  TO WS-LP-RECEITAS
               MOVE WS-PT-DESPESAS(WS-IDX-PARTIDO)  TO WS-LP-DESPESAS
               COMPUTE WS-SALDO = WS-PT-RECEITAS(WS-IDX-PARTIDO)
                                - WS-PT-DESPESAS(WS-IDX-PARTIDO)
               MOVE WS-SALDO                        TO WS-LP-SALDO
               MOVE WS-PT-EXCEDIDOS(WS-IDX-PARTIDO) TO WS-LP-EXCEDIDOS
               MOVE WS-PT-PENDENTES(WS-IDX-PARTIDO) TO WS-LP-PENDENTES
               WRITE REG-RELATORIO FROM WS-LINHA-PARTIDO
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-LISTA-PENDENTES.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-LINHA-CAB-PENDENTES

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
               IF WS-CAND-ENTREGA(WS-IDX-CAND) = ZEROS
                   OR WS-CAND-ENTREGA(WS-IDX-CAND) > WS-PRAZO-ENTREGA
                   ADD 1 TO WS-QTD-PENDENTES
                   SET WS-IDX-CAND-ATUAL TO WS-IDX-CAND
                   PERFORM 3200-SITUACAO-ENTREGA
                   MOVE WS-CAND-COD(WS-IDX-CAND)     TO WS-LN-COD
                   MOVE WS-CAND-NOME(WS-IDX-CAND)    TO WS-LN-NOME
                   MOVE WS-CAND-PARTIDO(WS-IDX-CAND) TO WS-LN-PARTIDO
                   MOVE WS-CAND-CARGO(WS-IDX-CAND)   TO WS-LN-CARGO
                   MOVE WS-LE-SITUACAO               TO WS-LN-SITUACAO
                   WRITE REG-RELATORIO FROM WS-LINHA-PENDENTE
               END-IF
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-GRAVA-REJEITO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-REJEITADOS
           DISPLAY 'MOVIMENTO REJEITADO (' WS-MOTIVO-REJEITO '): '
                   WS-REG-REJEITADO

           MOVE 'PRESTACAO_CONTAS'      TO EXCVALID-PROGRAMA
           MOVE WS-MOTIVO-REJEITO       TO EXCVALID-CAMPO
           MOVE WS-REG-REJEITADO        TO EXCVALID-REGISTRO
           MOVE WS-DATA-SISTEMA         TO EXCVALID-DATA
           MOVE WS-HORA-SISTEMA         TO EXCVALID-HORA
           MOVE 'P'                     TO EXCVALID-STATUS
           MOVE SPACES                  TO EXCVALID-OPERADOR
           MOVE SPACES                  TO EXCVALID-DATA-RESOL
           WRITE REG-EXCVALID
           .
           EXIT.
      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
      *----------------------------------------------------------------*
           MOVE 'CANDIDATOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-01 WS-CFG-RETORNO
           MOVE 'PARTIDOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-02 WS-CFG-RETORNO
           MOVE 'PARAMCONTAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           MOVE 'LIMITESGASTOS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-04 WS-CFG-RETORNO
           MOVE 'FONTESVEDADAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-05 WS-CFG-RETORNO
           MOVE 'DOACOESCAMPANHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'DESPESASCAMPANHA.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'ENTREGACONTAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'CONTASORD.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'ARQPRESTACAOCONTAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'EXCVALID.TXT' TO WS-CFG-LOGICO
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
           .
           EXIT.

       END PROGRAM PRESTACAO_CONTAS.
