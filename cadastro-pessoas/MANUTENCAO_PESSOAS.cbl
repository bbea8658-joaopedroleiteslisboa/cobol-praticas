      ******************************************************************
      * Author: JOAO PEDRO LEITE S LISBOA
      * Date: 15/10/2026
      * Purpose: Interactive add/update/delete maintenance for the
      *          CADPESSOAS.TXT person master, in the mold of
      *          MANUTENCAO_CADASTROS: SEGURANCA_OPERADOR login,
      *          funcionalidade MANPES and every change logged to
      *          AUDITMANUT.TXT. Lists the persons born on january
      *          1st, where MERGE_CADPESSOAS left the birth date
      *          estimated from the legacy age, so they can be
      *          corrected. The merge function settles a duplicate
      *          pair of the DEDUP_PESSOAS listing: the surviving
      *          PES-COD-P takes over the HISTMEDIDAS.TXT history of
      *          the retired code and any data it lacks, and the
      *          retired record is removed.
      *          The session is refused, and each change checked,
      *          against the CONTROLE_BLOQUEIOS registry while a
      *          nightly step is using CADPESSOAS.TXT or
      *          HISTMEDIDAS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO_PESSOAS.
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
       SELECT ARQHISTMEDTMP
              ASSIGN TO DYNAMIC WS-CFG-ARQ-03
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-HISTMEDTMP.
      *
       SELECT ARQAUDITORIA
              ASSIGN 'AUDITMANUT.TXT'
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-AUDITORIA.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPESSOAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPESSOAS.TXT".
           COPY PESSOA.

       FD  ARQHISTMED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTMEDIDAS.TXT".
       01  REG-HISTMED.
           03 FD-HM-COD           PIC 9(03).
           03 FD-HM-DATA          PIC 9(08).
           03 FD-HM-ALTURA        PIC 9(04).
           03 FD-HM-PESO          PIC 9(03)V99.
           03 FD-HM-IMC           PIC 9(03)V99.

       FD  ARQHISTMEDTMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTMEDIDAS_TMP.TXT".
       01  REG-HISTMED-TMP        PIC X(25).

       FD  ARQAUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITMANUT.TXT".
           COPY AUDITMANUT.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-CFG-LOGICO       PIC X(50) VALUE SPACES.
       77  WS-CFG-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-CFG-ARQ-01      PIC X(50)
           VALUE 'CADPESSOAS.TXT'.
       77  WS-CFG-ARQ-02      PIC X(50)
           VALUE 'HISTMEDIDAS.TXT'.
       77  WS-CFG-ARQ-03      PIC X(50)
           VALUE 'HISTMEDIDAS_TMP.TXT'.

       77  WS-EOF                PIC X(01) VALUE ' '.
       77  WS-STATUS-PESSOAS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTMED     PIC X(02) VALUE SPACES.
       77  WS-STATUS-HISTMEDTMP  PIC X(02) VALUE SPACES.
       77  WS-OPCAO              PIC 9(01) VALUE ZEROS.
       77  WS-ACHOU              PIC X(01) VALUE 'N'.
       77  WS-DADOS-OK           PIC X(01) VALUE 'N'.
       77  WS-PESSOAS-TRUNCADO   PIC X(01) VALUE 'N'.
       77  WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77  WS-COD-INFORMADO      PIC 9(03) VALUE ZEROS.
       77  WS-COD-SOBREVIVENTE   PIC 9(03) VALUE ZEROS.
       77  WS-COD-RETIRADO       PIC 9(03) VALUE ZEROS.
       77  WS-NOME-INFORMADO     PIC X(20) VALUE SPACES.
       77  WS-GENERO-INFORMADO   PIC X(01) VALUE SPACES.
       77  WS-NASC-INFORMADO     PIC 9(08) VALUE ZEROS.
       77  WS-ALTURA-INFORMADA   PIC 9(04) VALUE ZEROS.
       77  WS-PESO-INFORMADO     PIC 9(03)V99 VALUE ZEROS.
       77  WS-IDX-SOBREVIVENTE   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RETIRADO       PIC 9(04) VALUE ZEROS.
       77  WS-QTD-MEDIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-QTD-ESTIMADAS      PIC 9(04) VALUE ZEROS.

       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-LOGIN-OK         PIC X(01) VALUE 'N'.
       77  WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(80) VALUE SPACES.

      * Login and per-function authorization go through the shared
      * SEGURANCA_OPERADOR module; the person master is granted to
      * the cadastro profiles (MANPES).
       77  WS-SEG-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-SEG-RETORNO      PIC X(02) VALUE SPACES.
           COPY SEGURANCA REPLACING ==REG-SEGURANCA== BY
                ==WS-SEGURANCA==.

      * Batch-window lockout: the session is registered in the
      * CONTROLE_BLOQUEIOS registry and no change is accepted while a
      * nightly step holds one of its masters.
       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-LIBERADO     PIC X(01) VALUE 'S'.
       77  WS-BLQ-MENSAGEM     PIC X(120) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

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

      * The whole master is kept in memory and rewritten after each
      * change; PES-COD-P has three digits, so 999 rows hold it all.
       01  WS-TAB-PESSOAS.
           03 WS-QTD-PESSOAS     PIC 9(04) VALUE ZEROS.
           03 WS-PESSOA OCCURS 999 TIMES INDEXED BY WS-IDX-PES.
              05 WS-PS-COD        PIC 9(03).
              05 WS-PS-NOME       PIC X(20).
              05 WS-PS-GENERO     PIC X(01).
              05 WS-PS-NASC       PIC 9(08).
              05 WS-PS-NASC-R REDEFINES WS-PS-NASC.
                 07 WS-PS-NASC-ANO    PIC 9(04).
                 07 WS-PS-NASC-MMDD   PIC 9(04).
              05 WS-PS-ALTURA     PIC 9(04).
              05 WS-PS-PESO       PIC 9(03)V99.

      * Record being keyed, validated before it reaches the table.
       01  WS-PESSOA-NOVA.
           03 WS-PN-COD           PIC 9(03).
           03 WS-PN-NOME          PIC X(20).
           03 WS-PN-GENERO        PIC X(01).
           03 WS-PN-NASC          PIC 9(08).
           03 WS-PN-NASC-R REDEFINES WS-PN-NASC.
              05 WS-PN-NASC-ANO      PIC 9(04).
              05 WS-PN-NASC-MES      PIC 9(02).
              05 WS-PN-NASC-DIA      PIC 9(02).
           03 WS-PN-ALTURA        PIC 9(04).
           03 WS-PN-PESO          PIC 9(03)V99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       MAIN-PROCEDURE.
           PERFORM 0010-CONFIGURA-ARQUIVOS
           CALL 'DATA_MOVIMENTO' USING WS-DATA-MOVIMENTO

           PERFORM 0050-EFETUA-LOGIN

           IF WS-LOGIN-OK = 'N'
               DISPLAY 'ACESSO NEGADO'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'MANPES' TO SEG-FUNCIONALIDADE OF WS-SEGURANCA
           MOVE 'AU' TO WS-SEG-FUNCAO
           CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                WS-SEGURANCA WS-SEG-RETORNO

           IF WS-SEG-RETORNO NOT = '00'
               DISPLAY 'PERFIL SEM MANUTENCAO DO CADASTRO DE PESSOAS - '
                       'MANUTENCAO NAO PERMITIDA'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0070-ABRE-SESSAO
           IF WS-BLQ-LIBERADO = 'N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-CARREGA-PESSOAS

      * Rewriting a master that did not fit in the table would lose
      * the rows left out.
           IF WS-PESSOAS-TRUNCADO = 'S'
               DISPLAY 'CADPESSOAS.TXT COM MAIS DE 999 REGISTROS - '
                       'MANUTENCAO NAO PERMITIDA'
               PERFORM 0079-FECHA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARQAUDITORIA
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQAUDITORIA
           END-IF

           PERFORM UNTIL WS-OPCAO = 9
               DISPLAY ' '
               DISPLAY '--- MANUTENCAO DO CADASTRO DE PESSOAS ---'
               DISPLAY '1 - INCLUIR PESSOA'
               DISPLAY '2 - ALTERAR PESSOA'
               DISPLAY '3 - EXCLUIR PESSOA'
               DISPLAY '4 - LISTAR PESSOAS'
               DISPLAY '5 - LISTAR NASCIMENTOS ESTIMADOS (01/01)'
               DISPLAY '6 - UNIFICAR PESSOAS DUPLICADAS'
               DISPLAY '9 - SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1100-INCLUIR-PESSOA
                       END-IF
                   WHEN 2
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1200-ALTERAR-PESSOA
                       END-IF
                   WHEN 3
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 1300-EXCLUIR-PESSOA
                       END-IF
                   WHEN 4
                       PERFORM 1400-LISTAR-PESSOAS
                   WHEN 5
                       PERFORM 1500-LISTAR-ESTIMADOS
                   WHEN 6
                       PERFORM 0075-VERIFICA-BLOQUEIO
                       IF WS-BLQ-LIBERADO = 'S'
                           PERFORM 2000-UNIFICAR-PESSOAS
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM

           CLOSE ARQAUDITORIA

           PERFORM 0079-FECHA-SESSAO

           MOVE 0 TO RETURN-CODE
           GOBACK.
      *----------------------------------------------------------------*
       0050-EFETUA-LOGIN.
      *----------------------------------------------------------------*
           PERFORM UNTIL WS-LOGIN-OK = 'S'
                   OR WS-TENTATIVAS >= 3
               ADD 1 TO WS-TENTATIVAS
               DISPLAY 'OPERADOR: '
               ACCEPT SEG-OPERADOR OF WS-SEGURANCA
               DISPLAY 'SENHA: '
               ACCEPT SEG-SENHA OF WS-SEGURANCA

               MOVE 'LG' TO WS-SEG-FUNCAO
               CALL 'SEGURANCA_OPERADOR' USING WS-SEG-FUNCAO
                    WS-SEGURANCA WS-SEG-RETORNO

               EVALUATE WS-SEG-RETORNO
                   WHEN '00'
                       MOVE 'S' TO WS-LOGIN-OK
                       MOVE SEG-OPERADOR OF WS-SEGURANCA TO
                            WS-OPERADOR
                   WHEN '06'
                       DISPLAY 'SENHA EXPIRADA - SOLICITE O RESET '
                               'AO ADMINISTRADOR'
                   WHEN '07'
                       DISPLAY 'OPERADOR BLOQUEADO'
                   WHEN OTHER
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               END-EVALUATE
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'MANUTENCAO_PESSOAS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'CADPESSOAS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'HISTMEDIDAS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)

           MOVE 'AS' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           MOVE 'S' TO WS-BLQ-LIBERADO
           IF WS-BLQ-RETORNO = '09'
               MOVE 'N' TO WS-BLQ-LIBERADO
               MOVE SPACES TO WS-BLQ-MENSAGEM
               STRING 'CADASTRO ' DELIMITED BY SIZE
                      BLQ-DET-MASTER OF WS-BLOQUEIO DELIMITED BY SPACE
                      ' EM USO PELO PROCESSAMENTO NOTURNO ('
                      DELIMITED BY SIZE
                      BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                      DELIMITED BY SPACE
                      ') - MANUTENCAO NAO PERMITIDA' DELIMITED BY SIZE
                      INTO WS-BLQ-MENSAGEM
               END-STRING
               DISPLAY WS-BLQ-MENSAGEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0075-VERIFICA-BLOQUEIO.
      *----------------------------------------------------------------*
           MOVE 'VE' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO

           MOVE 'S' TO WS-BLQ-LIBERADO
           IF WS-BLQ-RETORNO = '09'
               MOVE 'N' TO WS-BLQ-LIBERADO
               MOVE SPACES TO WS-BLQ-MENSAGEM
               STRING 'CADASTRO ' DELIMITED BY SIZE
                      BLQ-DET-MASTER OF WS-BLOQUEIO DELIMITED BY SPACE
                      ' EM USO PELO PROCESSAMENTO NOTURNO ('
                      DELIMITED BY SIZE
                      BLQ-DET-PROGRAMA OF WS-BLOQUEIO
                      DELIMITED BY SPACE
                      ') - ALTERACAO NAO PERMITIDA' DELIMITED BY SIZE
                      INTO WS-BLQ-MENSAGEM
               END-STRING
               DISPLAY WS-BLQ-MENSAGEM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0079-FECHA-SESSAO.
      *----------------------------------------------------------------*
           MOVE 'FS' TO WS-BLQ-FUNCAO
           CALL 'CONTROLE_BLOQUEIOS' USING WS-BLQ-FUNCAO
                WS-BLOQUEIO WS-BLQ-RETORNO
           .
           EXIT.
      *----------------------------------------------------------------*
       0090-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-SISTEMA
           END-STRING
           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           MOVE WS-OPERADOR     TO AUD-OPERADOR
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE 'MANUTENCAO_PESSOAS' TO AUD-PROGRAMA
           MOVE WS-REG-ANTES    TO AUD-ANTES
           MOVE WS-REG-DEPOIS   TO AUD-DEPOIS
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-PESSOAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPESSOAS

           IF WS-STATUS-PESSOAS = '35'
               DISPLAY 'ARQUIVO DE PESSOAS AINDA NAO EXISTE, '
                       'INICIANDO TABELA VAZIA'
           ELSE
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPESSOAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-PESSOAS < 999
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE REG-PESSOA TO
                                    WS-PESSOA(WS-QTD-PESSOAS)
                           ELSE
                               MOVE 'S' TO WS-PESSOAS-TRUNCADO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARQPESSOAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1050-LOCALIZA-PESSOA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
                   OR WS-ACHOU = 'S'
               IF WS-PS-COD(WS-IDX-PES) = WS-COD-INFORMADO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'S'
               SET WS-IDX-PES DOWN BY 1
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1080-VALIDA-PESSOA.
      *----------------------------------------------------------------*
      * Gender H (homem) or M (mulher), as VERIFICA_IDADE counts it;
      * the birth date a real calendar date no later than the
      * data-movimento.
           MOVE 'S' TO WS-DADOS-OK

           EVALUATE TRUE
               WHEN WS-PN-NOME = SPACES
                   DISPLAY 'NOME OBRIGATORIO'
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-PN-GENERO NOT = 'H' AND 'M'
                   DISPLAY 'GENERO INVALIDO - INFORME H OU M'
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-PN-NASC NOT NUMERIC
                    OR WS-PN-NASC < 19000101
                    OR WS-PN-NASC > WS-DATA-MOVIMENTO
                   DISPLAY 'DATA DE NASCIMENTO FORA DO PERIODO '
                           'ACEITO: ' WS-PN-NASC
                   MOVE 'N' TO WS-DADOS-OK
               WHEN WS-PN-NASC-MES < 01 OR WS-PN-NASC-MES > 12
                    OR WS-PN-NASC-DIA < 01 OR WS-PN-NASC-DIA > 31
                   DISPLAY 'DATA DE NASCIMENTO INVALIDA: ' WS-PN-NASC
                   MOVE 'N' TO WS-DADOS-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-INCLUIR-PESSOA.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA PESSOA (3 DIGITOS): '
           MOVE ZEROS TO WS-COD-INFORMADO
           ACCEPT WS-COD-INFORMADO

           PERFORM 1050-LOCALIZA-PESSOA

           EVALUATE TRUE
               WHEN WS-COD-INFORMADO = ZEROS
                   DISPLAY 'CODIGO INVALIDO'
               WHEN WS-ACHOU = 'S'
                   DISPLAY 'PESSOA JA EXISTE: ' WS-COD-INFORMADO
               WHEN WS-QTD-PESSOAS >= 999
                   DISPLAY 'TABELA DE PESSOAS CHEIA'
               WHEN OTHER
                   INITIALIZE WS-PESSOA-NOVA
                   MOVE WS-COD-INFORMADO TO WS-PN-COD

                   DISPLAY 'NOME: '
                   ACCEPT WS-PN-NOME
                   DISPLAY 'GENERO (H/M): '
                   ACCEPT WS-PN-GENERO
                   DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
                   ACCEPT WS-PN-NASC
                   DISPLAY 'ALTURA (CM): '
                   ACCEPT WS-PN-ALTURA
                   DISPLAY 'PESO (EX: 72,50): '
                   ACCEPT WS-PN-PESO

                   PERFORM 1080-VALIDA-PESSOA

                   IF WS-DADOS-OK = 'S'
                       ADD 1 TO WS-QTD-PESSOAS
                       MOVE WS-PESSOA-NOVA TO
                            WS-PESSOA(WS-QTD-PESSOAS)

                       PERFORM 1900-GRAVA-PESSOAS

                       MOVE SPACES TO WS-REG-ANTES
                       MOVE WS-PESSOA(WS-QTD-PESSOAS) TO WS-REG-DEPOIS
                       MOVE 'INCL PESSOA' TO AUD-FUNCAO
                       PERFORM 0090-GRAVA-AUDITORIA

                       DISPLAY 'PESSOA INCLUIDA COM SUCESSO'
                   ELSE
                       DISPLAY 'PESSOA NAO INCLUIDA'
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-ALTERAR-PESSOA.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA PESSOA A ALTERAR: '
           MOVE ZEROS TO WS-COD-INFORMADO
           ACCEPT WS-COD-INFORMADO

           PERFORM 1050-LOCALIZA-PESSOA

           IF WS-ACHOU = 'N'
               DISPLAY 'PESSOA NAO ENCONTRADA: ' WS-COD-INFORMADO
           ELSE
               MOVE WS-PESSOA(WS-IDX-PES) TO WS-REG-ANTES
               MOVE WS-PESSOA(WS-IDX-PES) TO WS-PESSOA-NOVA
               DISPLAY 'ATUAL: ' WS-PN-NOME ' GENERO ' WS-PN-GENERO
                       ' NASC ' WS-PN-NASC ' ALTURA ' WS-PN-ALTURA
                       ' PESO ' WS-PN-PESO

               DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-NOME-INFORMADO
               ACCEPT WS-NOME-INFORMADO
               IF WS-NOME-INFORMADO NOT = SPACES
                   MOVE WS-NOME-INFORMADO TO WS-PN-NOME
               END-IF

               DISPLAY 'NOVO GENERO H/M (BRANCO MANTEM O ATUAL): '
               MOVE SPACES TO WS-GENERO-INFORMADO
               ACCEPT WS-GENERO-INFORMADO
               IF WS-GENERO-INFORMADO NOT = SPACES
                   MOVE WS-GENERO-INFORMADO TO WS-PN-GENERO
               END-IF

               DISPLAY 'NOVA DATA DE NASCIMENTO AAAAMMDD (ZERO '
                       'MANTEM A ATUAL): '
               MOVE ZEROS TO WS-NASC-INFORMADO
               ACCEPT WS-NASC-INFORMADO
               IF WS-NASC-INFORMADO NOT = ZEROS
                   MOVE WS-NASC-INFORMADO TO WS-PN-NASC
               END-IF

               DISPLAY 'NOVA ALTURA (ZERO MANTEM A ATUAL): '
               MOVE ZEROS TO WS-ALTURA-INFORMADA
               ACCEPT WS-ALTURA-INFORMADA
               IF WS-ALTURA-INFORMADA NOT = ZEROS
                   MOVE WS-ALTURA-INFORMADA TO WS-PN-ALTURA
               END-IF

               DISPLAY 'NOVO PESO (ZERO MANTEM O ATUAL): '
               MOVE ZEROS TO WS-PESO-INFORMADO
               ACCEPT WS-PESO-INFORMADO
               IF WS-PESO-INFORMADO NOT = ZEROS
                   MOVE WS-PESO-INFORMADO TO WS-PN-PESO
               END-IF

               PERFORM 1080-VALIDA-PESSOA

               IF WS-DADOS-OK = 'S'
                   MOVE WS-PESSOA-NOVA TO WS-PESSOA(WS-IDX-PES)
                   MOVE WS-PESSOA(WS-IDX-PES) TO WS-REG-DEPOIS
                   MOVE 'ALT PESSOA' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM 1900-GRAVA-PESSOAS
                   DISPLAY 'PESSOA ALTERADA COM SUCESSO'
               ELSE
                   DISPLAY 'PESSOA NAO ALTERADA'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-EXCLUIR-PESSOA.
      *----------------------------------------------------------------*
      * A person with measurements in the history is only removed on
      * confirmation: the history would be left without its person.
           DISPLAY 'CODIGO DA PESSOA A EXCLUIR: '
           MOVE ZEROS TO WS-COD-INFORMADO
           ACCEPT WS-COD-INFORMADO

           PERFORM 1050-LOCALIZA-PESSOA

           IF WS-ACHOU = 'N'
               DISPLAY 'PESSOA NAO ENCONTRADA: ' WS-COD-INFORMADO
           ELSE
               PERFORM 2200-CONTA-MEDIDAS
               MOVE 'S' TO WS-CONFIRMA
               IF WS-QTD-MEDIDAS > ZEROS
                   DISPLAY 'PESSOA COM ' WS-QTD-MEDIDAS
                           ' MEDIDAS EM HISTMEDIDAS.TXT - PARA '
                           'DUPLICADOS USE A UNIFICACAO'
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
                   ACCEPT WS-CONFIRMA
               END-IF

               IF WS-CONFIRMA NOT = 'S'
                   DISPLAY 'EXCLUSAO NAO EFETUADA'
               ELSE
                   MOVE WS-PESSOA(WS-IDX-PES) TO WS-REG-ANTES
                   MOVE SPACES TO WS-REG-DEPOIS
                   MOVE 'EXCL PESSOA' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA

                   PERFORM 1350-REMOVE-DA-TABELA

                   PERFORM 1900-GRAVA-PESSOAS
                   DISPLAY 'PESSOA EXCLUIDA COM SUCESSO'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1350-REMOVE-DA-TABELA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-PES FROM WS-IDX-PES BY 1
                   UNTIL WS-IDX-PES >= WS-QTD-PESSOAS
               MOVE WS-PESSOA(WS-IDX-PES + 1) TO
                    WS-PESSOA(WS-IDX-PES)
           END-PERFORM

           SUBTRACT 1 FROM WS-QTD-PESSOAS
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-LISTAR-PESSOAS.
      *----------------------------------------------------------------*
           DISPLAY '----------------------------------------------'
           DISPLAY 'COD NOME                 G NASCIMENTO ALTURA PESO'

           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               DISPLAY WS-PS-COD(WS-IDX-PES) ' '
                       WS-PS-NOME(WS-IDX-PES) ' '
                       WS-PS-GENERO(WS-IDX-PES) ' '
                       WS-PS-NASC(WS-IDX-PES) '   '
                       WS-PS-ALTURA(WS-IDX-PES) '   '
                       WS-PS-PESO(WS-IDX-PES)
           END-PERFORM

           DISPLAY '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-LISTAR-ESTIMADOS.
      *----------------------------------------------------------------*
      * MERGE_CADPESSOAS set the birth date to january 1st of the
      * processing year less the legacy age; those rows are the
      * ones to confirm or correct through the change option.
           MOVE ZEROS TO WS-QTD-ESTIMADAS
           DISPLAY '----------------------------------------------'
           DISPLAY 'NASCIMENTO EM 01/01 - POSSIVEL DATA ESTIMADA NA '
                   'CONVERSAO'
           DISPLAY 'COD NOME                 NASCIMENTO'

           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               IF WS-PS-NASC-MMDD(WS-IDX-PES) = 0101
                   ADD 1 TO WS-QTD-ESTIMADAS
                   DISPLAY WS-PS-COD(WS-IDX-PES) ' '
                           WS-PS-NOME(WS-IDX-PES) ' '
                           WS-PS-NASC(WS-IDX-PES)
               END-IF
           END-PERFORM

           DISPLAY 'TOTAL: ' WS-QTD-ESTIMADAS
           DISPLAY '----------------------------------------------'
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-PESSOAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQPESSOAS

           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               MOVE WS-PESSOA(WS-IDX-PES) TO REG-PESSOA
               WRITE REG-PESSOA
           END-PERFORM

           CLOSE ARQPESSOAS
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-UNIFICAR-PESSOAS.
      *----------------------------------------------------------------*
      * The surviving code keeps its own data and takes from the
      * retired one only what it lacks (gender, birth date, height,
      * weight). The history is repointed before the retired record
      * goes, so an interruption never leaves measurements of a code
      * that no longer exists.
           DISPLAY 'CODIGO QUE PERMANECE: '
           MOVE ZEROS TO WS-COD-SOBREVIVENTE
           ACCEPT WS-COD-SOBREVIVENTE
           DISPLAY 'CODIGO A RETIRAR: '
           MOVE ZEROS TO WS-COD-RETIRADO
           ACCEPT WS-COD-RETIRADO

           MOVE WS-COD-SOBREVIVENTE TO WS-COD-INFORMADO
           PERFORM 1050-LOCALIZA-PESSOA
           IF WS-ACHOU = 'S'
               SET WS-IDX-SOBREVIVENTE TO WS-IDX-PES
           ELSE
               MOVE ZEROS TO WS-IDX-SOBREVIVENTE
           END-IF

           MOVE WS-COD-RETIRADO TO WS-COD-INFORMADO
           PERFORM 1050-LOCALIZA-PESSOA
           IF WS-ACHOU = 'S'
               SET WS-IDX-RETIRADO TO WS-IDX-PES
           ELSE
               MOVE ZEROS TO WS-IDX-RETIRADO
           END-IF

           EVALUATE TRUE
               WHEN WS-COD-SOBREVIVENTE = WS-COD-RETIRADO
                   DISPLAY 'INFORME DOIS CODIGOS DIFERENTES'
               WHEN WS-IDX-SOBREVIVENTE = ZEROS
                   DISPLAY 'PESSOA NAO ENCONTRADA: '
                           WS-COD-SOBREVIVENTE
               WHEN WS-IDX-RETIRADO = ZEROS
                   DISPLAY 'PESSOA NAO ENCONTRADA: ' WS-COD-RETIRADO
               WHEN OTHER
                   PERFORM 2050-CONFIRMA-UNIFICACAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2050-CONFIRMA-UNIFICACAO.
      *----------------------------------------------------------------*
           MOVE WS-COD-RETIRADO TO WS-COD-INFORMADO
           PERFORM 2200-CONTA-MEDIDAS

           DISPLAY 'PERMANECE: ' WS-PS-COD(WS-IDX-SOBREVIVENTE) ' '
                   WS-PS-NOME(WS-IDX-SOBREVIVENTE) ' '
                   WS-PS-GENERO(WS-IDX-SOBREVIVENTE) ' '
                   WS-PS-NASC(WS-IDX-SOBREVIVENTE)
           DISPLAY 'RETIRADO:  ' WS-PS-COD(WS-IDX-RETIRADO) ' '
                   WS-PS-NOME(WS-IDX-RETIRADO) ' '
                   WS-PS-GENERO(WS-IDX-RETIRADO) ' '
                   WS-PS-NASC(WS-IDX-RETIRADO)
           DISPLAY 'MEDIDAS A TRANSFERIR: ' WS-QTD-MEDIDAS
           DISPLAY 'CONFIRMA A UNIFICACAO (S/N): '
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'UNIFICACAO NAO EFETUADA'
           ELSE
               PERFORM 2100-TRANSFERE-MEDIDAS

               MOVE WS-PESSOA(WS-IDX-SOBREVIVENTE) TO WS-REG-ANTES
               PERFORM 2150-COMPLETA-SOBREVIVENTE
               IF WS-PESSOA(WS-IDX-SOBREVIVENTE) NOT = WS-REG-ANTES
                   MOVE WS-PESSOA(WS-IDX-SOBREVIVENTE) TO
                        WS-REG-DEPOIS
                   MOVE 'ALT PESSOA' TO AUD-FUNCAO
                   PERFORM 0090-GRAVA-AUDITORIA
               END-IF

               MOVE WS-PESSOA(WS-IDX-RETIRADO) TO WS-REG-ANTES
               MOVE SPACES TO WS-REG-DEPOIS
               STRING 'UNIFICADO NO CODIGO ' WS-COD-SOBREVIVENTE
                      ' - MEDIDAS TRANSFERIDAS: ' WS-QTD-MEDIDAS
                   DELIMITED BY SIZE INTO WS-REG-DEPOIS
               END-STRING
               MOVE 'UNIF PESSOA' TO AUD-FUNCAO
               PERFORM 0090-GRAVA-AUDITORIA

               SET WS-IDX-PES TO WS-IDX-RETIRADO
               PERFORM 1350-REMOVE-DA-TABELA

               PERFORM 1900-GRAVA-PESSOAS
               DISPLAY 'PESSOAS UNIFICADAS - CODIGO ' WS-COD-RETIRADO
                       ' RETIRADO, ' WS-QTD-MEDIDAS
                       ' MEDIDAS TRANSFERIDAS'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRANSFERE-MEDIDAS.
      *----------------------------------------------------------------*
      * HISTMEDIDAS.TXT is copied to the work file with the retired
      * code replaced, then copied back whole.
           MOVE ZEROS TO WS-QTD-MEDIDAS

           OPEN INPUT ARQHISTMED
           IF WS-STATUS-HISTMED = '00'
               OPEN OUTPUT ARQHISTMEDTMP
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTMED
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-HM-COD = WS-COD-RETIRADO
                               MOVE WS-COD-SOBREVIVENTE TO FD-HM-COD
                               ADD 1 TO WS-QTD-MEDIDAS
                           END-IF
                           WRITE REG-HISTMED-TMP FROM REG-HISTMED
                   END-READ
               END-PERFORM
               CLOSE ARQHISTMED ARQHISTMEDTMP

               IF WS-QTD-MEDIDAS > ZEROS
                   OPEN INPUT ARQHISTMEDTMP
                   OPEN OUTPUT ARQHISTMED
                   MOVE ' ' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQHISTMEDTMP
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               WRITE REG-HISTMED FROM REG-HISTMED-TMP
                       END-READ
                   END-PERFORM
                   CLOSE ARQHISTMEDTMP ARQHISTMED
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-COMPLETA-SOBREVIVENTE.
      *----------------------------------------------------------------*
           IF WS-PS-GENERO(WS-IDX-SOBREVIVENTE) NOT = 'H' AND 'M'
               MOVE WS-PS-GENERO(WS-IDX-RETIRADO) TO
                    WS-PS-GENERO(WS-IDX-SOBREVIVENTE)
           END-IF

      * A january 1st date may be the conversion estimate; a real
      * date of the retired code is preferred.
           IF WS-PS-NASC(WS-IDX-SOBREVIVENTE) NOT NUMERIC
              OR WS-PS-NASC(WS-IDX-SOBREVIVENTE) = ZEROS
              OR (WS-PS-NASC-MMDD(WS-IDX-SOBREVIVENTE) = 0101
                  AND WS-PS-NASC-MMDD(WS-IDX-RETIRADO) NOT = 0101
                  AND WS-PS-NASC(WS-IDX-RETIRADO) NUMERIC
                  AND WS-PS-NASC(WS-IDX-RETIRADO) > ZEROS)
               MOVE WS-PS-NASC(WS-IDX-RETIRADO) TO
                    WS-PS-NASC(WS-IDX-SOBREVIVENTE)
           END-IF

           IF WS-PS-ALTURA(WS-IDX-SOBREVIVENTE) NOT NUMERIC
              OR WS-PS-ALTURA(WS-IDX-SOBREVIVENTE) = ZEROS
               MOVE WS-PS-ALTURA(WS-IDX-RETIRADO) TO
                    WS-PS-ALTURA(WS-IDX-SOBREVIVENTE)
           END-IF

           IF WS-PS-PESO(WS-IDX-SOBREVIVENTE) NOT NUMERIC
              OR WS-PS-PESO(WS-IDX-SOBREVIVENTE) = ZEROS
               MOVE WS-PS-PESO(WS-IDX-RETIRADO) TO
                    WS-PS-PESO(WS-IDX-SOBREVIVENTE)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-CONTA-MEDIDAS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-MEDIDAS

           OPEN INPUT ARQHISTMED
           IF WS-STATUS-HISTMED = '00'
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHISTMED
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-HM-COD = WS-COD-INFORMADO
                               ADD 1 TO WS-QTD-MEDIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHISTMED
           END-IF
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
           MOVE 'HISTMEDIDAS_TMP.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-03 WS-CFG-RETORNO
           .
           EXIT.

       END PROGRAM MANUTENCAO_PESSOAS.
