      *          transactions to EXCVALID.TXT so CORRIGE_EXCECOES can
      *          pick them up. One entry point instead of two keeps
      *          RECONCILIA_FUNCIONARIOS boring, which is the goal.
      *          The optional cargo of the 'A' and 'S' transactions is
      *          checked against CARGOSSALARIO.TXT and kept per
      *          matricula in CARGOSFUNC.TXT (rewritten at the end of
      *          the run).
      *          The optional person code of the 'A' and 'S'
      *          transactions, and the 'V' (vinculo) transaction that
      *          carries only that code, link the matricula to its
      *          PES-COD-P of CADPESSOAS.TXT in PESSOASFUNC.TXT, kept
      *          the same way; one person is linked to at most one
      *          active matricula.
      *          An 'S' transaction whose variation, up or down, is
      *          above the PARAMAPROVACAO.TXT salary percentage is not
      *          applied: it goes to the APROVACOES.TXT dual-control
      *          queue, and once a second operator approves it in
      *          APROVA_ALTERACOES the next run applies it before the
      *          day's movements, auditing requester and approver.
      *          The run is refused, and checked again before the
      *          masters are changed, against the CONTROLE_BLOQUEIOS
      *          registry while a nightly step is using one of them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ARQJOBLOG
              ASSIGN TO DYNAMIC WS-CFG-ARQ-06
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQFERIAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-07
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-FERIAS.
      *
       SELECT ARQCARGOS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-08
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOS.
      *
       SELECT ARQCARGOSFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-09
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOSFUNC.
      *
       SELECT ARQPESSOAS
              ASSIGN TO DYNAMIC WS-CFG-ARQ-10
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOAS.
      *
       SELECT ARQPESSOASFUNC
              ASSIGN TO DYNAMIC WS-CFG-ARQ-11
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PESSOASFUNC.
      *
       SELECT ARQAPROVACOES
              ASSIGN TO DYNAMIC WS-CFG-ARQ-12
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-APROV.
      *
       SELECT ARQPARAMAPROV
              ASSIGN TO DYNAMIC WS-CFG-ARQ-13
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAM.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD  ARQMOVIMENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVFUNCIONARIOS.TXT".
           COPY MOVFUNCIONARIOS.

       FD  ARQFOLHA
           LABEL RECORD STANDARD
       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
           COPY FUNCIONARIO.

       FD  ARQDEPT
           LABEL RECORD STANDARD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JOBLOG.TXT".
           COPY JOBLOG.

       FD  ARQFERIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FERIAS.TXT".
           COPY FERIAS.

       FD  ARQCARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOSSALARIO.TXT".
           COPY CARGOS.

       FD  ARQCARGOSFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOSFUNC.TXT".
           COPY CARGOSFUNC.

       FD  ARQPESSOAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPESSOAS.TXT".
           COPY PESSOA.

       FD  ARQPESSOASFUNC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PESSOASFUNC.TXT".
           COPY PESSOASFUNC.

       FD  ARQAPROVACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APROVACOES.TXT".
           COPY APROVACAO.

       FD  ARQPARAMAPROV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMAPROVACAO.TXT".
           COPY PARAMAPROVACAO.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           VALUE 'EXCVALID.TXT'.
       77  WS-CFG-ARQ-06      PIC X(50)
           VALUE 'JOBLOG.TXT'.
       77  WS-CFG-ARQ-07      PIC X(50)
           VALUE 'FERIAS.TXT'.
       77  WS-CFG-ARQ-08      PIC X(50)
           VALUE 'CARGOSSALARIO.TXT'.
       77  WS-CFG-ARQ-09      PIC X(50)
           VALUE 'CARGOSFUNC.TXT'.
       77  WS-CFG-ARQ-10      PIC X(50)
           VALUE 'CADPESSOAS.TXT'.
       77  WS-CFG-ARQ-11      PIC X(50)
           VALUE 'PESSOASFUNC.TXT'.
       77  WS-CFG-ARQ-12      PIC X(50)
           VALUE 'APROVACOES.TXT'.
       77  WS-CFG-ARQ-13      PIC X(50)
           VALUE 'PARAMAPROVACAO.TXT'.

       77  WS-EOF-MOVIMENTOS  PIC X(01) VALUE ' '.
       77  WS-EOF-FOLHA       PIC X(01) VALUE ' '.
       77  WS-EOF-DEPT        PIC X(01) VALUE ' '.
       77  WS-EOF-CARGOS      PIC X(01) VALUE ' '.
       77  WS-EOF-CARGOSFUNC  PIC X(01) VALUE ' '.
       77  WS-EOF-PESSOAS     PIC X(01) VALUE ' '.
       77  WS-EOF-PESSOASFUNC PIC X(01) VALUE ' '.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE SPACES.
       77  WS-STATUS-FOLHA    PIC X(02) VALUE SPACES.
       77  WS-STATUS-ARQFUN   PIC X(02) VALUE SPACES.
       77  WS-STATUS-DEPT     PIC X(02) VALUE SPACES.
       77  WS-STATUS-AUDITORIA PIC X(02) VALUE SPACES.
       77  WS-STATUS-FERIAS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOS   PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOSFUNC PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOAS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-PESSOASFUNC PIC X(02) VALUE SPACES.
       77  WS-EOF-APROV       PIC X(01) VALUE ' '.
       77  WS-STATUS-APROV    PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARAM    PIC X(02) VALUE SPACES.
       77  WS-DIAS-INT        PIC 9(08) VALUE ZEROS.

      * Period arithmetic of the first periodo aquisitivo opened by an
      * admission (same rules as CONTROLE_FERIAS).
       01  WS-DATA-CALC.
           03 WS-DC-ANO        PIC 9(04).
           03 WS-DC-MES        PIC 9(02).
           03 WS-DC-DIA        PIC 9(02).
       01  WS-DATA-CALC-N REDEFINES WS-DATA-CALC PIC 9(08).
       77  WS-JOBLOG-EVENTO   PIC X(06) VALUE SPACES.
       77  WS-OPERADOR        PIC X(08) VALUE SPACES.
       77  WS-QTD-APLICADOS   PIC 9(05) VALUE ZEROS.
       77  WS-HASH-FOLHA      PIC 9(12)V99 VALUE ZEROS.
       77  WS-QTD-APLICADOS-AUX PIC 9(06) VALUE ZEROS.
       77  WS-CARGA-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-ACHOU-CARGO     PIC X(01) VALUE 'N'.
       77  WS-IDX-CF-ACHADO   PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU-PESSOA    PIC X(01) VALUE 'N'.
       77  WS-IDX-PF-ACHADO   PIC 9(04) VALUE ZEROS.

      * Dual control: a salary variation above WS-LIMITE-SALARIO
      * percent goes to the approval queue. WS-SOLICITANTE and
      * WS-APROVADOR are filled only while an approved change is
      * applied, so the audit shows both operators.
       77  WS-LIMITE-SALARIO  PIC 9(03)V99 VALUE 10,00.
       77  WS-PERC-VARIACAO   PIC 9(05)V99 VALUE ZEROS.
       77  WS-APROV-TRUNCADA  PIC X(01) VALUE 'N'.
       77  WS-QTD-PENDENTES   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-EFETIVADAS  PIC 9(05) VALUE ZEROS.
       77  WS-QTD-NAO-EFETIV  PIC 9(05) VALUE ZEROS.
       77  WS-SOLICITANTE     PIC X(08) VALUE SPACES.
       77  WS-APROVADOR       PIC X(08) VALUE SPACES.

      * Batch-window lockout: the run is registered in the
      * CONTROLE_BLOQUEIOS registry and no master is changed while a
      * nightly step holds one of them.
       77  WS-BLQ-FUNCAO       PIC X(02) VALUE SPACES.
       77  WS-BLQ-RETORNO      PIC X(02) VALUE SPACES.
       77  WS-BLQ-LIBERADO     PIC X(01) VALUE 'S'.
       77  WS-BLQ-MENSAGEM     PIC X(120) VALUE SPACES.
           COPY BLOQUEIO REPLACING ==REG-BLOQUEIO== BY
                ==WS-BLOQUEIO==.

       01  WS-TAB-APROVACOES.
           03 WS-QTD-APROV       PIC 9(04) VALUE ZEROS.
           03 WS-AP-REGISTRO     PIC X(269)
                                 OCCURS 500 TIMES INDEXED BY WS-IDX-AP.

       01  WS-TAB-FOLHA.
           03 WS-QTD-FOLHA       PIC 9(04) VALUE ZEROS.
           03 WS-DEPT OCCURS 20 TIMES INDEXED BY WS-IDX-DEPT.
              05 WS-DEPT-COD      PIC 9(05).

       01  WS-TAB-CARGOS.
           03 WS-QTD-CARGOS      PIC 9(03) VALUE ZEROS.
           03 WS-CARGO OCCURS 200 TIMES INDEXED BY WS-IDX-CARGO.
              05 WS-CG-CODIGO     PIC 9(04).

       01  WS-TAB-CARGOS-FUNC.
           03 WS-QTD-CF          PIC 9(04) VALUE ZEROS.
           03 WS-CF OCCURS 500 TIMES INDEXED BY WS-IDX-CF.
              05 WS-CF-ATIVO      PIC X(01).
              05 WS-CF-REGISTRO.
                 07 WS-CF-MATRICULA  PIC 9(09).
                 07 WS-CF-CARGO      PIC 9(04).
                 07 WS-CF-DATA       PIC 9(08).

       01  WS-TAB-PESSOAS.
           03 WS-QTD-PESSOAS     PIC 9(04) VALUE ZEROS.
           03 WS-PESSOA OCCURS 999 TIMES INDEXED BY WS-IDX-PES.
              05 WS-PS-COD        PIC 9(03).

       01  WS-TAB-PESSOAS-FUNC.
           03 WS-QTD-PF          PIC 9(04) VALUE ZEROS.
           03 WS-PF OCCURS 500 TIMES INDEXED BY WS-IDX-PF.
              05 WS-PF-ATIVO      PIC X(01).
              05 WS-PF-REGISTRO.
                 07 WS-PF-MATRICULA  PIC 9(09).
                 07 WS-PF-COD-PESSOA PIC 9(03).
                 07 WS-PF-DATA       PIC 9(08).

       01  WS-DEPT-TRANSACAO.
           03 WS-TX-DIVISAO      PIC 9(02).
           03 WS-TX-CCUSTO       PIC 9(03).
           DISPLAY 'OPERADOR: '
           ACCEPT WS-OPERADOR

           PERFORM 0070-ABRE-SESSAO
           IF WS-BLQ-LIBERADO = 'N'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0500-CARREGA-FOLHA
           PERFORM 0700-CARREGA-CARGOS-FUNC
           PERFORM 0750-CARREGA-PESSOAS-FUNC
           PERFORM 0760-CARREGA-APROVACOES

      * The payroll master, the cargo and the person link files are
      * rewritten whole from the tables at the end of the run, so a
      * truncated load would permanently delete every employee past
      * the table limit.
           IF WS-CARGA-TRUNCADA = 'S'
               DISPLAY 'DBREGISTRODEP.TXT, CARGOSFUNC.TXT OU '
                       'PESSOASFUNC.TXT COM MAIS DE 500 FUNCIONARIOS '
                       '- MOVIMENTACAO ABORTADA PARA NAO PERDER '
                       'REGISTROS'
               PERFORM 0079-FECHA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * APROVACOES.TXT is rewritten whole as well.
           IF WS-APROV-TRUNCADA = 'S'
               DISPLAY 'APROVACOES.TXT COM MAIS DE 500 SOLICITACOES '
                       '- MOVIMENTACAO ABORTADA PARA NAO PERDER '
                       'REGISTROS'
               PERFORM 0079-FECHA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0060-CARREGA-PARAMETROS
           PERFORM 0600-CARREGA-DEPARTAMENTOS
           PERFORM 0650-CARREGA-CARGOS
           PERFORM 0670-CARREGA-PESSOAS

           OPEN INPUT ARQMOVIMENTOS
           IF WS-STATUS-MOVIMENTOS NOT = '00' AND '02'
               DISPLAY 'ARQUIVO DE MOVIMENTOS AUSENTE: '
                       'MOVFUNCIONARIOS.TXT'
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      * The cadastro and FERIAS.TXT are changed as each movement is
      * applied and the other masters are rewritten from the tables at
      * the end, so the check is made once, before the first change:
      * stopping between them would leave the two masters apart.
           PERFORM 0075-VERIFICA-BLOQUEIO
           IF WS-BLQ-LIBERADO = 'N'
               CLOSE ARQMOVIMENTOS
               PERFORM 0079-FECHA-SESSAO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STATUS-AUDITORIA = '35'
               OPEN OUTPUT ARQAUDITORIA
           END-IF
           OPEN EXTEND ARQFERIAS
           IF WS-STATUS-FERIAS = '35'
               OPEN OUTPUT ARQFERIAS
           END-IF
           OPEN EXTEND ARQEXCVALID
           OPEN EXTEND ARQJOBLOG

           MOVE 'INICIO' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           PERFORM 1500-EFETIVA-APROVADAS

           PERFORM UNTIL WS-EOF-MOVIMENTOS = 'S'
               READ ARQMOVIMENTOS
                   AT END
           CLOSE ARQMOVIMENTOS ARQFUN

           PERFORM 8000-REGRAVA-FOLHA
           PERFORM 8100-REGRAVA-CARGOS-FUNC
           PERFORM 8200-REGRAVA-PESSOAS-FUNC
           PERFORM 8300-REGRAVA-APROVACOES

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING WS-HH ':' WS-MM ':' WS-SS
           MOVE 'FIM' TO WS-JOBLOG-EVENTO
           PERFORM 9000-GRAVA-JOBLOG

           CLOSE ARQAUDITORIA ARQFERIAS ARQEXCVALID ARQJOBLOG

           PERFORM 0079-FECHA-SESSAO

           DISPLAY 'MOVIMENTOS APLICADOS: ' WS-QTD-APLICADOS
                   ' REJEITADOS: ' WS-QTD-REJEITADOS
           DISPLAY 'ENVIADOS PARA APROVACAO: ' WS-QTD-PENDENTES
                   ' APROVADOS EFETIVADOS: ' WS-QTD-EFETIVADAS
                   ' APROVADOS NAO EFETIVADOS: ' WS-QTD-NAO-EFETIV

           IF WS-QTD-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *----------------------------------------------------------------*
       0070-ABRE-SESSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-BLOQUEIO
           MOVE 'MOVIMENTA_FUNCIONARIOS'
             TO BLQ-PROGRAMA OF WS-BLOQUEIO
           MOVE WS-OPERADOR TO BLQ-OPERADOR OF WS-BLOQUEIO
           MOVE 'DBREGISTRODEP.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(1)
           MOVE 'ARQFUNCIONARIO.txt'
             TO BLQ-MASTER OF WS-BLOQUEIO(2)
           MOVE 'FERIAS.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(3)
           MOVE 'CARGOSFUNC.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(4)
           MOVE 'PESSOASFUNC.TXT'
             TO BLQ-MASTER OF WS-BLOQUEIO(5)

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
                      ') - MOVIMENTACAO NAO PERMITIDA' DELIMITED BY SIZE
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
                      ') - MOVIMENTACAO NAO PERMITIDA' DELIMITED BY SIZE
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
       9000-GRAVA-JOBLOG.
      *----------------------------------------------------------------*
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-CARREGA-CARGOS.
      *----------------------------------------------------------------*
      * Without CARGOSSALARIO.TXT every cargo informed is rejected; the
      * transactions that carry none are applied as before.
           OPEN INPUT ARQCARGOS

           IF WS-STATUS-CARGOS = '00' OR '02'
               PERFORM UNTIL WS-EOF-CARGOS = 'S'
                   READ ARQCARGOS
                       AT END
                           MOVE 'S' TO WS-EOF-CARGOS
                       NOT AT END
                           IF WS-QTD-CARGOS < 200
                               ADD 1 TO WS-QTD-CARGOS
                               MOVE CG-CODIGO TO
                                    WS-CG-CODIGO(WS-QTD-CARGOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0670-CARREGA-PESSOAS.
      *----------------------------------------------------------------*
      * Without CADPESSOAS.TXT every person code informed is rejected.
           OPEN INPUT ARQPESSOAS

           IF WS-STATUS-PESSOAS = '00' OR '02'
               PERFORM UNTIL WS-EOF-PESSOAS = 'S'
                   READ ARQPESSOAS
                       AT END
                           MOVE 'S' TO WS-EOF-PESSOAS
                       NOT AT END
                           IF WS-QTD-PESSOAS < 999
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE PES-COD-P TO
                                    WS-PS-COD(WS-QTD-PESSOAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-CARGOS-FUNC.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOSFUNC

           IF WS-STATUS-CARGOSFUNC = '00' OR '02'
               PERFORM UNTIL WS-EOF-CARGOSFUNC = 'S'
                   READ ARQCARGOSFUNC
                       AT END
                           MOVE 'S' TO WS-EOF-CARGOSFUNC
                       NOT AT END
                           IF WS-QTD-CF < 500
                               ADD 1 TO WS-QTD-CF
                               MOVE 'S' TO WS-CF-ATIVO(WS-QTD-CF)
                               MOVE REG-CARGO-FUNC TO
                                    WS-CF-REGISTRO(WS-QTD-CF)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOSFUNC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-CARREGA-PESSOAS-FUNC.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPESSOASFUNC

           IF WS-STATUS-PESSOASFUNC = '00' OR '02'
               PERFORM UNTIL WS-EOF-PESSOASFUNC = 'S'
                   READ ARQPESSOASFUNC
                       AT END
                           MOVE 'S' TO WS-EOF-PESSOASFUNC
                       NOT AT END
                           IF WS-QTD-PF < 500
                               ADD 1 TO WS-QTD-PF
                               MOVE 'S' TO WS-PF-ATIVO(WS-QTD-PF)
                               MOVE REG-PESSOA-FUNC TO
                                    WS-PF-REGISTRO(WS-QTD-PF)
                           ELSE
                               MOVE 'S' TO WS-CARGA-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPESSOASFUNC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0060-CARREGA-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARAMAPROV

           IF WS-STATUS-PARAM = '00'
               READ ARQPARAMAPROV
                   NOT AT END
                       IF PAP-PERC-SALARIO NUMERIC
                           AND PAP-PERC-SALARIO > ZEROS
                           MOVE PAP-PERC-SALARIO TO WS-LIMITE-SALARIO
                       END-IF
               END-READ
               CLOSE ARQPARAMAPROV
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0760-CARREGA-APROVACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQAPROVACOES

           IF WS-STATUS-APROV = '00' OR '02'
               PERFORM UNTIL WS-EOF-APROV = 'S'
                   READ ARQAPROVACOES
                       AT END
                           MOVE 'S' TO WS-EOF-APROV
                       NOT AT END
                           IF WS-QTD-APROV < 500
                               ADD 1 TO WS-QTD-APROV
                               MOVE REG-APROVACAO TO
                                    WS-AP-REGISTRO(WS-QTD-APROV)
                           ELSE
                               MOVE 'S' TO WS-APROV-TRUNCADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAPROVACOES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-EFETIVA-APROVADAS.
      *----------------------------------------------------------------*
      * Salary changes approved since the last run are applied before
      * the day's movements, each one only if the employee is still
      * exactly as when the change was keyed.
           PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                   UNTIL WS-IDX-AP > WS-QTD-APROV
               MOVE WS-AP-REGISTRO(WS-IDX-AP) TO REG-APROVACAO
               IF APR-TIPO = 'SL' AND APR-SITUACAO = 'A'
                   PERFORM 1600-EFETIVA-SALARIO
                   MOVE REG-APROVACAO TO WS-AP-REGISTRO(WS-IDX-AP)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1600-EFETIVA-SALARIO.
      *----------------------------------------------------------------*
           MOVE APR-DEPOIS TO REG-MOVIMENTO
           PERFORM 2100-LOCALIZA-MATRICULA
           PERFORM 2200-VALIDA-MOVIMENTO

           IF WS-MOTIVO-REJEITO = SPACES
               IF WS-FL-REGISTRO(WS-IDX-ACHADO) NOT = APR-ANTES
                   MOVE 'ALTERADO APOS' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF

           IF WS-MOTIVO-REJEITO NOT = SPACES
               ADD 1 TO WS-QTD-NAO-EFETIV
               MOVE 'R' TO APR-SITUACAO
               MOVE SPACES TO APR-MOTIVO
               STRING 'NAO EFETIVADA: ' WS-MOTIVO-REJEITO
                   DELIMITED BY SIZE INTO APR-MOTIVO
               END-STRING
               DISPLAY 'ALTERACAO SALARIAL APROVADA NAO EFETIVADA: '
                       FD-TX-MATRICULA ' ' WS-MOTIVO-REJEITO
           ELSE
               ADD 1 TO WS-QTD-EFETIVADAS
               MOVE APR-OPER-SOLIC   TO WS-SOLICITANTE
               MOVE APR-OPER-DECISAO TO WS-APROVADOR
               PERFORM 5000-ALTERA-SALARIO
               MOVE SPACES TO WS-SOLICITANTE
               MOVE SPACES TO WS-APROVADOR
               MOVE 'E' TO APR-SITUACAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESSA-MOVIMENTO.
      *----------------------------------------------------------------*
           PERFORM 2100-LOCALIZA-MATRICULA
           PERFORM 2200-VALIDA-MOVIMENTO

           MOVE ZEROS TO WS-PERC-VARIACAO
           IF WS-MOTIVO-REJEITO = SPACES AND FD-TX-TIPO = 'S'
               PERFORM 2600-CALCULA-VARIACAO
           END-IF

           EVALUATE TRUE
               WHEN WS-MOTIVO-REJEITO NOT = SPACES
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM 7000-GRAVA-REJEITO
               WHEN WS-PERC-VARIACAO > WS-LIMITE-SALARIO
                   PERFORM 2700-GRAVA-PENDENCIA
               WHEN OTHER
                   ADD 1 TO WS-QTD-APLICADOS
                   EVALUATE FD-TX-TIPO
                       WHEN 'A'
                           PERFORM 3000-ADMITE
                       WHEN 'T'
                           PERFORM 4000-TRANSFERE
                       WHEN 'S'
                           PERFORM 5000-ALTERA-SALARIO
                       WHEN 'D'
                           PERFORM 6000-DESLIGA
                       WHEN 'V'
                           PERFORM 7400-ATUALIZA-PESSOA
                   END-EVALUATE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-CALCULA-VARIACAO.
      *----------------------------------------------------------------*
           IF WS-FL-SALARIO(WS-IDX-ACHADO) > ZEROS
               IF FD-TX-SALARIO > WS-FL-SALARIO(WS-IDX-ACHADO)
                   COMPUTE WS-PERC-VARIACAO ROUNDED =
                       (FD-TX-SALARIO - WS-FL-SALARIO(WS-IDX-ACHADO))
                       * 100 / WS-FL-SALARIO(WS-IDX-ACHADO)
                       ON SIZE ERROR
                           MOVE 99999,99 TO WS-PERC-VARIACAO
                   END-COMPUTE
               ELSE
                   COMPUTE WS-PERC-VARIACAO ROUNDED =
                       (WS-FL-SALARIO(WS-IDX-ACHADO) - FD-TX-SALARIO)
                       * 100 / WS-FL-SALARIO(WS-IDX-ACHADO)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2700-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
      * The transaction itself is queued, with the employee as it is
      * now, and applied by a later run once approved.
           IF WS-QTD-APROV >= 500
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE 'FILA APROVACAO' TO WS-MOTIVO-REJEITO
               PERFORM 7000-GRAVA-REJEITO
           ELSE
               ADD 1 TO WS-QTD-PENDENTES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               STRING WS-HH ':' WS-MM ':' WS-SS
                   DELIMITED BY SIZE INTO WS-HORA-SISTEMA
               END-STRING

               MOVE SPACES            TO REG-APROVACAO
               MOVE 'SL'              TO APR-TIPO
               MOVE FD-TX-MATRICULA   TO APR-CHAVE
               MOVE WS-DATA-MOVIMENTO TO APR-DATA-PEDIDO
               MOVE WS-HORA-SISTEMA   TO APR-HORA-PEDIDO
               MOVE 'MOVIMENTA_FUNCIONARIOS' TO APR-PROGRAMA
               MOVE WS-OPERADOR       TO APR-OPER-SOLIC
               IF WS-PERC-VARIACAO > 999,99
                   MOVE 999,99 TO APR-PERC-VARIACAO
               ELSE
                   MOVE WS-PERC-VARIACAO TO APR-PERC-VARIACAO
               END-IF
               MOVE 'P'               TO APR-SITUACAO
               MOVE ZEROS             TO APR-DATA-DECISAO
               MOVE WS-FL-REGISTRO(WS-IDX-ACHADO) TO APR-ANTES
               MOVE REG-MOVIMENTO     TO APR-DEPOIS

               ADD 1 TO WS-QTD-APROV
               MOVE REG-APROVACAO TO WS-AP-REGISTRO(WS-QTD-APROV)

               DISPLAY 'ALTERACAO SALARIAL ENVIADA PARA APROVACAO: '
                       FD-TX-MATRICULA
           END-IF
           .
           EXIT.
                   OR FD-TX-MATRICULA = ZEROS
                   MOVE 'FD-TX-MATRICULA' TO WS-MOTIVO-REJEITO
               WHEN FD-TX-TIPO NOT = 'A' AND 'T' AND 'S' AND 'D'
                                     AND 'V'
                   MOVE 'FD-TX-TIPO' TO WS-MOTIVO-REJEITO
               WHEN FD-TX-TIPO = 'A' AND WS-IDX-ACHADO > ZEROS
                   MOVE 'MATRICULA DUPL' TO WS-MOTIVO-REJEITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * The cargo is optional: blank or zero keeps the current one.
           IF WS-MOTIVO-REJEITO = SPACES
               AND (FD-TX-TIPO = 'A' OR 'S')
               AND FD-TX-CARGO-X NOT = SPACES
               IF FD-TX-CARGO NOT NUMERIC
                   MOVE 'FD-TX-CARGO' TO WS-MOTIVO-REJEITO
               ELSE
                   IF FD-TX-CARGO > ZEROS
                       PERFORM 2400-VALIDA-CARGO
                   END-IF
               END-IF
           END-IF

      * So is the person code, except on 'V' where it is the whole
      * transaction.
           IF WS-MOTIVO-REJEITO = SPACES
               AND FD-TX-TIPO = 'V'
               AND (FD-TX-COD-PESSOA-X = SPACES
                    OR FD-TX-COD-PESSOA-X = ZEROS)
               MOVE 'FD-TX-COD-PES' TO WS-MOTIVO-REJEITO
           END-IF

           IF WS-MOTIVO-REJEITO = SPACES
               AND (FD-TX-TIPO = 'A' OR 'S' OR 'V')
               AND FD-TX-COD-PESSOA-X NOT = SPACES
               IF FD-TX-COD-PESSOA NOT NUMERIC
                   MOVE 'FD-TX-COD-PES' TO WS-MOTIVO-REJEITO
               ELSE
                   IF FD-TX-COD-PESSOA > ZEROS
                       PERFORM 2500-VALIDA-PESSOA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-VALIDA-PESSOA.
      *----------------------------------------------------------------*
      * The person must exist in CADPESSOAS.TXT and must not be linked
      * to another active matricula.
           MOVE 'N' TO WS-ACHOU-PESSOA

           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
                   OR WS-ACHOU-PESSOA = 'S'
               IF WS-PS-COD(WS-IDX-PES) = FD-TX-COD-PESSOA
                   MOVE 'S' TO WS-ACHOU-PESSOA
               END-IF
           END-PERFORM

           IF WS-ACHOU-PESSOA = 'N'
               MOVE 'FD-TX-COD-PES' TO WS-MOTIVO-REJEITO
           ELSE
               PERFORM VARYING WS-IDX-PF FROM 1 BY 1
                       UNTIL WS-IDX-PF > WS-QTD-PF
                       OR WS-MOTIVO-REJEITO NOT = SPACES
                   IF WS-PF-ATIVO(WS-IDX-PF) = 'S'
                       AND WS-PF-COD-PESSOA(WS-IDX-PF) =
                           FD-TX-COD-PESSOA
                       AND WS-PF-MATRICULA(WS-IDX-PF) NOT =
                           FD-TX-MATRICULA
                       MOVE 'PESSOA VINCULAD' TO WS-MOTIVO-REJEITO
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-VALIDA-CARGO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-CARGO

           PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > WS-QTD-CARGOS
                   OR WS-ACHOU-CARGO = 'S'
               IF WS-CG-CODIGO(WS-IDX-CARGO) = FD-TX-CARGO
                   MOVE 'S' TO WS-ACHOU-CARGO
               END-IF
           END-PERFORM

           IF WS-ACHOU-CARGO = 'N'
               MOVE 'FD-TX-CARGO' TO WS-MOTIVO-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
                       DISPLAY 'MATRICULA JA EXISTIA NO CADASTRO '
                               'INDEXADO: ' FD-TX-MATRICULA
               END-WRITE

               PERFORM 3100-ABRE-PERIODO-FERIAS
               PERFORM 7200-ATUALIZA-CARGO
               PERFORM 7400-ATUALIZA-PESSOA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-ABRE-PERIODO-FERIAS.
      *----------------------------------------------------------------*
      * The first periodo aquisitivo starts on the admission date (the
      * data-movimento of this run); CONTROLE_FERIAS opens the next
      * ones as each period closes.
           MOVE FD-TX-MATRICULA   TO FE-MATRICULA
           MOVE WS-DATA-MOVIMENTO TO FE-ADMISSAO
           MOVE WS-DATA-MOVIMENTO TO FE-PER-INICIO

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-CALC-N
           ADD 1 TO WS-DC-ANO
           IF WS-DC-MES = 02 AND WS-DC-DIA = 29
               MOVE 03 TO WS-DC-MES
               MOVE 01 TO WS-DC-DIA
           END-IF
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-N) - 1
           COMPUTE FE-PER-FIM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)

           MOVE FE-PER-FIM TO WS-DATA-CALC-N
           ADD 1 TO WS-DC-ANO
           IF WS-DC-MES = 02 AND WS-DC-DIA = 29
               MOVE 28 TO WS-DC-DIA
           END-IF
           MOVE WS-DATA-CALC-N TO FE-LIMITE-CONCESSAO

           MOVE 30    TO FE-DIAS-DIREITO
           MOVE ZEROS TO FE-DIAS-GOZADOS
           MOVE 30    TO FE-DIAS-SALDO
           MOVE 'A'   TO FE-SITUACAO
           MOVE ZEROS TO FE-ULT-GOZO
           WRITE REG-FERIAS
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-TRANSFERE.
      *----------------------------------------------------------------*
                   MOVE FD-TX-SALARIO TO FD-SALFUN-F
                   REWRITE REG-FUNCIONARIO
           END-READ

           PERFORM 7200-ATUALIZA-CARGO
           PERFORM 7400-ATUALIZA-PESSOA
           .
           EXIT.
      *----------------------------------------------------------------*
                   DISPLAY 'MATRICULA FORA DO CADASTRO INDEXADO: '
                           FD-TX-MATRICULA
           END-DELETE

           PERFORM 7300-LOCALIZA-CARGO-FUNC
           IF WS-IDX-CF-ACHADO > ZEROS
               MOVE 'N' TO WS-CF-ATIVO(WS-IDX-CF-ACHADO)
           END-IF

           PERFORM 7500-LOCALIZA-PESSOA-FUNC
           IF WS-IDX-PF-ACHADO > ZEROS
               MOVE 'N' TO WS-PF-ATIVO(WS-IDX-PF-ACHADO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
               DELIMITED BY SIZE INTO WS-HORA-SISTEMA
           END-STRING

           IF WS-APROVADOR NOT = SPACES
               MOVE WS-SOLICITANTE TO AUD-OPERADOR
               MOVE 'APR '         TO AUD-APR-MARCA
               MOVE WS-APROVADOR   TO AUD-APR-APROVADOR
           ELSE
               MOVE WS-OPERADOR    TO AUD-OPERADOR
           END-IF
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE 'MOVIMENTA_FUNCIONARIOS' TO AUD-PROGRAMA
           WRITE REG-AUDITORIA
           .
           EXIT.
      *----------------------------------------------------------------*
       7200-ATUALIZA-CARGO.
      *----------------------------------------------------------------*
      * Sets the cargo of the transaction on the employee, auditing the
      * before/after image of the CARGOSFUNC.TXT entry.
           IF FD-TX-CARGO-X NOT = SPACES
               AND FD-TX-CARGO > ZEROS
               PERFORM 7300-LOCALIZA-CARGO-FUNC

               IF WS-IDX-CF-ACHADO = ZEROS
                   IF WS-QTD-CF >= 500
                       DISPLAY 'TABELA DE CARGOS DOS FUNCIONARIOS '
                               'CHEIA - CARGO NAO GRAVADO: '
                               FD-TX-MATRICULA
                   ELSE
                       ADD 1 TO WS-QTD-CF
                       SET WS-IDX-CF-ACHADO TO WS-QTD-CF
                       MOVE 'S' TO WS-CF-ATIVO(WS-IDX-CF-ACHADO)
                       MOVE FD-TX-MATRICULA TO
                            WS-CF-MATRICULA(WS-IDX-CF-ACHADO)
                       MOVE FD-TX-CARGO TO
                            WS-CF-CARGO(WS-IDX-CF-ACHADO)
                       MOVE WS-DATA-MOVIMENTO TO
                            WS-CF-DATA(WS-IDX-CF-ACHADO)
                       MOVE SPACES TO WS-REG-ANTES
                       MOVE WS-CF-REGISTRO(WS-IDX-CF-ACHADO) TO
                            WS-REG-DEPOIS
                       MOVE 'ALT CARGO' TO AUD-FUNCAO
                       PERFORM 7100-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   IF WS-CF-CARGO(WS-IDX-CF-ACHADO) NOT = FD-TX-CARGO
                       MOVE WS-CF-REGISTRO(WS-IDX-CF-ACHADO) TO
                            WS-REG-ANTES
                       MOVE FD-TX-CARGO TO
                            WS-CF-CARGO(WS-IDX-CF-ACHADO)
                       MOVE WS-DATA-MOVIMENTO TO
                            WS-CF-DATA(WS-IDX-CF-ACHADO)
                       MOVE WS-CF-REGISTRO(WS-IDX-CF-ACHADO) TO
                            WS-REG-DEPOIS
                       MOVE 'ALT CARGO' TO AUD-FUNCAO
                       PERFORM 7100-GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7300-LOCALIZA-CARGO-FUNC.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-CF-ACHADO

           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-QTD-CF
                   OR WS-IDX-CF-ACHADO > ZEROS
               IF WS-CF-ATIVO(WS-IDX-CF) = 'S'
                   AND WS-CF-MATRICULA(WS-IDX-CF) = FD-TX-MATRICULA
                   SET WS-IDX-CF-ACHADO TO WS-IDX-CF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       7400-ATUALIZA-PESSOA.
      *----------------------------------------------------------------*
      * Links the matricula to the person code of the transaction,
      * auditing the before/after image of the PESSOASFUNC.TXT entry.
           IF FD-TX-COD-PESSOA-X NOT = SPACES
               AND FD-TX-COD-PESSOA > ZEROS
               PERFORM 7500-LOCALIZA-PESSOA-FUNC

               IF WS-IDX-PF-ACHADO = ZEROS
                   IF WS-QTD-PF >= 500
                       DISPLAY 'TABELA DE VINCULOS COM PESSOAS '
                               'CHEIA - VINCULO NAO GRAVADO: '
                               FD-TX-MATRICULA
                   ELSE
                       ADD 1 TO WS-QTD-PF
                       SET WS-IDX-PF-ACHADO TO WS-QTD-PF
                       MOVE 'S' TO WS-PF-ATIVO(WS-IDX-PF-ACHADO)
                       MOVE FD-TX-MATRICULA TO
                            WS-PF-MATRICULA(WS-IDX-PF-ACHADO)
                       MOVE FD-TX-COD-PESSOA TO
                            WS-PF-COD-PESSOA(WS-IDX-PF-ACHADO)
                       MOVE WS-DATA-MOVIMENTO TO
                            WS-PF-DATA(WS-IDX-PF-ACHADO)
                       MOVE SPACES TO WS-REG-ANTES
                       MOVE WS-PF-REGISTRO(WS-IDX-PF-ACHADO) TO
                            WS-REG-DEPOIS
                       MOVE 'ALT VINCULO' TO AUD-FUNCAO
                       PERFORM 7100-GRAVA-AUDITORIA
                   END-IF
               ELSE
                   IF WS-PF-COD-PESSOA(WS-IDX-PF-ACHADO) NOT =
                      FD-TX-COD-PESSOA
                       MOVE WS-PF-REGISTRO(WS-IDX-PF-ACHADO) TO
                            WS-REG-ANTES
                       MOVE FD-TX-COD-PESSOA TO
                            WS-PF-COD-PESSOA(WS-IDX-PF-ACHADO)
                       MOVE WS-DATA-MOVIMENTO TO
                            WS-PF-DATA(WS-IDX-PF-ACHADO)
                       MOVE WS-PF-REGISTRO(WS-IDX-PF-ACHADO) TO
                            WS-REG-DEPOIS
                       MOVE 'ALT VINCULO' TO AUD-FUNCAO
                       PERFORM 7100-GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7500-LOCALIZA-PESSOA-FUNC.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-PF-ACHADO

           PERFORM VARYING WS-IDX-PF FROM 1 BY 1
                   UNTIL WS-IDX-PF > WS-QTD-PF
                   OR WS-IDX-PF-ACHADO > ZEROS
               IF WS-PF-ATIVO(WS-IDX-PF) = 'S'
                   AND WS-PF-MATRICULA(WS-IDX-PF) = FD-TX-MATRICULA
                   SET WS-IDX-PF-ACHADO TO WS-IDX-PF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-FOLHA.
      *----------------------------------------------------------------*
           CLOSE ARQFOLHA
           .
           EXIT.
      *----------------------------------------------------------------*
       8100-REGRAVA-CARGOS-FUNC.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCARGOSFUNC

           PERFORM VARYING WS-IDX-CF FROM 1 BY 1
                   UNTIL WS-IDX-CF > WS-QTD-CF
               IF WS-CF-ATIVO(WS-IDX-CF) = 'S'
                   MOVE WS-CF-REGISTRO(WS-IDX-CF) TO REG-CARGO-FUNC
                   WRITE REG-CARGO-FUNC
               END-IF
           END-PERFORM

           CLOSE ARQCARGOSFUNC
           .
           EXIT.
      *----------------------------------------------------------------*
       8200-REGRAVA-PESSOAS-FUNC.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQPESSOASFUNC

           PERFORM VARYING WS-IDX-PF FROM 1 BY 1
                   UNTIL WS-IDX-PF > WS-QTD-PF
               IF WS-PF-ATIVO(WS-IDX-PF) = 'S'
                   MOVE WS-PF-REGISTRO(WS-IDX-PF) TO REG-PESSOA-FUNC
                   WRITE REG-PESSOA-FUNC
               END-IF
           END-PERFORM

           CLOSE ARQPESSOASFUNC
           .
           EXIT.
      *----------------------------------------------------------------*
       8300-REGRAVA-APROVACOES.
      *----------------------------------------------------------------*
           IF WS-QTD-APROV > ZEROS
               OPEN OUTPUT ARQAPROVACOES

               PERFORM VARYING WS-IDX-AP FROM 1 BY 1
                       UNTIL WS-IDX-AP > WS-QTD-APROV
                   MOVE WS-AP-REGISTRO(WS-IDX-AP) TO REG-APROVACAO
                   WRITE REG-APROVACAO
               END-PERFORM

               CLOSE ARQAPROVACOES
           END-IF
           .
           EXIT.

      *----------------------------------------------------------------*
       0010-CONFIGURA-ARQUIVOS.
           MOVE 'JOBLOG.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-06 WS-CFG-RETORNO
           MOVE 'FERIAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-07 WS-CFG-RETORNO
           MOVE 'CARGOSSALARIO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-08 WS-CFG-RETORNO
           MOVE 'CARGOSFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-09 WS-CFG-RETORNO
           MOVE 'CADPESSOAS.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-10 WS-CFG-RETORNO
           MOVE 'PESSOASFUNC.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-11 WS-CFG-RETORNO
           MOVE 'APROVACOES.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-12 WS-CFG-RETORNO
           MOVE 'PARAMAPROVACAO.TXT' TO WS-CFG-LOGICO
           CALL 'CONFIG_ARQUIVOS' USING WS-CFG-LOGICO
                WS-CFG-ARQ-13 WS-CFG-RETORNO
           .
           EXIT.

