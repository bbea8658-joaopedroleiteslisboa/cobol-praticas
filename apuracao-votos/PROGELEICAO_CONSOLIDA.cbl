      * Date:
      * Purpose: Consolida multiplos arquivos de votos (um por urna/zona)
      *          num unico apuracao, com quebra por urna e total geral.
      *          Com PARAMCONSOLIDA.TXT em modo 'P' emite apenas um
      *          boletim parcial numerado das urnas recebidas ate o
      *          momento (ver 5000-BOLETIM-PARCIAL); o resultado final
      *          continua saindo so da execucao completa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ACCESS MODE        IS DYNAMIC
              RECORD KEY         IS FD-TA-TITULO
              FILE STATUS        IS WS-STATUS-TITULOS.
      *
       SELECT ARQPARAMCONS ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARAMCONS.
      *
       SELECT ARQCARGOS ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CARGOS.
      *
       SELECT ARQREGEL ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-REGEL.
      *
       SELECT ARQPARCIAL ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-PARCIAL.
      *
       SELECT ARQCTLPARCIAL ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-CTLPARCIAL.
      *
      *----------------------------------------------------------------*
       DATA DIVISION.
           03 FD-TITULO           PIC 9(06).
           03 FD-NOME-ELEITOR     PIC X(10).
           03 FD-VOTO             PIC 9(03).
      * Second office (cargo) vote, as in PROGELEICAO; only the
      * partial bulletin tallies it.
           03 FD-VOTO-C2          PIC 9(03).
       01  REG-VOTOS-CONTROLE.
           03 FD-CTL-TIPO         PIC X(03).
           03 FD-CTL-DADOS        PIC X(28).
           03 FD-CAND-COD         PIC 9(03).
           03 FD-CAND-NOME        PIC X(17).
           03 FD-CAND-PARTIDO     PIC 9(03).
           03 FD-CAND-CARGO       PIC 9(02).

       FD  ARQREL
           LABEL RECORD STANDARD
           03 FD-TA-TITULO        PIC 9(06).
           03 FD-TA-NOME          PIC X(10).
           03 FD-TA-ARQ-URNA      PIC X(50).

      * Modo P emite o boletim parcial; qualquer outro valor (ou o
      * arquivo ausente) roda a consolidacao final. O intervalo, em
      * minutos, forca um novo boletim mesmo sem urna nova.
       FD  ARQPARAMCONS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMCONSOLIDA.TXT".
       01  REG-PARAM-CONSOLIDA.
           03 FD-PCS-MODO         PIC X(01).
           03 FD-PCS-INTERVALO    PIC 9(03).

       FD  ARQCARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOS.TXT".
       01  REG-CARGOS.
           03 FD-CG-COD           PIC 9(02).
           03 FD-CG-NOME          PIC X(15).
           03 FD-CG-IDADE-MINIMA  PIC 9(02).
           03 FD-CG-MAX-PARTIDO   PIC 9(03).

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

      * Boletins parciais acumulados na noite da apuracao; cada
      * execucao em modo P acrescenta o seu ao final do arquivo.
       FD  ARQPARCIAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLETINSPARCIAIS.TXT".
       01  REG-PARCIAL            PIC X(80).

      * Numero, urnas apuradas e momento do ultimo boletim parcial.
       FD  ARQCTLPARCIAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLETIMPARCIALCTL.TXT".
       01  REG-CTL-PARCIAL.
           03 FD-BC-NUMERO        PIC 9(04).
           03 FD-BC-URNAS         PIC 9(04).
           03 FD-BC-DATA          PIC 9(08).
           03 FD-BC-HORA          PIC 9(04).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
              05 WS-CAND-COD      PIC 9(03).
              05 WS-CAND-NOME     PIC X(17).
              05 WS-CAND-PARTIDO  PIC 9(03).
              05 WS-CAND-CARGO    PIC 9(02).
              05 WS-CAND-QTD-PARC PIC 9(06).
              05 WS-CAND-QTD-URNA PIC 9(05).
              05 WS-CAND-QTD-SECAO PIC 9(05).
              05 WS-CAND-QTD-ZONA PIC 9(05).
                                  VALUE 'VOTOS DUPLICADOS IGNORADOS: '.
           03 WS-CNT-DUP-G     PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * Boletim parcial
      *----------------------------------------------------------------*
       77  WS-STATUS-PARAMCONS  PIC X(02) VALUE SPACES.
       77  WS-STATUS-CARGOS     PIC X(02) VALUE SPACES.
       77  WS-STATUS-REGEL      PIC X(02) VALUE SPACES.
       77  WS-STATUS-PARCIAL    PIC X(02) VALUE SPACES.
       77  WS-STATUS-CTLPARCIAL PIC X(02) VALUE SPACES.
       77  WS-EOF-CARGOS        PIC X(01) VALUE ' '.
       77  WS-EOF-REGEL         PIC X(01) VALUE ' '.
       77  WS-MODO-PARCIAL      PIC X(01) VALUE 'N'.
       77  WS-INTERVALO         PIC 9(03) VALUE 30.
       77  WS-EMITE-BOLETIM     PIC X(01) VALUE 'N'.
       77  WS-URNA-CONFERE      PIC X(01) VALUE 'N'.
       77  WS-NUM-BOLETIM       PIC 9(04) VALUE ZEROS.
       77  WS-ULT-URNAS         PIC 9(04) VALUE ZEROS.
       77  WS-ULT-DATA          PIC 9(08) VALUE ZEROS.
       77  WS-ULT-HORA          PIC 9(04) VALUE ZEROS.
       77  WS-QTD-URNAS-APUR    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-URNAS-PEND    PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SECOES-APUR   PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ELEIT-APUR    PIC 9(06) VALUE ZEROS.
       77  WS-QTD-ELEIT-TOTAL   PIC 9(06) VALUE ZEROS.
       77  WS-QTD-VOTANTES-PARC PIC 9(06) VALUE ZEROS.
       77  WS-MIN-ULTIMO        PIC 9(05) VALUE ZEROS.
       77  WS-MIN-AGORA         PIC 9(05) VALUE ZEROS.
       77  WS-VOTO-ATUAL        PIC 9(03) VALUE ZEROS.
       77  WS-CARGO-ATUAL       PIC 9(02) VALUE ZEROS.
       77  WS-CHAVE-SECAO       PIC 9(06) VALUE ZEROS.
       77  WS-IDX-ACHADO        PIC 9(04) VALUE ZEROS.
       77  WS-IDX-AUX           PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RK            PIC 9(03) VALUE ZEROS.
       77  WS-IDX-RK2           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MAIOR         PIC 9(03) VALUE ZEROS.
       77  WS-QTD-RANKING       PIC 9(03) VALUE ZEROS.
       77  WS-RK-TROCA          PIC 9(03) VALUE ZEROS.
       77  WS-VALIDOS-CARGO     PIC 9(06) VALUE ZEROS.
       77  WS-PERC-AUX          PIC 9(03)V99 VALUE ZEROS.

      * Cargos em disputa: o campo de voto N da cedula pertence ao
      * N-esimo cargo de CARGOS.TXT, como em PROGELEICAO.
       01  WS-TAB-CARGOS.
           03 WS-QTD-CARGO     PIC 9(02) VALUE ZEROS.
           03 WS-CARGO OCCURS 02 TIMES INDEXED BY WS-IDX-CARGO.
              05 WS-CG-COD        PIC 9(02).
              05 WS-CG-NOME       PIC X(15).
              05 WS-CG-BRANCO     PIC 9(06).
              05 WS-CG-NULO       PIC 9(06).

      * Secoes com eleitores no cadastro, em ordem de zona/secao, com
      * a marca das ja apuradas.
       01  WS-TAB-SECOES.
           03 WS-QTD-SECAO       PIC 9(04) VALUE ZEROS.
           03 WS-SECAO OCCURS 500 TIMES INDEXED BY WS-IDX-SECAO.
              05 WS-SC-CHAVE      PIC 9(06).
              05 WS-SC-ELEITORES  PIC 9(05).
              05 WS-SC-APURADA    PIC X(01).

       01  WS-TAB-RANKING.
           03 WS-RK-CAND         PIC 9(03) OCCURS 50 TIMES.

       01  WS-AGORA.
           03 WS-AG-DATA         PIC 9(08).
           03 WS-AG-HORA.
              05 WS-AG-HH        PIC 9(02).
              05 WS-AG-MM        PIC 9(02).
              05 WS-AG-SS        PIC 9(02).
           03 FILLER             PIC X(07).
       01  WS-AGORA-DATA-R REDEFINES WS-AGORA.
           03 WS-AG-ANO          PIC 9(04).
           03 WS-AG-MES          PIC 9(02).
           03 WS-AG-DIA          PIC 9(02).
           03 FILLER             PIC X(13).

       01  WS-ULT-HORA-R.
           03 WS-UH-HH           PIC 9(02).
           03 WS-UH-MM           PIC 9(02).

       01  WS-BP-CARIMBO         PIC X(80) VALUE
           '*** PARCIAL *** PARCIAL *** NAO E RESULTADO FINAL *** PARCIA
      -    'L ***'.

       01  WS-BP-TITULO.
           03 FILLER           PIC X(19) VALUE 'BOLETIM PARCIAL NO '.
           03 WS-BP-NUMERO     PIC 9(04).
           03 FILLER           PIC X(13) VALUE ' - EMITIDO EM'.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-BP-DIA        PIC 9(02).
           03 FILLER           PIC X(01) VALUE '/'.
           03 WS-BP-MES        PIC 9(02).
           03 FILLER           PIC X(01) VALUE '/'.
           03 WS-BP-ANO        PIC 9(04).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-BP-HH         PIC 9(02).
           03 FILLER           PIC X(01) VALUE ':'.
           03 WS-BP-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE ':'.
           03 WS-BP-SS         PIC 9(02).

       01  WS-BP-SECOES.
           03 FILLER           PIC X(18) VALUE 'SECOES APURADAS: '.
           03 WS-BP-SEC-APUR   PIC ZZZ9.
           03 FILLER           PIC X(04) VALUE ' DE '.
           03 WS-BP-SEC-TOTAL  PIC ZZZ9.
           03 FILLER           PIC X(02) VALUE ' ('.
           03 WS-BP-SEC-PERC   PIC ZZ9,99.
           03 FILLER           PIC X(02) VALUE '%)'.

       01  WS-BP-ELEITORES.
           03 FILLER           PIC X(26)
                  VALUE 'ELEITORADO NAS APURADAS: '.
           03 WS-BP-EL-APUR    PIC ZZZZZ9.
           03 FILLER           PIC X(04) VALUE ' DE '.
           03 WS-BP-EL-TOTAL   PIC ZZZZZ9.
           03 FILLER           PIC X(02) VALUE ' ('.
           03 WS-BP-EL-PERC    PIC ZZ9,99.
           03 FILLER           PIC X(02) VALUE '%)'.

       01  WS-BP-VOTANTES.
           03 FILLER           PIC X(19) VALUE 'VOTANTES APURADOS: '.
           03 WS-BP-VOTANTES-Q PIC ZZZZZ9.
           03 FILLER           PIC X(18) VALUE '  URNAS APURADAS: '.
           03 WS-BP-URNAS-APUR PIC ZZZ9.
           03 FILLER           PIC X(18) VALUE '  EM CONFERENCIA: '.
           03 WS-BP-URNAS-PEND PIC ZZZ9.

       01  WS-BP-CARGO.
           03 FILLER           PIC X(07) VALUE 'CARGO: '.
           03 WS-BP-CG-COD     PIC 9(02).
           03 FILLER           PIC X(03) VALUE ' - '.
           03 WS-BP-CG-NOME    PIC X(15).

       01  WS-BP-CABECALHO     PIC X(80) VALUE
           'POS NUM PART NOME                  VOTOS   % VALIDOS'.

       01  WS-BP-DETALHE.
           03 WS-BP-POS        PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-BP-COD        PIC 9(03).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-BP-PARTIDO    PIC 9(03).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-BP-NOME       PIC X(17).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-BP-VOTOS      PIC ZZZZZ9.
           03 FILLER           PIC X(03) VALUE SPACES.
           03 WS-BP-PERC       PIC ZZ9,99.

       01  WS-BP-BRANCO-NULO.
           03 FILLER           PIC X(17) VALUE 'VOTOS VALIDOS: '.
           03 WS-BP-VALIDOS    PIC ZZZZZ9.
           03 FILLER           PIC X(11) VALUE '  BRANCOS: '.
           03 WS-BP-BRANCOS    PIC ZZZZZ9.
           03 FILLER           PIC X(09) VALUE '  NULOS: '.
           03 WS-BP-NULOS      PIC ZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
           PERFORM 0100-LE-PARAMETRO

           IF WS-MODO-PARCIAL = 'S'
               PERFORM 5000-BOLETIM-PARCIAL
               STOP RUN
           END-IF

           PERFORM 0200-VERIFICA-RECEPCAO-URNAS

           OPEN OUTPUT ARQTITULOS

           CLOSE ARQREL ARQFRAUDE ARQBOLETIM ARQTITULOS
           STOP RUN.
      *----------------------------------------------------------------*
       0100-LE-PARAMETRO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARAMCONS

           IF WS-STATUS-PARAMCONS = '00'
               READ ARQPARAMCONS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PCS-MODO = 'P'
                           MOVE 'S' TO WS-MODO-PARCIAL
                       END-IF
                       IF FD-PCS-INTERVALO NUMERIC
                           AND FD-PCS-INTERVALO > ZEROS
                           MOVE FD-PCS-INTERVALO TO WS-INTERVALO
                       END-IF
               END-READ
               CLOSE ARQPARAMCONS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-VERIFICA-RECEPCAO-URNAS.
      *----------------------------------------------------------------*
                       MOVE FD-CAND-NOME TO WS-CAND-NOME(WS-QTD-CAND)
                       MOVE FD-CAND-PARTIDO TO
                           WS-CAND-PARTIDO(WS-QTD-CAND)
                       IF FD-CAND-CARGO NUMERIC
                           AND FD-CAND-CARGO > ZEROS
                           MOVE FD-CAND-CARGO TO
                               WS-CAND-CARGO(WS-QTD-CAND)
                       ELSE
                           MOVE 01 TO WS-CAND-CARGO(WS-QTD-CAND)
                       END-IF
                       MOVE ZEROS TO WS-CAND-QTD-PARC(WS-QTD-CAND)
                       MOVE ZEROS TO WS-CAND-QTD-SECAO(WS-QTD-CAND)
                       MOVE ZEROS TO WS-CAND-QTD-ZONA(WS-QTD-CAND)
                       MOVE ZEROS TO WS-CAND-QTD-GERAL(WS-QTD-CAND)
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-BOLETIM-PARCIAL.
      *----------------------------------------------------------------*
      * Election-night partial bulletin. Tallies only the urnas listed
      * in ARQURNAS.TXT so far whose header/trailer control checks
      * (one still arriving is left for the next bulletin) and
      * appends a numbered, timestamped bulletin stamped PARCIAL to
      * BOLETINSPARCIAIS.TXT. A bulletin is only issued when more
      * urnas were tallied than in the last one or the interval of
      * PARAMCONSOLIDA.TXT has passed, so the run can be scheduled
      * every few minutes. Nothing of the final result is written.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA

           PERFORM 5100-LE-CONTROLE-PARCIAL
           PERFORM 0500-CARREGA-CANDIDATOS
           PERFORM 5150-CARREGA-CARGOS
           PERFORM 5160-CARREGA-SECOES
           PERFORM 5200-APURA-PARCIAL

           MOVE 'N' TO WS-EMITE-BOLETIM
           IF WS-QTD-URNAS-APUR NOT = WS-ULT-URNAS
               OR WS-NUM-BOLETIM = ZEROS
               MOVE 'S' TO WS-EMITE-BOLETIM
           ELSE
               IF WS-AG-DATA NOT = WS-ULT-DATA
                   MOVE 'S' TO WS-EMITE-BOLETIM
               ELSE
                   MOVE WS-ULT-HORA TO WS-ULT-HORA-R
                   COMPUTE WS-MIN-ULTIMO = WS-UH-HH * 60 + WS-UH-MM
                   COMPUTE WS-MIN-AGORA  = WS-AG-HH * 60 + WS-AG-MM
                   IF WS-MIN-AGORA - WS-MIN-ULTIMO >= WS-INTERVALO
                       MOVE 'S' TO WS-EMITE-BOLETIM
                   END-IF
               END-IF
           END-IF

           IF WS-EMITE-BOLETIM = 'N'
               DISPLAY 'NENHUMA URNA APURADA DESDE O BOLETIM PARCIAL '
                       WS-NUM-BOLETIM ' - BOLETIM NAO EMITIDO'
           ELSE
               ADD 1 TO WS-NUM-BOLETIM
               PERFORM 5500-GRAVA-BOLETIM-PARCIAL
               PERFORM 5900-GRAVA-CONTROLE-PARCIAL
               DISPLAY 'BOLETIM PARCIAL ' WS-NUM-BOLETIM
                       ' EMITIDO - URNAS APURADAS: '
                       WS-QTD-URNAS-APUR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-LE-CONTROLE-PARCIAL.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCTLPARCIAL

           IF WS-STATUS-CTLPARCIAL = '00'
               READ ARQCTLPARCIAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-BC-NUMERO NUMERIC
                           MOVE FD-BC-NUMERO TO WS-NUM-BOLETIM
                           MOVE FD-BC-URNAS  TO WS-ULT-URNAS
                           MOVE FD-BC-DATA   TO WS-ULT-DATA
                           MOVE FD-BC-HORA   TO WS-ULT-HORA
                       END-IF
               END-READ
               CLOSE ARQCTLPARCIAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5150-CARREGA-CARGOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOS

           IF WS-STATUS-CARGOS = '00'
               PERFORM UNTIL WS-EOF-CARGOS = 'S'
                   READ ARQCARGOS
                       AT END
                           MOVE 'S' TO WS-EOF-CARGOS
                       NOT AT END
                           IF WS-QTD-CARGO < 02
                               ADD 1 TO WS-QTD-CARGO
                               MOVE FD-CG-COD TO
                                    WS-CG-COD(WS-QTD-CARGO)
                               MOVE FD-CG-NOME TO
                                    WS-CG-NOME(WS-QTD-CARGO)
                               MOVE ZEROS TO
                                    WS-CG-BRANCO(WS-QTD-CARGO)
                               MOVE ZEROS TO
                                    WS-CG-NULO(WS-QTD-CARGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           END-IF

           IF WS-QTD-CARGO = ZEROS
               MOVE 1 TO WS-QTD-CARGO
               MOVE 01 TO WS-CG-COD(1)
               MOVE 'CARGO UNICO' TO WS-CG-NOME(1)
               MOVE ZEROS TO WS-CG-BRANCO(1)
               MOVE ZEROS TO WS-CG-NULO(1)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5160-CARREGA-SECOES.
      *----------------------------------------------------------------*
      * The secoes expected are the ones with registered voters, the
      * same list CONTROLE_URNAS checks the arrivals against.
           OPEN INPUT ARQREGEL

           IF WS-STATUS-REGEL = '00'
               PERFORM UNTIL WS-EOF-REGEL = 'S'
                   READ ARQREGEL
                       AT END
                           MOVE 'S' TO WS-EOF-REGEL
                       NOT AT END
                           ADD 1 TO WS-QTD-ELEIT-TOTAL
                           COMPUTE WS-CHAVE-SECAO =
                                   FD-REG-ZONA * 1000 + FD-REG-SECAO
                           PERFORM 5170-REGISTRA-SECAO
                           IF WS-IDX-ACHADO > ZEROS
                               ADD 1 TO WS-SC-ELEITORES(WS-IDX-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREGEL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5170-REGISTRA-SECAO.
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
               AND WS-QTD-SECAO < 500
               SET WS-IDX-ACHADO TO WS-IDX-SECAO
               PERFORM VARYING WS-IDX-AUX FROM WS-QTD-SECAO BY -1
                       UNTIL WS-IDX-AUX < WS-IDX-ACHADO
                   MOVE WS-SECAO(WS-IDX-AUX) TO
                        WS-SECAO(WS-IDX-AUX + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-SECAO
               MOVE WS-CHAVE-SECAO TO WS-SC-CHAVE(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-SC-ELEITORES(WS-IDX-ACHADO)
               MOVE 'N' TO WS-SC-APURADA(WS-IDX-ACHADO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-APURA-PARCIAL.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQTITULOS
           CLOSE ARQTITULOS
           OPEN I-O ARQTITULOS

           MOVE ' ' TO WS-EOF-URNA
           OPEN INPUT ARQURNAS
           PERFORM UNTIL WS-EOF-URNA = 'S'
               READ ARQURNAS
                   AT END
                       MOVE 'S' TO WS-EOF-URNA
                   NOT AT END
                       MOVE FD-URNA-ARQUIVO TO WS-NOME-ARQ-URNA
                       PERFORM 5210-CONFERE-URNA
                       IF WS-URNA-CONFERE = 'S'
                           ADD 1 TO WS-QTD-URNAS-APUR
                           PERFORM 5220-APURA-URNA
                           PERFORM 5230-MARCA-SECAO
                       ELSE
                           ADD 1 TO WS-QTD-URNAS-PEND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQURNAS ARQTITULOS

           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                   UNTIL WS-IDX-SECAO > WS-QTD-SECAO
               IF WS-SC-APURADA(WS-IDX-SECAO) = 'S'
                   ADD 1 TO WS-QTD-SECOES-APUR
                   ADD WS-SC-ELEITORES(WS-IDX-SECAO) TO
                       WS-QTD-ELEIT-APUR
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5210-CONFERE-URNA.
      *----------------------------------------------------------------*
      * First pass: the urna only enters the bulletin when its file is
      * complete (header, trailer, quantity and hash), the same checks
      * 1900-VALIDA-CONTROLE-URNA applies to the final run.
           MOVE 'N' TO WS-EOF-VOTOS
           MOVE 'N' TO WS-CTL-HEADER-LIDO
           MOVE 'N' TO WS-CTL-TRAILER-LIDO
           MOVE ZEROS TO WS-CTL-QTD-ESPERADA
           MOVE ZEROS TO WS-CTL-HASH-ESPERADO
           MOVE ZEROS TO WS-CTL-QTD-LIDA
           MOVE ZEROS TO WS-CTL-HASH-LIDO
           OPEN INPUT ARQVOTOS

           PERFORM UNTIL WS-EOF-VOTOS = 'S'
               READ ARQVOTOS
                   AT END
                       MOVE 'S' TO WS-EOF-VOTOS
                   NOT AT END
                       IF FD-CTL-TIPO = 'HDR'
                           MOVE 'S' TO WS-CTL-HEADER-LIDO
                       ELSE
                       IF FD-CTL-TIPO = 'TRL'
                           MOVE 'S' TO WS-CTL-TRAILER-LIDO
                           MOVE FD-CTL-QTD  TO WS-CTL-QTD-ESPERADA
                           MOVE FD-CTL-HASH TO WS-CTL-HASH-ESPERADO
                       ELSE
                           ADD 1 TO WS-CTL-QTD-LIDA
                           IF FD-VOTO NUMERIC
                               ADD FD-VOTO TO WS-CTL-HASH-LIDO
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQVOTOS

           IF WS-CTL-HEADER-LIDO = 'S'
               AND WS-CTL-TRAILER-LIDO = 'S'
               AND WS-CTL-QTD-LIDA = WS-CTL-QTD-ESPERADA
               AND WS-CTL-HASH-LIDO = WS-CTL-HASH-ESPERADO
               MOVE 'S' TO WS-URNA-CONFERE
           ELSE
               MOVE 'N' TO WS-URNA-CONFERE
               DISPLAY 'URNA EM CONFERENCIA, FORA DO BOLETIM: '
                       WS-NOME-ARQ-URNA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5220-APURA-URNA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-EOF-VOTOS
           OPEN INPUT ARQVOTOS

           PERFORM UNTIL WS-EOF-VOTOS = 'S'
               READ ARQVOTOS
                   AT END
                       MOVE 'S' TO WS-EOF-VOTOS
                   NOT AT END
                       IF FD-CTL-TIPO NOT = 'HDR' AND 'TRL'
                           PERFORM 2000-VERIFICA-DUPLICADO
                           IF WS-TITULO-DUPLICADO = 'N'
                               PERFORM 2070-REGISTRA-TITULO
                               ADD 1 TO WS-QTD-VOTANTES-PARC
                               PERFORM 5300-CONTA-VOTO-PARCIAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQVOTOS
           .
           EXIT.
      *----------------------------------------------------------------*
       5230-MARCA-SECAO.
      *----------------------------------------------------------------*
           COMPUTE WS-CHAVE-SECAO = FD-URNA-ZONA * 1000 + FD-URNA-SECAO

           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                   UNTIL WS-IDX-SECAO > WS-QTD-SECAO
               IF WS-SC-CHAVE(WS-IDX-SECAO) = WS-CHAVE-SECAO
                   MOVE 'S' TO WS-SC-APURADA(WS-IDX-SECAO)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-CONTA-VOTO-PARCIAL.
      *----------------------------------------------------------------*
           MOVE FD-VOTO TO WS-VOTO-ATUAL
           SET WS-IDX-CARGO TO 1
           MOVE WS-CG-COD(WS-IDX-CARGO) TO WS-CARGO-ATUAL
           PERFORM 5310-CONTA-VOTO-CARGO

           IF WS-QTD-CARGO > 1
                   AND FD-VOTO-C2 NUMERIC
               MOVE FD-VOTO-C2 TO WS-VOTO-ATUAL
               SET WS-IDX-CARGO TO 2
               MOVE WS-CG-COD(WS-IDX-CARGO) TO WS-CARGO-ATUAL
               PERFORM 5310-CONTA-VOTO-CARGO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5310-CONTA-VOTO-CARGO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-CAND

           IF WS-VOTO-ATUAL NOT = ZEROS
               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-QTD-CAND
                       OR WS-ACHOU-CAND = 'S'
                   IF WS-VOTO-ATUAL = WS-CAND-COD(WS-IDX-CAND)
                       AND WS-CARGO-ATUAL =
                           WS-CAND-CARGO(WS-IDX-CAND)
                       ADD 1 TO WS-CAND-QTD-PARC(WS-IDX-CAND)
                       MOVE 'S' TO WS-ACHOU-CAND
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ACHOU-CAND = 'N'
               IF WS-VOTO-ATUAL = 000
                   ADD 1 TO WS-CG-BRANCO(WS-IDX-CARGO)
               ELSE
                   ADD 1 TO WS-CG-NULO(WS-IDX-CARGO)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-GRAVA-BOLETIM-PARCIAL.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQPARCIAL
           IF WS-STATUS-PARCIAL = '35'
               OPEN OUTPUT ARQPARCIAL
           END-IF

           MOVE WS-NUM-BOLETIM TO WS-BP-NUMERO
           MOVE WS-AG-DIA      TO WS-BP-DIA
           MOVE WS-AG-MES      TO WS-BP-MES
           MOVE WS-AG-ANO      TO WS-BP-ANO
           MOVE WS-AG-HH       TO WS-BP-HH
           MOVE WS-AG-MM       TO WS-BP-MM
           MOVE WS-AG-SS       TO WS-BP-SS

           WRITE REG-PARCIAL FROM WS-PONTILHADO
           WRITE REG-PARCIAL FROM WS-BP-CARIMBO
           WRITE REG-PARCIAL FROM WS-BP-TITULO
           WRITE REG-PARCIAL FROM WS-PONTILHADO

           MOVE WS-QTD-SECOES-APUR TO WS-BP-SEC-APUR
           MOVE WS-QTD-SECAO       TO WS-BP-SEC-TOTAL
           MOVE ZEROS TO WS-PERC-AUX
           IF WS-QTD-SECAO > ZEROS
               COMPUTE WS-PERC-AUX ROUNDED =
                       WS-QTD-SECOES-APUR * 100 / WS-QTD-SECAO
           END-IF
           MOVE WS-PERC-AUX TO WS-BP-SEC-PERC
           WRITE REG-PARCIAL FROM WS-BP-SECOES

           MOVE WS-QTD-ELEIT-APUR  TO WS-BP-EL-APUR
           MOVE WS-QTD-ELEIT-TOTAL TO WS-BP-EL-TOTAL
           MOVE ZEROS TO WS-PERC-AUX
           IF WS-QTD-ELEIT-TOTAL > ZEROS
               COMPUTE WS-PERC-AUX ROUNDED =
                       WS-QTD-ELEIT-APUR * 100 / WS-QTD-ELEIT-TOTAL
           END-IF
           MOVE WS-PERC-AUX TO WS-BP-EL-PERC
           WRITE REG-PARCIAL FROM WS-BP-ELEITORES

           MOVE WS-QTD-VOTANTES-PARC TO WS-BP-VOTANTES-Q
           MOVE WS-QTD-URNAS-APUR    TO WS-BP-URNAS-APUR
           MOVE WS-QTD-URNAS-PEND    TO WS-BP-URNAS-PEND
           WRITE REG-PARCIAL FROM WS-BP-VOTANTES
           WRITE REG-PARCIAL FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > WS-QTD-CARGO
               PERFORM 5600-GRAVA-CARGO-PARCIAL
           END-PERFORM

           WRITE REG-PARCIAL FROM WS-BP-CARIMBO
           WRITE REG-PARCIAL FROM WS-PONTILHADO

           CLOSE ARQPARCIAL
           .
           EXIT.
      *----------------------------------------------------------------*
       5600-GRAVA-CARGO-PARCIAL.
      *----------------------------------------------------------------*
      * Candidates of the cargo in current order of votes; the
      * percentage is over the valid votes of the cargo.
           MOVE ZEROS TO WS-QTD-RANKING
           MOVE ZEROS TO WS-VALIDOS-CARGO

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
               IF WS-CAND-CARGO(WS-IDX-CAND) = WS-CG-COD(WS-IDX-CARGO)
                   ADD 1 TO WS-QTD-RANKING
                   SET WS-RK-CAND(WS-QTD-RANKING) TO WS-IDX-CAND
                   ADD WS-CAND-QTD-PARC(WS-IDX-CAND) TO
                       WS-VALIDOS-CARGO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-RK FROM 1 BY 1
                   UNTIL WS-IDX-RK >= WS-QTD-RANKING
               MOVE WS-IDX-RK TO WS-IDX-MAIOR
               PERFORM VARYING WS-IDX-RK2 FROM WS-IDX-RK BY 1
                       UNTIL WS-IDX-RK2 > WS-QTD-RANKING
                   IF WS-CAND-QTD-PARC(WS-RK-CAND(WS-IDX-RK2)) >
                      WS-CAND-QTD-PARC(WS-RK-CAND(WS-IDX-MAIOR))
                       MOVE WS-IDX-RK2 TO WS-IDX-MAIOR
                   END-IF
               END-PERFORM
               MOVE WS-RK-CAND(WS-IDX-RK)    TO WS-RK-TROCA
               MOVE WS-RK-CAND(WS-IDX-MAIOR) TO WS-RK-CAND(WS-IDX-RK)
               MOVE WS-RK-TROCA              TO WS-RK-CAND(WS-IDX-MAIOR)
           END-PERFORM

           MOVE WS-CG-COD(WS-IDX-CARGO)  TO WS-BP-CG-COD
           MOVE WS-CG-NOME(WS-IDX-CARGO) TO WS-BP-CG-NOME
           WRITE REG-PARCIAL FROM WS-BP-CARGO
           WRITE REG-PARCIAL FROM WS-BP-CABECALHO

           PERFORM VARYING WS-IDX-RK FROM 1 BY 1
                   UNTIL WS-IDX-RK > WS-QTD-RANKING
               SET WS-IDX-CAND TO WS-RK-CAND(WS-IDX-RK)
               MOVE WS-IDX-RK                     TO WS-BP-POS
               MOVE WS-CAND-COD(WS-IDX-CAND)      TO WS-BP-COD
               MOVE WS-CAND-PARTIDO(WS-IDX-CAND)  TO WS-BP-PARTIDO
               MOVE WS-CAND-NOME(WS-IDX-CAND)     TO WS-BP-NOME
               MOVE WS-CAND-QTD-PARC(WS-IDX-CAND) TO WS-BP-VOTOS
               MOVE ZEROS TO WS-PERC-AUX
               IF WS-VALIDOS-CARGO > ZEROS
                   COMPUTE WS-PERC-AUX ROUNDED =
                           WS-CAND-QTD-PARC(WS-IDX-CAND) * 100
                           / WS-VALIDOS-CARGO
               END-IF
               MOVE WS-PERC-AUX TO WS-BP-PERC
               WRITE REG-PARCIAL FROM WS-BP-DETALHE
           END-PERFORM

           MOVE WS-VALIDOS-CARGO         TO WS-BP-VALIDOS
           MOVE WS-CG-BRANCO(WS-IDX-CARGO) TO WS-BP-BRANCOS
           MOVE WS-CG-NULO(WS-IDX-CARGO)   TO WS-BP-NULOS
           WRITE REG-PARCIAL FROM WS-BP-BRANCO-NULO
           WRITE REG-PARCIAL FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       5900-GRAVA-CONTROLE-PARCIAL.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCTLPARCIAL

           MOVE WS-NUM-BOLETIM     TO FD-BC-NUMERO
           MOVE WS-QTD-URNAS-APUR  TO FD-BC-URNAS
           MOVE WS-AG-DATA         TO FD-BC-DATA
           COMPUTE FD-BC-HORA = WS-AG-HH * 100 + WS-AG-MM
           WRITE REG-CTL-PARCIAL

           CLOSE ARQCTLPARCIAL
           .
           EXIT.

       END PROGRAM PROGELEICAO_CONSOLIDA.
