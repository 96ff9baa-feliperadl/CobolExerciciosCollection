       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Fechamento.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODOFILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT OPTIONAL PERFECHFILE ASSIGN TO "PERFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFC-STATUS.
           SELECT ARQHISTFILE ASSIGN TO "ARQHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL ARQPENDFILE ASSIGN TO "ARQPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT FECHPENDFILE ASSIGN TO "FECHPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPND-CODIGO.
           SELECT OPTIONAL ARQRECFILE ASSIGN TO "ARQREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT FECHNOTAFILE ASSIGN TO "FECHNOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FNOT-CODIGO.
           SELECT ARQRECIDXFILE ASSIGN TO "ARQRECIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECIDX-CODIGO
               FILE STATUS IS WS-RIDX-STATUS.
           SELECT EXAMAGDFILE ASSIGN TO "EXAMAGD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGD-CODIGO
               FILE STATUS IS WS-AGD-STATUS.
           SELECT FECHMOVFILE ASSIGN TO "FECHMOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHSORTFILE ASSIGN TO "FECHORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHWORKFILE ASSIGN TO "FECHMOV.WRK".
           SELECT RELATORIOFILE ASSIGN USING NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCTRLFILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT OPTIONAL GERACATFILE ASSIGN TO "GERACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVAHISTFILE ASSIGN TO "TRAVAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.


       DATA DIVISION.
       FILE SECTION.
           FD PERIODOFILE.
               01 PERIODO-REC.
                   02  PERIODO-ID  PIC X(06).
           FD PERFECHFILE.
               01 PFC-REC.
                   COPY PERFECH.
           FD ARQHISTFILE.
               01 HIST-REC.
                   COPY HISTREC.
      *        Questao5's spool of the students it could not resolve:
      *        no recovery score at all, or one still in correction,
      *        each stamped with the term it was written under.
           FD ARQPENDFILE.
               01 ARQPEND.
                   02  PENDCODIGO     PIC 9(5).
                   02  PENDNOME       PIC X(10).
                   02  PENDTURMA      PIC X(10).
                   02  PENDREGRA      PIC 9(03).
                   02  PENDPERIODO    PIC X(06).
           FD FECHPENDFILE.
               01 FECHPEND.
                   02  FPND-CODIGO    PIC 9(5).
                   02  FPND-NOME      PIC X(10).
                   02  FPND-TURMA     PIC X(10).
      *        The recovery scores as they stand at close, and the
      *        keyed copy this run builds of them.
           FD ARQRECFILE.
               01 ARQREC.
                   02  RECCODIGO      PIC 9(5).
                   02  RECNOTA        PIC 9(2)V9(2).
           FD FECHNOTAFILE.
               01 FECHNOTA.
                   02  FNOT-CODIGO    PIC 9(5).
                   02  FNOT-NOTA      PIC 9(2)V9(2).
      *        Questao5's keyed copy of the recovery scores, corrected
      *        scores from RESSUB5.DAT already folded in.
           FD ARQRECIDXFILE.
               01 ARQRECIDX.
                   02  RECIDX-CODIGO  PIC 9(5).
                   02  RECIDX-NOTA    PIC 9(2)V9(2).
                   02  RECIDX-CICLO   PIC 9(02).
      *        AgendaExam's schedule, with the attendance keyed
      *        from the signed rosters.
           FD EXAMAGDFILE.
               01 AGD-REC.
                   COPY AGDREC.
      *        One line per entry the term closes with, led by the
      *        TURMA it is summarised under so the sort can group
      *        them.  FMOV-FALTA is "S" for a no-show this close
      *        failed.
           FD FECHMOVFILE.
               01 FMOV-REC.
                   02  FMOV-TURMA     PIC X(10).
                   02  FMOV-CODIGO    PIC 9(05).
                   02  FMOV-NOME      PIC X(10).
                   02  FMOV-RESULT    PIC X(04).
                   02  FMOV-MEDIA     PIC 9(2)V9(2).
                   02  FMOV-FALTA     PIC X(01).
           FD FECHSORTFILE.
               01 FORD-REC.
                   02  FORD-TURMA     PIC X(10).
                   02  FORD-CODIGO    PIC 9(05).
                   02  FORD-NOME      PIC X(10).
                   02  FORD-RESULT    PIC X(04).
                   02  FORD-MEDIA     PIC 9(2)V9(2).
                   02  FORD-FALTA     PIC X(01).
           SD FECHWORKFILE.
               01 FECW-REC.
                   02  FECW-TURMA     PIC X(10).
                   02  FECW-CODIGO    PIC X(05).
                   02  FILLER         PIC X(19).
           FD RELATORIOFILE.
               01 RELATORIO-LINHA  PIC X(80).
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.
           FD GERACATFILE.
               01 CAT-REC.
                   COPY GERCAT.
           FD RUNLOGFILE.
               01 RL-REC.
                   COPY RUNLOG.
           FD TRAVAHISTFILE.
               01 TRAVA-REC  PIC X(32).


       WORKING-STORAGE SECTION.
      *    The term being closed, from PERIODO.DAT, and the one
      *    PERIODO.DAT is advanced to.  The next term is normally
      *    worked out from the "yyyy-s" form of the current one -
      *    first half to second, second half to the first of the
      *    following year; a term named any other way needs the next
      *    PERIODO given on the command line.
           01 PERIODO-CORRENTE PIC X(06) VALUE "000000".
           01 PERIODO-PROXIMO  PIC X(06) VALUE SPACES.
           01 PERIODO-CALC.
               02  PCALC-ANO       PIC 9(04).
               02  PCALC-SEP       PIC X(01).
               02  PCALC-SEM       PIC X(01).
           01 FECH-PARAMETRO   PIC X(20) VALUE SPACES.

           01 WS-PER-STATUS    PIC X(02) VALUE "00".
           01 WS-PFC-STATUS    PIC X(02) VALUE "00".
           01 WS-HIST-STATUS   PIC X(02) VALUE "00".
           01 WS-PEND-STATUS   PIC X(02) VALUE "00".
           01 WS-RIDX-STATUS   PIC X(02) VALUE "00".
           01 WS-AGD-STATUS    PIC X(02) VALUE "00".
           01 WS-REC-STATUS    PIC X(02) VALUE "00".

           01 WS-FIM-HIST      PIC X(01) VALUE "N".
               88  FIM-HISTORICO  VALUE "S".
           01 WS-FIM-SORT      PIC X(01) VALUE "N".
               88  FIM-ORDENADO   VALUE "S".
           01 WS-FIM-PFC       PIC X(01) VALUE "N".
               88  FIM-FECHADOS   VALUE "S".
           01 WS-TEM-RECIDX    PIC X(01) VALUE "N".
               88  NOTAS-PRESENTES  VALUE "S".
           01 WS-PENDENTE      PIC X(01) VALUE "N".
               88  ALUNO-PENDENTE  VALUE "S".
           01 WS-COM-NOTA      PIC X(01) VALUE "N".
               88  ALUNO-COM-NOTA  VALUE "S".
           01 WS-NOTA-NOVA     PIC X(01) VALUE "N".
               88  ALUNO-COM-NOTA-NOVA  VALUE "S".
           01 WS-TEM-AGENDA    PIC X(01) VALUE "N".
               88  AGENDA-PRESENTE  VALUE "S".
           01 WS-COMPARECEU    PIC X(01) VALUE "N".
               88  ALUNO-COMPARECEU  VALUE "S".

      *    Refusal found while the closed-term register was read:
      *    the current term already closed, or the next one named.
           01 WS-JA-FECHADO    PIC X(01) VALUE "N".
               88  PERIODO-JA-FECHADO  VALUE "S".
           01 WS-PROX-FECHADO  PIC X(01) VALUE "N".
               88  PROXIMO-JA-FECHADO  VALUE "S".
           01 DATA-FECHAMENTO  PIC 9(08) VALUE ZERO.

           01 CONTADOR-LIDOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PERIODO  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-APRO     PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REPR     PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-FALTAS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-BLOQ     PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-TURMAS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PEND-OUTRO PIC 9(7) COMP VALUE ZERO.

      *    Control break of the summary: the TURMA being listed,
      *    with its subtotals.
           01 TURMA-ATUAL       PIC X(10) VALUE LOW-VALUES.
           01 TURMA-ALUNOS      PIC 9(05) COMP VALUE ZERO.
           01 TURMA-APRO        PIC 9(05) COMP VALUE ZERO.
           01 TURMA-REPR        PIC 9(05) COMP VALUE ZERO.
           01 TURMA-FALTAS      PIC 9(05) COMP VALUE ZERO.
           01 TURMA-SOMA        PIC 9(07)V9(02) VALUE ZERO.
           01 TURMA-MEDIA       PIC 9(02)V9(02) VALUE ZERO.

           COPY RUNLOGWS.

           COPY RUNWS.
           01 NOME-RELATORIO PIC X(44) VALUE "FECHAPER.REL".

           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
               COPY TRAVREC.
           01 NOME-TRAVAHIST PIC X(44) VALUE "TRAVAHIST.DAT".

      *    Print-line images for FECHAPER.REL.
           01 REL-TITULO.
               02  FILLER         PIC X(22)
                   VALUE "FECHAMENTO DO PERIODO ".
               02  REL-TIT-PER    PIC X(06).
               02  FILLER         PIC X(19)
                   VALUE " - PROXIMO PERIODO ".
               02  REL-TIT-PROX   PIC X(06).
               02  FILLER         PIC X(27) VALUE SPACES.
           01 REL-TURMA.
               02  FILLER         PIC X(07) VALUE "TURMA: ".
               02  REL-TUR-NOME   PIC X(10).
               02  FILLER         PIC X(63) VALUE SPACES.
           01 REL-DETALHE.
               02  FILLER          PIC X(02) VALUE SPACES.
               02  REL-DET-CODIGO  PIC 9(05).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-NOME    PIC X(10).
               02  FILLER          PIC X(07) VALUE " MEDIA ".
               02  REL-DET-MEDIA   PIC Z9.99.
               02  FILLER          PIC X(37) VALUE
                   "  NAO COMPARECEU A RECUPERACAO - REPR".
               02  FILLER          PIC X(13) VALUE SPACES.
           01 REL-SUBTOTAL.
               02  FILLER          PIC X(02) VALUE SPACES.
               02  FILLER          PIC X(08) VALUE "ALUNOS: ".
               02  REL-SUB-ALUNOS  PIC ZZZZ9.
               02  FILLER          PIC X(08) VALUE "  APRO: ".
               02  REL-SUB-APRO    PIC ZZZZ9.
               02  FILLER          PIC X(08) VALUE "  REPR: ".
               02  REL-SUB-REPR    PIC ZZZZ9.
               02  FILLER          PIC X(10) VALUE "  FALTAS: ".
               02  REL-SUB-FALTAS  PIC ZZZZ9.
               02  FILLER          PIC X(09) VALUE "  MEDIA: ".
               02  REL-SUB-MEDIA   PIC Z9.99.
               02  FILLER          PIC X(10) VALUE SPACES.
           01 TOT-LINHA.
               02  TOT-ROTULO PIC X(30).
               02  TOT-VALOR  PIC ZZZZZZ9.
               02  FILLER     PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           PERFORM LePeriodo
           ACCEPT FECH-PARAMETRO FROM COMMAND-LINE
           PERFORM CalculaProximo
           PERFORM VerificaFechados
           PERFORM ObtemTravaHist
           OPEN INPUT ARQHISTFILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "FECHAMENTO: ARQHIST.DAT NAO ABRIU - STATUS "
                   WS-HIST-STATUS
               PERFORM LiberaTravaHist
               PERFORM RecusaFechamento
           END-IF
           PERFORM CarregaPendentes
           PERFORM CarregaNotasArqrec
           PERFORM AbreNotas
           PERFORM AbreAgenda
           OPEN INPUT FECHPENDFILE
           OPEN INPUT FECHNOTAFILE
           PERFORM ConfereExames
           CLOSE ARQHISTFILE
           IF CONTADOR-PERIODO = ZERO THEN
               DISPLAY "FECHAMENTO: NADA POSTADO EM ARQHIST SOB O "
                   "PERIODO " PERIODO-CORRENTE " - NAO FECHADO"
           END-IF
           IF CONTADOR-PEND-OUTRO > ZERO THEN
               DISPLAY "FECHAMENTO: " CONTADOR-PEND-OUTRO
                   " REGISTRO(S) DE ARQPEND.DAT FORA DO PERIODO "
                   PERIODO-CORRENTE " - REEXECUTE QUESTAO5"
           END-IF
           IF CONTADOR-BLOQ > ZERO THEN
               DISPLAY "FECHAMENTO: " CONTADOR-BLOQ
                   " EXAME(S) AINDA EM ABERTO - NAO FECHADO"
           END-IF
           IF CONTADOR-PERIODO = ZERO OR CONTADOR-BLOQ > ZERO
                   OR CONTADOR-PEND-OUTRO > ZERO THEN
               CLOSE FECHPENDFILE
               CLOSE FECHNOTAFILE
               IF NOTAS-PRESENTES THEN
                   CLOSE ARQRECIDXFILE
               END-IF
               IF AGENDA-PRESENTE THEN
                   CLOSE EXAMAGDFILE
               END-IF
               PERFORM LiberaTravaHist
               PERFORM RecusaFechamento
           END-IF
           OPEN I-O ARQHISTFILE
           OPEN OUTPUT FECHMOVFILE
           MOVE "N" TO WS-FIM-HIST
           PERFORM LeProximoHistorico
           PERFORM ResolveLancamento UNTIL FIM-HISTORICO
           CLOSE FECHMOVFILE
           CLOSE ARQHISTFILE
           CLOSE FECHPENDFILE
           CLOSE FECHNOTAFILE
           IF NOTAS-PRESENTES THEN
               CLOSE ARQRECIDXFILE
           END-IF
           IF AGENDA-PRESENTE THEN
               CLOSE EXAMAGDFILE
           END-IF
           PERFORM RegistraFechamento
           PERFORM AvancaPeriodo
           PERFORM LiberaTravaHist
           PERFORM ImprimeResumo
           PERFORM CatalogaSaidas
           PERFORM GravaRunLog
           STOP RUN.

      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.  RL-GRAVADOS is the no-shows the
      *    close reposted; RL-REJEITADOS the exams that held it.
       GravaRunLog.
           MOVE "Fechamento" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-PERIODO TO RL-LIDOS
           MOVE CONTADOR-FALTAS TO RL-GRAVADOS
           MOVE CONTADOR-BLOQ TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           MOVE LOG-STATUS TO RL-STATUS
           MOVE SPACES TO RL-FLUXO
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           CLOSE RUNLOGFILE.

      *    Hard stop for a term that must not be closed: nothing has
      *    been changed yet when this is reached.
       RecusaFechamento.
           MOVE "ERRO" TO LOG-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM GravaRunLog
           STOP RUN.

      *    Takes the named lock on ARQHIST.DAT before it is opened:
      *    a held TRAVAHIST.DAT means another program is on the
      *    history, so this run reports the holder and refuses to
      *    start instead of interleaving with it.  A stale lock -
      *    an abend that never released - is reported and taken
      *    over.
       ObtemTravaHist.
           MOVE "L" TO WS-TRV-ESTADO
           OPEN INPUT TRAVAHISTFILE
           IF WS-TRV-STATUS = "00" THEN
               READ TRAVAHISTFILE INTO TRAVA-IMAGEM
                   AT END CONTINUE
                   NOT AT END PERFORM JulgaTrava
               END-READ
           END-IF
           CLOSE TRAVAHISTFILE
           IF TRAVA-RETIDA THEN
               DISPLAY "FECHAMENTO: ARQHIST TRAVADO POR "
                   TRV-PROGRAMA " OPERADOR " TRV-OPERADOR " EM "
                   TRV-DATA " " TRV-HORA " - NAO INICIADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           IF TRAVA-VENCIDA THEN
               DISPLAY "FECHAMENTO: TRAVA VENCIDA DE " TRV-PROGRAMA
                   " DE " TRV-DATA " " TRV-HORA " ASSUMIDA"
           END-IF
           MOVE "Fechamento"       TO TRV-PROGRAMA
           MOVE "FECHAMEN"         TO TRV-OPERADOR
           MOVE LOG-DATA-INI       TO TRV-DATA
           MOVE LOG-HORA-INI(1:6)  TO TRV-HORA
           OPEN OUTPUT TRAVAHISTFILE
           WRITE TRAVA-REC FROM TRAVA-IMAGEM
           CLOSE TRAVAHISTFILE.

      *    Stale when more than a day old, or older than the
      *    two-hour limit with the age counted across a midnight
      *    boundary - a day of difference adds a day of hours, the
      *    same crossed-midnight handling the elapsed times in
      *    RUNLOG.DAT get - so the window crossing midnight cannot
      *    make a live lock look stale.  Held otherwise.
       JulgaTrava.
           MOVE LOG-HORA-INI(1:6) TO TRV-HORA-AGORA
           COMPUTE TRV-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE(LOG-DATA-INI)
               - FUNCTION INTEGER-OF-DATE(TRV-DATA)
           IF TRV-IDADE-DIAS = 1 THEN
               ADD 240000 TO TRV-HORA-AGORA
           END-IF
           COMPUTE TRV-IDADE = TRV-HORA-AGORA - TRV-HORA
           IF TRV-IDADE-DIAS > 1 OR TRV-IDADE-DIAS < ZERO
                   OR TRV-IDADE > TRV-LIMITE-HORA THEN
               MOVE "V" TO WS-TRV-ESTADO
           ELSE
               MOVE "R" TO WS-TRV-ESTADO
           END-IF.

      *    Releases the lock only while it still carries the stamp
      *    this run wrote: a holder that overran the stale limit
      *    and was taken over must not delete the new holder's
      *    lock on its way out and leave the master unguarded
      *    mid-update.
       LiberaTravaHist.
           MOVE SPACES TO TRV-RELIDA
           OPEN INPUT TRAVAHISTFILE
           IF WS-TRV-STATUS = "00" THEN
               READ TRAVAHISTFILE INTO TRV-RELIDA
                   AT END CONTINUE
               END-READ
           END-IF
           CLOSE TRAVAHISTFILE
           IF TRV-RELIDA = TRAVA-IMAGEM THEN
               CALL "CBL_DELETE_FILE" USING NOME-TRAVAHIST
                   RETURNING WS-TRV-DEL-RC
               END-CALL
           ELSE
               DISPLAY "FECHAMENTO: TRAVA JA ASSUMIDA POR OUTRO "
                   "PROGRAMA - NAO LIBERADA"
           END-IF.

      *    Overlays the compiled-in defaults with whatever
      *    RUNCTRL.DAT supplies, then stamps the run date into the
      *    report name.  No control file means the legacy name.
       LeControle.
           OPEN INPUT ARQCTRLFILE
           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ
           PERFORM AplicaControle UNTIL CTRL-REC = HIGH-VALUES
           CLOSE ARQCTRLFILE
           PERFORM MontaNomes.

       AplicaControle.
           EVALUATE CTRL-CHAVE
               WHEN "RUNDATE "
                   MOVE CTRL-VALOR(1:8) TO RUN-DATA-EXEC
               WHEN "GERACOES"
                   MOVE CTRL-VALOR(1:3) TO RUN-GERACOES
           END-EVALUATE

           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

       MontaNomes.
           MOVE "FECHAPER" TO MONTA-BASE
           MOVE ".REL"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-RELATORIO.

      *    BASE.Dyyyymmdd.EXT when a run date is set; the legacy
      *    BASE.EXT when it is not.
       MontaNome.
           MOVE SPACES TO MONTA-NOME
           IF RUN-DATA-EXEC = ZERO THEN
               STRING MONTA-BASE DELIMITED BY SPACE
                      MONTA-EXT  DELIMITED BY SPACE
                   INTO MONTA-NOME
               END-STRING
           ELSE
               MOVE RUN-DATA-EXEC TO MONTA-DATA-ED
               STRING MONTA-BASE    DELIMITED BY SPACE
                      ".D"          DELIMITED BY SIZE
                      MONTA-DATA-ED DELIMITED BY SIZE
                      MONTA-EXT     DELIMITED BY SPACE
                   INTO MONTA-NOME
               END-STRING
           END-IF.

      *    Registers the stamped summary in GERACAT.DAT so Geracoes
      *    can retire the generations beyond the retention count.
       CatalogaSaidas.
           IF RUN-DATA-EXEC > ZERO THEN
               OPEN EXTEND GERACATFILE
               MOVE "FECHAPER"     TO CAT-BASE
               MOVE NOME-RELATORIO TO CAT-NOME
               MOVE RUN-DATA-EXEC  TO CAT-DATA
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

      *    The term to close.  Unlike the posting programs, a missing
      *    PERIODO.DAT is fatal here: there is no term to close, and
      *    the "000000" catch-all is never closed.
       LePeriodo.
           OPEN INPUT PERIODOFILE
           IF WS-PER-STATUS = "00" THEN
               READ PERIODOFILE
                   AT END CONTINUE
                   NOT AT END MOVE PERIODO-ID TO PERIODO-CORRENTE
               END-READ
           END-IF
           CLOSE PERIODOFILE
           IF PERIODO-CORRENTE = "000000" OR PERIODO-CORRENTE = SPACES
                   THEN
               DISPLAY "FECHAMENTO: PERIODO.DAT AUSENTE - NADA A "
                   "FECHAR"
               PERFORM RecusaFechamento
           END-IF.

      *    The next PERIODO: the one given on the command line, or
      *    the one after "yyyy-1"/"yyyy-2".
       CalculaProximo.
           IF FECH-PARAMETRO NOT = SPACES THEN
               MOVE FECH-PARAMETRO(1:6) TO PERIODO-PROXIMO
           ELSE
               MOVE PERIODO-CORRENTE TO PERIODO-CALC
               IF PCALC-ANO NUMERIC AND PCALC-SEP = "-" THEN
                   EVALUATE PCALC-SEM
                       WHEN "1"
                           MOVE "2" TO PCALC-SEM
                           MOVE PERIODO-CALC TO PERIODO-PROXIMO
                       WHEN "2"
                           ADD 1 TO PCALC-ANO
                           MOVE "1" TO PCALC-SEM
                           MOVE PERIODO-CALC TO PERIODO-PROXIMO
                   END-EVALUATE
               END-IF
           END-IF
           IF PERIODO-PROXIMO = SPACES THEN
               DISPLAY "FECHAMENTO: PERIODO " PERIODO-CORRENTE
                   " FORA DO PADRAO AAAA-S - INFORME O PROXIMO"
               PERFORM RecusaFechamento
           END-IF
           IF PERIODO-PROXIMO = PERIODO-CORRENTE THEN
               DISPLAY "FECHAMENTO: PROXIMO PERIODO IGUAL AO "
                   "CORRENTE " PERIODO-CORRENTE
               PERFORM RecusaFechamento
           END-IF.

      *    A term closes once.  The next term must not be one that
      *    is already closed either, or the first posting run of it
      *    would be refused.
       VerificaFechados.
           MOVE "N" TO WS-FIM-PFC
           OPEN INPUT PERFECHFILE
           IF WS-PFC-STATUS = "00" THEN
               READ PERFECHFILE
                   AT END MOVE "S" TO WS-FIM-PFC
               END-READ
               PERFORM ConfereUmFechado UNTIL FIM-FECHADOS
           END-IF
           CLOSE PERFECHFILE
           IF PERIODO-JA-FECHADO THEN
               DISPLAY "FECHAMENTO: PERIODO " PERIODO-CORRENTE
                   " JA FECHADO EM " DATA-FECHAMENTO
               PERFORM RecusaFechamento
           END-IF
           IF PROXIMO-JA-FECHADO THEN
               DISPLAY "FECHAMENTO: PROXIMO PERIODO " PERIODO-PROXIMO
                   " JA ESTA FECHADO"
               PERFORM RecusaFechamento
           END-IF.

       ConfereUmFechado.
           IF PFC-PERIODO = PERIODO-CORRENTE THEN
               MOVE "S" TO WS-JA-FECHADO
               MOVE PFC-DATA TO DATA-FECHAMENTO
           END-IF
           IF PFC-PERIODO = PERIODO-PROXIMO THEN
               MOVE "S" TO WS-PROX-FECHADO
           END-IF

           READ PERFECHFILE
               AT END MOVE "S" TO WS-FIM-PFC
           END-READ.

      *    Keyed work copy of ARQPEND.DAT so each EXAM entry can be
      *    looked up.  A missing spool - Questao5 never ran for the
      *    term - leaves it empty, and every EXAM entry then holds
      *    the close.  A spool written under another term - or
      *    before records carried their term - says nothing about
      *    this one: it is counted, not loaded, and holds the close
      *    until Questao5 is run again.
       CarregaPendentes.
           OPEN OUTPUT FECHPENDFILE
           OPEN INPUT ARQPENDFILE
           IF WS-PEND-STATUS = "00" THEN
               READ ARQPENDFILE
                   AT END MOVE HIGH-VALUES TO ARQPEND
               END-READ
               PERFORM CarregaUmPendente UNTIL ARQPEND = HIGH-VALUES
           END-IF
           CLOSE ARQPENDFILE
           CLOSE FECHPENDFILE.

       CarregaUmPendente.
           IF PENDPERIODO NOT = PERIODO-CORRENTE THEN
               ADD 1 TO CONTADOR-PEND-OUTRO
           ELSE
               MOVE PENDCODIGO TO FPND-CODIGO
               MOVE PENDNOME   TO FPND-NOME
               MOVE PENDTURMA  TO FPND-TURMA
               WRITE FECHPEND
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF

           READ ARQPENDFILE
               AT END MOVE HIGH-VALUES TO ARQPEND
           END-READ.

      *    Keyed copy of ARQREC.DAT as it stands now, not as it stood
      *    when Questao5 last ran: a score keyed since then belongs
      *    to a student Questao5 spooled as having none, who must
      *    not be failed as a no-show.  A duplicate RECCODIGO keeps
      *    the first score, as Questao5 does.
       CarregaNotasArqrec.
           OPEN OUTPUT FECHNOTAFILE
           OPEN INPUT ARQRECFILE
           IF WS-REC-STATUS = "00" THEN
               READ ARQRECFILE
                   AT END MOVE HIGH-VALUES TO ARQREC
               END-READ
               PERFORM CarregaUmaNotaArqrec
                   UNTIL ARQREC = HIGH-VALUES
           END-IF
           CLOSE ARQRECFILE
           CLOSE FECHNOTAFILE.

       CarregaUmaNotaArqrec.
           MOVE RECCODIGO TO FNOT-CODIGO
           MOVE RECNOTA   TO FNOT-NOTA
           WRITE FECHNOTA
               INVALID KEY CONTINUE
           END-WRITE

           READ ARQRECFILE
               AT END MOVE HIGH-VALUES TO ARQREC
           END-READ.

       AbreNotas.
           OPEN INPUT ARQRECIDXFILE
           IF WS-RIDX-STATUS = "00" THEN
               MOVE "S" TO WS-TEM-RECIDX
           END-IF.

      *    A student the roster shows present sat the exam, so a
      *    missing score is a sheet not yet keyed, not a no-show -
      *    failing the student at close would be wrong.
       AbreAgenda.
           OPEN INPUT EXAMAGDFILE
           IF WS-AGD-STATUS = "00" THEN
               MOVE "S" TO WS-TEM-AGENDA
           END-IF.

       LeProximoHistorico.
           READ ARQHISTFILE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-HIST
           END-READ.

      *    First pass, read-only: every EXAM entry of the term must
      *    be a no-show - spooled by Questao5 with no recovery score
      *    behind it - before anything is touched.  An entry Questao5
      *    never saw, whose score is still with Corrige, or whose
      *    score reached ARQREC.DAT after Questao5 ran, holds the
      *    whole close so the term is never half-closed.
       ConfereExames.
           MOVE "N" TO WS-FIM-HIST
           PERFORM LeProximoHistorico
           PERFORM ConfereUmLancamento UNTIL FIM-HISTORICO.

       ConfereUmLancamento.
           ADD 1 TO CONTADOR-LIDOS
           IF HIST-PERIODO = PERIODO-CORRENTE THEN
               ADD 1 TO CONTADOR-PERIODO
               IF HIST-RESULT = "EXAM" THEN
                   PERFORM ClassificaExame
                   IF NOT ALUNO-PENDENTE THEN
                       DISPLAY "FECHAMENTO: ALUNO " HIST-CODIGO
                           " EM EXAME NAO APURADO PELA RECUPERACAO"
                       ADD 1 TO CONTADOR-BLOQ
                   ELSE
                       IF ALUNO-COM-NOTA THEN
                           DISPLAY "FECHAMENTO: ALUNO " HIST-CODIGO
                               " COM NOTA DE RECUPERACAO EM CORRECAO"
                           ADD 1 TO CONTADOR-BLOQ
                       ELSE
                           PERFORM ConfereSemNota
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM LeProximoHistorico.

       ConfereSemNota.
           IF ALUNO-COM-NOTA-NOVA THEN
               DISPLAY "FECHAMENTO: ALUNO " HIST-CODIGO
                   " COM NOTA EM ARQREC.DAT NAO APURADA - "
                   "REEXECUTE QUESTAO5"
               ADD 1 TO CONTADOR-BLOQ
           ELSE
               IF ALUNO-COMPARECEU THEN
                   DISPLAY "FECHAMENTO: ALUNO "
                       HIST-CODIGO " COMPARECEU AO EXAME"
                       " SEM NOTA LANCADA"
                   ADD 1 TO CONTADOR-BLOQ
               END-IF
           END-IF.

       ClassificaExame.
           MOVE "N" TO WS-PENDENTE
           MOVE "N" TO WS-COM-NOTA
           MOVE HIST-CODIGO TO FPND-CODIGO
           READ FECHPENDFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-PENDENTE
           END-READ
           IF NOTAS-PRESENTES THEN
               MOVE HIST-CODIGO TO RECIDX-CODIGO
               READ ARQRECIDXFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-COM-NOTA
               END-READ
           END-IF
           MOVE "N" TO WS-NOTA-NOVA
           MOVE HIST-CODIGO TO FNOT-CODIGO
           READ FECHNOTAFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-NOTA-NOVA
           END-READ
           MOVE "N" TO WS-COMPARECEU
           IF AGENDA-PRESENTE THEN
               MOVE HIST-CODIGO TO AGD-CODIGO
               READ EXAMAGDFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AGD-PERIODO = PERIODO-CORRENTE
                               AND AGD-PRESENTE THEN
                           MOVE "S" TO WS-COMPARECEU
                       END-IF
               END-READ
           END-IF.

      *    Second pass: each remaining EXAM entry is a student who
      *    never sat the recovery exam, failed here with no recovery
      *    score.  Every entry of the term feeds the summary.
       ResolveLancamento.
           IF HIST-PERIODO = PERIODO-CORRENTE THEN
               MOVE "N" TO FMOV-FALTA
               IF HIST-RESULT = "EXAM" THEN
                   MOVE "REPR" TO HIST-RESULT
                   MOVE ZERO   TO HIST-NOTA-REC
                   MOVE "S"    TO HIST-RECUPERACAO
                   REWRITE HIST-REC
                   MOVE "S" TO FMOV-FALTA
                   ADD 1 TO CONTADOR-FALTAS
               END-IF
               IF HIST-RESULT = "APRO" THEN
                   ADD 1 TO CONTADOR-APRO
               ELSE
                   ADD 1 TO CONTADOR-REPR
               END-IF
               MOVE HIST-TURMA  TO FMOV-TURMA
               MOVE HIST-CODIGO TO FMOV-CODIGO
               MOVE HIST-NOME   TO FMOV-NOME
               MOVE HIST-RESULT TO FMOV-RESULT
               MOVE HIST-MEDIA  TO FMOV-MEDIA
               WRITE FMOV-REC
           END-IF

           PERFORM LeProximoHistorico.

      *    The term goes into the closed-term register before
      *    PERIODO.DAT moves on, so no posting run can slip in under
      *    it in between.
       RegistraFechamento.
           MOVE PERIODO-CORRENTE  TO PFC-PERIODO
           MOVE LOG-DATA-INI      TO PFC-DATA
           MOVE LOG-HORA-INI(1:6) TO PFC-HORA
           MOVE PERIODO-PROXIMO   TO PFC-PROXIMO
           MOVE CONTADOR-PERIODO  TO PFC-ALUNOS
           MOVE CONTADOR-APRO     TO PFC-APRO
           MOVE CONTADOR-REPR     TO PFC-REPR
           MOVE CONTADOR-FALTAS   TO PFC-FALTAS
           OPEN EXTEND PERFECHFILE
           WRITE PFC-REC
           CLOSE PERFECHFILE.

       AvancaPeriodo.
           MOVE PERIODO-PROXIMO TO PERIODO-ID
           OPEN OUTPUT PERIODOFILE
           WRITE PERIODO-REC
           CLOSE PERIODOFILE
           DISPLAY "FECHAMENTO: PERIODO " PERIODO-CORRENTE
               " FECHADO - PERIODO.DAT AVANCADO PARA " PERIODO-PROXIMO.

      *    The close-of-term summary, by TURMA: the no-shows the
      *    close failed listed by name, then the class outcome
      *    counts and its average, the way Situacao lists standing.
       ImprimeResumo.
           SORT FECHWORKFILE
               ON ASCENDING KEY FECW-TURMA FECW-CODIGO
               USING FECHMOVFILE GIVING FECHSORTFILE
           OPEN INPUT FECHSORTFILE
           OPEN OUTPUT RELATORIOFILE
           MOVE PERIODO-CORRENTE TO REL-TIT-PER
           MOVE PERIODO-PROXIMO  TO REL-TIT-PROX
           WRITE RELATORIO-LINHA FROM REL-TITULO
           MOVE LOW-VALUES TO TURMA-ATUAL
           MOVE "N" TO WS-FIM-SORT
           READ FECHSORTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ImprimeUmLancamento UNTIL FIM-ORDENADO
           IF TURMA-ATUAL NOT = LOW-VALUES THEN
               PERFORM ImprimeSubtotal
           END-IF
           PERFORM GravaTotais
           CLOSE FECHSORTFILE
           CLOSE RELATORIOFILE.

       ImprimeUmLancamento.
           IF FORD-TURMA NOT = TURMA-ATUAL THEN
               IF TURMA-ATUAL NOT = LOW-VALUES THEN
                   PERFORM ImprimeSubtotal
               END-IF
               MOVE FORD-TURMA TO TURMA-ATUAL
               MOVE ZERO TO TURMA-ALUNOS
               MOVE ZERO TO TURMA-APRO
               MOVE ZERO TO TURMA-REPR
               MOVE ZERO TO TURMA-FALTAS
               MOVE ZERO TO TURMA-SOMA
               ADD 1 TO CONTADOR-TURMAS
               MOVE FORD-TURMA TO REL-TUR-NOME
               WRITE RELATORIO-LINHA FROM REL-TURMA
           END-IF
           ADD 1 TO TURMA-ALUNOS
           ADD FORD-MEDIA TO TURMA-SOMA
           IF FORD-RESULT = "APRO" THEN
               ADD 1 TO TURMA-APRO
           ELSE
               ADD 1 TO TURMA-REPR
           END-IF
           IF FORD-FALTA = "S" THEN
               ADD 1 TO TURMA-FALTAS
               MOVE FORD-CODIGO TO REL-DET-CODIGO
               MOVE FORD-NOME   TO REL-DET-NOME
               MOVE FORD-MEDIA  TO REL-DET-MEDIA
               WRITE RELATORIO-LINHA FROM REL-DETALHE
           END-IF

           READ FECHSORTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       ImprimeSubtotal.
           COMPUTE TURMA-MEDIA ROUNDED = TURMA-SOMA / TURMA-ALUNOS
           MOVE TURMA-ALUNOS TO REL-SUB-ALUNOS
           MOVE TURMA-APRO   TO REL-SUB-APRO
           MOVE TURMA-REPR   TO REL-SUB-REPR
           MOVE TURMA-FALTAS TO REL-SUB-FALTAS
           MOVE TURMA-MEDIA  TO REL-SUB-MEDIA
           WRITE RELATORIO-LINHA FROM REL-SUBTOTAL.

       GravaTotais.
           MOVE "LANCAMENTOS DO PERIODO"  TO TOT-ROTULO
           MOVE CONTADOR-PERIODO          TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "TURMAS"                  TO TOT-ROTULO
           MOVE CONTADOR-TURMAS           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "APROVADOS"               TO TOT-ROTULO
           MOVE CONTADOR-APRO             TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "REPROVADOS"              TO TOT-ROTULO
           MOVE CONTADOR-REPR             TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "FALTAS NA RECUPERACAO"   TO TOT-ROTULO
           MOVE CONTADOR-FALTAS           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA.
