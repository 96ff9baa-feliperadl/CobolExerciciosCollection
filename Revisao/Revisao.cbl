       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Revisao.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVTRANFILE ASSIGN TO "REVTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT REVPROCFILE ASSIGN TO "REVTRAN.PROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQENTFILE ASSIGN USING NOME-ARQALU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT OPTIONAL RSB2PROCFILE ASSIGN TO "RESSUB2.PROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.
           SELECT REVENTFILE ASSIGN TO "REVENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RENT-CODIGO.
           SELECT REVIDXFILE ASSIGN TO "REVIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIDX-CODIGO
               FILE STATUS IS WS-RIDX-STATUS.
           SELECT OPTIONAL ARQAPROFILE ASSIGN USING NOME-ARQAPRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRO-STATUS.
           SELECT OPTIONAL ARQREPROFILE ASSIGN USING NOME-ARQREPRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRO-STATUS.
           SELECT OPTIONAL ARQEXAMEFILE ASSIGN USING NOME-ARQEXAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAME-STATUS.
           SELECT REVOUTFILE ASSIGN TO "REVOUT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQREJEITOFILE ASSIGN USING NOME-REVREJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVAUDITFILE ASSIGN TO "REVAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVA-STATUS.
           SELECT OPTIONAL REVCARTAFILE ASSIGN TO "REVCARTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIOFILE ASSIGN USING NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQHISTFILE ASSIGN TO "ARQHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL PERIODOFILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT OPTIONAL PERFECHFILE ASSIGN TO "PERFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFC-STATUS.
           SELECT OPTIONAL REGRASFILE ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGR-STATUS.
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
           FD REVTRANFILE.
               01 REV-REC.
                   COPY REVTRAN.
           FD REVPROCFILE.
               01 REVPROC-REC  PIC X(62).
      *        The window's grade feed, as Questao2 read it, and the
      *        corrections Questao2 took in through RESSUB2.DAT: the
      *        grades a revision replaces.
           FD ARQENTFILE.
               01 ARQENT.
                   02  CODIGO        PIC 9(5).
                   02  NOME          PIC X(10).
                   02  TURMA         PIC X(10).
                   02  NOTA1         PIC 9(2)V9(2).
                   02  NOTA2         PIC 9(2)V9(2).
                   02  NOTA3         PIC 9(2)V9(2).
                   02  FREQUENCIA    PIC 9(3)V9(2).
               01 ARQALU-CAB.
                   02  CAB-INDICADOR  PIC X(05).
                   02  FILLER         PIC X(37).
           FD RSB2PROCFILE.
               01 RSB2PROC-REC.
                   02  RSB-CODIGO   PIC 9(05).
                   02  RSB-NOME     PIC X(10).
                   02  RSB-TURMA    PIC X(10).
                   02  RSB-NOTA1    PIC 9(2)V9(2).
                   02  RSB-NOTA2    PIC 9(2)V9(2).
                   02  RSB-NOTA3    PIC 9(2)V9(2).
                   02  RSB-FREQ     PIC 9(3)V9(2).
                   02  RSB-CICLO    PIC 9(02).
           FD REVENTFILE.
               01 REVENT.
                   02  RENT-CODIGO   PIC 9(05).
                   02  RENT-NOTA1    PIC 9(2)V9(2).
                   02  RENT-NOTA2    PIC 9(2)V9(2).
                   02  RENT-NOTA3    PIC 9(2)V9(2).
                   02  RENT-FREQ     PIC 9(3)V9(2).
      *        One entry per student revised this run, with the
      *        outcome file the student now belongs in.
           FD REVIDXFILE.
               01 REVIDX.
                   02  RIDX-CODIGO   PIC 9(05).
                   02  RIDX-NOME     PIC X(10).
                   02  RIDX-TURMA    PIC X(10).
                   02  RIDX-RESULT   PIC X(04).
                   02  RIDX-MEDIA    PIC 9(2)V9(2).
                   02  RIDX-REGRA    PIC 9(03).
           FD ARQAPROFILE.
               01 ARQAPRO.
                   02  ACODIGO        PIC 9(5).
                   02  ANOME          PIC X(10).
                   02  ATURMA         PIC X(10).
                   02  AMEDIA         PIC 9(2)V9(2).
                   02  AREGRA         PIC 9(03).
           FD ARQREPROFILE.
               01 ARQAREPRO.
                   02  RCODIGO        PIC 9(5).
                   02  RNOME          PIC X(10).
                   02  RTURMA         PIC X(10).
                   02  RMEDIA_EXAME   PIC 9(2)V9(2).
                   02  RREGRA         PIC 9(03).
           FD ARQEXAMEFILE.
               01 ARQAEXAME.
                   02  ECODIGO        PIC 9(5).
                   02  ENOME          PIC X(10).
                   02  ETURMA         PIC X(10).
                   02  EREGRA         PIC 9(03).
           FD REVOUTFILE.
               01 REVOUT-REC  PIC X(32).
           FD ARQREJEITOFILE.
               01 REJ-REC.
                   COPY REJREC.
           FD REVAUDITFILE.
               01 RVA-REC.
                   COPY REVAUD.
           FD REVCARTAFILE.
               01 RCT-REC.
                   COPY REVCARTA.
           FD RELATORIOFILE.
               01 RELATORIO-LINHA  PIC X(80).
           FD ARQHISTFILE.
               01 HIST-REC.
                   COPY HISTREC.
           FD PERIODOFILE.
               01 PERIODO-REC.
                   02  PERIODO-ID  PIC X(06).
           FD PERFECHFILE.
               01 PFC-REC.
                   COPY PERFECH.
           FD REGRASFILE.
               01 RGR-REC.
                   COPY REGRAS.
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
           01 MEDIA_CAL PIC 9(2)V9(2) VALUE ZERO.

      *    The attendance floor ClassificaAluno applies, from the same
      *    FREQMIN.CPY, so a revised student is judged by exactly the
      *    rule that classified the first time.  Both are the
      *    built-in rule; a class with a rule in REGRAS.DAT is held
      *    to that instead.
           COPY FREQMIN.
           COPY NOTACORT.

      *    A revision is a deliberate regrade, so it is judged under
      *    the class's current rule, not the one the original
      *    outcome carried; the version applied goes on the outcome
      *    record, the audit image and the corrected letter.
           COPY REGRAWS.

      *    Outcome before and after the revision in hand.
           01 RESULTADO-ANTERIOR PIC X(04) VALUE SPACES.
           01 RESULTADO-NOVO     PIC X(04) VALUE SPACES.
           01 MOTIVO-REVISAO     PIC X(04) VALUE SPACES.
               88  REVISAO-VALIDA  VALUE SPACES.
           01 WS-TEM-ORIGINAL    PIC X(01) VALUE "N".
               88  NOTAS-ORIGINAIS  VALUE "S".

      *    Term the revisions repost under, from PERIODO.DAT.  Only
      *    the open term can be revised: a closed one is final.
           01 PERIODO-CORRENTE PIC X(06) VALUE "000000".
           01 WS-HIST-STATUS   PIC X(02) VALUE "00".
           01 WS-PER-STATUS    PIC X(02) VALUE "00".
           01 WS-PFC-STATUS    PIC X(02) VALUE "00".
           01 WS-RVA-STATUS    PIC X(02) VALUE "00".
           01 WS-FIM-PFC       PIC X(01) VALUE "N".
               88  FIM-FECHADOS  VALUE "S".
           01 WS-PER-FECHADO   PIC X(01) VALUE "N".
               88  PERIODO-FECHADO  VALUE "S".
           01 DATA-FECHAMENTO  PIC 9(08) VALUE ZERO.

           01 WS-REV-STATUS    PIC X(02) VALUE "00".
           01 WS-ENT-STATUS    PIC X(02) VALUE "00".
           01 WS-RSB-STATUS    PIC X(02) VALUE "00".
           01 WS-RIDX-STATUS   PIC X(02) VALUE "00".
           01 WS-APRO-STATUS   PIC X(02) VALUE "00".
           01 WS-REPRO-STATUS  PIC X(02) VALUE "00".
           01 WS-EXAME-STATUS  PIC X(02) VALUE "00".
           01 WS-FIM-IDX       PIC X(01) VALUE "N".
               88  FIM-REVISADOS  VALUE "S".
           01 WS-REVISADO      PIC X(01) VALUE "N".
               88  ALUNO-REVISADO  VALUE "S".
           01 RESULTADO-ACRESCENTA PIC X(04) VALUE SPACES.

           01 CONTADOR-LIDOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-APLICADAS PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-MUDOU    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REJ      PIC 9(7) COMP VALUE ZERO.

           01 DATA-CORRENTE    PIC 9(08) VALUE ZERO.
           01 HORA-COMPLETA    PIC 9(08) VALUE ZERO.

           COPY RUNLOGWS.

      *    File names resolved by LeControle from the same
      *    RUNCTRL.DAT Questao2 read, so a revised student is moved
      *    between the very outcome files that run produced.
           COPY RUNWS.
           01 NOME-ARQALU    PIC X(44) VALUE "ARQENT.DAT".
           01 NOME-ARQAPRO   PIC X(44) VALUE "ARQAPRO.DAT".
           01 NOME-ARQREPRO  PIC X(44) VALUE "ARQREPRO.DAT".
           01 NOME-ARQEXAME  PIC X(44) VALUE "ARQEXAME.DAT".
           01 NOME-REVREJ    PIC X(44) VALUE "REVREJ.DAT".
           01 NOME-RELATORIO PIC X(44) VALUE "REVISAO.REL".

           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
               COPY TRAVREC.
           01 NOME-TRAVAHIST PIC X(44) VALUE "TRAVAHIST.DAT".

      *    Print-line images for REVISAO.REL.
           01 REL-TITULO.
               02  FILLER         PIC X(28)
                   VALUE "REVISAO DE NOTAS - PERIODO ".
               02  REL-TIT-PER    PIC X(06).
               02  FILLER         PIC X(46) VALUE SPACES.
           01 REL-DETALHE.
               02  REL-DET-CODIGO  PIC 9(05).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-NOME    PIC X(10).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-ANT-RES PIC X(04).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-ANT-MED PIC Z9.99.
               02  FILLER          PIC X(04) VALUE " -> ".
               02  REL-DET-NOV-RES PIC X(04).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-NOV-MED PIC Z9.99.
               02  FILLER          PIC X(06) VALUE " POR: ".
               02  REL-DET-SOLIC   PIC X(10).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-TEXTO   PIC X(22).
           01 REL-REJEITO.
               02  REL-REJ-CODIGO  PIC 9(05).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  FILLER          PIC X(19)
                   VALUE "REVISAO RECUSADA - ".
               02  REL-REJ-MOTIVO  PIC X(04).
               02  FILLER          PIC X(06) VALUE " POR: ".
               02  REL-REJ-SOLIC   PIC X(10).
               02  FILLER          PIC X(35) VALUE SPACES.
           01 TOT-LINHA.
               02  TOT-ROTULO PIC X(30).
               02  TOT-VALOR  PIC ZZZZZZ9.
               02  FILLER     PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-COMPLETA FROM TIME
           PERFORM LeControle
           PERFORM LePeriodo
           PERFORM VerificaFechamento
           PERFORM CarregaRegras
           PERFORM ObtemTravaHist
           OPEN I-O ARQHISTFILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "REVISAO: ARQHIST.DAT NAO ABRIU - STATUS "
                   WS-HIST-STATUS
               PERFORM LiberaTravaHist
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           PERFORM CarregaNotasOriginais
           OPEN OUTPUT REVIDXFILE
           CLOSE REVIDXFILE
           OPEN I-O REVIDXFILE
           OPEN I-O REVENTFILE
           OPEN OUTPUT ARQREJEITOFILE
           OPEN OUTPUT RELATORIOFILE
           OPEN EXTEND REVAUDITFILE
           OPEN EXTEND REVCARTAFILE
           MOVE PERIODO-CORRENTE TO REL-TIT-PER
           WRITE RELATORIO-LINHA FROM REL-TITULO
           PERFORM ProcessaRevisoes
           CLOSE REVENTFILE
           CLOSE REVAUDITFILE
           CLOSE REVCARTAFILE
           CLOSE ARQREJEITOFILE
           PERFORM RegravaAprovados
           PERFORM RegravaReprovados
           PERFORM RegravaExames
           CLOSE REVIDXFILE
           CLOSE ARQHISTFILE
           PERFORM LiberaTravaHist
           PERFORM GravaTotais
           CLOSE RELATORIOFILE
           PERFORM CatalogaSaidas
           IF CONTADOR-REJ > ZERO THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM GravaRunLog
           STOP RUN.

      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.
       GravaRunLog.
           MOVE "Revisao" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-LIDOS TO RL-LIDOS
           MOVE CONTADOR-APLICADAS TO RL-GRAVADOS
           MOVE CONTADOR-REJ TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           MOVE LOG-STATUS TO RL-STATUS
           MOVE SPACES TO RL-FLUXO
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           CLOSE RUNLOGFILE.

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
               DISPLAY "REVISAO: ARQHIST TRAVADO POR "
                   TRV-PROGRAMA " OPERADOR " TRV-OPERADOR " EM "
                   TRV-DATA " " TRV-HORA " - NAO INICIADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           IF TRAVA-VENCIDA THEN
               DISPLAY "REVISAO: TRAVA VENCIDA DE " TRV-PROGRAMA
                   " DE " TRV-DATA " " TRV-HORA " ASSUMIDA"
           END-IF
           MOVE "Revisao"          TO TRV-PROGRAMA
           MOVE "REVISAO"          TO TRV-OPERADOR
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
               DISPLAY "REVISAO: TRAVA JA ASSUMIDA POR OUTRO "
                   "PROGRAMA - NAO LIBERADA"
           END-IF.

      *    Overlays the compiled-in file-name defaults with whatever
      *    RUNCTRL.DAT supplies, then stamps the run date into each
      *    name exactly as Questao2 did when it produced them.
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
               WHEN "ARQALU  "
                   MOVE CTRL-VALOR TO NOME-ARQALU
           END-EVALUATE

           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

       MontaNomes.
           MOVE "ARQAPRO" TO MONTA-BASE
           MOVE ".DAT"    TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-ARQAPRO
           MOVE "ARQREPRO" TO MONTA-BASE
           MOVE ".DAT"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-ARQREPRO
           MOVE "ARQEXAME" TO MONTA-BASE
           MOVE ".DAT"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-ARQEXAME
           MOVE "REVREJ" TO MONTA-BASE
           MOVE ".DAT"   TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-REVREJ
           MOVE "REVISAO" TO MONTA-BASE
           MOVE ".REL"    TO MONTA-EXT
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

      *    Registers this run's stamped outputs in GERACAT.DAT so
      *    Geracoes can retire the generations beyond the retention
      *    count.  The outcome files were registered by the Questao2
      *    run that created them; REVAUDIT.DAT is a permanent trail
      *    and is never registered.
       CatalogaSaidas.
           IF RUN-DATA-EXEC > ZERO THEN
               OPEN EXTEND GERACATFILE
               MOVE "REVREJ"       TO CAT-BASE
               MOVE NOME-REVREJ    TO CAT-NOME
               MOVE RUN-DATA-EXEC  TO CAT-DATA
               WRITE CAT-REC
               MOVE "REVISAO"      TO CAT-BASE
               MOVE NOME-RELATORIO TO CAT-NOME
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

      *    Term the revisions repost under.  A revision needs a
      *    named term: the "000000" catch-all is never revised.
       LePeriodo.
           OPEN INPUT PERIODOFILE
           IF WS-PER-STATUS = "00" THEN
               READ PERIODOFILE
                   AT END CONTINUE
                   NOT AT END MOVE PERIODO-ID TO PERIODO-CORRENTE
               END-READ
           END-IF
           CLOSE PERIODOFILE
           IF PERIODO-CORRENTE = "000000" THEN
               DISPLAY "REVISAO: PERIODO.DAT AUSENTE - NADA "
                   "REVISADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF.

      *    Refuses the run before the lock is taken when the term
      *    has been closed by Fechamento: its outcomes are final.
       VerificaFechamento.
           MOVE "N" TO WS-FIM-PFC
           OPEN INPUT PERFECHFILE
           IF WS-PFC-STATUS = "00" THEN
               READ PERFECHFILE
                   AT END MOVE "S" TO WS-FIM-PFC
               END-READ
               PERFORM ConfereFechado UNTIL FIM-FECHADOS
           END-IF
           CLOSE PERFECHFILE
           IF PERIODO-FECHADO THEN
               DISPLAY "REVISAO: PERIODO " PERIODO-CORRENTE
                   " FECHADO EM " DATA-FECHAMENTO " - NAO REVISADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF.

       ConfereFechado.
           IF PFC-PERIODO = PERIODO-CORRENTE THEN
               MOVE "S" TO WS-PER-FECHADO
               MOVE PFC-DATA TO DATA-FECHAMENTO
           END-IF

           READ PERFECHFILE
               AT END MOVE "S" TO WS-FIM-PFC
           END-READ.

      *    Keyed copy of the grades the student currently stands on:
      *    the feed first, skipping its control header, then the
      *    RESSUB2.DAT corrections Questao2 consumed, which supersede
      *    the feed, then the grades every earlier revision of the
      *    term gave, in the order REVAUDIT.DAT recorded them, so the
      *    latest revision wins.  Each revision applied in this run
      *    is written back here too, so a second revision of the
      *    same student starts from the first one's grades.
       CarregaNotasOriginais.
           OPEN OUTPUT REVENTFILE
           OPEN INPUT ARQENTFILE
           IF WS-ENT-STATUS = "00" THEN
               READ ARQENTFILE
                   AT END MOVE HIGH-VALUES TO ARQENT
               END-READ
               PERFORM CarregaUmaNotaFeed UNTIL ARQENT = HIGH-VALUES
           END-IF
           CLOSE ARQENTFILE
           CLOSE REVENTFILE
           OPEN I-O REVENTFILE
           OPEN INPUT RSB2PROCFILE
           IF WS-RSB-STATUS = "00" THEN
               READ RSB2PROCFILE
                   AT END MOVE HIGH-VALUES TO RSB2PROC-REC
               END-READ
               PERFORM CarregaUmaCorrecao
                   UNTIL RSB2PROC-REC = HIGH-VALUES
           END-IF
           CLOSE RSB2PROCFILE
           OPEN INPUT REVAUDITFILE
           IF WS-RVA-STATUS = "00" THEN
               READ REVAUDITFILE
                   AT END MOVE HIGH-VALUES TO RVA-REC
               END-READ
               PERFORM CarregaUmaRevisaoAnterior
                   UNTIL RVA-REC = HIGH-VALUES
           END-IF
           CLOSE REVAUDITFILE
           CLOSE REVENTFILE.

       CarregaUmaNotaFeed.
           IF CAB-INDICADOR NOT = "HDR  " THEN
               MOVE CODIGO     TO RENT-CODIGO
               MOVE NOTA1      TO RENT-NOTA1
               MOVE NOTA2      TO RENT-NOTA2
               MOVE NOTA3      TO RENT-NOTA3
               MOVE FREQUENCIA TO RENT-FREQ
               WRITE REVENT
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF

           READ ARQENTFILE
               AT END MOVE HIGH-VALUES TO ARQENT
           END-READ.

       CarregaUmaCorrecao.
           MOVE RSB-CODIGO TO RENT-CODIGO
           MOVE RSB-NOTA1  TO RENT-NOTA1
           MOVE RSB-NOTA2  TO RENT-NOTA2
           MOVE RSB-NOTA3  TO RENT-NOTA3
           MOVE RSB-FREQ   TO RENT-FREQ
           WRITE REVENT
               INVALID KEY REWRITE REVENT
           END-WRITE

           READ RSB2PROCFILE
               AT END MOVE HIGH-VALUES TO RSB2PROC-REC
           END-READ.

      *    Only the open term's revisions: an earlier term's grades
      *    are not what this window classified.
       CarregaUmaRevisaoAnterior.
           IF RVA-PERIODO = PERIODO-CORRENTE THEN
               MOVE RVA-CODIGO    TO RENT-CODIGO
               MOVE RVA-NOV-NOTA1 TO RENT-NOTA1
               MOVE RVA-NOV-NOTA2 TO RENT-NOTA2
               MOVE RVA-NOV-NOTA3 TO RENT-NOTA3
               MOVE RVA-NOV-FREQ  TO RENT-FREQ
               WRITE REVENT
                   INVALID KEY REWRITE REVENT
               END-WRITE
           END-IF

           READ REVAUDITFILE
               AT END MOVE HIGH-VALUES TO RVA-REC
           END-READ.

      *    Every revision keyed since the last run.  Each consumed
      *    line is spooled to REVTRAN.PROC and the transaction file
      *    cleared afterward, the way Questao2 retires RESSUB2.DAT,
      *    so a rerun does not apply the same appeal twice.  A
      *    missing file means nothing to revise.
       ProcessaRevisoes.
           OPEN INPUT REVTRANFILE
           OPEN OUTPUT REVPROCFILE
           IF WS-REV-STATUS = "00" THEN
               READ REVTRANFILE
                   AT END MOVE HIGH-VALUES TO REV-REC
               END-READ
               PERFORM ProcessaUmaRevisao UNTIL REV-REC = HIGH-VALUES
           END-IF
           CLOSE REVTRANFILE
           CLOSE REVPROCFILE
           OPEN OUTPUT REVTRANFILE
           CLOSE REVTRANFILE.

       ProcessaUmaRevisao.
           ADD 1 TO CONTADOR-LIDOS
           WRITE REVPROC-REC FROM REV-REC
           PERFORM ValidaRevisao
           IF REVISAO-VALIDA THEN
               PERFORM AplicaRevisao
           ELSE
               PERFORM GravaRejeito
           END-IF

           READ REVTRANFILE
               AT END MOVE HIGH-VALUES TO REV-REC
           END-READ.

      *    The revised grades face the same range tests ValidaNotas
      *    applies to the feed, and the student must already hold an
      *    entry for the term - a student Questao2 never classified
      *    is a Corrige matter, not a revision.
       ValidaRevisao.
           MOVE SPACES TO MOTIVO-REVISAO
           EVALUATE TRUE
               WHEN REV-CODIGO NOT NUMERIC
                   MOVE "CODI" TO MOTIVO-REVISAO
               WHEN REV-NOTA1 NOT NUMERIC OR REV-NOTA1 > 10.00
                   MOVE "NT1I" TO MOTIVO-REVISAO
               WHEN REV-NOTA2 NOT NUMERIC OR REV-NOTA2 > 10.00
                   MOVE "NT2I" TO MOTIVO-REVISAO
               WHEN REV-NOTA3 NOT NUMERIC OR REV-NOTA3 > 10.00
                   MOVE "NT3I" TO MOTIVO-REVISAO
               WHEN REV-FREQUENCIA NOT NUMERIC
                       OR REV-FREQUENCIA > 100.00
                   MOVE "FREQ" TO MOTIVO-REVISAO
               WHEN REV-SOLICITANTE = SPACES
                   MOVE "SOLI" TO MOTIVO-REVISAO
           END-EVALUATE
           IF REVISAO-VALIDA THEN
               MOVE REV-CODIGO       TO HIST-CODIGO
               MOVE PERIODO-CORRENTE TO HIST-PERIODO
               READ ARQHISTFILE
                   INVALID KEY
                       MOVE "NHIS" TO MOTIVO-REVISAO
               END-READ
           END-IF.

      *    Recomputes the outcome exactly as ClassificaAluno does and
      *    reposts the term.  A student sent back to the recovery
      *    exam loses any recovery result the old grades led to;
      *    Questao5 resolves the exam again from ARQREC.DAT.
       AplicaRevisao.
           MOVE HIST-RESULT TO RESULTADO-ANTERIOR
           MOVE HIST-TURMA TO REGRA-TURMA-BUSCA
           PERFORM RegraDaTurma
           PERFORM MontaImagemAnterior
           COMPUTE MEDIA_CAL =
               (REV-NOTA1 * REGRA-PESO1 + REV-NOTA2 * REGRA-PESO2
                + REV-NOTA3 * REGRA-PESO3)
               / (REGRA-PESO1 + REGRA-PESO2 + REGRA-PESO3)
           IF REV-FREQUENCIA < REGRA-FREQ-MIN THEN
               MOVE "REPR" TO RESULTADO-NOVO
           ELSE
               EVALUATE TRUE
                   WHEN MEDIA_CAL > REGRA-NOTA-APROV
                       MOVE "APRO" TO RESULTADO-NOVO
                   WHEN MEDIA_CAL < REGRA-NOTA-REPROV
                       MOVE "REPR" TO RESULTADO-NOVO
                   WHEN OTHER
                       MOVE "EXAM" TO RESULTADO-NOVO
               END-EVALUATE
           END-IF
           MOVE RESULTADO-NOVO  TO HIST-RESULT
           MOVE MEDIA_CAL       TO HIST-MEDIA
           MOVE ZERO            TO HIST-NOTA-REC
           MOVE REV-FREQUENCIA  TO HIST-FREQ
           MOVE SPACE           TO HIST-RECUPERACAO
           REWRITE HIST-REC
           ADD 1 TO CONTADOR-APLICADAS
           IF RESULTADO-NOVO NOT = RESULTADO-ANTERIOR THEN
               ADD 1 TO CONTADOR-MUDOU
           END-IF

           MOVE REV-CODIGO      TO RIDX-CODIGO
           MOVE HIST-NOME       TO RIDX-NOME
           MOVE HIST-TURMA      TO RIDX-TURMA
           MOVE RESULTADO-NOVO  TO RIDX-RESULT
           MOVE MEDIA_CAL       TO RIDX-MEDIA
           MOVE REGRA-VERSAO    TO RIDX-REGRA
           WRITE REVIDX
               INVALID KEY REWRITE REVIDX
           END-WRITE

           MOVE REV-CODIGO      TO RENT-CODIGO
           MOVE REV-NOTA1       TO RENT-NOTA1
           MOVE REV-NOTA2       TO RENT-NOTA2
           MOVE REV-NOTA3       TO RENT-NOTA3
           MOVE REV-FREQUENCIA  TO RENT-FREQ
           WRITE REVENT
               INVALID KEY REWRITE REVENT
           END-WRITE

           PERFORM GravaAuditoria
           PERFORM GravaCarta
           PERFORM ImprimeRevisao.

      *    The "before" half of the audit image: the outcome from
      *    ARQHIST, the NOTAs from the grades the student stands on
      *    when found there, and the average of those NOTAs under
      *    the class rule - HIST-MEDIA holds the recovery score once
      *    Questao5 decided the term, so it is the before average
      *    only when nothing better is left and the exam did not
      *    decide; otherwise the average shows as zero.
       MontaImagemAnterior.
           MOVE DATA-CORRENTE       TO RVA-DATA
           MOVE HORA-COMPLETA(1:6)  TO RVA-HORA
           MOVE REV-SOLICITANTE     TO RVA-SOLICITANTE
           MOVE REV-MOTIVO          TO RVA-MOTIVO
           MOVE REV-CODIGO          TO RVA-CODIGO
           MOVE PERIODO-CORRENTE    TO RVA-PERIODO
           MOVE HIST-TURMA          TO RVA-TURMA
           MOVE HIST-FREQ           TO RVA-ANT-FREQ
           MOVE HIST-RESULT         TO RVA-ANT-RESULT
           MOVE REV-CODIGO TO RENT-CODIGO
           READ REVENTFILE
               INVALID KEY
                   MOVE "H"  TO RVA-ANT-ORIGEM
                   MOVE ZERO TO RVA-ANT-NOTA1
                   MOVE ZERO TO RVA-ANT-NOTA2
                   MOVE ZERO TO RVA-ANT-NOTA3
                   IF HIST-DECIDIDO-RECUP THEN
                       MOVE ZERO TO RVA-ANT-MEDIA
                   ELSE
                       MOVE HIST-MEDIA TO RVA-ANT-MEDIA
                   END-IF
               NOT INVALID KEY
                   MOVE "F"        TO RVA-ANT-ORIGEM
                   MOVE RENT-NOTA1 TO RVA-ANT-NOTA1
                   MOVE RENT-NOTA2 TO RVA-ANT-NOTA2
                   MOVE RENT-NOTA3 TO RVA-ANT-NOTA3
                   MOVE RENT-FREQ  TO RVA-ANT-FREQ
                   COMPUTE RVA-ANT-MEDIA =
                       (RENT-NOTA1 * REGRA-PESO1
                        + RENT-NOTA2 * REGRA-PESO2
                        + RENT-NOTA3 * REGRA-PESO3)
                       / (REGRA-PESO1 + REGRA-PESO2 + REGRA-PESO3)
           END-READ.

       GravaAuditoria.
           MOVE REV-NOTA1       TO RVA-NOV-NOTA1
           MOVE REV-NOTA2       TO RVA-NOV-NOTA2
           MOVE REV-NOTA3       TO RVA-NOV-NOTA3
           MOVE REV-FREQUENCIA  TO RVA-NOV-FREQ
           MOVE MEDIA_CAL       TO RVA-NOV-MEDIA
           MOVE RESULTADO-NOVO  TO RVA-NOV-RESULT
           MOVE REGRA-VERSAO    TO RVA-REGRA
           WRITE RVA-REC.

      *    Queues the corrected result letter Cartas prints.
       GravaCarta.
           MOVE REV-CODIGO          TO RCT-CODIGO
           MOVE HIST-NOME           TO RCT-NOME
           MOVE HIST-TURMA          TO RCT-TURMA
           MOVE MEDIA_CAL           TO RCT-MEDIA
           MOVE RESULTADO-ANTERIOR  TO RCT-RESULT-ANT
           MOVE RESULTADO-NOVO      TO RCT-RESULT-NOV
           MOVE REGRA-VERSAO        TO RCT-REGRA
           WRITE RCT-REC.

       ImprimeRevisao.
           MOVE REV-CODIGO          TO REL-DET-CODIGO
           MOVE HIST-NOME           TO REL-DET-NOME
           MOVE RESULTADO-ANTERIOR  TO REL-DET-ANT-RES
           MOVE RVA-ANT-MEDIA       TO REL-DET-ANT-MED
           MOVE RESULTADO-NOVO      TO REL-DET-NOV-RES
           MOVE MEDIA_CAL           TO REL-DET-NOV-MED
           MOVE REV-SOLICITANTE     TO REL-DET-SOLIC
           IF RESULTADO-NOVO = RESULTADO-ANTERIOR THEN
               MOVE "RESULTADO MANTIDO"  TO REL-DET-TEXTO
           ELSE
               MOVE "RESULTADO ALTERADO" TO REL-DET-TEXTO
           END-IF
           WRITE RELATORIO-LINHA FROM REL-DETALHE.

       GravaRejeito.
           MOVE REV-CODIGO     TO REJ-CODIGO
           MOVE SPACES         TO REJ-NOME
           MOVE MOTIVO-REVISAO TO REJ-MOTIVO
           MOVE 1              TO REJ-CICLO
           WRITE REJ-REC
           ADD 1 TO CONTADOR-REJ
           MOVE REV-CODIGO      TO REL-REJ-CODIGO
           MOVE MOTIVO-REVISAO  TO REL-REJ-MOTIVO
           MOVE REV-SOLICITANTE TO REL-REJ-SOLIC
           WRITE RELATORIO-LINHA FROM REL-REJEITO.

       VerificaRevisado.
           MOVE "N" TO WS-REVISADO
           READ REVIDXFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-REVISADO
           END-READ.

      *    Each outcome file is copied without the students revised
      *    this run, put back, and the revised students whose new
      *    outcome belongs in it appended - so a student ends up in
      *    exactly one of the three, and a recovery outcome Questao5
      *    appended for the old grades goes with the old entry.
       RegravaAprovados.
           OPEN INPUT ARQAPROFILE
           OPEN OUTPUT REVOUTFILE
           IF WS-APRO-STATUS = "00" THEN
               READ ARQAPROFILE
                   AT END MOVE HIGH-VALUES TO ARQAPRO
               END-READ
               PERFORM FiltraAprovado UNTIL ARQAPRO = HIGH-VALUES
           END-IF
           CLOSE ARQAPROFILE
           CLOSE REVOUTFILE
           OPEN INPUT REVOUTFILE
           OPEN OUTPUT ARQAPROFILE
           READ REVOUTFILE
               AT END MOVE HIGH-VALUES TO REVOUT-REC
           END-READ
           PERFORM DevolveAprovado UNTIL REVOUT-REC = HIGH-VALUES
           CLOSE REVOUTFILE
           MOVE "APRO" TO RESULTADO-ACRESCENTA
           PERFORM AcrescentaRevisados
           CLOSE ARQAPROFILE.

       FiltraAprovado.
           MOVE ACODIGO TO RIDX-CODIGO
           PERFORM VerificaRevisado
           IF NOT ALUNO-REVISADO THEN
               WRITE REVOUT-REC FROM ARQAPRO
           END-IF

           READ ARQAPROFILE
               AT END MOVE HIGH-VALUES TO ARQAPRO
           END-READ.

       DevolveAprovado.
           WRITE ARQAPRO FROM REVOUT-REC

           READ REVOUTFILE
               AT END MOVE HIGH-VALUES TO REVOUT-REC
           END-READ.

       RegravaReprovados.
           OPEN INPUT ARQREPROFILE
           OPEN OUTPUT REVOUTFILE
           IF WS-REPRO-STATUS = "00" THEN
               READ ARQREPROFILE
                   AT END MOVE HIGH-VALUES TO ARQAREPRO
               END-READ
               PERFORM FiltraReprovado UNTIL ARQAREPRO = HIGH-VALUES
           END-IF
           CLOSE ARQREPROFILE
           CLOSE REVOUTFILE
           OPEN INPUT REVOUTFILE
           OPEN OUTPUT ARQREPROFILE
           READ REVOUTFILE
               AT END MOVE HIGH-VALUES TO REVOUT-REC
           END-READ
           PERFORM DevolveReprovado UNTIL REVOUT-REC = HIGH-VALUES
           CLOSE REVOUTFILE
           MOVE "REPR" TO RESULTADO-ACRESCENTA
           PERFORM AcrescentaRevisados
           CLOSE ARQREPROFILE.

       FiltraReprovado.
           MOVE RCODIGO TO RIDX-CODIGO
           PERFORM VerificaRevisado
           IF NOT ALUNO-REVISADO THEN
               WRITE REVOUT-REC FROM ARQAREPRO
           END-IF

           READ ARQREPROFILE
               AT END MOVE HIGH-VALUES TO ARQAREPRO
           END-READ.

       DevolveReprovado.
           WRITE ARQAREPRO FROM REVOUT-REC

           READ REVOUTFILE
               AT END MOVE HIGH-VALUES TO REVOUT-REC
           END-READ.

       RegravaExames.
           OPEN INPUT ARQEXAMEFILE
           OPEN OUTPUT REVOUTFILE
           IF WS-EXAME-STATUS = "00" THEN
               READ ARQEXAMEFILE
                   AT END MOVE HIGH-VALUES TO ARQAEXAME
               END-READ
               PERFORM FiltraExame UNTIL ARQAEXAME = HIGH-VALUES
           END-IF
           CLOSE ARQEXAMEFILE
           CLOSE REVOUTFILE
           OPEN INPUT REVOUTFILE
           OPEN OUTPUT ARQEXAMEFILE
           READ REVOUTFILE
               AT END MOVE HIGH-VALUES TO REVOUT-REC
           END-READ
           PERFORM DevolveExame UNTIL REVOUT-REC = HIGH-VALUES
           CLOSE REVOUTFILE
           MOVE "EXAM" TO RESULTADO-ACRESCENTA
           PERFORM AcrescentaRevisados
           CLOSE ARQEXAMEFILE.

       FiltraExame.
           MOVE ECODIGO TO RIDX-CODIGO
           PERFORM VerificaRevisado
           IF NOT ALUNO-REVISADO THEN
               WRITE REVOUT-REC FROM ARQAEXAME
           END-IF

           READ ARQEXAMEFILE
               AT END MOVE HIGH-VALUES TO ARQAEXAME
           END-READ.

       DevolveExame.
           MOVE REVOUT-REC TO ARQAEXAME
           WRITE ARQAEXAME

           READ REVOUTFILE
               AT END MOVE HIGH-VALUES TO REVOUT-REC
           END-READ.

      *    Walks the revised students in CODIGO order and appends
      *    the ones whose new outcome is RESULTADO-ACRESCENTA to the
      *    outcome file currently open for output.
       AcrescentaRevisados.
           MOVE "N" TO WS-FIM-IDX
           MOVE ZERO TO RIDX-CODIGO
           START REVIDXFILE KEY IS >= RIDX-CODIGO
               INVALID KEY MOVE "S" TO WS-FIM-IDX
           END-START
           IF NOT FIM-REVISADOS THEN
               READ REVIDXFILE NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-IDX
               END-READ
           END-IF
           PERFORM AcrescentaUmRevisado UNTIL FIM-REVISADOS.

       AcrescentaUmRevisado.
           IF RIDX-RESULT = RESULTADO-ACRESCENTA THEN
               EVALUATE RESULTADO-ACRESCENTA
                   WHEN "APRO"
                       MOVE RIDX-CODIGO TO ACODIGO
                       MOVE RIDX-NOME   TO ANOME
                       MOVE RIDX-TURMA  TO ATURMA
                       MOVE RIDX-MEDIA  TO AMEDIA
                       MOVE RIDX-REGRA  TO AREGRA
                       WRITE ARQAPRO
                   WHEN "REPR"
                       MOVE RIDX-CODIGO TO RCODIGO
                       MOVE RIDX-NOME   TO RNOME
                       MOVE RIDX-TURMA  TO RTURMA
                       MOVE RIDX-MEDIA  TO RMEDIA_EXAME
                       MOVE RIDX-REGRA  TO RREGRA
                       WRITE ARQAREPRO
                   WHEN "EXAM"
                       MOVE RIDX-CODIGO TO ECODIGO
                       MOVE RIDX-NOME   TO ENOME
                       MOVE RIDX-TURMA  TO ETURMA
                       MOVE RIDX-REGRA  TO EREGRA
                       WRITE ARQAEXAME
               END-EVALUATE
           END-IF

           READ REVIDXFILE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-IDX
           END-READ.

       GravaTotais.
           MOVE "REVISOES LIDAS"          TO TOT-ROTULO
           MOVE CONTADOR-LIDOS            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "REVISOES APLICADAS"      TO TOT-ROTULO
           MOVE CONTADOR-APLICADAS        TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "RESULTADOS ALTERADOS"    TO TOT-ROTULO
           MOVE CONTADOR-MUDOU            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "REVISOES RECUSADAS"      TO TOT-ROTULO
           MOVE CONTADOR-REJ              TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA.

      *    Loads REGRAS.DAT.  A line that cannot be a rule - a field
      *    out of range, weights adding up to nothing, a version
      *    already used by another line - stops the run before
      *    anything is graded: a student graded under a rule read
      *    halfway would be worse off than one not graded at all.
      *    No REGRAS.DAT leaves every class on the built-in rule.
       CarregaRegras.
           OPEN INPUT REGRASFILE
           IF WS-RGR-STATUS = "00" THEN
               READ REGRASFILE
                   AT END MOVE HIGH-VALUES TO RGR-REC
               END-READ
               PERFORM CarregaUmaRegra UNTIL RGR-REC = HIGH-VALUES
           END-IF
           CLOSE REGRASFILE.

       CarregaUmaRegra.
           EVALUATE TRUE
               WHEN RGR-VERSAO NOT NUMERIC
                       OR RGR-PESO1 NOT NUMERIC
                       OR RGR-PESO2 NOT NUMERIC
                       OR RGR-PESO3 NOT NUMERIC
                       OR RGR-NOTA-APROV NOT NUMERIC
                       OR RGR-NOTA-REPROV NOT NUMERIC
                       OR RGR-FREQ-MIN NOT NUMERIC
                       OR RGR-NOTA-RECUP NOT NUMERIC
                   MOVE "N" TO WS-REGRA-VALIDA
               WHEN RGR-VERSAO = ZERO OR RGR-TURMA = SPACES
                       OR RGR-PESO1 + RGR-PESO2 + RGR-PESO3 = ZERO
                       OR RGR-NOTA-APROV > 10.00
                       OR RGR-NOTA-REPROV > RGR-NOTA-APROV
                       OR RGR-FREQ-MIN > 100.00
                       OR RGR-NOTA-RECUP > 10.00
                   MOVE "N" TO WS-REGRA-VALIDA
               WHEN OTHER
                   MOVE "S" TO WS-REGRA-VALIDA
           END-EVALUATE
           IF NOT REGRA-VALIDA THEN
               DISPLAY "REVISAO: REGRA INVALIDA EM REGRAS.DAT - "
                   RGR-REC
               PERFORM RecusaRegras
           END-IF
           MOVE RGR-VERSAO TO REGRA-VERSAO-BUSCA
           PERFORM LocalizaVersao
           IF REGRA-ENCONTRADA THEN
               DISPLAY "REVISAO: VERSAO " RGR-VERSAO
                   " REPETIDA EM REGRAS.DAT"
               PERFORM RecusaRegras
           END-IF
           IF REGRA-COUNT >= REGRA-TABLE-MAX THEN
               DISPLAY "REVISAO: MORE RULES THAN "
                   "REGRA-TABLE CAN HOLD - INCREASE OCCURS"
               PERFORM RecusaRegras
           END-IF
           ADD 1 TO REGRA-COUNT
           SET REGRA-IDX TO REGRA-COUNT
           MOVE RGR-TURMA       TO REGRA-T-TURMA (REGRA-IDX)
           MOVE RGR-VERSAO      TO REGRA-T-VERSAO (REGRA-IDX)
           MOVE RGR-PESO1       TO REGRA-T-PESO1 (REGRA-IDX)
           MOVE RGR-PESO2       TO REGRA-T-PESO2 (REGRA-IDX)
           MOVE RGR-PESO3       TO REGRA-T-PESO3 (REGRA-IDX)
           MOVE RGR-NOTA-APROV  TO REGRA-T-APROV (REGRA-IDX)
           MOVE RGR-NOTA-REPROV TO REGRA-T-REPROV (REGRA-IDX)
           MOVE RGR-FREQ-MIN    TO REGRA-T-FREQ (REGRA-IDX)
           MOVE RGR-NOTA-RECUP  TO REGRA-T-RECUP (REGRA-IDX)

           READ REGRASFILE
               AT END MOVE HIGH-VALUES TO RGR-REC
           END-READ.

       RecusaRegras.
           CLOSE REGRASFILE
           MOVE "ERRO" TO LOG-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM GravaRunLog
           STOP RUN.

       LocalizaVersao.
           MOVE "N" TO WS-REGRA-ACHADA
           SET REGRA-IDX TO 1
           SEARCH REGRA-ENTRY
               AT END
                   CONTINUE
               WHEN REGRA-IDX > REGRA-COUNT
                   CONTINUE
               WHEN REGRA-T-VERSAO (REGRA-IDX) = REGRA-VERSAO-BUSCA
                   MOVE "S" TO WS-REGRA-ACHADA
           END-SEARCH.

      *    The rule new grading of REGRA-TURMA-BUSCA uses: the
      *    class's highest version, else the highest PADRAO one,
      *    else the built-in rule.
       RegraDaTurma.
           MOVE ZERO TO REGRA-MAIOR-VERSAO
           PERFORM ComparaVersao VARYING REGRA-IDX FROM 1 BY 1
               UNTIL REGRA-IDX > REGRA-COUNT
           IF REGRA-MAIOR-VERSAO = ZERO THEN
               MOVE "PADRAO" TO REGRA-TURMA-BUSCA
               PERFORM ComparaVersao VARYING REGRA-IDX FROM 1 BY 1
                   UNTIL REGRA-IDX > REGRA-COUNT
           END-IF
           IF REGRA-MAIOR-VERSAO = ZERO THEN
               PERFORM RegraPadrao
           ELSE
               MOVE REGRA-MAIOR-VERSAO TO REGRA-VERSAO-BUSCA
               PERFORM LocalizaVersao
               PERFORM CopiaRegra
           END-IF.

       ComparaVersao.
           IF REGRA-T-TURMA (REGRA-IDX) = REGRA-TURMA-BUSCA
                   AND REGRA-T-VERSAO (REGRA-IDX) > REGRA-MAIOR-VERSAO
                   THEN
               MOVE REGRA-T-VERSAO (REGRA-IDX) TO REGRA-MAIOR-VERSAO
           END-IF.

       CopiaRegra.
           MOVE REGRA-T-VERSAO (REGRA-IDX) TO REGRA-VERSAO
           MOVE REGRA-T-PESO1 (REGRA-IDX)  TO REGRA-PESO1
           MOVE REGRA-T-PESO2 (REGRA-IDX)  TO REGRA-PESO2
           MOVE REGRA-T-PESO3 (REGRA-IDX)  TO REGRA-PESO3
           MOVE REGRA-T-APROV (REGRA-IDX)  TO REGRA-NOTA-APROV
           MOVE REGRA-T-REPROV (REGRA-IDX) TO REGRA-NOTA-REPROV
           MOVE REGRA-T-FREQ (REGRA-IDX)   TO REGRA-FREQ-MIN
           MOVE REGRA-T-RECUP (REGRA-IDX)  TO REGRA-NOTA-RECUP.

      *    Version 000: the rule every class was graded under before
      *    REGRAS.DAT existed.
       RegraPadrao.
           MOVE ZERO              TO REGRA-VERSAO
           MOVE 1                 TO REGRA-PESO1
           MOVE 1                 TO REGRA-PESO2
           MOVE 1                 TO REGRA-PESO3
           MOVE 05.00             TO REGRA-NOTA-APROV
           MOVE 03.00             TO REGRA-NOTA-REPROV
           MOVE FREQUENCIA-MINIMA TO REGRA-FREQ-MIN
           MOVE NOTA-CORTE-RECUP  TO REGRA-NOTA-RECUP.
