

       WORKING-STORAGE SECTION.
      *    The nightly window in its required order: the employee
      *    movements held for an effective date now reached, the
      *    payroll leg and the interface that hands its changes to
      *    the payroll system, the grading leg, then the
      *    cross-stream closers.  Each step is launched as its own
      *    job and gated on its RETURN-CODE - 0 clean, 4 warnings,
      *    8 hard failure - so Questao5 can no longer be run against
      *    outputs a failed Questao2 never finished.
           01 PASSO-NOMES.
               02  FILLER PIC X(20) VALUE "Manutencao PENDENTES".
               02  FILLER PIC X(20) VALUE "Questao1".
               02  FILLER PIC X(20) VALUE "Questao3".
               02  FILLER PIC X(20) VALUE "Reajuste".
               02  FILLER PIC X(20) VALUE "InterFolha".
               02  FILLER PIC X(20) VALUE "Questao2".
               02  FILLER PIC X(20) VALUE "Questao5".
               02  FILLER PIC X(20) VALUE "Questao6".
               02  FILLER PIC X(20) VALUE "Cartas".
               02  FILLER PIC X(20) VALUE "Corrige".
               02  FILLER PIC X(20) VALUE "Balanco".
               02  FILLER PIC X(20) VALUE "AuditaFeed".
               02  FILLER PIC X(20) VALUE "Geracoes".
           01 PASSO-TABLE REDEFINES PASSO-NOMES.
               02  PASSO-NOME PIC X(20) OCCURS 13 TIMES.
           01 PASSO-MAX     PIC 9(02) COMP VALUE 13.
           01 PASSO-CORRENTE PIC 9(02) COMP VALUE ZERO.

           01 COMANDO       PIC X(44) VALUE SPACES.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeRestart
           PERFORM ConfereRestart
           IF RESTART-PASSO > ZERO THEN
               DISPLAY "JANELA: RETOMANDO DO PASSO " RESTART-PASSO
                   " (" PASSO-NOME (RESTART-PASSO) ")"
           CLOSE RUNLOGFILE.


      *    A step left over in JANREST.DAT from a retained window
      *    tells this run where to resume; a missing file simply
      *    leaves RESTART-PASSO at zero and the whole window runs
      *    from the top.
       LeRestart.
           MOVE ZERO TO RESTART-PASSO
           MOVE SPACES TO RESTART-PROGRAMA
           OPEN INPUT ARQRESTARTFILE
           IF WS-REST-STATUS = "00" THEN
               READ ARQRESTARTFILE
               CLOSE ARQRESTARTFILE
           END-IF.

      *    A restart point is only honoured while it still names the
      *    step it was written for.  A step number out of the table,
      *    or one whose program is no longer the one checkpointed -
      *    the table was reordered while the window was retained -
      *    stops the window with JANREST.DAT left as it is, for the
      *    operator to decide where it must resume.
       ConfereRestart.
           IF RESTART-PASSO NOT NUMERIC THEN
               DISPLAY "JANELA: JANREST.DAT INVALIDO - RETOMADA "
                   "RECUSADA"
               PERFORM RecusaRestart
           END-IF
           IF RESTART-PASSO > ZERO THEN
               IF RESTART-PASSO > PASSO-MAX THEN
                   DISPLAY "JANELA: JANREST.DAT APONTA O PASSO "
                       RESTART-PASSO " FORA DA JANELA - RETOMADA "
                       "RECUSADA"
                   PERFORM RecusaRestart
               END-IF
               IF RESTART-PROGRAMA NOT = PASSO-NOME (RESTART-PASSO)
                       THEN
                   DISPLAY "JANELA: JANREST.DAT APONTA O PASSO "
                       RESTART-PASSO " (" RESTART-PROGRAMA ")"
                   DISPLAY "JANELA: O PASSO " RESTART-PASSO
                       " AGORA E " PASSO-NOME (RESTART-PASSO)
                       " - RETOMADA RECUSADA"
                   PERFORM RecusaRestart
               END-IF
           END-IF.

       RecusaRestart.
           MOVE "ERRO" TO LOG-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM GravaRunLog
           STOP RUN.

      *    Clears JANREST.DAT once the whole window has run, so the
      *    next invocation starts from the first step instead of
      *    resuming past a restart point that no longer applies.
       LimpaRestart.
           MOVE ZERO TO RESTART-PASSO
           MOVE SPACES TO RESTART-PROGRAMA
           OPEN OUTPUT ARQRESTARTFILE
           WRITE RESTART-REC
           CLOSE ARQRESTARTFILE.
      *    abend mid-step resumes at that step, not from the top.
       GravaCheckpoint.
           MOVE PASSO-CORRENTE TO RESTART-PASSO
           MOVE PASSO-NOME (PASSO-CORRENTE) TO RESTART-PROGRAMA
           OPEN OUTPUT ARQRESTARTFILE
           WRITE RESTART-REC
           CLOSE ARQRESTARTFILE.
