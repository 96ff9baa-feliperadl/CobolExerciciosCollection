               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EXAMAGDFILE ASSIGN TO "EXAMAGD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGD-CODIGO
               FILE STATUS IS WS-AGD-STATUS.
           SELECT OPTIONAL PERIODOFILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERFECHFILE ASSIGN TO "PERFECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFC-STATUS.
           SELECT OPTIONAL REGRASFILE ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGR-STATUS.
           SELECT OPTIONAL TRAVAHISTFILE ASSIGN TO "TRAVAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.
                   02  ECODIGO        PIC 9(5).
                   02  ENOME          PIC X(10).
                   02  ETURMA         PIC X(10).
                   02  EREGRA         PIC 9(03).
           FD ARQRECFILE.
               01 ARQREC.
                   02  RECCODIGO      PIC 9(5).
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
           FD ARQREJEITOFILE.
               01 REJ-REC.
                   COPY REJREC.
                   02  PENDCODIGO     PIC 9(5).
                   02  PENDNOME       PIC X(10).
                   02  PENDTURMA      PIC X(10).
                   02  PENDREGRA      PIC 9(03).
                   02  PENDPERIODO    PIC X(06).
           FD ARQHISTFILE.
               01 HIST-REC.
                   COPY HISTREC.
           FD EXAMAGDFILE.
               01 AGD-REC.
                   COPY AGDREC.
           FD PERIODOFILE.
               01 PERIODO-REC.
                   02  PERIODO-ID  PIC X(06).
           FD RUNLOGFILE.
               01 RL-REC.
                   COPY RUNLOG.
           FD PERFECHFILE.
               01 PFC-REC.
                   COPY PERFECH.
           FD REGRASFILE.
               01 RGR-REC.
                   COPY REGRAS.
           FD TRAVAHISTFILE.
               01 TRAVA-REC  PIC X(32).

      *    Passing grade for the recovery exam.  A student below this
      *    grade fails the term despite the second chance.  Shared
      *    with Cartas via NOTACORT.CPY so the letters always quote
      *    the cutoff this pass actually applies.  It is the built-in
      *    rule now: a class with a rule in REGRAS.DAT is held to
      *    that rule's recovery cutoff instead.
           COPY NOTACORT.
           COPY FREQMIN.

      *    The cutoff comes from the rule version Questao2 stamped
      *    on the ARQEXAME.DAT record, not from whatever rule is
      *    current, so a rule added after the student was sent to
      *    the exam does not move the bar under the student.
           COPY REGRAWS.

           01 WS-ENCONTRADO PIC X(01) VALUE "N".
               88  REGISTRO-ENCONTRADO VALUE "S".
           01 PERIODO-CORRENTE PIC X(06) VALUE "000000".
           01 WS-HIST-STATUS   PIC X(02) VALUE "00".
           01 WS-PER-STATUS    PIC X(02) VALUE "00".

      *    A term Fechamento has closed is listed in PERFECH.DAT
      *    and takes no more postings.
           01 WS-PFC-STATUS    PIC X(02) VALUE "00".
           01 WS-FIM-PFC       PIC X(01) VALUE "N".
               88  FIM-FECHADOS  VALUE "S".
           01 WS-PER-FECHADO   PIC X(01) VALUE "N".
               88  PERIODO-FECHADO  VALUE "S".
           01 DATA-FECHAMENTO  PIC 9(08) VALUE ZERO.
           01 WS-HIST-ACHOU    PIC X(01) VALUE "N".
               88  HIST-ENCONTRADO  VALUE "S".
           01 RESULTADO-FINAL  PIC X(04).
      *    coming back bad climbs toward Corrige's escalation limit.
           01 CICLO-CORRENTE   PIC 9(02) VALUE ZERO.

      *    Attendance keyed against AgendaExam's schedule.  A student
      *    marked absent for this term with no score, or a zero, never
      *    sat the exam and fails it here as a no-show; one marked
      *    absent who nonetheless has a score is held for the office
      *    to settle.  With no schedule, or no mark, the score alone
      *    decides, as it always has.
           01 WS-AGD-STATUS    PIC X(02) VALUE "00".
           01 WS-TEM-AGENDA    PIC X(01) VALUE "N".
               88  AGENDA-PRESENTE  VALUE "S".
           01 WS-PRESENCA      PIC X(01) VALUE SPACE.
               88  ALUNO-AUSENTE    VALUE "A".

           01 CONTADOR-LIDOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-GRAVADOS PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-APRO     PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REPRO    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PEND     PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REJ      PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-FALTAS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-CONFLITO PIC 9(7) COMP VALUE ZERO.

           COPY RUNLOGWS.

           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           PERFORM LePeriodo
           PERFORM VerificaFechamento
           PERFORM CarregaRegras
           PERFORM ObtemTravaHist
           PERFORM AbreHistorico
           PERFORM CarregaRecuperacao
           PERFORM MergeRessubmissao
           PERFORM AbreAgenda

           OPEN INPUT ARQEXAMEFILE
           OPEN INPUT ARQRECIDXFILE
           CLOSE ARQREPROFILE
           CLOSE ARQREJEITOFILE
           CLOSE ARQHISTFILE
           IF AGENDA-PRESENTE THEN
               CLOSE EXAMAGDFILE
           END-IF
           PERFORM LiberaTravaHist
           PERFORM RegravaExamePendente
           PERFORM CatalogaSaidas
           IF CONTADOR-REJ > ZERO OR CONTADOR-CONFLITO > ZERO
                   OR REGRA-FALTOU THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ZERO TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           WRITE RL-REC
           MOVE "FALTAS    " TO RL-FLUXO
           MOVE CONTADOR-FALTAS TO RL-GRAVADOS
           MOVE ZERO TO RL-LIDOS
           MOVE CONTADOR-CONFLITO TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           WRITE RL-REC
           CLOSE RUNLOGFILE.

      *    Takes the named lock on ARQHIST.DAT before it is opened:
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Refuses the run before the lock is taken or a single
      *    output is opened when the term it would post under has
      *    already been closed: the closed term's outcomes are final,
      *    and the operator has to advance PERIODO.DAT - or run
      *    Fechamento, which does - before posting again.
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
               DISPLAY "QUESTAO5: PERIODO " PERIODO-CORRENTE
                   " FECHADO EM " DATA-FECHAMENTO " - NAO POSTADO"
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

      *    The history file accumulates across terms, so it is opened
      *    for update; the "35" path only happens when this run is
      *    the first ever to touch it.

       ProcessaExame.
           ADD 1 TO CONTADOR-LIDOS
           MOVE ETURMA TO REGRA-TURMA-BUSCA
           IF EREGRA NUMERIC THEN
               MOVE EREGRA TO REGRA-VERSAO-BUSCA
           ELSE
               MOVE ZERO TO REGRA-VERSAO-BUSCA
           END-IF
           PERFORM RegraDaVersao
           PERFORM BuscaRecuperacao
           PERFORM BuscaPresenca
           IF ALUNO-AUSENTE THEN
               PERFORM ApuraAusente
           ELSE
               PERFORM ApuraNota
           END-IF

           READ ARQEXAMEFILE
               AT END MOVE HIGH-VALUES TO ARQAEXAME
           END-READ.

       ApuraNota.
           IF REGISTRO-ENCONTRADO THEN
               IF RECIDX-NOTA NOT NUMERIC
                       OR RECIDX-NOTA < 00.00
               MOVE ZERO TO CICLO-CORRENTE
               PERFORM GravaRejeito
               PERFORM MarcaPendente
           END-IF.

      *    A score against an absence mark is one of the two that is
      *    wrong - the roster or the score sheet - and neither is
      *    applied until the office corrects it.  The student stays
      *    in ARQEXAME.DAT meanwhile.
       ApuraAusente.
           IF REGISTRO-ENCONTRADO AND RECIDX-NOTA NUMERIC
                   AND RECIDX-NOTA > ZERO THEN
               DISPLAY "QUESTAO5: ALUNO " ECODIGO
                   " AUSENTE NO EXAME MAS COM NOTA " RECIDX-NOTA
                   " - MANTIDO EM EXAME"
               ADD 1 TO CONTADOR-CONFLITO
               PERFORM MarcaPendente
           ELSE
               PERFORM RegistraFalta
           END-IF.

      *    A no-show fails the term with a zero exam grade.  The
      *    history keeps the term average Questao2 posted, the same
      *    way Fechamento fails the no-shows it finds at close.
       RegistraFalta.
           MOVE ECODIGO            TO RCODIGO
           MOVE ENOME              TO RNOME
           MOVE ETURMA             TO RTURMA
           MOVE ZERO               TO RMEDIA_EXAME
           MOVE REGRA-VERSAO       TO RREGRA
           WRITE ARQAREPRO
           ADD 1 TO CONTADOR-GRAVADOS
           ADD 1 TO CONTADOR-REPRO
           ADD 1 TO CONTADOR-FALTAS
           MOVE "N"                TO WS-HIST-ACHOU
           MOVE ECODIGO            TO HIST-CODIGO
           MOVE PERIODO-CORRENTE   TO HIST-PERIODO
           READ ARQHISTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HIST-ACHOU
           END-READ
           IF NOT HIST-ENCONTRADO THEN
               MOVE ECODIGO          TO HIST-CODIGO
               MOVE PERIODO-CORRENTE TO HIST-PERIODO
               MOVE ENOME            TO HIST-NOME
               MOVE ETURMA           TO HIST-TURMA
               MOVE ZERO             TO HIST-FREQ
               MOVE ZERO             TO HIST-MEDIA
           END-IF
           MOVE "REPR"             TO HIST-RESULT
           MOVE ZERO               TO HIST-NOTA-REC
           MOVE "S"                TO HIST-RECUPERACAO
           IF HIST-ENCONTRADO THEN
               REWRITE HIST-REC
           ELSE
               WRITE HIST-REC
           END-IF.

       AbreAgenda.
           OPEN INPUT EXAMAGDFILE
           IF WS-AGD-STATUS = "00" THEN
               MOVE "S" TO WS-TEM-AGENDA
           END-IF.

      *    Only a seat scheduled for this term counts; an entry left
      *    from an earlier term says nothing about this exam.
       BuscaPresenca.
           MOVE SPACE TO WS-PRESENCA
           IF AGENDA-PRESENTE THEN
               MOVE ECODIGO TO AGD-CODIGO
               READ EXAMAGDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGD-PERIODO = PERIODO-CORRENTE THEN
                           MOVE AGD-PRESENCA TO WS-PRESENCA
                       END-IF
               END-READ
           END-IF.

      *    The table SEARCH this paragraph used to do is now a keyed
      *    READ against the work copy built by CarregaRecuperacao.
           END-READ.

       ApuraResultadoFinal.
           IF RECIDX-NOTA >= REGRA-NOTA-RECUP THEN
               MOVE ECODIGO         TO ACODIGO
               MOVE ENOME           TO ANOME
               MOVE ETURMA          TO ATURMA
               MOVE RECIDX-NOTA     TO AMEDIA
               MOVE REGRA-VERSAO    TO AREGRA
               WRITE ARQAPRO
               ADD 1 TO CONTADOR-GRAVADOS
               ADD 1 TO CONTADOR-APRO
               MOVE ENOME              TO RNOME
               MOVE ETURMA             TO RTURMA
               MOVE RECIDX-NOTA        TO RMEDIA_EXAME
               MOVE REGRA-VERSAO       TO RREGRA
               WRITE ARQAREPRO
               ADD 1 TO CONTADOR-GRAVADOS
               ADD 1 TO CONTADOR-REPRO
           MOVE RESULTADO-FINAL    TO HIST-RESULT
           MOVE RECIDX-NOTA        TO HIST-MEDIA
           MOVE RECIDX-NOTA        TO HIST-NOTA-REC
           MOVE "S"                TO HIST-RECUPERACAO
           IF HIST-ENCONTRADO THEN
               REWRITE HIST-REC
           ELSE
      *    student is still awaiting a usable recovery score, so it
      *    belongs in neither ARQAPRO.DAT nor ARQAREPRO.DAT yet.
      *    Spooling to a work file instead of a table means a heavy
      *    exam term can no longer overflow WORKING-STORAGE.  The
      *    term is stamped on each record so Fechamento can tell a
      *    spool of this term from one an earlier run left behind.
       MarcaPendente.
           ADD 1 TO CONTADOR-PEND
           MOVE ECODIGO TO PENDCODIGO
           MOVE ENOME   TO PENDNOME
           MOVE ETURMA  TO PENDTURMA
           MOVE REGRA-VERSAO TO PENDREGRA
           MOVE PERIODO-CORRENTE TO PENDPERIODO
           WRITE ARQPEND.

      *    Rewrites ARQEXAME.DAT to hold only the records this pass
           MOVE PENDCODIGO TO ECODIGO
           MOVE PENDNOME   TO ENOME
           MOVE PENDTURMA  TO ETURMA
           MOVE PENDREGRA  TO EREGRA
           WRITE ARQAEXAME

           READ ARQPENDFILE
               AT END MOVE HIGH-VALUES TO ARQPEND
           END-READ.

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
               DISPLAY "QUESTAO5: REGRA INVALIDA EM REGRAS.DAT - "
                   RGR-REC
               PERFORM RecusaRegras
           END-IF
           MOVE RGR-VERSAO TO REGRA-VERSAO-BUSCA
           PERFORM LocalizaVersao
           IF REGRA-ENCONTRADA THEN
               DISPLAY "QUESTAO5: VERSAO " RGR-VERSAO
                   " REPETIDA EM REGRAS.DAT"
               PERFORM RecusaRegras
           END-IF
           IF REGRA-COUNT >= REGRA-TABLE-MAX THEN
               DISPLAY "QUESTAO5: MORE RULES THAN "
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

      *    The rule a student was already graded under, by the
      *    version stamped on the record, so a rule added since does
      *    not regrade the student behind the office's back.  A
      *    version no longer in REGRAS.DAT is reported and the
      *    class's current rule used instead.
       RegraDaVersao.
           IF REGRA-VERSAO-BUSCA = ZERO THEN
               PERFORM RegraPadrao
           ELSE
               PERFORM LocalizaVersao
               IF REGRA-ENCONTRADA THEN
                   PERFORM CopiaRegra
               ELSE
                   DISPLAY "QUESTAO5: VERSAO " REGRA-VERSAO-BUSCA
                       " AUSENTE DE REGRAS.DAT - APLICADA A REGRA "
                       "ATUAL DA TURMA " REGRA-TURMA-BUSCA
                   MOVE "S" TO WS-REGRA-FALTOU
                   PERFORM RegraDaTurma
               END-IF
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
