
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
           FD ARQRESTARTFILE.
               01 RESTART-REC.
                   COPY RESTCNT.
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

      *    student below this mark is sent straight to ARQAREPRO.DAT
      *    no matter how the three grades average out.  Shared with
      *    Questao6 via FREQMIN.CPY so the two never drift apart.
      *    It and the recovery cutoff are now the built-in rule, for
      *    a class REGRAS.DAT has no rule for.
           COPY FREQMIN.
           COPY NOTACORT.

      *    Each student is graded under the current rule of the
      *    student's own TURMA, and the outcome record carries the
      *    rule version.
           COPY REGRAWS.

      *    Checkpoint/restart control.  RESTART-CONTADOR (from
      *    REST2.DAT) is the count of records a prior, aborted run had
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

      *    Student registry built by ManutAluno.  When it is on disk
      *    every feed CODIGO must match an active enrollment; a
      *    missing registry (a directory that never loaded one)
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           PERFORM LePeriodo
           PERFORM VerificaFechamento
           PERFORM CarregaRegras
           PERFORM ObtemTravaHist
           PERFORM AbreHistorico
           PERFORM AbreRegistroAlunos
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
               DISPLAY "QUESTAO2: PERIODO " PERIODO-CORRENTE
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
      *    for update; the "35" path only happens on the very first
      *    run ever, when it is created empty and reopened.
           MOVE MEDIA_CAL        TO HIST-MEDIA
           MOVE ZERO             TO HIST-NOTA-REC
           MOVE FREQUENCIA       TO HIST-FREQ
           MOVE SPACE            TO HIST-RECUPERACAO
           WRITE HIST-REC
               INVALID KEY
                   REWRITE HIST-REC
               AT END MOVE HIGH-VALUES TO RESSUB-REC
           END-READ.

      *    Weighted average and cutoffs from the rule of the
      *    student's TURMA; with the built-in rule (equal weights, 5
      *    and 3) this is the classification as it always was.
       ClassificaAluno.
           MOVE TURMA TO REGRA-TURMA-BUSCA
           PERFORM RegraDaTurma
           COMPUTE MEDIA_CAL = (NOTA1 * REGRA-PESO1
               + NOTA2 * REGRA-PESO2 + NOTA3 * REGRA-PESO3)
               / (REGRA-PESO1 + REGRA-PESO2 + REGRA-PESO3)
           IF FREQUENCIA < REGRA-FREQ-MIN THEN
               MOVE CODIGO    TO RCODIGO
               MOVE NOME      TO RNOME
               MOVE TURMA     TO RTURMA
               MOVE MEDIA_CAL TO RMEDIA_EXAME
               MOVE REGRA-VERSAO TO RREGRA
               WRITE ARQAREPRO
               ADD 1 TO CONTADOR-GRAVADOS
               ADD 1 TO CONTADOR-REPRO
               MOVE "REPR" TO HIST-RESULT
               PERFORM GravaHistorico
           ELSE
               EVALUATE TRUE
               WHEN MEDIA_CAL > REGRA-NOTA-APROV
                   MOVE CODIGO  TO ACODIGO
                   MOVE NOME  TO ANOME
                   MOVE TURMA TO ATURMA
                   MOVE MEDIA_CAL TO AMEDIA
                   MOVE REGRA-VERSAO TO AREGRA
                   WRITE ARQAPRO
                   ADD 1 TO CONTADOR-GRAVADOS
                   ADD 1 TO CONTADOR-APRO
                   MOVE "APRO" TO HIST-RESULT
                   PERFORM GravaHistorico
               WHEN MEDIA_CAL < REGRA-NOTA-REPROV
                   MOVE CODIGO    TO RCODIGO
                   MOVE NOME      TO RNOME
                   MOVE TURMA     TO RTURMA
                   MOVE MEDIA_CAL TO RMEDIA_EXAME
                   MOVE REGRA-VERSAO TO RREGRA
                   WRITE ARQAREPRO
                   ADD 1 TO CONTADOR-GRAVADOS
                   ADD 1 TO CONTADOR-REPRO
                   MOVE CODIGO    TO ECODIGO
                   MOVE NOME      TO ENOME
                   MOVE TURMA     TO ETURMA
                   MOVE REGRA-VERSAO TO EREGRA
                   WRITE ARQAEXAME
                   ADD 1 TO CONTADOR-GRAVADOS
                   ADD 1 TO CONTADOR-EXAME
           COMPUTE REJ-CICLO = CICLO-CORRENTE + 1
           WRITE REJ-REC
           ADD 1 TO CONTADOR-REJ.

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
               DISPLAY "QUESTAO2: REGRA INVALIDA EM REGRAS.DAT - "
                   RGR-REC
               PERFORM RecusaRegras
           END-IF
           MOVE RGR-VERSAO TO REGRA-VERSAO-BUSCA
           PERFORM LocalizaVersao
           IF REGRA-ENCONTRADA THEN
               DISPLAY "QUESTAO2: VERSAO " RGR-VERSAO
                   " REPETIDA EM REGRAS.DAT"
               PERFORM RecusaRegras
           END-IF
           IF REGRA-COUNT >= REGRA-TABLE-MAX THEN
               DISPLAY "QUESTAO2: MORE RULES THAN "
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
