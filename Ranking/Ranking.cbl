       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Ranking.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHISTFILE ASSIGN TO "ARQHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ALUCADFILE ASSIGN TO "ALUCAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUREG-CODIGO
               FILE STATUS IS WS-CAD-STATUS.
           SELECT RANKALUFILE ASSIGN TO "RANKALU.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKORDFILE ASSIGN TO "RANKORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKWORKFILE ASSIGN TO "RANKALU.WRK".
           SELECT RANKTURFILE ASSIGN TO "RANKTUR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKINGFILE ASSIGN TO "RANKING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNK-CODIGO
               FILE STATUS IS WS-RNK-STATUS.
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
           FD ARQHISTFILE.
               01 HIST-REC.
                   COPY HISTREC.
           FD ALUCADFILE.
               01 ALUCAD.
                   COPY ALUREG.
      *        One cumulative record per student with at least one
      *        decided term, cut in CODIGO order as the history is
      *        walked.
           FD RANKALUFILE.
               01 RKA-REC.
                   02  RKA-CODIGO     PIC 9(05).
                   02  RKA-NOME       PIC X(10).
                   02  RKA-TURMA      PIC X(10).
                   02  RKA-PERIODOS   PIC 9(03).
                   02  RKA-PENDENTES  PIC 9(03).
                   02  RKA-MEDIA      PIC 9(2)V9(2).
           FD RANKORDFILE.
               01 RKO-REC.
                   02  RKO-CODIGO     PIC 9(05).
                   02  RKO-NOME       PIC X(10).
                   02  RKO-TURMA      PIC X(10).
                   02  RKO-PERIODOS   PIC 9(03).
                   02  RKO-PENDENTES  PIC 9(03).
                   02  RKO-MEDIA      PIC 9(2)V9(2).
           SD RANKWORKFILE.
               01 RKW-REC.
                   02  RKW-CODIGO     PIC X(05).
                   02  FILLER         PIC X(10).
                   02  RKW-TURMA      PIC X(10).
                   02  FILLER         PIC X(06).
                   02  RKW-MEDIA      PIC 9(2)V9(2).
      *        Students per TURMA, so each ranking entry can say how
      *        many it was placed among.
           FD RANKTURFILE.
               01 RKT-REC.
                   02  RKT-TURMA      PIC X(10).
                   02  RKT-ALUNOS     PIC 9(05).
           FD RANKINGFILE.
               01 RNK-REC.
                   COPY RANKREC.
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
      *    Accumulators of the student whose terms are being walked.
      *    The composite HIST-CHAVE keeps a student's terms adjacent
      *    and in term order, so one sequential pass closes each
      *    student exactly when the CODIGO changes - the same walk
      *    Situacao makes.
           01 ALUNO-ATUAL      PIC 9(05) VALUE ZERO.
           01 ALUNO-NOME       PIC X(10) VALUE SPACES.
           01 ALUNO-TURMA      PIC X(10) VALUE SPACES.
           01 ALUNO-PERIODOS   PIC 9(03) VALUE ZERO.
           01 ALUNO-PENDENTES  PIC 9(03) VALUE ZERO.
           01 ALUNO-SOMA       PIC 9(05)V9(2) VALUE ZERO.
           01 WS-TEM-ALUNO     PIC X(01) VALUE "N".
               88  ALUNO-EM-CURSO  VALUE "S".

           01 WS-FIM-HIST  PIC X(01) VALUE "N".
               88  FIM-HISTORICO  VALUE "S".
           01 WS-FIM-SORT  PIC X(01) VALUE "N".
               88  FIM-ORDENADO  VALUE "S".
           01 WS-FIM-TUR   PIC X(01) VALUE "N".
               88  FIM-TURMAS  VALUE "S".

      *    Positions within the TURMA being ranked.  A student whose
      *    average equals the one before shares that position; the
      *    sequence keeps counting so the next distinct average
      *    takes its place in the list.
           01 TURMA-ATUAL       PIC X(10) VALUE LOW-VALUES.
           01 TURMA-ALUNOS      PIC 9(05) COMP VALUE ZERO.
           01 TURMA-HONRA       PIC 9(05) COMP VALUE ZERO.
           01 POSICAO-SEQ       PIC 9(05) VALUE ZERO.
           01 POSICAO-ATUAL     PIC 9(05) VALUE ZERO.
           01 MEDIA-ANTERIOR    PIC 9(2)V9(2) VALUE ZERO.
           01 CODIGO-ANTERIOR   PIC 9(05) VALUE ZERO.
           01 WS-EMPATE-ANT     PIC X(01) VALUE "N".
               88  ANTERIOR-EMPATADO  VALUE "S".

      *    Honors list: the first HONRA-POSICOES places of each
      *    TURMA, ties included, provided the cumulative average
      *    reaches HONRA-MEDIA-MINIMA - a small class does not put a
      *    weak student on the list.  The HONRA key of RUNCTRL.DAT
      *    overlays the number of places.
           01 HONRA-POSICOES     PIC 9(03) VALUE 003.
           01 HONRA-MEDIA-MINIMA PIC 9(2)V9(2) VALUE 07.00.

           01 DATA-RANKING      PIC 9(08) VALUE ZERO.

           01 CONTADOR-LIDOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-ALUNOS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-SEM-MEDIA PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-TURMAS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-HONRA    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-EMPATES  PIC 9(7) COMP VALUE ZERO.

           01 WS-HIST-STATUS  PIC X(02) VALUE "00".
           01 WS-RNK-STATUS   PIC X(02) VALUE "00".

      *    With the ManutAluno registry on disk the standing carries
      *    the registry name; without it the name the history
      *    posting carried stands.
           01 WS-CAD-STATUS   PIC X(02) VALUE "00".
           01 WS-TEM-ALUCAD   PIC X(01) VALUE "N".
               88  REGISTRO-ALUNOS-PRESENTE  VALUE "S".

           COPY RUNLOGWS.

           COPY RUNWS.
           01 NOME-RELATORIO PIC X(44) VALUE "RANKING.REL".

           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
               COPY TRAVREC.
           01 NOME-TRAVAHIST PIC X(44) VALUE "TRAVAHIST.DAT".

      *    Print-line images for RANKING.REL.
           01 REL-TITULO.
               02  FILLER PIC X(80) VALUE
                   "CLASSIFICACAO POR MEDIA ACUMULADA - POR TURMA".
           01 REL-TURMA.
               02  FILLER         PIC X(07) VALUE "TURMA: ".
               02  REL-TUR-NOME   PIC X(10).
               02  FILLER         PIC X(10) VALUE "  ALUNOS: ".
               02  REL-TUR-ALUNOS PIC ZZZZ9.
               02  FILLER         PIC X(48) VALUE SPACES.
           01 REL-DETALHE.
               02  FILLER          PIC X(02) VALUE SPACES.
               02  REL-DET-POS     PIC ZZZZ9.
               02  REL-DET-EMP     PIC X(01).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-CODIGO  PIC 9(05).
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-NOME    PIC X(10).
               02  FILLER          PIC X(06) VALUE " PER. ".
               02  REL-DET-PER     PIC ZZ9.
               02  FILLER          PIC X(07) VALUE " MEDIA ".
               02  REL-DET-MEDIA   PIC Z9.99.
               02  FILLER          PIC X(07) VALUE " PEND. ".
               02  REL-DET-PEND    PIC ZZ9.
               02  FILLER          PIC X(01) VALUE SPACES.
               02  REL-DET-HONRA   PIC X(14).
               02  FILLER          PIC X(09) VALUE SPACES.
           01 REL-SUBTOTAL.
               02  FILLER          PIC X(02) VALUE SPACES.
               02  FILLER          PIC X(16) VALUE "LISTA DE HONRA: ".
               02  REL-SUB-HONRA   PIC ZZZZ9.
               02  FILLER          PIC X(57) VALUE SPACES.
           01 REL-RODAPE.
               02  FILLER PIC X(80) VALUE
                   "= POSICAO EMPATADA".
           01 TOT-LINHA.
               02  TOT-ROTULO PIC X(30).
               02  TOT-VALOR  PIC ZZZZZZ9.
               02  FILLER     PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           IF RUN-DATA-EXEC > ZERO THEN
               MOVE RUN-DATA-EXEC TO DATA-RANKING
           ELSE
               MOVE LOG-DATA-INI TO DATA-RANKING
           END-IF
           PERFORM ObtemTravaHist
           OPEN INPUT ARQHISTFILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "RANKING: ARQHIST.DAT NAO ABRIU - STATUS "
                   WS-HIST-STATUS
               PERFORM LiberaTravaHist
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           PERFORM AbreRegistroAlunos
           OPEN OUTPUT RANKALUFILE
           READ ARQHISTFILE
               AT END MOVE "S" TO WS-FIM-HIST
           END-READ
           PERFORM ProcessaPeriodo UNTIL FIM-HISTORICO
           IF ALUNO-EM-CURSO THEN
               PERFORM FechaAluno
           END-IF
           CLOSE RANKALUFILE
           CLOSE ARQHISTFILE
           IF REGISTRO-ALUNOS-PRESENTE THEN
               CLOSE ALUCADFILE
           END-IF
           SORT RANKWORKFILE
               ON ASCENDING KEY RKW-TURMA
               ON DESCENDING KEY RKW-MEDIA
               ON ASCENDING KEY RKW-CODIGO
               USING RANKALUFILE GIVING RANKORDFILE
           PERFORM ContaTurmas
           PERFORM ClassificaTurmas
           PERFORM LiberaTravaHist
           PERFORM ImprimeRelatorio
           PERFORM CatalogaSaidas
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.
       GravaRunLog.
           MOVE "Ranking" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-LIDOS TO RL-LIDOS
           MOVE CONTADOR-ALUNOS TO RL-GRAVADOS
           MOVE ZERO TO RL-REJEITADOS
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
               DISPLAY "RANKING: ARQHIST TRAVADO POR "
                   TRV-PROGRAMA " OPERADOR " TRV-OPERADOR " EM "
                   TRV-DATA " " TRV-HORA " - NAO INICIADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           IF TRAVA-VENCIDA THEN
               DISPLAY "RANKING: TRAVA VENCIDA DE " TRV-PROGRAMA
                   " DE " TRV-DATA " " TRV-HORA " ASSUMIDA"
           END-IF
           MOVE "Ranking"          TO TRV-PROGRAMA
           MOVE "RANKING"          TO TRV-OPERADOR
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
               DISPLAY "RANKING: TRAVA JA ASSUMIDA POR OUTRO "
                   "PROGRAMA - NAO LIBERADA"
           END-IF.

      *    Overlays the compiled-in defaults with whatever
      *    RUNCTRL.DAT supplies, then stamps the run date into each
      *    output name.  No control file means the legacy names.
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
               WHEN "HONRA   "
                   MOVE CTRL-VALOR(1:3) TO HONRA-POSICOES
           END-EVALUATE

           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

      *    RANKING.DAT keeps its fixed name - Historico looks the
      *    standing up there - so only the report is run-dated.
       MontaNomes.
           MOVE "RANKING" TO MONTA-BASE
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

      *    Registers this run's stamped report in GERACAT.DAT so
      *    Geracoes can retire the generations beyond the retention
      *    count.  Unstamped legacy names are never registered.
       CatalogaSaidas.
           IF RUN-DATA-EXEC > ZERO THEN
               OPEN EXTEND GERACATFILE
               MOVE "RANKING"      TO CAT-BASE
               MOVE NOME-RELATORIO TO CAT-NOME
               MOVE RUN-DATA-EXEC  TO CAT-DATA
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

       AbreRegistroAlunos.
           OPEN INPUT ALUCADFILE
           IF WS-CAD-STATUS = "00" THEN
               MOVE "S" TO WS-TEM-ALUCAD
           END-IF.

      *    Swaps the posted name for the registry one when the
      *    student is on file; an unknown CODIGO keeps the posted
      *    name so the student is still ranked.
       BuscaNomeRegistro.
           IF REGISTRO-ALUNOS-PRESENTE THEN
               MOVE ALUNO-ATUAL TO ALUREG-CODIGO
               READ ALUCADFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALUREG-NOME TO ALUNO-NOME
               END-READ
           END-IF.

      *    One posted term at a time, in key order.  A term the
      *    recovery exam resolved counts at the recovery score, not
      *    the term average that sent the student to the exam - a
      *    zero included, for the no-show; an EXAM term is not
      *    decided yet and stays out of the average.  The TURMA of
      *    the latest term is the one the student is ranked in.
       ProcessaPeriodo.
           ADD 1 TO CONTADOR-LIDOS
           IF ALUNO-EM-CURSO AND HIST-CODIGO NOT = ALUNO-ATUAL THEN
               PERFORM FechaAluno
           END-IF
           IF NOT ALUNO-EM-CURSO THEN
               MOVE "S"         TO WS-TEM-ALUNO
               MOVE HIST-CODIGO TO ALUNO-ATUAL
               MOVE ZERO        TO ALUNO-PERIODOS
               MOVE ZERO        TO ALUNO-PENDENTES
               MOVE ZERO        TO ALUNO-SOMA
           END-IF
           MOVE HIST-NOME  TO ALUNO-NOME
           MOVE HIST-TURMA TO ALUNO-TURMA
           EVALUATE TRUE
               WHEN HIST-RESULT = "EXAM"
                   ADD 1 TO ALUNO-PENDENTES
               WHEN HIST-DECIDIDO-RECUP
                   ADD 1 TO ALUNO-PERIODOS
                   ADD HIST-NOTA-REC TO ALUNO-SOMA
               WHEN OTHER
                   ADD 1 TO ALUNO-PERIODOS
                   ADD HIST-MEDIA TO ALUNO-SOMA
           END-EVALUATE

           READ ARQHISTFILE
               AT END MOVE "S" TO WS-FIM-HIST
           END-READ.

      *    A student with no decided term yet has no average to
      *    rank by and is only counted.
       FechaAluno.
           IF ALUNO-PERIODOS = ZERO THEN
               ADD 1 TO CONTADOR-SEM-MEDIA
           ELSE
               ADD 1 TO CONTADOR-ALUNOS
               PERFORM BuscaNomeRegistro
               MOVE ALUNO-ATUAL     TO RKA-CODIGO
               MOVE ALUNO-NOME      TO RKA-NOME
               MOVE ALUNO-TURMA     TO RKA-TURMA
               MOVE ALUNO-PERIODOS  TO RKA-PERIODOS
               MOVE ALUNO-PENDENTES TO RKA-PENDENTES
               COMPUTE RKA-MEDIA ROUNDED =
                   ALUNO-SOMA / ALUNO-PERIODOS
               WRITE RKA-REC
           END-IF
           MOVE "N" TO WS-TEM-ALUNO.

      *    First pass over the ordered standing: how many students
      *    each TURMA has.
       ContaTurmas.
           OPEN INPUT RANKORDFILE
           OPEN OUTPUT RANKTURFILE
           MOVE LOW-VALUES TO TURMA-ATUAL
           MOVE ZERO TO TURMA-ALUNOS
           MOVE "N" TO WS-FIM-SORT
           READ RANKORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ContaUmAluno UNTIL FIM-ORDENADO
           IF TURMA-ATUAL NOT = LOW-VALUES THEN
               PERFORM GravaTurma
           END-IF
           CLOSE RANKORDFILE
           CLOSE RANKTURFILE.

       ContaUmAluno.
           IF RKO-TURMA NOT = TURMA-ATUAL THEN
               IF TURMA-ATUAL NOT = LOW-VALUES THEN
                   PERFORM GravaTurma
               END-IF
               MOVE RKO-TURMA TO TURMA-ATUAL
               MOVE ZERO TO TURMA-ALUNOS
           END-IF
           ADD 1 TO TURMA-ALUNOS

           READ RANKORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       GravaTurma.
           ADD 1 TO CONTADOR-TURMAS
           MOVE TURMA-ATUAL  TO RKT-TURMA
           MOVE TURMA-ALUNOS TO RKT-ALUNOS
           WRITE RKT-REC.

      *    Second pass: positions, ties and the honors flag, with
      *    the class counts read in step - both files are in TURMA
      *    order.  RANKING.DAT is rebuilt whole under the history
      *    lock, so Historico, which takes the same lock, never
      *    reads a standing half written.  A tie is only seen on
      *    its second member, so the first is rewritten then.
       ClassificaTurmas.
           OPEN OUTPUT RANKINGFILE
           CLOSE RANKINGFILE
           OPEN I-O RANKINGFILE
           OPEN INPUT RANKORDFILE
           OPEN INPUT RANKTURFILE
           MOVE LOW-VALUES TO TURMA-ATUAL
           MOVE "N" TO WS-FIM-SORT
           MOVE "N" TO WS-FIM-TUR
           READ RANKORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ClassificaUmAluno UNTIL FIM-ORDENADO
           CLOSE RANKORDFILE
           CLOSE RANKTURFILE
           CLOSE RANKINGFILE.

       ClassificaUmAluno.
           IF RKO-TURMA NOT = TURMA-ATUAL THEN
               MOVE RKO-TURMA TO TURMA-ATUAL
               MOVE ZERO TO POSICAO-SEQ
               MOVE ZERO TO POSICAO-ATUAL
               MOVE "N"  TO WS-EMPATE-ANT
               PERFORM AvancaTurma
                   UNTIL FIM-TURMAS OR RKT-TURMA = TURMA-ATUAL
           END-IF
           ADD 1 TO POSICAO-SEQ
           IF POSICAO-SEQ > 1 AND RKO-MEDIA = MEDIA-ANTERIOR THEN
               ADD 1 TO CONTADOR-EMPATES
               IF NOT ANTERIOR-EMPATADO THEN
                   PERFORM MarcaEmpateAnterior
               END-IF
               MOVE "S" TO WS-EMPATE-ANT
           ELSE
               MOVE POSICAO-SEQ TO POSICAO-ATUAL
               MOVE "N" TO WS-EMPATE-ANT
           END-IF
           MOVE RKO-CODIGO    TO RNK-CODIGO
           MOVE RKO-NOME      TO RNK-NOME
           MOVE RKO-TURMA     TO RNK-TURMA
           MOVE RKO-PERIODOS  TO RNK-PERIODOS
           MOVE RKO-PENDENTES TO RNK-PENDENTES
           MOVE RKO-MEDIA     TO RNK-MEDIA
           MOVE POSICAO-ATUAL TO RNK-POSICAO
           MOVE RKT-ALUNOS    TO RNK-ALUNOS
           MOVE WS-EMPATE-ANT TO RNK-EMPATE
           IF POSICAO-ATUAL NOT > HONRA-POSICOES
                   AND RKO-MEDIA NOT < HONRA-MEDIA-MINIMA THEN
               MOVE "S" TO RNK-HONRA
               ADD 1 TO CONTADOR-HONRA
           ELSE
               MOVE "N" TO RNK-HONRA
           END-IF
           MOVE DATA-RANKING  TO RNK-DATA
           WRITE RNK-REC
               INVALID KEY REWRITE RNK-REC
           END-WRITE
           MOVE RKO-MEDIA  TO MEDIA-ANTERIOR
           MOVE RKO-CODIGO TO CODIGO-ANTERIOR

           READ RANKORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       AvancaTurma.
           READ RANKTURFILE
               AT END MOVE "S" TO WS-FIM-TUR
           END-READ.

       MarcaEmpateAnterior.
           MOVE CODIGO-ANTERIOR TO RNK-CODIGO
           READ RANKINGFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO RNK-EMPATE
                   REWRITE RNK-REC
                   ADD 1 TO CONTADOR-EMPATES
           END-READ.

      *    The report walks the ordered standing once more and takes
      *    the final position, tie and honors flag of each student
      *    from RANKING.DAT, so the printed list and the file
      *    Historico reads cannot disagree.
       ImprimeRelatorio.
           OPEN INPUT RANKINGFILE
           OPEN INPUT RANKORDFILE
           OPEN OUTPUT RELATORIOFILE
           WRITE RELATORIO-LINHA FROM REL-TITULO
           MOVE LOW-VALUES TO TURMA-ATUAL
           MOVE "N" TO WS-FIM-SORT
           READ RANKORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ImprimeUmAluno UNTIL FIM-ORDENADO
           IF TURMA-ATUAL NOT = LOW-VALUES THEN
               PERFORM ImprimeSubtotal
           END-IF
           WRITE RELATORIO-LINHA FROM REL-RODAPE
           PERFORM GravaTotais
           CLOSE RANKORDFILE
           CLOSE RANKINGFILE
           CLOSE RELATORIOFILE.

       ImprimeUmAluno.
           MOVE RKO-CODIGO TO RNK-CODIGO
           READ RANKINGFILE
               INVALID KEY
                   MOVE ZERO TO RNK-POSICAO
                   MOVE ZERO TO RNK-ALUNOS
                   MOVE "N"  TO RNK-EMPATE
                   MOVE "N"  TO RNK-HONRA
           END-READ
           IF RKO-TURMA NOT = TURMA-ATUAL THEN
               IF TURMA-ATUAL NOT = LOW-VALUES THEN
                   PERFORM ImprimeSubtotal
               END-IF
               MOVE RKO-TURMA TO TURMA-ATUAL
               MOVE ZERO TO TURMA-HONRA
               MOVE RKO-TURMA  TO REL-TUR-NOME
               MOVE RNK-ALUNOS TO REL-TUR-ALUNOS
               WRITE RELATORIO-LINHA FROM REL-TURMA
           END-IF
           MOVE RNK-POSICAO   TO REL-DET-POS
           IF RNK-EMPATADO THEN
               MOVE "=" TO REL-DET-EMP
           ELSE
               MOVE SPACE TO REL-DET-EMP
           END-IF
           MOVE RKO-CODIGO    TO REL-DET-CODIGO
           MOVE RKO-NOME      TO REL-DET-NOME
           MOVE RKO-PERIODOS  TO REL-DET-PER
           MOVE RKO-MEDIA     TO REL-DET-MEDIA
           MOVE RKO-PENDENTES TO REL-DET-PEND
           IF RNK-LISTA-HONRA THEN
               MOVE "LISTA DE HONRA" TO REL-DET-HONRA
               ADD 1 TO TURMA-HONRA
           ELSE
               MOVE SPACES TO REL-DET-HONRA
           END-IF
           WRITE RELATORIO-LINHA FROM REL-DETALHE

           READ RANKORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       ImprimeSubtotal.
           MOVE TURMA-HONRA TO REL-SUB-HONRA
           WRITE RELATORIO-LINHA FROM REL-SUBTOTAL.

       GravaTotais.
           MOVE "PERIODOS LIDOS"          TO TOT-ROTULO
           MOVE CONTADOR-LIDOS            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "TURMAS"                  TO TOT-ROTULO
           MOVE CONTADOR-TURMAS           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "ALUNOS CLASSIFICADOS"    TO TOT-ROTULO
           MOVE CONTADOR-ALUNOS           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "ALUNOS EMPATADOS"        TO TOT-ROTULO
           MOVE CONTADOR-EMPATES          TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "NA LISTA DE HONRA"       TO TOT-ROTULO
           MOVE CONTADOR-HONRA            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "SEM PERIODO CONCLUIDO"   TO TOT-ROTULO
           MOVE CONTADOR-SEM-MEDIA        TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA.
