       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AgendaExam.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQEXAMEFILE ASSIGN USING NOME-ARQEXAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAME-STATUS.
           SELECT OPTIONAL EXAMSESFILE ASSIGN TO "EXAMSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT AGDORDFILE ASSIGN TO "AGDORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGDWORKFILE ASSIGN TO "AGDORD.WRK".
           SELECT AGDTURFILE ASSIGN TO "AGDTUR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGDTUROFILE ASSIGN TO "AGDTURO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGDTWORKFILE ASSIGN TO "AGDTUR.WRK".
           SELECT AGDPLANFILE ASSIGN TO "AGDPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLAN-TURMA.
           SELECT EXAMAGDFILE ASSIGN TO "EXAMAGD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CODIGO
               FILE STATUS IS WS-AGD-STATUS.
           SELECT AGDSEQFILE ASSIGN TO "AGDSEQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGDLSTFILE ASSIGN TO "AGDLST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGDLWORKFILE ASSIGN TO "AGDLST.WRK".
           SELECT AGDSEMFILE ASSIGN TO "AGDSEM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXAMPRESFILE ASSIGN TO "EXAMPRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-STATUS.
           SELECT PRSPROCFILE ASSIGN TO "EXAMPRES.PROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIOFILE ASSIGN USING NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIODOFILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT OPTIONAL ARQCTRLFILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT OPTIONAL GERACATFILE ASSIGN TO "GERACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           FD ARQEXAMEFILE.
               01 ARQAEXAME.
                   02  ECODIGO        PIC 9(5).
                   02  ENOME          PIC X(10).
                   02  ETURMA         PIC X(10).
                   02  EREGRA         PIC 9(03).
      *        One line per exam session the office offers, in the
      *        order the sessions should be filled.
           FD EXAMSESFILE.
               01 SES-REC.
                   02  SES-DATA       PIC 9(08).
                   02  SES-HORA       PIC 9(04).
                   02  SES-SALA       PIC X(10).
                   02  SES-CAPACIDADE PIC 9(03).
           FD AGDORDFILE.
               01 AORD-REC.
                   02  AORD-CODIGO    PIC 9(5).
                   02  AORD-NOME      PIC X(10).
                   02  AORD-TURMA     PIC X(10).
                   02  AORD-REGRA     PIC 9(03).
           SD AGDWORKFILE.
               01 AGDW-REC.
                   02  AGDW-CODIGO    PIC X(05).
                   02  FILLER         PIC X(10).
                   02  AGDW-TURMA     PIC X(10).
                   02  FILLER         PIC X(03).
      *        Students per TURMA, then the same list largest class
      *        first - the big classes are the hard ones to keep in
      *        one room, so they are placed while the most seats are
      *        still free.
           FD AGDTURFILE.
               01 ATUR-REC.
                   02  ATUR-TURMA     PIC X(10).
                   02  ATUR-ALUNOS    PIC 9(05).
           FD AGDTUROFILE.
               01 ATUO-REC.
                   02  ATUO-TURMA     PIC X(10).
                   02  ATUO-ALUNOS    PIC 9(05).
           SD AGDTWORKFILE.
               01 AGTW-REC.
                   02  AGTW-TURMA     PIC X(10).
                   02  AGTW-ALUNOS    PIC 9(05).
      *        The session each whole class was placed in; zero for a
      *        class no single session had room for.
           FD AGDPLANFILE.
               01 PLAN-REC.
                   02  PLAN-TURMA     PIC X(10).
                   02  PLAN-SESSAO    PIC 9(03).
           FD EXAMAGDFILE.
               01 AGD-REC.
                   COPY AGDREC.
           FD AGDSEQFILE.
               01 ASEQ-REC  PIC X(57).
           FD AGDLSTFILE.
               01 ALST-REC.
                   02  ALST-CODIGO    PIC 9(05).
                   02  ALST-NOME      PIC X(10).
                   02  ALST-TURMA     PIC X(10).
                   02  ALST-PERIODO   PIC X(06).
                   02  ALST-SESSAO    PIC 9(03).
                   02  ALST-DATA      PIC 9(08).
                   02  ALST-HORA      PIC 9(04).
                   02  ALST-SALA      PIC X(10).
                   02  ALST-PRESENCA  PIC X(01).
           SD AGDLWORKFILE.
               01 AGLW-REC.
                   02  AGLW-CODIGO    PIC X(05).
                   02  FILLER         PIC X(10).
                   02  AGLW-TURMA     PIC X(10).
                   02  FILLER         PIC X(06).
                   02  AGLW-SESSAO    PIC 9(03).
                   02  FILLER         PIC X(23).
           FD AGDSEMFILE.
               01 ASEM-REC.
                   02  ASEM-CODIGO    PIC 9(5).
                   02  ASEM-NOME      PIC X(10).
                   02  ASEM-TURMA     PIC X(10).
      *        Attendance keyed from the signed rosters, one line per
      *        student: P present, A absent.
           FD EXAMPRESFILE.
               01 PRS-REC.
                   02  PRS-CODIGO     PIC 9(05).
                   02  PRS-PRESENCA   PIC X(01).
           FD PRSPROCFILE.
               01 PRSPROC-REC  PIC X(06).
           FD RELATORIOFILE.
               01 RELATORIO-LINHA  PIC X(80).
           FD PERIODOFILE.
               01 PERIODO-REC.
                   02  PERIODO-ID  PIC X(06).
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.
           FD GERACATFILE.
               01 CAT-REC.
                   COPY GERCAT.
           FD RUNLOGFILE.
               01 RL-REC.
                   COPY RUNLOG.


       WORKING-STORAGE SECTION.
      *    Run mode from the command line: PRESENCA records the
      *    attendance keyed from the rosters; anything else builds
      *    the schedule.
           01 AGD-PARAMETRO    PIC X(20) VALUE SPACES.
           01 WS-MODO          PIC X(01) VALUE "A".
               88  MODO-AGENDA    VALUE "A".
               88  MODO-PRESENCA  VALUE "P".

      *    Term the schedule is built for, from PERIODO.DAT.
           01 PERIODO-CORRENTE PIC X(06) VALUE "000000".

           01 WS-EXAME-STATUS  PIC X(02) VALUE "00".
           01 WS-SES-STATUS    PIC X(02) VALUE "00".
           01 WS-AGD-STATUS    PIC X(02) VALUE "00".
           01 WS-PRS-STATUS    PIC X(02) VALUE "00".
           01 WS-PER-STATUS    PIC X(02) VALUE "00".

           01 WS-FIM-SES       PIC X(01) VALUE "N".
               88  FIM-SESSOES    VALUE "S".
           01 WS-FIM-SORT      PIC X(01) VALUE "N".
               88  FIM-ORDENADO   VALUE "S".
           01 WS-FIM-AGD       PIC X(01) VALUE "N".
               88  FIM-AGENDA     VALUE "S".
           01 WS-ACHOU-SALA    PIC X(01) VALUE "N".
               88  SALA-ENCONTRADA  VALUE "S".
           01 WS-PRS-VALIDA    PIC X(01) VALUE "N".
               88  PRESENCA-VALIDA  VALUE "S".

      *    The sessions offered, with the seats still free in each.
      *    The session number is its place in EXAMSES.DAT.
           01 SES-COUNT     PIC 9(3) COMP VALUE ZERO.
           01 SES-TABLE-MAX PIC 9(3) COMP VALUE 100.
           01 SES-TABLE.
               02  SES-ENTRY OCCURS 100 TIMES INDEXED BY SES-IDX.
                   03  SES-T-DATA    PIC 9(08).
                   03  SES-T-HORA    PIC 9(04).
                   03  SES-T-SALA    PIC X(10).
                   03  SES-T-CAPAC   PIC 9(03).
                   03  SES-T-LIVRE   PIC 9(03).
           01 ALUNOS-BUSCA   PIC 9(05) VALUE ZERO.

      *    Control breaks: the TURMA being counted and the session
      *    whose roster is being printed.
           01 TURMA-ATUAL    PIC X(10) VALUE LOW-VALUES.
           01 TURMA-ALUNOS   PIC 9(05) VALUE ZERO.
           01 SESSAO-ATUAL   PIC 9(03) VALUE ZERO.
           01 SESSAO-ALUNOS  PIC 9(05) COMP VALUE ZERO.

           01 DATA-EDICAO.
               02  DED-ANO    PIC 9(04).
               02  DED-MES    PIC 9(02).
               02  DED-DIA    PIC 9(02).
           01 HORA-EDICAO.
               02  HED-HORA   PIC 9(02).
               02  HED-MIN    PIC 9(02).

           01 CONTADOR-LIDOS     PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-ALOCADOS  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-SEM-SALA  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-DUPLIC    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-SES-REJ   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-TURMAS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-DIVIDIDAS PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PRESENTES PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-AUSENTES  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-SEM-REG   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REJ       PIC 9(7) COMP VALUE ZERO.

           COPY RUNLOGWS.

      *    File names resolved by LeControle from the same
      *    RUNCTRL.DAT Questao2 read, so the schedule is built from
      *    the very ARQEXAME.DAT that run produced.
           COPY RUNWS.
           01 NOME-ARQEXAME  PIC X(44) VALUE "ARQEXAME.DAT".
           01 NOME-RELATORIO PIC X(44) VALUE "AGENDA.REL".
           01 NOME-PRESENCA  PIC X(44) VALUE "AGDPRES.REL".

      *    Print-line images for AGENDA.REL and AGDPRES.REL.
           01 REL-SEPARADOR.
               02  FILLER PIC X(80) VALUE ALL "=".
           01 REL-TITULO.
               02  FILLER         PIC X(50) VALUE
                   "LISTA DE PRESENCA - EXAME DE RECUPERACAO - PERIODO".
               02  FILLER         PIC X(01) VALUE SPACES.
               02  REL-TIT-PER    PIC X(06).
               02  FILLER         PIC X(23) VALUE SPACES.
           01 REL-SESSAO.
               02  FILLER         PIC X(07) VALUE "SESSAO ".
               02  REL-SES-NUM    PIC ZZ9.
               02  FILLER         PIC X(08) VALUE "  DATA: ".
               02  REL-SES-DIA    PIC 9(02).
               02  FILLER         PIC X(01) VALUE "/".
               02  REL-SES-MES    PIC 9(02).
               02  FILLER         PIC X(01) VALUE "/".
               02  REL-SES-ANO    PIC 9(04).
               02  FILLER         PIC X(11) VALUE "  HORARIO: ".
               02  REL-SES-HORA   PIC 9(02).
               02  FILLER         PIC X(01) VALUE ":".
               02  REL-SES-MIN    PIC 9(02).
               02  FILLER         PIC X(08) VALUE "  SALA: ".
               02  REL-SES-SALA   PIC X(10).
               02  FILLER         PIC X(20) VALUE SPACES.
           01 REL-CABECALHO.
               02  FILLER PIC X(80) VALUE
                   "CODIGO NOME       TURMA      ASSINATURA".
           01 REL-ALUNO.
               02  REL-ALU-CODIGO PIC 9(05).
               02  FILLER         PIC X(02) VALUE SPACES.
               02  REL-ALU-NOME   PIC X(10).
               02  FILLER         PIC X(01) VALUE SPACES.
               02  REL-ALU-TURMA  PIC X(10).
               02  FILLER         PIC X(01) VALUE SPACES.
               02  FILLER         PIC X(40) VALUE ALL "_".
               02  FILLER         PIC X(11) VALUE SPACES.
           01 REL-RODAPE-SESSAO.
               02  FILLER         PIC X(08) VALUE "ALUNOS: ".
               02  REL-ROD-ALUNOS PIC ZZZZ9.
               02  FILLER         PIC X(14) VALUE "  CAPACIDADE: ".
               02  REL-ROD-CAPAC  PIC ZZ9.
               02  FILLER         PIC X(36) VALUE
                   "  PRESENTES: ____  AUSENTES: ____".
               02  FILLER         PIC X(14) VALUE SPACES.
           01 REL-SEM-SALA-TIT.
               02  FILLER PIC X(80) VALUE
                   "ALUNOS SEM SALA - PROCURAR A SECRETARIA".
           01 REL-OCORRENCIA.
               02  REL-OCO-CODIGO PIC 9(05).
               02  FILLER         PIC X(02) VALUE SPACES.
               02  REL-OCO-NOME   PIC X(10).
               02  FILLER         PIC X(01) VALUE SPACES.
               02  REL-OCO-TURMA  PIC X(10).
               02  FILLER         PIC X(01) VALUE SPACES.
               02  REL-OCO-TEXTO  PIC X(51).
           01 REL-PRES-TITULO.
               02  FILLER         PIC X(50) VALUE
                   "REGISTRO DE PRESENCA - EXAME DE RECUPERACAO - PER.".
               02  FILLER         PIC X(01) VALUE SPACES.
               02  REL-PRE-PER    PIC X(06).
               02  FILLER         PIC X(23) VALUE SPACES.
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
           ACCEPT AGD-PARAMETRO FROM COMMAND-LINE
           IF AGD-PARAMETRO = "PRESENCA" THEN
               MOVE "P" TO WS-MODO
               PERFORM ModoPresenca
           ELSE
               PERFORM ModoAgenda
           END-IF
           PERFORM CatalogaSaidas
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.  In PRESENCA mode the flow is
      *    named so the two uses are told apart.
       GravaRunLog.
           MOVE "AgendaExam" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-LIDOS TO RL-LIDOS
           IF MODO-PRESENCA THEN
               COMPUTE RL-GRAVADOS = CONTADOR-LIDOS - CONTADOR-REJ
               MOVE CONTADOR-REJ TO RL-REJEITADOS
               MOVE "PRESENCA  " TO RL-FLUXO
           ELSE
               MOVE CONTADOR-ALOCADOS TO RL-GRAVADOS
               MOVE CONTADOR-SEM-SALA TO RL-REJEITADOS
               MOVE SPACES TO RL-FLUXO
           END-IF
           MOVE ZERO TO RL-CHECKPOINT
           MOVE LOG-STATUS TO RL-STATUS
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           CLOSE RUNLOGFILE.

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
           END-EVALUATE

           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

      *    EXAMAGD.DAT keeps its fixed name: Cartas, Questao5 and
      *    Fechamento look students up there whatever the run date.
       MontaNomes.
           MOVE "ARQEXAME" TO MONTA-BASE
           MOVE ".DAT"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-ARQEXAME
           MOVE "AGENDA" TO MONTA-BASE
           MOVE ".REL"   TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-RELATORIO
           MOVE "AGDPRES" TO MONTA-BASE
           MOVE ".REL"    TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-PRESENCA.

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
               IF MODO-PRESENCA THEN
                   MOVE "AGDPRES"      TO CAT-BASE
                   MOVE NOME-PRESENCA  TO CAT-NOME
               ELSE
                   MOVE "AGENDA"       TO CAT-BASE
                   MOVE NOME-RELATORIO TO CAT-NOME
               END-IF
               MOVE RUN-DATA-EXEC  TO CAT-DATA
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

      *    Term identifier stamped on each assignment.  One line in
      *    PERIODO.DAT, e.g. "2026-1"; a missing file leaves the
      *    "000000" default in place.
       LePeriodo.
           OPEN INPUT PERIODOFILE
           IF WS-PER-STATUS = "00" THEN
               READ PERIODOFILE
                   AT END CONTINUE
                   NOT AT END MOVE PERIODO-ID TO PERIODO-CORRENTE
               END-READ
           END-IF
           CLOSE PERIODOFILE.

       RecusaAgenda.
           MOVE "ERRO" TO LOG-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM GravaRunLog
           STOP RUN.

      *    Builds the schedule: whole classes are placed first,
      *    largest first, each in the first session with room for
      *    all of it; the students of a class no single session can
      *    take are then seated one by one wherever seats remain,
      *    in session order.  A student left without a seat is
      *    reported and gets no entry, so the letter still tells
      *    the student to see the office.
       ModoAgenda.
           PERFORM VerificaPresencas
           PERFORM CarregaSessoes
           PERFORM OrdenaExames
           PERFORM ContaTurmas
           SORT AGDTWORKFILE
               ON DESCENDING KEY AGTW-ALUNOS
               ON ASCENDING KEY AGTW-TURMA
               USING AGDTURFILE GIVING AGDTUROFILE
           PERFORM PlanejaTurmas
           PERFORM AlocaAlunos
           SORT AGDLWORKFILE
               ON ASCENDING KEY AGLW-SESSAO AGLW-TURMA AGLW-CODIGO
               USING AGDSEQFILE GIVING AGDLSTFILE
           PERFORM ImprimeListas
           IF CONTADOR-SEM-SALA > ZERO OR CONTADOR-SES-REJ > ZERO
                   OR CONTADOR-DUPLIC > ZERO THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    The schedule is rebuilt from scratch, so once attendance
      *    has been keyed against it for this term it is left
      *    alone: rebuilding would throw away who sat the exam.
       VerificaPresencas.
           OPEN INPUT EXAMAGDFILE
           IF WS-AGD-STATUS = "00" THEN
               MOVE "N" TO WS-FIM-AGD
               READ EXAMAGDFILE NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-AGD
               END-READ
               PERFORM ConfereUmaPresenca UNTIL FIM-AGENDA
               CLOSE EXAMAGDFILE
           END-IF
           IF CONTADOR-PRESENTES > ZERO
                   OR CONTADOR-AUSENTES > ZERO THEN
               DISPLAY "AGENDAEXAM: PRESENCA JA REGISTRADA PARA O "
                   "PERIODO " PERIODO-CORRENTE " - AGENDA NAO REFEITA"
               PERFORM RecusaAgenda
           END-IF.

       ConfereUmaPresenca.
           IF AGD-PERIODO = PERIODO-CORRENTE THEN
               IF AGD-PRESENTE THEN
                   ADD 1 TO CONTADOR-PRESENTES
               END-IF
               IF AGD-AUSENTE THEN
                   ADD 1 TO CONTADOR-AUSENTES
               END-IF
           END-IF

           READ EXAMAGDFILE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-AGD
           END-READ.

      *    A session with an unusable date, time or capacity is
      *    reported and left out; with no usable session at all
      *    there is nothing to schedule into.
       CarregaSessoes.
           OPEN INPUT EXAMSESFILE
           IF WS-SES-STATUS = "00" THEN
               MOVE "N" TO WS-FIM-SES
               READ EXAMSESFILE
                   AT END MOVE "S" TO WS-FIM-SES
               END-READ
               PERFORM CarregaUmaSessao UNTIL FIM-SESSOES
           END-IF
           CLOSE EXAMSESFILE
           IF SES-COUNT = ZERO THEN
               DISPLAY "AGENDAEXAM: NENHUMA SESSAO VALIDA EM "
                   "EXAMSES.DAT - AGENDA NAO MONTADA"
               PERFORM RecusaAgenda
           END-IF.

       CarregaUmaSessao.
           IF SES-DATA NOT NUMERIC OR SES-HORA NOT NUMERIC
                   OR SES-CAPACIDADE NOT NUMERIC
                   OR SES-CAPACIDADE = ZERO OR SES-SALA = SPACES THEN
               DISPLAY "AGENDAEXAM: SESSAO INVALIDA IGNORADA - "
                   SES-REC
               ADD 1 TO CONTADOR-SES-REJ
           ELSE
               IF SES-COUNT >= SES-TABLE-MAX THEN
                   DISPLAY "AGENDAEXAM: MORE SESSIONS THAN "
                       "SES-TABLE CAN HOLD - INCREASE OCCURS"
                   PERFORM RecusaAgenda
               END-IF
               ADD 1 TO SES-COUNT
               SET SES-IDX TO SES-COUNT
               MOVE SES-DATA       TO SES-T-DATA (SES-IDX)
               MOVE SES-HORA       TO SES-T-HORA (SES-IDX)
               MOVE SES-SALA       TO SES-T-SALA (SES-IDX)
               MOVE SES-CAPACIDADE TO SES-T-CAPAC (SES-IDX)
               MOVE SES-CAPACIDADE TO SES-T-LIVRE (SES-IDX)
           END-IF

           READ EXAMSESFILE
               AT END MOVE "S" TO WS-FIM-SES
           END-READ.

      *    No ARQEXAME.DAT - nobody was sent to the exam - leaves an
      *    empty ordered copy, and an empty schedule is built.
       OrdenaExames.
           OPEN INPUT ARQEXAMEFILE
           CLOSE ARQEXAMEFILE
           IF WS-EXAME-STATUS = "00" THEN
               SORT AGDWORKFILE
                   ON ASCENDING KEY AGDW-TURMA AGDW-CODIGO
                   USING ARQEXAMEFILE GIVING AGDORDFILE
           ELSE
               OPEN OUTPUT AGDORDFILE
               CLOSE AGDORDFILE
           END-IF.

       ContaTurmas.
           OPEN INPUT AGDORDFILE
           OPEN OUTPUT AGDTURFILE
           MOVE LOW-VALUES TO TURMA-ATUAL
           MOVE ZERO TO TURMA-ALUNOS
           MOVE "N" TO WS-FIM-SORT
           READ AGDORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ContaUmAluno UNTIL FIM-ORDENADO
           IF TURMA-ATUAL NOT = LOW-VALUES THEN
               PERFORM GravaTurma
           END-IF
           CLOSE AGDORDFILE
           CLOSE AGDTURFILE.

       ContaUmAluno.
           IF AORD-TURMA NOT = TURMA-ATUAL THEN
               IF TURMA-ATUAL NOT = LOW-VALUES THEN
                   PERFORM GravaTurma
               END-IF
               MOVE AORD-TURMA TO TURMA-ATUAL
               MOVE ZERO TO TURMA-ALUNOS
           END-IF
           ADD 1 TO TURMA-ALUNOS

           READ AGDORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       GravaTurma.
           ADD 1 TO CONTADOR-TURMAS
           MOVE TURMA-ATUAL  TO ATUR-TURMA
           MOVE TURMA-ALUNOS TO ATUR-ALUNOS
           WRITE ATUR-REC.

       PlanejaTurmas.
           OPEN OUTPUT AGDPLANFILE
           OPEN INPUT AGDTUROFILE
           MOVE "N" TO WS-FIM-SORT
           READ AGDTUROFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM PlanejaUmaTurma UNTIL FIM-ORDENADO
           CLOSE AGDTUROFILE
           CLOSE AGDPLANFILE.

       PlanejaUmaTurma.
           MOVE ATUO-ALUNOS TO ALUNOS-BUSCA
           PERFORM LocalizaSala
           MOVE ATUO-TURMA TO PLAN-TURMA
           IF SALA-ENCONTRADA THEN
               SUBTRACT ATUO-ALUNOS FROM SES-T-LIVRE (SES-IDX)
               SET PLAN-SESSAO TO SES-IDX
           ELSE
               MOVE ZERO TO PLAN-SESSAO
               ADD 1 TO CONTADOR-DIVIDIDAS
           END-IF
           WRITE PLAN-REC
               INVALID KEY CONTINUE
           END-WRITE

           READ AGDTUROFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

      *    First session, in EXAMSES.DAT order, with at least
      *    ALUNOS-BUSCA seats still free.
       LocalizaSala.
           MOVE "N" TO WS-ACHOU-SALA
           SET SES-IDX TO 1
           SEARCH SES-ENTRY
               AT END
                   CONTINUE
               WHEN SES-IDX > SES-COUNT
                   CONTINUE
               WHEN SES-T-LIVRE (SES-IDX) >= ALUNOS-BUSCA
                   MOVE "S" TO WS-ACHOU-SALA
           END-SEARCH.

       AlocaAlunos.
           OPEN OUTPUT EXAMAGDFILE
           OPEN INPUT AGDPLANFILE
           OPEN INPUT AGDORDFILE
           OPEN OUTPUT AGDSEQFILE
           OPEN OUTPUT AGDSEMFILE
           MOVE "N" TO WS-FIM-SORT
           READ AGDORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM AlocaUmAluno UNTIL FIM-ORDENADO
           CLOSE EXAMAGDFILE
           CLOSE AGDPLANFILE
           CLOSE AGDORDFILE
           CLOSE AGDSEQFILE
           CLOSE AGDSEMFILE.

       AlocaUmAluno.
           ADD 1 TO CONTADOR-LIDOS
           MOVE AORD-TURMA TO PLAN-TURMA
           READ AGDPLANFILE
               INVALID KEY MOVE ZERO TO PLAN-SESSAO
           END-READ
           IF PLAN-SESSAO > ZERO THEN
               SET SES-IDX TO PLAN-SESSAO
               MOVE "S" TO WS-ACHOU-SALA
           ELSE
               MOVE 1 TO ALUNOS-BUSCA
               PERFORM LocalizaSala
               IF SALA-ENCONTRADA THEN
                   SUBTRACT 1 FROM SES-T-LIVRE (SES-IDX)
               END-IF
           END-IF
           IF SALA-ENCONTRADA THEN
               PERFORM GravaAlocacao
           ELSE
               MOVE AORD-CODIGO TO ASEM-CODIGO
               MOVE AORD-NOME   TO ASEM-NOME
               MOVE AORD-TURMA  TO ASEM-TURMA
               WRITE ASEM-REC
               ADD 1 TO CONTADOR-SEM-SALA
           END-IF

           READ AGDORDFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

      *    A CODIGO listed twice in ARQEXAME.DAT keeps its first
      *    seat; the second is reported, not seated again.  The
      *    seat a class plan reserved for it is then left empty.
       GravaAlocacao.
           MOVE AORD-CODIGO           TO AGD-CODIGO
           MOVE AORD-NOME             TO AGD-NOME
           MOVE AORD-TURMA            TO AGD-TURMA
           MOVE PERIODO-CORRENTE      TO AGD-PERIODO
           SET AGD-SESSAO             TO SES-IDX
           MOVE SES-T-DATA (SES-IDX)  TO AGD-DATA
           MOVE SES-T-HORA (SES-IDX)  TO AGD-HORA
           MOVE SES-T-SALA (SES-IDX)  TO AGD-SALA
           MOVE SPACE                 TO AGD-PRESENCA
           WRITE AGD-REC
               INVALID KEY
                   DISPLAY "AGENDAEXAM: ALUNO " AORD-CODIGO
                       " REPETIDO EM ARQEXAME - IGNORADO"
                   ADD 1 TO CONTADOR-DUPLIC
               NOT INVALID KEY
                   WRITE ASEQ-REC FROM AGD-REC
                   ADD 1 TO CONTADOR-ALOCADOS
           END-WRITE.

      *    One roster page per session, in session order, with a
      *    signature line per student; the students left without a
      *    seat and the totals close the report.
       ImprimeListas.
           OPEN OUTPUT RELATORIOFILE
           OPEN INPUT AGDLSTFILE
           MOVE ZERO TO SESSAO-ATUAL
           MOVE "N" TO WS-FIM-SORT
           READ AGDLSTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ImprimeUmAluno UNTIL FIM-ORDENADO
           IF SESSAO-ATUAL > ZERO THEN
               PERFORM ImprimeRodapeSessao
           END-IF
           CLOSE AGDLSTFILE
           PERFORM ImprimeSemSala
           PERFORM GravaTotais
           CLOSE RELATORIOFILE.

       ImprimeUmAluno.
           IF ALST-SESSAO NOT = SESSAO-ATUAL THEN
               IF SESSAO-ATUAL > ZERO THEN
                   PERFORM ImprimeRodapeSessao
               END-IF
               MOVE ALST-SESSAO TO SESSAO-ATUAL
               MOVE ZERO TO SESSAO-ALUNOS
               PERFORM ImprimeCabecalhoSessao
           END-IF
           ADD 1 TO SESSAO-ALUNOS
           MOVE ALST-CODIGO TO REL-ALU-CODIGO
           MOVE ALST-NOME   TO REL-ALU-NOME
           MOVE ALST-TURMA  TO REL-ALU-TURMA
           WRITE RELATORIO-LINHA FROM REL-ALUNO

           READ AGDLSTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       ImprimeCabecalhoSessao.
           WRITE RELATORIO-LINHA FROM REL-SEPARADOR
           MOVE PERIODO-CORRENTE TO REL-TIT-PER
           WRITE RELATORIO-LINHA FROM REL-TITULO
           MOVE ALST-SESSAO TO REL-SES-NUM
           MOVE ALST-DATA   TO DATA-EDICAO
           MOVE DED-DIA     TO REL-SES-DIA
           MOVE DED-MES     TO REL-SES-MES
           MOVE DED-ANO     TO REL-SES-ANO
           MOVE ALST-HORA   TO HORA-EDICAO
           MOVE HED-HORA    TO REL-SES-HORA
           MOVE HED-MIN     TO REL-SES-MIN
           MOVE ALST-SALA   TO REL-SES-SALA
           WRITE RELATORIO-LINHA FROM REL-SESSAO
           WRITE RELATORIO-LINHA FROM REL-CABECALHO.

       ImprimeRodapeSessao.
           MOVE SESSAO-ALUNOS TO REL-ROD-ALUNOS
           SET SES-IDX TO SESSAO-ATUAL
           MOVE SES-T-CAPAC (SES-IDX) TO REL-ROD-CAPAC
           WRITE RELATORIO-LINHA FROM REL-RODAPE-SESSAO.

       ImprimeSemSala.
           WRITE RELATORIO-LINHA FROM REL-SEPARADOR
           WRITE RELATORIO-LINHA FROM REL-SEM-SALA-TIT
           OPEN INPUT AGDSEMFILE
           MOVE "N" TO WS-FIM-SORT
           READ AGDSEMFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ImprimeUmSemSala UNTIL FIM-ORDENADO
           CLOSE AGDSEMFILE.

       ImprimeUmSemSala.
           MOVE ASEM-CODIGO TO REL-OCO-CODIGO
           MOVE ASEM-NOME   TO REL-OCO-NOME
           MOVE ASEM-TURMA  TO REL-OCO-TURMA
           MOVE "SEM LUGAR NAS SESSOES OFERECIDAS" TO REL-OCO-TEXTO
           WRITE RELATORIO-LINHA FROM REL-OCORRENCIA

           READ AGDSEMFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       GravaTotais.
           WRITE RELATORIO-LINHA FROM REL-SEPARADOR
           MOVE "ALUNOS EM EXAME"         TO TOT-ROTULO
           MOVE CONTADOR-LIDOS            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "ALUNOS ALOCADOS"         TO TOT-ROTULO
           MOVE CONTADOR-ALOCADOS         TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "ALUNOS SEM SALA"         TO TOT-ROTULO
           MOVE CONTADOR-SEM-SALA         TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "ALUNOS REPETIDOS"        TO TOT-ROTULO
           MOVE CONTADOR-DUPLIC           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "TURMAS"                  TO TOT-ROTULO
           MOVE CONTADOR-TURMAS           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "TURMAS DIVIDIDAS"        TO TOT-ROTULO
           MOVE CONTADOR-DIVIDIDAS        TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "SESSOES OFERECIDAS"      TO TOT-ROTULO
           MOVE SES-COUNT                 TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "SESSOES RECUSADAS"       TO TOT-ROTULO
           MOVE CONTADOR-SES-REJ          TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA.

      *    Records the attendance keyed from the signed rosters.
      *    Each consumed line is spooled to EXAMPRES.PROC and the
      *    file cleared, the way the correction feeds are retired.
      *    A line for a student with no seat this term, or with a
      *    mark other than P or A, is reported and not applied; a
      *    student keyed twice keeps the last mark.
       ModoPresenca.
           OPEN I-O EXAMAGDFILE
           IF WS-AGD-STATUS NOT = "00" THEN
               DISPLAY "AGENDAEXAM: EXAMAGD.DAT AUSENTE - RODE A "
                   "AGENDA ANTES DE REGISTRAR PRESENCA"
               PERFORM RecusaAgenda
           END-IF
           MOVE NOME-PRESENCA TO NOME-RELATORIO
           OPEN OUTPUT RELATORIOFILE
           WRITE RELATORIO-LINHA FROM REL-SEPARADOR
           MOVE PERIODO-CORRENTE TO REL-PRE-PER
           WRITE RELATORIO-LINHA FROM REL-PRES-TITULO
           OPEN INPUT EXAMPRESFILE
           OPEN OUTPUT PRSPROCFILE
           IF WS-PRS-STATUS = "00" THEN
               READ EXAMPRESFILE
                   AT END MOVE HIGH-VALUES TO PRS-REC
               END-READ
               PERFORM RegistraUmaPresenca UNTIL PRS-REC = HIGH-VALUES
           END-IF
           CLOSE EXAMPRESFILE
           CLOSE PRSPROCFILE
           OPEN OUTPUT EXAMPRESFILE
           CLOSE EXAMPRESFILE
           PERFORM ContaPresencas
           CLOSE EXAMAGDFILE
           PERFORM GravaTotaisPresenca
           CLOSE RELATORIOFILE
           IF CONTADOR-LIDOS = ZERO OR CONTADOR-REJ > ZERO THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

       RegistraUmaPresenca.
           ADD 1 TO CONTADOR-LIDOS
           WRITE PRSPROC-REC FROM PRS-REC
           MOVE "N" TO WS-PRS-VALIDA
           MOVE SPACES TO REL-OCO-NOME
           MOVE SPACES TO REL-OCO-TURMA
           IF PRS-CODIGO NUMERIC THEN
               MOVE PRS-CODIGO TO AGD-CODIGO
               READ EXAMAGDFILE
                   INVALID KEY
                       MOVE "SEM LUGAR NA AGENDA - NAO REGISTRADO"
                           TO REL-OCO-TEXTO
                   NOT INVALID KEY
                       MOVE AGD-NOME  TO REL-OCO-NOME
                       MOVE AGD-TURMA TO REL-OCO-TURMA
                       PERFORM ConferePresenca
               END-READ
           ELSE
               MOVE "CODIGO INVALIDO - NAO REGISTRADO"
                   TO REL-OCO-TEXTO
           END-IF
           IF PRESENCA-VALIDA THEN
               MOVE PRS-PRESENCA TO AGD-PRESENCA
               REWRITE AGD-REC
           ELSE
               ADD 1 TO CONTADOR-REJ
               MOVE PRS-CODIGO TO REL-OCO-CODIGO
               WRITE RELATORIO-LINHA FROM REL-OCORRENCIA
           END-IF

           READ EXAMPRESFILE
               AT END MOVE HIGH-VALUES TO PRS-REC
           END-READ.

       ConferePresenca.
           EVALUATE TRUE
               WHEN AGD-PERIODO NOT = PERIODO-CORRENTE
                   MOVE "AGENDA DE OUTRO PERIODO - NAO REGISTRADO"
                       TO REL-OCO-TEXTO
               WHEN PRS-PRESENCA NOT = "P" AND PRS-PRESENCA NOT = "A"
                   MOVE "MARCA DIFERENTE DE P/A - NAO REGISTRADO"
                       TO REL-OCO-TEXTO
               WHEN OTHER
                   MOVE "S" TO WS-PRS-VALIDA
           END-EVALUATE.

      *    Where the term stands after this batch: who sat, who did
      *    not, and who is still to be keyed.
       ContaPresencas.
           MOVE ZERO TO AGD-CODIGO
           MOVE "N" TO WS-FIM-AGD
           START EXAMAGDFILE KEY IS >= AGD-CODIGO
               INVALID KEY MOVE "S" TO WS-FIM-AGD
           END-START
           IF NOT FIM-AGENDA THEN
               READ EXAMAGDFILE NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-AGD
               END-READ
           END-IF
           PERFORM ContaUmaPresenca UNTIL FIM-AGENDA.

       ContaUmaPresenca.
           IF AGD-PERIODO = PERIODO-CORRENTE THEN
               EVALUATE TRUE
                   WHEN AGD-PRESENTE
                       ADD 1 TO CONTADOR-PRESENTES
                   WHEN AGD-AUSENTE
                       ADD 1 TO CONTADOR-AUSENTES
                   WHEN OTHER
                       ADD 1 TO CONTADOR-SEM-REG
               END-EVALUATE
           END-IF

           READ EXAMAGDFILE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-AGD
           END-READ.

       GravaTotaisPresenca.
           WRITE RELATORIO-LINHA FROM REL-SEPARADOR
           MOVE "MARCAS LIDAS"            TO TOT-ROTULO
           MOVE CONTADOR-LIDOS            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "MARCAS RECUSADAS"        TO TOT-ROTULO
           MOVE CONTADOR-REJ              TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "PRESENTES NO PERIODO"    TO TOT-ROTULO
           MOVE CONTADOR-PRESENTES        TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "AUSENTES NO PERIODO"     TO TOT-ROTULO
           MOVE CONTADOR-AUSENTES         TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "AINDA SEM REGISTRO"      TO TOT-ROTULO
           MOVE CONTADOR-SEM-REG          TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA.
