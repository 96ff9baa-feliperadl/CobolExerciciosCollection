               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUREG-CODIGO
               FILE STATUS IS WS-CAD-STATUS.
           SELECT OPTIONAL REVCARTAFILE ASSIGN TO "REVCARTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.
           SELECT RCTPROCFILE ASSIGN TO "REVCARTA.PROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXAMAGDFILE ASSIGN TO "EXAMAGD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGD-CODIGO
               FILE STATUS IS WS-AGD-STATUS.
           SELECT OPTIONAL PERIODOFILE ASSIGN TO "PERIODO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT OPTIONAL REGRASFILE ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGR-STATUS.
           SELECT OPTIONAL ARQCTRLFILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
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
           FD CARTASFILE.
               01 CARTA-LINHA  PIC X(80).
           FD ALUCADFILE.
               01 ALUCAD.
                   COPY ALUREG.
           FD REVCARTAFILE.
               01 RCT-REC.
                   COPY REVCARTA.
           FD RCTPROCFILE.
               01 RCTPROC-REC  PIC X(40).
           FD EXAMAGDFILE.
               01 AGD-REC.
                   COPY AGDREC.
           FD PERIODOFILE.
               01 PERIODO-REC.
                   02  PERIODO-ID  PIC X(06).
           FD REGRASFILE.
               01 RGR-REC.
                   COPY REGRAS.
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.

      *    Cutoff quoted in the exam letters - the same value
      *    Questao5 applies, via NOTACORT.CPY, so the two can't
      *    drift apart.  That is the built-in rule; a class with a
      *    rule in REGRAS.DAT is quoted that rule's cutoff, taken from
      *    the version stamped on the record exactly as Questao5
      *    takes it.
           COPY NOTACORT.
           COPY FREQMIN.
           COPY REGRAWS.

      *    File names resolved by LeControle from the same
      *    RUNCTRL.DAT the grading chain read, so the letters are
           01 CONTADOR-APRO  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REPRO PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-EXAME PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-RETIF PIC 9(7) COMP VALUE ZERO.
           01 TOTAL-CARTAS   PIC 9(7) COMP VALUE ZERO.

      *    Corrected letters Revisao queued in REVCARTA.DAT for the
      *    students whose grades were revised after classification.
           01 WS-RCT-STATUS  PIC X(02) VALUE "00".

      *    With AgendaExam's schedule on disk the exam letter names
      *    the session the student was seated in; a student with no
      *    seat this term is still sent to the office to book one.
           01 WS-AGD-STATUS  PIC X(02) VALUE "00".
           01 WS-TEM-AGENDA  PIC X(01) VALUE "N".
               88  AGENDA-PRESENTE  VALUE "S".
           01 WS-AGENDADO    PIC X(01) VALUE "N".
               88  ALUNO-AGENDADO   VALUE "S".
           01 WS-PER-STATUS  PIC X(02) VALUE "00".
           01 PERIODO-CORRENTE PIC X(06) VALUE "000000".
           01 DATA-EDICAO.
               02  DED-ANO    PIC 9(04).
               02  DED-MES    PIC 9(02).
               02  DED-DIA    PIC 9(02).
           01 HORA-EDICAO.
               02  HED-HORA   PIC 9(02).
               02  HED-MIN    PIC 9(02).

           COPY RUNLOGWS.

      *    Print-line images.
           01 LINHA-TITULO.
               02  FILLER PIC X(80) VALUE
                   "COMUNICADO DE RESULTADO ESCOLAR".
           01 LINHA-TITULO-RETIF.
               02  FILLER PIC X(80) VALUE
                   "COMUNICADO DE RESULTADO ESCOLAR - RETIFICACAO".
           01 LINHA-ALUNO.
               02  FILLER        PIC X(08) VALUE "ALUNO: ".
               02  DET-NOME      PIC X(10).
               02  DET-NOTA-CORTE PIC Z9.99.
               02  FILLER PIC X(01) VALUE ".".
               02  FILLER PIC X(41) VALUE SPACES.
           01 LINHA-SESSAO.
               02  FILLER        PIC X(06) VALUE "DATA: ".
               02  DET-SES-DIA   PIC 9(02).
               02  FILLER        PIC X(01) VALUE "/".
               02  DET-SES-MES   PIC 9(02).
               02  FILLER        PIC X(01) VALUE "/".
               02  DET-SES-ANO   PIC 9(04).
               02  FILLER        PIC X(11) VALUE "  HORARIO: ".
               02  DET-SES-HORA  PIC 9(02).
               02  FILLER        PIC X(01) VALUE ":".
               02  DET-SES-MIN   PIC 9(02).
               02  FILLER        PIC X(08) VALUE "  SALA: ".
               02  DET-SES-SALA  PIC X(10).
               02  FILLER        PIC X(30) VALUE SPACES.

           01 TOT-LINHA.
               02  TOT-ROTULO PIC X(30).
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           PERFORM CarregaRegras
           PERFORM AbreRegistroAlunos
           PERFORM LePeriodo
           PERFORM AbreAgenda
           OPEN OUTPUT CARTASFILE

           OPEN INPUT ARQAPROFILE
           PERFORM CartaExame UNTIL ARQAEXAME = HIGH-VALUES
           CLOSE ARQEXAMEFILE

           PERFORM CartasRetificadas

           PERFORM PaginaControle
           PERFORM CatalogaSaidas
           CLOSE CARTASFILE
           IF REGISTRO-ALUNOS-PRESENTE THEN
               CLOSE ALUCADFILE
           END-IF
           IF AGENDA-PRESENTE THEN
               CLOSE EXAMAGDFILE
           END-IF
           IF REGRA-FALTOU THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
               MOVE "S" TO WS-TEM-ALUCAD
           END-IF.

       AbreAgenda.
           OPEN INPUT EXAMAGDFILE
           IF WS-AGD-STATUS = "00" THEN
               MOVE "S" TO WS-TEM-AGENDA
           END-IF.

      *    Term the schedule must have been built for, from
      *    PERIODO.DAT; a seat left over from an earlier term is not
      *    quoted.
       LePeriodo.
           OPEN INPUT PERIODOFILE
           IF WS-PER-STATUS = "00" THEN
               READ PERIODOFILE
                   AT END CONTINUE
                   NOT AT END MOVE PERIODO-ID TO PERIODO-CORRENTE
               END-READ
           END-IF
           CLOSE PERIODOFILE.

      *    Swaps the feed-carried name for the registry one when the
      *    student is on file; an unknown CODIGO keeps the feed name
      *    so the letter still goes out.
           MOVE AMEDIA  TO CARTA-MEDIA
           PERFORM BuscaNomeRegistro
           PERFORM CabecalhoCarta
           PERFORM TextoAprovado
           ADD 1 TO CONTADOR-APRO

           READ ARQAPROFILE
           MOVE RMEDIA_EXAME TO CARTA-MEDIA
           PERFORM BuscaNomeRegistro
           PERFORM CabecalhoCarta
           PERFORM TextoReprovado
           ADD 1 TO CONTADOR-REPRO

           READ ARQREPROFILE
           MOVE ECODIGO TO CARTA-CODIGO
           MOVE ENOME   TO CARTA-NOME
           MOVE ETURMA  TO CARTA-TURMA
           MOVE ETURMA  TO REGRA-TURMA-BUSCA
           IF EREGRA NUMERIC THEN
               MOVE EREGRA TO REGRA-VERSAO-BUSCA
           ELSE
               MOVE ZERO TO REGRA-VERSAO-BUSCA
           END-IF
           PERFORM RegraDaVersao
           PERFORM BuscaNomeRegistro
           PERFORM CabecalhoExame
           PERFORM TextoExame
           ADD 1 TO CONTADOR-EXAME

           READ ARQEXAMEFILE
               AT END MOVE HIGH-VALUES TO ARQAEXAME
           END-READ.

      *    The queue is cleared once printed so the next run does
      *    not send the same correction twice.  Each letter printed
      *    is spooled to REVCARTA.PROC first, the way Revisao retires
      *    REVTRAN.DAT, so what went out in the run can still be
      *    counted and reprinted after the queue is gone.
       CartasRetificadas.
           OPEN INPUT REVCARTAFILE
           OPEN OUTPUT RCTPROCFILE
           IF WS-RCT-STATUS = "00" THEN
               READ REVCARTAFILE
                   AT END MOVE HIGH-VALUES TO RCT-REC
               END-READ
               PERFORM CartaRetificada UNTIL RCT-REC = HIGH-VALUES
               CLOSE REVCARTAFILE
               OPEN OUTPUT REVCARTAFILE
           END-IF
           CLOSE REVCARTAFILE
           CLOSE RCTPROCFILE.

      *    A revised student's letter states it replaces the one
      *    already sent, then gives the new outcome in the same words
      *    the regular letters use.
       CartaRetificada.
           WRITE RCTPROC-REC FROM RCT-REC
           MOVE RCT-CODIGO TO CARTA-CODIGO
           MOVE RCT-NOME   TO CARTA-NOME
           MOVE RCT-TURMA  TO CARTA-TURMA
           MOVE RCT-MEDIA  TO CARTA-MEDIA
           MOVE RCT-TURMA  TO REGRA-TURMA-BUSCA
           IF RCT-REGRA NUMERIC THEN
               MOVE RCT-REGRA TO REGRA-VERSAO-BUSCA
           ELSE
               MOVE ZERO TO REGRA-VERSAO-BUSCA
           END-IF
           PERFORM RegraDaVersao
           PERFORM BuscaNomeRegistro
           WRITE CARTA-LINHA FROM LINHA-SEPARADORA
           WRITE CARTA-LINHA FROM LINHA-TITULO-RETIF
           MOVE CARTA-NOME   TO DET-NOME
           MOVE CARTA-CODIGO TO DET-CODIGO
           MOVE CARTA-TURMA  TO DET-TURMA
           WRITE CARTA-LINHA FROM LINHA-ALUNO
           WRITE CARTA-LINHA FROM LINHA-BRANCO
           IF RCT-RESULT-NOV NOT = "EXAM" THEN
               MOVE CARTA-MEDIA TO DET-MEDIA
               WRITE CARTA-LINHA FROM LINHA-MEDIA
           END-IF
           MOVE "APOS REVISAO DE NOTAS, ESTE COMUNICADO SUBSTITUI O"
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO
           MOVE "RESULTADO INFORMADO ANTERIORMENTE."
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO
           EVALUATE RCT-RESULT-NOV
               WHEN "APRO"
                   PERFORM TextoAprovado
               WHEN "REPR"
                   PERFORM TextoReprovado
               WHEN "EXAM"
                   PERFORM TextoExame
           END-EVALUATE
           ADD 1 TO CONTADOR-RETIF

           READ REVCARTAFILE
               AT END MOVE HIGH-VALUES TO RCT-REC
           END-READ.

      *    Body text per outcome, shared by the regular and the
      *    corrected letters.
       TextoAprovado.
           MOVE "PARABENS! VOCE FOI APROVADO(A) NESTE PERIODO."
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO.

       TextoReprovado.
           MOVE "INFORMAMOS QUE VOCE NAO OBTEVE APROVACAO NESTE"
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO
           MOVE "PERIODO LETIVO."
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO
           MOVE "PROCURE A SECRETARIA PARA ORIENTACAO DE REMATRICULA."
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO.

       TextoExame.
           MOVE "VOCE ESTA CONVOCADO(A) PARA O EXAME DE RECUPERACAO."
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO
           PERFORM BuscaAgenda
           IF ALUNO-AGENDADO THEN
               PERFORM TextoSessao
           ELSE
               MOVE
                   "COMPARECA A SECRETARIA PARA AGENDAR A PROVA; A NOTA"
                   TO DET-TEXTO
               WRITE CARTA-LINHA FROM LINHA-TEXTO
           END-IF
           MOVE REGRA-NOTA-RECUP TO DET-NOTA-CORTE
           WRITE CARTA-LINHA FROM LINHA-NOTA-MINIMA.

       BuscaAgenda.
           MOVE "N" TO WS-AGENDADO
           IF AGENDA-PRESENTE THEN
               MOVE CARTA-CODIGO TO AGD-CODIGO
               READ EXAMAGDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGD-PERIODO = PERIODO-CORRENTE THEN
                           MOVE "S" TO WS-AGENDADO
                       END-IF
               END-READ
           END-IF.

      *    The session the student was seated in, then the same
      *    closing line about the cutoff the unscheduled letter has.
       TextoSessao.
           MOVE "SUA PROVA ESTA AGENDADA PARA:" TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO
           MOVE AGD-DATA TO DATA-EDICAO
           MOVE DED-DIA  TO DET-SES-DIA
           MOVE DED-MES  TO DET-SES-MES
           MOVE DED-ANO  TO DET-SES-ANO
           MOVE AGD-HORA TO HORA-EDICAO
           MOVE HED-HORA TO DET-SES-HORA
           MOVE HED-MIN  TO DET-SES-MIN
           MOVE AGD-SALA TO DET-SES-SALA
           WRITE CARTA-LINHA FROM LINHA-SESSAO
           MOVE "COMPARECA NA DATA E SALA ACIMA COM DOCUMENTO; A NOTA"
               TO DET-TEXTO
           WRITE CARTA-LINHA FROM LINHA-TEXTO.

      *    Page heading shared by the three letter kinds: separator,
      *    title, identification and (when one exists) the grade.
       CabecalhoCarta.
           MOVE "CONVOCADOS A EXAME" TO TOT-ROTULO
           MOVE CONTADOR-EXAME       TO TOT-VALOR
           WRITE CARTA-LINHA FROM TOT-LINHA
           MOVE "CARTAS RETIFICADAS" TO TOT-ROTULO
           MOVE CONTADOR-RETIF       TO TOT-VALOR
           WRITE CARTA-LINHA FROM TOT-LINHA
           COMPUTE TOTAL-CARTAS = CONTADOR-APRO + CONTADOR-REPRO
               + CONTADOR-EXAME + CONTADOR-RETIF
           MOVE "TOTAL DE CARTAS"    TO TOT-ROTULO
           MOVE TOTAL-CARTAS         TO TOT-VALOR
           WRITE CARTA-LINHA FROM TOT-LINHA.

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
               DISPLAY "CARTAS: REGRA INVALIDA EM REGRAS.DAT - "
                   RGR-REC
               PERFORM RecusaRegras
           END-IF
           MOVE RGR-VERSAO TO REGRA-VERSAO-BUSCA
           PERFORM LocalizaVersao
           IF REGRA-ENCONTRADA THEN
               DISPLAY "CARTAS: VERSAO " RGR-VERSAO
                   " REPETIDA EM REGRAS.DAT"
               PERFORM RecusaRegras
           END-IF
           IF REGRA-COUNT >= REGRA-TABLE-MAX THEN
               DISPLAY "CARTAS: MORE RULES THAN "
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
                   DISPLAY "CARTAS: VERSAO " REGRA-VERSAO-BUSCA
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
