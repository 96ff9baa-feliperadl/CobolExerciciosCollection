           SELECT OPTIONAL ARQCTRLFILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT OPTIONAL REGRASFILE ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGR-STATUS.
           SELECT OPTIONAL GERACATFILE ASSIGN TO "GERACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
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
           FD ARQTURMAFILE.
               01 ARQTURMA.
                   02  TCODTURMA      PIC X(10).
                   02  TQTDEREPROV    PIC 9(5).
                   02  TQTDEEXAME     PIC 9(5).
                   02  TMEDIATURMA    PIC 9(2)V9(2).
                   02  TREGRA         PIC 9(03).
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.
           FD REGRASFILE.
               01 RGR-REC.
                   COPY REGRAS.
           FD GERACATFILE.
               01 CAT-REC.
                   COPY GERCAT.
      *    it routes to ARQAREPRO.DAT on attendance alone does not
      *    also inflate the class average here.  Shared via
      *    FREQMIN.CPY so the two programs can't drift apart.
      *    Both are the built-in rule; a class with a rule in
      *    REGRAS.DAT is averaged under that rule instead.
           COPY FREQMIN.
           COPY NOTACORT.

      *    The class average is taken under the rule version the
      *    outcome files were stamped with, so the rollup agrees with
      *    how the students were actually classified.  Outcome
      *    records of one class carrying different versions - a
      *    revision regraded under a newer rule - are reported and
      *    the first version seen is kept.
           COPY REGRAWS.
           01 WS-REGRA-MISTA PIC X(01) VALUE "N".
               88  REGRA-MISTA VALUE "S".

           01 WS-TURMA-BUSCA PIC X(10).

                   03  TURMA-QTDE-EXAME    PIC 9(5) COMP VALUE ZERO.
                   03  TURMA-SOMA-MEDIA    PIC 9(7)V9(2) VALUE ZERO.
                   03  TURMA-QTDE-ALUNOS   PIC 9(5) COMP VALUE ZERO.
                   03  TURMA-REGRA         PIC 9(03) VALUE ZERO.
                   03  TURMA-TEM-REGRA     PIC X(01) VALUE "N".
                       88  TURMA-COM-REGRA     VALUE "S".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           PERFORM CarregaRegras
           OPEN INPUT ARQAPROFILE
           READ ARQAPROFILE
               AT END MOVE HIGH-VALUES TO ARQAPRO
               UNTIL TURMA-IDX > TURMA-COUNT
           PERFORM CatalogaSaidas
           CLOSE ARQTURMAFILE
           IF REGRA-MISTA OR REGRA-FALTOU THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
           MOVE ATURMA TO WS-TURMA-BUSCA
           PERFORM LocalizaTurma
           ADD 1 TO TURMA-QTDE-APROV (TURMA-IDX)
           IF AREGRA NUMERIC THEN
               MOVE AREGRA TO REGRA-VERSAO-BUSCA
           ELSE
               MOVE ZERO TO REGRA-VERSAO-BUSCA
           END-IF
           PERFORM AnotaRegra

           READ ARQAPROFILE
               AT END MOVE HIGH-VALUES TO ARQAPRO
           MOVE RTURMA TO WS-TURMA-BUSCA
           PERFORM LocalizaTurma
           ADD 1 TO TURMA-QTDE-REPROV (TURMA-IDX)
           IF RREGRA NUMERIC THEN
               MOVE RREGRA TO REGRA-VERSAO-BUSCA
           ELSE
               MOVE ZERO TO REGRA-VERSAO-BUSCA
           END-IF
           PERFORM AnotaRegra

           READ ARQREPROFILE
               AT END MOVE HIGH-VALUES TO ARQAREPRO
           MOVE ETURMA TO WS-TURMA-BUSCA
           PERFORM LocalizaTurma
           ADD 1 TO TURMA-QTDE-EXAME (TURMA-IDX)
           IF EREGRA NUMERIC THEN
               MOVE EREGRA TO REGRA-VERSAO-BUSCA
           ELSE
               MOVE ZERO TO REGRA-VERSAO-BUSCA
           END-IF
           PERFORM AnotaRegra

           READ ARQEXAMEFILE
               AT END MOVE HIGH-VALUES TO ARQAEXAME
                   AND NOTA2 <= 10.00
                   AND NOTA3 NUMERIC AND NOTA3 >= 00.00
                   AND NOTA3 <= 10.00
                   AND FREQUENCIA NUMERIC AND FREQUENCIA <= 100.00 THEN
               PERFORM RegraDoAluno
               IF FREQUENCIA >= REGRA-FREQ-MIN THEN
                   COMPUTE MEDIA_CAL =
                       (NOTA1 * REGRA-PESO1 + NOTA2 * REGRA-PESO2
                        + NOTA3 * REGRA-PESO3)
                       / (REGRA-PESO1 + REGRA-PESO2 + REGRA-PESO3)
                   MOVE TURMA TO WS-TURMA-BUSCA
                   PERFORM LocalizaTurma
                   ADD MEDIA_CAL TO TURMA-SOMA-MEDIA (TURMA-IDX)
                   ADD 1 TO TURMA-QTDE-ALUNOS (TURMA-IDX)
               END-IF
           END-IF.

      *    The rule the class was graded under, as the outcome files
      *    recorded it.  A class with nothing in the outcome files -
      *    every student rejected - gets its current rule.  Looked up
      *    without LocalizaTurma so such a class does not gain an
      *    empty line in ARQTURMA.DAT.
       RegraDoAluno.
           MOVE TURMA TO REGRA-TURMA-BUSCA
           SET TURMA-IDX TO 1
           SEARCH TURMA-ENTRY
               AT END
                   PERFORM RegraDaTurma
               WHEN TURMA-IDX > TURMA-COUNT
                   PERFORM RegraDaTurma
               WHEN TURMA-NOME (TURMA-IDX) = TURMA
                   IF TURMA-COM-REGRA (TURMA-IDX) THEN
                       MOVE TURMA-REGRA (TURMA-IDX)
                           TO REGRA-VERSAO-BUSCA
                       PERFORM RegraDaVersao
                   ELSE
                       PERFORM RegraDaTurma
                   END-IF
           END-SEARCH.

      *    Keeps the first rule version seen on the class's outcome
      *    records and reports any record graded under another.
       AnotaRegra.
           IF NOT TURMA-COM-REGRA (TURMA-IDX) THEN
               MOVE "S" TO TURMA-TEM-REGRA (TURMA-IDX)
               MOVE REGRA-VERSAO-BUSCA TO TURMA-REGRA (TURMA-IDX)
           ELSE
               IF TURMA-REGRA (TURMA-IDX) NOT = REGRA-VERSAO-BUSCA THEN
                   DISPLAY "QUESTAO6: TURMA " TURMA-NOME (TURMA-IDX)
                       " COM VERSOES DE REGRA " TURMA-REGRA (TURMA-IDX)
                       " E " REGRA-VERSAO-BUSCA
                   MOVE "S" TO WS-REGRA-MISTA
               END-IF
           END-IF.

       LocalizaTurma.
           ELSE
               MOVE ZERO TO TMEDIATURMA
           END-IF
           MOVE TURMA-REGRA (TURMA-IDX)       TO TREGRA
           WRITE ARQTURMA.

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
               DISPLAY "QUESTAO6: REGRA INVALIDA EM REGRAS.DAT - "
                   RGR-REC
               PERFORM RecusaRegras
           END-IF
           MOVE RGR-VERSAO TO REGRA-VERSAO-BUSCA
           PERFORM LocalizaVersao
           IF REGRA-ENCONTRADA THEN
               DISPLAY "QUESTAO6: VERSAO " RGR-VERSAO
                   " REPETIDA EM REGRAS.DAT"
               PERFORM RecusaRegras
           END-IF
           IF REGRA-COUNT >= REGRA-TABLE-MAX THEN
               DISPLAY "QUESTAO6: MORE RULES THAN "
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
                   DISPLAY "QUESTAO6: VERSAO " REGRA-VERSAO-BUSCA
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
