       IDENTIFICATION DIVISION.
       PROGRAM-ID.  InterFolha.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQAUDITFILE ASSIGN TO "ARQAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL FOLCTLFILE ASSIGN TO "FOLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.
           SELECT FOLIDXFILE ASSIGN TO "FOLIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIDX-CODIGO.
           SELECT FOLMOVFILE ASSIGN TO "FOLMOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLSORTFILE ASSIGN TO "FOLORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLWORKFILE ASSIGN TO "FOLMOV.WRK".
           SELECT FOLHAINTFILE ASSIGN USING NOME-FOLHAINT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REAJUSTEFILE ASSIGN USING NOME-REAJUSTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAJ-STATUS.
           SELECT RELATORIOFILE ASSIGN USING NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCTRLFILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT OPTIONAL GERACATFILE ASSIGN TO "GERACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVAEMPFILE ASSIGN TO "TRAVAEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.


       DATA DIVISION.
       FILE SECTION.
           FD ARQAUDITFILE.
               01 AUD-REC.
                   COPY AUDREC.
      *        Extraction mark: how many ARQAUDIT.DAT images the last
      *        extraction started and ended at, and under which run
      *        date.  The trail is append-only, so the images past
      *        FCTL-AUD-FIM are exactly the changes payroll has not
      *        been sent yet.
           FD FOLCTLFILE.
               01 FCTL-REC.
                   02  FCTL-DATA-REF    PIC 9(08).
                   02  FILLER           PIC X(01).
                   02  FCTL-AUD-INICIO  PIC 9(09).
                   02  FILLER           PIC X(01).
                   02  FCTL-AUD-FIM     PIC 9(09).
      *        One entry per CODIGO the trail touched since the mark:
      *        the image before its first change, the image after its
      *        last, and the latest effective date among them.
           FD FOLIDXFILE.
               01 FOLIDX.
                   02  FIDX-CODIGO     PIC 9(05).
                   02  FIDX-ANTES.
                       03  FIDX-ANT-CODIGO   PIC 9(05).
                       03  FIDX-ANT-NOME     PIC X(10).
                       03  FIDX-ANT-CARGO    PIC X(10).
                       03  FIDX-ANT-DEPTO    PIC X(10).
                       03  FIDX-ANT-SALARIO  PIC 9(5)V9(2).
                   02  FIDX-DEPOIS.
                       03  FIDX-DEP-CODIGO   PIC 9(05).
                       03  FIDX-DEP-NOME     PIC X(10).
                       03  FIDX-DEP-CARGO    PIC X(10).
                       03  FIDX-DEP-DEPTO    PIC X(10).
                       03  FIDX-DEP-SALARIO  PIC 9(5)V9(2).
                   02  FIDX-PRIMEIRA-ACAO  PIC X(01).
                   02  FIDX-ULTIMA-ACAO    PIC X(01).
                   02  FIDX-DATA-EFETIVA   PIC 9(08).
      *        One line per interface detail, led by the DEPTO it is
      *        subtotalled under so the sort can group them.
           FD FOLMOVFILE.
               01 FMOV-REC.
                   02  FMOV-DEPTO   PIC X(10).
                   02  FMOV-CORPO   PIC X(99).
           FD FOLSORTFILE.
               01 FORD-REC.
                   02  FORD-DEPTO   PIC X(10).
                   02  FORD-CORPO   PIC X(99).
           SD FOLWORKFILE.
               01 FOLW-REC.
                   02  FOLW-DEPTO   PIC X(10).
                   02  FOLW-CODIGO  PIC X(05).
                   02  FILLER       PIC X(94).
           FD FOLHAINTFILE.
               01 FOL-REC.
                   COPY FOLHAINT.
      *        Reajuste's register, read back only for its totals
      *        line - the DELTA FOLHA the interface must agree with.
           FD REAJUSTEFILE.
               01 REAJ-LINHA  PIC X(80).
               01 REAJ-TOTAIS.
                   02  REAJ-TOT-ROTULO PIC X(20).
                   02  REAJ-TOT-QTDE   PIC ZZZZZZ9.
                   02  FILLER          PIC X(13).
                   02  REAJ-TOT-REJ    PIC ZZZZZZ9.
                   02  FILLER          PIC X(16).
                   02  REAJ-TOT-DELTA  PIC ZZ,ZZZ,ZZ9.99-.
                   02  FILLER          PIC X(03).
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
           FD TRAVAEMPFILE.
               01 TRAVA-REC  PIC X(32).


       WORKING-STORAGE SECTION.
      *    Where this extraction starts and ends in ARQAUDIT.DAT.  A
      *    rerun under the run date of the last extraction starts
      *    where that one started, so the rebuilt file is the same
      *    file plus anything audited since - never an empty one.
           01 AUD-INICIO       PIC 9(09) VALUE ZERO.
           01 AUD-FIM          PIC 9(09) VALUE ZERO.
           01 WS-FCTL-STATUS   PIC X(02) VALUE "00".
           01 WS-TEM-MARCA     PIC X(01) VALUE "N".
               88  MARCA-PRESENTE  VALUE "S".
           01 WS-TRILHA-CURTA  PIC X(01) VALUE "N".
               88  TRILHA-ENCOLHEU  VALUE "S".

           01 WS-AUD-STATUS    PIC X(02) VALUE "00".
           01 WS-FIM-AUD       PIC X(01) VALUE "N".
               88  FIM-AUDITORIA  VALUE "S".
           01 WS-FIM-IDX       PIC X(01) VALUE "N".
               88  FIM-INDICE     VALUE "S".
           01 WS-FIM-SORT      PIC X(01) VALUE "N".
               88  FIM-ORDENADO   VALUE "S".
           01 WS-TEM-FIDX      PIC X(01) VALUE "N".
               88  FIDX-PRESENTE  VALUE "S".
           01 CODIGO-AUDITADO  PIC 9(05) VALUE ZERO.
           01 DATA-EFETIVA-AUD PIC 9(08) VALUE ZERO.

      *    Judgment of the employee in hand.
           01 FOL-MOVIMENTO    PIC X(01) VALUE SPACE.
               88  MOVIMENTO-ADMISSAO  VALUE "I".
               88  MOVIMENTO-DEMISSAO  VALUE "E".
               88  MOVIMENTO-ALTERACAO VALUE "A".
               88  MOVIMENTO-NENHUM    VALUE SPACE.
           01 DELTA-EMPREGADO  PIC S9(5)V9(2) VALUE ZERO.

      *    Totals of the extraction, known before the file is
      *    written so the header can carry them, and again per
      *    department while it is written.
           01 TOTAL-QTDE        PIC 9(07) VALUE ZERO.
           01 TOTAL-DELTA       PIC S9(9)V9(2) VALUE ZERO.
           01 DEPTO-ATUAL       PIC X(10) VALUE LOW-VALUES.
           01 DEPTO-QTDE        PIC 9(07) VALUE ZERO.
           01 DEPTO-DELTA       PIC S9(9)V9(2) VALUE ZERO.
           01 CONTADOR-DEPTOS   PIC 9(05) VALUE ZERO.
           01 CONTADOR-REGS     PIC 9(07) VALUE ZERO.

      *    Tie-out with Reajuste: the raises the trail shows for this
      *    extraction against the totals line of the live register
      *    Reajuste printed under the same run date.
           01 REAJ-QTDE-AUD     PIC 9(07) VALUE ZERO.
           01 REAJ-DELTA-AUD    PIC S9(9)V9(2) VALUE ZERO.
           01 REAJ-QTDE-REG     PIC 9(07) VALUE ZERO.
           01 REAJ-DELTA-REG    PIC S9(9)V9(2) VALUE ZERO.
           01 DEMAIS-DELTA      PIC S9(9)V9(2) VALUE ZERO.
           01 WS-REAJ-STATUS    PIC X(02) VALUE "00".
           01 WS-TEM-REGISTRO   PIC X(01) VALUE "N".
               88  REGISTRO-REAJUSTE-LIDO  VALUE "S".
           01 WS-FIM-REAJ       PIC X(01) VALUE "N".
               88  FIM-REGISTRO    VALUE "S".
           01 WS-CONFERENCIA    PIC X(01) VALUE "S".
               88  CONFERE-REAJUSTE  VALUE "S".
           01 CONF-TEXTO        PIC X(50) VALUE SPACES.

           01 CONTADOR-LIDOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-NOVOS    PIC 9(7) COMP VALUE ZERO.

           01 DATA-CORRENTE  PIC 9(08).
           01 HORA-COMPLETA  PIC 9(08).

           COPY RUNLOGWS.

           COPY RUNWS.
           01 NOME-FOLHAINT   PIC X(44) VALUE "FOLHAINT.DAT".
           01 NOME-REAJUSTE   PIC X(44) VALUE "REAJUSTE.REL".
           01 NOME-RELATORIO  PIC X(44) VALUE "FOLCONF.REL".

      *    Print-line images for FOLCONF.REL.
           01 REL-TITULO.
               02  FILLER PIC X(80) VALUE
                   "INTERFACE DA FOLHA - CONFERENCIA COM O REAJUSTE".
           01 REL-MARCA.
               02  FILLER         PIC X(20) VALUE
                   "IMAGENS DE AUDITORIA".
               02  FILLER         PIC X(04) VALUE " DE ".
               02  REL-MARCA-INI  PIC ZZZZZZZZ9.
               02  FILLER         PIC X(05) VALUE " ATE ".
               02  REL-MARCA-FIM  PIC ZZZZZZZZ9.
               02  FILLER         PIC X(33) VALUE SPACES.
           01 TOT-LINHA.
               02  TOT-ROTULO PIC X(30).
               02  TOT-VALOR  PIC ZZZZZZ9.
               02  FILLER     PIC X(43) VALUE SPACES.
           01 TOT-FOLHA.
               02  TOTF-ROTULO PIC X(30).
               02  TOTF-VALOR  PIC ZZ,ZZZ,ZZ9.99-.
               02  FILLER      PIC X(36) VALUE SPACES.
           01 REL-VEREDICTO.
               02  FILLER      PIC X(14) VALUE "CONFERENCIA: ".
               02  REL-VER-TEXTO PIC X(50).
               02  FILLER      PIC X(16) VALUE SPACES.

           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
               COPY TRAVREC.
           01 NOME-TRAVAEMP  PIC X(44) VALUE "TRAVAEMP.DAT".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-COMPLETA FROM TIME
           PERFORM LeMarca
           PERFORM ObtemTravaEmp
           PERFORM CarregaAuditoria
           PERFORM LiberaTravaEmp
           IF TRILHA-ENCOLHEU THEN
               DISPLAY "INTERFOLHA: ARQAUDIT.DAT TEM " AUD-FIM
                   " IMAGENS, MENOS QUE AS " AUD-INICIO
                   " JA EXTRAIDAS - TRILHA SUBSTITUIDA?"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           PERFORM MontaMovimentos
           PERFORM GravaInterface
           PERFORM LeTotaisReajuste
           PERFORM ConfereReajuste
           PERFORM ImprimeConferencia
      *    A file that does not tie to the register is neither marked
      *    sent nor catalogued: the mark stays where it was, so the
      *    rerun after the fix extracts the same images again.
           IF NOT CONFERE-REAJUSTE THEN
               DISPLAY "INTERFOLHA: " CONF-TEXTO
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GravaMarca
               PERFORM CatalogaSaidas
               IF NOT MARCA-PRESENTE THEN
                   MOVE "AVIS" TO LOG-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.
       GravaRunLog.
           MOVE "InterFolha" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-LIDOS TO RL-LIDOS
           MOVE TOTAL-QTDE TO RL-GRAVADOS
           MOVE ZERO TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           MOVE LOG-STATUS TO RL-STATUS
           MOVE SPACES TO RL-FLUXO
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           CLOSE RUNLOGFILE.

      *    Takes the named lock on the employee master while the
      *    trail is read: Manutencao and Reajuste append to
      *    ARQAUDIT.DAT under this lock, so holding it means the
      *    extraction cannot stop halfway through a change.  A held
      *    lock refuses the run; a stale one is taken over.
       ObtemTravaEmp.
           MOVE "L" TO WS-TRV-ESTADO
           OPEN INPUT TRAVAEMPFILE
           IF WS-TRV-STATUS = "00" THEN
               READ TRAVAEMPFILE INTO TRAVA-IMAGEM
                   AT END CONTINUE
                   NOT AT END PERFORM JulgaTrava
               END-READ
           END-IF
           CLOSE TRAVAEMPFILE
           IF TRAVA-RETIDA THEN
               DISPLAY "INTERFOLHA: MESTRE EMPREGADO TRAVADO POR "
                   TRV-PROGRAMA " OPERADOR " TRV-OPERADOR " EM "
                   TRV-DATA " " TRV-HORA " - NAO INICIADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           IF TRAVA-VENCIDA THEN
               DISPLAY "INTERFOLHA: TRAVA VENCIDA DE " TRV-PROGRAMA
                   " DE " TRV-DATA " " TRV-HORA " ASSUMIDA"
           END-IF
           MOVE "InterFolha"       TO TRV-PROGRAMA
           MOVE "INTFOLHA"         TO TRV-OPERADOR
           MOVE LOG-DATA-INI       TO TRV-DATA
           MOVE LOG-HORA-INI(1:6)  TO TRV-HORA
           OPEN OUTPUT TRAVAEMPFILE
           WRITE TRAVA-REC FROM TRAVA-IMAGEM
           CLOSE TRAVAEMPFILE.

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
       LiberaTravaEmp.
           MOVE SPACES TO TRV-RELIDA
           OPEN INPUT TRAVAEMPFILE
           IF WS-TRV-STATUS = "00" THEN
               READ TRAVAEMPFILE INTO TRV-RELIDA
                   AT END CONTINUE
               END-READ
           END-IF
           CLOSE TRAVAEMPFILE
           IF TRV-RELIDA = TRAVA-IMAGEM THEN
               CALL "CBL_DELETE_FILE" USING NOME-TRAVAEMP
                   RETURNING WS-TRV-DEL-RC
               END-CALL
           ELSE
               DISPLAY "INTERFOLHA: TRAVA JA ASSUMIDA POR OUTRO "
                   "PROGRAMA - NAO LIBERADA"
           END-IF.

      *    Overlays the compiled-in names with the run date the
      *    window stamped into RUNCTRL.DAT.
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
           MOVE "FOLHAINT" TO MONTA-BASE
           MOVE ".DAT"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-FOLHAINT
           MOVE "REAJUSTE" TO MONTA-BASE
           MOVE ".REL"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-REAJUSTE
           MOVE "FOLCONF"  TO MONTA-BASE
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

      *    Registers this run's stamped interface and conference
      *    report in GERACAT.DAT so Geracoes can retire the
      *    generations beyond the retention count.
       CatalogaSaidas.
           IF RUN-DATA-EXEC > ZERO THEN
               OPEN EXTEND GERACATFILE
               MOVE "FOLHAINT"     TO CAT-BASE
               MOVE NOME-FOLHAINT  TO CAT-NOME
               MOVE RUN-DATA-EXEC  TO CAT-DATA
               WRITE CAT-REC
               MOVE "FOLCONF"      TO CAT-BASE
               MOVE NOME-RELATORIO TO CAT-NOME
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

      *    With no FOLCTL.DAT yet - the first extraction ever - the
      *    whole trail is sent, and the run ends in a warning so the
      *    first file is looked at before payroll loads it.
       LeMarca.
           MOVE ZERO TO AUD-INICIO
           OPEN INPUT FOLCTLFILE
           IF WS-FCTL-STATUS = "00" THEN
               READ FOLCTLFILE
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WS-TEM-MARCA
               END-READ
           END-IF
           CLOSE FOLCTLFILE
           IF MARCA-PRESENTE THEN
               IF RUN-DATA-EXEC > ZERO
                       AND RUN-DATA-EXEC = FCTL-DATA-REF THEN
                   MOVE FCTL-AUD-INICIO TO AUD-INICIO
               ELSE
                   MOVE FCTL-AUD-FIM TO AUD-INICIO
               END-IF
           ELSE
               DISPLAY "INTERFOLHA: FOLCTL.DAT AUSENTE - PRIMEIRA "
                   "EXTRACAO, TRILHA COMPLETA ENVIADA"
           END-IF.

       GravaMarca.
           MOVE RUN-DATA-EXEC TO FCTL-DATA-REF
           MOVE AUD-INICIO    TO FCTL-AUD-INICIO
           MOVE AUD-FIM       TO FCTL-AUD-FIM
           OPEN OUTPUT FOLCTLFILE
           WRITE FCTL-REC
           CLOSE FOLCTLFILE.

      *    Folds every master change audited past the mark into one
      *    entry per employee.  Only the programs that change the
      *    master are taken, the same two Variacao accepts.
       CarregaAuditoria.
           OPEN OUTPUT FOLIDXFILE
           CLOSE FOLIDXFILE
           OPEN I-O FOLIDXFILE
           MOVE ZERO TO AUD-FIM
           MOVE "N" TO WS-FIM-AUD
           OPEN INPUT ARQAUDITFILE
           IF WS-AUD-STATUS NOT = "00" THEN
               MOVE "S" TO WS-FIM-AUD
           ELSE
               READ ARQAUDITFILE
                   AT END MOVE "S" TO WS-FIM-AUD
               END-READ
           END-IF
           PERFORM CarregaUmaAuditoria UNTIL FIM-AUDITORIA
           CLOSE ARQAUDITFILE
           CLOSE FOLIDXFILE
           IF AUD-FIM < AUD-INICIO THEN
               MOVE "S" TO WS-TRILHA-CURTA
           END-IF.

       CarregaUmaAuditoria.
           ADD 1 TO AUD-FIM
           IF AUD-FIM > AUD-INICIO
                   AND (AUD-PROGRAMA = "Manutencao"
                     OR AUD-PROGRAMA = "Reajuste") THEN
               ADD 1 TO CONTADOR-LIDOS
               PERFORM AcumulaAuditoria
           END-IF

           READ ARQAUDITFILE
               AT END MOVE "S" TO WS-FIM-AUD
           END-READ.

      *    The first change seen keeps its before-image; every later
      *    one only moves the after-image forward.  An image written
      *    before the effective date was carried on the trail dates
      *    from its posting.
       AcumulaAuditoria.
           IF AUD-DEP-CODIGO NOT = ZERO THEN
               MOVE AUD-DEP-CODIGO TO CODIGO-AUDITADO
           ELSE
               MOVE AUD-ANT-CODIGO TO CODIGO-AUDITADO
           END-IF
           IF AUD-DATA-EFETIVA NUMERIC
                   AND AUD-DATA-EFETIVA > ZERO THEN
               MOVE AUD-DATA-EFETIVA TO DATA-EFETIVA-AUD
           ELSE
               MOVE AUD-DATA TO DATA-EFETIVA-AUD
           END-IF
           MOVE CODIGO-AUDITADO TO FIDX-CODIGO
           READ FOLIDXFILE
               INVALID KEY
                   MOVE "N" TO WS-TEM-FIDX
                   MOVE CODIGO-AUDITADO TO FIDX-CODIGO
                   MOVE AUD-ANTES       TO FIDX-ANTES
                   MOVE AUD-ACAO        TO FIDX-PRIMEIRA-ACAO
                   MOVE ZERO            TO FIDX-DATA-EFETIVA
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-FIDX
           END-READ
           MOVE AUD-DEPOIS TO FIDX-DEPOIS
           MOVE AUD-ACAO   TO FIDX-ULTIMA-ACAO
           IF DATA-EFETIVA-AUD > FIDX-DATA-EFETIVA THEN
               MOVE DATA-EFETIVA-AUD TO FIDX-DATA-EFETIVA
           END-IF
           IF FIDX-PRESENTE THEN
               REWRITE FOLIDX
           ELSE
               WRITE FOLIDX
           END-IF
           IF AUD-PROGRAMA = "Reajuste" THEN
               ADD 1 TO REAJ-QTDE-AUD
               COMPUTE REAJ-DELTA-AUD = REAJ-DELTA-AUD
                   + AUD-DEP-SALARIO - AUD-ANT-SALARIO
           END-IF.

      *    Turns each employee entry into at most one interface
      *    detail, judged on the net change between the first
      *    before-image and the last after-image: someone admitted
      *    and dismissed inside the same extraction never reached
      *    payroll and is left out, as is a change that only
      *    touched NOME or was undone before the window closed.
       MontaMovimentos.
           MOVE ZERO TO TOTAL-QTDE
           MOVE ZERO TO TOTAL-DELTA
           OPEN INPUT FOLIDXFILE
           OPEN OUTPUT FOLMOVFILE
           MOVE "N" TO WS-FIM-IDX
           READ FOLIDXFILE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-IDX
           END-READ
           PERFORM MontaUmMovimento UNTIL FIM-INDICE
           CLOSE FOLMOVFILE
           CLOSE FOLIDXFILE.

       MontaUmMovimento.
           MOVE SPACE TO FOL-MOVIMENTO
           EVALUATE TRUE
               WHEN FIDX-PRIMEIRA-ACAO = "I"
                       AND FIDX-ULTIMA-ACAO = "E"
                   CONTINUE
               WHEN FIDX-PRIMEIRA-ACAO = "I"
                   MOVE "I" TO FOL-MOVIMENTO
               WHEN FIDX-ULTIMA-ACAO = "E"
                   MOVE "E" TO FOL-MOVIMENTO
               WHEN FIDX-ANT-CARGO NOT = FIDX-DEP-CARGO
                       OR FIDX-ANT-DEPTO NOT = FIDX-DEP-DEPTO
                       OR FIDX-ANT-SALARIO NOT = FIDX-DEP-SALARIO
                   MOVE "A" TO FOL-MOVIMENTO
           END-EVALUATE
           IF NOT MOVIMENTO-NENHUM THEN
               PERFORM GravaMovimento
           END-IF

           READ FOLIDXFILE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-IDX
           END-READ.

       GravaMovimento.
           MOVE SPACES TO FOL-REC
           MOVE FIDX-CODIGO       TO FOL-DET-CODIGO
           IF MOVIMENTO-DEMISSAO THEN
               MOVE FIDX-ANT-NOME  TO FOL-DET-NOME
               MOVE FIDX-ANT-DEPTO TO FMOV-DEPTO
           ELSE
               MOVE FIDX-DEP-NOME  TO FOL-DET-NOME
               MOVE FIDX-DEP-DEPTO TO FMOV-DEPTO
           END-IF
           MOVE FOL-MOVIMENTO     TO FOL-DET-MOVIMENTO
           MOVE FIDX-DATA-EFETIVA TO FOL-DET-DATA-EFETIVA
           MOVE FIDX-ANT-CARGO    TO FOL-DET-ANT-CARGO
           MOVE FIDX-ANT-DEPTO    TO FOL-DET-ANT-DEPTO
           MOVE FIDX-ANT-SALARIO  TO FOL-DET-ANT-SALARIO
           MOVE FIDX-DEP-CARGO    TO FOL-DET-NOV-CARGO
           MOVE FIDX-DEP-DEPTO    TO FOL-DET-NOV-DEPTO
           MOVE FIDX-DEP-SALARIO  TO FOL-DET-NOV-SALARIO
           COMPUTE DELTA-EMPREGADO =
               FIDX-DEP-SALARIO - FIDX-ANT-SALARIO
           MOVE DELTA-EMPREGADO   TO FOL-DET-DELTA
           MOVE FOL-CORPO         TO FMOV-CORPO
           WRITE FMOV-REC
           ADD 1 TO TOTAL-QTDE
           ADD DELTA-EMPREGADO TO TOTAL-DELTA.

      *    The details were cut in CODIGO order; payroll posts by
      *    department, so a sorted work copy drives the file, the
      *    same way Situacao sorts its standing file by TURMA.
       GravaInterface.
           SORT FOLWORKFILE
               ON ASCENDING KEY FOLW-DEPTO FOLW-CODIGO
               USING FOLMOVFILE GIVING FOLSORTFILE
           OPEN INPUT FOLSORTFILE
           OPEN OUTPUT FOLHAINTFILE
           MOVE ZERO TO CONTADOR-REGS
           MOVE ZERO TO CONTADOR-DEPTOS
           MOVE SPACES TO FOL-REC
           MOVE "H"           TO FOL-TIPO
           MOVE "CADEMP"      TO FOL-CAB-ORIGEM
           MOVE RUN-DATA-EXEC TO FOL-CAB-DATA-REF
           MOVE DATA-CORRENTE TO FOL-CAB-DATA-GER
           MOVE HORA-COMPLETA(1:6) TO FOL-CAB-HORA-GER
           MOVE TOTAL-QTDE    TO FOL-CAB-QTDE
           MOVE TOTAL-DELTA   TO FOL-CAB-DELTA
           PERFORM GravaRegistroFolha
           MOVE LOW-VALUES TO DEPTO-ATUAL
           MOVE "N" TO WS-FIM-SORT
           READ FOLSORTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM GravaUmDetalhe UNTIL FIM-ORDENADO
           IF DEPTO-ATUAL NOT = LOW-VALUES THEN
               PERFORM GravaSubtotal
           END-IF
           MOVE SPACES TO FOL-REC
           MOVE "T"             TO FOL-TIPO
           MOVE TOTAL-QTDE      TO FOL-TRL-QTDE
           MOVE TOTAL-DELTA     TO FOL-TRL-DELTA
           MOVE CONTADOR-DEPTOS TO FOL-TRL-DEPTOS
           ADD 1 TO CONTADOR-REGS
           MOVE CONTADOR-REGS   TO FOL-TRL-REGISTROS
           WRITE FOL-REC
           CLOSE FOLSORTFILE
           CLOSE FOLHAINTFILE.

       GravaUmDetalhe.
           IF FORD-DEPTO NOT = DEPTO-ATUAL THEN
               IF DEPTO-ATUAL NOT = LOW-VALUES THEN
                   PERFORM GravaSubtotal
               END-IF
               MOVE FORD-DEPTO TO DEPTO-ATUAL
               MOVE ZERO TO DEPTO-QTDE
               MOVE ZERO TO DEPTO-DELTA
           END-IF
           MOVE SPACES TO FOL-REC
           MOVE "D"        TO FOL-TIPO
           MOVE FORD-CORPO TO FOL-CORPO
           ADD 1 TO DEPTO-QTDE
           ADD FOL-DET-DELTA TO DEPTO-DELTA
           PERFORM GravaRegistroFolha

           READ FOLSORTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       GravaSubtotal.
           MOVE SPACES TO FOL-REC
           MOVE "S"         TO FOL-TIPO
           MOVE DEPTO-ATUAL TO FOL-SUB-DEPTO
           MOVE DEPTO-QTDE  TO FOL-SUB-QTDE
           MOVE DEPTO-DELTA TO FOL-SUB-DELTA
           ADD 1 TO CONTADOR-DEPTOS
           PERFORM GravaRegistroFolha.

       GravaRegistroFolha.
           WRITE FOL-REC
           ADD 1 TO CONTADOR-REGS.

      *    Finds the totals line of the live register Reajuste
      *    printed under this run date.  A SIMULA run prints
      *    REAJSIM instead and posts nothing, so it is rightly not
      *    looked at.
       LeTotaisReajuste.
           MOVE "N" TO WS-TEM-REGISTRO
           MOVE "N" TO WS-FIM-REAJ
           OPEN INPUT REAJUSTEFILE
           IF WS-REAJ-STATUS NOT = "00" THEN
               MOVE "S" TO WS-FIM-REAJ
           ELSE
               READ REAJUSTEFILE
                   AT END MOVE "S" TO WS-FIM-REAJ
               END-READ
           END-IF
           PERFORM ProcuraTotaisReajuste UNTIL FIM-REGISTRO
           CLOSE REAJUSTEFILE.

       ProcuraTotaisReajuste.
           IF REAJ-LINHA(1:17) = "TOTAL APLICADOS: " THEN
               MOVE "S" TO WS-TEM-REGISTRO
               MOVE REAJ-TOT-QTDE  TO REAJ-QTDE-REG
               MOVE REAJ-TOT-DELTA TO REAJ-DELTA-REG
           END-IF

           READ REAJUSTEFILE
               AT END MOVE "S" TO WS-FIM-REAJ
           END-READ.

      *    The raises in this extraction must be exactly the ones
      *    Reajuste reported: same count, same DELTA FOLHA.  No
      *    register and no raise is a window without Reajuste; any
      *    other disagreement means payroll would load a file that
      *    does not tie to the register, so the run fails.
       ConfereReajuste.
           MOVE "S" TO WS-CONFERENCIA
           EVALUATE TRUE
               WHEN NOT REGISTRO-REAJUSTE-LIDO AND REAJ-QTDE-AUD = ZERO
                   MOVE "SEM REAJUSTE NESTA JANELA" TO CONF-TEXTO
               WHEN NOT REGISTRO-REAJUSTE-LIDO
                   MOVE "N" TO WS-CONFERENCIA
                   MOVE "REAJUSTES NA TRILHA SEM REGISTRO DO REAJUSTE"
                       TO CONF-TEXTO
               WHEN REAJ-QTDE-AUD NOT = REAJ-QTDE-REG
                   MOVE "N" TO WS-CONFERENCIA
                   MOVE "QTDE DE REAJUSTES DIFERE DO REGISTRO"
                       TO CONF-TEXTO
               WHEN REAJ-DELTA-AUD NOT = REAJ-DELTA-REG
                   MOVE "N" TO WS-CONFERENCIA
                   MOVE "DELTA DOS REAJUSTES DIFERE DA DELTA FOLHA"
                       TO CONF-TEXTO
               WHEN OTHER
                   MOVE "CONFERE COM A DELTA FOLHA DO REAJUSTE"
                       TO CONF-TEXTO
           END-EVALUATE.

       ImprimeConferencia.
           OPEN OUTPUT RELATORIOFILE
           WRITE RELATORIO-LINHA FROM REL-TITULO
           MOVE AUD-INICIO TO REL-MARCA-INI
           MOVE AUD-FIM    TO REL-MARCA-FIM
           WRITE RELATORIO-LINHA FROM REL-MARCA
           MOVE "IMAGENS EXTRAIDAS"        TO TOT-ROTULO
           MOVE CONTADOR-LIDOS             TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "REGISTROS NA INTERFACE"   TO TOT-ROTULO
           MOVE TOTAL-QTDE                 TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "DEPARTAMENTOS"            TO TOT-ROTULO
           MOVE CONTADOR-DEPTOS            TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "DELTA LIQUIDA DA INTERFACE" TO TOTF-ROTULO
           MOVE TOTAL-DELTA                TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA
           MOVE "REAJUSTES NA TRILHA"      TO TOT-ROTULO
           MOVE REAJ-QTDE-AUD              TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "REAJUSTES NO REGISTRO"    TO TOT-ROTULO
           MOVE REAJ-QTDE-REG              TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "DELTA DOS REAJUSTES"      TO TOTF-ROTULO
           MOVE REAJ-DELTA-AUD             TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA
           MOVE "DELTA FOLHA DO REAJUSTE"  TO TOTF-ROTULO
           MOVE REAJ-DELTA-REG             TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA
           COMPUTE DEMAIS-DELTA = TOTAL-DELTA - REAJ-DELTA-AUD
           MOVE "DELTA DOS DEMAIS MOVIMENTOS" TO TOTF-ROTULO
           MOVE DEMAIS-DELTA               TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA
           MOVE CONF-TEXTO TO REL-VER-TEXTO
           WRITE RELATORIO-LINHA FROM REL-VEREDICTO
           CLOSE RELATORIOFILE.
