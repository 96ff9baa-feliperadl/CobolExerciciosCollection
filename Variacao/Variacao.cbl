       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Variacao.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIMAGFILE ASSIGN USING NOME-IMG-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT ATUIMAGFILE ASSIGN USING NOME-IMG-ATUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATU-STATUS.
           SELECT OPTIONAL ARQAUDITFILE ASSIGN TO "ARQAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT VARAUDIDXFILE ASSIGN TO "VARAUDIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAUD-CODIGO.
           SELECT VARMOVFILE ASSIGN TO "VARMOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARSORTFILE ASSIGN TO "VARORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARWORKFILE ASSIGN TO "VARMOV.WRK".
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
      *        Both images are Resguardo unloads of the employee
      *        master: one record per employee in key order, closed
      *        by a counted trailer.
           FD ANTIMAGFILE.
               01 ANT-IMAGEM.
                   02  ANT-CODIGO   PIC 9(5).
                   02  ANT-NOME     PIC X(10).
                   02  ANT-CARGO    PIC X(10).
                   02  ANT-DEPTO    PIC X(10).
                   02  ANT-SALARIO  PIC 9(5)V9(2).
               01 ANT-IMAGEM-TRAILER.
                   02  AIMG-INDICADOR  PIC X(05).
                   02  AIMG-QTDE       PIC 9(07).
                   02  FILLER          PIC X(30).
           FD ATUIMAGFILE.
               01 ATU-IMAGEM.
                   02  ATU-CODIGO   PIC 9(5).
                   02  ATU-NOME     PIC X(10).
                   02  ATU-CARGO    PIC X(10).
                   02  ATU-DEPTO    PIC X(10).
                   02  ATU-SALARIO  PIC 9(5)V9(2).
               01 ATU-IMAGEM-TRAILER.
                   02  TIMG-INDICADOR  PIC X(05).
                   02  TIMG-QTDE       PIC 9(07).
                   02  FILLER          PIC X(30).
           FD ARQAUDITFILE.
               01 AUD-REC.
                   COPY AUDREC.
      *        One entry per CODIGO the audit trail touched between
      *        the two images, with one flag per kind of change an
      *        audited program recorded for it.
           FD VARAUDIDXFILE.
               01 VARAUDIDX.
                   02  VAUD-CODIGO    PIC 9(5).
                   02  VAUD-INCLUSAO  PIC X(01).
                   02  VAUD-EXCLUSAO  PIC X(01).
                   02  VAUD-CARGO     PIC X(01).
                   02  VAUD-DEPTO     PIC X(01).
                   02  VAUD-SALARIO   PIC X(01).
      *        One line per employee per department: an unchanged
      *        employee only feeds the department's payroll totals,
      *        a changed one is also listed.  VMOV-SITUACAO is
      *        spaces for no change, "S" explained, "N" unexplained.
           FD VARMOVFILE.
               01 VMOV-REC.
                   02  VMOV-DEPTO      PIC X(10).
                   02  VMOV-CODIGO     PIC 9(05).
                   02  VMOV-NOME       PIC X(10).
                   02  VMOV-MUDANCA    PIC X(20).
                   02  VMOV-SAL-ANTES  PIC 9(5)V9(2).
                   02  VMOV-SAL-DEPOIS PIC 9(5)V9(2).
                   02  VMOV-SITUACAO   PIC X(01).
           FD VARSORTFILE.
               01 VORD-REC.
                   02  VORD-DEPTO      PIC X(10).
                   02  VORD-CODIGO     PIC 9(05).
                   02  VORD-NOME       PIC X(10).
                   02  VORD-MUDANCA    PIC X(20).
                   02  VORD-SAL-ANTES  PIC 9(5)V9(2).
                   02  VORD-SAL-DEPOIS PIC 9(5)V9(2).
                   02  VORD-SITUACAO   PIC X(01).
           SD VARWORKFILE.
               01 VARW-REC.
                   02  VARW-DEPTO   PIC X(10).
                   02  VARW-CODIGO  PIC X(05).
                   02  FILLER       PIC X(45).
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
      *    Merge keys of the two images; HIGH-VALUES once an image
      *    reaches its trailer, so the side still holding records
      *    drains against it.
           01 CHAVE-ANT  PIC X(05) VALUE LOW-VALUES.
           01 CHAVE-ATU  PIC X(05) VALUE LOW-VALUES.

      *    Trailer checks: an image without its trailer, or whose
      *    count disagrees with it, is a truncated transfer and
      *    cannot be reconciled against.
           01 QTDE-ANT         PIC 9(7) COMP VALUE ZERO.
           01 QTDE-ATU         PIC 9(7) COMP VALUE ZERO.
           01 WS-TRAILER-ANT   PIC X(01) VALUE "N".
               88  TRAILER-ANT-LIDO  VALUE "S".
           01 WS-TRAILER-ATU   PIC X(01) VALUE "N".
               88  TRAILER-ATU-LIDO  VALUE "S".
           01 WS-IMAGEM-MA     PIC X(01) VALUE "N".
               88  IMAGEM-SUSPEITA  VALUE "S".

      *    Window of audit dates that can explain a difference: from
      *    the day the earlier image was cut to the day of the later
      *    one, both inclusive.
           01 DATA-ANTERIOR  PIC 9(08) VALUE ZERO.
           01 DATA-ATUAL     PIC 9(08) VALUE ZERO.

      *    Judgment of the employee in hand.
           01 WS-MUDOU-CARGO   PIC X(01) VALUE "N".
               88  MUDOU-CARGO    VALUE "S".
           01 WS-MUDOU-DEPTO   PIC X(01) VALUE "N".
               88  MUDOU-DEPTO    VALUE "S".
           01 WS-MUDOU-SALARIO PIC X(01) VALUE "N".
               88  MUDOU-SALARIO  VALUE "S".
           01 WS-EXPLICADA     PIC X(01) VALUE "S".
               88  MUDANCA-EXPLICADA  VALUE "S".
           01 WS-TEM-AUDITORIA PIC X(01) VALUE "N".
               88  TEM-AUDITORIA  VALUE "S".
           01 MUDANCA-TEXTO    PIC X(20) VALUE SPACES.
           01 MUDANCA-PONTEIRO PIC 9(02) COMP VALUE 1.
           01 CODIGO-AUDITADO  PIC 9(05) VALUE ZERO.

           01 WS-FIM-AUD   PIC X(01) VALUE "N".
               88  FIM-AUDITORIA  VALUE "S".
           01 WS-FIM-CAT   PIC X(01) VALUE "N".
               88  FIM-CATALOGO  VALUE "S".
           01 WS-FIM-SORT  PIC X(01) VALUE "N".
               88  FIM-ORDENADO  VALUE "S".

      *    Control break of the report: the department whose
      *    employees are being listed, with its subtotals.
           01 DEPTO-ATUAL        PIC X(10) VALUE LOW-VALUES.
           01 DEPTO-FOLHA-ANTES  PIC 9(8)V9(2) VALUE ZERO.
           01 DEPTO-FOLHA-DEPOIS PIC 9(8)V9(2) VALUE ZERO.
           01 DEPTO-MUDANCAS     PIC 9(05) COMP VALUE ZERO.
           01 DEPTO-NAO-EXPL     PIC 9(05) COMP VALUE ZERO.

           01 TOTAL-FOLHA-ANTES  PIC 9(8)V9(2) VALUE ZERO.
           01 TOTAL-FOLHA-DEPOIS PIC 9(8)V9(2) VALUE ZERO.
           01 TOTAL-DIFERENCA    PIC S9(8)V9(2) VALUE ZERO.

           01 CONTADOR-LIDOS       PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-ADMISSOES   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-DESLIGADOS  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-TRANSFER    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-CARGOS      PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-SALARIOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-ALTERADOS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-NAO-EXPL    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-AUDITORIA   PIC 9(7) COMP VALUE ZERO.

           01 WS-ANT-STATUS  PIC X(02) VALUE "00".
           01 WS-ATU-STATUS  PIC X(02) VALUE "00".
           01 WS-AUD-STATUS  PIC X(02) VALUE "00".

           COPY RUNLOGWS.

      *    The later image is the one RUNDATE names; the earlier is
      *    the VARBASE date of RUNCTRL.DAT when given, otherwise the
      *    newest ARQENTUNL generation GERACAT.DAT holds from before
      *    the run date - last window's unload.
           COPY RUNWS.
           01 NOME-IMG-ANTERIOR PIC X(44) VALUE SPACES.
           01 NOME-IMG-ATUAL    PIC X(44) VALUE "ARQENTUNL.SEQ".
           01 NOME-RELATORIO    PIC X(44) VALUE "VARIACAO.REL".

      *    Print-line images for VARIACAO.REL.
           01 REL-TITULO.
               02  FILLER PIC X(80) VALUE
                   "VARIACAO DA FOLHA ENTRE DUAS IMAGENS DO MESTRE".
           01 REL-IMAGENS.
               02  FILLER         PIC X(10) VALUE "ANTERIOR: ".
               02  REL-IMG-ANT    PIC 9(08).
               02  FILLER         PIC X(10) VALUE "  ATUAL:  ".
               02  REL-IMG-ATU    PIC 9(08).
               02  FILLER         PIC X(44) VALUE SPACES.
           01 REL-DEPTO.
               02  FILLER         PIC X(07) VALUE "DEPTO: ".
               02  REL-DEP-NOME   PIC X(10).
               02  FILLER         PIC X(63) VALUE SPACES.
           01 REL-DETALHE.
               02  FILLER             PIC X(02) VALUE SPACES.
               02  REL-DET-CODIGO     PIC 9(05).
               02  FILLER             PIC X(01) VALUE SPACES.
               02  REL-DET-NOME       PIC X(10).
               02  FILLER             PIC X(01) VALUE SPACES.
               02  REL-DET-MUDANCA    PIC X(20).
               02  FILLER             PIC X(01) VALUE SPACES.
               02  REL-DET-ANTES      PIC ZZ,ZZ9.99.
               02  FILLER             PIC X(01) VALUE SPACES.
               02  REL-DET-DEPOIS     PIC ZZ,ZZ9.99.
               02  FILLER             PIC X(01) VALUE SPACES.
               02  REL-DET-SITUACAO   PIC X(17).
               02  FILLER             PIC X(03) VALUE SPACES.
           01 REL-SUBTOTAL.
               02  FILLER          PIC X(02) VALUE SPACES.
               02  FILLER          PIC X(12) VALUE "FOLHA ANTES ".
               02  REL-SUB-ANTES   PIC ZZ,ZZZ,ZZ9.99.
               02  FILLER          PIC X(08) VALUE " DEPOIS ".
               02  REL-SUB-DEPOIS  PIC ZZ,ZZZ,ZZ9.99.
               02  FILLER          PIC X(05) VALUE " DIF ".
               02  REL-SUB-DIF     PIC ZZ,ZZZ,ZZ9.99-.
               02  FILLER          PIC X(13) VALUE SPACES.
           01 REL-SUBCONTAGEM.
               02  FILLER          PIC X(02) VALUE SPACES.
               02  FILLER          PIC X(10) VALUE "MUDANCAS: ".
               02  REL-SUB-MUD     PIC ZZZZ9.
               02  FILLER          PIC X(18) VALUE
                   "  NAO EXPLICADAS: ".
               02  REL-SUB-NEXP    PIC ZZZZ9.
               02  FILLER          PIC X(40) VALUE SPACES.
           01 TOT-LINHA.
               02  TOT-ROTULO PIC X(30).
               02  TOT-VALOR  PIC ZZZZZZ9.
               02  FILLER     PIC X(43) VALUE SPACES.
           01 TOT-FOLHA.
               02  TOTF-ROTULO PIC X(30).
               02  TOTF-VALOR  PIC ZZ,ZZZ,ZZ9.99-.
               02  FILLER      PIC X(36) VALUE SPACES.

           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
               COPY TRAVREC.
           01 NOME-TRAVAEMP  PIC X(44) VALUE "TRAVAEMP.DAT".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           PERFORM LocalizaImagemAnterior
           OPEN INPUT ANTIMAGFILE
           IF WS-ANT-STATUS NOT = "00" THEN
               DISPLAY "VARIACAO: IMAGEM ANTERIOR " NOME-IMG-ANTERIOR
                   " NAO ABRIU - STATUS " WS-ANT-STATUS
               PERFORM EncerraSemComparar
           END-IF
           OPEN INPUT ATUIMAGFILE
           IF WS-ATU-STATUS NOT = "00" THEN
               DISPLAY "VARIACAO: IMAGEM ATUAL " NOME-IMG-ATUAL
                   " NAO ABRIU - STATUS " WS-ATU-STATUS
               CLOSE ANTIMAGFILE
               PERFORM EncerraSemComparar
           END-IF
           PERFORM ObtemTravaEmp
           PERFORM CarregaAuditoria
           PERFORM LiberaTravaEmp
           OPEN INPUT VARAUDIDXFILE
           OPEN OUTPUT VARMOVFILE
           PERFORM LeAnterior
           PERFORM LeAtual
           PERFORM ComparaImagens
               UNTIL CHAVE-ANT = HIGH-VALUES
                 AND CHAVE-ATU = HIGH-VALUES
           CLOSE VARMOVFILE
           CLOSE VARAUDIDXFILE
           CLOSE ANTIMAGFILE
           CLOSE ATUIMAGFILE
           PERFORM JulgaImagens
           PERFORM ImprimeRelatorio
           PERFORM CatalogaSaidas
           IF IMAGEM-SUSPEITA THEN
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CONTADOR-NAO-EXPL > ZERO THEN
                   DISPLAY "VARIACAO: " CONTADOR-NAO-EXPL
                       " MUDANCA(S) SEM AUDITORIA NO MESTRE"
                   MOVE "AVIS" TO LOG-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.
       GravaRunLog.
           MOVE "Variacao" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-LIDOS TO RL-LIDOS
           MOVE CONTADOR-ALTERADOS TO RL-GRAVADOS
           MOVE CONTADOR-NAO-EXPL TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           MOVE LOG-STATUS TO RL-STATUS
           MOVE SPACES TO RL-FLUXO
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           CLOSE RUNLOGFILE.

      *    Nothing to compare: one of the images is missing (never
      *    unloaded, or already retired by Geracoes).  The run ends
      *    hard so the reconciliation is not mistaken for a clean
      *    one.
       EncerraSemComparar.
           MOVE "ERRO" TO LOG-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM GravaRunLog
           STOP RUN.

      *    Takes the named lock on the employee master while the
      *    audit trail is read: ARQAUDIT.DAT is only appended under
      *    this lock, so holding it means no image is read half
      *    written.  A held lock is reported and the run refused; a
      *    stale one is taken over.
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
               DISPLAY "VARIACAO: MESTRE EMPREGADO TRAVADO POR "
                   TRV-PROGRAMA " OPERADOR " TRV-OPERADOR " EM "
                   TRV-DATA " " TRV-HORA " - NAO INICIADO"
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           IF TRAVA-VENCIDA THEN
               DISPLAY "VARIACAO: TRAVA VENCIDA DE " TRV-PROGRAMA
                   " DE " TRV-DATA " " TRV-HORA " ASSUMIDA"
           END-IF
           MOVE "Variacao"         TO TRV-PROGRAMA
           MOVE "VARIACAO"         TO TRV-OPERADOR
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
               DISPLAY "VARIACAO: TRAVA JA ASSUMIDA POR OUTRO "
                   "PROGRAMA - NAO LIBERADA"
           END-IF.

      *    Overlays the compiled-in defaults with whatever
      *    RUNCTRL.DAT supplies, then stamps the run date into the
      *    report and current image names.
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
               WHEN "VARBASE "
                   MOVE CTRL-VALOR(1:8) TO DATA-ANTERIOR
           END-EVALUATE

           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

       MontaNomes.
           MOVE "ARQENTUNL" TO MONTA-BASE
           MOVE ".SEQ"      TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-IMG-ATUAL
           MOVE "VARIACAO" TO MONTA-BASE
           MOVE ".REL"     TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-RELATORIO
           MOVE RUN-DATA-EXEC TO DATA-ATUAL.

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

      *    Two dated images are needed, so an unstamped run has
      *    nothing to compare.  An explicit VARBASE date builds the
      *    earlier name the way Resguardo stamped it; otherwise the
      *    catalogue is searched for the newest ARQENTUNL generation
      *    older than tonight's.
       LocalizaImagemAnterior.
           IF RUN-DATA-EXEC = ZERO THEN
               DISPLAY "VARIACAO: RUNDATE NAO INFORMADO - SEM "
                   "IMAGENS DATADAS PARA COMPARAR"
               PERFORM EncerraSemComparar
           END-IF
           IF DATA-ANTERIOR > ZERO THEN
               MOVE DATA-ANTERIOR TO MONTA-DATA-ED
               MOVE SPACES TO NOME-IMG-ANTERIOR
               STRING "ARQENTUNL"   DELIMITED BY SIZE
                      ".D"          DELIMITED BY SIZE
                      MONTA-DATA-ED DELIMITED BY SIZE
                      ".SEQ"        DELIMITED BY SIZE
                   INTO NOME-IMG-ANTERIOR
               END-STRING
           ELSE
               MOVE "N" TO WS-FIM-CAT
               OPEN INPUT GERACATFILE
               READ GERACATFILE
                   AT END MOVE "S" TO WS-FIM-CAT
               END-READ
               PERFORM ExaminaCatalogo UNTIL FIM-CATALOGO
               CLOSE GERACATFILE
           END-IF
           IF DATA-ANTERIOR = ZERO THEN
               DISPLAY "VARIACAO: NENHUMA IMAGEM ANTERIOR A "
                   RUN-DATA-EXEC " CATALOGADA - INFORME VARBASE"
               PERFORM EncerraSemComparar
           END-IF.

       ExaminaCatalogo.
           IF CAT-BASE = "ARQENTUNL" AND CAT-DATA < RUN-DATA-EXEC
                   AND CAT-DATA > DATA-ANTERIOR THEN
               MOVE CAT-DATA TO DATA-ANTERIOR
               MOVE CAT-NOME TO NOME-IMG-ANTERIOR
           END-IF

           READ GERACATFILE
               AT END MOVE "S" TO WS-FIM-CAT
           END-READ.

      *    Registers this run's stamped report in GERACAT.DAT so
      *    Geracoes can retire the generations beyond the retention
      *    count.
       CatalogaSaidas.
           IF RUN-DATA-EXEC > ZERO THEN
               OPEN EXTEND GERACATFILE
               MOVE "VARIACAO"     TO CAT-BASE
               MOVE NOME-RELATORIO TO CAT-NOME
               MOVE RUN-DATA-EXEC  TO CAT-DATA
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

      *    Condenses the audit trail into a keyed work copy, one
      *    entry per CODIGO, holding which kinds of change the
      *    audited programs - Manutencao and Reajuste - recorded for
      *    it between the two image dates.  An image from any other
      *    program, or from outside the dates, explains nothing.
       CarregaAuditoria.
           OPEN OUTPUT VARAUDIDXFILE
           CLOSE VARAUDIDXFILE
           OPEN I-O VARAUDIDXFILE
           MOVE "N" TO WS-FIM-AUD
           OPEN INPUT ARQAUDITFILE
           READ ARQAUDITFILE
               AT END MOVE "S" TO WS-FIM-AUD
           END-READ
           PERFORM CarregaUmaAuditoria UNTIL FIM-AUDITORIA
           CLOSE ARQAUDITFILE
           CLOSE VARAUDIDXFILE.

       CarregaUmaAuditoria.
           IF AUD-DATA >= DATA-ANTERIOR AND AUD-DATA <= DATA-ATUAL
                   AND (AUD-PROGRAMA = "Manutencao"
                     OR AUD-PROGRAMA = "Reajuste") THEN
               ADD 1 TO CONTADOR-AUDITORIA
               IF AUD-DEP-CODIGO NOT = ZERO THEN
                   MOVE AUD-DEP-CODIGO TO CODIGO-AUDITADO
               ELSE
                   MOVE AUD-ANT-CODIGO TO CODIGO-AUDITADO
               END-IF
               MOVE CODIGO-AUDITADO TO VAUD-CODIGO
               READ VARAUDIDXFILE
                   INVALID KEY
                       MOVE "N" TO WS-TEM-AUDITORIA
                       MOVE CODIGO-AUDITADO TO VAUD-CODIGO
                       MOVE "N" TO VAUD-INCLUSAO
                       MOVE "N" TO VAUD-EXCLUSAO
                       MOVE "N" TO VAUD-CARGO
                       MOVE "N" TO VAUD-DEPTO
                       MOVE "N" TO VAUD-SALARIO
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-AUDITORIA
               END-READ
               PERFORM MarcaAuditoria
               IF TEM-AUDITORIA THEN
                   REWRITE VARAUDIDX
               ELSE
                   WRITE VARAUDIDX
               END-IF
           END-IF

           READ ARQAUDITFILE
               AT END MOVE "S" TO WS-FIM-AUD
           END-READ.

      *    Inclusion (I) and exclusion (E) are taken at their word;
      *    an alteration (A) explains only the fields whose before
      *    and after images actually differ, and a raise (R) only
      *    the salary.
       MarcaAuditoria.
           EVALUATE AUD-ACAO
               WHEN "I"
                   MOVE "S" TO VAUD-INCLUSAO
               WHEN "E"
                   MOVE "S" TO VAUD-EXCLUSAO
               WHEN "R"
                   MOVE "S" TO VAUD-SALARIO
               WHEN "A"
                   IF AUD-ANT-CARGO NOT = AUD-DEP-CARGO THEN
                       MOVE "S" TO VAUD-CARGO
                   END-IF
                   IF AUD-ANT-DEPTO NOT = AUD-DEP-DEPTO THEN
                       MOVE "S" TO VAUD-DEPTO
                   END-IF
                   IF AUD-ANT-SALARIO NOT = AUD-DEP-SALARIO THEN
                       MOVE "S" TO VAUD-SALARIO
                   END-IF
           END-EVALUATE.

      *    Reads the earlier image, stopping at its trailer; the
      *    payroll total before is summed as each record goes by.
       LeAnterior.
           READ ANTIMAGFILE
               AT END MOVE HIGH-VALUES TO CHAVE-ANT
               NOT AT END
                   IF AIMG-INDICADOR = "TRLR " THEN
                       MOVE "S" TO WS-TRAILER-ANT
                       IF AIMG-QTDE NOT = QTDE-ANT THEN
                           MOVE "S" TO WS-IMAGEM-MA
                       END-IF
                       MOVE HIGH-VALUES TO CHAVE-ANT
                   ELSE
                       IF ANT-IMAGEM(1:5) NOT > CHAVE-ANT THEN
                           MOVE "S" TO WS-IMAGEM-MA
                       END-IF
                       MOVE ANT-IMAGEM(1:5) TO CHAVE-ANT
                       ADD 1 TO QTDE-ANT
                       ADD 1 TO CONTADOR-LIDOS
                       ADD ANT-SALARIO TO TOTAL-FOLHA-ANTES
                   END-IF
           END-READ.

       LeAtual.
           READ ATUIMAGFILE
               AT END MOVE HIGH-VALUES TO CHAVE-ATU
               NOT AT END
                   IF TIMG-INDICADOR = "TRLR " THEN
                       MOVE "S" TO WS-TRAILER-ATU
                       IF TIMG-QTDE NOT = QTDE-ATU THEN
                           MOVE "S" TO WS-IMAGEM-MA
                       END-IF
                       MOVE HIGH-VALUES TO CHAVE-ATU
                   ELSE
                       IF ATU-IMAGEM(1:5) NOT > CHAVE-ATU THEN
                           MOVE "S" TO WS-IMAGEM-MA
                       END-IF
                       MOVE ATU-IMAGEM(1:5) TO CHAVE-ATU
                       ADD 1 TO QTDE-ATU
                       ADD 1 TO CONTADOR-LIDOS
                       ADD ATU-SALARIO TO TOTAL-FOLHA-DEPOIS
                   END-IF
           END-READ.

      *    Both images are in key order, so one matched pass finds
      *    every difference: a CODIGO only in the earlier image left
      *    the company, one only in the later was hired, and one in
      *    both is compared field by field.
       ComparaImagens.
           EVALUATE TRUE
               WHEN CHAVE-ANT < CHAVE-ATU
                   PERFORM TrataDesligamento
                   PERFORM LeAnterior
               WHEN CHAVE-ANT > CHAVE-ATU
                   PERFORM TrataAdmissao
                   PERFORM LeAtual
               WHEN OTHER
                   PERFORM ComparaEmpregado
                   PERFORM LeAnterior
                   PERFORM LeAtual
           END-EVALUATE.

       TrataDesligamento.
           ADD 1 TO CONTADOR-DESLIGADOS
           ADD 1 TO CONTADOR-ALTERADOS
           PERFORM BuscaAuditoria
           IF VAUD-EXCLUSAO = "S" THEN
               MOVE "S" TO WS-EXPLICADA
           ELSE
               MOVE "N" TO WS-EXPLICADA
               ADD 1 TO CONTADOR-NAO-EXPL
           END-IF
           MOVE ANT-DEPTO    TO VMOV-DEPTO
           MOVE ANT-CODIGO   TO VMOV-CODIGO
           MOVE ANT-NOME     TO VMOV-NOME
           MOVE "DESLIGAMENTO" TO VMOV-MUDANCA
           MOVE ANT-SALARIO  TO VMOV-SAL-ANTES
           MOVE ZERO         TO VMOV-SAL-DEPOIS
           MOVE WS-EXPLICADA TO VMOV-SITUACAO
           WRITE VMOV-REC.

       TrataAdmissao.
           ADD 1 TO CONTADOR-ADMISSOES
           ADD 1 TO CONTADOR-ALTERADOS
           PERFORM BuscaAuditoria
           IF VAUD-INCLUSAO = "S" THEN
               MOVE "S" TO WS-EXPLICADA
           ELSE
               MOVE "N" TO WS-EXPLICADA
               ADD 1 TO CONTADOR-NAO-EXPL
           END-IF
           MOVE ATU-DEPTO    TO VMOV-DEPTO
           MOVE ATU-CODIGO   TO VMOV-CODIGO
           MOVE ATU-NOME     TO VMOV-NOME
           MOVE "ADMISSAO"   TO VMOV-MUDANCA
           MOVE ZERO         TO VMOV-SAL-ANTES
           MOVE ATU-SALARIO  TO VMOV-SAL-DEPOIS
           MOVE WS-EXPLICADA TO VMOV-SITUACAO
           WRITE VMOV-REC.

      *    An employee in both images.  Each changed field needs an
      *    audited change of its own kind - or an inclusion, for a
      *    CODIGO excluded and re-included between the images.  A
      *    transfer is listed in both departments, leaving the old
      *    one's payroll and joining the new one's.
       ComparaEmpregado.
           MOVE "N" TO WS-MUDOU-CARGO
           MOVE "N" TO WS-MUDOU-DEPTO
           MOVE "N" TO WS-MUDOU-SALARIO
           IF ANT-CARGO NOT = ATU-CARGO THEN
               MOVE "S" TO WS-MUDOU-CARGO
           END-IF
           IF ANT-DEPTO NOT = ATU-DEPTO THEN
               MOVE "S" TO WS-MUDOU-DEPTO
           END-IF
           IF ANT-SALARIO NOT = ATU-SALARIO THEN
               MOVE "S" TO WS-MUDOU-SALARIO
           END-IF
           IF MUDOU-CARGO OR MUDOU-DEPTO OR MUDOU-SALARIO THEN
               ADD 1 TO CONTADOR-ALTERADOS
               PERFORM JulgaAlteracao
               PERFORM MontaMudanca
               IF MUDOU-DEPTO THEN
                   ADD 1 TO CONTADOR-TRANSFER
                   MOVE ANT-DEPTO    TO VMOV-DEPTO
                   MOVE ANT-CODIGO   TO VMOV-CODIGO
                   MOVE ANT-NOME     TO VMOV-NOME
                   MOVE SPACES       TO VMOV-MUDANCA
                   STRING "SAIU P/ " DELIMITED BY SIZE
                          ATU-DEPTO  DELIMITED BY SIZE
                       INTO VMOV-MUDANCA
                   END-STRING
                   MOVE ANT-SALARIO  TO VMOV-SAL-ANTES
                   MOVE ZERO         TO VMOV-SAL-DEPOIS
                   MOVE WS-EXPLICADA TO VMOV-SITUACAO
                   WRITE VMOV-REC
                   MOVE ZERO         TO VMOV-SAL-ANTES
               ELSE
                   MOVE ANT-SALARIO  TO VMOV-SAL-ANTES
               END-IF
               MOVE ATU-DEPTO     TO VMOV-DEPTO
               MOVE ATU-CODIGO    TO VMOV-CODIGO
               MOVE ATU-NOME      TO VMOV-NOME
               MOVE MUDANCA-TEXTO TO VMOV-MUDANCA
               MOVE ATU-SALARIO   TO VMOV-SAL-DEPOIS
               MOVE WS-EXPLICADA  TO VMOV-SITUACAO
               WRITE VMOV-REC
           ELSE
               MOVE ATU-DEPTO   TO VMOV-DEPTO
               MOVE ATU-CODIGO  TO VMOV-CODIGO
               MOVE ATU-NOME    TO VMOV-NOME
               MOVE SPACES      TO VMOV-MUDANCA
               MOVE ANT-SALARIO TO VMOV-SAL-ANTES
               MOVE ATU-SALARIO TO VMOV-SAL-DEPOIS
               MOVE SPACE       TO VMOV-SITUACAO
               WRITE VMOV-REC
           END-IF.

       JulgaAlteracao.
           PERFORM BuscaAuditoria
           MOVE "S" TO WS-EXPLICADA
           IF VAUD-INCLUSAO NOT = "S" THEN
               IF MUDOU-CARGO AND VAUD-CARGO NOT = "S" THEN
                   MOVE "N" TO WS-EXPLICADA
               END-IF
               IF MUDOU-DEPTO AND VAUD-DEPTO NOT = "S" THEN
                   MOVE "N" TO WS-EXPLICADA
               END-IF
               IF MUDOU-SALARIO AND VAUD-SALARIO NOT = "S" THEN
                   MOVE "N" TO WS-EXPLICADA
               END-IF
           END-IF
           IF NOT MUDANCA-EXPLICADA THEN
               ADD 1 TO CONTADOR-NAO-EXPL
           END-IF.

      *    Names the changed fields on the detail line, in the order
      *    the master record holds them.
       MontaMudanca.
           MOVE SPACES TO MUDANCA-TEXTO
           MOVE 1 TO MUDANCA-PONTEIRO
           IF MUDOU-CARGO THEN
               ADD 1 TO CONTADOR-CARGOS
               STRING "CARGO " DELIMITED BY SIZE
                   INTO MUDANCA-TEXTO WITH POINTER MUDANCA-PONTEIRO
               END-STRING
           END-IF
           IF MUDOU-DEPTO THEN
               STRING "DEPTO " DELIMITED BY SIZE
                   INTO MUDANCA-TEXTO WITH POINTER MUDANCA-PONTEIRO
               END-STRING
           END-IF
           IF MUDOU-SALARIO THEN
               ADD 1 TO CONTADOR-SALARIOS
               STRING "SALARIO" DELIMITED BY SIZE
                   INTO MUDANCA-TEXTO WITH POINTER MUDANCA-PONTEIRO
               END-STRING
           END-IF.

      *    A CODIGO the audit trail never touched comes back with
      *    every flag off, which leaves any difference unexplained.
       BuscaAuditoria.
           IF CHAVE-ANT < CHAVE-ATU THEN
               MOVE ANT-CODIGO TO VAUD-CODIGO
           ELSE
               MOVE ATU-CODIGO TO VAUD-CODIGO
           END-IF
           READ VARAUDIDXFILE
               INVALID KEY
                   MOVE "N" TO VAUD-INCLUSAO
                   MOVE "N" TO VAUD-EXCLUSAO
                   MOVE "N" TO VAUD-CARGO
                   MOVE "N" TO VAUD-DEPTO
                   MOVE "N" TO VAUD-SALARIO
           END-READ.

      *    A missing trailer on either image means the transfer was
      *    cut short; the report is still printed, but the run ends
      *    in error so nobody signs off on it.
       JulgaImagens.
           IF NOT TRAILER-ANT-LIDO OR NOT TRAILER-ATU-LIDO THEN
               MOVE "S" TO WS-IMAGEM-MA
           END-IF
           IF IMAGEM-SUSPEITA THEN
               DISPLAY "VARIACAO: IMAGEM SEM TRAILER, FORA DE ORDEM "
                   "OU COM CONTAGEM DIVERGENTE - CONFRONTO SUSPEITO"
           END-IF.

      *    The differences are cut in CODIGO order; audit reads by
      *    department, so a sorted work copy drives the report, the
      *    same way Situacao sorts its standing file by TURMA.
       ImprimeRelatorio.
           SORT VARWORKFILE
               ON ASCENDING KEY VARW-DEPTO VARW-CODIGO
               USING VARMOVFILE GIVING VARSORTFILE
           OPEN INPUT VARSORTFILE
           OPEN OUTPUT RELATORIOFILE
           WRITE RELATORIO-LINHA FROM REL-TITULO
           MOVE DATA-ANTERIOR TO REL-IMG-ANT
           MOVE DATA-ATUAL    TO REL-IMG-ATU
           WRITE RELATORIO-LINHA FROM REL-IMAGENS
           MOVE LOW-VALUES TO DEPTO-ATUAL
           MOVE "N" TO WS-FIM-SORT
           READ VARSORTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ
           PERFORM ImprimeUmEmpregado UNTIL FIM-ORDENADO
           IF DEPTO-ATUAL NOT = LOW-VALUES THEN
               PERFORM ImprimeSubtotal
           END-IF
           PERFORM GravaTotais
           CLOSE VARSORTFILE
           CLOSE RELATORIOFILE.

      *    Every employee feeds its department's payroll before and
      *    after; only the changed ones are listed.
       ImprimeUmEmpregado.
           IF VORD-DEPTO NOT = DEPTO-ATUAL THEN
               IF DEPTO-ATUAL NOT = LOW-VALUES THEN
                   PERFORM ImprimeSubtotal
               END-IF
               MOVE VORD-DEPTO TO DEPTO-ATUAL
               MOVE ZERO TO DEPTO-FOLHA-ANTES
               MOVE ZERO TO DEPTO-FOLHA-DEPOIS
               MOVE ZERO TO DEPTO-MUDANCAS
               MOVE ZERO TO DEPTO-NAO-EXPL
               MOVE VORD-DEPTO TO REL-DEP-NOME
               WRITE RELATORIO-LINHA FROM REL-DEPTO
           END-IF
           ADD VORD-SAL-ANTES  TO DEPTO-FOLHA-ANTES
           ADD VORD-SAL-DEPOIS TO DEPTO-FOLHA-DEPOIS
           IF VORD-SITUACAO NOT = SPACE THEN
               ADD 1 TO DEPTO-MUDANCAS
               MOVE VORD-CODIGO     TO REL-DET-CODIGO
               MOVE VORD-NOME       TO REL-DET-NOME
               MOVE VORD-MUDANCA    TO REL-DET-MUDANCA
               MOVE VORD-SAL-ANTES  TO REL-DET-ANTES
               MOVE VORD-SAL-DEPOIS TO REL-DET-DEPOIS
               IF VORD-SITUACAO = "N" THEN
                   ADD 1 TO DEPTO-NAO-EXPL
                   MOVE "*** NAO EXPLICADA" TO REL-DET-SITUACAO
               ELSE
                   MOVE SPACES TO REL-DET-SITUACAO
               END-IF
               WRITE RELATORIO-LINHA FROM REL-DETALHE
           END-IF

           READ VARSORTFILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-READ.

       ImprimeSubtotal.
           MOVE DEPTO-FOLHA-ANTES  TO REL-SUB-ANTES
           MOVE DEPTO-FOLHA-DEPOIS TO REL-SUB-DEPOIS
           COMPUTE TOTAL-DIFERENCA =
               DEPTO-FOLHA-DEPOIS - DEPTO-FOLHA-ANTES
           MOVE TOTAL-DIFERENCA    TO REL-SUB-DIF
           WRITE RELATORIO-LINHA FROM REL-SUBTOTAL
           MOVE DEPTO-MUDANCAS     TO REL-SUB-MUD
           MOVE DEPTO-NAO-EXPL     TO REL-SUB-NEXP
           WRITE RELATORIO-LINHA FROM REL-SUBCONTAGEM.

       GravaTotais.
           MOVE "EMPREGADOS IMAGEM ANTERIOR" TO TOT-ROTULO
           MOVE QTDE-ANT                  TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "EMPREGADOS IMAGEM ATUAL"  TO TOT-ROTULO
           MOVE QTDE-ATU                  TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "ADMISSOES"               TO TOT-ROTULO
           MOVE CONTADOR-ADMISSOES        TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "DESLIGAMENTOS"           TO TOT-ROTULO
           MOVE CONTADOR-DESLIGADOS       TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "TRANSFERENCIAS DE DEPTO"  TO TOT-ROTULO
           MOVE CONTADOR-TRANSFER         TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "MUDANCAS DE CARGO"       TO TOT-ROTULO
           MOVE CONTADOR-CARGOS           TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "MUDANCAS DE SALARIO"     TO TOT-ROTULO
           MOVE CONTADOR-SALARIOS         TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "IMAGENS DE AUDITORIA"    TO TOT-ROTULO
           MOVE CONTADOR-AUDITORIA        TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "MUDANCAS NAO EXPLICADAS" TO TOT-ROTULO
           MOVE CONTADOR-NAO-EXPL         TO TOT-VALOR
           WRITE RELATORIO-LINHA FROM TOT-LINHA
           MOVE "FOLHA ANTERIOR"          TO TOTF-ROTULO
           MOVE TOTAL-FOLHA-ANTES         TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA
           MOVE "FOLHA ATUAL"             TO TOTF-ROTULO
           MOVE TOTAL-FOLHA-DEPOIS        TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA
           COMPUTE TOTAL-DIFERENCA =
               TOTAL-FOLHA-DEPOIS - TOTAL-FOLHA-ANTES
           MOVE "VARIACAO DA FOLHA"       TO TOTF-ROTULO
           MOVE TOTAL-DIFERENCA           TO TOTF-VALOR
           WRITE RELATORIO-LINHA FROM TOT-FOLHA.
