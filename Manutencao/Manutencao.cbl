           SELECT OPTIONAL ARQAUDITFILE ASSIGN TO "ARQAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQREJMNTFILE ASSIGN TO "MNTREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT MNTPENDFILE ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-PND-STATUS.
           SELECT MNTPENDRELFILE ASSIGN USING NOME-MNTPENDREL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MNTCANCFILE ASSIGN TO "MNTCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GERACATFILE ASSIGN TO "GERACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
                   02  TRN-CARGO     PIC X(10).
                   02  TRN-DEPTO     PIC X(10).
                   02  TRN-SALARIO   PIC 9(5)V9(2).
                   02  TRN-DATA-EFETIVA PIC X(08).
           FD ARQAUDITFILE.
               01 AUD-REC.
                   COPY AUDREC.
           FD ARQREJMNTFILE.
               01 REJ-REC.
                   COPY REJREC.
           FD MNTPENDFILE.
               01 MNTPEND.
                   COPY MNTPEND.
           FD MNTPENDRELFILE.
               01 REG-PENDENTES PIC X(80).
      *        One line per held movement withdrawn at the terminal:
      *        when, by whom, and the movement as it was held.
           FD MNTCANCFILE.
               01 CANC-REC.
                   02  CANC-DATA       PIC 9(08).
                   02  CANC-HORA       PIC 9(06).
                   02  CANC-OPERADOR   PIC X(08).
                   02  CANC-PENDENTE   PIC X(116).
           FD GERACATFILE.
               01 CAT-REC.
                   COPY GERCAT.
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.
               88  ACAO-ALTERA   VALUE "A".
               88  ACAO-EXCLUI   VALUE "E".
               88  ACAO-FIM      VALUE "F".
               88  ACAO-LISTA    VALUE "L".
               88  ACAO-CANCELA  VALUE "C".
           01 MNT-CODIGO    PIC 9(05).
           01 MNT-NOME      PIC X(10).
           01 MNT-CARGO     PIC X(10).
           01 MNT-DEPTO     PIC X(10).
           01 MNT-SALARIO   PIC 9(5)V9(2).

      *    Effective date as keyed - blank for a movement that takes
      *    effect at once - and as resolved: a date past
      *    DATA-REFERENCIA holds the movement in MNTPEND.DAT instead
      *    of posting it.  DATA-REFERENCIA is the RUNCTRL.DAT
      *    RUNDATE, or today when no RUNDATE is set.
           01 MNT-DATA-ENTRADA  PIC X(08).
           01 MNT-DATA-EFETIVA  PIC 9(08) VALUE ZERO.
           01 DATA-REFERENCIA   PIC 9(08) VALUE ZERO.
           01 WS-RETIDO         PIC X(01) VALUE "N".
               88  MOVIMENTO-RETIDO  VALUE "S".

      *    Spaces when the movement applied cleanly; otherwise the
      *    same four-letter motive codes the batch programs use in
      *    their reject files (SALI plus the maintenance-specific
      *    CODI, DUPL, NENC, ACAO, DEPI for a DEPTO the reference
      *    file does not know or holds as inactive, DATI for an
      *    effective date that is not a calendar date, and ALTD for
      *    a held ALTERA whose employee changed on the master after
      *    it was keyed).
           01 MNT-MOTIVO    PIC X(04) VALUE SPACES.
               88  MOVIMENTO-OK  VALUE SPACES.

      *    batch chain is using.
           COPY RUNWS.
           01 NOME-ARQEMP    PIC X(44) VALUE "ARQENT.DAT".
      *    The pending listing, stamped with the run date and
      *    catalogued like the other window reports.
           01 NOME-MNTPENDREL PIC X(44) VALUE "MNTPEND.REL".
           01 WS-LISTOU      PIC X(01) VALUE "N".
               88  PENDENTES-LISTADOS  VALUE "S".

           01 CONTADOR-MOVTOS   PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-APLICADOS PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-REJ      PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-RETIDOS  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PND-APL  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PND-REJ  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PND-LIST PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-PND-CAN  PIC 9(7) COMP VALUE ZERO.

           COPY RUNLOGWS.

           01 WS-ENT-STATUS  PIC X(02) VALUE "00".
           01 WS-TRAN-STATUS PIC X(02) VALUE "00".
           01 WS-REJ-STATUS  PIC X(02) VALUE "00".

      *    Department reference built by ManutDepto.  When it is on
      *    disk every movement's DEPTO must match an active entry; a
           01 WS-CONTINUA    PIC X(01) VALUE "S".
               88  CONTINUAR-MANUTENCAO  VALUE "S".

      *    Run mode: PENDENTES on the command line is the window
      *    step, which only posts the held movements now due and
      *    prints what is still waiting; otherwise a present
      *    MNTTRAN.DAT selects batch, and its absence the terminal.
           01 MNT-PARAMETRO  PIC X(20) VALUE SPACES.
           01 WS-MODO        PIC X(01) VALUE "T".
               88  MODO-TERMINAL   VALUE "T".
               88  MODO-LOTE       VALUE "B".
               88  MODO-PENDENTES  VALUE "P".

           01 WS-PND-STATUS  PIC X(02) VALUE "00".
           01 WS-FIM-PND     PIC X(01) VALUE "N".
               88  FIM-PENDENTES  VALUE "S".
           01 WS-ACHOU-PND   PIC X(01) VALUE "N".
               88  PENDENTE-ACHADO  VALUE "S".
           01 PROXIMO-PENDENTE  PIC 9(06) VALUE 1.
           01 PND-NUMERO-PEDIDO PIC 9(06) VALUE ZERO.
           01 MNT-CONFIRMA      PIC X(01) VALUE "N".

           01 REG-PND-TITULO.
               02  FILLER PIC X(42) VALUE
                   "MOVIMENTOS PENDENTES - DATA DE REFERENCIA ".
               02  REG-PND-REFERENCIA PIC 9(08).
               02  FILLER PIC X(30) VALUE SPACES.
           01 REG-PND-COLUNAS.
               02  FILLER PIC X(41) VALUE
                   "NUMERO EFETIVA  A CODIGO NOME       CARGO".
               02  FILLER PIC X(39) VALUE
                   "      DEPTO        SALARIO OPERADOR".
           01 REG-PND-DETALHE.
               02  REG-PND-NUMERO   PIC 9(06).
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-EFETIVA  PIC 9(08).
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-ACAO     PIC X(01).
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-CODIGO   PIC 9(05).
               02  FILLER           PIC X(02) VALUE SPACES.
               02  REG-PND-NOME     PIC X(10).
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-CARGO    PIC X(10).
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-DEPTO    PIC X(10).
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-SALARIO  PIC ZZ,ZZ9.99.
               02  FILLER           PIC X(01) VALUE SPACE.
               02  REG-PND-OPERADOR PIC X(08).
               02  FILLER           PIC X(04) VALUE SPACES.
           01 TOT-LINHA.
               02  TOT-ROTULO  PIC X(30).
               02  TOT-VALOR   PIC ZZZZZZ9.
               02  FILLER      PIC X(43) VALUE SPACES.


           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
           PERFORM LeControle
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-COMPLETA FROM TIME
           IF RUN-DATA-EXEC > ZERO THEN
               MOVE RUN-DATA-EXEC TO DATA-REFERENCIA
           ELSE
               MOVE DATA-CORRENTE TO DATA-REFERENCIA
           END-IF
           ACCEPT MNT-PARAMETRO FROM COMMAND-LINE
           OPEN EXTEND ARQAUDITFILE
           PERFORM ObtemTravaEmp
           PERFORM AbreMaster
           PERFORM AbreReferenciaDepto
           PERFORM AbrePendentes
           IF MNT-PARAMETRO = "PENDENTES" THEN
               MOVE "P" TO WS-MODO
               PERFORM ModoPendentes
           ELSE
               OPEN INPUT MNTTRANFILE
               IF WS-TRAN-STATUS = "00" THEN
                   MOVE "B" TO WS-MODO
                   PERFORM ModoBatch
               ELSE
                   PERFORM ModoInterativo
               END-IF
           END-IF
           CLOSE MNTPENDFILE
           CLOSE ARQENTFILE
           PERFORM LiberaTravaEmp
           IF REFERENCIA-PRESENTE THEN
               CLOSE ARQDEPREFFILE
           END-IF
           CLOSE ARQAUDITFILE
           IF PENDENTES-LISTADOS THEN
               PERFORM CatalogaSaidas
           END-IF
           IF CONTADOR-REJ > ZERO THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           MOVE SPACES TO RL-FLUXO
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           MOVE "MNTPEND   " TO RL-FLUXO
           MOVE CONTADOR-RETIDOS TO RL-GRAVADOS
           MOVE CONTADOR-PND-APL TO RL-LIDOS
           MOVE CONTADOR-PND-REJ TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           WRITE RL-REC
           MOVE "MNTCANC   " TO RL-FLUXO
           MOVE CONTADOR-PND-CAN TO RL-GRAVADOS
           MOVE ZERO TO RL-LIDOS
           MOVE ZERO TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           WRITE RL-REC
           CLOSE RUNLOGFILE.

      *    Takes the named lock on the employee master before it is


      *    Overlays the compiled-in master name with whatever the
      *    ARQEMP key of RUNCTRL.DAT supplies, and takes the RUNDATE
      *    held movements are judged due against and the pending
      *    listing is stamped with.
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
               WHEN "ARQEMP  "
                   MOVE CTRL-VALOR TO NOME-ARQEMP
           END-EVALUATE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

       MontaNomes.
           MOVE "MNTPEND" TO MONTA-BASE
           MOVE ".REL"    TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-MNTPENDREL.

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

      *    Registers the stamped pending listing in GERACAT.DAT so
      *    Geracoes can retire the generations beyond the retention
      *    count.  Once per run, however many listings were asked
      *    for at the terminal - each rewrote the same file.
       CatalogaSaidas.
           IF RUN-DATA-EXEC > ZERO THEN
               OPEN EXTEND GERACATFILE
               MOVE "MNTPEND"       TO CAT-BASE
               MOVE NOME-MNTPENDREL TO CAT-NOME
               MOVE RUN-DATA-EXEC   TO CAT-DATA
               WRITE CAT-REC
               CLOSE GERACATFILE
           END-IF.

      *    The master normally exists already; a "35" here only
      *    happens on the very first inclusion ever, so the file is
      *    created empty and reopened for update instead of failing.
           MOVE TRN-CARGO    TO MNT-CARGO
           MOVE TRN-DEPTO    TO MNT-DEPTO
           MOVE TRN-SALARIO  TO MNT-SALARIO
           MOVE TRN-DATA-EFETIVA TO MNT-DATA-ENTRADA
           PERFORM RegistraMovimento
           IF NOT MOVIMENTO-OK THEN
               MOVE MNT-CODIGO TO REJ-CODIGO
               MOVE MNT-NOME   TO REJ-NOME
           PERFORM ManutencaoTerminal UNTIL NOT CONTINUAR-MANUTENCAO.

       ManutencaoTerminal.
           DISPLAY "ACAO (I=INCLUI A=ALTERA E=EXCLUI L=LISTA "
               "PENDENTES C=CANCELA PENDENTE F=FIM): "
           ACCEPT MNT-ACAO
           EVALUATE TRUE
               WHEN ACAO-FIM
                   MOVE "N" TO WS-CONTINUA
               WHEN ACAO-LISTA
                   PERFORM ListaPendentes
               WHEN ACAO-CANCELA
                   PERFORM CancelaPendente
               WHEN OTHER
                   DISPLAY "CODIGO DO EMPREGADO: "
                   ACCEPT MNT-CODIGO
                   IF ACAO-INCLUI OR ACAO-ALTERA THEN
                       DISPLAY "NOME ....: "
                       ACCEPT MNT-NOME
                       DISPLAY "CARGO ...: "
                       ACCEPT MNT-CARGO
                       DISPLAY "DEPTO ...: "
                       ACCEPT MNT-DEPTO
                       DISPLAY "SALARIO (9(5)V99, SO DIGITOS): "
                       ACCEPT MNT-SALARIO
                   END-IF
                   DISPLAY "DATA EFETIVA (AAAAMMDD, BRANCO=IMEDIATA): "
                   ACCEPT MNT-DATA-ENTRADA
                   PERFORM RegistraMovimento
                   PERFORM ExibeResultado
           END-EVALUATE.

       ExibeResultado.
           EVALUATE MNT-MOTIVO
               WHEN SPACES
                   IF MOVIMENTO-RETIDO THEN
                       DISPLAY "MOVIMENTO RETIDO ATE "
                           MNT-DATA-EFETIVA " - PENDENTE NUMERO "
                           PND-NUMERO
                   ELSE
                       DISPLAY "MOVIMENTO APLICADO: " MNT-ACAO " "
                           MNT-CODIGO
                   END-IF
               WHEN "DATI"
                   DISPLAY "DATA EFETIVA INVALIDA - NADA APLICADO"
               WHEN "CODI"
                   DISPLAY "CODIGO INVALIDO - NADA APLICADO"
               WHEN "SALI"
               WHEN "NENC"
                   DISPLAY "EMPREGADO " MNT-CODIGO " NAO ENCONTRADO."
               WHEN "ACAO"
                   DISPLAY "ACAO INVALIDA - USE I, A, E, L, C OU F"
           END-EVALUATE.

      *    Applies one ADD/CHANGE/DELETE against the master.  The
           MOVE OPERADOR           TO AUD-OPERADOR
           MOVE "Manutencao"       TO AUD-PROGRAMA
           MOVE MNT-ACAO           TO AUD-ACAO
           MOVE MNT-DATA-EFETIVA   TO AUD-DATA-EFETIVA
           WRITE AUD-REC.

      *    Decides what happens to a keyed movement by its effective
      *    date.  Blank means at once, dated the reference date; a
      *    date already reached (a change keyed late) posts now but
      *    keeps its own effective date on the audit image; a date
      *    still ahead holds the movement in MNTPEND.DAT until the
      *    window whose RUNDATE reaches it.
       RegistraMovimento.
           MOVE SPACES TO MNT-MOTIVO
           MOVE "N" TO WS-RETIDO
           EVALUATE TRUE
               WHEN MNT-DATA-ENTRADA = SPACES
                       OR MNT-DATA-ENTRADA = "00000000"
                   MOVE DATA-REFERENCIA TO MNT-DATA-EFETIVA
               WHEN MNT-DATA-ENTRADA NOT NUMERIC
                   MOVE "DATI" TO MNT-MOTIVO
               WHEN OTHER
                   MOVE MNT-DATA-ENTRADA TO MNT-DATA-EFETIVA
                   IF FUNCTION TEST-DATE-YYYYMMDD(MNT-DATA-EFETIVA)
                           NOT = ZERO THEN
                       MOVE "DATI" TO MNT-MOTIVO
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT MOVIMENTO-OK
                   ADD 1 TO CONTADOR-MOVTOS
               WHEN MNT-DATA-EFETIVA > DATA-REFERENCIA
                   PERFORM RetemMovimento
               WHEN OTHER
                   PERFORM AplicaMovimento
           END-EVALUATE.

      *    Only what cannot change before the effective date is
      *    checked on the way in - the action, the code and the
      *    salary.  The master and the DEPTO reference are judged
      *    when the movement posts, against the master and the
      *    departments as they stand on that date.  An ALTERA is the
      *    exception: it keeps the master record it was keyed
      *    against, so the employee must already be on the master.
       RetemMovimento.
           ADD 1 TO CONTADOR-MOVTOS
           IF NOT (ACAO-INCLUI OR ACAO-ALTERA OR ACAO-EXCLUI) THEN
               MOVE "ACAO" TO MNT-MOTIVO
           ELSE
               PERFORM ValidaCodigo
           END-IF
           IF MOVIMENTO-OK AND (ACAO-INCLUI OR ACAO-ALTERA) THEN
               IF MNT-SALARIO NOT NUMERIC OR MNT-SALARIO = ZERO THEN
                   MOVE "SALI" TO MNT-MOTIVO
               END-IF
           END-IF
           INITIALIZE PND-ANTES
           IF MOVIMENTO-OK AND ACAO-ALTERA THEN
               MOVE MNT-CODIGO TO CODIGO
               READ ARQENTFILE
                   INVALID KEY
                       MOVE "NENC" TO MNT-MOTIVO
                   NOT INVALID KEY
                       MOVE NOME    TO PND-ANT-NOME
                       MOVE CARGO   TO PND-ANT-CARGO
                       MOVE DEPTO   TO PND-ANT-DEPTO
                       MOVE SALARIO TO PND-ANT-SALARIO
               END-READ
           END-IF
           IF MOVIMENTO-OK THEN
               MOVE MNT-DATA-EFETIVA   TO PND-DATA-EFETIVA
               MOVE PROXIMO-PENDENTE   TO PND-NUMERO
               MOVE MNT-ACAO           TO PND-ACAO
               MOVE OPERADOR           TO PND-OPERADOR
               MOVE MNT-CODIGO         TO PND-CODIGO
               MOVE MNT-NOME           TO PND-NOME
               MOVE MNT-CARGO          TO PND-CARGO
               MOVE MNT-DEPTO          TO PND-DEPTO
               MOVE MNT-SALARIO        TO PND-SALARIO
               MOVE DATA-CORRENTE      TO PND-DATA-REG
               MOVE HORA-COMPLETA(1:6) TO PND-HORA-REG
               WRITE MNTPEND
                   INVALID KEY
                       MOVE "DUPL" TO MNT-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO PROXIMO-PENDENTE
                       ADD 1 TO CONTADOR-RETIDOS
                       MOVE "S" TO WS-RETIDO
               END-WRITE
           END-IF.

      *    The pending file is created empty the first time it is
      *    needed, like the master in AbreMaster.  The next number a
      *    held movement gets is one past the highest on file, so a
      *    number quoted from a listing never comes back for a
      *    different movement while the first is still waiting.
       AbrePendentes.
           OPEN I-O MNTPENDFILE
           IF WS-PND-STATUS = "35" THEN
               OPEN OUTPUT MNTPENDFILE
               CLOSE MNTPENDFILE
               OPEN I-O MNTPENDFILE
           END-IF
           MOVE 1 TO PROXIMO-PENDENTE
           MOVE "N" TO WS-FIM-PND
           MOVE LOW-VALUES TO PND-CHAVE
           PERFORM LeProximoPendente
           PERFORM NumeraPendente UNTIL FIM-PENDENTES.

       NumeraPendente.
           IF PND-NUMERO NOT < PROXIMO-PENDENTE THEN
               COMPUTE PROXIMO-PENDENTE = PND-NUMERO + 1
           END-IF
           PERFORM LeProximoPendente.

      *    Positions past the key in PND-CHAVE and reads the next
      *    held movement, so the scan survives the DELETE of the
      *    record it has just posted or cancelled.
       LeProximoPendente.
           START MNTPENDFILE KEY IS GREATER THAN PND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PND
           END-START
           IF NOT FIM-PENDENTES THEN
               READ MNTPENDFILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PND
               END-READ
           END-IF.

      *    The window step: every held movement whose effective date
      *    the reference date has reached is posted through
      *    AplicaMovimento - DEPTO validated against ARQDEPREF.DAT and
      *    an ARQAUDIT.DAT image written as it posts, under the
      *    operator who keyed it - and leaves the pending file,
      *    posted or refused.  A refusal lands in MNTREJ.DAT with its
      *    motive, as a refused batch movement does - appended, so
      *    the rejects of the day's maintenance run are kept.  What
      *    is still waiting is then printed in MNTPEND.REL.
       ModoPendentes.
           OPEN EXTEND ARQREJMNTFILE
           IF WS-REJ-STATUS = "35" THEN
               OPEN OUTPUT ARQREJMNTFILE
           END-IF
           MOVE "N" TO WS-FIM-PND
           MOVE LOW-VALUES TO PND-CHAVE
           PERFORM LeProximoPendente
           PERFORM PostaPendente
               UNTIL FIM-PENDENTES
                   OR PND-DATA-EFETIVA > DATA-REFERENCIA
           CLOSE ARQREJMNTFILE
           PERFORM ListaPendentes
           DISPLAY "MANUTENCAO: " CONTADOR-PND-APL
               " PENDENTE(S) APLICADO(S), " CONTADOR-PND-REJ
               " RECUSADO(S), " CONTADOR-PND-LIST " AINDA RETIDO(S)".

       PostaPendente.
           MOVE PND-ACAO         TO MNT-ACAO
           MOVE PND-OPERADOR     TO OPERADOR
           MOVE PND-CODIGO       TO MNT-CODIGO
           MOVE PND-NOME         TO MNT-NOME
           MOVE PND-CARGO        TO MNT-CARGO
           MOVE PND-DEPTO        TO MNT-DEPTO
           MOVE PND-SALARIO      TO MNT-SALARIO
           MOVE PND-DATA-EFETIVA TO MNT-DATA-EFETIVA
           MOVE SPACES           TO MNT-MOTIVO
           IF ACAO-ALTERA THEN
               PERFORM ConfereImagemAntes
           END-IF
           IF MOVIMENTO-OK THEN
               PERFORM AplicaMovimento
           ELSE
               ADD 1 TO CONTADOR-MOVTOS
           END-IF
           IF MOVIMENTO-OK THEN
               ADD 1 TO CONTADOR-PND-APL
           ELSE
               MOVE MNT-CODIGO TO REJ-CODIGO
               MOVE MNT-NOME   TO REJ-NOME
               MOVE MNT-MOTIVO TO REJ-MOTIVO
               MOVE 1          TO REJ-CICLO
               WRITE REJ-REC
               ADD 1 TO CONTADOR-REJ
               ADD 1 TO CONTADOR-PND-REJ
           END-IF
           DELETE MNTPENDFILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM LeProximoPendente.

      *    A held ALTERA posts only onto the master record it was
      *    keyed against.  Anything changed in between - a raise, a
      *    transfer, an earlier held ALTERA of the same employee -
      *    refuses it under ALTD for HR to key again against the
      *    master as it now stands.  An employee no longer on the
      *    master is left to AplicaMovimento, which refuses it NENC.
       ConfereImagemAntes.
           MOVE PND-CODIGO TO CODIGO
           READ ARQENTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOME NOT = PND-ANT-NOME
                           OR CARGO NOT = PND-ANT-CARGO
                           OR DEPTO NOT = PND-ANT-DEPTO
                           OR SALARIO NOT = PND-ANT-SALARIO THEN
                       MOVE "ALTD" TO MNT-MOTIVO
                   END-IF
           END-READ.

      *    Prints every movement still held, in effective-date
      *    order, to MNTPEND.REL - the list HR used to keep on paper.
      *    At the terminal each line is shown on the screen as well.
       ListaPendentes.
           MOVE ZERO TO CONTADOR-PND-LIST
           MOVE "S" TO WS-LISTOU
           OPEN OUTPUT MNTPENDRELFILE
           MOVE DATA-REFERENCIA TO REG-PND-REFERENCIA
           WRITE REG-PENDENTES FROM REG-PND-TITULO
           WRITE REG-PENDENTES FROM REG-PND-COLUNAS
           IF MODO-TERMINAL THEN
               DISPLAY REG-PND-TITULO
               DISPLAY REG-PND-COLUNAS
           END-IF
           MOVE "N" TO WS-FIM-PND
           MOVE LOW-VALUES TO PND-CHAVE
           PERFORM LeProximoPendente
           PERFORM ImprimePendente UNTIL FIM-PENDENTES
           MOVE "MOVIMENTOS PENDENTES" TO TOT-ROTULO
           MOVE CONTADOR-PND-LIST TO TOT-VALOR
           WRITE REG-PENDENTES FROM TOT-LINHA
           IF MODO-TERMINAL THEN
               DISPLAY TOT-LINHA
           END-IF
           CLOSE MNTPENDRELFILE.

       ImprimePendente.
           ADD 1 TO CONTADOR-PND-LIST
           PERFORM MontaDetalhePendente
           WRITE REG-PENDENTES FROM REG-PND-DETALHE
           IF MODO-TERMINAL THEN
               DISPLAY REG-PND-DETALHE
           END-IF
           PERFORM LeProximoPendente.

       MontaDetalhePendente.
           MOVE PND-NUMERO       TO REG-PND-NUMERO
           MOVE PND-DATA-EFETIVA TO REG-PND-EFETIVA
           MOVE PND-ACAO         TO REG-PND-ACAO
           MOVE PND-CODIGO       TO REG-PND-CODIGO
           MOVE PND-NOME         TO REG-PND-NOME
           MOVE PND-CARGO        TO REG-PND-CARGO
           MOVE PND-DEPTO        TO REG-PND-DEPTO
           MOVE PND-SALARIO      TO REG-PND-SALARIO
           MOVE PND-OPERADOR     TO REG-PND-OPERADOR.

      *    Withdraws a held movement before it takes effect, by the
      *    number the listing shows.  Nothing reached the master, so
      *    there is no ARQAUDIT.DAT image; the movement as it was
      *    held goes to MNTCANC.DAT under the operator who withdrew
      *    it, so the cancellation leaves the same kind of trace as
      *    every other disposition of a held movement.
       CancelaPendente.
           DISPLAY "NUMERO DO MOVIMENTO PENDENTE: "
           ACCEPT PND-NUMERO-PEDIDO
           MOVE "N" TO WS-ACHOU-PND
           MOVE "N" TO WS-FIM-PND
           MOVE LOW-VALUES TO PND-CHAVE
           PERFORM LeProximoPendente
           PERFORM ProcuraPendente
               UNTIL FIM-PENDENTES OR PENDENTE-ACHADO
           IF PENDENTE-ACHADO THEN
               PERFORM MontaDetalhePendente
               DISPLAY REG-PND-COLUNAS
               DISPLAY REG-PND-DETALHE
               DISPLAY "CONFIRMA CANCELAMENTO (S/N): "
               ACCEPT MNT-CONFIRMA
               IF MNT-CONFIRMA = "S" THEN
                   DELETE MNTPENDFILE RECORD
                       INVALID KEY
                           DISPLAY "PENDENTE " PND-NUMERO-PEDIDO
                               " NAO CANCELADO"
                       NOT INVALID KEY
                           PERFORM RegistraCancelamento
                           DISPLAY "PENDENTE " PND-NUMERO-PEDIDO
                               " CANCELADO"
                   END-DELETE
               ELSE
                   DISPLAY "CANCELAMENTO DESISTIDO - NADA ALTERADO"
               END-IF
           ELSE
               DISPLAY "PENDENTE " PND-NUMERO-PEDIDO
                   " NAO ENCONTRADO."
           END-IF.

       RegistraCancelamento.
           MOVE DATA-CORRENTE      TO CANC-DATA
           MOVE HORA-COMPLETA(1:6) TO CANC-HORA
           MOVE OPERADOR           TO CANC-OPERADOR
           MOVE MNTPEND            TO CANC-PENDENTE
           OPEN EXTEND MNTCANCFILE
           WRITE CANC-REC
           CLOSE MNTCANCFILE
           ADD 1 TO CONTADOR-PND-CAN.

       ProcuraPendente.
           IF PND-NUMERO = PND-NUMERO-PEDIDO THEN
               MOVE "S" TO WS-ACHOU-PND
           ELSE
               PERFORM LeProximoPendente
           END-IF.
