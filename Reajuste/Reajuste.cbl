               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO.
           SELECT OPTIONAL ARQDECFILE ASSIGN TO "ARQDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT ARQSAIFILE ASSIGN USING NOME-ARQSAI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELEGIDXFILE ASSIGN TO "ELEGIDX.DAT"
           SELECT OPTIONAL TRAVAEMPFILE ASSIGN TO "TRAVAEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRV-STATUS.
           SELECT OPTIONAL APROVDECFILE ASSIGN TO "APROVDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-STATUS.
           SELECT OPTIONAL APROVLOGFILE ASSIGN TO "APROVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORCDEPTOFILE ASSIGN TO "ORCDEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORC-STATUS.
           SELECT ORCIDXFILE ASSIGN USING NOME-ORCIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORCI-DEPTO
               FILE STATUS IS WS-ORCI-STATUS.
           SELECT ORCSIMFILE ASSIGN TO "ORCSIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORCS-DEPTO.
           SELECT ARQDEPREFFILE ASSIGN TO "ARQDEPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPREF-DEPTO
               FILE STATUS IS WS-REF-STATUS.


       DATA DIVISION.
                   COPY RUNLOG.
           FD TRAVAEMPFILE.
               01 TRAVA-REC  PIC X(32).
           FD APROVDECFILE.
               01 APV-REC  PIC X(110).
           FD APROVLOGFILE.
               01 ALOG-REC.
                   COPY APROVLOG.
           FD ORCDEPTOFILE.
               01 ORC-REC.
                   COPY ORCDEPTO.
      *        Working copy of the budgets for the cycle, one entry
      *        per department, carrying what the live runs of the
      *        cycle have charged against each and what this run
      *        refused.  ORCI-OBS flags an entry whose line was
      *        suspect (D not on ARQDEPREF, I inactive department, V
      *        unreadable value taken as zero) or that had no line at
      *        all (S).  The entry keyed HIGH-VALUES holds the stamp
      *        of the ORCDEPTO.DAT the cycle was loaded from.
           FD ORCIDXFILE.
               01 ORCIDX.
                   02  ORCI-DEPTO      PIC X(10).
                   02  ORCI-VERBA      PIC 9(7)V9(2).
                   02  ORCI-USADO      PIC S9(7)V9(2).
                   02  ORCI-RECUSADAS  PIC 9(05).
                   02  ORCI-OBS        PIC X(01).
               01 ORCIDX-CICLO.
                   02  ORCC-CHAVE      PIC X(10).
                   02  ORCC-CARIMBO    PIC X(16).
                   02  FILLER          PIC X(08).
      *        Scratch copy a simulation charges instead of the cycle.
           FD ORCSIMFILE.
               01 ORCSIM-REC.
                   02  ORCS-DEPTO      PIC X(10).
                   02  FILLER          PIC X(24).
           FD ARQDEPREFFILE.
               01 ARQDEPREF.
                   COPY DEPREF.


       WORKING-STORAGE SECTION.
           01 WS-FIM-SAI  PIC X(01) VALUE "N".
               88  FIM-ARQSAI  VALUE "S".

      *    Dual control: a live run posts only a decision file a
      *    second operator approved through AprovaDec, still carrying
      *    the control totals it was approved with.  APV-MOTIVO
      *    names the refusal (SAPR, ALTE, MESM) logged to
      *    APROVLOG.DAT, or why there is nothing to post (NDEC no
      *    decisions, USAD batch already posted).  The approval
      *    record is worked on in APV-IMAGEM, never in the record
      *    area of the closed file.
           01 WS-APV-STATUS PIC X(02) VALUE "00".
           01 WS-DEC-STATUS PIC X(02) VALUE "00".
           01 APV-IMAGEM.
               COPY APROVDEC.
           01 WS-TEM-APV    PIC X(01) VALUE "N".
               88  APROVACAO-PRESENTE  VALUE "S".
           01 APV-MOTIVO    PIC X(04) VALUE SPACES.
               88  APROVACAO-OK  VALUE SPACES.
               88  NADA-A-POSTAR VALUE "NDEC" "USAD".
           01 CTL-QTDE      PIC 9(07) VALUE ZERO.
           01 CTL-SOMA      PIC 9(11)V9(2) VALUE ZERO.
           01 CTL-HASH      PIC 9(12) VALUE ZERO.
           01 CTL-HASH-VALOR PIC 9(16)V9(2) VALUE ZERO.
           01 CTL-HASH-TIPO  PIC 9(15) VALUE ZERO.
      *    DEC-TIPO taken as the number its character code stands
      *    for, so every TIPO weighs differently in CTL-HASH-TIPO.
           01 TIPO-CODIGO   PIC 9(04) COMP VALUE ZERO.
           01 TIPO-BYTES REDEFINES TIPO-CODIGO.
               02  FILLER       PIC X(01).
               02  TIPO-BYTE    PIC X(01).

      *    Department budgets are enforced only while ORCDEPTO.DAT
      *    is present, so a directory without one runs exactly as
      *    before.  With it, an accepted decision whose DELTA-REG
      *    would take its department past the budget is refused
      *    under ORCA - NORC when the department has no budget line
      *    at all - before the REWRITE, in a simulation exactly as
      *    in a live run.  The budget is for the cycle, not the run:
      *    what each live run charges stays in ORCIDX.DAT for the
      *    next batch until Finance issues a new ORCDEPTO.DAT,
      *    recognised by its file stamp (size, date and time), which
      *    opens a new cycle.  A simulation charges a scratch copy,
      *    so it projects against what the cycle has spent without
      *    spending it.
           01 WS-COM-ORCAMENTO PIC X(01) VALUE "N".
               88  ORCAMENTO-PRESENTE  VALUE "S".
           01 WS-ORC-STATUS   PIC X(02) VALUE "00".
           01 WS-ORCI-STATUS  PIC X(02) VALUE "00".
           01 NOME-ORCDEPTO   PIC X(44) VALUE "ORCDEPTO.DAT".
           01 NOME-ORCIDX     PIC X(44) VALUE "ORCIDX.DAT".
           01 ORC-CARIMBO     PIC X(16) VALUE LOW-VALUES.
           01 WS-ORC-CHK-RC   PIC 9(02) COMP VALUE ZERO.
           01 WS-MESMO-CICLO  PIC X(01) VALUE "N".
               88  CICLO-CORRENTE  VALUE "S".
           01 WS-REF-STATUS   PIC X(02) VALUE "00".
           01 WS-TEM-DEPREF   PIC X(01) VALUE "N".
               88  REFERENCIA-PRESENTE  VALUE "S".
           01 WS-FIM-ORC      PIC X(01) VALUE "N".
               88  FIM-ORCAMENTO  VALUE "S".
           01 ORC-SALDO       PIC S9(7)V9(2) VALUE ZERO.
           01 TOTAL-VERBA     PIC 9(8)V9(2) VALUE ZERO.
           01 TOTAL-USADO     PIC S9(8)V9(2) VALUE ZERO.
           01 TOTAL-SALDO     PIC S9(8)V9(2) VALUE ZERO.
           01 TOTAL-RECUSADAS PIC 9(7) COMP VALUE ZERO.

      *    Register totals: how many raises were applied and by how
      *    much the monthly payroll moved.
           01 CONTADOR-APLICADOS PIC 9(7) COMP VALUE ZERO.
           01 REG-SIMULACAO.
               02  FILLER PIC X(80) VALUE
                   "*** SIMULACAO - NENHUM SALARIO FOI ALTERADO ***".
           01 REG-SIM-CONTROLE.
               COPY SIMCTL.
           01 REG-TOTAIS.
               02  FILLER PIC X(20) VALUE "TOTAL APLICADOS: ".
               02  REG-TOT-QTDE  PIC ZZZZZZ9.
               02  FILLER PIC X(16) VALUE "  DELTA FOLHA:".
               02  REG-TOT-DELTA PIC ZZ,ZZZ,ZZ9.99-.

      *    Print-line images for the budget-consumption section that
      *    closes the register.
           01 REG-ORC-TITULO.
               02  FILLER PIC X(80) VALUE
                   "CONSUMO DO ORCAMENTO DE REAJUSTE POR DEPARTAMENTO".
           01 REG-ORC-COLUNAS.
               02  FILLER PIC X(37) VALUE
                   "DEPTO             VERBA        USADO ".
               02  FILLER PIC X(43) VALUE
                   "        SALDO RECUS.".
           01 REG-ORC-DETALHE.
               02  REG-ORC-DEPTO    PIC X(10).
               02  FILLER           PIC X(01) VALUE SPACES.
               02  REG-ORC-VERBA    PIC Z,ZZZ,ZZ9.99.
               02  FILLER           PIC X(01) VALUE SPACES.
               02  REG-ORC-USADO    PIC Z,ZZZ,ZZ9.99-.
               02  FILLER           PIC X(01) VALUE SPACES.
               02  REG-ORC-SALDO    PIC Z,ZZZ,ZZ9.99-.
               02  FILLER           PIC X(01) VALUE SPACES.
               02  REG-ORC-RECUS    PIC ZZZZ9.
               02  FILLER           PIC X(01) VALUE SPACES.
               02  REG-ORC-OBS      PIC X(22).
           01 REG-ORC-AUSENTE.
               02  FILLER PIC X(80) VALUE
                   "SEM ORCDEPTO.DAT - ORCAMENTO NAO CONTROLADO".


           COPY TRAVAWS.
           01 TRAVA-IMAGEM.
           PERFORM LeControle
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-COMPLETA FROM TIME
           IF NOT MODO-SIMULACAO THEN
               PERFORM VerificaAprovacao
           ELSE
               PERFORM ApuraControle
           END-IF
           PERFORM CarregaElegiveis
           OPEN INPUT ELEGIDXFILE
           PERFORM CarregaOrcamento
           OPEN I-O ORCIDXFILE
           PERFORM ObtemTravaEmp
           IF MODO-SIMULACAO THEN
               OPEN INPUT ARQENTFILE
           END-READ
           PERFORM ProcessaDecisao UNTIL ARQDEC = HIGH-VALUES
           PERFORM GravaTotais
           PERFORM GravaOrcamento
           PERFORM CatalogaSaidas
           CLOSE ELEGIDXFILE
           CLOSE ORCIDXFILE
           CLOSE ARQENTFILE
           PERFORM LiberaTravaEmp
           CLOSE ARQDECFILE
           CLOSE ARQREJREAJFILE
           IF NOT MODO-SIMULACAO THEN
               CLOSE ARQAUDITFILE
               PERFORM ConsomeAprovacao
           END-IF
           IF CONTADOR-REJEITOS > ZERO THEN
               MOVE "AVIS" TO LOG-STATUS

      *    REWRITEs SALARIO on the master record already read, with a
      *    before/after image in ARQAUDIT.DAT so the change can be
      *    traced the same way a Manutencao change can.  The raise is
      *    charged to its department's budget first, so an overrun
      *    is refused before the master is touched.  A percentage
      *    or new salary that would not fit SALARIO is rejected
      *    instead of wrapping.  In simulation the decision is worked
      *    through identically - including everything that would
           IF DECISAO-OK THEN
               PERFORM GuardaImagemAntes
               COMPUTE DELTA-REG = SALARIO-NOVO - SALARIO
               PERFORM ConsomeOrcamento
           END-IF
           IF DECISAO-OK THEN
               IF NOT MODO-SIMULACAO THEN
                   MOVE SALARIO-NOVO TO SALARIO
                   REWRITE ARQENT
           WRITE REGISTRO-LINHA FROM REG-CABECALHO
           IF MODO-SIMULACAO THEN
               WRITE REGISTRO-LINHA FROM REG-SIMULACAO
               MOVE CTL-QTDE       TO SIMC-QTDE
               MOVE CTL-SOMA       TO SIMC-SOMA
               MOVE CTL-HASH       TO SIMC-HASH
               MOVE CTL-HASH-VALOR TO SIMC-HASH-VALOR
               MOVE CTL-HASH-TIPO  TO SIMC-HASH-TIPO
               WRITE REGISTRO-LINHA FROM REG-SIM-CONTROLE
           END-IF
           WRITE REGISTRO-LINHA FROM REG-COLUNAS.

           MOVE CONTADOR-APLICADOS TO REG-TOT-QTDE
           MOVE CONTADOR-REJEITOS  TO REG-TOT-REJ
           MOVE TOTAL-DELTA        TO REG-TOT-DELTA
           WRITE REGISTRO-LINHA FROM REG-TOTAIS.

       GuardaImagemAntes.
           MOVE SALARIO TO SALARIO-ANTERIOR
           MOVE OPERADOR           TO AUD-OPERADOR
           MOVE "Reajuste"         TO AUD-PROGRAMA
           MOVE "R"                TO AUD-ACAO
           IF RUN-DATA-EXEC > ZERO THEN
               MOVE RUN-DATA-EXEC  TO AUD-DATA-EFETIVA
           ELSE
               MOVE DATA-CORRENTE  TO AUD-DATA-EFETIVA
           END-IF
           WRITE AUD-REC.

      *    Decides whether this run is still in the budget cycle of
      *    ORCIDX.DAT - the stamp of ORCDEPTO.DAT unchanged since the
      *    work copy was built - or opens a new one.  A live run in
      *    the cycle keeps the amounts charged so far and only
      *    clears the refusal counts; a simulation works on a copy
      *    in ORCSIM.DAT, taken from the cycle or built afresh.
       CarregaOrcamento.
           MOVE LOW-VALUES TO ORC-CARIMBO
           CALL "CBL_CHECK_FILE_EXIST" USING NOME-ORCDEPTO
               ORC-CARIMBO
               RETURNING WS-ORC-CHK-RC
           END-CALL
           IF WS-ORC-CHK-RC NOT = ZERO THEN
               MOVE LOW-VALUES TO ORC-CARIMBO
           ELSE
               MOVE "S" TO WS-COM-ORCAMENTO
           END-IF
           MOVE "N" TO WS-MESMO-CICLO
           OPEN INPUT ORCIDXFILE
           IF WS-ORCI-STATUS = "00" THEN
               MOVE HIGH-VALUES TO ORCI-DEPTO
               READ ORCIDXFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORCC-CARIMBO = ORC-CARIMBO THEN
                           MOVE "S" TO WS-MESMO-CICLO
                       END-IF
               END-READ
           END-IF
           CLOSE ORCIDXFILE
           IF MODO-SIMULACAO THEN
               IF CICLO-CORRENTE THEN
                   PERFORM CopiaOrcamento
               END-IF
               MOVE "ORCSIM.DAT" TO NOME-ORCIDX
           END-IF
           IF CICLO-CORRENTE THEN
               IF NOT MODO-SIMULACAO THEN
                   PERFORM ZeraRecusadas
               END-IF
           ELSE
               IF ORCAMENTO-PRESENTE AND NOT MODO-SIMULACAO THEN
                   DISPLAY "REAJUSTE: NOVO ORCDEPTO.DAT - NOVO CICLO "
                       "DE ORCAMENTO"
               END-IF
               PERFORM MontaOrcamento
           END-IF.

      *    The cycle's entries as the simulation's starting point,
      *    refusal counts cleared so the projection shows its own.
       CopiaOrcamento.
           OPEN INPUT ORCIDXFILE
           OPEN OUTPUT ORCSIMFILE
           MOVE LOW-VALUES TO ORCI-DEPTO
           MOVE "N" TO WS-FIM-ORC
           START ORCIDXFILE KEY >= ORCI-DEPTO
               INVALID KEY MOVE "S" TO WS-FIM-ORC
           END-START
           PERFORM CopiaUmOrcamento UNTIL FIM-ORCAMENTO
           CLOSE ORCSIMFILE
           CLOSE ORCIDXFILE.

       CopiaUmOrcamento.
           READ ORCIDXFILE NEXT
               AT END MOVE "S" TO WS-FIM-ORC
           END-READ
           IF NOT FIM-ORCAMENTO THEN
               IF ORCI-DEPTO NOT = HIGH-VALUES THEN
                   MOVE ZERO TO ORCI-RECUSADAS
               END-IF
               WRITE ORCSIM-REC FROM ORCIDX
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *    Refusals are reported per run; the amount charged is what
      *    carries over within the cycle.
       ZeraRecusadas.
           OPEN I-O ORCIDXFILE
           MOVE LOW-VALUES TO ORCI-DEPTO
           MOVE "N" TO WS-FIM-ORC
           START ORCIDXFILE KEY >= ORCI-DEPTO
               INVALID KEY MOVE "S" TO WS-FIM-ORC
           END-START
           PERFORM ZeraUmaRecusada UNTIL FIM-ORCAMENTO
           CLOSE ORCIDXFILE.

       ZeraUmaRecusada.
           READ ORCIDXFILE NEXT
               AT END MOVE "S" TO WS-FIM-ORC
           END-READ
           IF NOT FIM-ORCAMENTO AND ORCI-DEPTO NOT = HIGH-VALUES THEN
               MOVE ZERO TO ORCI-RECUSADAS
               REWRITE ORCIDX
           END-IF.

      *    Rebuilds the keyed work copy of the department budgets
      *    from Finance's ORCDEPTO.DAT, checking each DEPTO against
      *    ARQDEPREF.DAT on the way in, and stamps it with the file
      *    it came from.  The work copy always exists, empty when
      *    there is no budget file, so the pass can open it
      *    unconditionally.
       MontaOrcamento.
           MOVE "N" TO WS-FIM-ORC
           OPEN OUTPUT ORCIDXFILE
           OPEN INPUT ORCDEPTOFILE
           IF WS-ORC-STATUS = "00" THEN
               MOVE "S" TO WS-COM-ORCAMENTO
               OPEN INPUT ARQDEPREFFILE
               IF WS-REF-STATUS = "00" THEN
                   MOVE "S" TO WS-TEM-DEPREF
               ELSE
                   DISPLAY "REAJUSTE: ARQDEPREF.DAT AUSENTE - DEPTO "
                       "DO ORCAMENTO NAO VALIDADO"
               END-IF
               READ ORCDEPTOFILE
                   AT END MOVE "S" TO WS-FIM-ORC
               END-READ
               PERFORM CarregaUmOrcamento UNTIL FIM-ORCAMENTO
               IF REFERENCIA-PRESENTE THEN
                   CLOSE ARQDEPREFFILE
               END-IF
           ELSE
               MOVE "N" TO WS-COM-ORCAMENTO
           END-IF
           CLOSE ORCDEPTOFILE
           MOVE SPACES      TO ORCIDX-CICLO
           MOVE HIGH-VALUES TO ORCC-CHAVE
           MOVE ORC-CARIMBO TO ORCC-CARIMBO
           WRITE ORCIDX-CICLO
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE ORCIDXFILE.

      *    A second line for the same department does not add to the
      *    first: the first line stands and the repeat is reported,
      *    so a pasted-twice budget cannot double a department's
      *    allowance.
       CarregaUmOrcamento.
           MOVE ORC-DEPTO TO ORCI-DEPTO
           MOVE ZERO      TO ORCI-USADO
           MOVE ZERO      TO ORCI-RECUSADAS
           MOVE SPACE     TO ORCI-OBS
           IF ORC-VERBA NOT NUMERIC THEN
               MOVE ZERO TO ORCI-VERBA
               MOVE "V"  TO ORCI-OBS
           ELSE
               MOVE ORC-VERBA TO ORCI-VERBA
           END-IF
           IF REFERENCIA-PRESENTE AND ORCI-OBS = SPACE THEN
               MOVE ORC-DEPTO TO DEPREF-DEPTO
               READ ARQDEPREFFILE
                   INVALID KEY
                       MOVE "D" TO ORCI-OBS
                   NOT INVALID KEY
                       IF NOT DEPARTAMENTO-ATIVO THEN
                           MOVE "I" TO ORCI-OBS
                       END-IF
               END-READ
           END-IF
           WRITE ORCIDX
               INVALID KEY
                   DISPLAY "REAJUSTE: DEPTO " ORC-DEPTO
                       " REPETIDO EM ORCDEPTO.DAT - VALE A PRIMEIRA "
                       "LINHA"
           END-WRITE

           READ ORCDEPTOFILE
               AT END MOVE "S" TO WS-FIM-ORC
           END-READ.

      *    Charges the decision's DELTA-REG against the department's
      *    remaining budget.  A reduction never overruns and gives
      *    its amount back; a raise larger than what is left is
      *    refused and counted against the department instead.  A
      *    department with no budget line gets an empty entry, so
      *    its refusals still show on the consumption report.
       ConsomeOrcamento.
           IF ORCAMENTO-PRESENTE THEN
               MOVE DEPTO TO ORCI-DEPTO
               READ ORCIDXFILE
                   INVALID KEY
                       MOVE DEPTO TO ORCI-DEPTO
                       MOVE ZERO  TO ORCI-VERBA
                       MOVE ZERO  TO ORCI-USADO
                       MOVE ZERO  TO ORCI-RECUSADAS
                       MOVE "S"   TO ORCI-OBS
                       WRITE ORCIDX
               END-READ
               COMPUTE ORC-SALDO = ORCI-VERBA - ORCI-USADO
               IF DELTA-REG > ZERO AND DELTA-REG > ORC-SALDO THEN
                   IF ORCI-OBS = "S" THEN
                       MOVE "NORC" TO DEC-MOTIVO
                   ELSE
                       MOVE "ORCA" TO DEC-MOTIVO
                   END-IF
                   ADD 1 TO ORCI-RECUSADAS
               ELSE
                   ADD DELTA-REG TO ORCI-USADO
               END-IF
               REWRITE ORCIDX
           END-IF.

      *    Closes the register with one line per department: budget,
      *    charged in the cycle so far, remaining and refused by
      *    this run - in a simulation this is the projection Finance
      *    signs off on, in a live run what has actually been spent.
      *    A simulation's register ends on its banner.
       GravaOrcamento.
           WRITE REGISTRO-LINHA FROM REG-ORC-TITULO
           IF NOT ORCAMENTO-PRESENTE THEN
               WRITE REGISTRO-LINHA FROM REG-ORC-AUSENTE
           ELSE
               WRITE REGISTRO-LINHA FROM REG-ORC-COLUNAS
               MOVE LOW-VALUES TO ORCI-DEPTO
               START ORCIDXFILE KEY >= ORCI-DEPTO
                   INVALID KEY MOVE "S" TO WS-FIM-ORC
                   NOT INVALID KEY MOVE "N" TO WS-FIM-ORC
               END-START
               IF NOT FIM-ORCAMENTO THEN
                   PERFORM LeProximoOrcamento
               END-IF
               PERFORM GravaUmOrcamento UNTIL FIM-ORCAMENTO
               MOVE "TOTAL"         TO REG-ORC-DEPTO
               MOVE TOTAL-VERBA     TO REG-ORC-VERBA
               MOVE TOTAL-USADO     TO REG-ORC-USADO
               MOVE TOTAL-SALDO     TO REG-ORC-SALDO
               MOVE TOTAL-RECUSADAS TO REG-ORC-RECUS
               MOVE SPACES          TO REG-ORC-OBS
               WRITE REGISTRO-LINHA FROM REG-ORC-DETALHE
           END-IF
           IF MODO-SIMULACAO THEN
               WRITE REGISTRO-LINHA FROM REG-SIMULACAO
           END-IF.

       GravaUmOrcamento.
           COMPUTE ORC-SALDO = ORCI-VERBA - ORCI-USADO
           ADD ORCI-VERBA     TO TOTAL-VERBA
           ADD ORCI-USADO     TO TOTAL-USADO
           ADD ORC-SALDO      TO TOTAL-SALDO
           ADD ORCI-RECUSADAS TO TOTAL-RECUSADAS
           MOVE ORCI-DEPTO     TO REG-ORC-DEPTO
           MOVE ORCI-VERBA     TO REG-ORC-VERBA
           MOVE ORCI-USADO     TO REG-ORC-USADO
           MOVE ORC-SALDO      TO REG-ORC-SALDO
           MOVE ORCI-RECUSADAS TO REG-ORC-RECUS
           EVALUATE ORCI-OBS
               WHEN "D"
                   MOVE "DEPTO FORA DE DEPREF" TO REG-ORC-OBS
               WHEN "I"
                   MOVE "DEPTO INATIVO"        TO REG-ORC-OBS
               WHEN "V"
                   MOVE "VERBA INVALIDA"       TO REG-ORC-OBS
               WHEN "S"
                   MOVE "SEM VERBA NO ORCAM."  TO REG-ORC-OBS
               WHEN OTHER
                   MOVE SPACES                 TO REG-ORC-OBS
           END-EVALUATE
           WRITE REGISTRO-LINHA FROM REG-ORC-DETALHE

           PERFORM LeProximoOrcamento.

      *    The cycle stamp sorts last and is not a department.
       LeProximoOrcamento.
           READ ORCIDXFILE NEXT
               AT END MOVE "S" TO WS-FIM-ORC
           END-READ
           IF ORCI-DEPTO = HIGH-VALUES THEN
               MOVE "S" TO WS-FIM-ORC
           END-IF.

      *    A live run must be covered by a second-operator approval
      *    of exactly this ARQDEC.DAT: one recorded by AprovaDec and
      *    not yet used, whose totals still match the file, and
      *    whose approver is not its preparer.  Anything else is
      *    logged to APROVLOG.DAT and the run stops before the
      *    master is even locked.  A SIMULA run needs no approval -
      *    its register is what the approver reviews.
      *    A window with no decisions to post - ARQDEC.DAT missing or
      *    empty, or still the batch an earlier run already posted -
      *    is not a failure: it is logged as such and the run ends
      *    without touching the master, so the steps after Reajuste
      *    still run.  A batch already posted ends in a warning, as
      *    someone left it in place.
       VerificaAprovacao.
           MOVE SPACES TO APV-MOTIVO
           MOVE "N" TO WS-TEM-APV
           OPEN INPUT APROVDECFILE
           IF WS-APV-STATUS = "00" THEN
               READ APROVDECFILE INTO APV-IMAGEM
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WS-TEM-APV
               END-READ
           END-IF
           CLOSE APROVDECFILE
           PERFORM ApuraControle
           EVALUATE TRUE
               WHEN CTL-QTDE = ZERO
                   MOVE "NDEC" TO APV-MOTIVO
               WHEN NOT APROVACAO-PRESENTE
                   MOVE "SAPR" TO APV-MOTIVO
               WHEN LOTE-UTILIZADO
                       AND CTL-QTDE = APV-QTDE
                       AND CTL-SOMA = APV-SOMA
                       AND CTL-HASH = APV-HASH
                       AND CTL-HASH-VALOR = APV-HASH-VALOR
                       AND CTL-HASH-TIPO = APV-HASH-TIPO
                   MOVE "USAD" TO APV-MOTIVO
               WHEN NOT LOTE-APROVADO
                   MOVE "SAPR" TO APV-MOTIVO
               WHEN CTL-QTDE NOT = APV-QTDE
                       OR CTL-SOMA NOT = APV-SOMA
                       OR CTL-HASH NOT = APV-HASH
                       OR CTL-HASH-VALOR NOT = APV-HASH-VALOR
                       OR CTL-HASH-TIPO NOT = APV-HASH-TIPO
                   MOVE "ALTE" TO APV-MOTIVO
               WHEN APV-APROVADOR = APV-PREPARADOR
                       OR APV-APROVADOR = SPACES
                   MOVE "MESM" TO APV-MOTIVO
           END-EVALUATE
           IF NADA-A-POSTAR THEN
               MOVE "NADA" TO ALOG-EVENTO
               PERFORM GravaLogAprovacao
               IF APV-MOTIVO = "USAD" THEN
                   DISPLAY "REAJUSTE: ARQDEC.DAT JA POSTADO EM "
                       APV-DATA-APROV " - NADA A POSTAR"
                   MOVE "AVIS" TO LOG-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "REAJUSTE: ARQDEC.DAT AUSENTE OU VAZIO - "
                       "NADA A POSTAR"
               END-IF
               PERFORM GravaRunLog
               STOP RUN
           END-IF
           IF APROVACAO-OK THEN
               MOVE "LIBE" TO ALOG-EVENTO
               PERFORM GravaLogAprovacao
           ELSE
               MOVE "RECU" TO ALOG-EVENTO
               PERFORM GravaLogAprovacao
               EVALUATE APV-MOTIVO
                   WHEN "SAPR"
                       DISPLAY "REAJUSTE: ARQDEC.DAT SEM APROVACAO "
                           "PENDENTE - EXECUCAO REAL RECUSADA"
                   WHEN "ALTE"
                       DISPLAY "REAJUSTE: ARQDEC.DAT ALTERADO APOS A "
                           "APROVACAO - EXECUCAO REAL RECUSADA"
                   WHEN "MESM"
                       DISPLAY "REAJUSTE: APROVADO PELO PROPRIO "
                           "PREPARADOR " APV-PREPARADOR
                           " - EXECUCAO REAL RECUSADA"
               END-EVALUATE
               MOVE "ERRO" TO LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM GravaRunLog
               STOP RUN
           END-IF.

      *    The control totals of ARQDEC.DAT, computed exactly the
      *    way AprovaDec computed them at preparation.  A missing
      *    file counts as an empty one.
       ApuraControle.
           MOVE ZERO TO CTL-QTDE
           MOVE ZERO TO CTL-SOMA
           MOVE ZERO TO CTL-HASH
           MOVE ZERO TO CTL-HASH-VALOR
           MOVE ZERO TO CTL-HASH-TIPO
           OPEN INPUT ARQDECFILE
           READ ARQDECFILE
               AT END MOVE HIGH-VALUES TO ARQDEC
           END-READ
           PERFORM SomaDecisao UNTIL ARQDEC = HIGH-VALUES
           CLOSE ARQDECFILE.

       SomaDecisao.
           ADD 1 TO CTL-QTDE
           IF DEC-VALOR NUMERIC THEN
               ADD DEC-VALOR TO CTL-SOMA
           END-IF
           IF DEC-CODIGO NUMERIC THEN
               ADD DEC-CODIGO TO CTL-HASH
               IF DEC-VALOR NUMERIC THEN
                   COMPUTE CTL-HASH-VALOR =
                       CTL-HASH-VALOR + DEC-CODIGO * DEC-VALOR
               END-IF
               MOVE ZERO     TO TIPO-CODIGO
               MOVE DEC-TIPO TO TIPO-BYTE
               COMPUTE CTL-HASH-TIPO =
                   CTL-HASH-TIPO + DEC-CODIGO * TIPO-CODIGO
           END-IF

           READ ARQDECFILE
               AT END MOVE HIGH-VALUES TO ARQDEC
           END-READ.

      *    Once posted, the approval is spent: the same batch run
      *    live a second time would apply its percentages twice.
       ConsomeAprovacao.
           MOVE "U" TO APV-SITUACAO
           OPEN OUTPUT APROVDECFILE
           WRITE APV-REC FROM APV-IMAGEM
           CLOSE APROVDECFILE.

       GravaLogAprovacao.
           MOVE DATA-CORRENTE      TO ALOG-DATA
           MOVE HORA-COMPLETA(1:6) TO ALOG-HORA
           MOVE "Reajuste"         TO ALOG-PROGRAMA
           MOVE OPERADOR           TO ALOG-OPERADOR
           MOVE APV-MOTIVO         TO ALOG-MOTIVO
           MOVE CTL-QTDE           TO ALOG-QTDE
           MOVE CTL-SOMA           TO ALOG-SOMA
           IF APROVACAO-PRESENTE THEN
               MOVE APV-PREPARADOR TO ALOG-PREPARADOR
               MOVE APV-APROVADOR  TO ALOG-APROVADOR
           ELSE
               MOVE SPACES TO ALOG-PREPARADOR
               MOVE SPACES TO ALOG-APROVADOR
           END-IF
           OPEN EXTEND APROVLOGFILE
           WRITE ALOG-REC
           CLOSE APROVLOGFILE.
