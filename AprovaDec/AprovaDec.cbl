       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AprovaDec.
       AUTHOR.  Felipe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQDECFILE ASSIGN TO "ARQDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT OPTIONAL APROVDECFILE ASSIGN TO "APROVDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-STATUS.
           SELECT OPTIONAL APROVLOGFILE ASSIGN TO "APROVLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGSIMFILE ASSIGN USING NOME-REGSIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.
           SELECT OPTIONAL ARQCTRLFILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
           SELECT OPTIONAL RUNLOGFILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           FD ARQDECFILE.
               01 ARQDEC.
                   02  DEC-CODIGO   PIC 9(05).
                   02  DEC-TIPO     PIC X(01).
                   02  DEC-VALOR    PIC 9(5)V9(2).
           FD APROVDECFILE.
               01 APV-REC  PIC X(110).
           FD APROVLOGFILE.
               01 ALOG-REC.
                   COPY APROVLOG.
           FD REGSIMFILE.
               01 REGSIM-LINHA  PIC X(80).
           FD ARQCTRLFILE.
               01 CTRL-REC.
                   COPY RUNCTRL.
           FD RUNLOGFILE.
               01 RL-REC.
                   COPY RUNLOG.


       WORKING-STORAGE SECTION.
      *    Function taken from the terminal the way Resguardo takes
      *    its own: the preparer registers the batch, a different
      *    operator approves it.
           01 APV-FUNCAO    PIC X(01).
               88  FUNCAO-PREPARA  VALUE "P".
               88  FUNCAO-APROVA   VALUE "A".
               88  FUNCAO-FIM      VALUE "F".
           01 APV-CONFIRMA  PIC X(01).
               88  APROVACAO-CONFIRMADA  VALUE "S".

           01 OPERADOR      PIC X(08).
           01 DATA-CORRENTE PIC 9(08).
           01 HORA-COMPLETA PIC 9(08).

      *    Control totals of ARQDEC.DAT as it stands now: decision
      *    count, value sum, the hash of the CODIGOs and the per-line
      *    hashes of CODIGO times VALOR and CODIGO times TIPO - the
      *    same figures Reajuste recomputes before a live run.
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
           01 CTL-SOMA-ED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Spaces while the step in hand can go ahead; otherwise the
      *    motive under which it is refused in APROVLOG.DAT.
           01 APV-MOTIVO    PIC X(04) VALUE SPACES.
               88  PASSO-OK  VALUE SPACES.

           01 WS-DEC-STATUS PIC X(02) VALUE "00".
           01 WS-APV-STATUS PIC X(02) VALUE "00".
           01 WS-SIM-STATUS PIC X(02) VALUE "00".
           01 WS-FIM-SIM    PIC X(01) VALUE "N".
               88  FIM-REGSIM  VALUE "S".
           01 WS-TEM-APV    PIC X(01) VALUE "N".
               88  APROVACAO-PRESENTE  VALUE "S".
           01 WS-CONTINUA   PIC X(01) VALUE "S".
               88  CONTINUAR-APROVACAO  VALUE "S".

      *    The approval record as read or about to be written; the
      *    record area of APROVDECFILE is not used once it is closed.
           01 APV-IMAGEM.
               COPY APROVDEC.

           01 CONTADOR-PASSOS    PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-GRAVADOS  PIC 9(7) COMP VALUE ZERO.
           01 CONTADOR-RECUSADOS PIC 9(7) COMP VALUE ZERO.

           COPY RUNLOGWS.

      *    The approver reviews the simulation register of the run
      *    date, under the name a SIMULA run of Reajuste gives it.
           COPY RUNWS.
           01 NOME-REGSIM    PIC X(44) VALUE "REAJSIM.REL".
           01 REG-SIM-CONTROLE.
               COPY SIMCTL.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LOG-DATA-INI FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-INI FROM TIME
           PERFORM LeControle
           DISPLAY "OPERADOR: "
           ACCEPT OPERADOR
      *    Every step is signed by its operator, and the preparer and
      *    approver must differ, so an unnamed session does nothing.
           IF OPERADOR = SPACES THEN
               ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
               ACCEPT HORA-COMPLETA FROM TIME
               MOVE SPACE  TO APV-FUNCAO
               MOVE "OPER" TO APV-MOTIVO
               PERFORM RecusaPasso
           ELSE
               PERFORM FuncaoTerminal UNTIL NOT CONTINUAR-APROVACAO
           END-IF
           IF CONTADOR-RECUSADOS > ZERO THEN
               MOVE "AVIS" TO LOG-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM GravaRunLog
           STOP RUN.
      *    Appends this run's RUNLOG.DAT entry - who ran, when, what
      *    moved and how it ended.
       GravaRunLog.
           MOVE "AprovaDec" TO RL-PROGRAMA
           MOVE LOG-DATA-INI      TO RL-DATA-INI
           MOVE LOG-HORA-INI(1:6) TO RL-HORA-INI
           ACCEPT LOG-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT LOG-HORA-FIM FROM TIME
           MOVE LOG-DATA-FIM      TO RL-DATA-FIM
           MOVE LOG-HORA-FIM(1:6) TO RL-HORA-FIM
           MOVE CONTADOR-PASSOS TO RL-LIDOS
           MOVE CONTADOR-GRAVADOS TO RL-GRAVADOS
           MOVE CONTADOR-RECUSADOS TO RL-REJEITADOS
           MOVE ZERO TO RL-CHECKPOINT
           MOVE LOG-STATUS TO RL-STATUS
           MOVE SPACES TO RL-FLUXO
           OPEN EXTEND RUNLOGFILE
           WRITE RL-REC
           CLOSE RUNLOGFILE.

      *    Overlays the compiled-in defaults with whatever
      *    RUNCTRL.DAT supplies, then stamps the run date into the
      *    simulation register name.
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
           END-EVALUATE

           READ ARQCTRLFILE
               AT END MOVE HIGH-VALUES TO CTRL-REC
           END-READ.

       MontaNomes.
           MOVE "REAJSIM" TO MONTA-BASE
           MOVE ".REL"    TO MONTA-EXT
           PERFORM MontaNome
           MOVE MONTA-NOME TO NOME-REGSIM.

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

       FuncaoTerminal.
           DISPLAY "FUNCAO (P=PREPARA A=APROVA F=FIM): "
           ACCEPT APV-FUNCAO
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT HORA-COMPLETA FROM TIME
           MOVE SPACES TO APV-MOTIVO
           MOVE ZERO   TO CTL-QTDE
           MOVE ZERO   TO CTL-SOMA
           MOVE ZERO   TO CTL-HASH
           MOVE ZERO   TO CTL-HASH-VALOR
           MOVE ZERO   TO CTL-HASH-TIPO
           EVALUATE TRUE
               WHEN FUNCAO-FIM
                   MOVE "N" TO WS-CONTINUA
               WHEN FUNCAO-PREPARA
                   ADD 1 TO CONTADOR-PASSOS
                   PERFORM PreparaLote
               WHEN FUNCAO-APROVA
                   ADD 1 TO CONTADOR-PASSOS
                   PERFORM AprovaLote
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE P, A OU F"
           END-EVALUATE.

      *    The preparer registers the batch as it stands: its control
      *    totals are fixed here, with the preparer's name, and any
      *    earlier approval is superseded - a new batch always needs
      *    a new sign-off.
       PreparaLote.
           PERFORM ApuraControle
           IF NOT PASSO-OK THEN
               PERFORM RecusaPasso
           ELSE
               INITIALIZE APV-IMAGEM
               MOVE "P"              TO APV-SITUACAO
               MOVE OPERADOR         TO APV-PREPARADOR
               MOVE DATA-CORRENTE    TO APV-DATA-PREP
               MOVE HORA-COMPLETA(1:6) TO APV-HORA-PREP
               MOVE SPACES           TO APV-APROVADOR
               MOVE CTL-QTDE         TO APV-QTDE
               MOVE CTL-SOMA         TO APV-SOMA
               MOVE CTL-HASH         TO APV-HASH
               MOVE CTL-HASH-VALOR   TO APV-HASH-VALOR
               MOVE CTL-HASH-TIPO    TO APV-HASH-TIPO
               OPEN OUTPUT APROVDECFILE
               WRITE APV-REC FROM APV-IMAGEM
               CLOSE APROVDECFILE
               ADD 1 TO CONTADOR-GRAVADOS
               MOVE "PREP" TO ALOG-EVENTO
               PERFORM GravaLogAprovacao
               MOVE CTL-SOMA TO CTL-SOMA-ED
               DISPLAY "LOTE PREPARADO: " CTL-QTDE " DECISOES, SOMA "
                   CTL-SOMA-ED
               DISPLAY "RODE A SIMULACAO E PECA A APROVACAO A OUTRO "
                   "OPERADOR"
           END-IF.

      *    The second operator signs off only a batch that was
      *    prepared, has not changed since, was prepared by someone
      *    else, and has a simulation register to review.  The
      *    totals are shown for the approver to hold against the
      *    register before confirming.
       AprovaLote.
           PERFORM LeAprovacao
           IF NOT APROVACAO-PRESENTE OR NOT LOTE-PREPARADO THEN
               MOVE "SAPR" TO APV-MOTIVO
           ELSE
               PERFORM ApuraControle
               IF PASSO-OK THEN
                   IF CTL-QTDE NOT = APV-QTDE
                           OR CTL-SOMA NOT = APV-SOMA
                           OR CTL-HASH NOT = APV-HASH
                           OR CTL-HASH-VALOR NOT = APV-HASH-VALOR
                           OR CTL-HASH-TIPO NOT = APV-HASH-TIPO THEN
                       MOVE "ALTE" TO APV-MOTIVO
                   ELSE
                       IF OPERADOR = APV-PREPARADOR THEN
                           MOVE "MESM" TO APV-MOTIVO
                       ELSE
                           PERFORM VerificaSimulacao
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF PASSO-OK THEN
               MOVE CTL-SOMA TO CTL-SOMA-ED
               DISPLAY "LOTE DE " APV-PREPARADOR ": " CTL-QTDE
                   " DECISOES, SOMA " CTL-SOMA-ED
               DISPLAY "CONFERIDO CONTRA " NOME-REGSIM
               DISPLAY "CONFIRMA APROVACAO (S/N): "
               ACCEPT APV-CONFIRMA
               IF NOT APROVACAO-CONFIRMADA THEN
                   MOVE "CANC" TO APV-MOTIVO
               END-IF
           END-IF
           IF NOT PASSO-OK THEN
               PERFORM RecusaPasso
           ELSE
               MOVE "A"                TO APV-SITUACAO
               MOVE OPERADOR           TO APV-APROVADOR
               MOVE DATA-CORRENTE      TO APV-DATA-APROV
               MOVE HORA-COMPLETA(1:6) TO APV-HORA-APROV
               OPEN OUTPUT APROVDECFILE
               WRITE APV-REC FROM APV-IMAGEM
               CLOSE APROVDECFILE
               ADD 1 TO CONTADOR-GRAVADOS
               MOVE "APRV" TO ALOG-EVENTO
               PERFORM GravaLogAprovacao
               DISPLAY "LOTE APROVADO POR " OPERADOR
           END-IF.

       LeAprovacao.
           MOVE "N" TO WS-TEM-APV
           OPEN INPUT APROVDECFILE
           IF WS-APV-STATUS = "00" THEN
               READ APROVDECFILE INTO APV-IMAGEM
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WS-TEM-APV
               END-READ
           END-IF
           CLOSE APROVDECFILE.

      *    Control totals of ARQDEC.DAT.  A value or CODIGO that is
      *    not numeric adds nothing to the sums and hashes it is part
      *    of - the line still counts, and Reajuste rejects it as
      *    DECI.
       ApuraControle.
           MOVE ZERO TO CTL-QTDE
           MOVE ZERO TO CTL-SOMA
           MOVE ZERO TO CTL-HASH
           MOVE ZERO TO CTL-HASH-VALOR
           MOVE ZERO TO CTL-HASH-TIPO
           OPEN INPUT ARQDECFILE
           IF WS-DEC-STATUS NOT = "00" THEN
               MOVE "NDEC" TO APV-MOTIVO
           ELSE
               READ ARQDECFILE
                   AT END MOVE HIGH-VALUES TO ARQDEC
               END-READ
               PERFORM SomaDecisao UNTIL ARQDEC = HIGH-VALUES
           END-IF
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

      *    Tonight's simulation register must be of this batch: the
      *    control line a SIMULA run prints under its heading has to
      *    carry the totals just taken from ARQDEC.DAT, so a register
      *    left from an earlier batch cannot stand in for it.
      *    Reading the projection is the approver's part.
       VerificaSimulacao.
           MOVE "SIMU" TO APV-MOTIVO
           MOVE "N" TO WS-FIM-SIM
           OPEN INPUT REGSIMFILE
           IF WS-SIM-STATUS = "00" THEN
               PERFORM LeLinhaSimulacao UNTIL FIM-REGSIM
           END-IF
           CLOSE REGSIMFILE.

       LeLinhaSimulacao.
           READ REGSIMFILE INTO REG-SIM-CONTROLE
               AT END MOVE "S" TO WS-FIM-SIM
           END-READ
           IF NOT FIM-REGSIM AND SIMC-ROTULO = "LOTE:" THEN
               MOVE "S" TO WS-FIM-SIM
               IF SIMC-QTDE = CTL-QTDE
                       AND SIMC-SOMA = CTL-SOMA
                       AND SIMC-HASH = CTL-HASH
                       AND SIMC-HASH-VALOR = CTL-HASH-VALOR
                       AND SIMC-HASH-TIPO = CTL-HASH-TIPO THEN
                   MOVE SPACES TO APV-MOTIVO
               END-IF
           END-IF.

       RecusaPasso.
           ADD 1 TO CONTADOR-RECUSADOS
           MOVE "RECU" TO ALOG-EVENTO
           PERFORM GravaLogAprovacao
           EVALUATE APV-MOTIVO
               WHEN "SAPR"
                   DISPLAY "NENHUM LOTE PREPARADO AGUARDANDO APROVACAO"
               WHEN "ALTE"
                   DISPLAY "ARQDEC.DAT ALTERADO DESDE A PREPARACAO - "
                       "PREPARE DE NOVO"
               WHEN "MESM"
                   DISPLAY "APROVADOR NAO PODE SER O PREPARADOR "
                       APV-PREPARADOR
               WHEN "SIMU"
                   DISPLAY "SEM REGISTRO DE SIMULACAO DESTE LOTE "
                       NOME-REGSIM
               WHEN "OPER"
                   DISPLAY "OPERADOR NAO INFORMADO - NADA EXECUTADO"
               WHEN "NDEC"
                   DISPLAY "ARQDEC.DAT AUSENTE - NADA A APROVAR"
               WHEN "CANC"
                   DISPLAY "APROVACAO NAO CONFIRMADA"
           END-EVALUATE.

       GravaLogAprovacao.
           MOVE DATA-CORRENTE      TO ALOG-DATA
           MOVE HORA-COMPLETA(1:6) TO ALOG-HORA
           MOVE "AprovaDec"        TO ALOG-PROGRAMA
           MOVE OPERADOR           TO ALOG-OPERADOR
           MOVE APV-MOTIVO         TO ALOG-MOTIVO
           MOVE CTL-QTDE           TO ALOG-QTDE
           MOVE CTL-SOMA           TO ALOG-SOMA
           EVALUATE TRUE
               WHEN FUNCAO-PREPARA
                   MOVE OPERADOR       TO ALOG-PREPARADOR
               WHEN APROVACAO-PRESENTE
                   MOVE APV-PREPARADOR TO ALOG-PREPARADOR
               WHEN OTHER
                   MOVE SPACES         TO ALOG-PREPARADOR
           END-EVALUATE
           IF FUNCAO-APROVA THEN
               MOVE OPERADOR       TO ALOG-APROVADOR
           ELSE
               MOVE SPACES         TO ALOG-APROVADOR
           END-IF
           OPEN EXTEND APROVLOGFILE
           WRITE ALOG-REC
           CLOSE APROVLOGFILE.
