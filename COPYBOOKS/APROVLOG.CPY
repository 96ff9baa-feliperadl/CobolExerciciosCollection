      *    One line appended to APROVLOG.DAT for every step of the
      *    dual control over ARQDEC.DAT, so the evidence survives the
      *    window: PREP batch registered by its preparer, APRV signed
      *    off by a second operator, LIBE approval accepted by a live
      *    Reajuste run, RECU refused - ALOG-MOTIVO then says why
      *    (SAPR no approval, ALTE file changed since the totals were
      *    taken, MESM approver is the preparer, SIMU no simulation
      *    register of this batch to review, NDEC no decision file,
      *    CANC declined at the terminal, OPER no operator given) -
      *    and NADA a live Reajuste run with nothing to post (NDEC
      *    no decisions, USAD the batch an earlier run already
      *    posted).
           02  ALOG-DATA        PIC 9(08).
           02  ALOG-HORA        PIC 9(06).
           02  ALOG-PROGRAMA    PIC X(10).
           02  ALOG-OPERADOR    PIC X(08).
           02  ALOG-EVENTO      PIC X(04).
           02  ALOG-MOTIVO      PIC X(04).
           02  ALOG-QTDE        PIC 9(07).
           02  ALOG-SOMA        PIC 9(11)V9(2).
           02  ALOG-PREPARADOR  PIC X(08).
           02  ALOG-APROVADOR   PIC X(08).
