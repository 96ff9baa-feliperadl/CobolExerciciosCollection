      *    Record layout for MNTPEND.DAT - employee movements keyed
      *    ahead of the date they take effect.  Manutencao holds a
      *    movement here when its effective date is past the run
      *    date, and the window step posts it through the normal
      *    maintenance path once RUNDATE reaches that date.  The key
      *    leads with the effective date so the due movements read
      *    first, in the order they were keyed; PND-NUMERO is what
      *    the pending listing shows and a cancellation quotes.
      *    PND-ANTES is the master record as it stood when an ALTERA
      *    was held: the movement carries the whole NOME/CARGO/DEPTO/
      *    SALARIO image, so it only posts while the master still
      *    matches - a change made in between, such as a Reajuste
      *    raise, would otherwise be silently undone.  Zeros and
      *    spaces for the other actions.
           02  PND-CHAVE.
               03  PND-DATA-EFETIVA  PIC 9(08).
               03  PND-NUMERO        PIC 9(06).
           02  PND-ACAO          PIC X(01).
           02  PND-OPERADOR      PIC X(08).
           02  PND-CODIGO        PIC 9(05).
           02  PND-NOME          PIC X(10).
           02  PND-CARGO         PIC X(10).
           02  PND-DEPTO         PIC X(10).
           02  PND-SALARIO       PIC 9(5)V9(2).
           02  PND-DATA-REG      PIC 9(08).
           02  PND-HORA-REG      PIC 9(06).
           02  PND-ANTES.
               03  PND-ANT-NOME      PIC X(10).
               03  PND-ANT-CARGO     PIC X(10).
               03  PND-ANT-DEPTO     PIC X(10).
               03  PND-ANT-SALARIO   PIC 9(5)V9(2).
