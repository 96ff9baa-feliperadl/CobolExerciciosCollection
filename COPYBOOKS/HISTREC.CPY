      *    final outcome once a recovery score resolves it, so a
      *    rerun or a late score replaces the entry instead of
      *    duplicating it.  HIST-NOTA-REC is zero unless a recovery
      *    score came through ARQREC.DAT.  Fechamento turns the EXAM
      *    entries still open at the end of the term - recovery
      *    no-shows - into REPR and closes the PERIODO for good.
      *    HIST-RECUPERACAO is "S" once the recovery exam decided the
      *    term - Questao5 with a score or a no-show, Fechamento for
      *    the no-shows it fails - so HIST-NOTA-REC is the grade of
      *    that term even when it is zero.  Questao2 and Revisao
      *    post it blank, the term decided by its average.
           02  HIST-CHAVE.
               03  HIST-CODIGO   PIC 9(05).
               03  HIST-PERIODO  PIC X(06).
           02  HIST-MEDIA     PIC 9(2)V9(2).
           02  HIST-NOTA-REC  PIC 9(2)V9(2).
           02  HIST-FREQ      PIC 9(3)V9(2).
           02  HIST-RECUPERACAO PIC X(01).
               88  HIST-DECIDIDO-RECUP  VALUE "S".
