      *    Record layout for REVCARTA.DAT - the corrected result
      *    letters Revisao queues for Cartas, one per revision it
      *    applied.  Cartas prints them after the regular letters
      *    and clears the queue, so a corrected letter goes out once.
      *    RCT-REGRA is the REGRAS.DAT rule version the revision was
      *    graded under, so an exam letter quotes that rule's cutoff.
           02  RCT-CODIGO       PIC 9(05).
           02  RCT-NOME         PIC X(10).
           02  RCT-TURMA        PIC X(10).
           02  RCT-MEDIA        PIC 9(2)V9(2).
           02  RCT-RESULT-ANT   PIC X(04).
           02  RCT-RESULT-NOV   PIC X(04).
           02  RCT-REGRA        PIC 9(03).
