      *    Record layout for PERFECH.DAT - the register of closed
      *    terms, one line appended by Fechamento per PERIODO it
      *    closes.  Every program that posts into ARQHIST.DAT looks
      *    its PERIODO up here first and refuses to post under a
      *    term that is already closed.  PFC-PROXIMO is the PERIODO
      *    the close advanced PERIODO.DAT to; the counts are the
      *    outcomes the term closed with, PFC-FALTAS being the
      *    recovery no-shows the close itself failed.
           02  PFC-PERIODO    PIC X(06).
           02  PFC-DATA       PIC 9(08).
           02  PFC-HORA       PIC 9(06).
           02  PFC-PROXIMO    PIC X(06).
           02  PFC-ALUNOS     PIC 9(07).
           02  PFC-APRO       PIC 9(07).
           02  PFC-REPR       PIC 9(07).
           02  PFC-FALTAS     PIC 9(07).
