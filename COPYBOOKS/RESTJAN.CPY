      *    Restart parameter record - the number of the window step
      *    Janela should resume from after a halted run, and the
      *    program that step ran.  Zero (or a missing file) means
      *    start the window from the first step.  The program name
      *    lets Janela tell that the step table has changed under a
      *    retained window, rather than resuming at whatever step now
      *    carries the old number.
           02  RESTART-PASSO     PIC 9(02).
           02  RESTART-PROGRAMA  PIC X(20).
