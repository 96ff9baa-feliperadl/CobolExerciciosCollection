      *    Record layout for ORCDEPTO.DAT - the raise budget Finance
      *    grants each department for the cycle: the monthly payroll
      *    increase, in salary units, the department's accepted
      *    Reajuste decisions may add up to.  One line per DEPTO code
      *    of ARQDEPREF.DAT; a department with no line has no budget
      *    and its raises are refused while the file is present.
           02  ORC-DEPTO   PIC X(10).
           02  FILLER      PIC X(01).
           02  ORC-VERBA   PIC 9(7)V9(2).
