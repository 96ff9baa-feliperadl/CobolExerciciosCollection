      *    Record layout for REGRAS.DAT - the grading rules, one line
      *    per rule version.  RGR-TURMA names the class the rule is
      *    for; the line with TURMA "PADRAO" is the rule for every
      *    class that has none of its own.  RGR-VERSAO identifies the
      *    line across the whole file and is never reused: a rule is
      *    changed by adding a line with a higher version, and the
      *    highest version of a TURMA is the one new grading uses.
      *    Every outcome record carries the version it was graded
      *    under, so the later stages - recovery, letters, class
      *    rollup - keep applying that rule even after a new one is
      *    added mid-term.  With no REGRAS.DAT, or no line for the
      *    class and no PADRAO line, the built-in rule applies under
      *    version 000: equal weights, approval above 5, failure
      *    below 3, FREQMIN.CPY and NOTACORT.CPY.
      *      RGR-PESO1..3    weight of NOTA1..NOTA3 in the average
      *      RGR-NOTA-APROV  average above which the student passes
      *      RGR-NOTA-REPROV average below which the student fails
      *      RGR-FREQ-MIN    attendance below which the student fails
      *      RGR-NOTA-RECUP  recovery exam score needed to pass
           02  RGR-TURMA        PIC X(10).
           02  RGR-VERSAO       PIC 9(03).
           02  RGR-PESO1        PIC 9(02).
           02  RGR-PESO2        PIC 9(02).
           02  RGR-PESO3        PIC 9(02).
           02  RGR-NOTA-APROV   PIC 9(2)V9(2).
           02  RGR-NOTA-REPROV  PIC 9(2)V9(2).
           02  RGR-FREQ-MIN     PIC 9(3)V9(2).
           02  RGR-NOTA-RECUP   PIC 9(2)V9(2).
