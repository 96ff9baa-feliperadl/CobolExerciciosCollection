      *    Record layout for REVTRAN.DAT - the grade revisions the
      *    school office keys for students Questao2 has already
      *    classified (an appeal upheld, a teacher's late fix).  Each
      *    line carries the complete corrected set of grades for the
      *    current PERIODO, not just the field that changed, plus who
      *    asked for the revision and why, since these are the
      *    changes parents dispute.
           02  REV-CODIGO       PIC 9(05).
           02  REV-NOTA1        PIC 9(2)V9(2).
           02  REV-NOTA2        PIC 9(2)V9(2).
           02  REV-NOTA3        PIC 9(2)V9(2).
           02  REV-FREQUENCIA   PIC 9(3)V9(2).
           02  REV-SOLICITANTE  PIC X(10).
           02  REV-MOTIVO       PIC X(30).
