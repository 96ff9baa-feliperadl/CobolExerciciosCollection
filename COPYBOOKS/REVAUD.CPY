      *    Before/after image appended to REVAUDIT.DAT by Revisao for
      *    every grade revision it applies: the grades, average and
      *    outcome the student had, the ones the revision gave, and
      *    who requested it.  RVA-ANT-ORIGEM is "F" when the earlier
      *    grades were found in the window's grade feed, a later
      *    correction or an earlier revision of the term, "H" when
      *    only the ARQHIST entry was left and the earlier NOTAs show
      *    as zero.  RVA-ANT-MEDIA is the average of the earlier
      *    NOTAs under the class rule.
      *    RVA-REGRA is the REGRAS.DAT rule version the new outcome
      *    was graded under (000 for the built-in rule).
           02  RVA-DATA          PIC 9(08).
           02  RVA-HORA          PIC 9(06).
           02  RVA-SOLICITANTE   PIC X(10).
           02  RVA-MOTIVO        PIC X(30).
           02  RVA-CODIGO        PIC 9(05).
           02  RVA-PERIODO       PIC X(06).
           02  RVA-TURMA         PIC X(10).
           02  RVA-ANTES.
               03  RVA-ANT-ORIGEM   PIC X(01).
               03  RVA-ANT-NOTA1    PIC 9(2)V9(2).
               03  RVA-ANT-NOTA2    PIC 9(2)V9(2).
               03  RVA-ANT-NOTA3    PIC 9(2)V9(2).
               03  RVA-ANT-FREQ     PIC 9(3)V9(2).
               03  RVA-ANT-MEDIA    PIC 9(2)V9(2).
               03  RVA-ANT-RESULT   PIC X(04).
           02  RVA-DEPOIS.
               03  RVA-NOV-NOTA1    PIC 9(2)V9(2).
               03  RVA-NOV-NOTA2    PIC 9(2)V9(2).
               03  RVA-NOV-NOTA3    PIC 9(2)V9(2).
               03  RVA-NOV-FREQ     PIC 9(3)V9(2).
               03  RVA-NOV-MEDIA    PIC 9(2)V9(2).
               03  RVA-NOV-RESULT   PIC X(04).
           02  RVA-REGRA         PIC 9(03).
