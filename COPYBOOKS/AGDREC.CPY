      *    Record layout for EXAMAGD.DAT - the recovery exam
      *    schedule AgendaExam builds from ARQEXAME.DAT and
      *    EXAMSES.DAT, one entry per seated student, keyed on
      *    CODIGO.  Cartas prints the session on the exam letter;
      *    Questao5 and Fechamento read AGD-PRESENCA, keyed from the
      *    signed attendance rosters, to tell a student who sat the
      *    exam from one who never showed up.  An entry only counts
      *    for the PERIODO it was scheduled under.
      *      AGD-PRESENCA  P present, A absent, space not yet keyed
           02  AGD-CODIGO     PIC 9(05).
           02  AGD-NOME       PIC X(10).
           02  AGD-TURMA      PIC X(10).
           02  AGD-PERIODO    PIC X(06).
           02  AGD-SESSAO     PIC 9(03).
           02  AGD-DATA       PIC 9(08).
           02  AGD-HORA       PIC 9(04).
           02  AGD-SALA       PIC X(10).
           02  AGD-PRESENCA   PIC X(01).
               88  AGD-PRESENTE       VALUE "P".
               88  AGD-AUSENTE        VALUE "A".
               88  AGD-SEM-REGISTRO   VALUE SPACE.
