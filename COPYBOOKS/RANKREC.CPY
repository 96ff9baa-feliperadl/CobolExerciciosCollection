      *    Record layout for RANKING.DAT - the class standing Ranking
      *    rebuilds from ARQHIST.DAT, one entry per student, keyed on
      *    CODIGO so Historico can print it under the transcript.
      *    RNK-MEDIA is the cumulative average over the terms already
      *    decided, the recovery score standing in for the term
      *    average wherever one resolved the term; EXAM terms still
      *    open are left out and counted in RNK-PENDENTES.  Tied
      *    students share RNK-POSICAO and carry RNK-EMPATE; the next
      *    student after a tie takes the position its place in the
      *    list gives (1, 2, 2, 4).  RNK-DATA is the run date the
      *    standing was taken on.
           02  RNK-CODIGO     PIC 9(05).
           02  RNK-NOME       PIC X(10).
           02  RNK-TURMA      PIC X(10).
           02  RNK-PERIODOS   PIC 9(03).
           02  RNK-PENDENTES  PIC 9(03).
           02  RNK-MEDIA      PIC 9(2)V9(2).
           02  RNK-POSICAO    PIC 9(05).
           02  RNK-ALUNOS     PIC 9(05).
           02  RNK-EMPATE     PIC X(01).
               88  RNK-EMPATADO     VALUE "S".
           02  RNK-HONRA      PIC X(01).
               88  RNK-LISTA-HONRA  VALUE "S".
           02  RNK-DATA       PIC 9(08).
