      *    when (and by whom) a CARGO, DEPTO or SALARIO changed can be
      *    answered from the trail instead of from memory.  AUD-ANTES
      *    is all zeros/spaces on an inclusion, AUD-DEPOIS on an
      *    exclusion.  AUD-DATA is when the change was posted;
      *    AUD-DATA-EFETIVA the date it takes effect, which differs
      *    for a movement keyed ahead and held in MNTPEND.DAT or one
      *    keyed late with an earlier effective date.
           02  AUD-DATA      PIC 9(08).
           02  AUD-HORA      PIC 9(06).
           02  AUD-OPERADOR  PIC X(08).
               03  AUD-DEP-CARGO    PIC X(10).
               03  AUD-DEP-DEPTO    PIC X(10).
               03  AUD-DEP-SALARIO  PIC 9(5)V9(2).
           02  AUD-DATA-EFETIVA PIC 9(08).
