      *    Record layout for FOLHAINT.DAT - the outbound interface the
      *    payroll system loads instead of re-keying our changes.
      *    One header, then per DEPTO the detail records of every
      *    employee whose SALARIO, CARGO or DEPTO changed since the
      *    last extraction followed by that department's subtotal,
      *    then one trailer.  Header and trailer both carry the
      *    detail count and the net salary delta, so the loader can
      *    refuse a file that lost records on the way.
      *      FOL-DET-MOVIMENTO  I admission, E termination,
      *                         A change to a continuing employee
      *    An admission carries an empty old image and a termination
      *    an empty new one; the detail delta is new SALARIO minus
      *    old.  An employee is subtotalled under the new DEPTO, or
      *    the old one on a termination.
           02  FOL-TIPO          PIC X(01).
               88  FOL-CABECALHO  VALUE "H".
               88  FOL-DETALHE    VALUE "D".
               88  FOL-SUBTOTAL   VALUE "S".
               88  FOL-RODAPE     VALUE "T".
           02  FOL-CORPO         PIC X(99).
           02  FOL-CAB REDEFINES FOL-CORPO.
               03  FOL-CAB-ORIGEM    PIC X(08).
               03  FOL-CAB-DATA-REF  PIC 9(08).
               03  FOL-CAB-DATA-GER  PIC 9(08).
               03  FOL-CAB-HORA-GER  PIC 9(06).
               03  FOL-CAB-QTDE      PIC 9(07).
               03  FOL-CAB-DELTA     PIC S9(9)V9(2)
                                     SIGN IS LEADING SEPARATE.
               03  FILLER            PIC X(50).
           02  FOL-DET REDEFINES FOL-CORPO.
               03  FOL-DET-CODIGO       PIC 9(05).
               03  FOL-DET-NOME         PIC X(10).
               03  FOL-DET-MOVIMENTO    PIC X(01).
               03  FOL-DET-DATA-EFETIVA PIC 9(08).
               03  FOL-DET-ANT-CARGO    PIC X(10).
               03  FOL-DET-ANT-DEPTO    PIC X(10).
               03  FOL-DET-ANT-SALARIO  PIC 9(5)V9(2).
               03  FOL-DET-NOV-CARGO    PIC X(10).
               03  FOL-DET-NOV-DEPTO    PIC X(10).
               03  FOL-DET-NOV-SALARIO  PIC 9(5)V9(2).
               03  FOL-DET-DELTA        PIC S9(5)V9(2)
                                        SIGN IS LEADING SEPARATE.
               03  FILLER               PIC X(13).
           02  FOL-SUB REDEFINES FOL-CORPO.
               03  FOL-SUB-DEPTO     PIC X(10).
               03  FOL-SUB-QTDE      PIC 9(07).
               03  FOL-SUB-DELTA     PIC S9(9)V9(2)
                                     SIGN IS LEADING SEPARATE.
               03  FILLER            PIC X(70).
           02  FOL-TRL REDEFINES FOL-CORPO.
               03  FOL-TRL-QTDE      PIC 9(07).
               03  FOL-TRL-DELTA     PIC S9(9)V9(2)
                                     SIGN IS LEADING SEPARATE.
               03  FOL-TRL-DEPTOS    PIC 9(05).
               03  FOL-TRL-REGISTROS PIC 9(07).
               03  FILLER            PIC X(68).
