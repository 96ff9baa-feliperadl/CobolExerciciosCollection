      *    Control line a SIMULA run of Reajuste prints under the
      *    heading of its register: the control totals of the
      *    ARQDEC.DAT batch it simulated, taken the way AprovaDec
      *    takes them at preparation.  AprovaDec finds the line by
      *    SIMC-ROTULO and signs off a batch only against a register
      *    whose totals are that batch's.
           02  SIMC-ROTULO      PIC X(05) VALUE "LOTE:".
           02  FILLER           PIC X(01) VALUE SPACE.
           02  SIMC-QTDE        PIC 9(07).
           02  FILLER           PIC X(01) VALUE SPACE.
           02  SIMC-SOMA        PIC 9(11)V9(2).
           02  FILLER           PIC X(01) VALUE SPACE.
           02  SIMC-HASH        PIC 9(12).
           02  FILLER           PIC X(01) VALUE SPACE.
           02  SIMC-HASH-VALOR  PIC 9(16)V9(2).
           02  FILLER           PIC X(01) VALUE SPACE.
           02  SIMC-HASH-TIPO   PIC 9(15).
           02  FILLER           PIC X(05) VALUE SPACES.
