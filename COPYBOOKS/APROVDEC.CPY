      *    Record layout for APROVDEC.DAT - the approval state of
      *    the ARQDEC.DAT batch in the directory.  AprovaDec writes it
      *    when the preparer registers the batch (P) and again when a
      *    second operator signs it off (A); a live Reajuste run
      *    marks it used (U) so the same approval cannot post the
      *    same raises twice.  The control totals - decision count,
      *    value sum, a hash of the CODIGOs and two per-line hashes,
      *    CODIGO times VALOR and CODIGO times the TIPO character -
      *    are taken from the file at preparation and must still
      *    match at approval and at posting, so a batch edited after
      *    sign-off is refused.  The per-line hashes catch what the
      *    sums cannot: values or TIPOs swapped between employees, or
      *    a TIPO changed on its own.
           02  APV-SITUACAO     PIC X(01).
               88  LOTE-PREPARADO  VALUE "P".
               88  LOTE-APROVADO   VALUE "A".
               88  LOTE-UTILIZADO  VALUE "U".
           02  APV-PREPARADOR   PIC X(08).
           02  APV-DATA-PREP    PIC 9(08).
           02  APV-HORA-PREP    PIC 9(06).
           02  APV-APROVADOR    PIC X(08).
           02  APV-DATA-APROV   PIC 9(08).
           02  APV-HORA-APROV   PIC 9(06).
           02  APV-QTDE         PIC 9(07).
           02  APV-SOMA         PIC 9(11)V9(2).
           02  APV-HASH         PIC 9(12).
           02  APV-HASH-VALOR   PIC 9(16)V9(2).
           02  APV-HASH-TIPO    PIC 9(15).
