      *>****************************************************************
      *>  AUPARMRC.CPY
      *>  Control/parameter record for the BUGAUDIT weekly audit
      *>  review of the operator journals, read once at startup.
      *>  Names the first and last journal dates (YYYYMMDD) to
      *>  review, so a missed week - or the quarter internal audit
      *>  asks for - can be reviewed later. A missing, blank or
      *>  invalid pair reviews the seven days ending on the run date,
      *>  which is what the weekly schedule wants.
      *>****************************************************************
       01  AUPARM-RECORD.
           05  AUPARM-FROM-DATE            PIC X(08).
           05  AUPARM-TO-DATE              PIC X(08).
           05  FILLER                      PIC X(64).
