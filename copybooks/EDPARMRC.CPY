      *>****************************************************************
      *>  EDPARMRC.CPY
      *>  Control/parameter record for the BUGEOD end-of-day job that
      *>  combines a business date's intraday BUGSOLUTION cycles,
      *>  read once at startup. Names the run-id and step-id the day
      *>  record goes to RUNHIST and DAYCTL under, the batch-id to
      *>  stamp on the day's GL extract, and the business date whose
      *>  cycles are combined (YYYYMMDD). A blank date takes the
      *>  business date BUSCAL gives for the run date, which is what
      *>  the evening schedule wants; a job held past midnight must
      *>  name its day here.
      *>****************************************************************
       01  EDPARM-RECORD.
           05  EDPARM-RUN-ID               PIC X(08).
           05  EDPARM-STEP-ID              PIC X(08).
           05  EDPARM-BATCH-ID             PIC X(08).
           05  EDPARM-BUSINESS-DATE        PIC X(08).
           05  FILLER                      PIC X(48).
