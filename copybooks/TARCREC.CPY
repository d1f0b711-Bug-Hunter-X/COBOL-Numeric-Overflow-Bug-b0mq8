      *>  Transaction archive record, indexed by TRAN-ID plus an
      *>  occurrence number on TRANARCH. BUGSOLUTION writes one row
      *>  for every disposition it gives an incoming transaction -
      *>  posted, carried forward, diverted as a duplicate, referred
      *>  for high-value approval, or a posted reversal - carrying
      *>  the amount, type, effective date, originating batch source
      *>  system and the GL account the amount extracted under, so
      *>  "what did transaction X actually post, for how much, to
      *>  which account" is answered from this file (online via
      *>  BUGTINQ) instead of from filed RPTOUT listings. The
      *>  occurrence number distinguishes the several rows one
      *>  TRAN-ID can legitimately earn: the posted original, later
      *>  duplicate diversions, its reversal. The partition steps
      *>  of a split run write the same layout to their ARCHSTG
      *>  staging files, which BUGMERGE applies to TRANARCH.
      *>****************************************************************
       01  TARC-RECORD.
           05  TARC-KEY.
               88  TARC-CARRIED-FORWARD        VALUE 'C'.
               88  TARC-DUPLICATE              VALUE 'D'.
               88  TARC-REVERSAL               VALUE 'R'.
               88  TARC-REFERRED               VALUE 'F'.
           05  TARC-GL-ACCOUNT             PIC X(10).
      *>  Original settlement currency (spaces = base) and the
      *>  base-currency amount a posted/reversed row actually moved
      *>  through WS-VAR2; zero on carried/duplicate/referred rows,
      *>  which moved nothing.
           05  TARC-CURRENCY-CODE          PIC X(03).
           05  TARC-BASE-AMOUNT            PIC S9(13)V99.
      *>  Batch date off the originating batch's 'H' header (the run
      *>  date for a headerless stream or a carry-forward batch), so
      *>  source system plus batch date names the one feed batch a
      *>  row arrived in - the scope BUGBKOUT backs out by. Spaces on
      *>  rows archived before the field existed.
           05  TARC-BATCH-DATE             PIC X(08).
      *>  How a posted/reversal row reached the GL extract, so the
      *>  extract can be re-derived row by row (BUGGLTIE): the closed
      *>  period's year and month when the posting was routed to a
      *>  prior-period adjustment (the *P line, spaces otherwise),
      *>  and for a foreign reversal backed out at its original's
      *>  rate the realized FX difference that went to the *F line.
           05  TARC-ADJ-PERIOD             PIC X(06).
           05  TARC-FX-FLAG                PIC X(01).
               88  TARC-AT-ORIGINAL-RATE       VALUE 'O'.
           05  TARC-FX-DIFFERENCE          PIC S9(13)V99.
           05  FILLER                      PIC X(07).
