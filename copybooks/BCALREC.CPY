      *>****************************************************************
      *>  BCALREC.CPY
      *>  Business-day calendar record, one per calendar date, on the
      *>  BUSCAL file operations load a year ahead. Every date is
      *>  present - weekends and holidays included, marked as such -
      *>  so a gap in the file is a gap in the calendar, not a day
      *>  off. The business date a step works under is the latest
      *>  business day on or before the date it is judged on (the run
      *>  date, or for BUGGLACK the date the extract was cut), so a
      *>  Saturday make-up run still belongs to Friday. BUGSOLUTION
      *>  takes its effective-date cutoff from it, the cycle steps
      *>  post their completion on DAYCTL under it, and BUGCLOSE
      *>  lists a period's business days from it.
      *>****************************************************************
       01  BCAL-RECORD.
           05  BCAL-DATE                   PIC X(08).
           05  BCAL-DAY-TYPE               PIC X(01).
               88  BCAL-BUSINESS-DAY           VALUE 'B'.
               88  BCAL-WEEKEND                VALUE 'W'.
               88  BCAL-HOLIDAY                VALUE 'H'.
           05  BCAL-DESCRIPTION            PIC X(30).
           05  FILLER                      PIC X(41).
