      *>****************************************************************
      *>  PLOCKREC.CPY
      *>  Closed-period lock record, indexed by period end date on
      *>  PERIODLK. BUGCLOSE writes one when finance signs off a
      *>  period's close (CLPARM sign-off) and the period closed
      *>  clean; from then on BUGSOLUTION loads every lock at startup
      *>  and routes any posting whose effective date falls inside a
      *>  locked period - for a reversal, the date its original
      *>  posted per TRANHIST - to a prior-period adjustment instead
      *>  of the current per-type totals. Only status 'L' locks;
      *>  anything else on the status byte leaves the period open,
      *>  so a lock can be lifted on the file without deleting the
      *>  record of who signed it off.
      *>****************************************************************
       01  PLOCK-RECORD.
           05  PLOCK-KEY.
               10  PLOCK-PERIOD-END        PIC X(08).
           05  PLOCK-PERIOD-START          PIC X(08).
           05  PLOCK-STATUS                PIC X(01).
               88  PLOCK-LOCKED                VALUE 'L'.
           05  PLOCK-SIGNED-OFF-BY         PIC X(08).
           05  PLOCK-LOCKED-TIMESTAMP      PIC X(21).
           05  FILLER                      PIC X(34).
