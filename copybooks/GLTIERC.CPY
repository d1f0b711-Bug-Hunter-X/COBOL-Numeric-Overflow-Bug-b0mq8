      *>****************************************************************
      *>  GLTIERC.CPY
      *>  Tie-out result record appended to GLTIEHST by every BUGGLTIE
      *>  execution: one record per run date tied out, saying whether
      *>  every TRAN-TYPE/GL account line extracted to GLIFOUT for
      *>  that date agreed to the cent - gross debit and credit
      *>  totals and their counts - with the same line re-added from
      *>  the TRANARCH rows underneath it. The file is cumulative and
      *>  append-only, like RUNHIST; a date tied out more than once
      *>  (a rerun after a correction) is judged by its latest
      *>  record. BUGCLOSE reads it and will not close a period clean
      *>  while any date inside it stands mismatched.
      *>****************************************************************
       01  GLTIE-RECORD.
           05  GLTIE-RUN-DATE              PIC X(08).
           05  GLTIE-TIMESTAMP             PIC X(21).
           05  GLTIE-LINES-CHECKED         PIC 9(05).
           05  GLTIE-LINES-MISMATCHED      PIC 9(05).
           05  GLTIE-ARCHIVE-ROWS          PIC 9(09).
           05  GLTIE-EXTRACT-LINES         PIC 9(09).
      *>  Net of each leg (debits minus credits), for the eye only:
      *>  the judgment is made line by line, on the gross sides.
           05  GLTIE-ARCHIVE-NET           PIC S9(15)V99.
           05  GLTIE-EXTRACT-NET           PIC S9(15)V99.
           05  GLTIE-RESULT                PIC X(01).
               88  GLTIE-AGREES                VALUE 'A'.
               88  GLTIE-MISMATCH              VALUE 'M'.
           05  FILLER                      PIC X(08).
