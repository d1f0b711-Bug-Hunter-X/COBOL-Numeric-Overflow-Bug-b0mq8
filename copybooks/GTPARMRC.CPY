      *>****************************************************************
      *>  GTPARMRC.CPY
      *>  Control/parameter record for the BUGGLTIE nightly tie-out
      *>  of the GL extract against the transaction archive, read
      *>  once at startup. Names the run date to tie out, so a missed
      *>  night - or a day re-extracted after a correction - can be
      *>  tied out again later. A missing, blank or invalid date
      *>  ties out today, which is what the nightly schedule wants.
      *>****************************************************************
       01  GTPARM-RECORD.
           05  GTPARM-RUN-DATE             PIC X(08).
           05  FILLER                      PIC X(72).
