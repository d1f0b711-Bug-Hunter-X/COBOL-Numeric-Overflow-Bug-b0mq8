               88  CHKPT-FORCED-FRESH          VALUE 'F'.
           05  CHKPT-VAR2-SUSPECT-FLAG     PIC X(01).
               88  CHKPT-VAR2-SUSPECT          VALUE 'Y'.
      *>  High-value details referred for approval sit inside the
      *>  feed trailers but outside VAR2 exactly like carried ones,
      *>  and the consolidation backs them out the same way.
           05  CHKPT-REFERRED-AMOUNT       PIC S9(15)V99.
