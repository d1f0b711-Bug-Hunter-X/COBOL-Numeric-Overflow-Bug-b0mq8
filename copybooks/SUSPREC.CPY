      *>****************************************************************
      *>  SUSPREC.CPY
      *>  Suspense item record on the SUSPENSE file, indexed by the
      *>  reject reason, the first-rejection date and a load sequence
      *>  number, so the repair desk browses the file grouped by why
      *>  and since when each item has been failing. BUGSLOAD rebuilds
      *>  the file each day from the day's sequential suspense (the
      *>  new rejects plus BUGRCYCL's carry-over); the desk works it
      *>  through the BUGSMNT transaction; BUGRCYCL reads it back.
      *>  SUSP-REJECT-RECORD is the whole RJCTREC reject record - the
      *>  key repeats two of its fields and never changes once loaded,
      *>  even when a correction fixes the image inside it.
      *>  Repair status: blank untouched since load, 'C' corrected at
      *>  the desk (the image now passes the front-end edits), 'W'
      *>  marked for write-off - BUGRCYCL books it out to WRTOFF on
      *>  its next run whatever its recycle count, with the reason
      *>  the desk keyed. The changed-by fields stamp the last desk
      *>  action; the full trail is on the SRJRNRC journal.
      *>****************************************************************
       01  SUSP-RECORD.
           05  SUSP-KEY.
               10  SUSP-REASON-CODE        PIC X(04).
               10  SUSP-FIRST-REJECT-DATE  PIC X(08).
               10  SUSP-LOAD-SEQ           PIC 9(06).
           05  SUSP-REJECT-RECORD          PIC X(70).
           05  SUSP-REPAIR-STATUS          PIC X(01).
               88  SUSP-UNTOUCHED              VALUE ' '.
               88  SUSP-CORRECTED              VALUE 'C'.
               88  SUSP-WRITE-OFF-MARKED       VALUE 'W'.
           05  SUSP-WRITE-OFF-REASON       PIC X(20).
           05  SUSP-CHANGED-BY             PIC X(08).
           05  SUSP-CHANGED-TIMESTAMP      PIC X(14).
           05  FILLER                      PIC X(09).
