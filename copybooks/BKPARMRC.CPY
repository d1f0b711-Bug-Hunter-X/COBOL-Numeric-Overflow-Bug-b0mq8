      *>****************************************************************
      *>  BKPARMRC.CPY
      *>  Control/parameter record for the BUGBKOUT backout job, read
      *>  once at startup. Names the scope to back out: a whole run
      *>  (run-id alone), or one feed batch inside it (run-id plus
      *>  the batch's source system and batch date). The run date
      *>  narrows a run-id that is reused from day to day; spaces
      *>  takes the run-id on every date still on the archive.
      *>  Without the release flag the job only lists the scope -
      *>  count and amount by TRAN-TYPE - for finance to approve;
      *>  with it set the same scope is also written out as the
      *>  BACKOUT reversal batch. There is no safe default scope -
      *>  backing out the wrong run posts real contras - so a
      *>  missing or invalid parm record fails the job instead.
      *>****************************************************************
       01  BKPARM-RECORD.
           05  BKPARM-RUN-ID               PIC X(08).
           05  BKPARM-RUN-DATE             PIC X(08).
           05  BKPARM-SOURCE-SYSTEM        PIC X(08).
           05  BKPARM-BATCH-DATE           PIC X(08).
           05  BKPARM-RELEASE-FLAG         PIC X(01).
               88  BKPARM-RELEASE              VALUE 'Y'.
           05  FILLER                      PIC X(47).
