      *>****************************************************************
      *>  DAYCTLRC.CPY
      *>  Day-control record appended to DAYCTL by every step of the
      *>  daily cycle as it ends: BUGSPLIT, each BUGSOLUTION step
      *>  (partition, intraday cycle or single run - never a trial),
      *>  BUGMERGE, BUGEOD, BUGGLACK, BUGDCONF and BUGRCYCL. One
      *>  record per step execution under the business date it
      *>  worked for (see BCALREC); the file is cumulative and
      *>  append-only, like RUNHIST, so a step rerun after a
      *>  correction is judged by its latest record. BUGCLOSE reads
      *>  it and will not close a period while any business day in
      *>  it lacks a completed posting (a single BUGSOLUTION run,
      *>  BUGMERGE after a split, or BUGEOD after the day's intraday
      *>  cycles) and a clean BUGGLACK acknowledgment.
      *>  DCTL-CONDITION-CODE is the code the step also ended with,
      *>  for the scheduler:
      *>     0  complete, nothing to look at
      *>     4  complete, with warnings on the report worth reading -
      *>        the cycle may carry on
      *>     8  complete, but the outcome is not fit to build on (out
      *>        of balance, suspect, extract not acknowledged clean) -
      *>        hold the steps that depend on it
      *>    12  the step could not do its job
      *>  DCTL-OUTCOME says the same in one byte: C (0 or 4),
      *>  X (8) or F (12).
      *>****************************************************************
       01  DCTL-RECORD.
           05  DCTL-BUSINESS-DATE          PIC X(08).
           05  DCTL-STEP                   PIC X(08).
               88  DCTL-STEP-SPLIT             VALUE 'SPLIT'.
               88  DCTL-STEP-POST              VALUE 'POST'.
               88  DCTL-STEP-MERGE             VALUE 'MERGE'.
               88  DCTL-STEP-DAY-END           VALUE 'DAYEND'.
               88  DCTL-STEP-GLACK             VALUE 'GLACK'.
               88  DCTL-STEP-DUPCONF           VALUE 'DUPCONF'.
               88  DCTL-STEP-RECYCLE           VALUE 'RECYCLE'.
           05  DCTL-RUN-ID                 PIC X(08).
           05  DCTL-STEP-ID                PIC X(08).
      *>  POST steps only: S a single run that posts the day itself,
      *>  P one partition of a split run (BUGMERGE posts the day),
      *>  C one intraday cycle (BUGEOD posts the day).
           05  DCTL-RUN-MODE               PIC X(01).
               88  DCTL-SINGLE-RUN             VALUE 'S'.
               88  DCTL-PARTITION-RUN          VALUE 'P'.
               88  DCTL-CYCLE-RUN              VALUE 'C'.
           05  DCTL-TIMESTAMP              PIC X(21).
           05  DCTL-CONDITION-CODE         PIC 9(02).
           05  DCTL-OUTCOME                PIC X(01).
               88  DCTL-COMPLETE               VALUE 'C'.
               88  DCTL-EXCEPTIONS             VALUE 'X'.
               88  DCTL-FAILED                 VALUE 'F'.
           05  DCTL-REMARK                 PIC X(30).
           05  FILLER                      PIC X(13).
