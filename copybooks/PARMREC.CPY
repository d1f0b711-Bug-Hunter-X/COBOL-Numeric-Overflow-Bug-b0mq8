      *>  duplicate exceptions or run history. For proving a
      *>  suspect feed balances before committing the batch window.
           05  PARM-TRIAL-MODE-FLAG        PIC X(01).
      *>  PARM-CYCLE-NUMBER: 01-99 runs the step as that numbered
      *>  intraday cycle of its business date. The cycle posts,
      *>  balances and reports its own batches as usual, but cuts
      *>  no GL extract and writes no run history: its GL lines,
      *>  batch results and totals are appended to the DAYTOT
      *>  day-level totals file (DAYTOTRC) for BUGEOD to combine at
      *>  end of day. Spaces or zero is an ordinary run. Not used
      *>  with PARM-HIST-STAGE-FLAG.
           05  PARM-CYCLE-NUMBER           PIC X(02).
           05  FILLER                      PIC X(19).
