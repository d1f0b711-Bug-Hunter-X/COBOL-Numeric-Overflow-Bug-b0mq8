      *>  default period - closing the wrong month would hand
      *>  finance the wrong totals - so a missing or invalid parm
      *>  record fails the job instead.
      *>  The sign-off flag is finance's word that this is the final
      *>  close: with it set (and the signing officer named) a clean
      *>  close locks the period on PERIODLK against further posting.
      *>  Without it the job is a draft close and locks nothing.
      *>****************************************************************
       01  CLPARM-RECORD.
           05  CLPARM-PERIOD-START         PIC X(08).
           05  CLPARM-PERIOD-END           PIC X(08).
           05  CLPARM-SIGNOFF-FLAG         PIC X(01).
               88  CLPARM-SIGNED-OFF           VALUE 'Y'.
           05  CLPARM-SIGNOFF-BY           PIC X(08).
           05  FILLER                      PIC X(55).
