      *>  Currency code present but no rate on the CURRATES file -
      *>  posting at a guessed rate is worse than bouncing.
               88  RJCT-UNKNOWN-CURRENCY       VALUE 'CR01'.
      *>  A high-value referral the checker declined through BUGRFAP
      *>  (written by BUGRFREL, the decline reason in the referral
      *>  record's journal). It recycles like any reject once the
      *>  desk repairs it - and an unrepaired image simply meets the
      *>  same limit and is referred again.
               88  RJCT-REFERRAL-DECLINED      VALUE 'LM01'.
      *>  The detail's TRAN-TYPE (SR01) or currency code (SR02) is
      *>  not one the SRCREG registry allows for the source system
      *>  of the batch it arrived in (see SRCREGRC). A detail in one
      *>  of our own batches - RECYCLE, CARRYFWD and the like, which
      *>  no longer know their feed - must be allowed for at least
      *>  one registered source.
               88  RJCT-TYPE-NOT-PERMITTED     VALUE 'SR01'.
               88  RJCT-CURRENCY-NOT-PERMITTED VALUE 'SR02'.
           05  RJCT-RUN-DATE               PIC X(08).
           05  RJCT-RUN-ID                 PIC X(08).
           05  RJCT-RECORD-IMAGE           PIC X(39).
