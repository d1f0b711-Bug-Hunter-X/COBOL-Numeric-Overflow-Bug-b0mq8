      *>****************************************************************
      *>  LIMITREC.CPY
      *>  High-value posting limit record, indexed by TRAN-TYPE plus
      *>  source system on TRANLIMT. BUGSOLUTION loads the file at
      *>  startup and refers any detail whose base-currency amount
      *>  exceeds the limit for its type (in either direction - a
      *>  fat-fingered credit is as dangerous as a debit) to the
      *>  REFERRAL file for approval instead of posting it. A limit
      *>  keyed under a specific source system applies to that feed
      *>  only; spaces in the source system is the type's default
      *>  for every other feed, so a feed-specific limit always wins
      *>  over the default. Maintained online through the BUGRFAP
      *>  transaction, which stamps who keyed each limit and when -
      *>  the keying operator is the "maker" of every referral the
      *>  limit raises and may never approve one of them.
      *>****************************************************************
       01  LIMIT-RECORD.
           05  LIMIT-KEY.
               10  LIMIT-TRAN-TYPE         PIC X(02).
               10  LIMIT-SOURCE-SYSTEM     PIC X(08).
           05  LIMIT-AMOUNT                PIC 9(13)V99.
           05  LIMIT-KEYED-BY              PIC X(08).
           05  LIMIT-KEYED-TIMESTAMP       PIC X(14).
           05  FILLER                      PIC X(33).
