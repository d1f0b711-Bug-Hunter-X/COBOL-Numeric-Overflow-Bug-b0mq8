      *>****************************************************************
      *>  SRCREGRC.CPY
      *>  Source-system registry record, one per upstream feed we
      *>  accept, on the SRCREG file BUGSOLUTION loads at startup.
      *>  An 'H' batch header naming a source with no entry here is
      *>  quarantined whole to QUAROUT, the way a HOLDCTL hold is, so
      *>  a typo'd source name can no longer post and then miss the
      *>  HOLDCTL, BUGDCONF and DUPSTATS matches made on that name.
      *>  Our own jobs' batches - REFERRAL (BUGRFREL), RECYCLE
      *>  (BUGRCYCL), BACKOUT (BUGBKOUT), the CARRYFWD round trip and
      *>  the headerless *NOHDR* batch - are registered implicitly
      *>  and need no entry; an entry for one of them is honoured
      *>  like any other.
      *>  SREG-EXPECTED-BATCHES is how many batches the feed sends
      *>  per business day (zero: it sends when it has something, and
      *>  is never reported missing) and SREG-LATEST-ARRIVAL the time
      *>  of day (HHMM, spaces = no deadline) by which the last of
      *>  them should be in; a run that saw fewer names the feed in
      *>  its missing/late feed section.
      *>  SREG-ALLOWED-TYPE lists the TRAN-TYPEs the feed may send -
      *>  all spaces allows any type. SREG-ALLOWED-CURRENCY lists the
      *>  coded currencies it may send; base currency (a blank code)
      *>  is always allowed, so an all-spaces list means base only.
      *>  A detail outside its feed's lists rejects SR01 (type) or
      *>  SR02 (currency) - see RJCTREC.
      *>****************************************************************
       01  SREG-RECORD.
           05  SREG-SOURCE-SYSTEM          PIC X(08).
           05  SREG-EXPECTED-BATCHES       PIC 9(02).
           05  SREG-LATEST-ARRIVAL         PIC X(04).
           05  SREG-ALLOWED-TYPES.
               10  SREG-ALLOWED-TYPE       PIC X(02) OCCURS 10 TIMES.
           05  SREG-ALLOWED-CURRENCIES.
               10  SREG-ALLOWED-CURRENCY   PIC X(03) OCCURS 8 TIMES.
           05  FILLER                      PIC X(22).
