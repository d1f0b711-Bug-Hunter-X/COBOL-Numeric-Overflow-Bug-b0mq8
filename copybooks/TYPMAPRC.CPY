      *>  the BUGTMNT transaction, which validates and journals every
      *>  change (see TMJRNRC); nothing account-related is compiled
      *>  into any program.
      *>  Types beginning with an asterisk are reserved for the lines
      *>  BUGSOLUTION extracts that no feed type produces: *F maps the
      *>  realized FX gain/loss posted when a foreign reversal is
      *>  backed out at its original rate, and *P the prior-period
      *>  adjustment account that postings dated in a closed period
      *>  are routed to.
      *>****************************************************************
       01  TYPMAP-RECORD.
           05  TYPMAP-KEY.
