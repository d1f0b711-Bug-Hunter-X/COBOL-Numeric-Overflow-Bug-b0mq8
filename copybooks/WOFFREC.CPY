      *>  write-off record untouched, so finance can book the item
      *>  out with its complete history instead of rediscovering it
      *>  on the suspense file every morning.
      *>  An item the repair desk marked for write-off through BUGSMNT
      *>  goes the same way without waiting for the limit: its kind
      *>  is 'D' and it carries the marking operator and the desk's
      *>  reason; a cycle-limit write-off is kind 'L' with those
      *>  blank.
      *>****************************************************************
       01  WOFF-RECORD.
           05  WOFF-WRITE-OFF-DATE         PIC X(08).
           05  WOFF-CYCLE-LIMIT            PIC 9(03).
           05  WOFF-REJECT-IMAGE           PIC X(70).
           05  WOFF-WRITE-OFF-KIND         PIC X(01).
               88  WOFF-CYCLE-LIMIT-REACHED    VALUE 'L'.
               88  WOFF-DESK-WRITE-OFF         VALUE 'D'.
           05  WOFF-MARKED-BY              PIC X(08).
           05  WOFF-WRITE-OFF-REASON       PIC X(20).
           05  FILLER                      PIC X(10).
