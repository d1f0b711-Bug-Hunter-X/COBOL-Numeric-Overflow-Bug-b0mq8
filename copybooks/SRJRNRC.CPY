      *>****************************************************************
      *>  SRJRNRC.CPY
      *>  Journal record for operator actions taken against the
      *>  SUSPENSE file through the BUGSMNT repair transaction: every
      *>  correction of a reject's record image and every early
      *>  write-off mark. Each carries who did it, when, the suspense
      *>  item it touched, the rejecting run, and the record image
      *>  before and after - so any amount BUGRCYCL recycles can be
      *>  traced back to the operator who keyed it. A write-off mark
      *>  leaves the image alone (before and after agree) and carries
      *>  the desk's reason.
      *>****************************************************************
       01  SRJRN-RECORD.
           05  SRJRN-TIMESTAMP             PIC X(21).
           05  SRJRN-OPERATOR-ID           PIC X(08).
           05  SRJRN-ACTION                PIC X(08).
               88  SRJRN-CORRECTED             VALUE 'SUSFIX'.
               88  SRJRN-WRITE-OFF-MARKED      VALUE 'SUSWOFF'.
           05  SRJRN-SUSPENSE-KEY.
               10  SRJRN-REASON-CODE       PIC X(04).
               10  SRJRN-FIRST-REJECT-DATE PIC X(08).
               10  SRJRN-LOAD-SEQ          PIC 9(06).
           05  SRJRN-RUN-ID                PIC X(08).
           05  SRJRN-BEFORE-IMAGE          PIC X(39).
           05  SRJRN-AFTER-IMAGE           PIC X(39).
           05  SRJRN-WRITE-OFF-REASON      PIC X(20).
           05  FILLER                      PIC X(09).
