      *>****************************************************************
      *>  REFERREC.CPY
      *>  High-value referral record, indexed by TRAN-ID plus an
      *>  occurrence number on REFERRAL (and written in the same
      *>  layout to the REFRSTG staging file by the partition steps
      *>  of a split run, for BUGMERGE to apply serially). One record
      *>  per detail BUGSOLUTION kept out of the posting because its
      *>  amount exceeded the TRANLIMT limit for its type: the
      *>  untouched original record image, the batch it arrived in,
      *>  the base amount and the limit it broke, and who keyed that
      *>  limit - the one operator who may never decide it.
      *>  The rejecting run-id, step-id, run date and input position
      *>  identify the referral across a restart, the same way the
      *>  archive's run/step/date identify a TRANARCH row: a resumed
      *>  run that re-refers a record it already wrote recognizes
      *>  its own row instead of raising a second referral.
      *>  Lifecycle: 'P' pending until an operator approves ('A') or
      *>  declines ('D') it through BUGRFAP; BUGRFREL then releases
      *>  approved items into a balanced REFERRAL batch for the next
      *>  run ('R') and sends declined items to suspense ('S'). The
      *>  record stays on file in its final state as the audit
      *>  trail of the decision.
      *>****************************************************************
       01  REFER-RECORD.
           05  REFER-KEY.
               10  REFER-TRAN-ID           PIC X(10).
               10  REFER-OCCURRENCE        PIC 9(02).
           05  REFER-STATUS                PIC X(01).
               88  REFER-PENDING               VALUE 'P'.
               88  REFER-APPROVED              VALUE 'A'.
               88  REFER-DECLINED              VALUE 'D'.
               88  REFER-RELEASED              VALUE 'R'.
               88  REFER-SUSPENDED             VALUE 'S'.
           05  REFER-RUN-DATE              PIC X(08).
           05  REFER-RUN-ID                PIC X(08).
           05  REFER-STEP-ID               PIC X(08).
           05  REFER-INPUT-SEQ             PIC 9(09).
           05  REFER-SOURCE-SYSTEM         PIC X(08).
           05  REFER-BATCH-DATE            PIC X(08).
           05  REFER-RECORD-IMAGE          PIC X(39).
           05  REFER-BASE-AMOUNT           PIC S9(13)V99.
           05  REFER-LIMIT-AMOUNT          PIC 9(13)V99.
           05  REFER-LIMIT-KEYED-BY        PIC X(08).
      *>  Decision stamp, set by BUGRFAP: the checker's operator id,
      *>  a YYYYMMDDHHMMSS timestamp and, for a decline, the reason
      *>  the item travels to suspense with.
           05  REFER-DECIDED-BY            PIC X(08).
           05  REFER-DECIDED-TIMESTAMP     PIC X(14).
           05  REFER-DECLINE-REASON        PIC X(20).
      *>  Set by BUGRFREL when the item leaves the file's care.
           05  REFER-RELEASE-DATE          PIC X(08).
           05  FILLER                      PIC X(11).
