      *>****************************************************************
      *>  RFJRNRC.CPY
      *>  Journal record for operator actions taken through the
      *>  BUGRFAP referral approval transaction: every approval and
      *>  decline of a high-value referral, and every limit keyed or
      *>  removed on TRANLIMT. Each carries who did it, when, the
      *>  referral or limit it touched and what it looked like before
      *>  - the prior status for a decision, the prior amount and
      *>  keying operator for a limit change - so an audit can show
      *>  that maker and checker were never the same person.
      *>****************************************************************
       01  RFJRN-RECORD.
           05  RFJRN-TIMESTAMP             PIC X(21).
           05  RFJRN-OPERATOR-ID           PIC X(08).
           05  RFJRN-ACTION                PIC X(08).
               88  RFJRN-APPROVED              VALUE 'REFAPPR'.
               88  RFJRN-DECLINED              VALUE 'REFDECL'.
               88  RFJRN-LIMIT-SET             VALUE 'LIMSET'.
               88  RFJRN-LIMIT-REMOVED         VALUE 'LIMDEL'.
           05  RFJRN-TRAN-ID               PIC X(10).
           05  RFJRN-OCCURRENCE            PIC 9(02).
           05  RFJRN-TRAN-TYPE             PIC X(02).
           05  RFJRN-SOURCE-SYSTEM         PIC X(08).
      *>  The referral's base amount for a decision; the new limit
      *>  for a limit change (zero for a removal).
           05  RFJRN-AMOUNT                PIC S9(13)V99.
           05  RFJRN-OLD-STATUS            PIC X(01).
           05  RFJRN-OLD-LIMIT-AMOUNT      PIC 9(13)V99.
           05  RFJRN-OLD-KEYED-BY          PIC X(08).
           05  RFJRN-REASON                PIC X(20).
           05  FILLER                      PIC X(02).
