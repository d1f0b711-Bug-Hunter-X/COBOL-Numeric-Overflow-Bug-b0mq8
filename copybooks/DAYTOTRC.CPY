      *>****************************************************************
      *>  DAYTOTRC.CPY
      *>  Day-level totals record appended to DAYTOT by every intraday
      *>  cycle of BUGSOLUTION (PARM-CYCLE-NUMBER set). A cycle posts,
      *>  balances and reports its own batches like any run, but
      *>  instead of cutting a GL extract of its own it leaves here,
      *>  under its business date and cycle number:
      *>     'T' one record per GL line the cycle would have extracted
      *>         - the GLIF image exactly as 7800 built it, without an
      *>         extract sequence number; a cycle with nothing typed
      *>         leaves none, the grand-total line being BUGEOD's,
      *>     'B' one record per batch the cycle closed, as balanced,
      *>     'C' the cycle's own totals and outcome, written last.
      *>  BUGEOD reads the business date's records at end of day
      *>  and cuts the one GLIFOUT, the one RUNHIST day record and
      *>  the day summary report from them. The file is cumulative
      *>  and append-only, like RUNHIST. Every record of one cycle
      *>  posting carries that attempt's start timestamp, and the 'C'
      *>  record is what commits the set: a cycle rerun (a restart
      *>  after an abend, or a correction run under the same cycle
      *>  number) is judged by its latest 'C' record, and 'T'/'B'
      *>  records stamped by any other attempt are ignored.
      *>****************************************************************
       01  DTOT-RECORD.
           05  DTOT-RECORD-TYPE            PIC X(01).
               88  DTOT-CYCLE-REC              VALUE 'C'.
               88  DTOT-TYPE-REC               VALUE 'T'.
               88  DTOT-BATCH-REC              VALUE 'B'.
           05  DTOT-BUSINESS-DATE          PIC X(08).
           05  DTOT-CYCLE-NUMBER           PIC 9(02).
           05  DTOT-CYCLE-START            PIC X(21).
           05  DTOT-RUN-ID                 PIC X(08).
           05  DTOT-STEP-ID                PIC X(08).
           05  DTOT-CYCLE-DATA.
               10  DTOT-RUN-DATE           PIC X(08).
               10  DTOT-CYCLE-END          PIC X(21).
               10  DTOT-RECORDS-READ       PIC 9(09).
               10  DTOT-TRUE-TOTAL         PIC 9(14).
               10  DTOT-FINAL-VAR2         PIC S9(15)V99.
               10  DTOT-EXPECTED-TOTAL     PIC S9(15)V99.
               10  DTOT-CARRIED-COUNT      PIC 9(09).
               10  DTOT-CARRIED-AMOUNT     PIC S9(15)V99.
               10  DTOT-REFERRED-COUNT     PIC 9(09).
               10  DTOT-REFERRED-AMOUNT    PIC S9(15)V99.
               10  DTOT-CONVERSION-ADJ     PIC S9(15)V99.
               10  DTOT-RECORDS-REJECTED   PIC 9(09).
               10  DTOT-DUPES-DIVERTED     PIC 9(09).
               10  DTOT-HELD-BATCHES       PIC 9(09).
               10  DTOT-HELD-RECORDS       PIC 9(09).
               10  DTOT-HELD-AMOUNT        PIC S9(15)V99.
               10  DTOT-REVERSALS-POSTED   PIC 9(09).
               10  DTOT-REVERSED-AMOUNT    PIC S9(15)V99.
               10  DTOT-OVERFLOW-COUNT     PIC 9(05).
               10  DTOT-FEEDS-SHORT        PIC 9(09).
      *>  Same values as RUNH-BALANCE-STATUS: B in balance, O out of
      *>  balance, N no trailer seen - not reconciled.
               10  DTOT-BALANCE-STATUS     PIC X(01).
                   88  DTOT-IN-BALANCE         VALUE 'B'.
                   88  DTOT-OUT-OF-BALANCE     VALUE 'O'.
                   88  DTOT-NOT-RECONCILED     VALUE 'N'.
               10  DTOT-SUSPECT-FLAG       PIC X(01).
                   88  DTOT-SUSPECT            VALUE 'Y'.
               10  DTOT-RESTART-FLAG       PIC X(01).
                   88  DTOT-WAS-RESTART        VALUE 'Y'.
               10  DTOT-VAR1-THRESHOLD     PIC 9(05).
               10  DTOT-VAR2-MAX-THRESHOLD PIC 9(15).
               10  DTOT-CHECKPOINT-FREQUENCY
                                           PIC 9(05).
               10  FILLER                  PIC X(16).
           05  DTOT-TYPE-DATA REDEFINES DTOT-CYCLE-DATA.
               10  DTOT-GLIF-IMAGE         PIC X(120).
               10  FILLER                  PIC X(172).
           05  DTOT-BATCH-DATA REDEFINES DTOT-CYCLE-DATA.
               10  DTOT-BR-SOURCE          PIC X(08).
               10  DTOT-BR-DATE            PIC X(08).
               10  DTOT-BR-EXPECTED        PIC 9(09).
               10  DTOT-BR-HAS-EXPECTED-SW PIC X(01).
               10  DTOT-BR-DETAILS         PIC 9(09).
               10  DTOT-BR-REJECTS         PIC 9(09).
               10  DTOT-BR-DUPES           PIC 9(09).
               10  DTOT-BR-CARRIED         PIC 9(09).
               10  DTOT-BR-REFERRED        PIC 9(09).
               10  DTOT-BR-REVERSALS       PIC 9(09).
               10  DTOT-BR-RVSL-AMOUNT     PIC S9(15)V99.
               10  DTOT-BR-AMOUNT          PIC S9(15)V99.
               10  DTOT-BR-DEBIT-COUNT     PIC 9(09).
               10  DTOT-BR-DEBIT-AMOUNT    PIC S9(15)V99.
               10  DTOT-BR-CREDIT-COUNT    PIC 9(09).
               10  DTOT-BR-CREDIT-AMOUNT   PIC S9(15)V99.
               10  DTOT-BR-TRAILER-TOTAL   PIC S9(11)V99.
      *>  Same values as the batch status in BUGSOLUTION's results
      *>  table: B, R, A, X, N, H (held) or U (unregistered).
               10  DTOT-BR-STATUS          PIC X(01).
               10  FILLER                  PIC X(112).
