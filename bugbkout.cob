      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGBKOUT
*> Backs out a whole run, or one feed batch inside it, from the
*> transaction archive. When a source system sends a bad file, or
*> a run posts a feed that should never have gone in, the repair
*> used to be a hand-keyed 'R' reversal per TRAN-ID. This job
*> builds that batch from TRANARCH (TARCREC layout) instead. The
*> scope comes from BKPARMIN (BKPARMRC layout): a run-id, or a
*> run-id plus the batch's source system and batch date, optionally
*> narrowed to one run date. Every posted ('P') archive row in the
*> scope is looked up on TRANHIST and selected unless:
*>   - the history row is gone (purged by BUGHPURG) - a reversal
*>     against it could no longer post, so it is only counted,
*>   - the transaction is already reversed - a second contra would
*>     be diverted to suspense anyway, and is not offered,
*>   - the history row belongs to a different run - the TRAN-ID
*>     was purged and has since posted again elsewhere, and that
*>     later posting is not ours to back out.
*> The listing (BKRPTOUT) shows the selected scope as count, feed
*> amount and base amount by TRAN-TYPE, with the skip counts, so
*> finance can approve exactly what will be backed out. Once they
*> have, the same parm with the release flag set writes the scope
*> to TRANOUT as a complete balanced batch in TRANREC format: an
*> 'H' header under source system BACKOUT carrying the reversal
*> count, one 'R' reversal per TRAN-ID for the amount and currency
*> the original arrived in, and a 'T' trailer carrying the control
*> total - the negated sum, since BUGSOLUTION nets a reversal into
*> its batch total as a contra. The batch concatenates ahead of the
*> next run's TRANIN the way the REFERRAL and recycle batches do,
*> and BUGSOLUTION prices each reversal at its original's rate.
*> As in BUGRFREL, the header must be written before the details
*> it counts, so the archive is read twice: a tally pass that
*> builds the listing, then a write pass selecting by the same rule.
*> Nothing is marked here - TRANHIST's reversal flag, set when the
*> batch posts, is what keeps a rerun from offering the same
*> transactions again; a batch released twice before either posts
*> sees its second copy diverted as double reversals.
*> A split run's postings reach the archive when BUGMERGE applies
*> its partitions' staged rows, and can be backed out from then on.
*> It ends with a condition code for the scheduler: 12 when the
*> backout could not run (bad BKPARM, no archive or history),
*> otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGBKOUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BKPARM-FILE ASSIGN TO "BKPARMIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BKPARM-FILE-STATUS.

    SELECT TARC-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TARC-KEY OF TARC-RECORD
        FILE STATUS IS WS-TARC-FILE-STATUS.

    SELECT TRNH-FILE ASSIGN TO "TRANHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TRNH-KEY
        FILE STATUS IS WS-TRNH-FILE-STATUS.

    SELECT TRAN-FILE ASSIGN TO "TRANOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRAN-FILE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "BKRPTOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BKPARM-FILE
    RECORDING MODE IS F.
COPY BKPARMRC.

FD  TARC-FILE.
COPY TARCREC.

FD  TRNH-FILE.
COPY TRNHREC.

FD  TRAN-FILE
    RECORDING MODE IS F.
01  TRAN-FILE-RECORD                       PIC X(39).

FD  PRINT-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-BKPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-TARC-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-TRNH-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.

01  WS-CONTROL-PARMS.
    05  WS-SCOPE-RUN-ID                 PIC X(08) VALUE SPACES.
    05  WS-SCOPE-RUN-DATE               PIC X(08) VALUE SPACES.
    05  WS-SCOPE-SOURCE                 PIC X(08) VALUE SPACES.
    05  WS-SCOPE-BATCH-DATE             PIC X(08) VALUE SPACES.
    05  WS-BACKOUT-SOURCE               PIC X(08) VALUE "BACKOUT".

01  WS-COUNTERS.
    05  WS-ARCHIVE-READ                 PIC 9(9) VALUE 0.
    05  WS-ROWS-IN-SCOPE                PIC 9(9) VALUE 0.
    05  WS-ROWS-SELECTED                PIC 9(9) VALUE 0.
    05  WS-SELECTED-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
    05  WS-SELECTED-BASE-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-SKIPPED-REVERSED             PIC 9(9) VALUE 0.
    05  WS-SKIPPED-PURGED               PIC 9(9) VALUE 0.
    05  WS-SKIPPED-REPOSTED             PIC 9(9) VALUE 0.
    05  WS-SKIPPED-REVERSED-AMOUNT      PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-SKIPPED-PURGED-AMOUNT        PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-SKIPPED-REPOSTED-AMOUNT      PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-REVERSALS-WRITTEN            PIC 9(9) VALUE 0.
    05  WS-BATCH-CONTROL-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    05  WS-BACKOUT-FAILED-SW            PIC X(01) VALUE 'N'.
        88  WS-BACKOUT-FAILED               VALUE 'Y'.
    05  WS-RELEASE-SW                   PIC X(01) VALUE 'N'.
        88  WS-RELEASE-REQUESTED            VALUE 'Y'.
    05  WS-BATCH-WRITTEN-SW             PIC X(01) VALUE 'N'.
        88  WS-BATCH-WRITTEN                VALUE 'Y'.
*> What the selection rule made of the current archive row.
    05  WS-SELECT-SW                    PIC X(01) VALUE 'N'.
        88  WS-SELECT-BACKOUT               VALUE 'B'.
        88  WS-SELECT-REVERSED              VALUE 'R'.
        88  WS-SELECT-PURGED                VALUE 'P'.
        88  WS-SELECT-REPOSTED              VALUE 'L'.
        88  WS-SELECT-NONE                  VALUE 'N'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.

COPY TARCREC REPLACING TARC-RECORD BY WS-TARC-RECORD.

COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-RECORD.

COPY TRANREC REPLACING TRAN-RECORD BY WS-BATCH-RECORD.

*> Selected scope by TRAN-TYPE, in first-appearance order: what
*> finance approves before the batch is released.
01  WS-TYPE-TABLE.
    05  WS-TYPE-COUNT                   PIC 9(03) VALUE 0.
    05  WS-TYPE-SUB                     PIC 9(03) VALUE 0.
    05  WS-TYPE-FOUND-SUB               PIC 9(03) VALUE 0.
    05  WS-TYPE-OVERFLOW-SW             PIC X(01) VALUE 'N'.
        88  WS-TYPE-OVERFLOW                VALUE 'Y'.
    05  WS-TYPE-ENTRY OCCURS 100 TIMES.
        10  WS-BKT-TRAN-TYPE            PIC X(02).
        10  WS-BKT-COUNT                PIC 9(09).
        10  WS-BKT-AMOUNT               PIC S9(15)V99 COMP-3.
        10  WS-BKT-BASE-AMOUNT          PIC S9(15)V99 COMP-3.

*> ---------------------------------------------------------------
*> Pre-backout listing layout, in the RPTOUT mold.
*> ---------------------------------------------------------------
01  WS-REPORT-HEADING-1.
    05  FILLER                          PIC X(40) VALUE
        "BUGBKOUT - PRE-BACKOUT SCOPE LISTING    ".
    05  FILLER                          PIC X(10) VALUE "RUN DATE: ".
    05  RPT-RUN-DATE                    PIC X(08).
    05  FILLER                          PIC X(74) VALUE SPACES.

01  WS-REPORT-SCOPE-LINE.
    05  FILLER                          PIC X(14) VALUE
        "SCOPE RUN-ID: ".
    05  RPT-SCOPE-RUN-ID                PIC X(08).
    05  FILLER                          PIC X(12) VALUE
        "  RUN DATE: ".
    05  RPT-SCOPE-RUN-DATE              PIC X(08).
    05  FILLER                          PIC X(10) VALUE
        "  SOURCE: ".
    05  RPT-SCOPE-SOURCE                PIC X(08).
    05  FILLER                          PIC X(14) VALUE
        "  BATCH DATE: ".
    05  RPT-SCOPE-BATCH-DATE            PIC X(08).
    05  FILLER                          PIC X(50) VALUE SPACES.

01  WS-REPORT-TYPE-HEADING.
    05  FILLER                          PIC X(05) VALUE "TYPE ".
    05  FILLER                          PIC X(14) VALUE "  TRANSACTIONS".
    05  FILLER                          PIC X(20) VALUE
        "         FEED AMOUNT".
    05  FILLER                          PIC X(20) VALUE
        "         BASE AMOUNT".
    05  FILLER                          PIC X(73) VALUE SPACES.

01  WS-REPORT-TYPE-LINE.
    05  RPT-BKT-TYPE                    PIC X(02).
    05  FILLER                          PIC X(03) VALUE SPACES.
    05  RPT-BKT-COUNT                   PIC Z(12)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BKT-AMOUNT                  PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BKT-BASE-AMOUNT             PIC Z(14)9.99-.
    05  FILLER                          PIC X(74) VALUE SPACES.

01  WS-REPORT-DETAIL-LINE.
    05  RPT-LABEL                       PIC X(40).
    05  RPT-VALUE                       PIC Z(14)9.99-.
    05  FILLER                          PIC X(73) VALUE SPACES.

01  WS-REPORT-TEXT-LINE.
    05  RPT-TEXT                        PIC X(132).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE
    IF NOT WS-BACKOUT-FAILED
        PERFORM 2000-TALLY-ARCHIVE UNTIL WS-EOF
        IF WS-RELEASE-REQUESTED AND WS-ROWS-SELECTED > 0
            PERFORM 3000-WRITE-BACKOUT-BATCH
        END-IF
        PERFORM 7500-PRODUCE-REPORT
    END-IF
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    PERFORM 1050-READ-PARM-FILE
    IF NOT WS-BACKOUT-FAILED
        OPEN INPUT TARC-FILE
        IF WS-TARC-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: TARC-FILE open status "
                WS-TARC-FILE-STATUS " - nothing to back out"
            SET WS-BACKOUT-FAILED TO TRUE
        END-IF
    END-IF
*> Without the history file there is no telling what is already
*> reversed, and offering those again is the one thing this job
*> must not do.
    IF NOT WS-BACKOUT-FAILED
        OPEN INPUT TRNH-FILE
        IF WS-TRNH-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: TRNH-FILE open status "
                WS-TRNH-FILE-STATUS " - backout cannot run"
            CLOSE TARC-FILE
            SET WS-BACKOUT-FAILED TO TRUE
        END-IF
    END-IF
    IF NOT WS-BACKOUT-FAILED
        OPEN OUTPUT TRAN-FILE
        OPEN OUTPUT PRINT-FILE
    END-IF.

*> No safe default for the scope - backing out the wrong run posts
*> real contras - so this fails the job the way the BUGCLOSE period
*> parm does. A batch scope needs both its source and its date.
1050-READ-PARM-FILE.
    OPEN INPUT BKPARM-FILE
    IF WS-BKPARM-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: BKPARM-FILE could not be opened (status "
            WS-BKPARM-FILE-STATUS ") - backout cannot run"
        SET WS-BACKOUT-FAILED TO TRUE
    ELSE
        READ BKPARM-FILE
            AT END
                DISPLAY "ERROR: BKPARM-FILE empty - backout cannot run"
                SET WS-BACKOUT-FAILED TO TRUE
            NOT AT END
                PERFORM 1060-EDIT-SCOPE
        END-READ
        CLOSE BKPARM-FILE
    END-IF.

1060-EDIT-SCOPE.
    EVALUATE TRUE
        WHEN BKPARM-RUN-ID = SPACES
            DISPLAY "ERROR: BKPARM run-id missing - backout cannot run"
            SET WS-BACKOUT-FAILED TO TRUE
        WHEN BKPARM-RUN-DATE NOT = SPACES
            AND BKPARM-RUN-DATE NOT NUMERIC
            DISPLAY "ERROR: BKPARM run date invalid - backout "
                "cannot run"
            SET WS-BACKOUT-FAILED TO TRUE
        WHEN BKPARM-SOURCE-SYSTEM = SPACES
            AND BKPARM-BATCH-DATE NOT = SPACES
            DISPLAY "ERROR: BKPARM batch date given with no source "
                "system - backout cannot run"
            SET WS-BACKOUT-FAILED TO TRUE
        WHEN BKPARM-SOURCE-SYSTEM NOT = SPACES
            AND BKPARM-BATCH-DATE NOT NUMERIC
            DISPLAY "ERROR: BKPARM source system given with no valid "
                "batch date - backout cannot run"
            SET WS-BACKOUT-FAILED TO TRUE
        WHEN OTHER
            MOVE BKPARM-RUN-ID        TO WS-SCOPE-RUN-ID
            MOVE BKPARM-RUN-DATE      TO WS-SCOPE-RUN-DATE
            MOVE BKPARM-SOURCE-SYSTEM TO WS-SCOPE-SOURCE
            MOVE BKPARM-BATCH-DATE    TO WS-SCOPE-BATCH-DATE
            IF BKPARM-RELEASE
                SET WS-RELEASE-REQUESTED TO TRUE
            END-IF
    END-EVALUATE.

*> Tally pass: builds the listing. Nothing is written to TRANOUT.
2000-TALLY-ARCHIVE.
    READ TARC-FILE NEXT RECORD INTO WS-TARC-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-ARCHIVE-READ
            PERFORM 2100-TALLY-ONE-ROW
    END-READ
    IF WS-TARC-FILE-STATUS NOT = "00"
        AND WS-TARC-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: TARC-FILE read status " WS-TARC-FILE-STATUS
    END-IF.

2100-TALLY-ONE-ROW.
    PERFORM 2200-SELECT-ROW
    EVALUATE TRUE
        WHEN WS-SELECT-BACKOUT
            ADD 1 TO WS-ROWS-SELECTED
            ADD TARC-AMOUNT OF WS-TARC-RECORD TO WS-SELECTED-TOTAL
            ADD TARC-BASE-AMOUNT OF WS-TARC-RECORD
                TO WS-SELECTED-BASE-TOTAL
            PERFORM 2400-ADD-TYPE-TOTAL
        WHEN WS-SELECT-REVERSED
            ADD 1 TO WS-SKIPPED-REVERSED
            ADD TARC-AMOUNT OF WS-TARC-RECORD
                TO WS-SKIPPED-REVERSED-AMOUNT
        WHEN WS-SELECT-PURGED
            ADD 1 TO WS-SKIPPED-PURGED
            ADD TARC-AMOUNT OF WS-TARC-RECORD
                TO WS-SKIPPED-PURGED-AMOUNT
        WHEN WS-SELECT-REPOSTED
            ADD 1 TO WS-SKIPPED-REPOSTED
            ADD TARC-AMOUNT OF WS-TARC-RECORD
                TO WS-SKIPPED-REPOSTED-AMOUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The one selection rule both passes use: a posted row inside the
*> scope whose TRAN-ID is still on history, under this run, and
*> not yet reversed.
2200-SELECT-ROW.
    SET WS-SELECT-NONE TO TRUE
    IF TARC-POSTED OF WS-TARC-RECORD
        AND TARC-RUN-ID OF WS-TARC-RECORD = WS-SCOPE-RUN-ID
        AND (WS-SCOPE-RUN-DATE = SPACES
             OR TARC-RUN-DATE OF WS-TARC-RECORD = WS-SCOPE-RUN-DATE)
        AND (WS-SCOPE-SOURCE = SPACES
             OR (TARC-SOURCE-SYSTEM OF WS-TARC-RECORD = WS-SCOPE-SOURCE
                 AND TARC-BATCH-DATE OF WS-TARC-RECORD
                     = WS-SCOPE-BATCH-DATE))
        ADD 1 TO WS-ROWS-IN-SCOPE
        PERFORM 2300-CHECK-HISTORY
    END-IF.

2300-CHECK-HISTORY.
    MOVE TARC-TRAN-ID OF WS-TARC-RECORD TO TRNH-TRAN-ID
    READ TRNH-FILE
        INVALID KEY
            SET WS-SELECT-PURGED TO TRUE
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN TRNH-RUN-ID NOT = TARC-RUN-ID OF WS-TARC-RECORD
                    SET WS-SELECT-REPOSTED TO TRUE
                WHEN TRNH-REVERSED
                    SET WS-SELECT-REVERSED TO TRUE
                WHEN OTHER
                    SET WS-SELECT-BACKOUT TO TRUE
            END-EVALUATE
    END-READ
    IF WS-TRNH-FILE-STATUS NOT = "00"
        AND WS-TRNH-FILE-STATUS NOT = "23"
        DISPLAY "WARNING: TRNH-FILE read status " WS-TRNH-FILE-STATUS
            " for " TARC-TRAN-ID OF WS-TARC-RECORD
    END-IF.

2400-ADD-TYPE-TOTAL.
    MOVE 0 TO WS-TYPE-FOUND-SUB
    PERFORM 2450-MATCH-TYPE-ENTRY
        VARYING WS-TYPE-SUB FROM 1 BY 1
        UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
           OR WS-TYPE-FOUND-SUB > 0
    IF WS-TYPE-FOUND-SUB = 0
        IF WS-TYPE-COUNT < 100
            ADD 1 TO WS-TYPE-COUNT
            MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-SUB
            MOVE TARC-TRAN-TYPE OF WS-TARC-RECORD
                TO WS-BKT-TRAN-TYPE (WS-TYPE-FOUND-SUB)
            MOVE 0 TO WS-BKT-COUNT (WS-TYPE-FOUND-SUB)
            MOVE 0 TO WS-BKT-AMOUNT (WS-TYPE-FOUND-SUB)
            MOVE 0 TO WS-BKT-BASE-AMOUNT (WS-TYPE-FOUND-SUB)
        ELSE
            IF NOT WS-TYPE-OVERFLOW
                SET WS-TYPE-OVERFLOW TO TRUE
                DISPLAY "WARNING: more than 100 transaction types in "
                    "scope - listing by type incomplete"
            END-IF
        END-IF
    END-IF
    IF WS-TYPE-FOUND-SUB > 0
        ADD 1 TO WS-BKT-COUNT (WS-TYPE-FOUND-SUB)
        ADD TARC-AMOUNT OF WS-TARC-RECORD
            TO WS-BKT-AMOUNT (WS-TYPE-FOUND-SUB)
        ADD TARC-BASE-AMOUNT OF WS-TARC-RECORD
            TO WS-BKT-BASE-AMOUNT (WS-TYPE-FOUND-SUB)
    END-IF.

2450-MATCH-TYPE-ENTRY.
    IF WS-BKT-TRAN-TYPE (WS-TYPE-SUB) = TARC-TRAN-TYPE OF WS-TARC-RECORD
        MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
    END-IF.

*> Write pass: the header (now that the reversal count is known),
*> then a second read of the archive writing one reversal per
*> selected row, then the trailer. Only a released scope with
*> something in it gets this far.
3000-WRITE-BACKOUT-BATCH.
    CLOSE TARC-FILE
    OPEN INPUT TARC-FILE
    IF WS-TARC-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: TARC-FILE reopen status "
            WS-TARC-FILE-STATUS " - backout batch NOT written"
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 3100-WRITE-BATCH-HEADER
        PERFORM 3200-BACK-OUT-NEXT-ROW UNTIL WS-EOF
        PERFORM 3400-WRITE-BATCH-TRAILER
        SET WS-BATCH-WRITTEN TO TRUE
        IF WS-REVERSALS-WRITTEN NOT = WS-ROWS-SELECTED
            DISPLAY "WARNING: " WS-REVERSALS-WRITTEN
                " reversals written against " WS-ROWS-SELECTED
                " listed - batch header will not balance"
        END-IF
    END-IF.

3100-WRITE-BATCH-HEADER.
    MOVE SPACES TO WS-BATCH-RECORD
    MOVE "H" TO TRAN-RECORD-TYPE OF WS-BATCH-RECORD
    MOVE WS-BACKOUT-SOURCE TO TRAN-SOURCE-SYSTEM OF WS-BATCH-RECORD
    MOVE WS-RUN-DATE TO TRAN-BATCH-DATE OF WS-BATCH-RECORD
    MOVE WS-ROWS-SELECTED
        TO TRAN-EXPECTED-COUNT OF WS-BATCH-RECORD
    WRITE TRAN-FILE-RECORD FROM WS-BATCH-RECORD
    PERFORM 3500-CHECK-TRAN-WRITE.

3200-BACK-OUT-NEXT-ROW.
    READ TARC-FILE NEXT RECORD INTO WS-TARC-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            PERFORM 2200-SELECT-ROW
            IF WS-SELECT-BACKOUT
                PERFORM 3300-WRITE-REVERSAL
            END-IF
    END-READ
    IF WS-TARC-FILE-STATUS NOT = "00"
        AND WS-TARC-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: TARC-FILE read status " WS-TARC-FILE-STATUS
    END-IF.

*> The reversal carries the amount and currency the original
*> arrived in; BUGSOLUTION converts it back at the original's rate.
*> A blank effective date lets it date itself from history.
3300-WRITE-REVERSAL.
    MOVE SPACES TO WS-TRAN-RECORD
    MOVE "R" TO TRAN-RECORD-TYPE OF WS-TRAN-RECORD
    MOVE TARC-TRAN-ID OF WS-TARC-RECORD TO TRAN-ID OF WS-TRAN-RECORD
    MOVE TARC-AMOUNT OF WS-TARC-RECORD
        TO TRAN-AMOUNT OF WS-TRAN-RECORD
    MOVE TARC-TRAN-TYPE OF WS-TARC-RECORD
        TO TRAN-TYPE OF WS-TRAN-RECORD
    MOVE TARC-CURRENCY-CODE OF WS-TARC-RECORD
        TO TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
    WRITE TRAN-FILE-RECORD FROM WS-TRAN-RECORD
    PERFORM 3500-CHECK-TRAN-WRITE
    ADD 1 TO WS-REVERSALS-WRITTEN
    SUBTRACT TARC-AMOUNT OF WS-TARC-RECORD FROM WS-BATCH-CONTROL-TOTAL.

*> BUGSOLUTION nets each reversal into its batch total as a contra,
*> so the trailer a balanced reversal batch carries is the negated
*> sum of the amounts.
3400-WRITE-BATCH-TRAILER.
    MOVE SPACES TO WS-BATCH-RECORD
    MOVE "T" TO TRAN-RECORD-TYPE OF WS-BATCH-RECORD
    MOVE WS-BATCH-CONTROL-TOTAL
        TO TRAN-CONTROL-TOTAL OF WS-BATCH-RECORD
    WRITE TRAN-FILE-RECORD FROM WS-BATCH-RECORD
    PERFORM 3500-CHECK-TRAN-WRITE.

3500-CHECK-TRAN-WRITE.
    IF WS-TRAN-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: TRAN-FILE write status " WS-TRAN-FILE-STATUS
    END-IF.

7500-PRODUCE-REPORT.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE WS-SCOPE-RUN-ID TO RPT-SCOPE-RUN-ID
    IF WS-SCOPE-RUN-DATE = SPACES
        MOVE "ANY" TO RPT-SCOPE-RUN-DATE
    ELSE
        MOVE WS-SCOPE-RUN-DATE TO RPT-SCOPE-RUN-DATE
    END-IF
    IF WS-SCOPE-SOURCE = SPACES
        MOVE "ALL" TO RPT-SCOPE-SOURCE
        MOVE "ALL" TO RPT-SCOPE-BATCH-DATE
    ELSE
        MOVE WS-SCOPE-SOURCE     TO RPT-SCOPE-SOURCE
        MOVE WS-SCOPE-BATCH-DATE TO RPT-SCOPE-BATCH-DATE
    END-IF
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-SCOPE-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-TYPE-COUNT > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "TRANSACTIONS TO BE BACKED OUT BY TRANSACTION TYPE"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TYPE-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 7600-REPORT-ONE-TYPE
            VARYING WS-TYPE-SUB FROM 1 BY 1
            UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
    END-IF

    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "ARCHIVE ROWS READ" TO RPT-LABEL
    MOVE WS-ARCHIVE-READ TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "POSTED ROWS IN SCOPE" TO RPT-LABEL
    MOVE WS-ROWS-IN-SCOPE TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "TO BE BACKED OUT (COUNT)" TO RPT-LABEL
    MOVE WS-ROWS-SELECTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "TO BE BACKED OUT (FEED AMOUNT)" TO RPT-LABEL
    MOVE WS-SELECTED-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "TO BE BACKED OUT (BASE AMOUNT)" TO RPT-LABEL
    MOVE WS-SELECTED-BASE-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SKIPPED - ALREADY REVERSED (COUNT)" TO RPT-LABEL
    MOVE WS-SKIPPED-REVERSED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SKIPPED - ALREADY REVERSED (AMOUNT)" TO RPT-LABEL
    MOVE WS-SKIPPED-REVERSED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SKIPPED - HISTORY PURGED (COUNT)" TO RPT-LABEL
    MOVE WS-SKIPPED-PURGED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SKIPPED - HISTORY PURGED (AMOUNT)" TO RPT-LABEL
    MOVE WS-SKIPPED-PURGED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SKIPPED - TRAN-ID REPOSTED LATER (COUNT)" TO RPT-LABEL
    MOVE WS-SKIPPED-REPOSTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SKIPPED - TRAN-ID REPOSTED LATER (AMT)" TO RPT-LABEL
    MOVE WS-SKIPPED-REPOSTED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-SKIPPED-PURGED > 0
        MOVE "*** PURGED FROM HISTORY - NOT BACKED OUT HERE ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    EVALUATE TRUE
        WHEN WS-BATCH-WRITTEN
            MOVE "BACKOUT BATCH RELEASED TO TRANOUT - REVERSALS WRITTEN"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
            MOVE "REVERSALS WRITTEN" TO RPT-LABEL
            MOVE WS-REVERSALS-WRITTEN TO RPT-VALUE
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
            MOVE "BATCH TRAILER CONTROL TOTAL" TO RPT-LABEL
            MOVE WS-BATCH-CONTROL-TOTAL TO RPT-VALUE
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        WHEN WS-RELEASE-REQUESTED AND WS-ROWS-SELECTED = 0
            MOVE "NOTHING IN SCOPE TO BACK OUT - NO BATCH WRITTEN"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        WHEN WS-RELEASE-REQUESTED
            MOVE "*** RELEASE REQUESTED BUT BACKOUT BATCH NOT WRITTEN ***"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        WHEN OTHER
            MOVE "LISTING ONLY - FOR APPROVAL, NO BATCH RELEASED"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
    END-EVALUATE.

7600-REPORT-ONE-TYPE.
    MOVE WS-BKT-TRAN-TYPE (WS-TYPE-SUB)   TO RPT-BKT-TYPE
    MOVE WS-BKT-COUNT (WS-TYPE-SUB)       TO RPT-BKT-COUNT
    MOVE WS-BKT-AMOUNT (WS-TYPE-SUB)      TO RPT-BKT-AMOUNT
    MOVE WS-BKT-BASE-AMOUNT (WS-TYPE-SUB) TO RPT-BKT-BASE-AMOUNT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TYPE-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
    END-IF.

9000-TERMINATE.
    IF NOT WS-BACKOUT-FAILED
        DISPLAY "BUGBKOUT: scope run-id       " WS-SCOPE-RUN-ID
        DISPLAY "BUGBKOUT: archive rows read  " WS-ARCHIVE-READ
        DISPLAY "BUGBKOUT: posted in scope    " WS-ROWS-IN-SCOPE
        DISPLAY "BUGBKOUT: to be backed out   " WS-ROWS-SELECTED
        DISPLAY "BUGBKOUT: backout amount     " WS-SELECTED-TOTAL
        DISPLAY "BUGBKOUT: already reversed   " WS-SKIPPED-REVERSED
        DISPLAY "BUGBKOUT: history purged     " WS-SKIPPED-PURGED
        DISPLAY "BUGBKOUT: reposted later     " WS-SKIPPED-REPOSTED
        DISPLAY "BUGBKOUT: reversals written  " WS-REVERSALS-WRITTEN
        CLOSE TARC-FILE
        CLOSE TRNH-FILE
        CLOSE TRAN-FILE
        CLOSE PRINT-FILE
    END-IF.

*> A backout that could not run has produced nothing for the next
*> cycle to post, so the scheduler must hold whatever follows it.
9700-SET-CONDITION-CODE.
    IF WS-BACKOUT-FAILED
        MOVE 12 TO WS-CONDITION-CODE
    ELSE
        MOVE 0 TO WS-CONDITION-CODE
    END-IF
    DISPLAY "BUGBKOUT: condition code " WS-CONDITION-CODE.
