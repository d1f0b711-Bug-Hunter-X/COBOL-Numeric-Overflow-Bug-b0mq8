      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGRFREL
*> Releases decided high-value referrals back into the daily flow.
*> BUGSOLUTION keeps any detail over its TRANLIMT limit off the GL
*> and writes it to the REFERRAL file (REFERREC layout) for a
*> second operator to approve or decline through BUGRFAP. This job
*> runs ahead of the next BUGSOLUTION and finishes the loop:
*>   - approved referrals are released as their untouched 39-byte
*>     original record images in TRANREC format, wrapped as a
*>     complete balanced batch - an 'H' header under source system
*>     REFERRAL carrying the released count, the 'D' details, and
*>     a 'T' trailer carrying their control total - so the output
*>     concatenates ahead of the next run's TRANIN exactly the way
*>     BUGRCYCL's recycle batch does. BUGSOLUTION exempts the
*>     REFERRAL source from the limit check, so an approved item
*>     posts instead of being referred a second time,
*>   - declined referrals go to suspense as LM01 rejects (RJCTREC
*>     layout, first-rejection date today, recycle count zero) on
*>     RFRJCOUT, which concatenates onto the suspense file the
*>     repair desk works from. The decline reason stays on the
*>     REFERRAL record and the BUGRFAP journal,
*>   - each released or suspended referral is marked 'R' or 'S'
*>     with today's date and left on file as the audit trail of
*>     the decision.
*> Because the header must be written before the details it
*> counts, the REFERRAL file is read twice: a tally pass that
*> totals what will be released, then an update pass that writes
*> the batch and the suspense records and marks the referrals.
*> Both passes select by the same rule. A referral this job already
*> marked today is selected again, so a rerun after an abend in the
*> update pass rebuilds the whole day's batch rather than only the
*> part the failed run had not yet marked; a rerun after the batch
*> has already posted is harmless, because the posted TRAN-IDs are
*> on history by then and BUGSOLUTION diverts the repeats as
*> duplicates. Pending referrals are only counted and reported -
*> they wait for the checker.
*> It ends with a condition code for the scheduler: 4 when the
*> REFERRAL file is there but cannot be opened, otherwise 0 - a
*> day with no referrals at all is a normal day.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGRFREL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REFER-FILE ASSIGN TO "REFERRAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS REFER-KEY OF REFER-RECORD
        FILE STATUS IS WS-REFER-FILE-STATUS.

    SELECT TRAN-FILE ASSIGN TO "TRANOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRAN-FILE-STATUS.

    SELECT RJCT-FILE ASSIGN TO "RFRJCOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RJCT-FILE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "RFRPTOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REFER-FILE.
COPY REFERREC.

FD  TRAN-FILE
    RECORDING MODE IS F.
01  TRAN-FILE-RECORD                       PIC X(39).

FD  RJCT-FILE
    RECORDING MODE IS F.
01  RJCT-FILE-RECORD                       PIC X(70).

FD  PRINT-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-REFER-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-RJCT-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.

01  WS-COUNTERS.
    05  WS-REFERRALS-READ               PIC 9(9) VALUE 0.
    05  WS-RECORDS-RELEASED             PIC 9(9) VALUE 0.
    05  WS-RELEASED-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
    05  WS-RECORDS-SUSPENDED            PIC 9(9) VALUE 0.
    05  WS-SUSPENDED-TOTAL              PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-PENDING-COUNT                PIC 9(9) VALUE 0.
    05  WS-PENDING-BASE-AMOUNT          PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-RECORDS-MARKED               PIC 9(9) VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    05  WS-REFER-USABLE-SW              PIC X(01) VALUE 'N'.
        88  WS-REFER-USABLE                 VALUE 'Y'.
    05  WS-SELECT-SW                    PIC X(01) VALUE 'N'.
        88  WS-SELECT-RELEASE               VALUE 'R'.
        88  WS-SELECT-SUSPEND               VALUE 'S'.
        88  WS-SELECT-NONE                  VALUE 'N'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.

COPY REFERREC REPLACING REFER-RECORD BY WS-REFER-RECORD.

COPY RJCTREC REPLACING RJCT-RECORD BY WS-RJCT-RECORD.

COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-RECORD.

COPY TRANREC REPLACING TRAN-RECORD BY WS-BATCH-RECORD.

*> ---------------------------------------------------------------
*> Referral release report layout, in the RPTOUT mold.
*> ---------------------------------------------------------------
01  WS-REPORT-HEADING-1.
    05  FILLER                          PIC X(40) VALUE
        "BUGRFREL - REFERRAL RELEASE REPORT      ".
    05  FILLER                          PIC X(10) VALUE "RUN DATE: ".
    05  RPT-RUN-DATE                    PIC X(08).
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
    PERFORM 2000-TALLY-REFERRALS UNTIL WS-EOF
    IF WS-REFER-USABLE
        PERFORM 3000-RELEASE-REFERRALS
    END-IF
    PERFORM 7500-PRODUCE-REPORT
    PERFORM 9000-TERMINATE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    OPEN INPUT REFER-FILE
    EVALUATE WS-REFER-FILE-STATUS
        WHEN "00"
            SET WS-REFER-USABLE TO TRUE
        WHEN "35"
            DISPLAY "NOTE: REFERRAL file not present - nothing to "
                "release"
            MOVE "Y" TO WS-EOF-SW
        WHEN OTHER
            DISPLAY "WARNING: REFER-FILE open status "
                WS-REFER-FILE-STATUS " - nothing released"
            MOVE "Y" TO WS-EOF-SW
            MOVE 4 TO WS-CONDITION-CODE
    END-EVALUATE
    OPEN OUTPUT TRAN-FILE
    OPEN OUTPUT RJCT-FILE
    OPEN OUTPUT PRINT-FILE.

*> Tally pass: counts and totals the releasable referrals so the
*> batch header can be written before any of them. Nothing is
*> written or marked here.
2000-TALLY-REFERRALS.
    READ REFER-FILE NEXT RECORD INTO WS-REFER-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-REFERRALS-READ
            PERFORM 2100-TALLY-ONE-REFERRAL
    END-READ
    IF WS-REFER-FILE-STATUS NOT = "00"
        AND WS-REFER-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: REFER-FILE read status "
            WS-REFER-FILE-STATUS
    END-IF.

2100-TALLY-ONE-REFERRAL.
    PERFORM 2200-SELECT-REFERRAL
    MOVE REFER-RECORD-IMAGE OF WS-REFER-RECORD TO WS-TRAN-RECORD
    EVALUATE TRUE
        WHEN WS-SELECT-RELEASE
            ADD 1 TO WS-RECORDS-RELEASED
            ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-RELEASED-TOTAL
        WHEN WS-SELECT-SUSPEND
            ADD 1 TO WS-RECORDS-SUSPENDED
            ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-SUSPENDED-TOTAL
        WHEN REFER-PENDING OF WS-REFER-RECORD
            ADD 1 TO WS-PENDING-COUNT
            ADD REFER-BASE-AMOUNT OF WS-REFER-RECORD
                TO WS-PENDING-BASE-AMOUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The one selection rule both passes use: an approved referral, or
*> one this job already released today, goes to the batch; a
*> declined one, or one already suspended today, goes to suspense.
2200-SELECT-REFERRAL.
    SET WS-SELECT-NONE TO TRUE
    EVALUATE TRUE
        WHEN REFER-APPROVED OF WS-REFER-RECORD
            SET WS-SELECT-RELEASE TO TRUE
        WHEN REFER-RELEASED OF WS-REFER-RECORD
            AND REFER-RELEASE-DATE OF WS-REFER-RECORD = WS-RUN-DATE
            SET WS-SELECT-RELEASE TO TRUE
        WHEN REFER-DECLINED OF WS-REFER-RECORD
            SET WS-SELECT-SUSPEND TO TRUE
        WHEN REFER-SUSPENDED OF WS-REFER-RECORD
            AND REFER-RELEASE-DATE OF WS-REFER-RECORD = WS-RUN-DATE
            SET WS-SELECT-SUSPEND TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Update pass: the header (now that the released count is known),
*> then a second read of the file - this time for update - writing
*> each selected referral out and marking it, then the trailer with
*> the control total. No approved items means no batch at all, the
*> same as BUGRCYCL with nothing to recycle.
3000-RELEASE-REFERRALS.
    CLOSE REFER-FILE
    OPEN I-O REFER-FILE
    IF WS-REFER-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: REFER-FILE reopen status "
            WS-REFER-FILE-STATUS " - referrals not released"
        MOVE "N" TO WS-REFER-USABLE-SW
        MOVE 0 TO WS-RECORDS-RELEASED
        MOVE 0 TO WS-RELEASED-TOTAL
        MOVE 0 TO WS-RECORDS-SUSPENDED
        MOVE 0 TO WS-SUSPENDED-TOTAL
    ELSE
        MOVE "N" TO WS-EOF-SW
        IF WS-RECORDS-RELEASED > 0
            PERFORM 3100-WRITE-BATCH-HEADER
        END-IF
        PERFORM 3200-RELEASE-NEXT-REFERRAL UNTIL WS-EOF
        IF WS-RECORDS-RELEASED > 0
            PERFORM 3400-WRITE-BATCH-TRAILER
        END-IF
    END-IF.

3100-WRITE-BATCH-HEADER.
    MOVE SPACES TO WS-BATCH-RECORD
    MOVE "H" TO TRAN-RECORD-TYPE OF WS-BATCH-RECORD
    MOVE "REFERRAL" TO TRAN-SOURCE-SYSTEM OF WS-BATCH-RECORD
    MOVE WS-RUN-DATE TO TRAN-BATCH-DATE OF WS-BATCH-RECORD
    MOVE WS-RECORDS-RELEASED
        TO TRAN-EXPECTED-COUNT OF WS-BATCH-RECORD
    WRITE TRAN-FILE-RECORD FROM WS-BATCH-RECORD
    PERFORM 3500-CHECK-TRAN-WRITE.

3200-RELEASE-NEXT-REFERRAL.
    READ REFER-FILE NEXT RECORD INTO WS-REFER-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            PERFORM 3300-RELEASE-ONE-REFERRAL
    END-READ
    IF WS-REFER-FILE-STATUS NOT = "00"
        AND WS-REFER-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: REFER-FILE read status "
            WS-REFER-FILE-STATUS
    END-IF.

3300-RELEASE-ONE-REFERRAL.
    PERFORM 2200-SELECT-REFERRAL
    MOVE REFER-RECORD-IMAGE OF WS-REFER-RECORD TO WS-TRAN-RECORD
    EVALUATE TRUE
        WHEN WS-SELECT-RELEASE
            WRITE TRAN-FILE-RECORD FROM WS-TRAN-RECORD
            PERFORM 3500-CHECK-TRAN-WRITE
            MOVE "R" TO REFER-STATUS OF WS-REFER-RECORD
            PERFORM 3600-MARK-REFERRAL
        WHEN WS-SELECT-SUSPEND
            PERFORM 3350-WRITE-SUSPENSE-RECORD
            MOVE "S" TO REFER-STATUS OF WS-REFER-RECORD
            PERFORM 3600-MARK-REFERRAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A declined referral becomes an ordinary reject as of today: the
*> rejecting run is the one that referred it, but its suspense
*> lifecycle starts now - the days it sat waiting for a checker
*> were not days on the repair desk.
3350-WRITE-SUSPENSE-RECORD.
    MOVE SPACES TO WS-RJCT-RECORD
    SET RJCT-REFERRAL-DECLINED OF WS-RJCT-RECORD TO TRUE
    MOVE WS-RUN-DATE TO RJCT-RUN-DATE OF WS-RJCT-RECORD
    MOVE REFER-RUN-ID OF WS-REFER-RECORD
        TO RJCT-RUN-ID OF WS-RJCT-RECORD
    MOVE REFER-RECORD-IMAGE OF WS-REFER-RECORD
        TO RJCT-RECORD-IMAGE OF WS-RJCT-RECORD
    MOVE WS-RUN-DATE TO RJCT-FIRST-REJECT-DATE OF WS-RJCT-RECORD
    MOVE 0 TO RJCT-RECYCLE-COUNT OF WS-RJCT-RECORD
    WRITE RJCT-FILE-RECORD FROM WS-RJCT-RECORD
    IF WS-RJCT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: RJCT-FILE write status " WS-RJCT-FILE-STATUS
    END-IF.

3400-WRITE-BATCH-TRAILER.
    MOVE SPACES TO WS-BATCH-RECORD
    MOVE "T" TO TRAN-RECORD-TYPE OF WS-BATCH-RECORD
    MOVE WS-RELEASED-TOTAL
        TO TRAN-CONTROL-TOTAL OF WS-BATCH-RECORD
    WRITE TRAN-FILE-RECORD FROM WS-BATCH-RECORD
    PERFORM 3500-CHECK-TRAN-WRITE.

3500-CHECK-TRAN-WRITE.
    IF WS-TRAN-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: TRAN-FILE write status " WS-TRAN-FILE-STATUS
    END-IF.

*> Rewrites the referral in its new state, stamped with today's
*> date - the date that lets a same-day rerun find it again.
3600-MARK-REFERRAL.
    MOVE WS-RUN-DATE TO REFER-RELEASE-DATE OF WS-REFER-RECORD
    REWRITE REFER-RECORD FROM WS-REFER-RECORD
    IF WS-REFER-FILE-STATUS = "00"
        ADD 1 TO WS-RECORDS-MARKED
    ELSE
        DISPLAY "WARNING: REFER-FILE rewrite status "
            WS-REFER-FILE-STATUS " for "
            REFER-TRAN-ID OF WS-REFER-RECORD
    END-IF.

7500-PRODUCE-REPORT.
    MOVE WS-RUN-DATE TO RPT-RUN-DATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "REFERRALS READ" TO RPT-LABEL
    MOVE WS-REFERRALS-READ TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "APPROVED - RELEASED TO BATCH (COUNT)" TO RPT-LABEL
    MOVE WS-RECORDS-RELEASED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "APPROVED - RELEASED TO BATCH (AMOUNT)" TO RPT-LABEL
    MOVE WS-RELEASED-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DECLINED - SENT TO SUSPENSE (COUNT)" TO RPT-LABEL
    MOVE WS-RECORDS-SUSPENDED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DECLINED - SENT TO SUSPENSE (AMOUNT)" TO RPT-LABEL
    MOVE WS-SUSPENDED-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "PENDING - AWAITING DECISION (COUNT)" TO RPT-LABEL
    MOVE WS-PENDING-COUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "PENDING - AWAITING DECISION (BASE AMT)" TO RPT-LABEL
    MOVE WS-PENDING-BASE-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-PENDING-COUNT > 0
        MOVE "*** REFERRALS AWAITING APPROVAL - NOT POSTED ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
    END-IF.

9000-TERMINATE.
    DISPLAY "BUGRFREL: referrals read    " WS-REFERRALS-READ
    DISPLAY "BUGRFREL: records released  " WS-RECORDS-RELEASED
    DISPLAY "BUGRFREL: released total    " WS-RELEASED-TOTAL
    DISPLAY "BUGRFREL: sent to suspense  " WS-RECORDS-SUSPENDED
    DISPLAY "BUGRFREL: still pending     " WS-PENDING-COUNT
    DISPLAY "BUGRFREL: referrals marked  " WS-RECORDS-MARKED
    IF WS-REFER-USABLE
        CLOSE REFER-FILE
    END-IF
    CLOSE TRAN-FILE
    CLOSE RJCT-FILE
    CLOSE PRINT-FILE.
