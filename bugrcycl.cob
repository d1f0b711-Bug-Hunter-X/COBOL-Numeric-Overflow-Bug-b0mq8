*> month-end. A missing or invalid cycle limit fails safe to 999,
*> effectively never writing off, because booking an item out by
*> accident is worse than carrying it one more day.
*> It ends with a condition code for the scheduler - 0 recycled,
*> 4 no suspense to read or items written off that finance must now
*> book out - and appends its completion to the DAYCTL day-control
*> file (DAYCTLRC) under the business date the BUSCAL calendar
*> gives for the run date (BCALREC).
*> The repair desk no longer corrects record images in place by
*> hand: BUGSLOAD loads the day's reject stream into the keyed
*> SUSPENSE file (SUSPREC), the desk corrects images and marks
*> items for early write-off through the BUGSMNT transaction, which
*> edits and journals every change, and this program reads SUSPENSE
*> instead of RJCTIN. An item the desk marked goes straight to
*> WRTOFF whatever its recycle count, carrying the marking operator
*> and the desk's reason (WOFFREC kind 'D'), and is never released
*> or carried; it is reported apart from the cycle-limit write-offs.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGRCYCL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SUSP-KEY OF SUSP-FILE-RECORD
        FILE STATUS IS WS-SUSP-FILE-STATUS.

    SELECT TRAN-FILE ASSIGN TO "TRANOUT"
        ORGANIZATION IS SEQUENTIAL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RCPARM-FILE-STATUS.

    SELECT BCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BCAL-FILE-STATUS.

    SELECT DCTL-FILE ASSIGN TO "DAYCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSP-FILE.
COPY SUSPREC REPLACING SUSP-RECORD BY SUSP-FILE-RECORD.

FD  TRAN-FILE
    RECORDING MODE IS F.

FD  WOFF-FILE
    RECORDING MODE IS F.
01  WOFF-FILE-RECORD                       PIC X(120).

FD  PRINT-FILE
    RECORDING MODE IS F.
    RECORDING MODE IS F.
COPY RCPARMRC.

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SUSP-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-CARRY-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-WOFF-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-RCPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

*> Fails safe high: writing an item off removes it from the repair
*> loop for good, so a missing or garbage parm must carry one more
    05  WS-RECORDS-WRITTEN-OFF          PIC 9(9) VALUE 0.
    05  WS-RECYCLED-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
    05  WS-WRITTEN-OFF-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DESK-WRITTEN-OFF             PIC 9(9) VALUE 0.
    05  WS-DESK-WRITTEN-OFF-TOTAL       PIC S9(15)V99 COMP-3 VALUE 0.

*> Aging of the incoming suspense file by first-rejection date,
*> measured over every reject read in the tally pass - released,
    05  WS-EDIT-FAILED-SW               PIC X(01) VALUE 'N'.
        88  WS-EDIT-FAILED                  VALUE 'Y'.
        88  WS-EDIT-PASSED                  VALUE 'N'.
    05  WS-SUSP-MISSING-SW              PIC X(01) VALUE 'N'.
        88  WS-SUSP-MISSING                 VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-BCAL-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-BCAL-FOUND                   VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
01  WS-BUSINESS-DATE                    PIC X(08) VALUE SPACES.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.
01  WS-DCTL-REMARK                      PIC X(30) VALUE SPACES.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.

*> Bucket boundaries precomputed once, the way BUGHPURG handles
*> its retention cutoff: the record's own date is only ever
    05  WS-FIRST-REJECT-NUM REDEFINES WS-FIRST-REJECT-DATE
                                        PIC 9(08).

COPY SUSPREC REPLACING SUSP-RECORD BY WS-SUSP-RECORD.

COPY RJCTREC REPLACING RJCT-RECORD BY WS-RJCT-RECORD.

COPY WOFFREC REPLACING WOFF-RECORD BY WS-WOFF-RECORD.
    END-IF
    PERFORM 7500-PRODUCE-REPORT
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    PERFORM 9800-POST-DAY-CONTROL
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    PERFORM 1050-READ-PARM-FILE
    PERFORM 1070-RESOLVE-BUSINESS-DATE
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
    COMPUTE WS-OVER5-CUTOFF-INT = WS-TODAY-INTEGER - 5
    COMPUTE WS-OVER30-CUTOFF-INT = WS-TODAY-INTEGER - 30
    COMPUTE WS-OVER30-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER (WS-OVER30-CUTOFF-INT)
    OPEN INPUT SUSP-FILE
    IF WS-SUSP-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: SUSP-FILE open status " WS-SUSP-FILE-STATUS
            " - nothing to recycle"
        MOVE "Y" TO WS-EOF-SW
        MOVE "Y" TO WS-SUSP-MISSING-SW
    END-IF
    OPEN OUTPUT TRAN-FILE
    OPEN OUTPUT CARRY-FILE
        CLOSE RCPARM-FILE
    END-IF.

*> The business date is the latest business day on BUSCAL on or
*> before the run date; without a calendar the run date stands in.
1070-RESOLVE-BUSINESS-DATE.
    OPEN INPUT BCAL-FILE
    IF WS-BCAL-FILE-STATUS NOT = "00"
        IF WS-BCAL-FILE-STATUS = "35"
            DISPLAY "NOTE: no BUSCAL calendar - run date taken as "
                "the business date"
        ELSE
            DISPLAY "WARNING: BCAL-FILE open status "
                WS-BCAL-FILE-STATUS
                " - run date taken as the business date"
        END-IF
    ELSE
        PERFORM 1075-READ-ONE-CALENDAR-DAY UNTIL WS-BCAL-EOF
        CLOSE BCAL-FILE
        IF NOT WS-BCAL-FOUND
            DISPLAY "WARNING: no business day on BUSCAL on or before "
                WS-RUN-DATE " - run date taken as the business date"
        END-IF
    END-IF
    IF NOT WS-BCAL-FOUND
        MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
    END-IF.

1075-READ-ONE-CALENDAR-DAY.
    READ BCAL-FILE
        AT END
            MOVE "Y" TO WS-BCAL-EOF-SW
        NOT AT END
            IF BCAL-BUSINESS-DAY
                AND BCAL-DATE <= WS-RUN-DATE
                AND (NOT WS-BCAL-FOUND OR BCAL-DATE > WS-BUSINESS-DATE)
                MOVE BCAL-DATE TO WS-BUSINESS-DATE
                SET WS-BCAL-FOUND TO TRUE
            END-IF
    END-READ.

*> Tally pass: counts and totals the releasable images so the
*> batch header can be written before any of them, and carries the
*> still-failing rejects over - the carry-over file is written here
*> and only here, so the release pass cannot double it.
2000-TALLY-REJECTS.
    READ SUSP-FILE INTO WS-SUSP-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-REJECTS-READ
            MOVE SUSP-REJECT-RECORD OF WS-SUSP-RECORD
                TO WS-RJCT-RECORD
            PERFORM 2100-TALLY-ONE-REJECT
    END-READ
    IF WS-SUSP-FILE-STATUS NOT = "00" AND WS-SUSP-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: SUSP-FILE read status " WS-SUSP-FILE-STATUS
    END-IF.

*> An item the desk marked for write-off leaves the loop here
*> whatever its image or count - it is neither edited nor carried.
2100-TALLY-ONE-REJECT.
    PERFORM 2150-ADOPT-LIFECYCLE
    PERFORM 2160-AGE-ONE-REJECT
    MOVE RJCT-RECORD-IMAGE OF WS-RJCT-RECORD TO WS-TRAN-RECORD
    IF SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
        PERFORM 2350-WRITE-OFF-REJECT
    ELSE
        PERFORM 2120-EDIT-AND-DISPOSE
    END-IF.

2120-EDIT-AND-DISPOSE.
    PERFORM 2200-EDIT-RECORD-IMAGE
    IF WS-EDIT-FAILED
*> Guarded against digit-truncation at the field's own maximum:
*> currency-rate check is deliberately NOT replicated here: rates
*> are a per-day question only BUGSOLUTION's CURRATES can answer,
*> and a CR01 reject whose currency has a rate tomorrow should
*> release, not circle suspense forever. The SRCREG type and
*> currency permits (SR01/SR02) are left to BUGSOLUTION for the
*> same reason: the released image rides in a RECYCLE batch, and
*> what that may carry is the registry's question on the day.
2200-EDIT-RECORD-IMAGE.
    SET WS-EDIT-PASSED TO TRUE
    IF NOT TRAN-DETAIL-REC OF WS-TRAN-RECORD
*> the whole reject record - reason, rejecting run, first date,
*> count and the untouched original image - travels inside the
*> write-off record, so finance books it out with its complete
*> history and the suspense file stops rediscovering it. A desk
*> write-off goes the same way ahead of the limit, carrying who
*> marked it and why, and is counted apart.
2350-WRITE-OFF-REJECT.
    MOVE SPACES TO WS-WOFF-RECORD
    MOVE WS-RUN-DATE TO WOFF-WRITE-OFF-DATE OF WS-WOFF-RECORD
    MOVE WS-CYCLE-LIMIT TO WOFF-CYCLE-LIMIT OF WS-WOFF-RECORD
    MOVE WS-RJCT-RECORD TO WOFF-REJECT-IMAGE OF WS-WOFF-RECORD
    IF SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
        SET WOFF-DESK-WRITE-OFF OF WS-WOFF-RECORD TO TRUE
        MOVE SUSP-CHANGED-BY OF WS-SUSP-RECORD
            TO WOFF-MARKED-BY OF WS-WOFF-RECORD
        MOVE SUSP-WRITE-OFF-REASON OF WS-SUSP-RECORD
            TO WOFF-WRITE-OFF-REASON OF WS-WOFF-RECORD
    ELSE
        SET WOFF-CYCLE-LIMIT-REACHED OF WS-WOFF-RECORD TO TRUE
    END-IF
    WRITE WOFF-FILE-RECORD FROM WS-WOFF-RECORD
    IF WS-WOFF-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: WOFF-FILE write status " WS-WOFF-FILE-STATUS
    END-IF
    IF SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
        ADD 1 TO WS-DESK-WRITTEN-OFF
        IF TRAN-AMOUNT OF WS-TRAN-RECORD NUMERIC
            ADD TRAN-AMOUNT OF WS-TRAN-RECORD
                TO WS-DESK-WRITTEN-OFF-TOTAL
        END-IF
    ELSE
        ADD 1 TO WS-RECORDS-WRITTEN-OFF
        IF TRAN-AMOUNT OF WS-TRAN-RECORD NUMERIC
            ADD TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-WRITTEN-OFF-TOTAL
        END-IF
    END-IF.

*> Release pass: the header (now that the released count is known),
*> then a second read of the suspense file writing the images that
*> pass the same edit, then the trailer with their control total.
3000-RELEASE-BATCH.
    CLOSE SUSP-FILE
    OPEN INPUT SUSP-FILE
    IF WS-SUSP-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: SUSP-FILE reopen status "
            WS-SUSP-FILE-STATUS " - recycled batch not released"
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 3100-WRITE-BATCH-HEADER
    PERFORM 3500-CHECK-TRAN-WRITE.

3200-RELEASE-REJECTS.
    READ SUSP-FILE INTO WS-SUSP-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            MOVE SUSP-REJECT-RECORD OF WS-SUSP-RECORD
                TO WS-RJCT-RECORD
            PERFORM 3300-RELEASE-ONE-REJECT
    END-READ
    IF WS-SUSP-FILE-STATUS NOT = "00" AND WS-SUSP-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: SUSP-FILE read status " WS-SUSP-FILE-STATUS
    END-IF.

*> A desk-marked item was written off in the tally pass, however
*> clean its image.
3300-RELEASE-ONE-REJECT.
    MOVE RJCT-RECORD-IMAGE OF WS-RJCT-RECORD TO WS-TRAN-RECORD
    PERFORM 2200-EDIT-RECORD-IMAGE
    IF WS-EDIT-PASSED
        AND NOT SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
        WRITE TRAN-FILE-RECORD FROM WS-TRAN-RECORD
        PERFORM 3500-CHECK-TRAN-WRITE
    END-IF.
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "WRITTEN OFF AT DESK REQUEST (COUNT)" TO RPT-LABEL
    MOVE WS-DESK-WRITTEN-OFF TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "WRITTEN OFF AT DESK REQUEST (AMOUNT)" TO RPT-LABEL
    MOVE WS-DESK-WRITTEN-OFF-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "CYCLE LIMIT IN EFFECT" TO RPT-LABEL
    MOVE WS-CYCLE-LIMIT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    DISPLAY "BUGRCYCL: recycled total    " WS-RECYCLED-TOTAL
    DISPLAY "BUGRCYCL: still failing     " WS-STILL-FAILING
    DISPLAY "BUGRCYCL: written off       " WS-RECORDS-WRITTEN-OFF
    DISPLAY "BUGRCYCL: desk written off  " WS-DESK-WRITTEN-OFF
    CLOSE SUSP-FILE
    CLOSE TRAN-FILE
    CLOSE CARRY-FILE
    CLOSE WOFF-FILE
    CLOSE PRINT-FILE.

*> Suspense never holds the cycle - the rejects were kept off the
*> ledger when they bounced - so the worst here is a warning: no
*> suspense file to work, or items booked out that finance must
*> now act on.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-SUSP-MISSING
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "NO SUSPENSE TO RECYCLE" TO WS-DCTL-REMARK
        WHEN WS-RECORDS-WRITTEN-OFF > 0
            OR WS-DESK-WRITTEN-OFF > 0
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "ITEMS WRITTEN OFF" TO WS-DCTL-REMARK
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
            MOVE "RECYCLED" TO WS-DCTL-REMARK
    END-EVALUATE
    DISPLAY "BUGRCYCL: business date " WS-BUSINESS-DATE
        " condition code " WS-CONDITION-CODE " - " WS-DCTL-REMARK.

*> Appended last, once the outcome is known; DAYCTL is cumulative
*> and the OUTPUT fallback only ever creates it. A completion that
*> cannot be recorded lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-BUSINESS-DATE TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-RECYCLE OF WS-DCTL-RECORD TO TRUE
    MOVE FUNCTION CURRENT-DATE TO DCTL-TIMESTAMP OF WS-DCTL-RECORD
    MOVE WS-CONDITION-CODE TO DCTL-CONDITION-CODE OF WS-DCTL-RECORD
    EVALUATE TRUE
        WHEN WS-CONDITION-CODE >= 12
            SET DCTL-FAILED OF WS-DCTL-RECORD TO TRUE
        WHEN WS-CONDITION-CODE >= 8
            SET DCTL-EXCEPTIONS OF WS-DCTL-RECORD TO TRUE
        WHEN OTHER
            SET DCTL-COMPLETE OF WS-DCTL-RECORD TO TRUE
    END-EVALUATE
    MOVE WS-DCTL-REMARK TO DCTL-REMARK OF WS-DCTL-RECORD
    OPEN EXTEND DCTL-FILE
    IF WS-DCTL-FILE-STATUS = "35"
        OPEN OUTPUT DCTL-FILE
    END-IF
    IF WS-DCTL-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: DCTL-FILE open status " WS-DCTL-FILE-STATUS
            " - completion for " WS-BUSINESS-DATE " NOT recorded"
        IF WS-CONDITION-CODE < 4
            MOVE 4 TO WS-CONDITION-CODE
        END-IF
    ELSE
        WRITE DCTL-FILE-RECORD FROM WS-DCTL-RECORD
        IF WS-DCTL-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: DCTL-FILE write status "
                WS-DCTL-FILE-STATUS
                " - completion for " WS-BUSINESS-DATE " NOT recorded"
            IF WS-CONDITION-CODE < 4
                MOVE 4 TO WS-CONDITION-CODE
            END-IF
        END-IF
        CLOSE DCTL-FILE
    END-IF.
