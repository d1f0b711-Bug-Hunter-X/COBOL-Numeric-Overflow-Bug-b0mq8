*> one day is reported but not responded to; four response files
*> covers our handful of feeds with room to spare, and the warning
*> says which source missed out.
*> It ends with a condition code for the scheduler - 0 every
*> exception confronted, 4 no DUPEIN to read or a source left
*> without a response file - and appends its completion to the
*> DAYCTL day-control file (DAYCTLRC) under the business date the
*> BUSCAL calendar gives for the run date (BCALREC).
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGDCONF.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.

    SELECT BCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BCAL-FILE-STATUS.

    SELECT DCTL-FILE ASSIGN TO "DAYCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DUPE-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-DUPE-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-RESP3-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-RESP4-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-COUNTERS.
    05  WS-DUPES-READ                   PIC 9(9) VALUE 0.
        88  WS-DSSTAT-EOF                   VALUE 'Y'.
    05  WS-RESP-EXHAUSTED-SW            PIC X(01) VALUE 'N'.
        88  WS-RESP-EXHAUSTED               VALUE 'Y'.
    05  WS-DUPE-MISSING-SW              PIC X(01) VALUE 'N'.
        88  WS-DUPE-MISSING                 VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-BCAL-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-BCAL-FOUND                   VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-BUSINESS-DATE                    PIC X(08) VALUE SPACES.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.
01  WS-DCTL-REMARK                      PIC X(30) VALUE SPACES.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.

*> Routability test for a source name. The placeholders are the
*> ones BUGSOLUTION stamps itself - the implicit headerless batch
    PERFORM 7000-REWRITE-STATS
    PERFORM 8000-REPORT-TOTALS
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    PERFORM 9800-POST-DAY-CONTROL
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    PERFORM 1070-RESOLVE-BUSINESS-DATE
    PERFORM 1100-LOAD-STATS
    OPEN INPUT DUPE-FILE
    IF WS-DUPE-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: DUPE-FILE open status " WS-DUPE-FILE-STATUS
            " - no duplicate exceptions to confront"
        MOVE "Y" TO WS-DUPE-EOF-SW
        MOVE "Y" TO WS-DUPE-MISSING-SW
    END-IF
    OPEN OUTPUT RESP1-FILE
    OPEN OUTPUT RESP2-FILE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-HEADING
    PERFORM 7550-CHECK-PRINT-STATUS.

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

*> A missing DUPSTATS just means this is the first day the job has
*> run - every source starts its history today - so only an
*> unexpected status draws a warning.
    CLOSE RESP3-FILE
    CLOSE RESP4-FILE
    CLOSE PRINT-FILE.

*> Duplicates never hold the cycle - they were kept off the ledger
*> when they arrived - so the worst here is a warning: nothing to
*> confront, or a feed that was not told what it resent.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-DUPE-MISSING
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "NO DUPEIN TO CONFRONT" TO WS-DCTL-REMARK
        WHEN WS-RESP-EXHAUSTED
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "SOURCE(S) NOT RESPONDED TO" TO WS-DCTL-REMARK
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
            MOVE "CONFRONTED" TO WS-DCTL-REMARK
    END-EVALUATE
    DISPLAY "BUGDCONF: business date " WS-BUSINESS-DATE
        " condition code " WS-CONDITION-CODE " - " WS-DCTL-REMARK.

*> Appended last, once the outcome is known; DAYCTL is cumulative
*> and the OUTPUT fallback only ever creates it. A completion that
*> cannot be recorded lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-BUSINESS-DATE TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-DUPCONF OF WS-DCTL-RECORD TO TRUE
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
