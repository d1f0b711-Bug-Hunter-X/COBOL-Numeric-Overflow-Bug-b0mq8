*> resent automatically - they were refused for a reason, and
*> resending them unchanged would only bounce again; they go to the
*> report for repair.
*> Each run date in the extract now has its acknowledgment outcome
*> appended to the DAYCTL day-control file (DAYCTLRC), under the
*> business date the BUSCAL calendar gives for that run date
*> (BCALREC) - the acks come back the morning after, so it is the
*> date the extract was cut, not today, that names the day. A day
*> whose every extract was acknowledged clean is what BUGCLOSE
*> counts as acknowledged. The job ends with a condition code for
*> the scheduler: 0 all acknowledged, 4 acks matching nothing we
*> sent, 8 anything rejected or never acknowledged, 12 no extract
*> file to reconcile.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGGLACK.
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
FD  GLIF-FILE
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
    05  WS-GLIF-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-GLAK-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-RESEND-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-COUNTERS.
    05  WS-EXTRACTS-READ                PIC 9(9) VALUE 0.
        88  WS-GLIF-EOF                     VALUE 'Y'.
    05  WS-GLAK-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-GLAK-EOF                     VALUE 'Y'.
    05  WS-GLIF-MISSING-SW              PIC X(01) VALUE 'N'.
        88  WS-GLIF-MISSING                 VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

COPY GLIFREC REPLACING GLIF-RECORD BY WS-GLIF-RECORD.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.

*> The extract's run dates, each with how many of its records came
*> back clean, so each day's acknowledgment can be posted to DAYCTL
*> on its own. A normal extract is one date (a resend file may
*> carry a few); an empty or missing extract is posted under
*> today. A date that does not fit is warned about and stays
*> unposted - unacknowledged, as far as BUGCLOSE can tell.
01  WS-ACK-DAY-TABLE.
    05  WS-DAY-COUNT                    PIC 9(02) VALUE 0.
    05  WS-DAY-SUB                      PIC 9(02) VALUE 0.
    05  WS-DAY-FOUND-SUB                PIC 9(02) VALUE 0.
    05  WS-DAY-OVERFLOW-SW              PIC X(01) VALUE 'N'.
        88  WS-DAY-OVERFLOW                 VALUE 'Y'.
    05  WS-DAY-ENTRY OCCURS 10 TIMES.
        10  WS-DAY-RUN-DATE             PIC X(08).
        10  WS-DAY-BUSINESS-DATE        PIC X(08).
        10  WS-DAY-EXTRACTS             PIC 9(06).
        10  WS-DAY-NOT-CLEAN            PIC 9(06).
        10  WS-DAY-CODE                 PIC 9(02).

*> The day's extract held in storage while the acks stream past.
*> Five hundred slots is two orders of magnitude above a normal
*> day's per-type extract volume; overflow is reported loudly
    PERFORM 6000-SWEEP-UNACKNOWLEDGED
    PERFORM 8000-REPORT-TOTALS
    PERFORM 9000-TERMINATE
    PERFORM 9600-RESOLVE-BUSINESS-DATES
    PERFORM 9700-SET-CONDITION-CODE
    PERFORM 9800-POST-DAY-CONTROL
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    OPEN INPUT GLIF-FILE
    IF WS-GLIF-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: GLIF-FILE open status " WS-GLIF-FILE-STATUS
            " - no extract to reconcile"
        MOVE "Y" TO WS-GLIF-EOF-SW
        SET WS-GLIF-MISSING TO TRUE
    END-IF
    OPEN INPUT GLAK-FILE
    IF WS-GLAK-FILE-STATUS NOT = "00"
            PERFORM 6200-WRITE-RESEND
    END-EVALUATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    PERFORM 6300-COUNT-EXTRACT-DAY.

6200-WRITE-RESEND.
    WRITE RESEND-FILE-RECORD FROM WS-EXT-IMAGE (WS-EXT-SUB)
        ADD 1 TO WS-RESENT
    END-IF.

6300-COUNT-EXTRACT-DAY.
    MOVE WS-EXT-RUN-DATE (WS-EXT-SUB) TO WS-ACK-RUN-DATE
    PERFORM 6350-FIND-EXTRACT-DAY
    IF WS-DAY-FOUND-SUB > 0
        ADD 1 TO WS-DAY-EXTRACTS (WS-DAY-FOUND-SUB)
        IF NOT WS-EXT-ACKED (WS-EXT-SUB)
            ADD 1 TO WS-DAY-NOT-CLEAN (WS-DAY-FOUND-SUB)
        END-IF
    END-IF.

6350-FIND-EXTRACT-DAY.
    MOVE 0 TO WS-DAY-FOUND-SUB
    PERFORM 6360-MATCH-EXTRACT-DAY
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > WS-DAY-COUNT
           OR WS-DAY-FOUND-SUB > 0
    IF WS-DAY-FOUND-SUB = 0
        IF WS-DAY-COUNT < 10
            ADD 1 TO WS-DAY-COUNT
            MOVE WS-DAY-COUNT TO WS-DAY-FOUND-SUB
            MOVE WS-ACK-RUN-DATE TO WS-DAY-RUN-DATE (WS-DAY-FOUND-SUB)
            MOVE SPACES TO WS-DAY-BUSINESS-DATE (WS-DAY-FOUND-SUB)
            MOVE 0 TO WS-DAY-EXTRACTS (WS-DAY-FOUND-SUB)
            MOVE 0 TO WS-DAY-NOT-CLEAN (WS-DAY-FOUND-SUB)
            MOVE 0 TO WS-DAY-CODE (WS-DAY-FOUND-SUB)
        ELSE
            IF NOT WS-DAY-OVERFLOW
                SET WS-DAY-OVERFLOW TO TRUE
                DISPLAY "WARNING: extract spans more than 10 run "
                    "dates - " WS-ACK-RUN-DATE " and later dates "
                    "not posted to DAYCTL"
            END-IF
        END-IF
    END-IF.

6360-MATCH-EXTRACT-DAY.
    IF WS-DAY-RUN-DATE (WS-DAY-SUB) = WS-ACK-RUN-DATE
        MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
    END-IF.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
    CLOSE GLAK-FILE
    CLOSE RESEND-FILE
    CLOSE PRINT-FILE.

*> Each run date's business date is the latest business day on
*> BUSCAL on or before it, found in one pass of the calendar for
*> all of them; without a calendar the run date stands in.
9600-RESOLVE-BUSINESS-DATES.
    IF WS-DAY-COUNT = 0
        MOVE 1 TO WS-DAY-COUNT
        MOVE WS-RUN-DATE TO WS-DAY-RUN-DATE (1)
        MOVE SPACES TO WS-DAY-BUSINESS-DATE (1)
        MOVE 0 TO WS-DAY-EXTRACTS (1)
        MOVE 0 TO WS-DAY-NOT-CLEAN (1)
        MOVE 0 TO WS-DAY-CODE (1)
    END-IF
    OPEN INPUT BCAL-FILE
    IF WS-BCAL-FILE-STATUS NOT = "00"
        IF WS-BCAL-FILE-STATUS = "35"
            DISPLAY "NOTE: no BUSCAL calendar - run dates taken as "
                "the business dates"
        ELSE
            DISPLAY "WARNING: BCAL-FILE open status "
                WS-BCAL-FILE-STATUS
                " - run dates taken as the business dates"
        END-IF
    ELSE
        PERFORM 9650-READ-ONE-CALENDAR-DAY UNTIL WS-BCAL-EOF
        CLOSE BCAL-FILE
    END-IF
    PERFORM 9670-DEFAULT-ONE-DAY
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > WS-DAY-COUNT.

9650-READ-ONE-CALENDAR-DAY.
    READ BCAL-FILE
        AT END
            MOVE "Y" TO WS-BCAL-EOF-SW
        NOT AT END
            IF BCAL-BUSINESS-DAY
                PERFORM 9660-RESOLVE-ONE-DAY
                    VARYING WS-DAY-SUB FROM 1 BY 1
                    UNTIL WS-DAY-SUB > WS-DAY-COUNT
            END-IF
    END-READ.

9660-RESOLVE-ONE-DAY.
    IF BCAL-DATE <= WS-DAY-RUN-DATE (WS-DAY-SUB)
        AND BCAL-DATE > WS-DAY-BUSINESS-DATE (WS-DAY-SUB)
        MOVE BCAL-DATE TO WS-DAY-BUSINESS-DATE (WS-DAY-SUB)
    END-IF.

9670-DEFAULT-ONE-DAY.
    IF WS-DAY-BUSINESS-DATE (WS-DAY-SUB) = SPACES
        MOVE WS-DAY-RUN-DATE (WS-DAY-SUB)
            TO WS-DAY-BUSINESS-DATE (WS-DAY-SUB)
    END-IF.

*> Judged per day, and the job ends with the worst of them: a day
*> is only acknowledged when every one of its extract records came
*> back clean.
9700-SET-CONDITION-CODE.
    IF WS-DAY-OVERFLOW
        MOVE 8 TO WS-CONDITION-CODE
    END-IF
    PERFORM 9750-JUDGE-ONE-DAY
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > WS-DAY-COUNT
    DISPLAY "BUGGLACK: condition code " WS-CONDITION-CODE.

9750-JUDGE-ONE-DAY.
    EVALUATE TRUE
        WHEN WS-GLIF-MISSING
            MOVE 12 TO WS-DAY-CODE (WS-DAY-SUB)
        WHEN WS-DAY-NOT-CLEAN (WS-DAY-SUB) > 0
            MOVE 8 TO WS-DAY-CODE (WS-DAY-SUB)
        WHEN WS-EXT-OVERFLOW
            MOVE 8 TO WS-DAY-CODE (WS-DAY-SUB)
        WHEN WS-UNMATCHED-ACKS > 0
            MOVE 4 TO WS-DAY-CODE (WS-DAY-SUB)
        WHEN OTHER
            MOVE 0 TO WS-DAY-CODE (WS-DAY-SUB)
    END-EVALUATE
    IF WS-DAY-CODE (WS-DAY-SUB) > WS-CONDITION-CODE
        MOVE WS-DAY-CODE (WS-DAY-SUB) TO WS-CONDITION-CODE
    END-IF
    DISPLAY "BUGGLACK: run date " WS-DAY-RUN-DATE (WS-DAY-SUB)
        " business date " WS-DAY-BUSINESS-DATE (WS-DAY-SUB)
        " extracts " WS-DAY-EXTRACTS (WS-DAY-SUB)
        " not clean " WS-DAY-NOT-CLEAN (WS-DAY-SUB)
        " code " WS-DAY-CODE (WS-DAY-SUB).

*> Appended last, once every day's outcome is known; DAYCTL is
*> cumulative and the OUTPUT fallback only ever creates it. An
*> acknowledgment that cannot be recorded lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    OPEN EXTEND DCTL-FILE
    IF WS-DCTL-FILE-STATUS = "35"
        OPEN OUTPUT DCTL-FILE
    END-IF
    IF WS-DCTL-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: DCTL-FILE open status " WS-DCTL-FILE-STATUS
            " - acknowledgment outcome NOT recorded"
        IF WS-CONDITION-CODE < 4
            MOVE 4 TO WS-CONDITION-CODE
        END-IF
    ELSE
        PERFORM 9850-POST-ONE-DAY
            VARYING WS-DAY-SUB FROM 1 BY 1
            UNTIL WS-DAY-SUB > WS-DAY-COUNT
        CLOSE DCTL-FILE
    END-IF.

9850-POST-ONE-DAY.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-DAY-BUSINESS-DATE (WS-DAY-SUB)
        TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-GLACK OF WS-DCTL-RECORD TO TRUE
    MOVE FUNCTION CURRENT-DATE TO DCTL-TIMESTAMP OF WS-DCTL-RECORD
    MOVE WS-DAY-CODE (WS-DAY-SUB)
        TO DCTL-CONDITION-CODE OF WS-DCTL-RECORD
    EVALUATE TRUE
        WHEN WS-DAY-CODE (WS-DAY-SUB) >= 12
            SET DCTL-FAILED OF WS-DCTL-RECORD TO TRUE
            MOVE "NO EXTRACT TO RECONCILE" TO DCTL-REMARK OF WS-DCTL-RECORD
        WHEN WS-DAY-CODE (WS-DAY-SUB) >= 8
            SET DCTL-EXCEPTIONS OF WS-DCTL-RECORD TO TRUE
            MOVE "REJECTED OR NOT ACKNOWLEDGED"
                TO DCTL-REMARK OF WS-DCTL-RECORD
        WHEN OTHER
            SET DCTL-COMPLETE OF WS-DCTL-RECORD TO TRUE
            MOVE "ACKNOWLEDGED CLEAN" TO DCTL-REMARK OF WS-DCTL-RECORD
    END-EVALUATE
    WRITE DCTL-FILE-RECORD FROM WS-DCTL-RECORD
    IF WS-DCTL-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: DCTL-FILE write status " WS-DCTL-FILE-STATUS
            " - acknowledgment for " WS-DAY-BUSINESS-DATE (WS-DAY-SUB)
            " NOT recorded"
        IF WS-CONDITION-CODE < 4
            MOVE 4 TO WS-CONDITION-CODE
        END-IF
    END-IF.
