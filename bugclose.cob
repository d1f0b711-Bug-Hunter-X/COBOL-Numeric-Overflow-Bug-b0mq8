*>     (note: the partition steps of a split run each write their
*>     own 'E' record while only BUGMERGE's consolidated extract
*>     reaches GLIFOUT, so a split run that went through BUGMERGE
*>     ties out; partition GLIFIN1-4 files must not be in GLIFIN.
*>     Intraday cycles write no 'E' record and no extract at all -
*>     BUGEOD writes the day's one of each - so a cycled day ties
*>     out the same way),
*>   - reads the period's accumulated acknowledgments (GLACKIN,
*>     GLAKREC layout) and flags loudly when any in-period extract
*>     was rejected by the GL side or never acknowledged at all,
*> Any of those conditions also sets the suspect flag on every
*> summary record, so the period totals cannot flow onward looking
*> clean when the month underneath them is not.
*> A close that finance has signed off (CLPARM sign-off flag and
*> signing officer) also locks the period on PERIODLK (PLOCKREC
*> layout), after which BUGSOLUTION routes anything dated inside it
*> to a prior-period adjustment instead of posting into it. Only a
*> clean period is locked: a signed-off close of a suspect period
*> is refused loudly, since locking would freeze the very numbers
*> that still need correcting. Closing the same period again finds
*> the lock already there and leaves it alone. The *P adjustment
*> lines the period's runs extracted are also broken out on the
*> report by the earlier closed period each was made against.
*> The nightly BUGGLTIE tie-out results (GLTIEHST, GLTIERC layout)
*> are read too: any date inside the period whose latest tie-out
*> found its extract not agreeing with TRANARCH flags the period
*> suspect, so a month whose extracts do not agree with its own
*> archive cannot close clean. A missing GLTIEHST only warns - it
*> proves nothing either way.
*> Nor can a period close over a day the batch cycle never
*> finished. The BUSCAL calendar (BCALREC) names every date in the
*> period and which of them are business days, and the DAYCTL
*> day-control file (DAYCTLRC) records each step's completion per
*> business date. Every business day in the period must show a
*> posting that completed - a single-pass BUGSOLUTION, a BUGMERGE
*> after a split or a BUGEOD after the day's intraday cycles - and
*> a BUGGLACK acknowledgment that came back clean; any day without
*> both, a calendar that does not cover every date of the period,
*> or no calendar at all, makes the period suspect and so refuses
*> the lock, and the days are listed on the report with what each
*> step recorded. The duplicate confrontation and recycle steps
*> are listed but do not hold the close. The job
*> ends with a condition code for the scheduler: 0 closed (or
*> drafted) clean, 8 the period is suspect or its lock could not
*> be written, 12 the close could not run.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGCLOSE.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CLPARM-FILE-STATUS.

    SELECT GLTIE-FILE ASSIGN TO "GLTIEHST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLTIE-FILE-STATUS.

    SELECT PLOCK-FILE ASSIGN TO "PERIODLK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PLOCK-KEY
        FILE STATUS IS WS-PLOCK-FILE-STATUS.

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
COPY CLPARMRC.

FD  GLTIE-FILE
    RECORDING MODE IS F.
01  GLTIE-FILE-RECORD                      PIC X(100).

FD  PLOCK-FILE.
COPY PLOCKREC.

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-GLIF-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-GLSUM-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-CLPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-PLOCK-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-GLTIE-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-CONTROL-PARMS.
    05  WS-PERIOD-START                 PIC X(08) VALUE SPACES.
    05  WS-PERIOD-END                   PIC X(08) VALUE SPACES.
    05  WS-SIGNOFF-FLAG                 PIC X(01) VALUE 'N'.
        88  WS-SIGNED-OFF                   VALUE 'Y'.
    05  WS-SIGNOFF-BY                   PIC X(08) VALUE SPACES.
    05  WS-PPA-TRAN-TYPE                PIC X(02) VALUE "*P".
    05  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.

01  WS-COUNTERS.
    05  WS-EXTRACTS-READ                PIC 9(9) VALUE 0.
    05  WS-SUSPECT-RUNS                 PIC 9(9) VALUE 0.
    05  WS-OUT-OF-BAL-RUNS              PIC 9(9) VALUE 0.
    05  WS-SUSPECT-EXTRACTS             PIC 9(9) VALUE 0.
    05  WS-TIE-DATES-CHECKED            PIC 9(9) VALUE 0.
    05  WS-TIE-DATES-MISMATCHED         PIC 9(9) VALUE 0.
    05  WS-CAL-DATES-IN-PERIOD          PIC 9(9) VALUE 0.
    05  WS-PERIOD-DAYS                  PIC 9(9) VALUE 0.
    05  WS-DAYS-COMPLETE                PIC 9(9) VALUE 0.
    05  WS-DAYS-INCOMPLETE              PIC 9(9) VALUE 0.

01  WS-PERIOD-TOTALS.
    05  WS-PERIOD-GLIF-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
        88  WS-GLAK-EOF                     VALUE 'Y'.
    05  WS-RUNH-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-RUNH-EOF                     VALUE 'Y'.
    05  WS-GLTIE-EOF-SW                 PIC X(01) VALUE 'N'.
        88  WS-GLTIE-EOF                    VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-DCTL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-DCTL-EOF                     VALUE 'Y'.
    05  WS-CALENDAR-MISSING-SW          PIC X(01) VALUE 'N'.
        88  WS-CALENDAR-MISSING             VALUE 'Y'.
    05  WS-CALENDAR-GAP-SW              PIC X(01) VALUE 'N'.
        88  WS-CALENDAR-GAP                 VALUE 'Y'.
    05  WS-CLOSE-FAILED-SW              PIC X(01) VALUE 'N'.
        88  WS-CLOSE-FAILED                 VALUE 'Y'.
    05  WS-PERIOD-SUSPECT-SW            PIC X(01) VALUE 'N'.
        88  WS-PERIOD-SUSPECT               VALUE 'Y'.
*> What became of the period lock: a draft close never asks for
*> one.
    05  WS-LOCK-RESULT-SW               PIC X(01) VALUE 'D'.
        88  WS-LOCK-DRAFT                   VALUE 'D'.
        88  WS-LOCK-WRITTEN                 VALUE 'L'.
        88  WS-LOCK-ALREADY-THERE           VALUE 'A'.
        88  WS-LOCK-REFUSED                 VALUE 'R'.
        88  WS-LOCK-FAILED                  VALUE 'F'.

COPY GLIFREC REPLACING GLIF-RECORD BY WS-GLIF-RECORD.

COPY RUNHREC REPLACING RUNH-RECORD BY WS-RUNH-RECORD.

COPY GLTIERC REPLACING GLTIE-RECORD BY WS-GLTIE-RECORD.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

*> Calendar coverage is counted, not walked: the period's day span
*> from its integer dates against the calendar records inside it.
01  WS-CALENDAR-CHECK.
    05  WS-CAL-CHECK-DATE               PIC X(08) VALUE SPACES.
    05  WS-CAL-CHECK-NUM REDEFINES WS-CAL-CHECK-DATE
                                        PIC 9(08).
    05  WS-PERIOD-START-INT             PIC 9(08) VALUE 0.
    05  WS-PERIOD-END-INT               PIC 9(08) VALUE 0.

*> One entry per business day in the period, with the outcome the
*> latest DAYCTL record of each step left for it (space: the step
*> never recorded a completion). DAYCTL is in run order, so a
*> rerun's record simply overwrites the earlier one's here. The
*> posting is a single-pass BUGSOLUTION, a BUGMERGE or a BUGEOD -
*> never a partition step or an intraday cycle, which only says
*> its own slice of the day finished.
01  WS-BUSINESS-DAY-TABLE.
    05  WS-DAY-COUNT                    PIC 9(03) VALUE 0.
    05  WS-DAY-SUB                      PIC 9(03) VALUE 0.
    05  WS-DAY-FOUND-SUB                PIC 9(03) VALUE 0.
    05  WS-DAY-OVERFLOW-SW              PIC X(01) VALUE 'N'.
        88  WS-DAY-OVERFLOW                 VALUE 'Y'.
    05  WS-DAY-ENTRY OCCURS 100 TIMES.
        10  WS-DAY-DATE                 PIC X(08).
        10  WS-DAY-POSTING              PIC X(01).
        10  WS-DAY-GLACK                PIC X(01).
        10  WS-DAY-DUPCONF              PIC X(01).
        10  WS-DAY-RECYCLE              PIC X(01).

01  WS-OUTCOME-DESCRIPTION.
    05  WS-OUTCOME-CODE                 PIC X(01) VALUE SPACES.
    05  WS-OUTCOME-TEXT                 PIC X(10) VALUE SPACES.

*> Latest tie-out result per in-period run date. GLTIEHST is in
*> run order, so a re-run tie-out for a date simply overwrites the
*> earlier one's result here.
01  WS-TIE-DATE-TABLE.
    05  WS-TIE-COUNT                    PIC 9(03) VALUE 0.
    05  WS-TIE-SUB                      PIC 9(03) VALUE 0.
    05  WS-TIE-FOUND-SUB                PIC 9(03) VALUE 0.
    05  WS-TIE-ENTRY OCCURS 100 TIMES.
        10  WS-TIE-RUN-DATE             PIC X(08).
        10  WS-TIE-RESULT               PIC X(01).
            88  WS-TIE-MISMATCH             VALUE 'M'.

*> Period roll-up per TRAN-TYPE + GL account, in first-appearance
*> order - the same keying BUGMERGE uses so one type mapped to one
*> account all month collapses to one summary line.
        10  WS-SUM-EXTRACTS             PIC 9(06).
        10  WS-SUM-AMOUNT               PIC S9(15)V99 COMP-3.

*> The period's *P prior-period adjustment lines, rolled up by the
*> closed period (year and month) each was made against.
01  WS-ADJUSTMENT-TABLE.
    05  WS-ADJ-COUNT                    PIC 9(03) VALUE 0.
    05  WS-ADJ-SUB                      PIC 9(03) VALUE 0.
    05  WS-ADJ-FOUND-SUB                PIC 9(03) VALUE 0.
    05  WS-ADJ-TOTAL                    PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-ADJ-ENTRY OCCURS 60 TIMES.
        10  WS-ADJ-PERIOD               PIC X(06).
        10  WS-ADJ-REC-COUNT            PIC 9(09).
        10  WS-ADJ-EXTRACTS             PIC 9(06).
        10  WS-ADJ-AMOUNT               PIC S9(15)V99 COMP-3.

*> Every in-period extract record's ack key, held so the period's
*> acknowledgment file can be swept against it - a month of daily
*> per-type extracts sits far inside two thousand slots; overflow
    05  RPT-SUM-AMOUNT                  PIC Z(14)9.99-.
    05  FILLER                          PIC X(71) VALUE SPACES.

01  WS-REPORT-ADJ-HEADING.
    05  FILLER                          PIC X(16) VALUE
        "CLOSED PERIOD   ".
    05  FILLER                          PIC X(14) VALUE "  TRANSACTIONS".
    05  FILLER                          PIC X(10) VALUE "  EXTRACTS".
    05  FILLER                          PIC X(20) VALUE
        "   ADJUSTMENT AMOUNT".
    05  FILLER                          PIC X(72) VALUE SPACES.

01  WS-REPORT-ADJ-LINE.
    05  RPT-ADJ-PERIOD                  PIC X(06).
    05  FILLER                          PIC X(10) VALUE SPACES.
    05  RPT-ADJ-REC-COUNT               PIC Z(12)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-ADJ-EXTRACTS                PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-ADJ-AMOUNT                  PIC Z(14)9.99-.
    05  FILLER                          PIC X(71) VALUE SPACES.

01  WS-REPORT-DAY-LINE.
    05  RPT-DAY-DATE                    PIC X(08).
    05  FILLER                          PIC X(11) VALUE "  POSTING: ".
    05  RPT-DAY-POSTING                 PIC X(10).
    05  FILLER                          PIC X(10) VALUE "  GL ACK: ".
    05  RPT-DAY-GLACK                   PIC X(10).
    05  FILLER                          PIC X(11) VALUE "  DUPCONF: ".
    05  RPT-DAY-DUPCONF                 PIC X(10).
    05  FILLER                          PIC X(11) VALUE "  RECYCLE: ".
    05  RPT-DAY-RECYCLE                 PIC X(10).
    05  FILLER                          PIC X(41) VALUE SPACES.

01  WS-REPORT-DETAIL-LINE.
    05  RPT-LABEL                       PIC X(40).
    05  RPT-VALUE                       PIC Z(14)9.99-.
        PERFORM 2000-LOAD-EXTRACTS UNTIL WS-GLIF-EOF
        PERFORM 3000-PROCESS-ACKS UNTIL WS-GLAK-EOF
        PERFORM 4000-PROCESS-RUN-HISTORY UNTIL WS-RUNH-EOF
        PERFORM 4500-PROCESS-TIE-HISTORY UNTIL WS-GLTIE-EOF
        PERFORM 4700-LOAD-CALENDAR UNTIL WS-BCAL-EOF
        PERFORM 4800-PROCESS-DAY-CONTROL UNTIL WS-DCTL-EOF
        PERFORM 5000-SWEEP-ACK-STATUS
        PERFORM 5500-SWEEP-TIE-RESULTS
        PERFORM 5700-SWEEP-BUSINESS-DAYS
        PERFORM 6000-JUDGE-PERIOD
        PERFORM 6500-WRITE-SUMMARY-FILE
        PERFORM 6800-LOCK-PERIOD
        PERFORM 7500-PRODUCE-REPORT
    END-IF
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
                " - cross-check against run history skipped"
            MOVE "Y" TO WS-RUNH-EOF-SW
        END-IF
        OPEN INPUT GLTIE-FILE
        IF WS-GLTIE-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: GLTIE-FILE open status "
                WS-GLTIE-FILE-STATUS
                " - no archive tie-out results to check"
            MOVE "Y" TO WS-GLTIE-EOF-SW
        END-IF
        OPEN INPUT BCAL-FILE
        IF WS-BCAL-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: BCAL-FILE open status "
                WS-BCAL-FILE-STATUS
                " - no business-day calendar; period cannot lock"
            MOVE "Y" TO WS-BCAL-EOF-SW
            SET WS-CALENDAR-MISSING TO TRUE
        END-IF
        OPEN INPUT DCTL-FILE
        IF WS-DCTL-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: DCTL-FILE open status "
                WS-DCTL-FILE-STATUS
                " - no day-control records; every business day will "
                "show incomplete"
            MOVE "Y" TO WS-DCTL-EOF-SW
        END-IF
        OPEN OUTPUT GLSUM-FILE
        OPEN OUTPUT PRINT-FILE
        MOVE WS-PERIOD-START TO RPT-PERIOD-START
                    AND CLPARM-PERIOD-START <= CLPARM-PERIOD-END
                    MOVE CLPARM-PERIOD-START TO WS-PERIOD-START
                    MOVE CLPARM-PERIOD-END   TO WS-PERIOD-END
                    PERFORM 1060-EDIT-SIGNOFF
                ELSE
                    DISPLAY "ERROR: CLPARM period dates invalid - "
                        "close cannot run"
        CLOSE CLPARM-FILE
    END-IF.

*> A sign-off with nobody named is not a sign-off: the close still
*> runs, as a draft, and says why it locked nothing.
1060-EDIT-SIGNOFF.
    IF CLPARM-SIGNED-OFF
        IF CLPARM-SIGNOFF-BY = SPACES
            DISPLAY "WARNING: CLPARM sign-off flag set with no "
                "signing officer - run as a draft close, period "
                "not locked"
        ELSE
            SET WS-SIGNED-OFF TO TRUE
            MOVE CLPARM-SIGNOFF-BY TO WS-SIGNOFF-BY
        END-IF
    END-IF.

2000-LOAD-EXTRACTS.
    READ GLIF-FILE INTO WS-GLIF-RECORD
        AT END
        ADD 1 TO WS-SUM-EXTRACTS (WS-SUM-FOUND-SUB)
        ADD GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
            TO WS-SUM-AMOUNT (WS-SUM-FOUND-SUB)
    END-IF
    IF GLIF-TRAN-TYPE OF WS-GLIF-RECORD = WS-PPA-TRAN-TYPE
        PERFORM 2400-ROLL-UP-ADJUSTMENT
    END-IF.

*> An adjustment line still counts in the period's *P summary line
*> above - this is only the breakdown by the closed period it hit.
2400-ROLL-UP-ADJUSTMENT.
    ADD GLIF-FINAL-TOTAL OF WS-GLIF-RECORD TO WS-ADJ-TOTAL
    MOVE 0 TO WS-ADJ-FOUND-SUB
    PERFORM 2450-MATCH-ADJUSTMENT-ENTRY
        VARYING WS-ADJ-SUB FROM 1 BY 1
        UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
           OR WS-ADJ-FOUND-SUB > 0
    IF WS-ADJ-FOUND-SUB = 0
        IF WS-ADJ-COUNT < 60
            ADD 1 TO WS-ADJ-COUNT
            MOVE WS-ADJ-COUNT TO WS-ADJ-FOUND-SUB
            MOVE GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
                TO WS-ADJ-PERIOD (WS-ADJ-FOUND-SUB)
            MOVE 0 TO WS-ADJ-REC-COUNT (WS-ADJ-FOUND-SUB)
            MOVE 0 TO WS-ADJ-EXTRACTS (WS-ADJ-FOUND-SUB)
            MOVE 0 TO WS-ADJ-AMOUNT (WS-ADJ-FOUND-SUB)
        ELSE
            DISPLAY "WARNING: adjustment table full - adjustment "
                "against period " GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
                " not broken out"
        END-IF
    END-IF
    IF WS-ADJ-FOUND-SUB > 0
        ADD GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
            TO WS-ADJ-REC-COUNT (WS-ADJ-FOUND-SUB)
        ADD 1 TO WS-ADJ-EXTRACTS (WS-ADJ-FOUND-SUB)
        ADD GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
            TO WS-ADJ-AMOUNT (WS-ADJ-FOUND-SUB)
    END-IF.

2450-MATCH-ADJUSTMENT-ENTRY.
    IF WS-ADJ-PERIOD (WS-ADJ-SUB) = GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
        MOVE WS-ADJ-SUB TO WS-ADJ-FOUND-SUB
    END-IF.

2200-TABLE-EXTRACT-KEY.
        END-IF
    END-IF.

4500-PROCESS-TIE-HISTORY.
    READ GLTIE-FILE INTO WS-GLTIE-RECORD
        AT END
            MOVE "Y" TO WS-GLTIE-EOF-SW
        NOT AT END
            IF GLTIE-RUN-DATE OF WS-GLTIE-RECORD >= WS-PERIOD-START
                AND GLTIE-RUN-DATE OF WS-GLTIE-RECORD <= WS-PERIOD-END
                PERFORM 4600-TABLE-TIE-RESULT
            END-IF
    END-READ
    IF WS-GLTIE-FILE-STATUS NOT = "00"
        AND WS-GLTIE-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: GLTIE-FILE read status " WS-GLTIE-FILE-STATUS
    END-IF.

4600-TABLE-TIE-RESULT.
    MOVE 0 TO WS-TIE-FOUND-SUB
    PERFORM 4650-MATCH-TIE-DATE
        VARYING WS-TIE-SUB FROM 1 BY 1
        UNTIL WS-TIE-SUB > WS-TIE-COUNT
           OR WS-TIE-FOUND-SUB > 0
    IF WS-TIE-FOUND-SUB = 0
        IF WS-TIE-COUNT < 100
            ADD 1 TO WS-TIE-COUNT
            MOVE WS-TIE-COUNT TO WS-TIE-FOUND-SUB
            MOVE GLTIE-RUN-DATE OF WS-GLTIE-RECORD
                TO WS-TIE-RUN-DATE (WS-TIE-FOUND-SUB)
        ELSE
            DISPLAY "WARNING: tie-out date table full - result for "
                GLTIE-RUN-DATE OF WS-GLTIE-RECORD " not checked"
        END-IF
    END-IF
    IF WS-TIE-FOUND-SUB > 0
        MOVE GLTIE-RESULT OF WS-GLTIE-RECORD
            TO WS-TIE-RESULT (WS-TIE-FOUND-SUB)
    END-IF.

4650-MATCH-TIE-DATE.
    IF WS-TIE-RUN-DATE (WS-TIE-SUB) = GLTIE-RUN-DATE OF WS-GLTIE-RECORD
        MOVE WS-TIE-SUB TO WS-TIE-FOUND-SUB
    END-IF.

*> Every calendar date inside the period is counted towards its
*> coverage; only the business days are tabled for judging.
4700-LOAD-CALENDAR.
    READ BCAL-FILE
        AT END
            MOVE "Y" TO WS-BCAL-EOF-SW
        NOT AT END
            IF BCAL-DATE >= WS-PERIOD-START
                AND BCAL-DATE <= WS-PERIOD-END
                ADD 1 TO WS-CAL-DATES-IN-PERIOD
                IF BCAL-BUSINESS-DAY
                    PERFORM 4750-TABLE-BUSINESS-DAY
                END-IF
            END-IF
    END-READ
    IF WS-BCAL-FILE-STATUS NOT = "00" AND WS-BCAL-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: BCAL-FILE read status " WS-BCAL-FILE-STATUS
    END-IF.

*> A business day we cannot hold is one whose cycle we cannot
*> prove, so overflow is loud and makes the period suspect.
4750-TABLE-BUSINESS-DAY.
    IF WS-DAY-COUNT < 100
        ADD 1 TO WS-DAY-COUNT
        MOVE BCAL-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
        MOVE SPACES TO WS-DAY-POSTING (WS-DAY-COUNT)
        MOVE SPACES TO WS-DAY-GLACK (WS-DAY-COUNT)
        MOVE SPACES TO WS-DAY-DUPCONF (WS-DAY-COUNT)
        MOVE SPACES TO WS-DAY-RECYCLE (WS-DAY-COUNT)
    ELSE
        IF NOT WS-DAY-OVERFLOW
            SET WS-DAY-OVERFLOW TO TRUE
            SET WS-PERIOD-SUSPECT TO TRUE
            DISPLAY "WARNING: more than 100 business days in the "
                "period - daily cycle coverage incomplete"
        END-IF
    END-IF.

4800-PROCESS-DAY-CONTROL.
    READ DCTL-FILE INTO WS-DCTL-RECORD
        AT END
            MOVE "Y" TO WS-DCTL-EOF-SW
        NOT AT END
            PERFORM 4850-RECORD-DAY-STEP
    END-READ
    IF WS-DCTL-FILE-STATUS NOT = "00" AND WS-DCTL-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: DCTL-FILE read status " WS-DCTL-FILE-STATUS
    END-IF.

*> Records for dates outside the period, or for dates the calendar
*> does not call business days, are not this close's to judge.
4850-RECORD-DAY-STEP.
    MOVE 0 TO WS-DAY-FOUND-SUB
    PERFORM 4860-MATCH-BUSINESS-DAY
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > WS-DAY-COUNT
           OR WS-DAY-FOUND-SUB > 0
    IF WS-DAY-FOUND-SUB > 0
        EVALUATE TRUE
            WHEN DCTL-STEP-POST OF WS-DCTL-RECORD
                AND DCTL-SINGLE-RUN OF WS-DCTL-RECORD
                MOVE DCTL-OUTCOME OF WS-DCTL-RECORD
                    TO WS-DAY-POSTING (WS-DAY-FOUND-SUB)
            WHEN DCTL-STEP-MERGE OF WS-DCTL-RECORD
                MOVE DCTL-OUTCOME OF WS-DCTL-RECORD
                    TO WS-DAY-POSTING (WS-DAY-FOUND-SUB)
            WHEN DCTL-STEP-DAY-END OF WS-DCTL-RECORD
                MOVE DCTL-OUTCOME OF WS-DCTL-RECORD
                    TO WS-DAY-POSTING (WS-DAY-FOUND-SUB)
            WHEN DCTL-STEP-GLACK OF WS-DCTL-RECORD
                MOVE DCTL-OUTCOME OF WS-DCTL-RECORD
                    TO WS-DAY-GLACK (WS-DAY-FOUND-SUB)
            WHEN DCTL-STEP-DUPCONF OF WS-DCTL-RECORD
                MOVE DCTL-OUTCOME OF WS-DCTL-RECORD
                    TO WS-DAY-DUPCONF (WS-DAY-FOUND-SUB)
            WHEN DCTL-STEP-RECYCLE OF WS-DCTL-RECORD
                MOVE DCTL-OUTCOME OF WS-DCTL-RECORD
                    TO WS-DAY-RECYCLE (WS-DAY-FOUND-SUB)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

4860-MATCH-BUSINESS-DAY.
    IF WS-DAY-DATE (WS-DAY-SUB) = DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
        MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
    END-IF.

5000-SWEEP-ACK-STATUS.
    PERFORM 5100-COUNT-ONE-EXTRACT
        VARYING WS-EXT-SUB FROM 1 BY 1
            ADD 1 TO WS-EXTRACTS-UNACKED
    END-EVALUATE.

5500-SWEEP-TIE-RESULTS.
    MOVE WS-TIE-COUNT TO WS-TIE-DATES-CHECKED
    PERFORM 5600-COUNT-ONE-TIE-DATE
        VARYING WS-TIE-SUB FROM 1 BY 1
        UNTIL WS-TIE-SUB > WS-TIE-COUNT.

5600-COUNT-ONE-TIE-DATE.
    IF WS-TIE-MISMATCH (WS-TIE-SUB)
        ADD 1 TO WS-TIE-DATES-MISMATCHED
        DISPLAY "WARNING: GL extract for " WS-TIE-RUN-DATE (WS-TIE-SUB)
            " does not agree with TRANARCH"
    END-IF.

*> A business day's cycle is complete when its posting finished -
*> in balance or not, which RUNHIST already judges - and its
*> extract was acknowledged clean. A calendar that does not account
*> for every date of the period could be hiding a business day, so
*> it holds the close the same way a missing calendar does.
5700-SWEEP-BUSINESS-DAYS.
    IF NOT WS-CALENDAR-MISSING
        MOVE WS-PERIOD-START TO WS-CAL-CHECK-DATE
        COMPUTE WS-PERIOD-START-INT =
            FUNCTION INTEGER-OF-DATE (WS-CAL-CHECK-NUM)
        MOVE WS-PERIOD-END TO WS-CAL-CHECK-DATE
        COMPUTE WS-PERIOD-END-INT =
            FUNCTION INTEGER-OF-DATE (WS-CAL-CHECK-NUM)
        COMPUTE WS-PERIOD-DAYS =
            WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1
        IF WS-CAL-DATES-IN-PERIOD NOT = WS-PERIOD-DAYS
            SET WS-CALENDAR-GAP TO TRUE
            DISPLAY "WARNING: BUSCAL has " WS-CAL-DATES-IN-PERIOD
                " dates for a period of " WS-PERIOD-DAYS " days"
        END-IF
    END-IF
    PERFORM 5750-CHECK-ONE-DAY
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > WS-DAY-COUNT.

5750-CHECK-ONE-DAY.
    IF WS-DAY-POSTING (WS-DAY-SUB) NOT = SPACES
        AND WS-DAY-POSTING (WS-DAY-SUB) NOT = "F"
        AND WS-DAY-GLACK (WS-DAY-SUB) = "C"
        ADD 1 TO WS-DAYS-COMPLETE
    ELSE
        ADD 1 TO WS-DAYS-INCOMPLETE
        DISPLAY "WARNING: business day " WS-DAY-DATE (WS-DAY-SUB)
            " has no complete, acknowledged cycle"
    END-IF.

*> The period is suspect when any contributing run was suspect or
*> out of balance, any extract was rejected or never acknowledged,
*> or the two legs of the cross-check do not tie out, or a day's
*> extract did not agree with its archive at tie-out. One flag for
*> all of it: a month with any of those in it is not a month to
*> book unexamined.
6000-JUDGE-PERIOD.
    END-IF
    IF WS-SUSPECT-RUNS > 0 OR WS-OUT-OF-BAL-RUNS > 0
        OR WS-EXTRACTS-REJECTED > 0 OR WS-EXTRACTS-UNACKED > 0
        OR WS-SUSPECT-EXTRACTS > 0 OR WS-TIE-DATES-MISMATCHED > 0
        SET WS-PERIOD-SUSPECT TO TRUE
    END-IF
    IF WS-DAYS-INCOMPLETE > 0
        OR WS-CALENDAR-MISSING OR WS-CALENDAR-GAP
        SET WS-PERIOD-SUSPECT TO TRUE
    END-IF.

            WS-GLSUM-FILE-STATUS
    END-IF.

*> Locks the period once finance has signed off - but never a
*> suspect one: the lock is what stops corrections flowing in as
*> ordinary postings, and a suspect month is exactly one that may
*> still need them. The lock file is created on first use, like
*> every other control file here; an existing lock for the same
*> period end is left exactly as the first sign-off wrote it.
6800-LOCK-PERIOD.
    IF WS-SIGNED-OFF
        IF WS-PERIOD-SUSPECT
            SET WS-LOCK-REFUSED TO TRUE
            DISPLAY "WARNING: period " WS-PERIOD-START "-"
                WS-PERIOD-END " is suspect - sign-off by "
                WS-SIGNOFF-BY " NOT honoured, period not locked"
        ELSE
            OPEN I-O PLOCK-FILE
            IF WS-PLOCK-FILE-STATUS = "35"
                OPEN OUTPUT PLOCK-FILE
                CLOSE PLOCK-FILE
                OPEN I-O PLOCK-FILE
            END-IF
            IF WS-PLOCK-FILE-STATUS NOT = "00"
                SET WS-LOCK-FAILED TO TRUE
                DISPLAY "ERROR: PLOCK-FILE open status "
                    WS-PLOCK-FILE-STATUS " - period NOT locked"
            ELSE
                PERFORM 6850-WRITE-PERIOD-LOCK
                CLOSE PLOCK-FILE
            END-IF
        END-IF
    END-IF.

6850-WRITE-PERIOD-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO PLOCK-RECORD
    MOVE WS-PERIOD-END        TO PLOCK-PERIOD-END
    MOVE WS-PERIOD-START      TO PLOCK-PERIOD-START
    SET PLOCK-LOCKED TO TRUE
    MOVE WS-SIGNOFF-BY        TO PLOCK-SIGNED-OFF-BY
    MOVE WS-CURRENT-TIMESTAMP TO PLOCK-LOCKED-TIMESTAMP
    WRITE PLOCK-RECORD
        INVALID KEY
            IF WS-PLOCK-FILE-STATUS = "22"
                SET WS-LOCK-ALREADY-THERE TO TRUE
                DISPLAY "NOTE: period ending " WS-PERIOD-END
                    " already locked - lock left as it was"
            ELSE
                SET WS-LOCK-FAILED TO TRUE
                DISPLAY "ERROR: PLOCK-FILE write status "
                    WS-PLOCK-FILE-STATUS " - period NOT locked"
            END-IF
        NOT INVALID KEY
            SET WS-LOCK-WRITTEN TO TRUE
    END-WRITE.

7500-PRODUCE-REPORT.
    IF WS-SUM-COUNT > 0
        MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DATES TIED OUT TO ARCHIVE" TO RPT-LABEL
    MOVE WS-TIE-DATES-CHECKED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "BUSINESS DAYS IN PERIOD" TO RPT-LABEL
    MOVE WS-DAY-COUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "BUSINESS DAYS WITH COMPLETE CYCLE" TO RPT-LABEL
    MOVE WS-DAYS-COMPLETE TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-CROSS-CHECK-DIFF NOT = 0 AND WS-RUNS-IN-PERIOD > 0
        MOVE "*** PERIOD CROSS-CHECK OUT OF BALANCE ***" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF
    IF WS-TIE-DATES-MISMATCHED > 0
        MOVE "*** GL EXTRACT DOES NOT TIE TO ARCHIVE ON SOME DATE(S) ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "DATES NOT TYING TO ARCHIVE" TO RPT-LABEL
        MOVE WS-TIE-DATES-MISMATCHED TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF
    IF WS-CALENDAR-MISSING
        MOVE "*** NO BUSINESS-DAY CALENDAR - DAILY CYCLES CANNOT BE PROVEN ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF
    IF WS-CALENDAR-GAP
        MOVE "*** BUSCAL CALENDAR DOES NOT COVER EVERY DATE OF THE PERIOD ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF
    IF WS-DAYS-INCOMPLETE > 0
        MOVE "*** PERIOD NOT CLOSEABLE - BUSINESS DAY(S) WITHOUT A COMPLETE, "
            TO RPT-TEXT
        MOVE "ACKNOWLEDGED CYCLE ***" TO RPT-TEXT (64:22)
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 7640-REPORT-ONE-DAY
            VARYING WS-DAY-SUB FROM 1 BY 1
            UNTIL WS-DAY-SUB > WS-DAY-COUNT
    END-IF
    IF NOT WS-PERIOD-SUSPECT
        MOVE "PERIOD CLEAN - ALL RUNS BALANCED AND ACKNOWLEDGED"
            TO RPT-TEXT
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-ADJ-COUNT > 0
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "ADJUSTMENTS MADE AGAINST PRIOR CLOSED PERIODS"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-ADJ-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 7620-REPORT-ONE-ADJUSTMENT
            VARYING WS-ADJ-SUB FROM 1 BY 1
            UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
        MOVE "TOTAL PRIOR-PERIOD ADJUSTMENTS" TO RPT-LABEL
        MOVE WS-ADJ-TOTAL TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    EVALUATE TRUE
        WHEN WS-LOCK-WRITTEN
            MOVE "PERIOD LOCKED AGAINST FURTHER POSTING - SIGNED OFF BY"
                TO RPT-TEXT
            MOVE WS-SIGNOFF-BY TO RPT-TEXT (55:8)
        WHEN WS-LOCK-ALREADY-THERE
            MOVE "PERIOD WAS ALREADY LOCKED - EXISTING LOCK LEFT IN PLACE"
                TO RPT-TEXT
        WHEN WS-LOCK-REFUSED
            MOVE "*** SIGN-OFF REFUSED - PERIOD SUSPECT, NOT LOCKED ***"
                TO RPT-TEXT
        WHEN WS-LOCK-FAILED
            MOVE "*** PERIOD LOCK COULD NOT BE WRITTEN - NOT LOCKED ***"
                TO RPT-TEXT
        WHEN OTHER
            MOVE "DRAFT CLOSE - NOT SIGNED OFF, PERIOD NOT LOCKED"
                TO RPT-TEXT
    END-EVALUATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    DISPLAY "BUGCLOSE: period " WS-PERIOD-START "-" WS-PERIOD-END
        " extracts " WS-EXTRACTS-IN-PERIOD
        " runs " WS-RUNS-IN-PERIOD
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TYPE-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

*> Only the days holding the close are listed, each with what every
*> step of its cycle recorded.
7640-REPORT-ONE-DAY.
    IF WS-DAY-POSTING (WS-DAY-SUB) = SPACES
        OR WS-DAY-POSTING (WS-DAY-SUB) = "F"
        OR WS-DAY-GLACK (WS-DAY-SUB) NOT = "C"
        MOVE WS-DAY-DATE (WS-DAY-SUB) TO RPT-DAY-DATE
        MOVE WS-DAY-POSTING (WS-DAY-SUB) TO WS-OUTCOME-CODE
        PERFORM 7680-DESCRIBE-OUTCOME
        MOVE WS-OUTCOME-TEXT TO RPT-DAY-POSTING
        MOVE WS-DAY-GLACK (WS-DAY-SUB) TO WS-OUTCOME-CODE
        PERFORM 7680-DESCRIBE-OUTCOME
        MOVE WS-OUTCOME-TEXT TO RPT-DAY-GLACK
        MOVE WS-DAY-DUPCONF (WS-DAY-SUB) TO WS-OUTCOME-CODE
        PERFORM 7680-DESCRIBE-OUTCOME
        MOVE WS-OUTCOME-TEXT TO RPT-DAY-DUPCONF
        MOVE WS-DAY-RECYCLE (WS-DAY-SUB) TO WS-OUTCOME-CODE
        PERFORM 7680-DESCRIBE-OUTCOME
        MOVE WS-OUTCOME-TEXT TO RPT-DAY-RECYCLE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DAY-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7680-DESCRIBE-OUTCOME.
    EVALUATE WS-OUTCOME-CODE
        WHEN "C"
            MOVE "COMPLETE" TO WS-OUTCOME-TEXT
        WHEN "X"
            MOVE "EXCEPTIONS" TO WS-OUTCOME-TEXT
        WHEN "F"
            MOVE "FAILED" TO WS-OUTCOME-TEXT
        WHEN SPACES
            MOVE "NOT RUN" TO WS-OUTCOME-TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO WS-OUTCOME-TEXT
    END-EVALUATE.

7620-REPORT-ONE-ADJUSTMENT.
    MOVE WS-ADJ-PERIOD (WS-ADJ-SUB)     TO RPT-ADJ-PERIOD
    MOVE WS-ADJ-REC-COUNT (WS-ADJ-SUB)  TO RPT-ADJ-REC-COUNT
    MOVE WS-ADJ-EXTRACTS (WS-ADJ-SUB)   TO RPT-ADJ-EXTRACTS
    MOVE WS-ADJ-AMOUNT (WS-ADJ-SUB)     TO RPT-ADJ-AMOUNT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-ADJ-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
        CLOSE GLIF-FILE
        CLOSE GLAK-FILE
        CLOSE RUNH-FILE
        CLOSE GLTIE-FILE
        CLOSE BCAL-FILE
        CLOSE DCTL-FILE
        CLOSE GLSUM-FILE
        CLOSE PRINT-FILE
    END-IF.

*> The scheduler holds whatever follows a close that did not run or
*> a period that is not fit to lock; a draft of a clean period ends
*> as clean as a locked one.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-CLOSE-FAILED
            MOVE 12 TO WS-CONDITION-CODE
        WHEN WS-PERIOD-SUSPECT
            MOVE 8 TO WS-CONDITION-CODE
        WHEN WS-LOCK-FAILED
            MOVE 8 TO WS-CONDITION-CODE
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
    END-EVALUATE
    DISPLAY "BUGCLOSE: condition code " WS-CONDITION-CODE.
