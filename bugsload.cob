      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGSLOAD
*> Loads the day's suspense into the keyed SUSPENSE file the repair
*> desk works through the BUGSMNT transaction. Reads the sequential
*> reject/suspense stream (RJCTIN - BUGSOLUTION's new rejects,
*> BUGRFREL's declined referrals and BUGRCYCL's carry-over, the
*> same concatenation BUGRCYCL used to read) and rebuilds SUSPENSE
*> from it (SUSPREC), keyed by reason code, first-rejection date
*> and a load sequence number so the desk browses the items grouped
*> by why and since when they have been failing. Every item loads
*> untouched with a blank repair status; a reject written before
*> the lifecycle fields existed is adopted with today's date and a
*> zero count exactly as BUGRCYCL adopts it, so its key date is
*> real and the two programs age it alike.
*> The same run copies the day's CURRATES rates to the keyed
*> RATETAB file, which is how the online transaction checks a
*> corrected currency code - CURRATES is a plain sequential file
*> CICS cannot read by key. The copy skips exactly what BUGSOLUTION
*> skips at startup (a blank code, an unusable or zero rate, and
*> anything past its first 20 entries), so a currency the desk may
*> key is one BUGSOLUTION will convert.
*> Runs after the day's posting and before the desk opens; the
*> online SUSPENSE and RATETAB files are closed to CICS while it
*> runs. It ends with a condition code for the scheduler: 12 when
*> SUSPENSE cannot be rebuilt, 4 when there was no RJCTIN to load
*> or no CURRATES to copy, otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RJCT-FILE ASSIGN TO "RJCTIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RJCT-FILE-STATUS.

    SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUSP-KEY
        FILE STATUS IS WS-SUSP-FILE-STATUS.

    SELECT CURRAT-FILE ASSIGN TO "CURRATES"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CURRAT-FILE-STATUS.

    SELECT RATETAB-FILE ASSIGN TO "RATETAB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CURRAT-CURRENCY OF RATETAB-FILE-RECORD
        FILE STATUS IS WS-RATETAB-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RJCT-FILE
    RECORDING MODE IS F.
01  RJCT-FILE-RECORD                       PIC X(70).

FD  SUSP-FILE.
COPY SUSPREC.

FD  CURRAT-FILE
    RECORDING MODE IS F.
COPY CURRATRC.

FD  RATETAB-FILE.
COPY CURRATRC REPLACING CURRAT-RECORD BY RATETAB-FILE-RECORD.

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-RJCT-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-SUSP-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-CURRAT-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-RATETAB-FILE-STATUS          PIC X(02) VALUE '00'.

01  WS-COUNTERS.
    05  WS-REJECTS-READ                 PIC 9(9) VALUE 0.
    05  WS-ITEMS-LOADED                 PIC 9(9) VALUE 0.
    05  WS-ITEMS-NOT-LOADED             PIC 9(9) VALUE 0.
    05  WS-RATES-READ                   PIC 9(9) VALUE 0.
    05  WS-RATES-LOADED                 PIC 9(9) VALUE 0.
    05  WS-LOAD-SEQ                     PIC 9(06) VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    05  WS-RATE-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-RATE-EOF                     VALUE 'Y'.
    05  WS-SUSP-FAILED-SW               PIC X(01) VALUE 'N'.
        88  WS-SUSP-FAILED                  VALUE 'Y'.
    05  WS-RJCT-MISSING-SW              PIC X(01) VALUE 'N'.
        88  WS-RJCT-MISSING                 VALUE 'Y'.
    05  WS-RATES-MISSING-SW             PIC X(01) VALUE 'N'.
        88  WS-RATES-MISSING                VALUE 'Y'.

01  WS-DATE-WORK.
    05  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.
    05  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

COPY RJCTREC REPLACING RJCT-RECORD BY WS-RJCT-RECORD.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE
    IF NOT WS-SUSP-FAILED
        PERFORM 2000-LOAD-SUSPENSE UNTIL WS-EOF
    END-IF
    PERFORM 3000-LOAD-RATE-TABLE
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

*> SUSPENSE is rebuilt from scratch every day - yesterday's items
*> either recycled, were written off or came round again on
*> RJCTIN - so it opens OUTPUT. Without it the desk has nothing to
*> work and BUGRCYCL nothing to read, which is a failed step, not
*> a warning.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    OPEN OUTPUT SUSP-FILE
    IF WS-SUSP-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: SUSP-FILE open status " WS-SUSP-FILE-STATUS
            " - suspense NOT loaded"
        MOVE "Y" TO WS-SUSP-FAILED-SW
        MOVE "Y" TO WS-EOF-SW
    ELSE
        OPEN INPUT RJCT-FILE
        IF WS-RJCT-FILE-STATUS NOT = "00"
            IF WS-RJCT-FILE-STATUS = "35"
                DISPLAY "NOTE: no RJCTIN - SUSPENSE loaded empty"
            ELSE
                DISPLAY "WARNING: RJCT-FILE open status "
                    WS-RJCT-FILE-STATUS " - SUSPENSE loaded empty"
            END-IF
            MOVE "Y" TO WS-RJCT-MISSING-SW
            MOVE "Y" TO WS-EOF-SW
        END-IF
    END-IF.

2000-LOAD-SUSPENSE.
    READ RJCT-FILE INTO WS-RJCT-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-REJECTS-READ
            PERFORM 2100-LOAD-ONE-REJECT
    END-READ
    IF WS-RJCT-FILE-STATUS NOT = "00" AND WS-RJCT-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: RJCT-FILE read status " WS-RJCT-FILE-STATUS
    END-IF.

*> The load sequence keeps every item's key unique however many
*> share a reason and a first-rejection date; it is never reused
*> within a load, so a write that still fails is a file problem
*> and the item is counted, not silently dropped.
2100-LOAD-ONE-REJECT.
    PERFORM 2150-ADOPT-LIFECYCLE
    ADD 1 TO WS-LOAD-SEQ
    MOVE SPACES TO SUSP-RECORD
    MOVE RJCT-REASON-CODE OF WS-RJCT-RECORD TO SUSP-REASON-CODE
    MOVE RJCT-FIRST-REJECT-DATE OF WS-RJCT-RECORD
        TO SUSP-FIRST-REJECT-DATE
    MOVE WS-LOAD-SEQ TO SUSP-LOAD-SEQ
    MOVE WS-RJCT-RECORD TO SUSP-REJECT-RECORD
    SET SUSP-UNTOUCHED TO TRUE
    WRITE SUSP-RECORD
        INVALID KEY
            DISPLAY "WARNING: could not load suspense item "
                SUSP-KEY " (status " WS-SUSP-FILE-STATUS ")"
    END-WRITE
    IF WS-SUSP-FILE-STATUS = "00"
        ADD 1 TO WS-ITEMS-LOADED
    ELSE
        ADD 1 TO WS-ITEMS-NOT-LOADED
    END-IF.

*> Same adoption BUGRCYCL applies: spaces or garbage where the
*> first-rejection date should be gets today's date and a zero
*> count.
2150-ADOPT-LIFECYCLE.
    IF RJCT-FIRST-REJECT-DATE OF WS-RJCT-RECORD NOT NUMERIC
        MOVE WS-RUN-DATE
            TO RJCT-FIRST-REJECT-DATE OF WS-RJCT-RECORD
    END-IF
    IF RJCT-RECYCLE-COUNT OF WS-RJCT-RECORD NOT NUMERIC
        MOVE 0 TO RJCT-RECYCLE-COUNT OF WS-RJCT-RECORD
    END-IF.

*> A missing CURRATES leaves RATETAB empty, and the desk can then
*> only key base-currency corrections - the same CR01 BUGSOLUTION
*> would raise on a coded detail that day.
3000-LOAD-RATE-TABLE.
    OPEN OUTPUT RATETAB-FILE
    IF WS-RATETAB-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: RATETAB-FILE open status "
            WS-RATETAB-FILE-STATUS " - rate table NOT loaded"
        MOVE "Y" TO WS-RATES-MISSING-SW
    ELSE
        OPEN INPUT CURRAT-FILE
        IF WS-CURRAT-FILE-STATUS NOT = "00"
            DISPLAY
                "WARNING: CURRATES could not be opened (status "
                WS-CURRAT-FILE-STATUS ") - RATETAB loaded empty"
            MOVE "Y" TO WS-RATES-MISSING-SW
        ELSE
            PERFORM 3100-LOAD-ONE-RATE UNTIL WS-RATE-EOF
            CLOSE CURRAT-FILE
        END-IF
        CLOSE RATETAB-FILE
    END-IF.

*> The validity rules and the 20-entry ceiling are BUGSOLUTION's
*> own (1250-READ-ONE-RATE); a duplicate code keeps the first
*> entry, as BUGSOLUTION's table search would.
3100-LOAD-ONE-RATE.
    READ CURRAT-FILE
        AT END
            MOVE "Y" TO WS-RATE-EOF-SW
        NOT AT END
            ADD 1 TO WS-RATES-READ
            IF CURRAT-CURRENCY OF CURRAT-RECORD = SPACES
                OR CURRAT-RATE OF CURRAT-RECORD NOT NUMERIC
                OR CURRAT-RATE OF CURRAT-RECORD = 0
                DISPLAY "WARNING: CURRATES record for '"
                    CURRAT-CURRENCY OF CURRAT-RECORD
                    "' invalid - skipped"
            ELSE
                IF WS-RATES-LOADED < 20
                    PERFORM 3200-WRITE-ONE-RATE
                ELSE
                    DISPLAY "WARNING: CURRATES has more than 20 "
                        "entries - remainder ignored"
                    MOVE "Y" TO WS-RATE-EOF-SW
                END-IF
            END-IF
    END-READ.

3200-WRITE-ONE-RATE.
    WRITE RATETAB-FILE-RECORD FROM CURRAT-RECORD
        INVALID KEY
            DISPLAY "WARNING: CURRATES record for '"
                CURRAT-CURRENCY OF CURRAT-RECORD
                "' duplicated - first entry kept"
    END-WRITE
    IF WS-RATETAB-FILE-STATUS = "00"
        ADD 1 TO WS-RATES-LOADED
    END-IF.

9000-TERMINATE.
    DISPLAY "BUGSLOAD: rejects read " WS-REJECTS-READ
        " loaded " WS-ITEMS-LOADED
        " not loaded " WS-ITEMS-NOT-LOADED
    DISPLAY "BUGSLOAD: rates read " WS-RATES-READ
        " loaded " WS-RATES-LOADED
    IF NOT WS-SUSP-FAILED
        CLOSE SUSP-FILE
        IF NOT WS-RJCT-MISSING
            CLOSE RJCT-FILE
        END-IF
    END-IF.

*> An item that would not load is missing from the desk's view and
*> from BUGRCYCL's read - the same as a suspense file that would
*> not open, so both are failures.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-SUSP-FAILED
            MOVE 12 TO WS-CONDITION-CODE
        WHEN WS-ITEMS-NOT-LOADED > 0
            MOVE 12 TO WS-CONDITION-CODE
        WHEN WS-RJCT-MISSING
            MOVE 4 TO WS-CONDITION-CODE
        WHEN WS-RATES-MISSING
            MOVE 4 TO WS-CONDITION-CODE
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
    END-EVALUATE
    DISPLAY "BUGSLOAD: condition code " WS-CONDITION-CODE.
