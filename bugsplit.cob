*> The partition count comes from SPPARM-FILE (see SPPARMRC); a
*> missing or invalid parm fails safe to a single partition, which
*> reproduces the unsplit feed.
*> It ends with a condition code for the scheduler - 0 split, 4
*> split on the single-partition fallback, 12 no TRANIN to split -
*> and appends its completion to the DAYCTL day-control
*> file (DAYCTLRC) under the business date the BUSCAL calendar
*> gives for the run date (BCALREC), so the day's cycle shows the
*> split happened before its partition steps ran.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSPLIT.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SPPARM-FILE-STATUS.

    SELECT BCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BCAL-FILE-STATUS.

    SELECT DCTL-FILE ASSIGN TO "DAYCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE
    RECORDING MODE IS F.
COPY SPPARMRC.

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-PART3-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-PART4-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-SPPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-CONTROL-PARMS.
    05  WS-PARTITION-COUNT              PIC 9(01) VALUE 1.
    05  WS-PARM-DEFAULTED-SW            PIC X(01) VALUE 'N'.
        88  WS-PARM-DEFAULTED               VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-RECORDS-READ                 PIC 9(9) VALUE 0.
01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    05  WS-SPLIT-FAILED-SW              PIC X(01) VALUE 'N'.
        88  WS-SPLIT-FAILED                 VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-BCAL-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-BCAL-FOUND                   VALUE 'Y'.

01  WS-CURRENT-PARTITION                PIC 9(01) VALUE 1.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-BUSINESS-DATE                    PIC X(08) VALUE SPACES.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.
01  WS-DCTL-REMARK                      PIC X(30) VALUE SPACES.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.

COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-RECORD.

PROCEDURE DIVISION.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-SPLIT-TRANSACTIONS UNTIL WS-EOF
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    PERFORM 9800-POST-DAY-CONTROL
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

*> A TRANIN that will not open leaves nothing to split: the
*> partition files are still created, empty, but the job fails so
*> the partition steps are not started against them.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    PERFORM 1050-READ-PARM-FILE
    PERFORM 1070-RESOLVE-BUSINESS-DATE
    OPEN INPUT TRAN-FILE
    IF WS-TRAN-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: TRAN-FILE open status " WS-TRAN-FILE-STATUS
            " - nothing to split"
        SET WS-SPLIT-FAILED TO TRUE
        MOVE "Y" TO WS-EOF-SW
    END-IF
    OPEN OUTPUT PART1-FILE
    IF WS-PARTITION-COUNT >= 2
        OPEN OUTPUT PART2-FILE
        DISPLAY
            "WARNING: SPPARM-FILE could not be opened (status "
            WS-SPPARM-FILE-STATUS ") - using single partition"
        SET WS-PARM-DEFAULTED TO TRUE
    ELSE
        READ SPPARM-FILE
            AT END
                DISPLAY "WARNING: SPPARM-FILE empty - "
                    "using single partition"
                SET WS-PARM-DEFAULTED TO TRUE
            NOT AT END
                IF SPPARM-PARTITION-COUNT NUMERIC
                    AND SPPARM-PARTITION-COUNT >= 1
                    DISPLAY
                        "WARNING: SPPARM-PARTITION-COUNT invalid - "
                        "using single partition"
                    SET WS-PARM-DEFAULTED TO TRUE
                END-IF
        END-READ
        CLOSE SPPARM-FILE
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

2000-SPLIT-TRANSACTIONS.
    READ TRAN-FILE INTO WS-TRAN-RECORD
        AT END
        " partition 2 " WS-PART-RECORDS (2)
        " partition 3 " WS-PART-RECORDS (3)
        " partition 4 " WS-PART-RECORDS (4)
    IF NOT WS-SPLIT-FAILED
        CLOSE TRAN-FILE
    END-IF
    CLOSE PART1-FILE
    IF WS-PARTITION-COUNT >= 2
        CLOSE PART2-FILE
    IF WS-PARTITION-COUNT >= 4
        CLOSE PART4-FILE
    END-IF.

9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-SPLIT-FAILED
            MOVE 12 TO WS-CONDITION-CODE
            MOVE "NO TRANIN TO SPLIT" TO WS-DCTL-REMARK
        WHEN WS-PARM-DEFAULTED
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "SINGLE PARTITION - PARM DEFAULT" TO WS-DCTL-REMARK
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
            MOVE "SPLIT" TO WS-DCTL-REMARK
    END-EVALUATE
    DISPLAY "BUGSPLIT: business date " WS-BUSINESS-DATE
        " condition code " WS-CONDITION-CODE " - " WS-DCTL-REMARK.

*> Appended last, once the outcome is known; DAYCTL is cumulative
*> and the OUTPUT fallback only ever creates it. A completion that
*> cannot be recorded lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-BUSINESS-DATE TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-SPLIT OF WS-DCTL-RECORD TO TRUE
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
