*> HKPARM-FILE (see HKPARMRC); the defaults below only apply when
*> the parm file is missing or unusable, failing safe to flagging
*> aggressively and purging conservatively.
*> It ends with a condition code for the scheduler: 4 when there
*> was no CHKPT-FILE to work, otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGCHKHK.

FD  ARCH-FILE
    RECORDING MODE IS F.
01  ARCH-FILE-RECORD                       PIC X(185).

FD  PRINT-FILE
    RECORDING MODE IS F.
    05  WS-RECORDS-PURGED               PIC 9(9) VALUE 0.
    05  WS-BAD-DATES                    PIC 9(9) VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    PERFORM 2000-PROCESS-CHECKPOINTS UNTIL WS-EOF
    PERFORM 8000-REPORT-TOTALS
    PERFORM 9000-TERMINATE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
        DISPLAY "WARNING: CHKPT-FILE open status "
            WS-CHKPT-FILE-STATUS " - nothing to report"
        MOVE "Y" TO WS-EOF-SW
        MOVE 4 TO WS-CONDITION-CODE
    END-IF
    OPEN OUTPUT ARCH-FILE
    OPEN OUTPUT PRINT-FILE
