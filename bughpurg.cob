*> retention period from THPARM-FILE (see THPARMRC); a missing or
*> invalid parm fails safe to a long retention, so a bad parm can
*> never silently gut the duplicate-detection window.
*> It ends with a condition code for the scheduler: 4 when there
*> was no TRANHIST to purge, otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGHPURG.
    05  WS-RECORDS-PURGED               PIC 9(9) VALUE 0.
    05  WS-BAD-DATES                    PIC 9(9) VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PURGE-HISTORY UNTIL WS-EOF
    PERFORM 9000-TERMINATE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
        DISPLAY "WARNING: TRNH-FILE open status " WS-TRNH-FILE-STATUS
            " - nothing to purge"
        MOVE "Y" TO WS-EOF-SW
        MOVE 4 TO WS-CONDITION-CODE
    ELSE
        PERFORM 1300-START-BROWSE
    END-IF.
