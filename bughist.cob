*> One detail line is printed per completed run, then a monthly
*> summary with growth percentages computed against the prior
*> month on file.
*> It ends with a condition code for the scheduler: 4 when there
*> was no RUNHIST to report on, otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGHIST.
    05  WS-END-RECORDS                  PIC 9(9) VALUE 0.
    05  WS-OVER-SLA-RUNS                PIC 9(9) VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    PERFORM 2000-PROCESS-HISTORY UNTIL WS-EOF
    PERFORM 7000-PRODUCE-MONTH-SUMMARY
    PERFORM 9000-TERMINATE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
        DISPLAY "WARNING: RUNH-FILE open status " WS-RUNH-FILE-STATUS
            " - no history to report"
        MOVE "Y" TO WS-EOF-SW
        MOVE 4 TO WS-CONDITION-CODE
    END-IF
    OPEN OUTPUT PRINT-FILE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
