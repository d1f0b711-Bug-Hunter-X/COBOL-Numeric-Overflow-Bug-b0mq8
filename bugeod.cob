      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGEOD
*> End-of-day half of the intraday cycle path. BUGSOLUTION runs
*> several times a business day as numbered cycles
*> (PARM-CYCLE-NUMBER), each posting, balancing and reporting the
*> feeds that have arrived, but none of them cuts a GL extract or
*> writes RUNHIST: each leaves its share of the day on the DAYTOT
*> day-level totals file (DAYTOTRC) instead. This job runs once,
*> after the day's last cycle, and puts the day back together so
*> downstream sees one posting per business day, exactly as it
*> did when the step ran once in the evening:
*>   - reads DAYTOT for the business date (from EDPARM-FILE, or
*>     the BUSCAL calendar when the parm leaves it blank) and takes
*>     each cycle number's latest committed set - the set its 'C'
*>     totals record closed; the records of any other attempt of
*>     that cycle (a restart, or a correction run under the same
*>     number) are ignored and counted,
*>   - fails the day when a cycle's latest attempt never committed
*>     (it abended after it started writing its set) and names the
*>     cycle to rerun; a cycle number skipped altogether is
*>     reported for operations to confirm it really did not run,
*>   - combines the cycles' true totals, WS-VAR2 accumulations and
*>     expected control totals, and performs the day's own
*>     reconciliation of combined expected vs combined accumulated
*>     over the cycles that saw a trailer,
*>   - merges the cycles' GL lines into the one per-type GLIFOUT
*>     the GL feed expects, issuing fresh extract sequence numbers
*>     from the real GLSEQ control file, the way BUGMERGE merges a
*>     split run's partition extracts,
*>   - lists every cycle's batch results and judges the day's feed
*>     arrivals against the SRCREG source registry, now that the
*>     last cycle has run,
*>   - writes the day's one RUNHIST 'S'/'E' pair, under this job's
*>     own run-id and step-id, carrying the combined statistics,
*>   - produces the day summary report the floor files.
*> It ends with a condition code for the scheduler - 0 the day
*> posted in balance, 4 posted with warnings (held batches, short
*> feeds, an unreconciled cycle, a skipped cycle number), 8 out of
*> balance or suspect, 12 the day could not be posted - and
*> appends its completion to DAYCTL (DAYCTLRC) as the DAYEND
*> step. On an intraday day this is the record BUGCLOSE takes as
*> the day's posting; the cycles' own records only say each cycle
*> finished.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGEOD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DTOT-FILE ASSIGN TO "DAYTOT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DTOT-FILE-STATUS.

    SELECT GLIF-OUT-FILE ASSIGN TO "GLIFOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLIF-OUT-FILE-STATUS.

    SELECT GLSEQ-FILE ASSIGN TO "GLSEQFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLSEQ-FILE-STATUS.

    SELECT RUNH-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNH-FILE-STATUS.

    SELECT SREG-FILE ASSIGN TO "SRCREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SREG-FILE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "EDRPTOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.

    SELECT EDPARM-FILE ASSIGN TO "EDPARMIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EDPARM-FILE-STATUS.

    SELECT BCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BCAL-FILE-STATUS.

    SELECT DCTL-FILE ASSIGN TO "DAYCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DTOT-FILE
    RECORDING MODE IS F.
01  DTOT-FILE-RECORD                       PIC X(340).

FD  GLIF-OUT-FILE
    RECORDING MODE IS F.
01  GLIF-OUT-FILE-RECORD                   PIC X(120).

FD  GLSEQ-FILE
    RECORDING MODE IS F.
COPY GLSEQREC.

FD  RUNH-FILE
    RECORDING MODE IS F.
01  RUNH-FILE-RECORD                       PIC X(160).

FD  SREG-FILE
    RECORDING MODE IS F.
COPY SRCREGRC.

FD  PRINT-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).

FD  EDPARM-FILE
    RECORDING MODE IS F.
COPY EDPARMRC.

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-DTOT-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-GLIF-OUT-FILE-STATUS         PIC X(02) VALUE '00'.
    05  WS-GLSEQ-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-RUNH-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-SREG-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-EDPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-CONTROL-PARMS.
    05  WS-RUN-ID                       PIC X(08) VALUE SPACES.
    05  WS-STEP-ID                      PIC X(08) VALUE SPACES.
    05  WS-BATCH-ID                     PIC X(08) VALUE SPACES.

*> One entry per cycle number, indexed by the number itself. The
*> committed start timestamp is the one on the cycle's latest 'C'
*> record; the latest timestamp is the one on the last record of
*> the cycle in file order. DAYTOT is appended in time order, so
*> the two differ exactly when an attempt of the cycle started
*> writing its set after the last one committed and never
*> finished - an attempt that has posted money the committed set
*> does not account for.
01  WS-CYCLE-TABLE.
    05  WS-CYC-HIGH                     PIC 9(02) VALUE 0.
    05  WS-CYC-SUB                      PIC 9(03) VALUE 0.
    05  WS-CYC-THRESHOLD-FROM           PIC 9(02) VALUE 0.
    05  WS-CYC-ENTRY OCCURS 99 TIMES.
        10  WS-CYC-SEEN-SW              PIC X(01).
            88  WS-CYC-SEEN                 VALUE 'Y'.
        10  WS-CYC-COMMITTED-SW         PIC X(01).
            88  WS-CYC-COMMITTED            VALUE 'Y'.
        10  WS-CYC-START                PIC X(21).
        10  WS-CYC-LATEST               PIC X(21).

01  WS-CYCLE-COUNTS.
    05  WS-CYCLES-POSTED                PIC 9(02) VALUE 0.
    05  WS-CYCLES-SKIPPED               PIC 9(02) VALUE 0.
    05  WS-CYCLES-INCOMPLETE            PIC 9(02) VALUE 0.
    05  WS-CYCLES-UNRECONCILED          PIC 9(02) VALUE 0.
    05  WS-SETS-SUPERSEDED              PIC 9(05) VALUE 0.
    05  WS-RECORDS-IGNORED              PIC 9(09) VALUE 0.
    05  WS-BATCHES-LISTED               PIC 9(05) VALUE 0.

*> Day totals are summed over every committed cycle; the RECON
*> figures only over the cycles that saw a trailer and so were
*> reconciled themselves - a cycle with nothing to reconcile
*> against cannot be brought into the day's comparison either.
01  WS-DAY-TOTALS.
    05  WS-DAY-RECORDS-READ             PIC 9(09) VALUE 0.
    05  WS-DAY-TRUE-TOTAL               PIC 9(15) VALUE 0.
    05  WS-DAY-VAR2                     PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-CARRIED-COUNT            PIC 9(09) VALUE 0.
    05  WS-DAY-CARRIED-AMOUNT           PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-REFERRED-COUNT           PIC 9(09) VALUE 0.
    05  WS-DAY-REFERRED-AMOUNT          PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-CONV-ADJ                 PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-RECORDS-REJECTED         PIC 9(09) VALUE 0.
    05  WS-DAY-DUPES-DIVERTED           PIC 9(09) VALUE 0.
    05  WS-DAY-HELD-BATCHES             PIC 9(09) VALUE 0.
    05  WS-DAY-HELD-RECORDS             PIC 9(09) VALUE 0.
    05  WS-DAY-HELD-AMOUNT              PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-REVERSALS-POSTED         PIC 9(09) VALUE 0.
    05  WS-DAY-REVERSED-AMOUNT          PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-OVERFLOW-COUNT           PIC 9(05) VALUE 0.
    05  WS-RECON-VAR2                   PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-RECON-EXPECTED               PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-RECON-CARRIED                PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-RECON-REFERRED               PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-RECON-CONV-ADJ               PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-DAY-DISCREPANCY              PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-VAR1-THRESHOLD               PIC 9(05) VALUE 0.
    05  WS-VAR2-MAX-THRESHOLD           PIC 9(15) VALUE 0.
    05  WS-CHECKPOINT-FREQUENCY         PIC 9(05) VALUE 0.

*> Source-system registry, loaded from SRCREG only to judge the
*> day's arrivals: every batch any committed cycle opened counts
*> toward its feed, held or not, as it does within a single run.
01  WS-SOURCE-REGISTRY.
    05  WS-SREG-COUNT                   PIC 9(03) VALUE 0.
    05  WS-SREG-SUB                     PIC 9(03) VALUE 0.
    05  WS-SREG-FOUND-SUB               PIC 9(03) VALUE 0.
    05  WS-FEEDS-SHORT                  PIC 9(03) VALUE 0.
    05  WS-SREG-ENTRY OCCURS 50 TIMES.
        10  WS-SREG-SOURCE              PIC X(08).
        10  WS-SREG-EXPECTED            PIC 9(02).
        10  WS-SREG-ARRIVAL             PIC X(04).
        10  WS-SREG-RECEIVED            PIC 9(05).

01  WS-SWITCHES.
    05  WS-DTOT-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-DTOT-EOF                     VALUE 'Y'.
    05  WS-DTOT-USABLE-SW               PIC X(01) VALUE 'N'.
        88  WS-DTOT-USABLE                  VALUE 'Y'.
    05  WS-SELECTED-SW                  PIC X(01) VALUE 'N'.
        88  WS-SELECTED                     VALUE 'Y'.
    05  WS-SREG-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-SREG-EOF                     VALUE 'Y'.
    05  WS-RUNH-OPEN-SW                 PIC X(01) VALUE 'N'.
        88  WS-RUNH-OPEN                    VALUE 'Y'.
    05  WS-DAY-END-FAILED-SW            PIC X(01) VALUE 'N'.
        88  WS-DAY-END-FAILED               VALUE 'Y'.
    05  WS-OUT-OF-BALANCE-SW            PIC X(01) VALUE 'N'.
        88  WS-OUT-OF-BALANCE               VALUE 'Y'.
    05  WS-SUSPECT-SW                   PIC X(01) VALUE 'N'.
        88  WS-SUSPECT                      VALUE 'Y'.
    05  WS-ANY-RESTART-SW               PIC X(01) VALUE 'N'.
        88  WS-ANY-RESTART                  VALUE 'Y'.
    05  WS-DATE-GIVEN-SW                PIC X(01) VALUE 'N'.
        88  WS-DATE-GIVEN                   VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-BCAL-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-BCAL-FOUND                   VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-START-TIMESTAMP                  PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-BUSINESS-DATE                    PIC X(08) VALUE SPACES.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.
01  WS-DCTL-REMARK                      PIC X(30) VALUE SPACES.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.
COPY DAYTOTRC REPLACING DTOT-RECORD BY WS-DTOT-RECORD.
COPY RUNHREC REPLACING RUNH-RECORD BY WS-RUNH-RECORD.
01  WS-GL-EXTRACT-SEQ                   PIC 9(06) VALUE 0.
01  WS-GLIF-WRITTEN                     PIC 9(03) VALUE 0.

COPY GLIFREC REPLACING GLIF-RECORD BY WS-GLIF-RECORD.

*> Per-type roll-up across the day's cycles, keyed as BUGMERGE
*> keys its partition roll-up - TRAN-TYPE + GL account + the
*> adjustment period - and on the cycle's run date as well: a
*> cycle run after midnight archived its postings under the later
*> run date, and BUGGLTIE ties the archive to the extract by run
*> date, so its lines must not merge into the earlier date's.
01  WS-MERGE-TABLE.
    05  WS-MRG-COUNT                    PIC 9(03) VALUE 0.
    05  WS-MRG-SUB                      PIC 9(03) VALUE 0.
    05  WS-MRG-FOUND-SUB                PIC 9(03) VALUE 0.
    05  WS-MRG-ENTRY OCCURS 100 TIMES.
        10  WS-MRG-RUN-DATE             PIC X(08).
        10  WS-MRG-TRAN-TYPE            PIC X(02).
        10  WS-MRG-GL-ACCOUNT           PIC X(10).
        10  WS-MRG-ADJ-PERIOD           PIC X(06).
        10  WS-MRG-REC-COUNT            PIC 9(09).
        10  WS-MRG-AMOUNT               PIC S9(15)V99 COMP-3.
        10  WS-MRG-DEBIT-COUNT          PIC 9(09).
        10  WS-MRG-DEBIT-TOTAL          PIC S9(15)V99 COMP-3.
        10  WS-MRG-CREDIT-COUNT         PIC 9(09).
        10  WS-MRG-CREDIT-TOTAL         PIC S9(15)V99 COMP-3.
        10  WS-MRG-SUSPECT-SW           PIC X(01).
            88  WS-MRG-SUSPECT              VALUE 'Y'.

01  WS-REPORT-HEADING-1.
    05  FILLER                          PIC X(44) VALUE
        "BUGEOD - INTRADAY DAY-END SUMMARY REPORT    ".
    05  FILLER                          PIC X(10) VALUE "RUN DATE: ".
    05  RPT-RUN-DATE                    PIC X(08).
    05  FILLER                          PIC X(17) VALUE
        "  BUSINESS DATE: ".
    05  RPT-BUSINESS-DATE               PIC X(08).
    05  FILLER                          PIC X(45) VALUE SPACES.

01  WS-REPORT-CYCLE-HEADING.
    05  FILLER                          PIC X(33) VALUE
        "CY  RUN-ID   STEP-ID   FROM TO   ".
    05  FILLER                          PIC X(10) VALUE "     READ ".
    05  FILLER                          PIC X(21) VALUE
        "               VAR2  ".
    05  FILLER                          PIC X(15) VALUE
        "BALANCE        ".
    05  FILLER                          PIC X(10) VALUE "SUSPECT   ".
    05  FILLER                          PIC X(09) VALUE "RESTART  ".
    05  FILLER                          PIC X(34) VALUE "  ACTION".

01  WS-REPORT-CYCLE-LINE.
    05  RPT-CY-NUMBER                   PIC 9(02).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-CY-RUN-ID                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-CY-STEP-ID                  PIC X(08).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-CY-START                    PIC X(04).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-CY-END                      PIC X(04).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-CY-READ                     PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-CY-VAR2                     PIC Z(14)9.99-.
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-CY-BALANCE                  PIC X(14).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-CY-SUSPECT                  PIC X(09).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-CY-RESTART                  PIC X(09).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-CY-ACTION                   PIC X(20).
    05  FILLER                          PIC X(12) VALUE SPACES.

01  WS-REPORT-BATCH-HEADING.
    05  FILLER                          PIC X(04) VALUE "CY  ".
    05  FILLER                          PIC X(09) VALUE "SOURCE   ".
    05  FILLER                          PIC X(09) VALUE "DATE     ".
    05  FILLER                          PIC X(10) VALUE " EXPECTED ".
    05  FILLER                          PIC X(10) VALUE "  DETAILS ".
    05  FILLER                          PIC X(07) VALUE "REJECTS".
    05  FILLER                          PIC X(07) VALUE "  DUPES".
    05  FILLER                          PIC X(07) VALUE "  CARRY".
    05  FILLER                          PIC X(07) VALUE "  REFER".
    05  FILLER                          PIC X(20) VALUE
        "       TRAILER TOTAL".
    05  FILLER                          PIC X(20) VALUE
        "    ACCUMULATED     ".
    05  FILLER                          PIC X(16) VALUE "STATUS          ".
    05  FILLER                          PIC X(06) VALUE SPACES.

01  WS-REPORT-BATCH-LINE.
    05  RPT-BR-CYCLE                    PIC 9(02).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-BR-SOURCE                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-DATE                     PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-EXPECTED                 PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-DETAILS                  PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-REJECTS                  PIC Z(05)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-DUPES                    PIC Z(05)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-CARRIED                  PIC Z(05)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-REFERRED                 PIC Z(05)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-TRAILER                  PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-AMOUNT                   PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-BR-STATUS                   PIC X(16).
    05  FILLER                          PIC X(06) VALUE SPACES.

01  WS-REPORT-FEED-HEADING.
    05  FILLER                          PIC X(09) VALUE "SOURCE   ".
    05  FILLER                          PIC X(09) VALUE " EXPECTED".
    05  FILLER                          PIC X(09) VALUE " RECEIVED".
    05  FILLER                          PIC X(09) VALUE "  DUE BY ".
    05  FILLER                          PIC X(06) VALUE "STATUS".
    05  FILLER                          PIC X(90) VALUE SPACES.

01  WS-REPORT-FEED-LINE.
    05  RPT-FD-SOURCE                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-FD-EXPECTED                 PIC Z(08)9.
    05  RPT-FD-RECEIVED                 PIC Z(08)9.
    05  FILLER                          PIC X(03) VALUE SPACES.
    05  RPT-FD-ARRIVAL                  PIC X(04).
    05  FILLER                          PIC X(02) VALUE SPACES.
    05  RPT-FD-STATUS                   PIC X(16).
    05  FILLER                          PIC X(80) VALUE SPACES.

01  WS-REPORT-DETAIL-LINE.
    05  RPT-LABEL                       PIC X(40).
    05  RPT-VALUE                       PIC Z(14)9.99-.
    05  FILLER                          PIC X(73) VALUE SPACES.

01  WS-REPORT-TEXT-LINE.
    05  RPT-TEXT                        PIC X(132).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-SELECT-DAY-CYCLES
    PERFORM 3000-COMBINE-DAY-CYCLES
    PERFORM 4000-LIST-DAY-BATCHES
    PERFORM 5000-JUDGE-FEED-ARRIVALS
    PERFORM 7000-RECONCILE-DAY-TOTAL
    PERFORM 7500-PRODUCE-REPORT
    PERFORM 7800-EXTRACT-TO-GL
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    PERFORM 9800-POST-DAY-CONTROL
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP TO WS-START-TIMESTAMP
    PERFORM 1090-CLEAR-ONE-CYCLE
        VARYING WS-CYC-SUB FROM 1 BY 1
        UNTIL WS-CYC-SUB > 99
    PERFORM 1050-READ-PARM-FILE
    IF NOT WS-DATE-GIVEN
        PERFORM 1070-RESOLVE-BUSINESS-DATE
    END-IF
    PERFORM 1260-LOAD-SOURCE-REGISTRY
    PERFORM 1480-READ-GL-SEQUENCE
    OPEN OUTPUT GLIF-OUT-FILE
    OPEN OUTPUT PRINT-FILE
    MOVE WS-RUN-DATE TO RPT-RUN-DATE
    MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
    PERFORM 7550-CHECK-PRINT-STATUS
    IF NOT WS-DAY-END-FAILED
        PERFORM 1500-WRITE-RUN-HISTORY-START
    END-IF.

*> There is no safe default for the day record's identity, and a
*> date named wrongly would post some other day's cycles, so a
*> missing parm record or an invalid date fails the job instead.
1050-READ-PARM-FILE.
    OPEN INPUT EDPARM-FILE
    IF WS-EDPARM-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: EDPARM-FILE could not be opened (status "
            WS-EDPARM-FILE-STATUS ") - day-end cannot run"
        SET WS-DAY-END-FAILED TO TRUE
    ELSE
        READ EDPARM-FILE
            AT END
                DISPLAY "ERROR: EDPARM-FILE empty - "
                    "day-end cannot run"
                SET WS-DAY-END-FAILED TO TRUE
            NOT AT END
                MOVE EDPARM-RUN-ID   TO WS-RUN-ID
                MOVE EDPARM-STEP-ID  TO WS-STEP-ID
                MOVE EDPARM-BATCH-ID TO WS-BATCH-ID
                IF WS-RUN-ID = SPACES
                    DISPLAY "ERROR: EDPARM-RUN-ID blank - "
                        "day-end cannot run"
                    SET WS-DAY-END-FAILED TO TRUE
                END-IF
                EVALUATE TRUE
                    WHEN EDPARM-BUSINESS-DATE = SPACES
                        CONTINUE
                    WHEN EDPARM-BUSINESS-DATE NUMERIC
                        MOVE EDPARM-BUSINESS-DATE TO WS-BUSINESS-DATE
                        SET WS-DATE-GIVEN TO TRUE
                    WHEN OTHER
                        DISPLAY "ERROR: EDPARM-BUSINESS-DATE invalid"
                            " - day-end cannot run"
                        SET WS-DAY-END-FAILED TO TRUE
                END-EVALUATE
        END-READ
        CLOSE EDPARM-FILE
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

1090-CLEAR-ONE-CYCLE.
    MOVE "N" TO WS-CYC-SEEN-SW (WS-CYC-SUB)
    MOVE "N" TO WS-CYC-COMMITTED-SW (WS-CYC-SUB)
    MOVE SPACES TO WS-CYC-START (WS-CYC-SUB)
    MOVE SPACES TO WS-CYC-LATEST (WS-CYC-SUB).

*> Loaded the way BUGSOLUTION loads it, but only the expected
*> count and deadline matter here. With no SRCREG nothing is
*> judged, as before.
1260-LOAD-SOURCE-REGISTRY.
    OPEN INPUT SREG-FILE
    IF WS-SREG-FILE-STATUS = "00"
        PERFORM 1265-READ-ONE-SOURCE UNTIL WS-SREG-EOF
        CLOSE SREG-FILE
    ELSE
        IF WS-SREG-FILE-STATUS NOT = "35"
            DISPLAY "WARNING: SREG-FILE open status "
                WS-SREG-FILE-STATUS
                " - feed arrivals NOT judged this run"
        END-IF
    END-IF
    IF WS-SREG-COUNT = 0
        DISPLAY "NOTE: no registered sources on SRCREG - "
            "no feed arrivals judged"
    END-IF.

1265-READ-ONE-SOURCE.
    READ SREG-FILE
        AT END
            MOVE "Y" TO WS-SREG-EOF-SW
        NOT AT END
            IF SREG-SOURCE-SYSTEM = SPACES
                DISPLAY "WARNING: SRCREG record with blank "
                    "source system - skipped"
            ELSE
                IF WS-SREG-COUNT < 50
                    ADD 1 TO WS-SREG-COUNT
                    MOVE SREG-SOURCE-SYSTEM
                        TO WS-SREG-SOURCE (WS-SREG-COUNT)
                    IF SREG-EXPECTED-BATCHES NUMERIC
                        MOVE SREG-EXPECTED-BATCHES
                            TO WS-SREG-EXPECTED (WS-SREG-COUNT)
                    ELSE
                        MOVE 0 TO WS-SREG-EXPECTED (WS-SREG-COUNT)
                    END-IF
                    MOVE SREG-LATEST-ARRIVAL
                        TO WS-SREG-ARRIVAL (WS-SREG-COUNT)
                    MOVE 0 TO WS-SREG-RECEIVED (WS-SREG-COUNT)
                ELSE
                    DISPLAY "WARNING: SRCREG has more than 50 "
                        "entries - remainder not judged"
                    MOVE "Y" TO WS-SREG-EOF-SW
                END-IF
            END-IF
    END-READ.

1480-READ-GL-SEQUENCE.
    OPEN INPUT GLSEQ-FILE
    IF WS-GLSEQ-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: GLSEQ-FILE open status "
            WS-GLSEQ-FILE-STATUS
            " - GL extract sequence restarting from zero"
    ELSE
        READ GLSEQ-FILE
            AT END
                DISPLAY "WARNING: GLSEQ-FILE empty - GL extract "
                    "sequence restarting from zero"
            NOT AT END
                IF GLSEQ-LAST-SEQ NUMERIC
                    MOVE GLSEQ-LAST-SEQ TO WS-GL-EXTRACT-SEQ
                END-IF
        END-READ
        CLOSE GLSEQ-FILE
    END-IF.

*> The day's 'S' record, appended the way BUGSOLUTION appends its
*> own. The 'E' record is only written once the day has actually
*> been posted (9100): a failed day-end is rerun, and an 'E' for
*> the failed attempt would put a partial day in front of BUGCLOSE
*> and BUGHIST beside the rerun's.
1500-WRITE-RUN-HISTORY-START.
    OPEN EXTEND RUNH-FILE
    IF WS-RUNH-FILE-STATUS = "35"
        OPEN OUTPUT RUNH-FILE
    END-IF
    IF WS-RUNH-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: RUNH-FILE open status " WS-RUNH-FILE-STATUS
            " - run history not recorded"
    ELSE
        SET WS-RUNH-OPEN TO TRUE
        MOVE SPACES TO WS-RUNH-RECORD
        MOVE "S" TO RUNH-RECORD-TYPE OF WS-RUNH-RECORD
        MOVE WS-RUN-ID   TO RUNH-RUN-ID OF WS-RUNH-RECORD
        MOVE WS-STEP-ID  TO RUNH-STEP-ID OF WS-RUNH-RECORD
        MOVE WS-BATCH-ID TO RUNH-BATCH-ID OF WS-RUNH-RECORD
        MOVE WS-START-TIMESTAMP
            TO RUNH-START-TIMESTAMP OF WS-RUNH-RECORD
        MOVE SPACES TO RUNH-END-TIMESTAMP OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-RECORDS-READ OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-TRUE-TOTAL OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-FINAL-VAR2 OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-OVERFLOW-COUNT OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-RECORDS-REJECTED OF WS-RUNH-RECORD
        MOVE "N" TO RUNH-BALANCE-STATUS OF WS-RUNH-RECORD
        MOVE "N" TO RUNH-SUSPECT-FLAG OF WS-RUNH-RECORD
        MOVE "N" TO RUNH-RESTART-FLAG OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-VAR1-THRESHOLD OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-VAR2-MAX-THRESHOLD OF WS-RUNH-RECORD
        MOVE 0 TO RUNH-CHECKPOINT-FREQUENCY OF WS-RUNH-RECORD
        WRITE RUNH-FILE-RECORD FROM WS-RUNH-RECORD
        IF WS-RUNH-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: RUNH-FILE write status "
                WS-RUNH-FILE-STATUS
        END-IF
    END-IF.

*> First pass over DAYTOT: find each cycle number's committed set
*> for the business date. A cycle whose latest attempt did not
*> commit has posted money no committed set accounts for, so the
*> day is failed until that cycle is rerun to completion - the
*> rerun's set then supersedes everything before it.
2000-SELECT-DAY-CYCLES.
    IF NOT WS-DAY-END-FAILED
        OPEN INPUT DTOT-FILE
        IF WS-DTOT-FILE-STATUS = "00"
            SET WS-DTOT-USABLE TO TRUE
            MOVE "N" TO WS-DTOT-EOF-SW
            PERFORM 2100-READ-FOR-CYCLES UNTIL WS-DTOT-EOF
            CLOSE DTOT-FILE
        ELSE
            DISPLAY "ERROR: DTOT-FILE open status "
                WS-DTOT-FILE-STATUS " - no cycles to combine"
            SET WS-DAY-END-FAILED TO TRUE
        END-IF
    END-IF
    IF WS-DTOT-USABLE
        PERFORM 2200-JUDGE-ONE-CYCLE
            VARYING WS-CYC-SUB FROM 1 BY 1
            UNTIL WS-CYC-SUB > WS-CYC-HIGH
        IF WS-CYCLES-POSTED = 0
            DISPLAY "ERROR: no committed cycle on DAYTOT for "
                WS-BUSINESS-DATE " - nothing to post"
            SET WS-DAY-END-FAILED TO TRUE
        END-IF
    END-IF.

2100-READ-FOR-CYCLES.
    READ DTOT-FILE INTO WS-DTOT-RECORD
        AT END
            MOVE "Y" TO WS-DTOT-EOF-SW
        NOT AT END
            IF DTOT-BUSINESS-DATE OF WS-DTOT-RECORD = WS-BUSINESS-DATE
                AND DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD NUMERIC
                AND DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD > 0
                PERFORM 2150-REGISTER-ONE-RECORD
            END-IF
    END-READ.

2150-REGISTER-ONE-RECORD.
    MOVE DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD TO WS-CYC-SUB
    SET WS-CYC-SEEN (WS-CYC-SUB) TO TRUE
    MOVE DTOT-CYCLE-START OF WS-DTOT-RECORD
        TO WS-CYC-LATEST (WS-CYC-SUB)
    IF WS-CYC-SUB > WS-CYC-HIGH
        MOVE WS-CYC-SUB TO WS-CYC-HIGH
    END-IF
    IF DTOT-CYCLE-REC OF WS-DTOT-RECORD
        IF WS-CYC-COMMITTED (WS-CYC-SUB)
            ADD 1 TO WS-SETS-SUPERSEDED
        END-IF
        MOVE DTOT-CYCLE-START OF WS-DTOT-RECORD
            TO WS-CYC-START (WS-CYC-SUB)
        SET WS-CYC-COMMITTED (WS-CYC-SUB) TO TRUE
    END-IF.

*> Cycle numbers are expected to run 1, 2, 3 ... without gaps. A
*> number never seen is only a warning - a cycle can be skipped
*> on purpose when nothing has arrived - but a cycle that died
*> before it reached DAYTOT looks exactly the same, so it is
*> reported for operations to rule out.
2200-JUDGE-ONE-CYCLE.
    EVALUATE TRUE
        WHEN NOT WS-CYC-SEEN (WS-CYC-SUB)
            ADD 1 TO WS-CYCLES-SKIPPED
            DISPLAY "WARNING: no cycle " WS-CYC-SUB " on DAYTOT for "
                WS-BUSINESS-DATE " - confirm it did not run"
        WHEN WS-CYC-LATEST (WS-CYC-SUB) NOT = WS-CYC-START (WS-CYC-SUB)
            ADD 1 TO WS-CYCLES-INCOMPLETE
            SET WS-DAY-END-FAILED TO TRUE
            DISPLAY "ERROR: cycle " WS-CYC-SUB " did not complete its "
                "DAYTOT set - rerun the cycle, then BUGEOD"
        WHEN OTHER
            ADD 1 TO WS-CYCLES-POSTED
    END-EVALUATE.

*> Second pass: the committed sets' totals and GL lines. Every
*> other record for the day - a superseded or unfinished attempt's
*> - is counted and left alone.
3000-COMBINE-DAY-CYCLES.
    IF WS-DTOT-USABLE
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "INTRADAY CYCLES COMBINED FOR THE BUSINESS DATE"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-CYCLE-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        OPEN INPUT DTOT-FILE
        IF WS-DTOT-FILE-STATUS = "00"
            MOVE "N" TO WS-DTOT-EOF-SW
            PERFORM 3100-READ-FOR-TOTALS UNTIL WS-DTOT-EOF
            CLOSE DTOT-FILE
        ELSE
            DISPLAY "ERROR: DTOT-FILE reopen status "
                WS-DTOT-FILE-STATUS " - cycles not combined"
            SET WS-DAY-END-FAILED TO TRUE
        END-IF
        PERFORM 3500-REPORT-CYCLE-PROBLEM
            VARYING WS-CYC-SUB FROM 1 BY 1
            UNTIL WS-CYC-SUB > WS-CYC-HIGH
        IF WS-CYCLES-POSTED = 0
            MOVE "NO COMMITTED CYCLE ON DAYTOT FOR THE BUSINESS DATE"
                TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        END-IF
    END-IF.

3050-CHECK-SELECTED.
    MOVE "N" TO WS-SELECTED-SW
    IF DTOT-BUSINESS-DATE OF WS-DTOT-RECORD = WS-BUSINESS-DATE
        AND DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD NUMERIC
        AND DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD > 0
        MOVE DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD TO WS-CYC-SUB
        IF WS-CYC-COMMITTED (WS-CYC-SUB)
            AND DTOT-CYCLE-START OF WS-DTOT-RECORD
                = WS-CYC-START (WS-CYC-SUB)
            SET WS-SELECTED TO TRUE
        END-IF
    END-IF.

3100-READ-FOR-TOTALS.
    READ DTOT-FILE INTO WS-DTOT-RECORD
        AT END
            MOVE "Y" TO WS-DTOT-EOF-SW
        NOT AT END
            PERFORM 3050-CHECK-SELECTED
            EVALUATE TRUE
                WHEN NOT WS-SELECTED
                    IF DTOT-BUSINESS-DATE OF WS-DTOT-RECORD
                            = WS-BUSINESS-DATE
                        ADD 1 TO WS-RECORDS-IGNORED
                    END-IF
                WHEN DTOT-CYCLE-REC OF WS-DTOT-RECORD
                    PERFORM 3200-ADD-CYCLE-TOTALS
                WHEN DTOT-TYPE-REC OF WS-DTOT-RECORD
                    MOVE DTOT-GLIF-IMAGE OF WS-DTOT-RECORD
                        TO WS-GLIF-RECORD
                    IF GLIF-TRAN-TYPE OF WS-GLIF-RECORD NOT = SPACES
                        PERFORM 3300-MERGE-ONE-GLIF-RECORD
                    END-IF
                WHEN DTOT-BATCH-REC OF WS-DTOT-RECORD
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-RECORDS-IGNORED
            END-EVALUATE
    END-READ.

*> The thresholds reported on the day's RUNHIST record are the
*> ones the day's highest-numbered cycle ran with.
3200-ADD-CYCLE-TOTALS.
    MOVE DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD TO RPT-CY-NUMBER
    MOVE DTOT-RUN-ID OF WS-DTOT-RECORD  TO RPT-CY-RUN-ID
    MOVE DTOT-STEP-ID OF WS-DTOT-RECORD TO RPT-CY-STEP-ID
    MOVE DTOT-CYCLE-START OF WS-DTOT-RECORD(9:4) TO RPT-CY-START
    MOVE DTOT-CYCLE-END OF WS-DTOT-RECORD(9:4)   TO RPT-CY-END
    MOVE DTOT-RECORDS-READ OF WS-DTOT-RECORD TO RPT-CY-READ
    MOVE DTOT-FINAL-VAR2 OF WS-DTOT-RECORD   TO RPT-CY-VAR2
    MOVE SPACES TO RPT-CY-ACTION
    ADD DTOT-RECORDS-READ OF WS-DTOT-RECORD TO WS-DAY-RECORDS-READ
    ADD DTOT-TRUE-TOTAL OF WS-DTOT-RECORD   TO WS-DAY-TRUE-TOTAL
    ADD DTOT-FINAL-VAR2 OF WS-DTOT-RECORD   TO WS-DAY-VAR2
    ADD DTOT-CARRIED-COUNT OF WS-DTOT-RECORD TO WS-DAY-CARRIED-COUNT
    ADD DTOT-CARRIED-AMOUNT OF WS-DTOT-RECORD
        TO WS-DAY-CARRIED-AMOUNT
    ADD DTOT-REFERRED-COUNT OF WS-DTOT-RECORD
        TO WS-DAY-REFERRED-COUNT
    ADD DTOT-REFERRED-AMOUNT OF WS-DTOT-RECORD
        TO WS-DAY-REFERRED-AMOUNT
    ADD DTOT-CONVERSION-ADJ OF WS-DTOT-RECORD TO WS-DAY-CONV-ADJ
    ADD DTOT-RECORDS-REJECTED OF WS-DTOT-RECORD
        TO WS-DAY-RECORDS-REJECTED
    ADD DTOT-DUPES-DIVERTED OF WS-DTOT-RECORD
        TO WS-DAY-DUPES-DIVERTED
    ADD DTOT-HELD-BATCHES OF WS-DTOT-RECORD TO WS-DAY-HELD-BATCHES
    ADD DTOT-HELD-RECORDS OF WS-DTOT-RECORD TO WS-DAY-HELD-RECORDS
    ADD DTOT-HELD-AMOUNT OF WS-DTOT-RECORD  TO WS-DAY-HELD-AMOUNT
    ADD DTOT-REVERSALS-POSTED OF WS-DTOT-RECORD
        TO WS-DAY-REVERSALS-POSTED
    ADD DTOT-REVERSED-AMOUNT OF WS-DTOT-RECORD
        TO WS-DAY-REVERSED-AMOUNT
    ADD DTOT-OVERFLOW-COUNT OF WS-DTOT-RECORD
        TO WS-DAY-OVERFLOW-COUNT
    EVALUATE TRUE
        WHEN DTOT-NOT-RECONCILED OF WS-DTOT-RECORD
            ADD 1 TO WS-CYCLES-UNRECONCILED
            MOVE "NOT RECONCILED" TO RPT-CY-BALANCE
        WHEN DTOT-OUT-OF-BALANCE OF WS-DTOT-RECORD
            SET WS-OUT-OF-BALANCE TO TRUE
            MOVE "*OUT-OF-BAL*" TO RPT-CY-BALANCE
        WHEN OTHER
            MOVE "IN BALANCE" TO RPT-CY-BALANCE
    END-EVALUATE
    IF NOT DTOT-NOT-RECONCILED OF WS-DTOT-RECORD
        ADD DTOT-FINAL-VAR2 OF WS-DTOT-RECORD TO WS-RECON-VAR2
        ADD DTOT-EXPECTED-TOTAL OF WS-DTOT-RECORD
            TO WS-RECON-EXPECTED
        ADD DTOT-CARRIED-AMOUNT OF WS-DTOT-RECORD
            TO WS-RECON-CARRIED
        ADD DTOT-REFERRED-AMOUNT OF WS-DTOT-RECORD
            TO WS-RECON-REFERRED
        ADD DTOT-CONVERSION-ADJ OF WS-DTOT-RECORD
            TO WS-RECON-CONV-ADJ
    END-IF
    IF DTOT-SUSPECT OF WS-DTOT-RECORD
        SET WS-SUSPECT TO TRUE
        MOVE "*SUSPECT*" TO RPT-CY-SUSPECT
    ELSE
        MOVE SPACES TO RPT-CY-SUSPECT
    END-IF
    IF DTOT-WAS-RESTART OF WS-DTOT-RECORD
        SET WS-ANY-RESTART TO TRUE
        MOVE "RESTARTED" TO RPT-CY-RESTART
    ELSE
        MOVE SPACES TO RPT-CY-RESTART
    END-IF
    IF DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD >= WS-CYC-THRESHOLD-FROM
        MOVE DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD
            TO WS-CYC-THRESHOLD-FROM
        MOVE DTOT-VAR1-THRESHOLD OF WS-DTOT-RECORD
            TO WS-VAR1-THRESHOLD
        MOVE DTOT-VAR2-MAX-THRESHOLD OF WS-DTOT-RECORD
            TO WS-VAR2-MAX-THRESHOLD
        MOVE DTOT-CHECKPOINT-FREQUENCY OF WS-DTOT-RECORD
            TO WS-CHECKPOINT-FREQUENCY
    END-IF
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-CYCLE-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

*> Only typed lines are merged - 3100 drops a blank-type grand-
*> total line a cycle with nothing typed may have left, since the
*> day's one placeholder is 7860's to write. The run date comes
*> from the cycle's own image and is part of the key (see
*> WS-MERGE-TABLE).
3300-MERGE-ONE-GLIF-RECORD.
    MOVE 0 TO WS-MRG-FOUND-SUB
    PERFORM 3400-MATCH-MERGE-ENTRY
        VARYING WS-MRG-SUB FROM 1 BY 1
        UNTIL WS-MRG-SUB > WS-MRG-COUNT
           OR WS-MRG-FOUND-SUB > 0
    IF WS-MRG-FOUND-SUB = 0
        IF WS-MRG-COUNT < 100
            ADD 1 TO WS-MRG-COUNT
            MOVE WS-MRG-COUNT TO WS-MRG-FOUND-SUB
            MOVE GLIF-RUN-DATE OF WS-GLIF-RECORD
                TO WS-MRG-RUN-DATE (WS-MRG-FOUND-SUB)
            MOVE GLIF-TRAN-TYPE OF WS-GLIF-RECORD
                TO WS-MRG-TRAN-TYPE (WS-MRG-FOUND-SUB)
            MOVE GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
                TO WS-MRG-GL-ACCOUNT (WS-MRG-FOUND-SUB)
            MOVE GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
                TO WS-MRG-ADJ-PERIOD (WS-MRG-FOUND-SUB)
            MOVE 0 TO WS-MRG-REC-COUNT (WS-MRG-FOUND-SUB)
            MOVE 0 TO WS-MRG-AMOUNT (WS-MRG-FOUND-SUB)
            MOVE 0 TO WS-MRG-DEBIT-COUNT (WS-MRG-FOUND-SUB)
            MOVE 0 TO WS-MRG-DEBIT-TOTAL (WS-MRG-FOUND-SUB)
            MOVE 0 TO WS-MRG-CREDIT-COUNT (WS-MRG-FOUND-SUB)
            MOVE 0 TO WS-MRG-CREDIT-TOTAL (WS-MRG-FOUND-SUB)
            MOVE "N" TO WS-MRG-SUSPECT-SW (WS-MRG-FOUND-SUB)
        ELSE
            DISPLAY "ERROR: merge table full - GL line for type "
                GLIF-TRAN-TYPE OF WS-GLIF-RECORD " not merged"
            SET WS-DAY-END-FAILED TO TRUE
        END-IF
    END-IF
    IF WS-MRG-FOUND-SUB > 0
        ADD GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
            TO WS-MRG-REC-COUNT (WS-MRG-FOUND-SUB)
        ADD GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
            TO WS-MRG-AMOUNT (WS-MRG-FOUND-SUB)
        ADD GLIF-DEBIT-COUNT OF WS-GLIF-RECORD
            TO WS-MRG-DEBIT-COUNT (WS-MRG-FOUND-SUB)
        ADD GLIF-DEBIT-TOTAL OF WS-GLIF-RECORD
            TO WS-MRG-DEBIT-TOTAL (WS-MRG-FOUND-SUB)
        ADD GLIF-CREDIT-COUNT OF WS-GLIF-RECORD
            TO WS-MRG-CREDIT-COUNT (WS-MRG-FOUND-SUB)
        ADD GLIF-CREDIT-TOTAL OF WS-GLIF-RECORD
            TO WS-MRG-CREDIT-TOTAL (WS-MRG-FOUND-SUB)
        IF GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD
            MOVE "Y" TO WS-MRG-SUSPECT-SW (WS-MRG-FOUND-SUB)
        END-IF
    END-IF.

3400-MATCH-MERGE-ENTRY.
    IF WS-MRG-RUN-DATE (WS-MRG-SUB) =
            GLIF-RUN-DATE OF WS-GLIF-RECORD
        AND WS-MRG-TRAN-TYPE (WS-MRG-SUB) =
            GLIF-TRAN-TYPE OF WS-GLIF-RECORD
        AND WS-MRG-GL-ACCOUNT (WS-MRG-SUB) =
            GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
        AND WS-MRG-ADJ-PERIOD (WS-MRG-SUB) =
            GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
        MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
    END-IF.

3500-REPORT-CYCLE-PROBLEM.
    IF NOT WS-CYC-SEEN (WS-CYC-SUB)
        OR WS-CYC-LATEST (WS-CYC-SUB) NOT = WS-CYC-START (WS-CYC-SUB)
        MOVE WS-CYC-SUB TO RPT-CY-NUMBER
        MOVE SPACES TO RPT-CY-RUN-ID
        MOVE SPACES TO RPT-CY-STEP-ID
        MOVE SPACES TO RPT-CY-START
        MOVE SPACES TO RPT-CY-END
        MOVE 0 TO RPT-CY-READ
        MOVE 0 TO RPT-CY-VAR2
        MOVE SPACES TO RPT-CY-SUSPECT
        MOVE SPACES TO RPT-CY-RESTART
        IF WS-CYC-SEEN (WS-CYC-SUB)
            MOVE "*INCOMPLETE*" TO RPT-CY-BALANCE
            MOVE "RERUN THE CYCLE" TO RPT-CY-ACTION
        ELSE
            MOVE "*NOT ON FILE*" TO RPT-CY-BALANCE
            MOVE "CHECK IT DID NOT RUN" TO RPT-CY-ACTION
        END-IF
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-CYCLE-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

*> Third pass: the committed sets' batch results, in the order the
*> cycles closed them, and each one credited to its registered
*> feed for the day's arrival judgment.
4000-LIST-DAY-BATCHES.
    IF WS-DTOT-USABLE
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "BATCH BALANCING BY CYCLE AND SOURCE SYSTEM" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-BATCH-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        OPEN INPUT DTOT-FILE
        IF WS-DTOT-FILE-STATUS = "00"
            MOVE "N" TO WS-DTOT-EOF-SW
            PERFORM 4100-READ-FOR-BATCHES UNTIL WS-DTOT-EOF
            CLOSE DTOT-FILE
        ELSE
            DISPLAY "WARNING: DTOT-FILE reopen status "
                WS-DTOT-FILE-STATUS " - batches not listed"
        END-IF
        IF WS-BATCHES-LISTED = 0
            MOVE "NO BATCHES CLOSED BY THE DAY'S CYCLES" TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        END-IF
    END-IF.

4100-READ-FOR-BATCHES.
    READ DTOT-FILE INTO WS-DTOT-RECORD
        AT END
            MOVE "Y" TO WS-DTOT-EOF-SW
        NOT AT END
            PERFORM 3050-CHECK-SELECTED
            IF WS-SELECTED AND DTOT-BATCH-REC OF WS-DTOT-RECORD
                PERFORM 4200-REPORT-ONE-BATCH
                PERFORM 4300-CREDIT-SOURCE-FEED
            END-IF
    END-READ.

4200-REPORT-ONE-BATCH.
    ADD 1 TO WS-BATCHES-LISTED
    MOVE DTOT-CYCLE-NUMBER OF WS-DTOT-RECORD TO RPT-BR-CYCLE
    MOVE DTOT-BR-SOURCE OF WS-DTOT-RECORD   TO RPT-BR-SOURCE
    MOVE DTOT-BR-DATE OF WS-DTOT-RECORD     TO RPT-BR-DATE
    MOVE DTOT-BR-EXPECTED OF WS-DTOT-RECORD TO RPT-BR-EXPECTED
    MOVE DTOT-BR-DETAILS OF WS-DTOT-RECORD  TO RPT-BR-DETAILS
    MOVE DTOT-BR-REJECTS OF WS-DTOT-RECORD  TO RPT-BR-REJECTS
    MOVE DTOT-BR-DUPES OF WS-DTOT-RECORD    TO RPT-BR-DUPES
    MOVE DTOT-BR-CARRIED OF WS-DTOT-RECORD  TO RPT-BR-CARRIED
    MOVE DTOT-BR-REFERRED OF WS-DTOT-RECORD TO RPT-BR-REFERRED
    MOVE DTOT-BR-TRAILER-TOTAL OF WS-DTOT-RECORD TO RPT-BR-TRAILER
    MOVE DTOT-BR-AMOUNT OF WS-DTOT-RECORD   TO RPT-BR-AMOUNT
    EVALUATE DTOT-BR-STATUS OF WS-DTOT-RECORD
        WHEN "B"
            MOVE "IN BALANCE" TO RPT-BR-STATUS
        WHEN "R"
            MOVE "*OUT-COUNT*" TO RPT-BR-STATUS
        WHEN "A"
            MOVE "*OUT-AMOUNT*" TO RPT-BR-STATUS
        WHEN "X"
            MOVE "*OUT-CNT+AMT*" TO RPT-BR-STATUS
        WHEN "H"
            MOVE "*HELD*" TO RPT-BR-STATUS
        WHEN "U"
            MOVE "*UNREGISTERED*" TO RPT-BR-STATUS
        WHEN "N"
            MOVE "*NO TRAILER*" TO RPT-BR-STATUS
        WHEN OTHER
            MOVE "?" TO RPT-BR-STATUS
    END-EVALUATE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-BATCH-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

4300-CREDIT-SOURCE-FEED.
    MOVE 0 TO WS-SREG-FOUND-SUB
    PERFORM 4350-MATCH-SOURCE-ENTRY
        VARYING WS-SREG-SUB FROM 1 BY 1
        UNTIL WS-SREG-SUB > WS-SREG-COUNT
           OR WS-SREG-FOUND-SUB > 0
    IF WS-SREG-FOUND-SUB > 0
        ADD 1 TO WS-SREG-RECEIVED (WS-SREG-FOUND-SUB)
    END-IF.

4350-MATCH-SOURCE-ENTRY.
    IF WS-SREG-SOURCE (WS-SREG-SUB) = DTOT-BR-SOURCE OF WS-DTOT-RECORD
        MOVE WS-SREG-SUB TO WS-SREG-FOUND-SUB
    END-IF.

*> The day's arrivals, judged once the last cycle has run: a
*> registered feed that sent fewer batches than expected across
*> all of the day's cycles is missing (sent nothing) or short.
*> A failed day-end has not seen every cycle, so judges nothing.
5000-JUDGE-FEED-ARRIVALS.
    IF WS-SREG-COUNT > 0 AND NOT WS-DAY-END-FAILED
        MOVE SPACES TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "MISSING FEEDS - REGISTERED SOURCES SHORT OF EXPECTED BATCHES FOR THE DAY"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-FEED-HEADING
        PERFORM 7550-CHECK-PRINT-STATUS
        PERFORM 5100-JUDGE-ONE-FEED
            VARYING WS-SREG-SUB FROM 1 BY 1
            UNTIL WS-SREG-SUB > WS-SREG-COUNT
        IF WS-FEEDS-SHORT = 0
            MOVE "ALL REGISTERED FEEDS RECEIVED" TO RPT-TEXT
        ELSE
            MOVE "*** REGISTERED FEED(S) MISSING FOR THE DAY - CALL THE SOURCE ***"
                TO RPT-TEXT
        END-IF
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

5100-JUDGE-ONE-FEED.
    IF WS-SREG-RECEIVED (WS-SREG-SUB) < WS-SREG-EXPECTED (WS-SREG-SUB)
        ADD 1 TO WS-FEEDS-SHORT
        MOVE WS-SREG-SOURCE (WS-SREG-SUB)   TO RPT-FD-SOURCE
        MOVE WS-SREG-EXPECTED (WS-SREG-SUB) TO RPT-FD-EXPECTED
        MOVE WS-SREG-RECEIVED (WS-SREG-SUB) TO RPT-FD-RECEIVED
        MOVE WS-SREG-ARRIVAL (WS-SREG-SUB)  TO RPT-FD-ARRIVAL
        IF WS-SREG-RECEIVED (WS-SREG-SUB) = 0
            MOVE "*MISSING*" TO RPT-FD-STATUS
        ELSE
            MOVE "*SHORT*" TO RPT-FD-STATUS
        END-IF
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-FEED-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        DISPLAY "WARNING: registered feed " WS-SREG-SOURCE (WS-SREG-SUB)
            " sent " WS-SREG-RECEIVED (WS-SREG-SUB) " of "
            WS-SREG-EXPECTED (WS-SREG-SUB) " expected batch(es) today"
    END-IF.

*> The day's comparison over the cycles that were reconciled,
*> backing out carried and referred amounts and adding back the
*> conversion adjustment exactly as each cycle did its own. A day
*> whose cycles each balanced balances here too; anything else
*> means a cycle's totals did not survive the trip through DAYTOT
*> intact, and the day is out of balance whatever the cycles said.
7000-RECONCILE-DAY-TOTAL.
    IF WS-CYCLES-POSTED > 0
        COMPUTE WS-DAY-DISCREPANCY =
            WS-RECON-EXPECTED - WS-RECON-VAR2
            - WS-RECON-CARRIED - WS-RECON-REFERRED
            + WS-RECON-CONV-ADJ
        IF WS-DAY-DISCREPANCY NOT = 0
            SET WS-OUT-OF-BALANCE TO TRUE
            DISPLAY "WARNING: day out of balance - expected "
                WS-RECON-EXPECTED " got " WS-RECON-VAR2
                " discrepancy " WS-DAY-DISCREPANCY
        END-IF
        IF WS-OUT-OF-BALANCE
            DISPLAY "WARNING: one or more cycles out of balance - "
                "day extract goes out flagged suspect"
        END-IF
    END-IF.

7500-PRODUCE-REPORT.
    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DAY TOTALS - ALL CYCLES" TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "CYCLES POSTED" TO RPT-LABEL
    MOVE WS-CYCLES-POSTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "RECORDS READ" TO RPT-LABEL
    MOVE WS-DAY-RECORDS-READ TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DAY TRUE TOTAL" TO RPT-LABEL
    MOVE WS-DAY-TRUE-TOTAL TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DAY WS-VAR2 GRAND TOTAL" TO RPT-LABEL
    MOVE WS-DAY-VAR2 TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "EXPECTED CONTROL TOTAL (RECONCILED)" TO RPT-LABEL
    MOVE WS-RECON-EXPECTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-CYCLES-UNRECONCILED > 0
        MOVE "WS-VAR2 OF RECONCILED CYCLES" TO RPT-LABEL
        MOVE WS-RECON-VAR2 TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE "RECORDS CARRIED FORWARD" TO RPT-LABEL
    MOVE WS-DAY-CARRIED-COUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "CARRIED FORWARD AMOUNT" TO RPT-LABEL
    MOVE WS-DAY-CARRIED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "RECORDS REFERRED FOR APPROVAL" TO RPT-LABEL
    MOVE WS-DAY-REFERRED-COUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "REFERRED FOR APPROVAL AMOUNT" TO RPT-LABEL
    MOVE WS-DAY-REFERRED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-DAY-CONV-ADJ NOT = 0
        MOVE "CONVERSION ADJUSTMENT TO BASE" TO RPT-LABEL
        MOVE WS-DAY-CONV-ADJ TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE "RECORDS REJECTED" TO RPT-LABEL
    MOVE WS-DAY-RECORDS-REJECTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "DUPLICATES DIVERTED" TO RPT-LABEL
    MOVE WS-DAY-DUPES-DIVERTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "REVERSALS POSTED" TO RPT-LABEL
    MOVE WS-DAY-REVERSALS-POSTED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "REVERSED AMOUNT" TO RPT-LABEL
    MOVE WS-DAY-REVERSED-AMOUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-DAY-HELD-BATCHES > 0
        MOVE "*** BATCH(ES) HELD TO QUARANTINE ***" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "BATCHES HELD" TO RPT-LABEL
        MOVE WS-DAY-HELD-BATCHES TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "RECORDS HELD" TO RPT-LABEL
        MOVE WS-DAY-HELD-RECORDS TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "AMOUNT HELD" TO RPT-LABEL
        MOVE WS-DAY-HELD-AMOUNT TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-DAY-OVERFLOW-COUNT > 0
        MOVE "VAR1 OVERFLOW EVENTS" TO RPT-LABEL
        MOVE WS-DAY-OVERFLOW-COUNT TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-SETS-SUPERSEDED > 0
        MOVE "CYCLE SETS SUPERSEDED BY A RERUN" TO RPT-LABEL
        MOVE WS-SETS-SUPERSEDED TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-RECORDS-IGNORED > 0
        MOVE "DAYTOT RECORDS IGNORED (NOT COMMITTED)" TO RPT-LABEL
        MOVE WS-RECORDS-IGNORED TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-CYCLES-SKIPPED > 0
        MOVE "*** CYCLE NUMBER(S) SKIPPED - CONFIRM THEY DID NOT RUN ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-CYCLES-UNRECONCILED > 0
        MOVE "*** CYCLE(S) WITH NO TRAILER - NOT RECONCILED ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-OUT-OF-BALANCE
        MOVE "*** DAY OUT OF BALANCE ***" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE "DAY DISCREPANCY" TO RPT-LABEL
        MOVE WS-DAY-DISCREPANCY TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    ELSE
        IF WS-CYCLES-POSTED > 0
            MOVE "DAY IN BALANCE VS CONTROL TOTALS" TO RPT-TEXT
            WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
            PERFORM 7550-CHECK-PRINT-STATUS
        END-IF
    END-IF

    IF WS-SUSPECT
        MOVE "*** ONE OR MORE CYCLES FLAGGED SUSPECT ***" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-DAY-END-FAILED
        MOVE "*** DAY-END FAILED - NO GL EXTRACT CUT, RERUN AFTER THE CYCLES MARKED ABOVE ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    DISPLAY "BUGEOD: cycles posted " WS-CYCLES-POSTED
        " incomplete " WS-CYCLES-INCOMPLETE
        " day VAR2 " WS-DAY-VAR2.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
    END-IF.

*> The day's extract is only cut when every cycle committed - a
*> partial extract would post a partial day to the GL. Suspect and
*> out-of-balance gating matches BUGSOLUTION's own extract: the
*> lines still go out, flagged, for the GL side to route to
*> suspense. A day no cycle typed anything on gets the single
*> grand-total line a single run writes when it has nothing typed.
7800-EXTRACT-TO-GL.
    IF WS-DAY-END-FAILED
        DISPLAY "BUGEOD: day-end failed - no GL extract cut"
    ELSE
        IF WS-MRG-COUNT = 0
            PERFORM 7860-EXTRACT-IDLE-DAY
        ELSE
            PERFORM 7850-EXTRACT-ONE-TYPE
                VARYING WS-MRG-SUB FROM 1 BY 1
                UNTIL WS-MRG-SUB > WS-MRG-COUNT
        END-IF
        PERFORM 7895-SAVE-GL-SEQUENCE
        DISPLAY "BUGEOD: " WS-GLIF-WRITTEN " GL line(s) extracted for "
            WS-BUSINESS-DATE
    END-IF.

7850-EXTRACT-ONE-TYPE.
    MOVE WS-MRG-RUN-DATE (WS-MRG-SUB)
        TO GLIF-RUN-DATE OF WS-GLIF-RECORD
    MOVE WS-BATCH-ID TO GLIF-BATCH-ID OF WS-GLIF-RECORD
    MOVE WS-MRG-TRAN-TYPE (WS-MRG-SUB)
        TO GLIF-TRAN-TYPE OF WS-GLIF-RECORD
    MOVE WS-MRG-GL-ACCOUNT (WS-MRG-SUB)
        TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
    MOVE WS-MRG-ADJ-PERIOD (WS-MRG-SUB)
        TO GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
    MOVE WS-MRG-REC-COUNT (WS-MRG-SUB)
        TO GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
    MOVE WS-MRG-AMOUNT (WS-MRG-SUB)
        TO GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
    MOVE WS-MRG-DEBIT-COUNT (WS-MRG-SUB)
        TO GLIF-DEBIT-COUNT OF WS-GLIF-RECORD
    MOVE WS-MRG-DEBIT-TOTAL (WS-MRG-SUB)
        TO GLIF-DEBIT-TOTAL OF WS-GLIF-RECORD
    MOVE WS-MRG-CREDIT-COUNT (WS-MRG-SUB)
        TO GLIF-CREDIT-COUNT OF WS-GLIF-RECORD
    MOVE WS-MRG-CREDIT-TOTAL (WS-MRG-SUB)
        TO GLIF-CREDIT-TOTAL OF WS-GLIF-RECORD
    IF WS-SUSPECT OR WS-OUT-OF-BALANCE
        OR WS-MRG-SUSPECT (WS-MRG-SUB)
        SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
    ELSE
        MOVE "N" TO GLIF-SUSPECT-FLAG OF WS-GLIF-RECORD
    END-IF
    PERFORM 7890-WRITE-GLIF-RECORD.

*> Dated the business date, not a cycle's run date - there is no
*> cycle line to take one from, and the business date is the day
*> the GL acknowledgement must be recorded under.
7860-EXTRACT-IDLE-DAY.
    MOVE WS-BUSINESS-DATE TO GLIF-RUN-DATE OF WS-GLIF-RECORD
    MOVE WS-BATCH-ID      TO GLIF-BATCH-ID OF WS-GLIF-RECORD
    MOVE WS-DAY-VAR2      TO GLIF-FINAL-TOTAL OF WS-GLIF-RECORD
    MOVE SPACES           TO GLIF-TRAN-TYPE OF WS-GLIF-RECORD
    MOVE SPACES           TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
    MOVE SPACES           TO GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
    MOVE 0                TO GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
    MOVE 0                TO GLIF-DEBIT-TOTAL OF WS-GLIF-RECORD
    MOVE 0                TO GLIF-CREDIT-TOTAL OF WS-GLIF-RECORD
    MOVE 0                TO GLIF-DEBIT-COUNT OF WS-GLIF-RECORD
    MOVE 0                TO GLIF-CREDIT-COUNT OF WS-GLIF-RECORD
    IF WS-SUSPECT OR WS-OUT-OF-BALANCE
        SET GLIF-AMOUNT-SUSPECT OF WS-GLIF-RECORD TO TRUE
    ELSE
        MOVE "N" TO GLIF-SUSPECT-FLAG OF WS-GLIF-RECORD
    END-IF
    PERFORM 7890-WRITE-GLIF-RECORD.

7890-WRITE-GLIF-RECORD.
    IF WS-GL-EXTRACT-SEQ >= 999999
        DISPLAY "WARNING: GL extract sequence rolled over to zero"
        MOVE 0 TO WS-GL-EXTRACT-SEQ
    END-IF
    ADD 1 TO WS-GL-EXTRACT-SEQ
    MOVE WS-GL-EXTRACT-SEQ TO GLIF-EXTRACT-SEQ OF WS-GLIF-RECORD
    WRITE GLIF-OUT-FILE-RECORD FROM WS-GLIF-RECORD
    IF WS-GLIF-OUT-FILE-STATUS = "00"
        ADD 1 TO WS-GLIF-WRITTEN
    ELSE
        DISPLAY "WARNING: GLIF-OUT-FILE write status "
            WS-GLIF-OUT-FILE-STATUS
    END-IF.

7895-SAVE-GL-SEQUENCE.
    OPEN OUTPUT GLSEQ-FILE
    IF WS-GLSEQ-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: GLSEQ-FILE open-for-rewrite status "
            WS-GLSEQ-FILE-STATUS " - last sequence not saved"
    ELSE
        MOVE SPACES TO GLSEQ-RECORD
        MOVE WS-GL-EXTRACT-SEQ TO GLSEQ-LAST-SEQ
        WRITE GLSEQ-RECORD
        IF WS-GLSEQ-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: GLSEQ-FILE write status "
                WS-GLSEQ-FILE-STATUS
        END-IF
        CLOSE GLSEQ-FILE
    END-IF.

9000-TERMINATE.
    IF WS-RUNH-OPEN
        IF NOT WS-DAY-END-FAILED
            PERFORM 9100-WRITE-RUN-HISTORY-END
        END-IF
        CLOSE RUNH-FILE
    END-IF
    CLOSE GLIF-OUT-FILE
    CLOSE PRINT-FILE.

*> The day's 'E' record carries the combined statistics, so BUGHIST
*> and BUGCLOSE see one posting for the day as they did before the
*> cycles. The balance status is the day's: out of balance if any
*> cycle or the day's own comparison was, not reconciled if any
*> cycle saw no trailer. The restart flag says any cycle resumed.
9100-WRITE-RUN-HISTORY-END.
    MOVE SPACES TO WS-RUNH-RECORD
    MOVE "E" TO RUNH-RECORD-TYPE OF WS-RUNH-RECORD
    MOVE WS-RUN-ID   TO RUNH-RUN-ID OF WS-RUNH-RECORD
    MOVE WS-STEP-ID  TO RUNH-STEP-ID OF WS-RUNH-RECORD
    MOVE WS-BATCH-ID TO RUNH-BATCH-ID OF WS-RUNH-RECORD
    MOVE WS-START-TIMESTAMP
        TO RUNH-START-TIMESTAMP OF WS-RUNH-RECORD
    MOVE FUNCTION CURRENT-DATE
        TO RUNH-END-TIMESTAMP OF WS-RUNH-RECORD
    MOVE WS-DAY-RECORDS-READ TO RUNH-RECORDS-READ OF WS-RUNH-RECORD
    MOVE WS-DAY-TRUE-TOTAL   TO RUNH-TRUE-TOTAL OF WS-RUNH-RECORD
    MOVE WS-DAY-VAR2         TO RUNH-FINAL-VAR2 OF WS-RUNH-RECORD
    MOVE WS-DAY-OVERFLOW-COUNT
        TO RUNH-OVERFLOW-COUNT OF WS-RUNH-RECORD
    MOVE WS-DAY-RECORDS-REJECTED
        TO RUNH-RECORDS-REJECTED OF WS-RUNH-RECORD
    EVALUATE TRUE
        WHEN WS-OUT-OF-BALANCE
            MOVE "O" TO RUNH-BALANCE-STATUS OF WS-RUNH-RECORD
        WHEN WS-CYCLES-UNRECONCILED > 0
            MOVE "N" TO RUNH-BALANCE-STATUS OF WS-RUNH-RECORD
        WHEN OTHER
            MOVE "B" TO RUNH-BALANCE-STATUS OF WS-RUNH-RECORD
    END-EVALUATE
    IF WS-SUSPECT
        MOVE "Y" TO RUNH-SUSPECT-FLAG OF WS-RUNH-RECORD
    ELSE
        MOVE "N" TO RUNH-SUSPECT-FLAG OF WS-RUNH-RECORD
    END-IF
    IF WS-ANY-RESTART
        MOVE "Y" TO RUNH-RESTART-FLAG OF WS-RUNH-RECORD
    ELSE
        MOVE "N" TO RUNH-RESTART-FLAG OF WS-RUNH-RECORD
    END-IF
    MOVE WS-VAR1-THRESHOLD
        TO RUNH-VAR1-THRESHOLD OF WS-RUNH-RECORD
    MOVE WS-VAR2-MAX-THRESHOLD
        TO RUNH-VAR2-MAX-THRESHOLD OF WS-RUNH-RECORD
    MOVE WS-CHECKPOINT-FREQUENCY
        TO RUNH-CHECKPOINT-FREQUENCY OF WS-RUNH-RECORD
    WRITE RUNH-FILE-RECORD FROM WS-RUNH-RECORD
    IF WS-RUNH-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: RUNH-FILE write status "
            WS-RUNH-FILE-STATUS
    END-IF.

*> A failed day-end must stop everything after it; a day out of
*> balance or suspect must stop BUGGLACK and BUGCLOSE from building
*> on it. Held batches, short feeds, an unreconciled cycle and a
*> skipped cycle number are worth a look but do not stop the day.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-DAY-END-FAILED
            MOVE 12 TO WS-CONDITION-CODE
            MOVE "DAY-END FAILED" TO WS-DCTL-REMARK
        WHEN WS-OUT-OF-BALANCE
            MOVE 8 TO WS-CONDITION-CODE
            MOVE "OUT OF BALANCE" TO WS-DCTL-REMARK
        WHEN WS-SUSPECT
            MOVE 8 TO WS-CONDITION-CODE
            MOVE "SUSPECT" TO WS-DCTL-REMARK
        WHEN WS-DAY-HELD-BATCHES > 0
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "BATCH(ES) HELD TO QUARANTINE" TO WS-DCTL-REMARK
        WHEN WS-FEEDS-SHORT > 0
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "REGISTERED FEED(S) MISSING" TO WS-DCTL-REMARK
        WHEN WS-CYCLES-UNRECONCILED > 0
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "CYCLE(S) NOT RECONCILED" TO WS-DCTL-REMARK
        WHEN WS-CYCLES-SKIPPED > 0
            MOVE 4 TO WS-CONDITION-CODE
            MOVE "CYCLE NUMBER(S) SKIPPED" TO WS-DCTL-REMARK
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
            MOVE "IN BALANCE" TO WS-DCTL-REMARK
    END-EVALUATE
    DISPLAY "BUGEOD: business date " WS-BUSINESS-DATE
        " condition code " WS-CONDITION-CODE " - " WS-DCTL-REMARK.

*> Appended last, once the outcome is known; DAYCTL is cumulative
*> and the OUTPUT fallback only ever creates it. A completion that
*> cannot be recorded lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-BUSINESS-DATE TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-DAY-END OF WS-DCTL-RECORD TO TRUE
    MOVE WS-RUN-ID  TO DCTL-RUN-ID OF WS-DCTL-RECORD
    MOVE WS-STEP-ID TO DCTL-STEP-ID OF WS-DCTL-RECORD
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
