      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGGLTIE
*> Independent nightly tie-out of the GL extract against the
*> transaction archive. The per-type figures BUGSOLUTION extracts
*> to GLIFOUT come only from its in-memory type table - rebuilt on
*> a restart by the 1360 replay - and nothing else ever re-derives
*> them from the transaction-level record. This job does, for one
*> run date (GTPARM-FILE, see GTPARMRC; today by default):
*>   - re-adds every posted ('P') and reversal ('R') row TRANARCH
*>     holds for the date, by TRAN-TYPE and the GL account the row
*>     extracted under, splitting each row's base amount onto the
*>     debit or credit side by its sign exactly as BUGSOLUTION's
*>     type subtotals do, and counting posted and reversal rows.
*>     A row routed to a prior-period adjustment re-adds into the
*>     *P line for its closed period; a foreign reversal priced at
*>     its original's rate also re-adds its FX difference into the
*>     *F line (tied on type alone - the archive row names the
*>     reversed type's account, not the gain/loss account),
*>   - adds up the GLIF-DEBIT-TOTAL, GLIF-CREDIT-TOTAL and count
*>     fields actually extracted for that date (GLIFIN - the day's
*>     GLIFOUTs, BUGMERGE's and BUGEOD's included, but never the
*>     partition GLIFIN1-4 files) by the same key,
*>   - reports every type/account line whose gross debit or credit
*>     total, debit or credit count, or record count does not
*>     agree to the cent, with both legs side by side - a line
*>     present on only one side is a mismatch too,
*>   - appends the day's result to GLTIEHST (GLTIERC layout), where
*>     BUGCLOSE picks it up: a period holding a mismatched date
*>     cannot close clean.
*> The no-types grand-total record a run writes when it processed
*> nothing typed carries no per-type figures and is not tied.
*> It ends with a condition code for the scheduler: 12 when the
*> tie-out could not run, 8 when the extract does not agree with
*> the archive, 4 when it agrees but the result could not be
*> appended to GLTIEHST, otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGGLTIE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GTPARM-FILE ASSIGN TO "GTPARMIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GTPARM-FILE-STATUS.

    SELECT TARC-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TARC-KEY OF TARC-RECORD
        FILE STATUS IS WS-TARC-FILE-STATUS.

    SELECT GLIF-FILE ASSIGN TO "GLIFIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLIF-FILE-STATUS.

    SELECT GLTIE-FILE ASSIGN TO "GLTIEHST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLTIE-FILE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "GTRPTOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GTPARM-FILE
    RECORDING MODE IS F.
COPY GTPARMRC.

FD  TARC-FILE.
COPY TARCREC.

FD  GLIF-FILE
    RECORDING MODE IS F.
01  GLIF-FILE-RECORD                       PIC X(120).

FD  GLTIE-FILE
    RECORDING MODE IS F.
01  GLTIE-FILE-RECORD                      PIC X(100).

FD  PRINT-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-GTPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-TARC-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-GLIF-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-GLTIE-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.

01  WS-CONTROL-PARMS.
    05  WS-TIE-DATE                     PIC X(08) VALUE SPACES.
    05  WS-PPA-TRAN-TYPE                PIC X(02) VALUE "*P".
    05  WS-FX-TRAN-TYPE                 PIC X(02) VALUE "*F".

01  WS-COUNTERS.
    05  WS-ARCHIVE-READ                 PIC 9(9) VALUE 0.
    05  WS-ARCHIVE-ROWS-TIED            PIC 9(9) VALUE 0.
    05  WS-EXTRACTS-READ                PIC 9(9) VALUE 0.
    05  WS-EXTRACT-LINES-TIED           PIC 9(9) VALUE 0.
    05  WS-LINES-MISMATCHED             PIC 9(5) VALUE 0.
    05  WS-ARCHIVE-NET                  PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-EXTRACT-NET                  PIC S9(15)V99 COMP-3 VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-TARC-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-TARC-EOF                     VALUE 'Y'.
    05  WS-GLIF-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-GLIF-EOF                     VALUE 'Y'.
    05  WS-TIE-FAILED-SW                PIC X(01) VALUE 'N'.
        88  WS-TIE-FAILED                   VALUE 'Y'.
    05  WS-RESULT-UNRECORDED-SW         PIC X(01) VALUE 'N'.
        88  WS-RESULT-UNRECORDED            VALUE 'Y'.
    05  WS-LINE-AGREES-SW               PIC X(01) VALUE 'Y'.
        88  WS-LINE-AGREES                  VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.

COPY TARCREC REPLACING TARC-RECORD BY WS-TARC-RECORD.

COPY GLIFREC REPLACING GLIF-RECORD BY WS-GLIF-RECORD.

COPY GLTIERC REPLACING GLTIE-RECORD BY WS-GLTIE-RECORD.

*> The key both legs are added up under, and the side (archive or
*> extract) the amount being added belongs to.
01  WS-TIE-LOOKUP.
    05  WS-LOOKUP-TRAN-TYPE             PIC X(02).
    05  WS-LOOKUP-GL-ACCOUNT            PIC X(10).
    05  WS-LOOKUP-ADJ-PERIOD            PIC X(06).
    05  WS-LOOKUP-AMOUNT                PIC S9(15)V99 COMP-3.

*> One entry per TRAN-TYPE + GL account (+ closed period, for the
*> *P lines) seen on either leg, in first-appearance order. A day
*> that outgrows it cannot be proven, so overflow is a mismatch.
01  WS-TIE-TABLE.
    05  WS-TIE-COUNT                    PIC 9(03) VALUE 0.
    05  WS-TIE-SUB                      PIC 9(03) VALUE 0.
    05  WS-TIE-FOUND-SUB                PIC 9(03) VALUE 0.
    05  WS-TIE-OVERFLOW-SW              PIC X(01) VALUE 'N'.
        88  WS-TIE-OVERFLOW                 VALUE 'Y'.
    05  WS-TIE-ENTRY OCCURS 200 TIMES.
        10  WS-TIE-TRAN-TYPE            PIC X(02).
        10  WS-TIE-GL-ACCOUNT           PIC X(10).
        10  WS-TIE-ADJ-PERIOD           PIC X(06).
        10  WS-TIE-ARC-POSTED           PIC 9(09).
        10  WS-TIE-ARC-REVERSED         PIC 9(09).
        10  WS-TIE-ARC-DR-COUNT         PIC 9(09).
        10  WS-TIE-ARC-DR-TOTAL         PIC S9(15)V99 COMP-3.
        10  WS-TIE-ARC-CR-COUNT         PIC 9(09).
        10  WS-TIE-ARC-CR-TOTAL         PIC S9(15)V99 COMP-3.
        10  WS-TIE-EXT-REC-COUNT        PIC 9(09).
        10  WS-TIE-EXT-DR-COUNT         PIC 9(09).
        10  WS-TIE-EXT-DR-TOTAL         PIC S9(15)V99 COMP-3.
        10  WS-TIE-EXT-CR-COUNT         PIC 9(09).
        10  WS-TIE-EXT-CR-TOTAL         PIC S9(15)V99 COMP-3.

*> ---------------------------------------------------------------
*> Tie-out report layout, in the RPTOUT mold.
*> ---------------------------------------------------------------
01  WS-REPORT-HEADING-1.
    05  FILLER                          PIC X(40) VALUE
        "BUGGLTIE - GL EXTRACT TIE-OUT TO ARCHIVE".
    05  FILLER                          PIC X(11) VALUE " RUN DATE: ".
    05  RPT-TIE-DATE                    PIC X(08).
    05  FILLER                          PIC X(73) VALUE SPACES.

01  WS-REPORT-TIE-HEADING.
    05  FILLER                          PIC X(03) VALUE "TP ".
    05  FILLER                          PIC X(11) VALUE "ACCOUNT    ".
    05  FILLER                          PIC X(07) VALUE "PERIOD ".
    05  FILLER                          PIC X(08) VALUE "SIDE    ".
    05  FILLER                          PIC X(10) VALUE "  RECORDS ".
    05  FILLER                          PIC X(09) VALUE " DR COUNT".
    05  FILLER                          PIC X(20) VALUE
        "        DEBIT TOTAL ".
    05  FILLER                          PIC X(09) VALUE " CR COUNT".
    05  FILLER                          PIC X(20) VALUE
        "       CREDIT TOTAL ".
    05  FILLER                          PIC X(10) VALUE "   POSTED ".
    05  FILLER                          PIC X(09) VALUE " REVERSED".
    05  FILLER                          PIC X(16) VALUE SPACES.

01  WS-REPORT-TIE-LINE.
    05  RPT-TIE-TYPE                    PIC X(02).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-ACCOUNT                 PIC X(10).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-PERIOD                  PIC X(06).
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-SIDE                    PIC X(08).
    05  RPT-TIE-RECS                    PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-DR-COUNT                PIC Z(08)9.
    05  RPT-TIE-DR-TOTAL                PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-CR-COUNT                PIC Z(08)9.
    05  RPT-TIE-CR-TOTAL                PIC Z(14)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-POSTED                  PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACES.
    05  RPT-TIE-REVERSED                PIC Z(08)9.
    05  FILLER                          PIC X(16) VALUE SPACES.

01  WS-REPORT-DETAIL-LINE.
    05  RPT-LABEL                       PIC X(40).
    05  RPT-VALUE                       PIC Z(14)9.99-.
    05  FILLER                          PIC X(73) VALUE SPACES.

01  WS-REPORT-TEXT-LINE.
    05  RPT-TEXT                        PIC X(132).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE
    IF NOT WS-TIE-FAILED
        PERFORM 2000-ADD-UP-ARCHIVE UNTIL WS-TARC-EOF
        PERFORM 3000-ADD-UP-EXTRACTS UNTIL WS-GLIF-EOF
        PERFORM 7500-PRODUCE-REPORT
        PERFORM 8000-WRITE-TIE-RESULT
    END-IF
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

*> Either leg missing means there is nothing to tie: the job fails
*> and records no result, so the date stays untied rather than
*> looking agreed.
1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TIE-DATE
    PERFORM 1050-READ-PARM-FILE
    OPEN INPUT TARC-FILE
    IF WS-TARC-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: TARC-FILE open status "
            WS-TARC-FILE-STATUS " - tie-out cannot run"
        SET WS-TIE-FAILED TO TRUE
    END-IF
    IF NOT WS-TIE-FAILED
        OPEN INPUT GLIF-FILE
        IF WS-GLIF-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: GLIF-FILE open status "
                WS-GLIF-FILE-STATUS " - tie-out cannot run"
            CLOSE TARC-FILE
            SET WS-TIE-FAILED TO TRUE
        END-IF
    END-IF
    IF NOT WS-TIE-FAILED
        OPEN OUTPUT PRINT-FILE
        MOVE WS-TIE-DATE TO RPT-TIE-DATE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

1050-READ-PARM-FILE.
    OPEN INPUT GTPARM-FILE
    IF WS-GTPARM-FILE-STATUS NOT = "00"
        DISPLAY "NOTE: GTPARM-FILE not present - tying out "
            WS-TIE-DATE
    ELSE
        READ GTPARM-FILE
            AT END
                DISPLAY "NOTE: GTPARM-FILE empty - tying out "
                    WS-TIE-DATE
            NOT AT END
                IF GTPARM-RUN-DATE NUMERIC
                    MOVE GTPARM-RUN-DATE TO WS-TIE-DATE
                ELSE
                    IF GTPARM-RUN-DATE NOT = SPACES
                        DISPLAY "WARNING: GTPARM-RUN-DATE invalid - "
                            "tying out " WS-TIE-DATE
                    END-IF
                END-IF
        END-READ
        CLOSE GTPARM-FILE
    END-IF.

2000-ADD-UP-ARCHIVE.
    READ TARC-FILE NEXT RECORD INTO WS-TARC-RECORD
        AT END
            MOVE "Y" TO WS-TARC-EOF-SW
        NOT AT END
            ADD 1 TO WS-ARCHIVE-READ
            IF TARC-RUN-DATE OF WS-TARC-RECORD = WS-TIE-DATE
                AND (TARC-POSTED OF WS-TARC-RECORD
                     OR TARC-REVERSAL OF WS-TARC-RECORD)
                PERFORM 2100-ADD-ONE-ARCHIVE-ROW
            END-IF
    END-READ
    IF WS-TARC-FILE-STATUS NOT = "00"
        AND WS-TARC-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: TARC-FILE read status " WS-TARC-FILE-STATUS
    END-IF.

*> The row's base amount is what moved through WS-VAR2 into its
*> type subtotal (for a reversal at original rate, the original's
*> base); the sign picks the side the way 4110 picks it.
2100-ADD-ONE-ARCHIVE-ROW.
    ADD 1 TO WS-ARCHIVE-ROWS-TIED
    ADD TARC-BASE-AMOUNT OF WS-TARC-RECORD TO WS-ARCHIVE-NET
    IF TARC-ADJ-PERIOD OF WS-TARC-RECORD NOT = SPACES
        MOVE WS-PPA-TRAN-TYPE TO WS-LOOKUP-TRAN-TYPE
    ELSE
        MOVE TARC-TRAN-TYPE OF WS-TARC-RECORD TO WS-LOOKUP-TRAN-TYPE
    END-IF
    MOVE TARC-GL-ACCOUNT OF WS-TARC-RECORD TO WS-LOOKUP-GL-ACCOUNT
    MOVE TARC-ADJ-PERIOD OF WS-TARC-RECORD TO WS-LOOKUP-ADJ-PERIOD
    MOVE TARC-BASE-AMOUNT OF WS-TARC-RECORD TO WS-LOOKUP-AMOUNT
    PERFORM 2200-FIND-TIE-ENTRY
    IF WS-TIE-FOUND-SUB > 0
        IF TARC-POSTED OF WS-TARC-RECORD
            ADD 1 TO WS-TIE-ARC-POSTED (WS-TIE-FOUND-SUB)
        ELSE
            ADD 1 TO WS-TIE-ARC-REVERSED (WS-TIE-FOUND-SUB)
        END-IF
        PERFORM 2150-ADD-ARCHIVE-SIDE
    END-IF
    IF TARC-REVERSAL OF WS-TARC-RECORD
        AND TARC-AT-ORIGINAL-RATE OF WS-TARC-RECORD
        PERFORM 2300-ADD-FX-DIFFERENCE
    END-IF.

2150-ADD-ARCHIVE-SIDE.
    IF WS-LOOKUP-AMOUNT < 0
        ADD 1 TO WS-TIE-ARC-CR-COUNT (WS-TIE-FOUND-SUB)
        SUBTRACT WS-LOOKUP-AMOUNT
            FROM WS-TIE-ARC-CR-TOTAL (WS-TIE-FOUND-SUB)
    ELSE
        ADD 1 TO WS-TIE-ARC-DR-COUNT (WS-TIE-FOUND-SUB)
        ADD WS-LOOKUP-AMOUNT TO WS-TIE-ARC-DR-TOTAL (WS-TIE-FOUND-SUB)
    END-IF.

*> The *F line is keyed on type alone (account spaces) on both legs.
*> Its one record per reversal counts as a reversal here.
2300-ADD-FX-DIFFERENCE.
    ADD TARC-FX-DIFFERENCE OF WS-TARC-RECORD TO WS-ARCHIVE-NET
    MOVE WS-FX-TRAN-TYPE TO WS-LOOKUP-TRAN-TYPE
    MOVE SPACES TO WS-LOOKUP-GL-ACCOUNT
    MOVE SPACES TO WS-LOOKUP-ADJ-PERIOD
    MOVE TARC-FX-DIFFERENCE OF WS-TARC-RECORD TO WS-LOOKUP-AMOUNT
    PERFORM 2200-FIND-TIE-ENTRY
    IF WS-TIE-FOUND-SUB > 0
        ADD 1 TO WS-TIE-ARC-REVERSED (WS-TIE-FOUND-SUB)
        PERFORM 2150-ADD-ARCHIVE-SIDE
    END-IF.

*> Shared by both legs: finds the entry for WS-TIE-LOOKUP's key,
*> adding it zeroed when it is new.
2200-FIND-TIE-ENTRY.
    MOVE 0 TO WS-TIE-FOUND-SUB
    PERFORM 2250-MATCH-TIE-ENTRY
        VARYING WS-TIE-SUB FROM 1 BY 1
        UNTIL WS-TIE-SUB > WS-TIE-COUNT
           OR WS-TIE-FOUND-SUB > 0
    IF WS-TIE-FOUND-SUB = 0
        IF WS-TIE-COUNT < 200
            ADD 1 TO WS-TIE-COUNT
            MOVE WS-TIE-COUNT TO WS-TIE-FOUND-SUB
            MOVE WS-LOOKUP-TRAN-TYPE
                TO WS-TIE-TRAN-TYPE (WS-TIE-FOUND-SUB)
            MOVE WS-LOOKUP-GL-ACCOUNT
                TO WS-TIE-GL-ACCOUNT (WS-TIE-FOUND-SUB)
            MOVE WS-LOOKUP-ADJ-PERIOD
                TO WS-TIE-ADJ-PERIOD (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-ARC-POSTED (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-ARC-REVERSED (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-ARC-DR-COUNT (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-ARC-DR-TOTAL (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-ARC-CR-COUNT (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-ARC-CR-TOTAL (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-EXT-REC-COUNT (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-EXT-DR-COUNT (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-EXT-DR-TOTAL (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-EXT-CR-COUNT (WS-TIE-FOUND-SUB)
            MOVE 0 TO WS-TIE-EXT-CR-TOTAL (WS-TIE-FOUND-SUB)
        ELSE
            IF NOT WS-TIE-OVERFLOW
                SET WS-TIE-OVERFLOW TO TRUE
                DISPLAY "WARNING: more than 200 type/account lines "
                    "for " WS-TIE-DATE " - tie-out incomplete, "
                    "date flagged mismatched"
            END-IF
        END-IF
    END-IF.

2250-MATCH-TIE-ENTRY.
    IF WS-TIE-TRAN-TYPE (WS-TIE-SUB) = WS-LOOKUP-TRAN-TYPE
        AND WS-TIE-GL-ACCOUNT (WS-TIE-SUB) = WS-LOOKUP-GL-ACCOUNT
        AND WS-TIE-ADJ-PERIOD (WS-TIE-SUB) = WS-LOOKUP-ADJ-PERIOD
        MOVE WS-TIE-SUB TO WS-TIE-FOUND-SUB
    END-IF.

3000-ADD-UP-EXTRACTS.
    READ GLIF-FILE INTO WS-GLIF-RECORD
        AT END
            MOVE "Y" TO WS-GLIF-EOF-SW
        NOT AT END
            ADD 1 TO WS-EXTRACTS-READ
            IF GLIF-RUN-DATE OF WS-GLIF-RECORD = WS-TIE-DATE
                AND GLIF-TRAN-TYPE OF WS-GLIF-RECORD NOT = SPACES
                PERFORM 3100-ADD-ONE-EXTRACT
            END-IF
    END-READ
    IF WS-GLIF-FILE-STATUS NOT = "00" AND WS-GLIF-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: GLIF-FILE read status " WS-GLIF-FILE-STATUS
    END-IF.

3100-ADD-ONE-EXTRACT.
    ADD 1 TO WS-EXTRACT-LINES-TIED
    ADD GLIF-FINAL-TOTAL OF WS-GLIF-RECORD TO WS-EXTRACT-NET
    MOVE GLIF-TRAN-TYPE OF WS-GLIF-RECORD TO WS-LOOKUP-TRAN-TYPE
    IF GLIF-TRAN-TYPE OF WS-GLIF-RECORD = WS-FX-TRAN-TYPE
        MOVE SPACES TO WS-LOOKUP-GL-ACCOUNT
    ELSE
        MOVE GLIF-GL-ACCOUNT OF WS-GLIF-RECORD TO WS-LOOKUP-GL-ACCOUNT
    END-IF
    MOVE GLIF-ADJ-PERIOD OF WS-GLIF-RECORD TO WS-LOOKUP-ADJ-PERIOD
    PERFORM 2200-FIND-TIE-ENTRY
    IF WS-TIE-FOUND-SUB > 0
        ADD GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
            TO WS-TIE-EXT-REC-COUNT (WS-TIE-FOUND-SUB)
        ADD GLIF-DEBIT-COUNT OF WS-GLIF-RECORD
            TO WS-TIE-EXT-DR-COUNT (WS-TIE-FOUND-SUB)
        ADD GLIF-DEBIT-TOTAL OF WS-GLIF-RECORD
            TO WS-TIE-EXT-DR-TOTAL (WS-TIE-FOUND-SUB)
        ADD GLIF-CREDIT-COUNT OF WS-GLIF-RECORD
            TO WS-TIE-EXT-CR-COUNT (WS-TIE-FOUND-SUB)
        ADD GLIF-CREDIT-TOTAL OF WS-GLIF-RECORD
            TO WS-TIE-EXT-CR-TOTAL (WS-TIE-FOUND-SUB)
    END-IF.

*> Judges one line. Record count on the extract side is the posted
*> plus reversal rows on the archive side.
4000-JUDGE-ONE-LINE.
    SET WS-LINE-AGREES TO TRUE
    IF WS-TIE-ARC-DR-TOTAL (WS-TIE-SUB)
            NOT = WS-TIE-EXT-DR-TOTAL (WS-TIE-SUB)
        OR WS-TIE-ARC-CR-TOTAL (WS-TIE-SUB)
            NOT = WS-TIE-EXT-CR-TOTAL (WS-TIE-SUB)
        OR WS-TIE-ARC-DR-COUNT (WS-TIE-SUB)
            NOT = WS-TIE-EXT-DR-COUNT (WS-TIE-SUB)
        OR WS-TIE-ARC-CR-COUNT (WS-TIE-SUB)
            NOT = WS-TIE-EXT-CR-COUNT (WS-TIE-SUB)
        OR WS-TIE-ARC-POSTED (WS-TIE-SUB)
            + WS-TIE-ARC-REVERSED (WS-TIE-SUB)
            NOT = WS-TIE-EXT-REC-COUNT (WS-TIE-SUB)
        MOVE "N" TO WS-LINE-AGREES-SW
    END-IF.

7500-PRODUCE-REPORT.
    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    MOVE "TYPE/ACCOUNT LINES THAT DO NOT AGREE - ARCHIVE vs EXTRACT"
        TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TIE-HEADING
    PERFORM 7550-CHECK-PRINT-STATUS
    PERFORM 7600-REPORT-ONE-LINE
        VARYING WS-TIE-SUB FROM 1 BY 1
        UNTIL WS-TIE-SUB > WS-TIE-COUNT

    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "ARCHIVE ROWS TIED (POSTED + REVERSAL)" TO RPT-LABEL
    MOVE WS-ARCHIVE-ROWS-TIED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "EXTRACT LINES TIED" TO RPT-LABEL
    MOVE WS-EXTRACT-LINES-TIED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "TYPE/ACCOUNT LINES CHECKED" TO RPT-LABEL
    MOVE WS-TIE-COUNT TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "TYPE/ACCOUNT LINES NOT AGREEING" TO RPT-LABEL
    MOVE WS-LINES-MISMATCHED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "ARCHIVE NET (DEBITS LESS CREDITS)" TO RPT-LABEL
    MOVE WS-ARCHIVE-NET TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "EXTRACT NET (DEBITS LESS CREDITS)" TO RPT-LABEL
    MOVE WS-EXTRACT-NET TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-TIE-OVERFLOW
        MOVE "*** TOO MANY TYPE/ACCOUNT LINES - TIE-OUT INCOMPLETE ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF
    IF WS-LINES-MISMATCHED > 0 OR WS-TIE-OVERFLOW
        MOVE "*** GL EXTRACT DOES NOT AGREE WITH THE ARCHIVE ***"
            TO RPT-TEXT
    ELSE
        MOVE "GL EXTRACT AGREES WITH THE ARCHIVE TO THE CENT"
            TO RPT-TEXT
    END-IF
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

*> Only a line that does not agree is printed, archive leg over
*> extract leg.
7600-REPORT-ONE-LINE.
    PERFORM 4000-JUDGE-ONE-LINE
    IF NOT WS-LINE-AGREES
        ADD 1 TO WS-LINES-MISMATCHED
        MOVE WS-TIE-TRAN-TYPE (WS-TIE-SUB)  TO RPT-TIE-TYPE
        MOVE WS-TIE-GL-ACCOUNT (WS-TIE-SUB) TO RPT-TIE-ACCOUNT
        MOVE WS-TIE-ADJ-PERIOD (WS-TIE-SUB) TO RPT-TIE-PERIOD
        MOVE "ARCHIVE " TO RPT-TIE-SIDE
        COMPUTE RPT-TIE-RECS = WS-TIE-ARC-POSTED (WS-TIE-SUB)
            + WS-TIE-ARC-REVERSED (WS-TIE-SUB)
        MOVE WS-TIE-ARC-DR-COUNT (WS-TIE-SUB) TO RPT-TIE-DR-COUNT
        MOVE WS-TIE-ARC-DR-TOTAL (WS-TIE-SUB) TO RPT-TIE-DR-TOTAL
        MOVE WS-TIE-ARC-CR-COUNT (WS-TIE-SUB) TO RPT-TIE-CR-COUNT
        MOVE WS-TIE-ARC-CR-TOTAL (WS-TIE-SUB) TO RPT-TIE-CR-TOTAL
        MOVE WS-TIE-ARC-POSTED (WS-TIE-SUB)   TO RPT-TIE-POSTED
        MOVE WS-TIE-ARC-REVERSED (WS-TIE-SUB) TO RPT-TIE-REVERSED
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TIE-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        MOVE SPACES TO RPT-TIE-TYPE
        MOVE SPACES TO RPT-TIE-ACCOUNT
        MOVE SPACES TO RPT-TIE-PERIOD
        MOVE "EXTRACT " TO RPT-TIE-SIDE
        MOVE WS-TIE-EXT-REC-COUNT (WS-TIE-SUB) TO RPT-TIE-RECS
        MOVE WS-TIE-EXT-DR-COUNT (WS-TIE-SUB) TO RPT-TIE-DR-COUNT
        MOVE WS-TIE-EXT-DR-TOTAL (WS-TIE-SUB) TO RPT-TIE-DR-TOTAL
        MOVE WS-TIE-EXT-CR-COUNT (WS-TIE-SUB) TO RPT-TIE-CR-COUNT
        MOVE WS-TIE-EXT-CR-TOTAL (WS-TIE-SUB) TO RPT-TIE-CR-TOTAL
        MOVE 0 TO RPT-TIE-POSTED
        MOVE 0 TO RPT-TIE-REVERSED
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TIE-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
        DISPLAY "WARNING: type " WS-TIE-TRAN-TYPE (WS-TIE-SUB)
            " account " WS-TIE-GL-ACCOUNT (WS-TIE-SUB)
            " does not agree with the archive for " WS-TIE-DATE
    END-IF.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
    END-IF.

*> GLTIEHST is cumulative and append-only; the OUTPUT fallback only
*> fires the very first time, as it does for RUNHIST.
8000-WRITE-TIE-RESULT.
    MOVE SPACES TO WS-GLTIE-RECORD
    MOVE WS-TIE-DATE           TO GLTIE-RUN-DATE OF WS-GLTIE-RECORD
    MOVE WS-CURRENT-TIMESTAMP  TO GLTIE-TIMESTAMP OF WS-GLTIE-RECORD
    MOVE WS-TIE-COUNT          TO GLTIE-LINES-CHECKED OF WS-GLTIE-RECORD
    MOVE WS-LINES-MISMATCHED
        TO GLTIE-LINES-MISMATCHED OF WS-GLTIE-RECORD
    MOVE WS-ARCHIVE-ROWS-TIED  TO GLTIE-ARCHIVE-ROWS OF WS-GLTIE-RECORD
    MOVE WS-EXTRACT-LINES-TIED TO GLTIE-EXTRACT-LINES OF WS-GLTIE-RECORD
    MOVE WS-ARCHIVE-NET        TO GLTIE-ARCHIVE-NET OF WS-GLTIE-RECORD
    MOVE WS-EXTRACT-NET        TO GLTIE-EXTRACT-NET OF WS-GLTIE-RECORD
    IF WS-LINES-MISMATCHED > 0 OR WS-TIE-OVERFLOW
        SET GLTIE-MISMATCH OF WS-GLTIE-RECORD TO TRUE
    ELSE
        SET GLTIE-AGREES OF WS-GLTIE-RECORD TO TRUE
    END-IF
    OPEN EXTEND GLTIE-FILE
    IF WS-GLTIE-FILE-STATUS = "35"
        OPEN OUTPUT GLTIE-FILE
    END-IF
    IF WS-GLTIE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: GLTIE-FILE open status " WS-GLTIE-FILE-STATUS
            " - tie-out result for " WS-TIE-DATE " NOT recorded"
        SET WS-RESULT-UNRECORDED TO TRUE
    ELSE
        WRITE GLTIE-FILE-RECORD FROM WS-GLTIE-RECORD
        IF WS-GLTIE-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: GLTIE-FILE write status "
                WS-GLTIE-FILE-STATUS
                " - tie-out result for " WS-TIE-DATE " NOT recorded"
            SET WS-RESULT-UNRECORDED TO TRUE
        END-IF
        CLOSE GLTIE-FILE
    END-IF.

9000-TERMINATE.
    IF NOT WS-TIE-FAILED
        DISPLAY "BUGGLTIE: run date tied out  " WS-TIE-DATE
        DISPLAY "BUGGLTIE: archive rows tied   " WS-ARCHIVE-ROWS-TIED
        DISPLAY "BUGGLTIE: extract lines tied  " WS-EXTRACT-LINES-TIED
        DISPLAY "BUGGLTIE: lines checked       " WS-TIE-COUNT
        DISPLAY "BUGGLTIE: lines not agreeing  " WS-LINES-MISMATCHED
        CLOSE TARC-FILE
        CLOSE GLIF-FILE
        CLOSE PRINT-FILE
    END-IF.

*> A mismatch holds the period the way BUGCLOSE will; a result that
*> agreed but never reached GLTIEHST only warns, since BUGCLOSE
*> treats a missing result as proving nothing either way.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-TIE-FAILED
            MOVE 12 TO WS-CONDITION-CODE
        WHEN WS-LINES-MISMATCHED > 0 OR WS-TIE-OVERFLOW
            MOVE 8 TO WS-CONDITION-CODE
        WHEN WS-RESULT-UNRECORDED
            MOVE 4 TO WS-CONDITION-CODE
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
    END-EVALUATE
    DISPLAY "BUGGLTIE: condition code " WS-CONDITION-CODE.
