      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGAUDIT
*> Weekly audit review of the operator journals. BUGMNT journals
*> every forced-fresh start and cleared suspect flag (CKPJRNRC),
*> BUGTMNT every TYPEMAP add, change and delete (TMJRNRC), BUGRFAP
*> every referral decision and limit change (RFJRNRC), and BUGSMNT
*> every suspense correction and write-off mark (SRJRNRC) - but
*> nothing read them back, so the controls existed only on paper
*> and the quarterly audit questions were answered by hand from
*> screen prints. This report reads the offloaded journal extracts
*> for the review window (AUPARMRC - by default the seven days
*> ending on the run date), lists every entry in it, and then
*> correlates the checkpoint and mapping journals against RUNHIST
*> and TRANARCH to flag the risky patterns:
*>   - a TYPEMAP add, change or delete whose effective date is on
*>     or before a run date that had already posted that type under
*>     the old account (for an add, under whatever account was in
*>     force) - the change rewrites what the mapping says for days
*>     already in the GL. A change that left the account alone (a
*>     description-only change, judged against TYPEMAP as it stands
*>     now) is not a rewrite and is not flagged;
*>   - a suspect flag cleared on a run whose RUNHIST 'E' record
*>     shows it ended out of balance;
*>   - a forced-fresh start on a run-id that then posted to GL on
*>     or after the day of the override (posted or reversal rows on
*>     TRANARCH under that run-id);
*>   - one operator both changing the mapping and clearing a suspect
*>     flag on the same day.
*> The archive carries a run date but no run time, so a run on the
*> very day of a mapping change counts as having posted before it;
*> the report over-reports that day rather than miss it.
*> It ends with a condition code for the scheduler: 12 when the
*> report cannot be written, 8 when anything is flagged, 4 when a
*> journal, RUNHIST or TRANARCH could not be read or a journal held
*> more entries than the review tables (the review is incomplete),
*> otherwise 0.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGAUDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CKPJRN-FILE ASSIGN TO "CKPJRN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CKPJRN-FILE-STATUS.

    SELECT TMJRN-FILE ASSIGN TO "TMJRN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TMJRN-FILE-STATUS.

    SELECT RFJRN-FILE ASSIGN TO "RFJRN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RFJRN-FILE-STATUS.

    SELECT SRJRN-FILE ASSIGN TO "SRJRN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SRJRN-FILE-STATUS.

    SELECT RUNH-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNH-FILE-STATUS.

    SELECT TARC-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TARC-KEY OF TARC-RECORD
        FILE STATUS IS WS-TARC-FILE-STATUS.

    SELECT TYPMAP-FILE ASSIGN TO "TYPEMAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TYPMAP-KEY
        FILE STATUS IS WS-TYPMAP-FILE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "AURPTOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.

    SELECT AUPARM-FILE ASSIGN TO "AUPARMIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUPARM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CKPJRN-FILE
    RECORDING MODE IS F.
01  CKPJRN-FILE-RECORD                     PIC X(80).

FD  TMJRN-FILE
    RECORDING MODE IS F.
01  TMJRN-FILE-RECORD                      PIC X(80).

FD  RFJRN-FILE
    RECORDING MODE IS F.
01  RFJRN-FILE-RECORD                      PIC X(120).

FD  SRJRN-FILE
    RECORDING MODE IS F.
01  SRJRN-FILE-RECORD                      PIC X(170).

FD  RUNH-FILE
    RECORDING MODE IS F.
01  RUNH-FILE-RECORD                       PIC X(160).

FD  TARC-FILE.
COPY TARCREC.

FD  TYPMAP-FILE.
COPY TYPMAPRC.

FD  PRINT-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).

FD  AUPARM-FILE
    RECORDING MODE IS F.
COPY AUPARMRC.

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-CKPJRN-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-TMJRN-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-RFJRN-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-SRJRN-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-RUNH-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-TARC-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-TYPMAP-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-AUPARM-FILE-STATUS           PIC X(02) VALUE '00'.

01  WS-COUNTERS.
    05  WS-CKPJRN-READ                  PIC 9(9) VALUE 0.
    05  WS-TMJRN-READ                   PIC 9(9) VALUE 0.
    05  WS-RFJRN-READ                   PIC 9(9) VALUE 0.
    05  WS-SRJRN-READ                   PIC 9(9) VALUE 0.
    05  WS-ENTRIES-IN-WINDOW            PIC 9(9) VALUE 0.
    05  WS-HISTORY-READ                 PIC 9(9) VALUE 0.
    05  WS-ARCHIVE-READ                 PIC 9(9) VALUE 0.
    05  WS-RETRO-MAPPING-FLAGS          PIC 9(5) VALUE 0.
    05  WS-OOB-CLEAR-FLAGS              PIC 9(5) VALUE 0.
    05  WS-FRESH-POSTED-FLAGS           PIC 9(5) VALUE 0.
    05  WS-SAME-OPERATOR-FLAGS          PIC 9(5) VALUE 0.
    05  WS-TOTAL-FLAGS                  PIC 9(5) VALUE 0.

01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.

01  WS-SWITCHES.
    05  WS-EOF-SW                       PIC X(01) VALUE 'N'.
        88  WS-EOF                          VALUE 'Y'.
    05  WS-REVIEW-INCOMPLETE-SW         PIC X(01) VALUE 'N'.
        88  WS-REVIEW-INCOMPLETE            VALUE 'Y'.
    05  WS-PRINT-FAILED-SW              PIC X(01) VALUE 'N'.
        88  WS-PRINT-FAILED                 VALUE 'Y'.
    05  WS-SECTION-HEADED-SW            PIC X(01) VALUE 'N'.
        88  WS-SECTION-HEADED               VALUE 'Y'.

*> The review window, as journal dates. Defaults to the seven days
*> ending on the run date.
01  WS-DATE-WORK.
    05  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.
    05  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
    05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
    05  WS-TODAY-INTEGER                PIC 9(08) VALUE 0.
    05  WS-WINDOW-START-INT             PIC 9(08) VALUE 0.
    05  WS-WINDOW-START-NUM             PIC 9(08) VALUE 0.
    05  WS-WINDOW-FROM-DATE             PIC X(08) VALUE SPACES.
    05  WS-WINDOW-TO-DATE               PIC X(08) VALUE SPACES.
    05  WS-JOURNAL-DATE                 PIC X(08) VALUE SPACES.

01  WS-REPORT-HEADING-TEXT              PIC X(132) VALUE SPACES.

COPY CKPJRNRC REPLACING CKPJRN-RECORD BY WS-CKPJRN-RECORD.

COPY TMJRNRC REPLACING TMJRN-RECORD BY WS-TMJRN-RECORD.

COPY RFJRNRC REPLACING RFJRN-RECORD BY WS-RFJRN-RECORD.

COPY SRJRNRC REPLACING SRJRN-RECORD BY WS-SRJRN-RECORD.

COPY RUNHREC REPLACING RUNH-RECORD BY WS-RUNH-RECORD.

*> The corrected image on a suspense journal entry, for its TRAN-ID.
COPY TRANREC REPLACING TRAN-RECORD BY WS-AFTER-TRAN-RECORD.

*> Checkpoint overrides in the window, with what RUNHIST, TRANARCH
*> and the mapping journal say about each. A week of overrides is
*> a handful; 500 is room for a quarter's review.
01  WS-CKP-TABLE.
    05  WS-CKP-COUNT                    PIC 9(03) VALUE 0.
    05  WS-CKP-SUB                      PIC 9(03) VALUE 0.
    05  WS-CKP-ENTRY OCCURS 500 TIMES.
        10  WS-CKP-DATE                 PIC X(08).
        10  WS-CKP-TIME                 PIC X(06).
        10  WS-CKP-OPERATOR             PIC X(08).
        10  WS-CKP-ACTION               PIC X(08).
            88  WS-CKP-FORCED-FRESH         VALUE 'FRCFRESH'.
            88  WS-CKP-CLEARED-SUSPECT      VALUE 'CLRSUSPC'.
        10  WS-CKP-RUN-ID               PIC X(08).
        10  WS-CKP-STEP-ID              PIC X(08).
        10  WS-CKP-OOB-END-TIMESTAMP    PIC X(14).
        10  WS-CKP-OOB-VAR2             PIC S9(15)V99.
        10  WS-CKP-POSTED-ROWS          PIC 9(09).
        10  WS-CKP-FIRST-POST-DATE      PIC X(08).
        10  WS-CKP-LAST-POST-DATE       PIC X(08).
        10  WS-CKP-MAP-CHANGES          PIC 9(05).

*> Mapping changes in the window, with the postings each one
*> rewrote. A description-only change is kept (the same-day check
*> still counts it as a mapping change) but never correlated.
01  WS-TM-TABLE.
    05  WS-TM-COUNT                     PIC 9(03) VALUE 0.
    05  WS-TM-SUB                       PIC 9(03) VALUE 0.
    05  WS-TM-ENTRY OCCURS 500 TIMES.
        10  WS-TM-DATE                  PIC X(08).
        10  WS-TM-TIME                  PIC X(06).
        10  WS-TM-OPERATOR              PIC X(08).
        10  WS-TM-ACTION                PIC X(08).
            88  WS-TM-CHANGED-ENTRY         VALUE 'MAPCHG'.
        10  WS-TM-TRAN-TYPE             PIC X(02).
        10  WS-TM-EFF-DATE              PIC X(08).
        10  WS-TM-OLD-GL-ACCOUNT        PIC X(10).
        10  WS-TM-DESC-ONLY-SW          PIC X(01).
            88  WS-TM-DESC-ONLY             VALUE 'Y'.
        10  WS-TM-HIT-ROWS              PIC 9(09).
        10  WS-TM-HIT-AMOUNT            PIC S9(15)V99.
        10  WS-TM-FIRST-TRAN-ID         PIC X(10).
        10  WS-TM-FIRST-RUN-DATE        PIC X(08).

*> ---------------------------------------------------------------
*> Audit review report layout, in the RPTOUT mold.
*> ---------------------------------------------------------------
01  WS-REPORT-HEADING-1.
    05  FILLER                          PIC X(40) VALUE
        "BUGAUDIT - OPERATOR JOURNAL AUDIT REVIEW".
    05  FILLER                          PIC X(10) VALUE "RUN DATE: ".
    05  RPT-RUN-DATE                    PIC X(08).
    05  FILLER                          PIC X(10) VALUE "  WINDOW: ".
    05  RPT-WINDOW-FROM                 PIC X(08).
    05  FILLER                          PIC X(04) VALUE " TO ".
    05  RPT-WINDOW-TO                   PIC X(08).
    05  FILLER                          PIC X(44) VALUE SPACES.

01  WS-REPORT-TEXT-LINE.
    05  RPT-TEXT                        PIC X(132).

01  WS-REPORT-DETAIL-LINE.
    05  RPT-LABEL                       PIC X(40).
    05  RPT-VALUE                       PIC Z(08)9.
    05  FILLER                          PIC X(83) VALUE SPACES.

*> One journal entry. The detail area is laid out per journal, each
*> journal listed under its own column heading.
01  WS-REPORT-ACTIVITY-LINE.
    05  RPT-ACT-DATE                    PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-ACT-TIME                    PIC X(06).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-ACT-OPERATOR                PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-ACT-ACTION                  PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-ACT-DETAIL                  PIC X(70).
    05  RPT-ACT-CKP-DETAIL REDEFINES RPT-ACT-DETAIL.
        10  RPT-ACT-CKP-RUN-ID          PIC X(08).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-CKP-STEP-ID         PIC X(08).
        10  FILLER                      PIC X(05).
        10  RPT-ACT-CKP-OLD-STATUS      PIC X(01).
        10  FILLER                      PIC X(09).
        10  RPT-ACT-CKP-OLD-SUSPECT     PIC X(01).
        10  FILLER                      PIC X(37).
    05  RPT-ACT-TM-DETAIL REDEFINES RPT-ACT-DETAIL.
        10  RPT-ACT-TM-TRAN-TYPE        PIC X(02).
        10  FILLER                      PIC X(03).
        10  RPT-ACT-TM-EFF-DATE         PIC X(08).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-TM-OLD-GL-ACCOUNT   PIC X(10).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-TM-OLD-DESCRIPTION  PIC X(20).
        10  FILLER                      PIC X(25).
    05  RPT-ACT-RF-DETAIL REDEFINES RPT-ACT-DETAIL.
        10  RPT-ACT-RF-TRAN-ID          PIC X(10).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-RF-OCCURRENCE       PIC X(02).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-RF-TRAN-TYPE        PIC X(02).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-RF-SOURCE           PIC X(08).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-RF-AMOUNT           PIC Z(12)9.99-.
        10  FILLER                      PIC X(01).
        10  RPT-ACT-RF-REASON           PIC X(20).
        10  FILLER                      PIC X(06).
    05  RPT-ACT-SR-DETAIL REDEFINES RPT-ACT-DETAIL.
        10  RPT-ACT-SR-REASON-CODE      PIC X(04).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-SR-FIRST-DATE       PIC X(08).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-SR-LOAD-SEQ         PIC X(06).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-SR-RUN-ID           PIC X(08).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-SR-TRAN-ID          PIC X(10).
        10  FILLER                      PIC X(01).
        10  RPT-ACT-SR-WRITE-OFF-REASON PIC X(20).
        10  FILLER                      PIC X(09).
    05  FILLER                          PIC X(28) VALUE SPACES.

01  WS-ACTIVITY-HEADING-CKP             PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   RUN-ID   STEP-ID  OLD-STATUS OLD-SUSPECT".
01  WS-ACTIVITY-HEADING-TM              PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   TYPE EFF-DATE OLD-ACCT   OLD DESCRIPTION".
01  WS-ACTIVITY-HEADING-RF              PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   TRAN-ID    OC TY SOURCE             AMOUNT  REASON".
01  WS-ACTIVITY-HEADING-SR              PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   RSN  1ST-REJ  SEQ    RUN-ID   TRAN-ID    WRITE-OFF REASON".

*> Flag 1: a mapping change that rewrote days already posted.
01  WS-FINDING-HEADING-MAP              PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   TYPE EFF-DATE OLD-ACCT        ROWS         BASE AMOUNT  FIRST TRAN-ID RUN DATE".
01  WS-FINDING-MAP-LINE.
    05  RPT-FM-DATE                     PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-TIME                     PIC X(06).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-OPERATOR                 PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-ACTION                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-TRAN-TYPE                PIC X(02).
    05  FILLER                          PIC X(03) VALUE SPACES.
    05  RPT-FM-EFF-DATE                 PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-OLD-GL-ACCOUNT           PIC X(10).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-ROWS                     PIC Z(08)9.
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-AMOUNT                   PIC Z(15)9.99-.
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FM-FIRST-TRAN-ID            PIC X(10).
    05  FILLER                          PIC X(04) VALUE SPACES.
    05  RPT-FM-FIRST-RUN-DATE           PIC X(08).
    05  FILLER                          PIC X(20) VALUE SPACES.

*> Flags 2 to 4: checkpoint overrides, with what they are judged
*> against in the evidence columns.
01  WS-FINDING-HEADING-OOB              PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   RUN-ID   STEP-ID  RUN ENDED               FINAL VAR2".
01  WS-FINDING-HEADING-FRESH            PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   RUN-ID   STEP-ID  ROWS POSTED FIRST    LAST".
01  WS-FINDING-HEADING-SAME-OP          PIC X(132) VALUE
    "DATE     TIME   OPERATOR ACTION   RUN-ID   STEP-ID  MAPPING CHANGES SAME DAY".
01  WS-FINDING-CKP-LINE.
    05  RPT-FC-DATE                     PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FC-TIME                     PIC X(06).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FC-OPERATOR                 PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FC-ACTION                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FC-RUN-ID                   PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FC-STEP-ID                  PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  RPT-FC-EVIDENCE                 PIC X(40).
    05  RPT-FC-OOB-EVIDENCE REDEFINES RPT-FC-EVIDENCE.
        10  RPT-FC-OOB-END-TIMESTAMP    PIC X(14).
        10  FILLER                      PIC X(01).
        10  RPT-FC-OOB-VAR2             PIC Z(15)9.99-.
        10  FILLER                      PIC X(05).
    05  RPT-FC-FRESH-EVIDENCE REDEFINES RPT-FC-EVIDENCE.
        10  RPT-FC-POSTED-ROWS          PIC Z(10)9.
        10  FILLER                      PIC X(01).
        10  RPT-FC-FIRST-POST-DATE      PIC X(08).
        10  FILLER                      PIC X(01).
        10  RPT-FC-LAST-POST-DATE       PIC X(08).
        10  FILLER                      PIC X(11).
    05  RPT-FC-SAME-OP-EVIDENCE REDEFINES RPT-FC-EVIDENCE.
        10  RPT-FC-MAP-CHANGES          PIC Z(23)9.
        10  FILLER                      PIC X(16).
    05  FILLER                          PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-CHECKPOINT-JOURNAL
    PERFORM 2100-LOAD-MAPPING-JOURNAL
    PERFORM 2200-LIST-REFERRAL-JOURNAL
    PERFORM 2300-LIST-SUSPENSE-JOURNAL
    PERFORM 2400-SCREEN-DESCRIPTION-CHANGES
    PERFORM 3000-SCAN-RUN-HISTORY
    PERFORM 4000-SCAN-TRANSACTION-ARCHIVE
    PERFORM 5000-MATCH-SAME-DAY-OPERATORS
    PERFORM 7000-PRODUCE-FINDINGS
    PERFORM 9000-TERMINATE
    PERFORM 9700-SET-CONDITION-CODE
    MOVE WS-CONDITION-CODE TO RETURN-CODE
    STOP RUN.

1000-INITIALIZE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
    COMPUTE WS-WINDOW-START-INT = WS-TODAY-INTEGER - 6
    COMPUTE WS-WINDOW-START-NUM =
        FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT)
    MOVE WS-WINDOW-START-NUM TO WS-WINDOW-FROM-DATE
    MOVE WS-RUN-DATE TO WS-WINDOW-TO-DATE
    PERFORM 1050-READ-PARM-FILE
    OPEN OUTPUT PRINT-FILE
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: PRINT-FILE open status " WS-PRINT-FILE-STATUS
            " - audit review NOT produced"
        MOVE "Y" TO WS-PRINT-FAILED-SW
    ELSE
        MOVE WS-RUN-DATE TO RPT-RUN-DATE
        MOVE WS-WINDOW-FROM-DATE TO RPT-WINDOW-FROM
        MOVE WS-WINDOW-TO-DATE TO RPT-WINDOW-TO
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-HEADING-1
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

*> A window that is not two real dates in order is ignored whole -
*> half a window is not a review anyone asked for.
1050-READ-PARM-FILE.
    OPEN INPUT AUPARM-FILE
    IF WS-AUPARM-FILE-STATUS NOT = "00"
        DISPLAY
            "NOTE: no AUPARM-FILE - reviewing the seven days to "
            WS-RUN-DATE
    ELSE
        READ AUPARM-FILE
            AT END
                DISPLAY "WARNING: AUPARM-FILE empty - "
                    "reviewing the seven days to " WS-RUN-DATE
            NOT AT END
                IF AUPARM-FROM-DATE = SPACES
                    AND AUPARM-TO-DATE = SPACES
                    CONTINUE
                ELSE
                    IF AUPARM-FROM-DATE NUMERIC
                        AND AUPARM-TO-DATE NUMERIC
                        AND AUPARM-FROM-DATE <= AUPARM-TO-DATE
                        MOVE AUPARM-FROM-DATE TO WS-WINDOW-FROM-DATE
                        MOVE AUPARM-TO-DATE TO WS-WINDOW-TO-DATE
                    ELSE
                        DISPLAY "WARNING: AUPARM window invalid - "
                            "reviewing the seven days to " WS-RUN-DATE
                    END-IF
                END-IF
        END-READ
        CLOSE AUPARM-FILE
    END-IF
    DISPLAY "BUGAUDIT: reviewing journal dates " WS-WINDOW-FROM-DATE
        " to " WS-WINDOW-TO-DATE.

*> ---------------------------------------------------------------
*> Journal passes. Each journal is listed in full for the window
*> under its own heading; the checkpoint and mapping entries are
*> also kept for the correlation passes that follow.
*> ---------------------------------------------------------------
2000-LOAD-CHECKPOINT-JOURNAL.
    MOVE "CHECKPOINT OVERRIDES (BUGMNT - CKPJRN)" TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-ACTIVITY-HEADING-CKP
    PERFORM 7550-CHECK-PRINT-STATUS
    OPEN INPUT CKPJRN-FILE
    IF WS-CKPJRN-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: CKPJRN-FILE open status "
            WS-CKPJRN-FILE-STATUS " - checkpoint overrides NOT reviewed"
        MOVE "Y" TO WS-REVIEW-INCOMPLETE-SW
        MOVE "*** CKPJRN COULD NOT BE READ - NOT REVIEWED ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 2050-READ-ONE-CHECKPOINT-ENTRY UNTIL WS-EOF
        CLOSE CKPJRN-FILE
    END-IF.

2050-READ-ONE-CHECKPOINT-ENTRY.
    READ CKPJRN-FILE INTO WS-CKPJRN-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-CKPJRN-READ
            MOVE CKPJRN-TIMESTAMP OF WS-CKPJRN-RECORD(1:8)
                TO WS-JOURNAL-DATE
            IF WS-JOURNAL-DATE >= WS-WINDOW-FROM-DATE
                AND WS-JOURNAL-DATE <= WS-WINDOW-TO-DATE
                ADD 1 TO WS-ENTRIES-IN-WINDOW
                PERFORM 2060-LIST-CHECKPOINT-ENTRY
                PERFORM 2070-KEEP-CHECKPOINT-ENTRY
            END-IF
    END-READ
    IF WS-CKPJRN-FILE-STATUS NOT = "00"
        AND WS-CKPJRN-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: CKPJRN-FILE read status "
            WS-CKPJRN-FILE-STATUS
    END-IF.

2060-LIST-CHECKPOINT-ENTRY.
    MOVE SPACES TO RPT-ACT-DETAIL
    MOVE CKPJRN-TIMESTAMP OF WS-CKPJRN-RECORD(1:8) TO RPT-ACT-DATE
    MOVE CKPJRN-TIMESTAMP OF WS-CKPJRN-RECORD(9:6) TO RPT-ACT-TIME
    MOVE CKPJRN-OPERATOR-ID OF WS-CKPJRN-RECORD TO RPT-ACT-OPERATOR
    MOVE CKPJRN-ACTION OF WS-CKPJRN-RECORD TO RPT-ACT-ACTION
    MOVE CKPJRN-RUN-ID OF WS-CKPJRN-RECORD TO RPT-ACT-CKP-RUN-ID
    MOVE CKPJRN-STEP-ID OF WS-CKPJRN-RECORD TO RPT-ACT-CKP-STEP-ID
    MOVE CKPJRN-OLD-STATUS OF WS-CKPJRN-RECORD
        TO RPT-ACT-CKP-OLD-STATUS
    MOVE CKPJRN-OLD-SUSPECT-FLAG OF WS-CKPJRN-RECORD
        TO RPT-ACT-CKP-OLD-SUSPECT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-ACTIVITY-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

2070-KEEP-CHECKPOINT-ENTRY.
    IF WS-CKP-COUNT < 500
        ADD 1 TO WS-CKP-COUNT
        MOVE WS-JOURNAL-DATE TO WS-CKP-DATE (WS-CKP-COUNT)
        MOVE CKPJRN-TIMESTAMP OF WS-CKPJRN-RECORD(9:6)
            TO WS-CKP-TIME (WS-CKP-COUNT)
        MOVE CKPJRN-OPERATOR-ID OF WS-CKPJRN-RECORD
            TO WS-CKP-OPERATOR (WS-CKP-COUNT)
        MOVE CKPJRN-ACTION OF WS-CKPJRN-RECORD
            TO WS-CKP-ACTION (WS-CKP-COUNT)
        MOVE CKPJRN-RUN-ID OF WS-CKPJRN-RECORD
            TO WS-CKP-RUN-ID (WS-CKP-COUNT)
        MOVE CKPJRN-STEP-ID OF WS-CKPJRN-RECORD
            TO WS-CKP-STEP-ID (WS-CKP-COUNT)
        MOVE SPACES TO WS-CKP-OOB-END-TIMESTAMP (WS-CKP-COUNT)
        MOVE 0 TO WS-CKP-OOB-VAR2 (WS-CKP-COUNT)
        MOVE 0 TO WS-CKP-POSTED-ROWS (WS-CKP-COUNT)
        MOVE SPACES TO WS-CKP-FIRST-POST-DATE (WS-CKP-COUNT)
        MOVE SPACES TO WS-CKP-LAST-POST-DATE (WS-CKP-COUNT)
        MOVE 0 TO WS-CKP-MAP-CHANGES (WS-CKP-COUNT)
    ELSE
        IF NOT WS-REVIEW-INCOMPLETE
            DISPLAY "WARNING: more than 500 checkpoint overrides in "
                "the window - the rest are listed but not correlated"
        END-IF
        MOVE "Y" TO WS-REVIEW-INCOMPLETE-SW
    END-IF.

2100-LOAD-MAPPING-JOURNAL.
    MOVE "MAPPING CHANGES (BUGTMNT - TMJRN)" TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-ACTIVITY-HEADING-TM
    PERFORM 7550-CHECK-PRINT-STATUS
    OPEN INPUT TMJRN-FILE
    IF WS-TMJRN-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: TMJRN-FILE open status "
            WS-TMJRN-FILE-STATUS " - mapping changes NOT reviewed"
        MOVE "Y" TO WS-REVIEW-INCOMPLETE-SW
        MOVE "*** TMJRN COULD NOT BE READ - NOT REVIEWED ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 2150-READ-ONE-MAPPING-ENTRY UNTIL WS-EOF
        CLOSE TMJRN-FILE
    END-IF.

2150-READ-ONE-MAPPING-ENTRY.
    READ TMJRN-FILE INTO WS-TMJRN-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-TMJRN-READ
            MOVE TMJRN-TIMESTAMP OF WS-TMJRN-RECORD(1:8)
                TO WS-JOURNAL-DATE
            IF WS-JOURNAL-DATE >= WS-WINDOW-FROM-DATE
                AND WS-JOURNAL-DATE <= WS-WINDOW-TO-DATE
                ADD 1 TO WS-ENTRIES-IN-WINDOW
                PERFORM 2160-LIST-MAPPING-ENTRY
                PERFORM 2170-KEEP-MAPPING-ENTRY
            END-IF
    END-READ
    IF WS-TMJRN-FILE-STATUS NOT = "00"
        AND WS-TMJRN-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: TMJRN-FILE read status " WS-TMJRN-FILE-STATUS
    END-IF.

2160-LIST-MAPPING-ENTRY.
    MOVE SPACES TO RPT-ACT-DETAIL
    MOVE TMJRN-TIMESTAMP OF WS-TMJRN-RECORD(1:8) TO RPT-ACT-DATE
    MOVE TMJRN-TIMESTAMP OF WS-TMJRN-RECORD(9:6) TO RPT-ACT-TIME
    MOVE TMJRN-OPERATOR-ID OF WS-TMJRN-RECORD TO RPT-ACT-OPERATOR
    MOVE TMJRN-ACTION OF WS-TMJRN-RECORD TO RPT-ACT-ACTION
    MOVE TMJRN-TRAN-TYPE OF WS-TMJRN-RECORD TO RPT-ACT-TM-TRAN-TYPE
    MOVE TMJRN-EFFECTIVE-DATE OF WS-TMJRN-RECORD
        TO RPT-ACT-TM-EFF-DATE
    MOVE TMJRN-OLD-GL-ACCOUNT OF WS-TMJRN-RECORD
        TO RPT-ACT-TM-OLD-GL-ACCOUNT
    MOVE TMJRN-OLD-DESCRIPTION OF WS-TMJRN-RECORD
        TO RPT-ACT-TM-OLD-DESCRIPTION
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-ACTIVITY-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

2170-KEEP-MAPPING-ENTRY.
    IF WS-TM-COUNT < 500
        ADD 1 TO WS-TM-COUNT
        MOVE WS-JOURNAL-DATE TO WS-TM-DATE (WS-TM-COUNT)
        MOVE TMJRN-TIMESTAMP OF WS-TMJRN-RECORD(9:6)
            TO WS-TM-TIME (WS-TM-COUNT)
        MOVE TMJRN-OPERATOR-ID OF WS-TMJRN-RECORD
            TO WS-TM-OPERATOR (WS-TM-COUNT)
        MOVE TMJRN-ACTION OF WS-TMJRN-RECORD
            TO WS-TM-ACTION (WS-TM-COUNT)
        MOVE TMJRN-TRAN-TYPE OF WS-TMJRN-RECORD
            TO WS-TM-TRAN-TYPE (WS-TM-COUNT)
        MOVE TMJRN-EFFECTIVE-DATE OF WS-TMJRN-RECORD
            TO WS-TM-EFF-DATE (WS-TM-COUNT)
        MOVE TMJRN-OLD-GL-ACCOUNT OF WS-TMJRN-RECORD
            TO WS-TM-OLD-GL-ACCOUNT (WS-TM-COUNT)
        MOVE "N" TO WS-TM-DESC-ONLY-SW (WS-TM-COUNT)
        MOVE 0 TO WS-TM-HIT-ROWS (WS-TM-COUNT)
        MOVE 0 TO WS-TM-HIT-AMOUNT (WS-TM-COUNT)
        MOVE SPACES TO WS-TM-FIRST-TRAN-ID (WS-TM-COUNT)
        MOVE SPACES TO WS-TM-FIRST-RUN-DATE (WS-TM-COUNT)
    ELSE
        IF NOT WS-REVIEW-INCOMPLETE
            DISPLAY "WARNING: more than 500 mapping changes in "
                "the window - the rest are listed but not correlated"
        END-IF
        MOVE "Y" TO WS-REVIEW-INCOMPLETE-SW
    END-IF.

*> The referral and suspense journals are listed only - nothing in
*> them is correlated - so either one missing is a note, not an
*> incomplete review.
2200-LIST-REFERRAL-JOURNAL.
    MOVE "REFERRAL DECISIONS AND LIMITS (BUGRFAP - RFJRN)" TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-ACTIVITY-HEADING-RF
    PERFORM 7550-CHECK-PRINT-STATUS
    OPEN INPUT RFJRN-FILE
    IF WS-RFJRN-FILE-STATUS NOT = "00"
        DISPLAY "NOTE: RFJRN-FILE open status " WS-RFJRN-FILE-STATUS
            " - referral journal not listed"
        MOVE "*** RFJRN NOT AVAILABLE ***" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 2250-LIST-ONE-REFERRAL-ENTRY UNTIL WS-EOF
        CLOSE RFJRN-FILE
    END-IF.

2250-LIST-ONE-REFERRAL-ENTRY.
    READ RFJRN-FILE INTO WS-RFJRN-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-RFJRN-READ
            MOVE RFJRN-TIMESTAMP OF WS-RFJRN-RECORD(1:8)
                TO WS-JOURNAL-DATE
            IF WS-JOURNAL-DATE >= WS-WINDOW-FROM-DATE
                AND WS-JOURNAL-DATE <= WS-WINDOW-TO-DATE
                ADD 1 TO WS-ENTRIES-IN-WINDOW
                MOVE SPACES TO RPT-ACT-DETAIL
                MOVE WS-JOURNAL-DATE TO RPT-ACT-DATE
                MOVE RFJRN-TIMESTAMP OF WS-RFJRN-RECORD(9:6)
                    TO RPT-ACT-TIME
                MOVE RFJRN-OPERATOR-ID OF WS-RFJRN-RECORD
                    TO RPT-ACT-OPERATOR
                MOVE RFJRN-ACTION OF WS-RFJRN-RECORD TO RPT-ACT-ACTION
                MOVE RFJRN-TRAN-ID OF WS-RFJRN-RECORD
                    TO RPT-ACT-RF-TRAN-ID
                MOVE RFJRN-OCCURRENCE OF WS-RFJRN-RECORD
                    TO RPT-ACT-RF-OCCURRENCE
                MOVE RFJRN-TRAN-TYPE OF WS-RFJRN-RECORD
                    TO RPT-ACT-RF-TRAN-TYPE
                MOVE RFJRN-SOURCE-SYSTEM OF WS-RFJRN-RECORD
                    TO RPT-ACT-RF-SOURCE
                MOVE RFJRN-AMOUNT OF WS-RFJRN-RECORD
                    TO RPT-ACT-RF-AMOUNT
                MOVE RFJRN-REASON OF WS-RFJRN-RECORD
                    TO RPT-ACT-RF-REASON
                WRITE PRINT-FILE-RECORD FROM WS-REPORT-ACTIVITY-LINE
                PERFORM 7550-CHECK-PRINT-STATUS
            END-IF
    END-READ
    IF WS-RFJRN-FILE-STATUS NOT = "00"
        AND WS-RFJRN-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: RFJRN-FILE read status " WS-RFJRN-FILE-STATUS
    END-IF.

2300-LIST-SUSPENSE-JOURNAL.
    MOVE "SUSPENSE REPAIRS (BUGSMNT - SRJRN)" TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-ACTIVITY-HEADING-SR
    PERFORM 7550-CHECK-PRINT-STATUS
    OPEN INPUT SRJRN-FILE
    IF WS-SRJRN-FILE-STATUS NOT = "00"
        DISPLAY "NOTE: SRJRN-FILE open status " WS-SRJRN-FILE-STATUS
            " - suspense journal not listed"
        MOVE "*** SRJRN NOT AVAILABLE ***" TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    ELSE
        MOVE "N" TO WS-EOF-SW
        PERFORM 2350-LIST-ONE-SUSPENSE-ENTRY UNTIL WS-EOF
        CLOSE SRJRN-FILE
    END-IF.

2350-LIST-ONE-SUSPENSE-ENTRY.
    READ SRJRN-FILE INTO WS-SRJRN-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-SRJRN-READ
            MOVE SRJRN-TIMESTAMP OF WS-SRJRN-RECORD(1:8)
                TO WS-JOURNAL-DATE
            IF WS-JOURNAL-DATE >= WS-WINDOW-FROM-DATE
                AND WS-JOURNAL-DATE <= WS-WINDOW-TO-DATE
                ADD 1 TO WS-ENTRIES-IN-WINDOW
                MOVE SPACES TO RPT-ACT-DETAIL
                MOVE WS-JOURNAL-DATE TO RPT-ACT-DATE
                MOVE SRJRN-TIMESTAMP OF WS-SRJRN-RECORD(9:6)
                    TO RPT-ACT-TIME
                MOVE SRJRN-OPERATOR-ID OF WS-SRJRN-RECORD
                    TO RPT-ACT-OPERATOR
                MOVE SRJRN-ACTION OF WS-SRJRN-RECORD TO RPT-ACT-ACTION
                MOVE SRJRN-REASON-CODE OF WS-SRJRN-RECORD
                    TO RPT-ACT-SR-REASON-CODE
                MOVE SRJRN-FIRST-REJECT-DATE OF WS-SRJRN-RECORD
                    TO RPT-ACT-SR-FIRST-DATE
                MOVE SRJRN-LOAD-SEQ OF WS-SRJRN-RECORD
                    TO RPT-ACT-SR-LOAD-SEQ
                MOVE SRJRN-RUN-ID OF WS-SRJRN-RECORD
                    TO RPT-ACT-SR-RUN-ID
                MOVE SRJRN-AFTER-IMAGE OF WS-SRJRN-RECORD
                    TO WS-AFTER-TRAN-RECORD
                MOVE TRAN-ID OF WS-AFTER-TRAN-RECORD
                    TO RPT-ACT-SR-TRAN-ID
                MOVE SRJRN-WRITE-OFF-REASON OF WS-SRJRN-RECORD
                    TO RPT-ACT-SR-WRITE-OFF-REASON
                WRITE PRINT-FILE-RECORD FROM WS-REPORT-ACTIVITY-LINE
                PERFORM 7550-CHECK-PRINT-STATUS
            END-IF
    END-READ
    IF WS-SRJRN-FILE-STATUS NOT = "00"
        AND WS-SRJRN-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: SRJRN-FILE read status " WS-SRJRN-FILE-STATUS
    END-IF.

*> TMJRN carries the account a change overwrote but not the one it
*> wrote. If TYPEMAP still holds the old account for that type and
*> date, the change only touched the description and rewrote no
*> posting. Without TYPEMAP every change is treated as an account
*> change - the review over-reports rather than excuses.
2400-SCREEN-DESCRIPTION-CHANGES.
    IF WS-TM-COUNT > 0
        OPEN INPUT TYPMAP-FILE
        IF WS-TYPMAP-FILE-STATUS NOT = "00"
            DISPLAY "NOTE: TYPMAP-FILE open status "
                WS-TYPMAP-FILE-STATUS
                " - every mapping change judged as an account change"
        ELSE
            PERFORM 2450-SCREEN-ONE-CHANGE
                VARYING WS-TM-SUB FROM 1 BY 1
                UNTIL WS-TM-SUB > WS-TM-COUNT
            CLOSE TYPMAP-FILE
        END-IF
    END-IF.

2450-SCREEN-ONE-CHANGE.
    IF WS-TM-CHANGED-ENTRY (WS-TM-SUB)
        MOVE WS-TM-TRAN-TYPE (WS-TM-SUB) TO TYPMAP-TRAN-TYPE
        MOVE WS-TM-EFF-DATE (WS-TM-SUB) TO TYPMAP-EFFECTIVE-DATE
        READ TYPMAP-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF TYPMAP-GL-ACCOUNT = WS-TM-OLD-GL-ACCOUNT (WS-TM-SUB)
                    MOVE "Y" TO WS-TM-DESC-ONLY-SW (WS-TM-SUB)
                END-IF
        END-READ
    END-IF.

*> ---------------------------------------------------------------
*> Correlation passes.
*> ---------------------------------------------------------------
*> Every out-of-balance 'E' record is checked against the suspect
*> flags cleared in the window for the same run and step.
3000-SCAN-RUN-HISTORY.
    IF WS-CKP-COUNT > 0
        OPEN INPUT RUNH-FILE
        IF WS-RUNH-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: RUNH-FILE open status "
                WS-RUNH-FILE-STATUS
                " - cleared suspect flags NOT checked against balance"
            MOVE "Y" TO WS-REVIEW-INCOMPLETE-SW
        ELSE
            MOVE "N" TO WS-EOF-SW
            PERFORM 3050-READ-ONE-HISTORY-RECORD UNTIL WS-EOF
            CLOSE RUNH-FILE
        END-IF
    END-IF.

3050-READ-ONE-HISTORY-RECORD.
    READ RUNH-FILE INTO WS-RUNH-RECORD
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-HISTORY-READ
            IF RUNH-END-REC OF WS-RUNH-RECORD
                AND RUNH-OUT-OF-BALANCE OF WS-RUNH-RECORD
                PERFORM 3100-MATCH-CLEARED-SUSPECT
                    VARYING WS-CKP-SUB FROM 1 BY 1
                    UNTIL WS-CKP-SUB > WS-CKP-COUNT
            END-IF
    END-READ
    IF WS-RUNH-FILE-STATUS NOT = "00" AND WS-RUNH-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: RUNH-FILE read status " WS-RUNH-FILE-STATUS
    END-IF.

*> The latest out-of-balance end on file for the run stands as the
*> evidence - RUNHIST is append-only, so that is the last one read.
3100-MATCH-CLEARED-SUSPECT.
    IF WS-CKP-CLEARED-SUSPECT (WS-CKP-SUB)
        AND WS-CKP-RUN-ID (WS-CKP-SUB) = RUNH-RUN-ID OF WS-RUNH-RECORD
        AND WS-CKP-STEP-ID (WS-CKP-SUB) = RUNH-STEP-ID OF WS-RUNH-RECORD
        MOVE RUNH-END-TIMESTAMP OF WS-RUNH-RECORD(1:14)
            TO WS-CKP-OOB-END-TIMESTAMP (WS-CKP-SUB)
        MOVE RUNH-FINAL-VAR2 OF WS-RUNH-RECORD
            TO WS-CKP-OOB-VAR2 (WS-CKP-SUB)
    END-IF.

*> One pass over the whole archive. Only rows that reached the GL
*> extract count - posted and reversal rows.
4000-SCAN-TRANSACTION-ARCHIVE.
    IF WS-CKP-COUNT > 0 OR WS-TM-COUNT > 0
        OPEN INPUT TARC-FILE
        IF WS-TARC-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: TARC-FILE open status "
                WS-TARC-FILE-STATUS
                " - overrides NOT checked against postings"
            MOVE "Y" TO WS-REVIEW-INCOMPLETE-SW
        ELSE
            MOVE "N" TO WS-EOF-SW
            PERFORM 4050-READ-ONE-ARCHIVE-ROW UNTIL WS-EOF
            CLOSE TARC-FILE
        END-IF
    END-IF.

4050-READ-ONE-ARCHIVE-ROW.
    READ TARC-FILE
        AT END
            MOVE "Y" TO WS-EOF-SW
        NOT AT END
            ADD 1 TO WS-ARCHIVE-READ
            IF TARC-POSTED OR TARC-REVERSAL
                PERFORM 4100-MATCH-MAPPING-CHANGE
                    VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > WS-TM-COUNT
                PERFORM 4200-MATCH-FRESH-START
                    VARYING WS-CKP-SUB FROM 1 BY 1
                    UNTIL WS-CKP-SUB > WS-CKP-COUNT
            END-IF
    END-READ
    IF WS-TARC-FILE-STATUS NOT = "00" AND WS-TARC-FILE-STATUS NOT = "10"
        DISPLAY "WARNING: TARC-FILE read status " WS-TARC-FILE-STATUS
    END-IF.

*> A row of the changed type, run on or after the entry's effective
*> date (a blank date is from the beginning, and sorts first) and no
*> later than the day of the change, that extracted under the
*> account the change overwrote - or, for an add, under any account,
*> since the entry did not exist when the row posted.
4100-MATCH-MAPPING-CHANGE.
    IF NOT WS-TM-DESC-ONLY (WS-TM-SUB)
        AND TARC-TRAN-TYPE = WS-TM-TRAN-TYPE (WS-TM-SUB)
        AND TARC-RUN-DATE NUMERIC
        AND TARC-RUN-DATE >= WS-TM-EFF-DATE (WS-TM-SUB)
        AND TARC-RUN-DATE <= WS-TM-DATE (WS-TM-SUB)
        AND (WS-TM-OLD-GL-ACCOUNT (WS-TM-SUB) = SPACES
             OR TARC-GL-ACCOUNT = WS-TM-OLD-GL-ACCOUNT (WS-TM-SUB))
        ADD 1 TO WS-TM-HIT-ROWS (WS-TM-SUB)
        ADD TARC-BASE-AMOUNT TO WS-TM-HIT-AMOUNT (WS-TM-SUB)
        IF WS-TM-FIRST-RUN-DATE (WS-TM-SUB) = SPACES
            OR TARC-RUN-DATE < WS-TM-FIRST-RUN-DATE (WS-TM-SUB)
            MOVE TARC-RUN-DATE TO WS-TM-FIRST-RUN-DATE (WS-TM-SUB)
            MOVE TARC-TRAN-ID TO WS-TM-FIRST-TRAN-ID (WS-TM-SUB)
        END-IF
    END-IF.

*> A row posted under the overridden run-id on or after the day of
*> the forced-fresh start: the run went on to post from a checkpoint
*> somebody threw away.
4200-MATCH-FRESH-START.
    IF WS-CKP-FORCED-FRESH (WS-CKP-SUB)
        AND TARC-RUN-ID = WS-CKP-RUN-ID (WS-CKP-SUB)
        AND TARC-RUN-DATE >= WS-CKP-DATE (WS-CKP-SUB)
        ADD 1 TO WS-CKP-POSTED-ROWS (WS-CKP-SUB)
        IF WS-CKP-FIRST-POST-DATE (WS-CKP-SUB) = SPACES
            OR TARC-RUN-DATE < WS-CKP-FIRST-POST-DATE (WS-CKP-SUB)
            MOVE TARC-RUN-DATE TO WS-CKP-FIRST-POST-DATE (WS-CKP-SUB)
        END-IF
        IF TARC-RUN-DATE > WS-CKP-LAST-POST-DATE (WS-CKP-SUB)
            MOVE TARC-RUN-DATE TO WS-CKP-LAST-POST-DATE (WS-CKP-SUB)
        END-IF
    END-IF.

*> Each cleared suspect flag is checked against the mapping changes
*> keyed by the same operator on the same day - the one person who
*> could both move a type's postings and wave through the totals
*> that would have shown it.
5000-MATCH-SAME-DAY-OPERATORS.
    PERFORM 5100-MATCH-ONE-CLEARED-SUSPECT
        VARYING WS-CKP-SUB FROM 1 BY 1
        UNTIL WS-CKP-SUB > WS-CKP-COUNT.

5100-MATCH-ONE-CLEARED-SUSPECT.
    IF WS-CKP-CLEARED-SUSPECT (WS-CKP-SUB)
        PERFORM 5150-MATCH-ONE-MAPPING-CHANGE
            VARYING WS-TM-SUB FROM 1 BY 1
            UNTIL WS-TM-SUB > WS-TM-COUNT
    END-IF.

5150-MATCH-ONE-MAPPING-CHANGE.
    IF WS-TM-OPERATOR (WS-TM-SUB) = WS-CKP-OPERATOR (WS-CKP-SUB)
        AND WS-TM-DATE (WS-TM-SUB) = WS-CKP-DATE (WS-CKP-SUB)
        ADD 1 TO WS-CKP-MAP-CHANGES (WS-CKP-SUB)
    END-IF.

*> ---------------------------------------------------------------
*> Findings: one section per flag, each listing its hits or NONE,
*> then the totals.
*> ---------------------------------------------------------------
7000-PRODUCE-FINDINGS.
    MOVE "FINDING 1 - MAPPING CHANGED FOR DAYS ALREADY POSTED"
        TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-FINDING-HEADING-MAP
    PERFORM 7550-CHECK-PRINT-STATUS
    PERFORM 7100-REPORT-MAPPING-FINDING
        VARYING WS-TM-SUB FROM 1 BY 1
        UNTIL WS-TM-SUB > WS-TM-COUNT
    IF WS-RETRO-MAPPING-FLAGS = 0
        PERFORM 7650-REPORT-NONE
    END-IF

    MOVE "FINDING 2 - SUSPECT FLAG CLEARED ON A RUN THAT ENDED OUT OF BALANCE"
        TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-FINDING-HEADING-OOB
    PERFORM 7550-CHECK-PRINT-STATUS
    PERFORM 7200-REPORT-OOB-FINDING
        VARYING WS-CKP-SUB FROM 1 BY 1
        UNTIL WS-CKP-SUB > WS-CKP-COUNT
    IF WS-OOB-CLEAR-FLAGS = 0
        PERFORM 7650-REPORT-NONE
    END-IF

    MOVE "FINDING 3 - FORCED-FRESH START ON A RUN THAT THEN POSTED TO GL"
        TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-FINDING-HEADING-FRESH
    PERFORM 7550-CHECK-PRINT-STATUS
    PERFORM 7300-REPORT-FRESH-FINDING
        VARYING WS-CKP-SUB FROM 1 BY 1
        UNTIL WS-CKP-SUB > WS-CKP-COUNT
    IF WS-FRESH-POSTED-FLAGS = 0
        PERFORM 7650-REPORT-NONE
    END-IF

    MOVE "FINDING 4 - SAME OPERATOR CHANGED THE MAPPING AND CLEARED A SUSPECT FLAG"
        TO RPT-TEXT
    PERFORM 7600-START-SECTION
    WRITE PRINT-FILE-RECORD FROM WS-FINDING-HEADING-SAME-OP
    PERFORM 7550-CHECK-PRINT-STATUS
    PERFORM 7400-REPORT-SAME-OP-FINDING
        VARYING WS-CKP-SUB FROM 1 BY 1
        UNTIL WS-CKP-SUB > WS-CKP-COUNT
    IF WS-SAME-OPERATOR-FLAGS = 0
        PERFORM 7650-REPORT-NONE
    END-IF

    COMPUTE WS-TOTAL-FLAGS = WS-RETRO-MAPPING-FLAGS
        + WS-OOB-CLEAR-FLAGS + WS-FRESH-POSTED-FLAGS
        + WS-SAME-OPERATOR-FLAGS
    PERFORM 7500-REPORT-TOTALS.

7100-REPORT-MAPPING-FINDING.
    IF WS-TM-HIT-ROWS (WS-TM-SUB) > 0
        ADD 1 TO WS-RETRO-MAPPING-FLAGS
        MOVE WS-TM-DATE (WS-TM-SUB) TO RPT-FM-DATE
        MOVE WS-TM-TIME (WS-TM-SUB) TO RPT-FM-TIME
        MOVE WS-TM-OPERATOR (WS-TM-SUB) TO RPT-FM-OPERATOR
        MOVE WS-TM-ACTION (WS-TM-SUB) TO RPT-FM-ACTION
        MOVE WS-TM-TRAN-TYPE (WS-TM-SUB) TO RPT-FM-TRAN-TYPE
        MOVE WS-TM-EFF-DATE (WS-TM-SUB) TO RPT-FM-EFF-DATE
        MOVE WS-TM-OLD-GL-ACCOUNT (WS-TM-SUB) TO RPT-FM-OLD-GL-ACCOUNT
        MOVE WS-TM-HIT-ROWS (WS-TM-SUB) TO RPT-FM-ROWS
        MOVE WS-TM-HIT-AMOUNT (WS-TM-SUB) TO RPT-FM-AMOUNT
        MOVE WS-TM-FIRST-TRAN-ID (WS-TM-SUB) TO RPT-FM-FIRST-TRAN-ID
        MOVE WS-TM-FIRST-RUN-DATE (WS-TM-SUB) TO RPT-FM-FIRST-RUN-DATE
        WRITE PRINT-FILE-RECORD FROM WS-FINDING-MAP-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7200-REPORT-OOB-FINDING.
    IF WS-CKP-OOB-END-TIMESTAMP (WS-CKP-SUB) NOT = SPACES
        ADD 1 TO WS-OOB-CLEAR-FLAGS
        PERFORM 7250-FILL-CHECKPOINT-FINDING
        MOVE WS-CKP-OOB-END-TIMESTAMP (WS-CKP-SUB)
            TO RPT-FC-OOB-END-TIMESTAMP
        MOVE WS-CKP-OOB-VAR2 (WS-CKP-SUB) TO RPT-FC-OOB-VAR2
        WRITE PRINT-FILE-RECORD FROM WS-FINDING-CKP-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7250-FILL-CHECKPOINT-FINDING.
    MOVE SPACES TO RPT-FC-EVIDENCE
    MOVE WS-CKP-DATE (WS-CKP-SUB) TO RPT-FC-DATE
    MOVE WS-CKP-TIME (WS-CKP-SUB) TO RPT-FC-TIME
    MOVE WS-CKP-OPERATOR (WS-CKP-SUB) TO RPT-FC-OPERATOR
    MOVE WS-CKP-ACTION (WS-CKP-SUB) TO RPT-FC-ACTION
    MOVE WS-CKP-RUN-ID (WS-CKP-SUB) TO RPT-FC-RUN-ID
    MOVE WS-CKP-STEP-ID (WS-CKP-SUB) TO RPT-FC-STEP-ID.

7300-REPORT-FRESH-FINDING.
    IF WS-CKP-POSTED-ROWS (WS-CKP-SUB) > 0
        ADD 1 TO WS-FRESH-POSTED-FLAGS
        PERFORM 7250-FILL-CHECKPOINT-FINDING
        MOVE WS-CKP-POSTED-ROWS (WS-CKP-SUB) TO RPT-FC-POSTED-ROWS
        MOVE WS-CKP-FIRST-POST-DATE (WS-CKP-SUB)
            TO RPT-FC-FIRST-POST-DATE
        MOVE WS-CKP-LAST-POST-DATE (WS-CKP-SUB)
            TO RPT-FC-LAST-POST-DATE
        WRITE PRINT-FILE-RECORD FROM WS-FINDING-CKP-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7400-REPORT-SAME-OP-FINDING.
    IF WS-CKP-MAP-CHANGES (WS-CKP-SUB) > 0
        ADD 1 TO WS-SAME-OPERATOR-FLAGS
        PERFORM 7250-FILL-CHECKPOINT-FINDING
        MOVE WS-CKP-MAP-CHANGES (WS-CKP-SUB) TO RPT-FC-MAP-CHANGES
        WRITE PRINT-FILE-RECORD FROM WS-FINDING-CKP-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7500-REPORT-TOTALS.
    MOVE "SUMMARY" TO RPT-TEXT
    PERFORM 7600-START-SECTION

    MOVE "JOURNAL ENTRIES IN WINDOW" TO RPT-LABEL
    MOVE WS-ENTRIES-IN-WINDOW TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "MAPPING CHANGED FOR DAYS ALREADY POSTED" TO RPT-LABEL
    MOVE WS-RETRO-MAPPING-FLAGS TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SUSPECT CLEARED ON OUT-OF-BALANCE RUN" TO RPT-LABEL
    MOVE WS-OOB-CLEAR-FLAGS TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "FORCED-FRESH RUN THAT THEN POSTED" TO RPT-LABEL
    MOVE WS-FRESH-POSTED-FLAGS TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "SAME OPERATOR MAPPING + SUSPECT CLEAR" TO RPT-LABEL
    MOVE WS-SAME-OPERATOR-FLAGS TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-REVIEW-INCOMPLETE
        MOVE "*** REVIEW INCOMPLETE - SEE JOB LOG FOR THE FILES NOT READ ***"
            TO RPT-TEXT
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF.

7550-CHECK-PRINT-STATUS.
    IF WS-PRINT-FILE-STATUS NOT = "00" AND NOT WS-PRINT-FAILED
        DISPLAY "WARNING: PRINT-FILE write status " WS-PRINT-FILE-STATUS
    END-IF.

*> A blank line, then the section title the caller left in RPT-TEXT.
7600-START-SECTION.
    MOVE RPT-TEXT TO WS-REPORT-HEADING-TEXT
    MOVE SPACES TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS
    MOVE WS-REPORT-HEADING-TEXT TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

7650-REPORT-NONE.
    MOVE "NONE" TO RPT-TEXT
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-TEXT-LINE
    PERFORM 7550-CHECK-PRINT-STATUS.

9000-TERMINATE.
    DISPLAY "BUGAUDIT: journal entries read CKPJRN " WS-CKPJRN-READ
        " TMJRN " WS-TMJRN-READ
        " RFJRN " WS-RFJRN-READ
        " SRJRN " WS-SRJRN-READ
    DISPLAY "BUGAUDIT: entries in window " WS-ENTRIES-IN-WINDOW
        " history read " WS-HISTORY-READ
        " archive read " WS-ARCHIVE-READ
    DISPLAY "BUGAUDIT: findings " WS-TOTAL-FLAGS
    IF NOT WS-PRINT-FAILED
        CLOSE PRINT-FILE
    END-IF.

*> Findings outrank an incomplete review: what was found stands
*> whatever could not be looked at.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-PRINT-FAILED
            MOVE 12 TO WS-CONDITION-CODE
        WHEN WS-TOTAL-FLAGS > 0
            MOVE 8 TO WS-CONDITION-CODE
        WHEN WS-REVIEW-INCOMPLETE
            MOVE 4 TO WS-CONDITION-CODE
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
    END-EVALUATE
    DISPLAY "BUGAUDIT: condition code " WS-CONDITION-CODE.
