*>   - merges the partition GL extract files (GLIFIN1-GLIFIN4,
*>     written by each step with its GLSEQFIL DD dummied out) into
*>     the one per-type GLIFOUT the GL feed expects, issuing fresh
*>     extract sequence numbers from the real GLSEQ control file
*>     (a prior-period adjustment line keeps its closed period, so
*>     adjustments against different periods never merge together),
*>   - applies the TRAN-IDs each partition staged (HISTIN1-HISTIN4,
*>     written because partition steps run with PARM-HIST-STAGE-FLAG
*>     set and never write the shared TRANHIST themselves) to the
*>     and the consolidated extract goes out flagged suspect. A
*>     repeat of an id within one step's staging is the benign
*>     restart-restage case and is only counted,
*>   - applies the high-value referrals each partition staged
*>     (REFRIN1-REFRIN4, the partitions' REFRSTG files) to the
*>     REFERRAL file the same serial way, so the checker sees a
*>     split run's referrals exactly as a single pass would have
*>     raised them, and backs the referred amounts out of the
*>     combined reconciliation the way the carried ones are,
*>   - applies the transaction archive rows each partition staged
*>     (ARCHIN1-ARCHIN4, the partitions' ARCHSTG files) to TRANARCH
*>     the same serial way, so a split run's postings can be
*>     inquired on, backed out and tied out like a single pass's,
*>   - produces the one consolidated report the floor files.
*> It ends with a condition code for the scheduler - 0 merged in
*> balance, 8 merged but out of balance or suspect, 12 the
*> consolidation failed - and appends its completion to the DAYCTL
*> day-control file (DAYCTLRC) under the business date the BUSCAL
*> calendar gives for the run date (BCALREC). On a split day this
*> is the record BUGCLOSE takes as the day's posting; the
*> partition steps' own records only say each step finished.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGMERGE.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST4-FILE-STATUS.

    SELECT REFER-FILE ASSIGN TO "REFERRAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REFER-KEY OF REFER-RECORD
        FILE STATUS IS WS-REFER-FILE-STATUS.

    SELECT REFR1-FILE ASSIGN TO "REFRIN1"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REFR1-FILE-STATUS.

    SELECT REFR2-FILE ASSIGN TO "REFRIN2"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REFR2-FILE-STATUS.

    SELECT REFR3-FILE ASSIGN TO "REFRIN3"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REFR3-FILE-STATUS.

    SELECT REFR4-FILE ASSIGN TO "REFRIN4"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REFR4-FILE-STATUS.

    SELECT TARC-FILE ASSIGN TO "TRANARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TARC-KEY OF TARC-RECORD
        FILE STATUS IS WS-TARC-FILE-STATUS.

    SELECT ARCH1-FILE ASSIGN TO "ARCHIN1"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARCH1-FILE-STATUS.

    SELECT ARCH2-FILE ASSIGN TO "ARCHIN2"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARCH2-FILE-STATUS.

    SELECT ARCH3-FILE ASSIGN TO "ARCHIN3"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARCH3-FILE-STATUS.

    SELECT ARCH4-FILE ASSIGN TO "ARCHIN4"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARCH4-FILE-STATUS.

    SELECT PRINT-FILE ASSIGN TO "MGRPTOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MGPARM-FILE-STATUS.

    SELECT BCAL-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-BCAL-FILE-STATUS.

    SELECT DCTL-FILE ASSIGN TO "DAYCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CHKPT-FILE.
    RECORDING MODE IS F.
01  HIST4-FILE-RECORD                      PIC X(63).

FD  REFER-FILE.
COPY REFERREC.

FD  REFR1-FILE
    RECORDING MODE IS F.
01  REFR1-FILE-RECORD                      PIC X(200).

FD  REFR2-FILE
    RECORDING MODE IS F.
01  REFR2-FILE-RECORD                      PIC X(200).

FD  REFR3-FILE
    RECORDING MODE IS F.
01  REFR3-FILE-RECORD                      PIC X(200).

FD  REFR4-FILE
    RECORDING MODE IS F.
01  REFR4-FILE-RECORD                      PIC X(200).

FD  TARC-FILE.
COPY TARCREC.

FD  ARCH1-FILE
    RECORDING MODE IS F.
01  ARCH1-FILE-RECORD                      PIC X(131).

FD  ARCH2-FILE
    RECORDING MODE IS F.
01  ARCH2-FILE-RECORD                      PIC X(131).

FD  ARCH3-FILE
    RECORDING MODE IS F.
01  ARCH3-FILE-RECORD                      PIC X(131).

FD  ARCH4-FILE
    RECORDING MODE IS F.
01  ARCH4-FILE-RECORD                      PIC X(131).

FD  PRINT-FILE
    RECORDING MODE IS F.
01  PRINT-FILE-RECORD                      PIC X(132).
    RECORDING MODE IS F.
COPY MGPARMRC.

FD  BCAL-FILE
    RECORDING MODE IS F.
COPY BCALREC.

FD  DCTL-FILE
    RECORDING MODE IS F.
01  DCTL-FILE-RECORD                       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-CHKPT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-HIST2-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-HIST3-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-HIST4-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-REFER-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-REFR1-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-REFR2-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-REFR3-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-REFR4-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-TARC-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-ARCH1-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-ARCH2-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-ARCH3-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-ARCH4-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-PRINT-FILE-STATUS            PIC X(02) VALUE '00'.
    05  WS-MGPARM-FILE-STATUS           PIC X(02) VALUE '00'.
    05  WS-BCAL-FILE-STATUS             PIC X(02) VALUE '00'.
    05  WS-DCTL-FILE-STATUS             PIC X(02) VALUE '00'.

01  WS-CONTROL-PARMS.
    05  WS-RUN-ID                       PIC X(08) VALUE SPACES.
    05  WS-COMBINED-VAR2                PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-COMBINED-EXPECTED            PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-COMBINED-CARRIED             PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-COMBINED-REFERRED            PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-COMBINED-CONV-ADJ            PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-COMBINED-DISCREPANCY         PIC S9(15)V99 COMP-3 VALUE 0.
    05  WS-STEPS-COMPLETE               PIC 9(01) VALUE 0.

COPY TRNHREC REPLACING TRNH-RECORD BY WS-STAGE-RECORD.

01  WS-REFERRAL-APPLY.
    05  WS-REFERRALS-APPLIED            PIC 9(9) VALUE 0.
    05  WS-REFERRALS-RESTAGED           PIC 9(9) VALUE 0.

COPY REFERREC REPLACING REFER-RECORD BY WS-REFER-STAGE-RECORD.

01  WS-ARCHIVE-APPLY.
    05  WS-ARCH-ROWS-APPLIED            PIC 9(9) VALUE 0.
    05  WS-ARCH-ROWS-RESTAGED           PIC 9(9) VALUE 0.

COPY TARCREC REPLACING TARC-RECORD BY WS-TARC-STAGE-RECORD.

01  WS-SWITCHES.
    05  WS-GLIF-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-GLIF-EOF                     VALUE 'Y'.
        88  WS-HIST-EOF                     VALUE 'Y'.
    05  WS-TRNH-USABLE-SW               PIC X(01) VALUE 'N'.
        88  WS-TRNH-USABLE                  VALUE 'Y'.
    05  WS-REFR-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-REFR-EOF                     VALUE 'Y'.
    05  WS-REFER-USABLE-SW              PIC X(01) VALUE 'N'.
        88  WS-REFER-USABLE                 VALUE 'Y'.
    05  WS-REFER-DONE-SW                PIC X(01) VALUE 'N'.
        88  WS-REFER-DONE                   VALUE 'Y'.
    05  WS-ARCH-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-ARCH-EOF                     VALUE 'Y'.
    05  WS-TARC-USABLE-SW               PIC X(01) VALUE 'N'.
        88  WS-TARC-USABLE                  VALUE 'Y'.
    05  WS-TARC-DONE-SW                 PIC X(01) VALUE 'N'.
        88  WS-TARC-DONE                    VALUE 'Y'.
    05  WS-CONSOLIDATION-FAILED-SW      PIC X(01) VALUE 'N'.
        88  WS-CONSOLIDATION-FAILED         VALUE 'Y'.
    05  WS-OUT-OF-BALANCE-SW            PIC X(01) VALUE 'N'.
        88  WS-OUT-OF-BALANCE               VALUE 'Y'.
    05  WS-SUSPECT-SW                   PIC X(01) VALUE 'N'.
        88  WS-SUSPECT                      VALUE 'Y'.
    05  WS-BCAL-EOF-SW                  PIC X(01) VALUE 'N'.
        88  WS-BCAL-EOF                     VALUE 'Y'.
    05  WS-BCAL-FOUND-SW                PIC X(01) VALUE 'N'.
        88  WS-BCAL-FOUND                   VALUE 'Y'.

01  WS-CURRENT-TIMESTAMP                PIC X(21) VALUE SPACES.
01  WS-RUN-DATE                         PIC X(08) VALUE SPACES.
01  WS-BUSINESS-DATE                    PIC X(08) VALUE SPACES.
01  WS-CONDITION-CODE                   PIC 9(02) VALUE 0.
01  WS-DCTL-REMARK                      PIC X(30) VALUE SPACES.

COPY DAYCTLRC REPLACING DCTL-RECORD BY WS-DCTL-RECORD.
01  WS-GL-EXTRACT-SEQ                   PIC 9(06) VALUE 0.

COPY GLIFREC REPLACING GLIF-RECORD BY WS-GLIF-RECORD.
*> Per-type roll-up across the partition extract files, keyed on
*> TRAN-TYPE + GL account so a type mapped identically in every
*> partition merges to one line, exactly as a single pass would
*> have produced. The adjustment period is part of the key: a
*> single pass writes one *P line per closed period, and so must
*> the merge.
01  WS-MERGE-TABLE.
    05  WS-MRG-COUNT                    PIC 9(03) VALUE 0.
    05  WS-MRG-SUB                      PIC 9(03) VALUE 0.
    05  WS-MRG-ENTRY OCCURS 60 TIMES.
        10  WS-MRG-TRAN-TYPE            PIC X(02).
        10  WS-MRG-GL-ACCOUNT           PIC X(10).
        10  WS-MRG-ADJ-PERIOD           PIC X(06).
        10  WS-MRG-REC-COUNT            PIC 9(09).
        10  WS-MRG-AMOUNT               PIC S9(15)V99 COMP-3.
        10  WS-MRG-DEBIT-COUNT          PIC 9(09).
    PERFORM 2000-COMBINE-STEP-CHECKPOINTS
    PERFORM 3000-MERGE-PARTITION-EXTRACTS
    PERFORM 4000-APPLY-STAGED-HISTORY
    PERFORM 4500-APPLY-STAGED-REFERRALS
    PERFORM 4900-APPLY-STAGED-ARCHIVE
    PERFORM 7000-RECONCILE-COMBINED-TOTAL
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
    PERFORM 1050-READ-PARM-FILE
    PERFORM 1070-RESOLVE-BUSINESS-DATE
    PERFORM 1480-READ-GL-SEQUENCE
    OPEN INPUT CHKPT-FILE
    IF WS-CHKPT-FILE-STATUS NOT = "00"
        CLOSE MGPARM-FILE
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

1480-READ-GL-SEQUENCE.
    OPEN INPUT GLSEQ-FILE
    IF WS-GLSEQ-FILE-STATUS NOT = "00"
        ADD CHKPT-VAR2           TO WS-COMBINED-VAR2
        ADD CHKPT-EXPECTED-TOTAL TO WS-COMBINED-EXPECTED
        ADD CHKPT-CARRIED-AMOUNT TO WS-COMBINED-CARRIED
        ADD CHKPT-REFERRED-AMOUNT TO WS-COMBINED-REFERRED
        ADD CHKPT-CONVERSION-ADJ TO WS-COMBINED-CONV-ADJ
        IF CHKPT-OUT-OF-BALANCE
            SET WS-OUT-OF-BALANCE TO TRUE
                    TO WS-MRG-TRAN-TYPE (WS-MRG-FOUND-SUB)
                MOVE GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
                    TO WS-MRG-GL-ACCOUNT (WS-MRG-FOUND-SUB)
                MOVE GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
                    TO WS-MRG-ADJ-PERIOD (WS-MRG-FOUND-SUB)
                MOVE 0 TO WS-MRG-REC-COUNT (WS-MRG-FOUND-SUB)
                MOVE 0 TO WS-MRG-AMOUNT (WS-MRG-FOUND-SUB)
                MOVE 0 TO WS-MRG-DEBIT-COUNT (WS-MRG-FOUND-SUB)
            GLIF-TRAN-TYPE OF WS-GLIF-RECORD
        AND WS-MRG-GL-ACCOUNT (WS-MRG-SUB) =
            GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
        AND WS-MRG-ADJ-PERIOD (WS-MRG-SUB) =
            GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
        MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
    END-IF.

            END-EVALUATE
    END-READ.

*> The partitions' staged referrals, applied under the same gate
*> as their staged history and for the same reason: an incomplete
*> partition's staging file can hold referrals its last durable
*> checkpoint does not cover, and the rerun re-stages them anyway.
*> A referral is identified by the run, step, date and input
*> position that raised it, so a restart's restaged copy is
*> recognized and ignored, while a genuinely different referral of
*> the same TRAN-ID takes the next occurrence number.
4500-APPLY-STAGED-REFERRALS.
    IF WS-CONSOLIDATION-FAILED
        DISPLAY "BUGMERGE: consolidation failed - staged referrals "
            "not applied"
    ELSE
        PERFORM 4510-APPLY-ALL-REFERRALS
    END-IF.

4510-APPLY-ALL-REFERRALS.
    PERFORM 4550-OPEN-REFERRAL-FILE
    IF WS-REFER-USABLE
        IF WS-PARTITION-COUNT >= 1
            MOVE "N" TO WS-REFR-EOF-SW
            OPEN INPUT REFR1-FILE
            IF WS-REFR1-FILE-STATUS = "00"
                PERFORM 4610-READ-REFR1 UNTIL WS-REFR-EOF
                CLOSE REFR1-FILE
            ELSE
                DISPLAY "WARNING: REFRIN1 open status "
                    WS-REFR1-FILE-STATUS
            END-IF
        END-IF
        IF WS-PARTITION-COUNT >= 2
            MOVE "N" TO WS-REFR-EOF-SW
            OPEN INPUT REFR2-FILE
            IF WS-REFR2-FILE-STATUS = "00"
                PERFORM 4620-READ-REFR2 UNTIL WS-REFR-EOF
                CLOSE REFR2-FILE
            ELSE
                DISPLAY "WARNING: REFRIN2 open status "
                    WS-REFR2-FILE-STATUS
            END-IF
        END-IF
        IF WS-PARTITION-COUNT >= 3
            MOVE "N" TO WS-REFR-EOF-SW
            OPEN INPUT REFR3-FILE
            IF WS-REFR3-FILE-STATUS = "00"
                PERFORM 4630-READ-REFR3 UNTIL WS-REFR-EOF
                CLOSE REFR3-FILE
            ELSE
                DISPLAY "WARNING: REFRIN3 open status "
                    WS-REFR3-FILE-STATUS
            END-IF
        END-IF
        IF WS-PARTITION-COUNT >= 4
            MOVE "N" TO WS-REFR-EOF-SW
            OPEN INPUT REFR4-FILE
            IF WS-REFR4-FILE-STATUS = "00"
                PERFORM 4640-READ-REFR4 UNTIL WS-REFR-EOF
                CLOSE REFR4-FILE
            ELSE
                DISPLAY "WARNING: REFRIN4 open status "
                    WS-REFR4-FILE-STATUS
            END-IF
        END-IF
        CLOSE REFER-FILE
    END-IF.

4550-OPEN-REFERRAL-FILE.
    OPEN I-O REFER-FILE
    IF WS-REFER-FILE-STATUS = "35"
        OPEN OUTPUT REFER-FILE
        CLOSE REFER-FILE
        OPEN I-O REFER-FILE
    END-IF
    IF WS-REFER-FILE-STATUS = "00"
        SET WS-REFER-USABLE TO TRUE
    ELSE
        DISPLAY "WARNING: REFER-FILE open status "
            WS-REFER-FILE-STATUS
            " - staged referrals not applied this run"
    END-IF.

4610-READ-REFR1.
    READ REFR1-FILE INTO WS-REFER-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-REFR-EOF-SW
        NOT AT END
            PERFORM 4700-APPLY-ONE-REFERRAL
    END-READ.

4620-READ-REFR2.
    READ REFR2-FILE INTO WS-REFER-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-REFR-EOF-SW
        NOT AT END
            PERFORM 4700-APPLY-ONE-REFERRAL
    END-READ.

4630-READ-REFR3.
    READ REFR3-FILE INTO WS-REFER-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-REFR-EOF-SW
        NOT AT END
            PERFORM 4700-APPLY-ONE-REFERRAL
    END-READ.

4640-READ-REFR4.
    READ REFR4-FILE INTO WS-REFER-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-REFR-EOF-SW
        NOT AT END
            PERFORM 4700-APPLY-ONE-REFERRAL
    END-READ.

4700-APPLY-ONE-REFERRAL.
    MOVE 1 TO REFER-OCCURRENCE OF WS-REFER-STAGE-RECORD
    MOVE "N" TO WS-REFER-DONE-SW
    PERFORM 4750-WRITE-REFERRAL-ROW UNTIL WS-REFER-DONE.

4750-WRITE-REFERRAL-ROW.
    WRITE REFER-RECORD FROM WS-REFER-STAGE-RECORD
        INVALID KEY
            PERFORM 4800-RESOLVE-REFERRAL-CLASH
        NOT INVALID KEY
            ADD 1 TO WS-REFERRALS-APPLIED
            SET WS-REFER-DONE TO TRUE
    END-WRITE.

4800-RESOLVE-REFERRAL-CLASH.
    MOVE REFER-KEY OF WS-REFER-STAGE-RECORD
        TO REFER-KEY OF REFER-RECORD
    READ REFER-FILE
        INVALID KEY
            DISPLAY "WARNING: REFER-FILE apply clash unreadable for "
                REFER-TRAN-ID OF WS-REFER-STAGE-RECORD
            SET WS-REFER-DONE TO TRUE
        NOT INVALID KEY
            IF REFER-RUN-ID OF REFER-RECORD
                    = REFER-RUN-ID OF WS-REFER-STAGE-RECORD
                AND REFER-STEP-ID OF REFER-RECORD
                    = REFER-STEP-ID OF WS-REFER-STAGE-RECORD
                AND REFER-RUN-DATE OF REFER-RECORD
                    = REFER-RUN-DATE OF WS-REFER-STAGE-RECORD
                AND REFER-INPUT-SEQ OF REFER-RECORD
                    = REFER-INPUT-SEQ OF WS-REFER-STAGE-RECORD
                ADD 1 TO WS-REFERRALS-RESTAGED
                SET WS-REFER-DONE TO TRUE
            ELSE
                IF REFER-OCCURRENCE OF WS-REFER-STAGE-RECORD >= 99
                    DISPLAY "WARNING: TRAN-ID "
                        REFER-TRAN-ID OF WS-REFER-STAGE-RECORD
                        " already has 99 referrals - staged "
                        "referral not applied"
                    SET WS-REFER-DONE TO TRUE
                ELSE
                    ADD 1 TO REFER-OCCURRENCE OF WS-REFER-STAGE-RECORD
                END-IF
            END-IF
    END-READ.

*> The partitions' archive rows, applied the way their referrals
*> are: only once the consolidation has succeeded (a failed one is
*> rerun, and its partitions restage), each row at the next free
*> occurrence of its TRAN-ID, and a row already on file for the same
*> run, step, date and disposition - a restarted partition's
*> restage, or an earlier attempt of this very merge - is skipped.
4900-APPLY-STAGED-ARCHIVE.
    IF WS-CONSOLIDATION-FAILED
        DISPLAY "BUGMERGE: consolidation failed - staged archive "
            "rows not applied"
    ELSE
        PERFORM 4910-APPLY-ALL-ARCHIVE
    END-IF.

4910-APPLY-ALL-ARCHIVE.
    PERFORM 4950-OPEN-ARCHIVE-FILE
    IF WS-TARC-USABLE
        IF WS-PARTITION-COUNT >= 1
            MOVE "N" TO WS-ARCH-EOF-SW
            OPEN INPUT ARCH1-FILE
            IF WS-ARCH1-FILE-STATUS = "00"
                PERFORM 4960-READ-ARCH1 UNTIL WS-ARCH-EOF
                CLOSE ARCH1-FILE
            ELSE
                DISPLAY "WARNING: ARCHIN1 open status "
                    WS-ARCH1-FILE-STATUS
            END-IF
        END-IF
        IF WS-PARTITION-COUNT >= 2
            MOVE "N" TO WS-ARCH-EOF-SW
            OPEN INPUT ARCH2-FILE
            IF WS-ARCH2-FILE-STATUS = "00"
                PERFORM 4965-READ-ARCH2 UNTIL WS-ARCH-EOF
                CLOSE ARCH2-FILE
            ELSE
                DISPLAY "WARNING: ARCHIN2 open status "
                    WS-ARCH2-FILE-STATUS
            END-IF
        END-IF
        IF WS-PARTITION-COUNT >= 3
            MOVE "N" TO WS-ARCH-EOF-SW
            OPEN INPUT ARCH3-FILE
            IF WS-ARCH3-FILE-STATUS = "00"
                PERFORM 4970-READ-ARCH3 UNTIL WS-ARCH-EOF
                CLOSE ARCH3-FILE
            ELSE
                DISPLAY "WARNING: ARCHIN3 open status "
                    WS-ARCH3-FILE-STATUS
            END-IF
        END-IF
        IF WS-PARTITION-COUNT >= 4
            MOVE "N" TO WS-ARCH-EOF-SW
            OPEN INPUT ARCH4-FILE
            IF WS-ARCH4-FILE-STATUS = "00"
                PERFORM 4975-READ-ARCH4 UNTIL WS-ARCH-EOF
                CLOSE ARCH4-FILE
            ELSE
                DISPLAY "WARNING: ARCHIN4 open status "
                    WS-ARCH4-FILE-STATUS
            END-IF
        END-IF
        CLOSE TARC-FILE
    END-IF.

4950-OPEN-ARCHIVE-FILE.
    OPEN I-O TARC-FILE
    IF WS-TARC-FILE-STATUS = "35"
        OPEN OUTPUT TARC-FILE
        CLOSE TARC-FILE
        OPEN I-O TARC-FILE
    END-IF
    IF WS-TARC-FILE-STATUS = "00"
        SET WS-TARC-USABLE TO TRUE
    ELSE
        DISPLAY "WARNING: TARC-FILE open status "
            WS-TARC-FILE-STATUS
            " - staged archive rows not applied this run"
    END-IF.

4960-READ-ARCH1.
    READ ARCH1-FILE INTO WS-TARC-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-ARCH-EOF-SW
        NOT AT END
            PERFORM 4980-APPLY-ONE-ARCHIVE-ROW
    END-READ.

4965-READ-ARCH2.
    READ ARCH2-FILE INTO WS-TARC-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-ARCH-EOF-SW
        NOT AT END
            PERFORM 4980-APPLY-ONE-ARCHIVE-ROW
    END-READ.

4970-READ-ARCH3.
    READ ARCH3-FILE INTO WS-TARC-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-ARCH-EOF-SW
        NOT AT END
            PERFORM 4980-APPLY-ONE-ARCHIVE-ROW
    END-READ.

4975-READ-ARCH4.
    READ ARCH4-FILE INTO WS-TARC-STAGE-RECORD
        AT END
            MOVE "Y" TO WS-ARCH-EOF-SW
        NOT AT END
            PERFORM 4980-APPLY-ONE-ARCHIVE-ROW
    END-READ.

4980-APPLY-ONE-ARCHIVE-ROW.
    MOVE 1 TO TARC-OCCURRENCE OF WS-TARC-STAGE-RECORD
    MOVE "N" TO WS-TARC-DONE-SW
    PERFORM 4985-WRITE-ARCHIVE-ROW UNTIL WS-TARC-DONE.

4985-WRITE-ARCHIVE-ROW.
    WRITE TARC-RECORD FROM WS-TARC-STAGE-RECORD
        INVALID KEY
            PERFORM 4990-RESOLVE-ARCHIVE-CLASH
        NOT INVALID KEY
            ADD 1 TO WS-ARCH-ROWS-APPLIED
            SET WS-TARC-DONE TO TRUE
    END-WRITE.

4990-RESOLVE-ARCHIVE-CLASH.
    MOVE TARC-KEY OF WS-TARC-STAGE-RECORD TO TARC-KEY OF TARC-RECORD
    READ TARC-FILE
        INVALID KEY
            DISPLAY "WARNING: TARC-FILE apply clash unreadable for "
                TARC-TRAN-ID OF WS-TARC-STAGE-RECORD
            SET WS-TARC-DONE TO TRUE
        NOT INVALID KEY
            IF TARC-RUN-ID OF TARC-RECORD
                    = TARC-RUN-ID OF WS-TARC-STAGE-RECORD
                AND TARC-STEP-ID OF TARC-RECORD
                    = TARC-STEP-ID OF WS-TARC-STAGE-RECORD
                AND TARC-RUN-DATE OF TARC-RECORD
                    = TARC-RUN-DATE OF WS-TARC-STAGE-RECORD
                AND TARC-DISPOSITION OF TARC-RECORD
                    = TARC-DISPOSITION OF WS-TARC-STAGE-RECORD
                ADD 1 TO WS-ARCH-ROWS-RESTAGED
                SET WS-TARC-DONE TO TRUE
            ELSE
                IF TARC-OCCURRENCE OF WS-TARC-STAGE-RECORD >= 99
                    DISPLAY "WARNING: TRAN-ID "
                        TARC-TRAN-ID OF WS-TARC-STAGE-RECORD
                        " already has 99 archive rows - staged "
                        "row not applied"
                    SET WS-TARC-DONE TO TRUE
                ELSE
                    ADD 1 TO TARC-OCCURRENCE OF WS-TARC-STAGE-RECORD
                END-IF
            END-IF
    END-READ.

*> Carried-forward amounts sit inside the partitions' feed trailers
*> but were deliberately not posted, so they are backed out of the
*> combined comparison exactly as each BUGSOLUTION step backed its
*> own out - without this, any split run with a cutoff in effect
*> would consolidate out of balance. Referred amounts are the same
*> case and are backed out the same way.
*> The conversion adjustment is added back for the same reason each
*> step added its own: the feed trailers total in their own
*> currencies while the combined VAR2 holds base.
7000-RECONCILE-COMBINED-TOTAL.
    COMPUTE WS-COMBINED-DISCREPANCY =
        WS-COMBINED-EXPECTED - WS-COMBINED-VAR2
        - WS-COMBINED-CARRIED - WS-COMBINED-REFERRED
        + WS-COMBINED-CONV-ADJ
    IF WS-COMBINED-DISCREPANCY NOT = 0
        SET WS-OUT-OF-BALANCE TO TRUE
        DISPLAY "WARNING: combined run out of balance - expected "
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    MOVE "COMBINED REFERRED FOR APPROVAL AMOUNT" TO RPT-LABEL
    MOVE WS-COMBINED-REFERRED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-COMBINED-CONV-ADJ NOT = 0
        MOVE "COMBINED CONVERSION ADJUSTMENT TO BASE" TO RPT-LABEL
        MOVE WS-COMBINED-CONV-ADJ TO RPT-VALUE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE "STAGED REFERRALS APPLIED TO REFERRAL" TO RPT-LABEL
    MOVE WS-REFERRALS-APPLIED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-REFERRALS-RESTAGED > 0
        MOVE "RESTAGED REFERRALS IGNORED (RESTART)" TO RPT-LABEL
        MOVE WS-REFERRALS-RESTAGED TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    MOVE "STAGED ARCHIVE ROWS APPLIED TO TRANARCH" TO RPT-LABEL
    MOVE WS-ARCH-ROWS-APPLIED TO RPT-VALUE
    WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
    PERFORM 7550-CHECK-PRINT-STATUS

    IF WS-ARCH-ROWS-RESTAGED > 0
        MOVE "RESTAGED ARCHIVE ROWS IGNORED (RESTART)" TO RPT-LABEL
        MOVE WS-ARCH-ROWS-RESTAGED TO RPT-VALUE
        WRITE PRINT-FILE-RECORD FROM WS-REPORT-DETAIL-LINE
        PERFORM 7550-CHECK-PRINT-STATUS
    END-IF

    IF WS-CROSS-PART-DUPES > 0
        MOVE "*** CROSS-PARTITION DUPLICATES - POSTED TWICE ***"
            TO RPT-TEXT
        TO GLIF-TRAN-TYPE OF WS-GLIF-RECORD
    MOVE WS-MRG-GL-ACCOUNT (WS-MRG-SUB)
        TO GLIF-GL-ACCOUNT OF WS-GLIF-RECORD
    MOVE WS-MRG-ADJ-PERIOD (WS-MRG-SUB)
        TO GLIF-ADJ-PERIOD OF WS-GLIF-RECORD
    MOVE WS-MRG-REC-COUNT (WS-MRG-SUB)
        TO GLIF-TYPE-REC-COUNT OF WS-GLIF-RECORD
    MOVE WS-MRG-AMOUNT (WS-MRG-SUB)
    CLOSE CHKPT-FILE
    CLOSE GLIF-OUT-FILE
    CLOSE PRINT-FILE.

*> A failed consolidation must stop everything after it; a merged
*> run out of balance or suspect must stop BUGGLACK and BUGCLOSE
*> from building on it.
9700-SET-CONDITION-CODE.
    EVALUATE TRUE
        WHEN WS-CONSOLIDATION-FAILED
            MOVE 12 TO WS-CONDITION-CODE
            MOVE "CONSOLIDATION FAILED" TO WS-DCTL-REMARK
        WHEN WS-OUT-OF-BALANCE
            MOVE 8 TO WS-CONDITION-CODE
            MOVE "OUT OF BALANCE" TO WS-DCTL-REMARK
        WHEN WS-SUSPECT
            MOVE 8 TO WS-CONDITION-CODE
            MOVE "SUSPECT" TO WS-DCTL-REMARK
        WHEN OTHER
            MOVE 0 TO WS-CONDITION-CODE
            MOVE "IN BALANCE" TO WS-DCTL-REMARK
    END-EVALUATE
    DISPLAY "BUGMERGE: business date " WS-BUSINESS-DATE
        " condition code " WS-CONDITION-CODE " - " WS-DCTL-REMARK.

*> Appended last, once the outcome is known; DAYCTL is cumulative
*> and the OUTPUT fallback only ever creates it. A completion that
*> cannot be recorded lifts a clean code to 4.
9800-POST-DAY-CONTROL.
    MOVE SPACES TO WS-DCTL-RECORD
    MOVE WS-BUSINESS-DATE TO DCTL-BUSINESS-DATE OF WS-DCTL-RECORD
    SET DCTL-STEP-MERGE OF WS-DCTL-RECORD TO TRUE
    MOVE WS-RUN-ID      TO DCTL-RUN-ID OF WS-DCTL-RECORD
    MOVE WS-STEP-PREFIX TO DCTL-STEP-ID OF WS-DCTL-RECORD
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
