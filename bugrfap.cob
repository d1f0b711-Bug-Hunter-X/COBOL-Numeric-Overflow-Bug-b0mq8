      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGRFAP
*> Online CICS approval transaction for high-value referrals - the
*> checker's side of the TRANLIMT limit BUGSOLUTION enforces. A
*> detail over the limit for its type no longer posts; it waits on
*> the REFERRAL file (REFERREC layout) until a second operator
*> looks at it. This transaction lets an authorized operator:
*>   B [tranid]                  browse the referrals as a
*>                               scrolling list (a page at a time),
*>                               from the top or from the TRAN-ID
*>                               supplied
*>   A tranid occ                approve a pending referral
*>   D tranid occ reason         decline a pending referral (the
*>                               reason is required - it is what
*>                               the suspense desk works from)
*>   L type source amount        key or change the limit for a
*>                               type, optionally for one source
*>                               system only (amount in whole
*>                               base-currency units)
*>   R type source               remove a limit
*>   X                           exit
*> The occurrence defaults to 01 when left blank - a TRAN-ID is
*> almost never referred twice. Maker and checker are kept apart
*> mechanically: every limit is stamped with the operator who keyed
*> it, every referral carries that stamp from the limit that raised
*> it, and a decision keyed by that same operator is refused. Only
*> a pending referral can be decided; once BUGRFREL has released an
*> approved item or sent a declined one to suspense it is history.
*> Every approval, decline and limit change is journaled (RFJRNRC)
*> with the operator id, a timestamp and the prior state, the way
*> BUGTMNT journals mapping changes. This is a conversational
*> transaction in the BUGMNT mold - it holds the terminal across
*> its own SEND/RECEIVE loop and returns without a TRANSID.
*> NOTE: EXEC CICS requires the CICS translator/precompiler ahead
*> of the base COBOL compile; it is not plain COBOL syntax.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGRFAP.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-RESP                             PIC S9(8) COMP.
01  WS-RESP2                            PIC S9(8) COMP.
01  WS-OPERATOR-ID                      PIC X(08) VALUE SPACES.
01  WS-ABS-TIME                         PIC S9(15) COMP-3.
01  WS-NOW-TIMESTAMP                    PIC X(14) VALUE SPACES.

01  WS-REFER-RIDFLD.
    05  WS-RFAP-TRAN-ID                 PIC X(10).
    05  WS-RFAP-OCCURRENCE              PIC 9(02).

01  WS-LIMIT-RIDFLD.
    05  WS-RFAP-TRAN-TYPE               PIC X(02).
    05  WS-RFAP-SOURCE                  PIC X(08).

COPY REFERREC REPLACING REFER-RECORD BY WS-REFER-RECORD.

COPY LIMITREC REPLACING LIMIT-RECORD BY WS-LIMIT-RECORD.

COPY RFJRNRC REPLACING RFJRN-RECORD BY WS-RFJRN-RECORD.

*> The referred detail's original image, decoded for the browse.
COPY TRANREC REPLACING TRAN-RECORD BY WS-REFER-TRAN-RECORD.

01  WS-SWITCHES.
    05  WS-DONE-SW                      PIC X(01) VALUE 'N'.
        88  WS-DONE                         VALUE 'Y'.
    05  WS-BROWSE-DONE-SW               PIC X(01) VALUE 'N'.
        88  WS-BROWSE-DONE                  VALUE 'Y'.
    05  WS-EDIT-FAILED-SW               PIC X(01) VALUE 'N'.
        88  WS-EDIT-FAILED                  VALUE 'Y'.
        88  WS-EDIT-PASSED                  VALUE 'N'.

01  WS-BROWSE-CONTROL.
    05  WS-PAGE-LINE-COUNT              PIC S9(4) COMP VALUE 0.
    05  WS-PAGE-SIZE                    PIC S9(4) COMP VALUE 10.

01  WS-AMOUNT-EDIT.
    05  WS-AMOUNT-LEN                   PIC S9(4) COMP VALUE 0.
    05  WS-LIMIT-WHOLE-UNITS            PIC 9(13) VALUE 0.

01  WS-PROMPT-TEXT                      PIC X(78) VALUE
    "BUGRFAP: B [ID] / A ID OCC / D ID OCC REASON / L TY SRC AMT / R TY SRC / X".

01  WS-TERMINAL-INPUT.
    05  TI-ACTION                       PIC X(01).
    05  FILLER                          PIC X(01).
    05  TI-REFERRAL-DATA.
        10  TI-TRAN-ID                  PIC X(10).
        10  FILLER                      PIC X(01).
        10  TI-OCCURRENCE               PIC X(02).
        10  FILLER                      PIC X(01).
        10  TI-REASON                   PIC X(20).
        10  FILLER                      PIC X(01).
    05  TI-LIMIT-DATA REDEFINES TI-REFERRAL-DATA.
        10  TI-TRAN-TYPE                PIC X(02).
        10  FILLER                      PIC X(01).
        10  TI-SOURCE-SYSTEM            PIC X(08).
        10  FILLER                      PIC X(01).
        10  TI-LIMIT-AMOUNT             PIC X(13).
        10  FILLER                      PIC X(10).
01  WS-TERMINAL-INPUT-LEN               PIC S9(4) COMP VALUE 37.

01  WS-BROWSE-LINE.
    05  BRW-TRAN-ID                     PIC X(10).
    05  FILLER                          PIC X(01) VALUE "/".
    05  BRW-OCCURRENCE                  PIC 9(02).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-STATUS                      PIC X(01).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-TRAN-TYPE                   PIC X(02).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-SOURCE                      PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-BASE-AMOUNT                 PIC Z(12)9.99-.
    05  FILLER                          PIC X(05) VALUE " MKR ".
    05  BRW-MAKER                       PIC X(08).
    05  FILLER                          PIC X(05) VALUE " CHK ".
    05  BRW-CHECKER                     PIC X(08).

01  WS-PAGE-PROMPT                      PIC X(44) VALUE
    "PRESS ENTER FOR MORE, X TO END BROWSE       ".

01  WS-PAGE-REPLY                       PIC X(01).
01  WS-PAGE-REPLY-LEN                   PIC S9(4) COMP VALUE 1.

01  WS-MESSAGE-TEXT                     PIC X(70) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    EXEC CICS
        ASSIGN USERID(WS-OPERATOR-ID)
    END-EXEC
    PERFORM 1000-PROCESS-ONE-COMMAND UNTIL WS-DONE
    EXEC CICS RETURN END-EXEC.

1000-PROCESS-ONE-COMMAND.
    EXEC CICS
        SEND TEXT FROM(WS-PROMPT-TEXT) ERASE
    END-EXEC
    MOVE SPACES TO WS-TERMINAL-INPUT
*> LENGTH is in/out on RECEIVE - reset it before every one, as in
*> BUGTMNT, or a short command truncates the next long one.
    MOVE LENGTH OF WS-TERMINAL-INPUT TO WS-TERMINAL-INPUT-LEN
    EXEC CICS
        RECEIVE INTO(WS-TERMINAL-INPUT)
                LENGTH(WS-TERMINAL-INPUT-LEN)
                RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        SET WS-DONE TO TRUE
    ELSE
        EVALUATE TI-ACTION
            WHEN "B"
            WHEN "b"
                PERFORM 2000-BROWSE-REFERRALS
            WHEN "A"
            WHEN "a"
                PERFORM 3000-APPROVE-REFERRAL
            WHEN "D"
            WHEN "d"
                PERFORM 3500-DECLINE-REFERRAL
            WHEN "L"
            WHEN "l"
                PERFORM 4000-SET-LIMIT
            WHEN "R"
            WHEN "r"
                PERFORM 4500-REMOVE-LIMIT
            WHEN "X"
            WHEN "x"
                SET WS-DONE TO TRUE
            WHEN OTHER
                MOVE "UNRECOGNIZED ACTION - USE B, A, D, L, R OR X"
                    TO WS-MESSAGE-TEXT
                PERFORM 8000-SEND-MESSAGE
        END-EVALUATE
    END-IF.

*> Scrolling list over REFERRAL via STARTBR/READNEXT, a page of
*> lines at a time. Every referral shows whatever its state - the
*> decided and released ones are the audit trail - with the maker
*> (the limit's keyer) and the checker side by side.
2000-BROWSE-REFERRALS.
    MOVE "N" TO WS-BROWSE-DONE-SW
    MOVE 0 TO WS-PAGE-LINE-COUNT
    IF TI-TRAN-ID = SPACES
        MOVE LOW-VALUES TO WS-REFER-RIDFLD
    ELSE
        MOVE TI-TRAN-ID TO WS-RFAP-TRAN-ID
        MOVE 0 TO WS-RFAP-OCCURRENCE
    END-IF
    EXEC CICS
        STARTBR DATASET("REFERRAL")
                RIDFLD(WS-REFER-RIDFLD)
                KEYLENGTH(LENGTH OF WS-REFER-RIDFLD)
                GTEQ
                RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE "NO REFERRALS ON FILE" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    ELSE
        PERFORM 2100-BROWSE-ONE-RECORD UNTIL WS-BROWSE-DONE
        EXEC CICS
            ENDBR DATASET("REFERRAL")
        END-EXEC
    END-IF.

2100-BROWSE-ONE-RECORD.
    EXEC CICS
        READNEXT DATASET("REFERRAL")
                 INTO(WS-REFER-RECORD)
                 RIDFLD(WS-REFER-RIDFLD)
                 KEYLENGTH(LENGTH OF WS-REFER-RIDFLD)
                 RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        SET WS-BROWSE-DONE TO TRUE
        MOVE "END OF REFERRAL FILE" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    ELSE
        MOVE REFER-RECORD-IMAGE OF WS-REFER-RECORD
            TO WS-REFER-TRAN-RECORD
        MOVE REFER-TRAN-ID OF WS-REFER-RECORD TO BRW-TRAN-ID
        MOVE REFER-OCCURRENCE OF WS-REFER-RECORD TO BRW-OCCURRENCE
        MOVE REFER-STATUS OF WS-REFER-RECORD TO BRW-STATUS
        MOVE TRAN-TYPE OF WS-REFER-TRAN-RECORD TO BRW-TRAN-TYPE
        MOVE REFER-SOURCE-SYSTEM OF WS-REFER-RECORD TO BRW-SOURCE
        MOVE REFER-BASE-AMOUNT OF WS-REFER-RECORD
            TO BRW-BASE-AMOUNT
        MOVE REFER-LIMIT-KEYED-BY OF WS-REFER-RECORD TO BRW-MAKER
        MOVE REFER-DECIDED-BY OF WS-REFER-RECORD TO BRW-CHECKER
        EXEC CICS
            SEND TEXT FROM(WS-BROWSE-LINE)
        END-EXEC
        ADD 1 TO WS-PAGE-LINE-COUNT
        IF WS-PAGE-LINE-COUNT >= WS-PAGE-SIZE
            PERFORM 2200-PAGE-BREAK
        END-IF
    END-IF.

2200-PAGE-BREAK.
    EXEC CICS
        SEND TEXT FROM(WS-PAGE-PROMPT)
    END-EXEC
    MOVE SPACES TO WS-PAGE-REPLY
    MOVE LENGTH OF WS-PAGE-REPLY TO WS-PAGE-REPLY-LEN
    EXEC CICS
        RECEIVE INTO(WS-PAGE-REPLY)
                LENGTH(WS-PAGE-REPLY-LEN)
                RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        OR WS-PAGE-REPLY = "X" OR WS-PAGE-REPLY = "x"
        SET WS-BROWSE-DONE TO TRUE
    ELSE
        MOVE 0 TO WS-PAGE-LINE-COUNT
    END-IF.

*> The key fields a decision needs: a TRAN-ID, and an occurrence
*> that is either two digits or blank (meaning 01).
2500-VALIDATE-REFERRAL-KEY.
    SET WS-EDIT-PASSED TO TRUE
    IF TI-TRAN-ID = SPACES
        SET WS-EDIT-FAILED TO TRUE
        MOVE "TRAN-ID IS REQUIRED" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    ELSE
        IF TI-OCCURRENCE = SPACES
            MOVE "01" TO TI-OCCURRENCE
        END-IF
        IF TI-OCCURRENCE NOT NUMERIC
            SET WS-EDIT-FAILED TO TRUE
            MOVE "OCCURRENCE MUST BE TWO DIGITS OR BLANK"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        END-IF
    END-IF.

*> Reads the referral for update and applies the two rules every
*> decision shares: it must still be pending, and the operator
*> deciding it must not be the one who keyed the limit it broke.
*> A refused decision releases the record untouched. Leaves the
*> edit switch passed only when the caller may go on to rewrite.
2600-READ-PENDING-REFERRAL.
    MOVE TI-TRAN-ID TO WS-RFAP-TRAN-ID
    MOVE TI-OCCURRENCE TO WS-RFAP-OCCURRENCE
    EXEC CICS
        READ DATASET("REFERRAL")
             INTO(WS-REFER-RECORD)
             RIDFLD(WS-REFER-RIDFLD)
             KEYLENGTH(LENGTH OF WS-REFER-RIDFLD)
             UPDATE
             RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            SET WS-EDIT-FAILED TO TRUE
            MOVE "NO REFERRAL FOUND FOR THAT TRAN-ID/OCCURRENCE"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        WHEN NOT REFER-PENDING OF WS-REFER-RECORD
            SET WS-EDIT-FAILED TO TRUE
            EXEC CICS
                UNLOCK DATASET("REFERRAL")
            END-EXEC
            MOVE "REFERRAL IS ALREADY DECIDED - NO CHANGE MADE"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        WHEN REFER-LIMIT-KEYED-BY OF WS-REFER-RECORD
                = WS-OPERATOR-ID
            SET WS-EDIT-FAILED TO TRUE
            EXEC CICS
                UNLOCK DATASET("REFERRAL")
            END-EXEC
            MOVE "YOU KEYED THE LIMIT - ANOTHER OPERATOR MUST DECIDE"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Approves a pending referral. BUGRFREL picks the 'A' up on its
*> next run and releases the item into a balanced REFERRAL batch.
3000-APPROVE-REFERRAL.
    PERFORM 2500-VALIDATE-REFERRAL-KEY
    IF WS-EDIT-PASSED
        PERFORM 2600-READ-PENDING-REFERRAL
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 6000-BUILD-JOURNAL-RECORD
        PERFORM 6100-JOURNAL-REFERRAL-IMAGE
        MOVE "REFAPPR" TO RFJRN-ACTION OF WS-RFJRN-RECORD
        MOVE "A" TO REFER-STATUS OF WS-REFER-RECORD
        MOVE WS-OPERATOR-ID TO REFER-DECIDED-BY OF WS-REFER-RECORD
        MOVE WS-NOW-TIMESTAMP
            TO REFER-DECIDED-TIMESTAMP OF WS-REFER-RECORD
        PERFORM 5100-REWRITE-REFERRAL
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 7000-WRITE-JOURNAL
            MOVE "REFERRAL APPROVED AND JOURNALED"
                TO WS-MESSAGE-TEXT
        ELSE
            MOVE "REWRITE FAILED - REFERRAL UNCHANGED"
                TO WS-MESSAGE-TEXT
        END-IF
        PERFORM 8000-SEND-MESSAGE
    END-IF.

*> Declines a pending referral. The reason is required up front,
*> before the record is locked - it travels with the item to
*> suspense and is the first thing the desk will ask about.
3500-DECLINE-REFERRAL.
    PERFORM 2500-VALIDATE-REFERRAL-KEY
    IF WS-EDIT-PASSED
        IF TI-REASON = SPACES
            SET WS-EDIT-FAILED TO TRUE
            MOVE "A REASON IS REQUIRED TO DECLINE"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        END-IF
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 2600-READ-PENDING-REFERRAL
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 6000-BUILD-JOURNAL-RECORD
        PERFORM 6100-JOURNAL-REFERRAL-IMAGE
        MOVE "REFDECL" TO RFJRN-ACTION OF WS-RFJRN-RECORD
        MOVE TI-REASON TO RFJRN-REASON OF WS-RFJRN-RECORD
        MOVE "D" TO REFER-STATUS OF WS-REFER-RECORD
        MOVE WS-OPERATOR-ID TO REFER-DECIDED-BY OF WS-REFER-RECORD
        MOVE WS-NOW-TIMESTAMP
            TO REFER-DECIDED-TIMESTAMP OF WS-REFER-RECORD
        MOVE TI-REASON TO REFER-DECLINE-REASON OF WS-REFER-RECORD
        PERFORM 5100-REWRITE-REFERRAL
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 7000-WRITE-JOURNAL
            MOVE "REFERRAL DECLINED AND JOURNALED"
                TO WS-MESSAGE-TEXT
        ELSE
            MOVE "REWRITE FAILED - REFERRAL UNCHANGED"
                TO WS-MESSAGE-TEXT
        END-IF
        PERFORM 8000-SEND-MESSAGE
    END-IF.

*> The key fields every limit command needs. The source system may
*> be blank - that is the type's default limit for every feed.
3800-VALIDATE-LIMIT-KEY.
    SET WS-EDIT-PASSED TO TRUE
    IF TI-TRAN-TYPE = SPACES
        SET WS-EDIT-FAILED TO TRUE
        MOVE "TRAN-TYPE IS REQUIRED" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    END-IF
    MOVE TI-TRAN-TYPE TO WS-RFAP-TRAN-TYPE
    MOVE TI-SOURCE-SYSTEM TO WS-RFAP-SOURCE.

*> The amount is keyed left-justified in whole units; the digits
*> up to the first space are the value. A zero limit would refer
*> every item of the type, which is a stop-the-feed wearing a
*> limit's clothes - that is not what this command is for.
3900-EDIT-LIMIT-AMOUNT.
    MOVE 0 TO WS-AMOUNT-LEN
    INSPECT TI-LIMIT-AMOUNT TALLYING WS-AMOUNT-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-AMOUNT-LEN = 0
        SET WS-EDIT-FAILED TO TRUE
    ELSE
        IF TI-LIMIT-AMOUNT(1:WS-AMOUNT-LEN) NOT NUMERIC
            SET WS-EDIT-FAILED TO TRUE
        ELSE
            MOVE TI-LIMIT-AMOUNT(1:WS-AMOUNT-LEN)
                TO WS-LIMIT-WHOLE-UNITS
            IF WS-LIMIT-WHOLE-UNITS = 0
                SET WS-EDIT-FAILED TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-EDIT-FAILED
        MOVE "LIMIT AMOUNT MUST BE A WHOLE NUMBER ABOVE ZERO"
            TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    END-IF.

*> Keys a new limit or changes an existing one. Either way the
*> record is stamped with this operator as its keyer - which makes
*> this operator the maker of every referral it raises from now on
*> and bars them from deciding those. The prior amount and keyer go
*> to the journal before the record is touched.
4000-SET-LIMIT.
    PERFORM 3800-VALIDATE-LIMIT-KEY
    IF WS-EDIT-PASSED
        PERFORM 3900-EDIT-LIMIT-AMOUNT
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 5000-READ-LIMIT-FOR-UPDATE
        PERFORM 6000-BUILD-JOURNAL-RECORD
        MOVE "LIMSET" TO RFJRN-ACTION OF WS-RFJRN-RECORD
        MOVE WS-LIMIT-WHOLE-UNITS TO RFJRN-AMOUNT OF WS-RFJRN-RECORD
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE LIMIT-AMOUNT OF WS-LIMIT-RECORD
                TO RFJRN-OLD-LIMIT-AMOUNT OF WS-RFJRN-RECORD
            MOVE LIMIT-KEYED-BY OF WS-LIMIT-RECORD
                TO RFJRN-OLD-KEYED-BY OF WS-RFJRN-RECORD
            PERFORM 4100-STAMP-LIMIT
            EXEC CICS
                REWRITE DATASET("TRANLIMT")
                        FROM(WS-LIMIT-RECORD)
                        RESP(WS-RESP)
            END-EXEC
        ELSE
            MOVE SPACES TO WS-LIMIT-RECORD
            MOVE TI-TRAN-TYPE TO LIMIT-TRAN-TYPE OF WS-LIMIT-RECORD
            MOVE TI-SOURCE-SYSTEM
                TO LIMIT-SOURCE-SYSTEM OF WS-LIMIT-RECORD
            PERFORM 4100-STAMP-LIMIT
            EXEC CICS
                WRITE DATASET("TRANLIMT")
                      FROM(WS-LIMIT-RECORD)
                      RIDFLD(WS-LIMIT-RIDFLD)
                      KEYLENGTH(LENGTH OF WS-LIMIT-RIDFLD)
                      RESP(WS-RESP)
            END-EXEC
        END-IF
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 7000-WRITE-JOURNAL
            MOVE "LIMIT SET AND JOURNALED" TO WS-MESSAGE-TEXT
        ELSE
            MOVE "WRITE FAILED - LIMIT UNCHANGED" TO WS-MESSAGE-TEXT
        END-IF
        PERFORM 8000-SEND-MESSAGE
    END-IF.

4100-STAMP-LIMIT.
    MOVE WS-LIMIT-WHOLE-UNITS TO LIMIT-AMOUNT OF WS-LIMIT-RECORD
    MOVE WS-OPERATOR-ID TO LIMIT-KEYED-BY OF WS-LIMIT-RECORD
    MOVE WS-NOW-TIMESTAMP
        TO LIMIT-KEYED-TIMESTAMP OF WS-LIMIT-RECORD.

*> Removes a limit. The journal carries the full prior amount and
*> keyer - after the delete it is the only record of them.
4500-REMOVE-LIMIT.
    PERFORM 3800-VALIDATE-LIMIT-KEY
    IF WS-EDIT-PASSED
        PERFORM 5000-READ-LIMIT-FOR-UPDATE
        IF WS-RESP NOT = DFHRESP(NORMAL)
            MOVE "NO LIMIT FOUND FOR THAT TYPE/SOURCE"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        ELSE
            PERFORM 6000-BUILD-JOURNAL-RECORD
            MOVE "LIMDEL" TO RFJRN-ACTION OF WS-RFJRN-RECORD
            MOVE 0 TO RFJRN-AMOUNT OF WS-RFJRN-RECORD
            MOVE LIMIT-AMOUNT OF WS-LIMIT-RECORD
                TO RFJRN-OLD-LIMIT-AMOUNT OF WS-RFJRN-RECORD
            MOVE LIMIT-KEYED-BY OF WS-LIMIT-RECORD
                TO RFJRN-OLD-KEYED-BY OF WS-RFJRN-RECORD
            EXEC CICS
                DELETE DATASET("TRANLIMT")
                       RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM 7000-WRITE-JOURNAL
                MOVE "LIMIT REMOVED AND JOURNALED" TO WS-MESSAGE-TEXT
            ELSE
                MOVE "DELETE FAILED - LIMIT UNCHANGED"
                    TO WS-MESSAGE-TEXT
            END-IF
            PERFORM 8000-SEND-MESSAGE
        END-IF
    END-IF.

5000-READ-LIMIT-FOR-UPDATE.
    EXEC CICS
        READ DATASET("TRANLIMT")
             INTO(WS-LIMIT-RECORD)
             RIDFLD(WS-LIMIT-RIDFLD)
             KEYLENGTH(LENGTH OF WS-LIMIT-RIDFLD)
             UPDATE
             RESP(WS-RESP)
    END-EXEC.

5100-REWRITE-REFERRAL.
    EXEC CICS
        REWRITE DATASET("REFERRAL")
                FROM(WS-REFER-RECORD)
                RESP(WS-RESP)
    END-EXEC.

*> Stamps the journal record with who and when, and takes the same
*> timestamp for the referral or limit record itself so the two
*> always agree. The limit key fields are filled from the terminal
*> (blank for a decision); 6100 fills the referral side.
6000-BUILD-JOURNAL-RECORD.
    MOVE SPACES TO WS-RFJRN-RECORD
    EXEC CICS
        ASKTIME ABSTIME(WS-ABS-TIME)
    END-EXEC
    EXEC CICS
        FORMATTIME ABSTIME(WS-ABS-TIME)
                   YYYYMMDD(RFJRN-TIMESTAMP OF WS-RFJRN-RECORD(1:8))
                   TIME(RFJRN-TIMESTAMP OF WS-RFJRN-RECORD(9:6))
    END-EXEC
    MOVE RFJRN-TIMESTAMP OF WS-RFJRN-RECORD(1:14) TO WS-NOW-TIMESTAMP
    MOVE WS-OPERATOR-ID TO RFJRN-OPERATOR-ID OF WS-RFJRN-RECORD
    MOVE 0 TO RFJRN-OCCURRENCE OF WS-RFJRN-RECORD
    MOVE 0 TO RFJRN-AMOUNT OF WS-RFJRN-RECORD
    MOVE 0 TO RFJRN-OLD-LIMIT-AMOUNT OF WS-RFJRN-RECORD
    IF TI-ACTION = "L" OR TI-ACTION = "l"
        OR TI-ACTION = "R" OR TI-ACTION = "r"
        MOVE TI-TRAN-TYPE TO RFJRN-TRAN-TYPE OF WS-RFJRN-RECORD
        MOVE TI-SOURCE-SYSTEM
            TO RFJRN-SOURCE-SYSTEM OF WS-RFJRN-RECORD
    END-IF.

*> The referral's state BEFORE the decision, so the journal shows
*> what was decided, by whom, against which maker's limit.
6100-JOURNAL-REFERRAL-IMAGE.
    MOVE REFER-RECORD-IMAGE OF WS-REFER-RECORD
        TO WS-REFER-TRAN-RECORD
    MOVE REFER-TRAN-ID OF WS-REFER-RECORD
        TO RFJRN-TRAN-ID OF WS-RFJRN-RECORD
    MOVE REFER-OCCURRENCE OF WS-REFER-RECORD
        TO RFJRN-OCCURRENCE OF WS-RFJRN-RECORD
    MOVE TRAN-TYPE OF WS-REFER-TRAN-RECORD
        TO RFJRN-TRAN-TYPE OF WS-RFJRN-RECORD
    MOVE REFER-SOURCE-SYSTEM OF WS-REFER-RECORD
        TO RFJRN-SOURCE-SYSTEM OF WS-RFJRN-RECORD
    MOVE REFER-BASE-AMOUNT OF WS-REFER-RECORD
        TO RFJRN-AMOUNT OF WS-RFJRN-RECORD
    MOVE REFER-STATUS OF WS-REFER-RECORD
        TO RFJRN-OLD-STATUS OF WS-RFJRN-RECORD
    MOVE REFER-LIMIT-AMOUNT OF WS-REFER-RECORD
        TO RFJRN-OLD-LIMIT-AMOUNT OF WS-RFJRN-RECORD
    MOVE REFER-LIMIT-KEYED-BY OF WS-REFER-RECORD
        TO RFJRN-OLD-KEYED-BY OF WS-RFJRN-RECORD.

7000-WRITE-JOURNAL.
    EXEC CICS
        WRITE JOURNALNAME("RFAJ")
              JTYPEID("RA")
              FROM(WS-RFJRN-RECORD)
              FLENGTH(LENGTH OF WS-RFJRN-RECORD)
              WAIT
              RESP(WS-RESP2)
    END-EXEC
    IF WS-RESP2 NOT = DFHRESP(NORMAL)
        MOVE "WARNING: JOURNAL WRITE FAILED - NOTIFY SYSTEMS"
            TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    END-IF.

8000-SEND-MESSAGE.
    EXEC CICS
        SEND TEXT FROM(WS-MESSAGE-TEXT)
    END-EXEC
    MOVE SPACES TO WS-MESSAGE-TEXT.
