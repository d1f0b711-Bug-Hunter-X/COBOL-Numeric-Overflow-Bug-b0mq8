      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> BUGSMNT
*> Online CICS repair transaction for the suspense file - the
*> repair desk's replacement for hand-editing the 39-byte record
*> image of a reject in a file editor, where a slip in the amount
*> columns recycled as a different amount and nothing recorded who
*> had changed what. It works the keyed SUSPENSE file BUGSLOAD
*> builds each day from the reject stream (SUSPREC) and lets an
*> authorized operator:
*>   B [reason [date]]           browse the suspense items as a
*>                               scrolling list (a page at a time),
*>                               from the top or from the reason
*>                               code and first-rejection date
*>                               supplied
*>   S reason date seq           show one item as labeled fields
*>   C reason date seq type tranid amount trantype effdate ccy
*>                               correct the item's record image
*>   W reason date seq why       mark the item for write-off now,
*>                               with the reason (required)
*>   X                           exit
*> An item is named by the reason, first-rejection date and load
*> sequence the browse shows. A correction keys the whole image as
*> fields - record type, TRAN-ID, amount, TRAN-TYPE, effective date
*> and currency - and must pass the edits BUGSOLUTION applies on the
*> way in (2200-EDIT-DETAIL-RECORD and 2230-EDIT-CURRENCY-CODE)
*> before it is accepted: a D detail or R reversal (RT01), a
*> TRAN-ID (ID01), a numeric amount (AM01), and a blank currency or
*> one with a rate on the day's RATETAB copy of CURRATES (CR01).
*> The amount is keyed in cents, left-justified, with a trailing
*> minus when negative, so no decimal point can be misplaced; the
*> effective date is blank or YYYYMMDD. An item marked for
*> write-off is out of the repair loop - BUGRCYCL books it out to
*> WRTOFF on its next run - and can no longer be corrected.
*> Every correction and write-off mark is journaled (SRJRNRC) with
*> the operator id, a timestamp and the record image before and
*> after, so any amount BUGRCYCL recycles can be traced back to the
*> operator who keyed it. Authorization to run the transaction
*> itself is controlled by the transaction security definition, as
*> usual for this system. This is a conversational transaction in
*> the BUGMNT mold - it holds the terminal across its own
*> SEND/RECEIVE loop and returns without a TRANSID.
*> NOTE: EXEC CICS requires the CICS translator/precompiler ahead
*> of the base COBOL compile; it is not plain COBOL syntax.
*> ---------------------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID. BUGSMNT.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-RESP                             PIC S9(8) COMP.
01  WS-RESP2                            PIC S9(8) COMP.
01  WS-OPERATOR-ID                      PIC X(08) VALUE SPACES.
01  WS-ABS-TIME                         PIC S9(15) COMP-3.
01  WS-NOW-TIMESTAMP                    PIC X(14) VALUE SPACES.

01  WS-SUSP-RIDFLD.
    05  WS-SMNT-REASON-CODE             PIC X(04).
    05  WS-SMNT-FIRST-REJECT-DATE       PIC X(08).
    05  WS-SMNT-LOAD-SEQ                PIC 9(06).

01  WS-RATE-RIDFLD                      PIC X(03).

COPY SUSPREC REPLACING SUSP-RECORD BY WS-SUSP-RECORD.

COPY RJCTREC REPLACING RJCT-RECORD BY WS-RJCT-RECORD.

COPY CURRATRC REPLACING CURRAT-RECORD BY WS-CURRAT-RECORD.

COPY SRJRNRC REPLACING SRJRN-RECORD BY WS-SRJRN-RECORD.

*> The item's record image, decoded for display and rebuilt from
*> the keyed fields on a correction.
COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-RECORD.

01  WS-SWITCHES.
    05  WS-DONE-SW                      PIC X(01) VALUE 'N'.
        88  WS-DONE                         VALUE 'Y'.
    05  WS-BROWSE-DONE-SW               PIC X(01) VALUE 'N'.
        88  WS-BROWSE-DONE                  VALUE 'Y'.
    05  WS-EDIT-FAILED-SW               PIC X(01) VALUE 'N'.
        88  WS-EDIT-FAILED                  VALUE 'Y'.
        88  WS-EDIT-PASSED                  VALUE 'N'.
    05  WS-NEGATIVE-SW                  PIC X(01) VALUE 'N'.
        88  WS-NEGATIVE                     VALUE 'Y'.

01  WS-BROWSE-CONTROL.
    05  WS-PAGE-LINE-COUNT              PIC S9(4) COMP VALUE 0.
    05  WS-PAGE-SIZE                    PIC S9(4) COMP VALUE 10.

01  WS-AMOUNT-EDIT.
    05  WS-AMOUNT-LEN                   PIC S9(4) COMP VALUE 0.
    05  WS-AMOUNT-CENTS                 PIC 9(11) VALUE 0.
    05  WS-CORRECTED-AMOUNT             PIC S9(9)V99 VALUE 0.

*> An amount that is the very thing broken cannot be edited as a
*> number - it shows as the raw characters the image holds.
01  WS-DISPLAY-AMOUNT                   PIC Z(8)9.99-.
01  WS-DISPLAY-AMOUNT-RAW REDEFINES WS-DISPLAY-AMOUNT
                                        PIC X(13).

01  WS-PROMPT-TEXT                      PIC X(78) VALUE
    "BUGSMNT: B [RSN [DATE]] / S KEY / C KEY T ID AMT TY EFF CCY / W KEY WHY / X".

01  WS-TERMINAL-INPUT.
    05  TI-ACTION                       PIC X(01).
    05  FILLER                          PIC X(01).
    05  TI-REASON-CODE                  PIC X(04).
    05  FILLER                          PIC X(01).
    05  TI-FIRST-REJECT-DATE            PIC X(08).
    05  FILLER                          PIC X(01).
    05  TI-LOAD-SEQ                     PIC X(06).
    05  FILLER                          PIC X(01).
    05  TI-CORRECTION-DATA.
        10  TI-RECORD-TYPE              PIC X(01).
        10  FILLER                      PIC X(01).
        10  TI-TRAN-ID                  PIC X(10).
        10  FILLER                      PIC X(01).
        10  TI-AMOUNT                   PIC X(12).
        10  FILLER                      PIC X(01).
        10  TI-TRAN-TYPE                PIC X(02).
        10  FILLER                      PIC X(01).
        10  TI-EFF-DATE                 PIC X(08).
        10  FILLER                      PIC X(01).
        10  TI-CURRENCY-CODE            PIC X(03).
    05  TI-WRITE-OFF-DATA REDEFINES TI-CORRECTION-DATA.
        10  TI-WRITE-OFF-REASON         PIC X(20).
        10  FILLER                      PIC X(21).
01  WS-TERMINAL-INPUT-LEN               PIC S9(4) COMP VALUE 64.

01  WS-BROWSE-HEADING                   PIC X(65) VALUE
    "RSN  1ST-REJ  SEQ    S T TRAN-ID          AMOUNT  TY EFF-DATE CCY".

01  WS-BROWSE-LINE.
    05  BRW-REASON-CODE                 PIC X(04).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-FIRST-REJECT-DATE           PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-LOAD-SEQ                    PIC 9(06).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-REPAIR-STATUS               PIC X(01).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-RECORD-TYPE                 PIC X(01).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-TRAN-ID                     PIC X(10).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-AMOUNT                      PIC X(13).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-TRAN-TYPE                   PIC X(02).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-EFF-DATE                    PIC X(08).
    05  FILLER                          PIC X(01) VALUE SPACE.
    05  BRW-CURRENCY-CODE               PIC X(03).

*> One item as labeled fields, for the S command.
01  WS-SHOW-LINE-1.
    05  FILLER                          PIC X(06) VALUE "ITEM  ".
    05  SHW-REASON-CODE                 PIC X(04).
    05  FILLER                          PIC X(01) VALUE "/".
    05  SHW-FIRST-REJECT-DATE           PIC X(08).
    05  FILLER                          PIC X(01) VALUE "/".
    05  SHW-LOAD-SEQ                    PIC 9(06).
    05  FILLER                          PIC X(07) VALUE "  RUN  ".
    05  SHW-RUN-DATE                    PIC X(08).
    05  FILLER                          PIC X(01) VALUE "/".
    05  SHW-RUN-ID                      PIC X(08).
    05  FILLER                          PIC X(10) VALUE "  CYCLES  ".
    05  SHW-RECYCLE-COUNT               PIC X(03).

01  WS-SHOW-LINE-2.
    05  FILLER                          PIC X(13) VALUE
        "RECORD TYPE  ".
    05  SHW-RECORD-TYPE                 PIC X(01).
    05  FILLER                          PIC X(11) VALUE "  TRAN-ID  ".
    05  SHW-TRAN-ID                     PIC X(10).
    05  FILLER                          PIC X(10) VALUE "  AMOUNT  ".
    05  SHW-AMOUNT                      PIC X(13).

01  WS-SHOW-LINE-3.
    05  FILLER                          PIC X(11) VALUE "TRAN-TYPE  ".
    05  SHW-TRAN-TYPE                   PIC X(02).
    05  FILLER                          PIC X(18) VALUE
        "  EFFECTIVE DATE  ".
    05  SHW-EFF-DATE                    PIC X(08).
    05  FILLER                          PIC X(12) VALUE
        "  CURRENCY  ".
    05  SHW-CURRENCY-CODE               PIC X(03).

01  WS-SHOW-LINE-4.
    05  FILLER                          PIC X(08) VALUE "STATUS  ".
    05  SHW-REPAIR-STATUS               PIC X(20).
    05  FILLER                          PIC X(05) VALUE "  BY ".
    05  SHW-CHANGED-BY                  PIC X(08).
    05  FILLER                          PIC X(04) VALUE " AT ".
    05  SHW-CHANGED-TIMESTAMP           PIC X(14).

01  WS-SHOW-LINE-5.
    05  FILLER                          PIC X(18) VALUE
        "WRITE-OFF REASON  ".
    05  SHW-WRITE-OFF-REASON            PIC X(20).

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
                PERFORM 2000-BROWSE-SUSPENSE
            WHEN "S"
            WHEN "s"
                PERFORM 3000-SHOW-ITEM
            WHEN "C"
            WHEN "c"
                PERFORM 4000-CORRECT-ITEM
            WHEN "W"
            WHEN "w"
                PERFORM 4500-MARK-WRITE-OFF
            WHEN "X"
            WHEN "x"
                SET WS-DONE TO TRUE
            WHEN OTHER
                MOVE "UNRECOGNIZED ACTION - USE B, S, C, W OR X"
                    TO WS-MESSAGE-TEXT
                PERFORM 8000-SEND-MESSAGE
        END-EVALUATE
    END-IF.

*> Scrolling list over SUSPENSE via STARTBR/READNEXT, a page of
*> lines at a time, from the top of the file or from the reason
*> code (and first-rejection date) the operator supplied - the
*> key order groups the items by why and since when they fail.
2000-BROWSE-SUSPENSE.
    MOVE "N" TO WS-BROWSE-DONE-SW
    MOVE 0 TO WS-PAGE-LINE-COUNT
    IF TI-REASON-CODE = SPACES
        MOVE LOW-VALUES TO WS-SUSP-RIDFLD
    ELSE
        MOVE TI-REASON-CODE TO WS-SMNT-REASON-CODE
        IF TI-FIRST-REJECT-DATE = SPACES
            MOVE LOW-VALUES TO WS-SMNT-FIRST-REJECT-DATE
        ELSE
            MOVE TI-FIRST-REJECT-DATE TO WS-SMNT-FIRST-REJECT-DATE
        END-IF
        MOVE 0 TO WS-SMNT-LOAD-SEQ
    END-IF
    EXEC CICS
        STARTBR DATASET("SUSPENSE")
                RIDFLD(WS-SUSP-RIDFLD)
                KEYLENGTH(LENGTH OF WS-SUSP-RIDFLD)
                GTEQ
                RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE "NO SUSPENSE ITEMS ON FILE" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    ELSE
        EXEC CICS
            SEND TEXT FROM(WS-BROWSE-HEADING)
        END-EXEC
        PERFORM 2100-BROWSE-ONE-RECORD UNTIL WS-BROWSE-DONE
        EXEC CICS
            ENDBR DATASET("SUSPENSE")
        END-EXEC
    END-IF.

2100-BROWSE-ONE-RECORD.
    EXEC CICS
        READNEXT DATASET("SUSPENSE")
                 INTO(WS-SUSP-RECORD)
                 RIDFLD(WS-SUSP-RIDFLD)
                 KEYLENGTH(LENGTH OF WS-SUSP-RIDFLD)
                 RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        SET WS-BROWSE-DONE TO TRUE
        MOVE "END OF SUSPENSE FILE" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    ELSE
        PERFORM 2900-DECODE-ITEM
        MOVE SUSP-REASON-CODE OF WS-SUSP-RECORD TO BRW-REASON-CODE
        MOVE SUSP-FIRST-REJECT-DATE OF WS-SUSP-RECORD
            TO BRW-FIRST-REJECT-DATE
        MOVE SUSP-LOAD-SEQ OF WS-SUSP-RECORD TO BRW-LOAD-SEQ
        MOVE SUSP-REPAIR-STATUS OF WS-SUSP-RECORD
            TO BRW-REPAIR-STATUS
        MOVE TRAN-RECORD-TYPE OF WS-TRAN-RECORD TO BRW-RECORD-TYPE
        MOVE TRAN-ID OF WS-TRAN-RECORD TO BRW-TRAN-ID
        MOVE WS-DISPLAY-AMOUNT-RAW TO BRW-AMOUNT
        MOVE TRAN-TYPE OF WS-TRAN-RECORD TO BRW-TRAN-TYPE
        MOVE TRAN-EFFECTIVE-DATE OF WS-TRAN-RECORD TO BRW-EFF-DATE
        MOVE TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
            TO BRW-CURRENCY-CODE
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

*> The key every single-item command needs, exactly as the browse
*> shows it: reason code, first-rejection date and the six-digit
*> load sequence.
2500-VALIDATE-ITEM-KEY.
    SET WS-EDIT-PASSED TO TRUE
    IF TI-REASON-CODE = SPACES
        SET WS-EDIT-FAILED TO TRUE
        MOVE "REASON CODE IS REQUIRED" TO WS-MESSAGE-TEXT
        PERFORM 8000-SEND-MESSAGE
    ELSE
        IF TI-FIRST-REJECT-DATE NOT NUMERIC
            SET WS-EDIT-FAILED TO TRUE
            MOVE "FIRST-REJECT DATE MUST BE YYYYMMDD"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        ELSE
            IF TI-LOAD-SEQ NOT NUMERIC
                SET WS-EDIT-FAILED TO TRUE
                MOVE "SEQUENCE MUST BE THE SIX DIGITS THE BROWSE SHOWS"
                    TO WS-MESSAGE-TEXT
                PERFORM 8000-SEND-MESSAGE
            END-IF
        END-IF
    END-IF
    MOVE TI-REASON-CODE TO WS-SMNT-REASON-CODE
    MOVE TI-FIRST-REJECT-DATE TO WS-SMNT-FIRST-REJECT-DATE
    IF WS-EDIT-PASSED
        MOVE TI-LOAD-SEQ TO WS-SMNT-LOAD-SEQ
    END-IF.

*> Reads the item for update and applies the rule every change
*> shares: an item already marked for write-off has left the repair
*> loop. A refused change releases the record untouched. Leaves the
*> edit switch passed only when the caller may go on to rewrite.
2600-READ-ITEM-FOR-UPDATE.
    EXEC CICS
        READ DATASET("SUSPENSE")
             INTO(WS-SUSP-RECORD)
             RIDFLD(WS-SUSP-RIDFLD)
             KEYLENGTH(LENGTH OF WS-SUSP-RIDFLD)
             UPDATE
             RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            SET WS-EDIT-FAILED TO TRUE
            MOVE "NO SUSPENSE ITEM FOUND FOR THAT KEY"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        WHEN SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
            SET WS-EDIT-FAILED TO TRUE
            EXEC CICS
                UNLOCK DATASET("SUSPENSE")
            END-EXEC
            MOVE "ITEM IS MARKED FOR WRITE-OFF - NO CHANGE MADE"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        WHEN OTHER
            MOVE SUSP-REJECT-RECORD OF WS-SUSP-RECORD
                TO WS-RJCT-RECORD
    END-EVALUATE.

*> The edits BUGSOLUTION's 2200-EDIT-DETAIL-RECORD applies, in its
*> order, each refusal naming the reject it would otherwise become
*> again - plus the effective-date shape, since a half-keyed date
*> would quietly post in the current run. Nothing is locked yet.
2700-EDIT-CORRECTION.
    IF TI-RECORD-TYPE NOT = "D" AND TI-RECORD-TYPE NOT = "R"
        SET WS-EDIT-FAILED TO TRUE
        MOVE "RT01: RECORD TYPE MUST BE D (DETAIL) OR R (REVERSAL)"
            TO WS-MESSAGE-TEXT
    ELSE
        IF TI-TRAN-ID = SPACES
            SET WS-EDIT-FAILED TO TRUE
            MOVE "ID01: TRAN-ID IS REQUIRED" TO WS-MESSAGE-TEXT
        ELSE
            PERFORM 2750-EDIT-AMOUNT
            IF WS-EDIT-FAILED
                MOVE
                    "AM01: AMOUNT IS 1-11 DIGITS IN CENTS, TRAILING - IF NEGATIVE"
                    TO WS-MESSAGE-TEXT
            ELSE
                IF TI-EFF-DATE NOT = SPACES
                    AND TI-EFF-DATE NOT NUMERIC
                    SET WS-EDIT-FAILED TO TRUE
                    MOVE "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
                        TO WS-MESSAGE-TEXT
                ELSE
                    PERFORM 2800-EDIT-CURRENCY-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-EDIT-FAILED
        PERFORM 8000-SEND-MESSAGE
    END-IF.

*> The digits up to the first space are the amount in cents; a
*> trailing minus makes it negative. Eleven digits is all
*> TRAN-AMOUNT holds.
2750-EDIT-AMOUNT.
    MOVE "N" TO WS-NEGATIVE-SW
    MOVE 0 TO WS-AMOUNT-LEN
    INSPECT TI-AMOUNT TALLYING WS-AMOUNT-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-AMOUNT-LEN > 1
        IF TI-AMOUNT(WS-AMOUNT-LEN:1) = "-"
            SET WS-NEGATIVE TO TRUE
            SUBTRACT 1 FROM WS-AMOUNT-LEN
        END-IF
    END-IF
    IF WS-AMOUNT-LEN = 0 OR WS-AMOUNT-LEN > 11
        SET WS-EDIT-FAILED TO TRUE
    ELSE
        IF TI-AMOUNT(1:WS-AMOUNT-LEN) NOT NUMERIC
            SET WS-EDIT-FAILED TO TRUE
        ELSE
            MOVE TI-AMOUNT(1:WS-AMOUNT-LEN) TO WS-AMOUNT-CENTS
            COMPUTE WS-CORRECTED-AMOUNT = WS-AMOUNT-CENTS / 100
            IF WS-NEGATIVE
                COMPUTE WS-CORRECTED-AMOUNT = 0 - WS-CORRECTED-AMOUNT
            END-IF
        END-IF
    END-IF.

*> 2230-EDIT-CURRENCY-CODE against the RATETAB copy BUGSLOAD made
*> of the day's CURRATES: a coded currency must have a rate. A rate
*> table that cannot be read refuses the correction rather than
*> wave a currency through unchecked.
2800-EDIT-CURRENCY-CODE.
    IF TI-CURRENCY-CODE NOT = SPACES
        MOVE TI-CURRENCY-CODE TO WS-RATE-RIDFLD
        EXEC CICS
            READ DATASET("RATETAB")
                 INTO(WS-CURRAT-RECORD)
                 RIDFLD(WS-RATE-RIDFLD)
                 KEYLENGTH(LENGTH OF WS-RATE-RIDFLD)
                 RESP(WS-RESP)
        END-EXEC
        EVALUATE WS-RESP
            WHEN DFHRESP(NORMAL)
                CONTINUE
            WHEN DFHRESP(NOTFND)
                SET WS-EDIT-FAILED TO TRUE
                MOVE "CR01: NO RATE ON FILE FOR THAT CURRENCY"
                    TO WS-MESSAGE-TEXT
            WHEN OTHER
                SET WS-EDIT-FAILED TO TRUE
                MOVE "RATE TABLE UNAVAILABLE - CORRECTION REFUSED"
                    TO WS-MESSAGE-TEXT
        END-EVALUATE
    END-IF.

*> Decodes the item's reject record and record image, and formats
*> the amount for display.
2900-DECODE-ITEM.
    MOVE SUSP-REJECT-RECORD OF WS-SUSP-RECORD TO WS-RJCT-RECORD
    MOVE RJCT-RECORD-IMAGE OF WS-RJCT-RECORD TO WS-TRAN-RECORD
    IF TRAN-AMOUNT OF WS-TRAN-RECORD NUMERIC
        MOVE TRAN-AMOUNT OF WS-TRAN-RECORD TO WS-DISPLAY-AMOUNT
    ELSE
        MOVE TRAN-DETAIL-DATA OF WS-TRAN-RECORD(11:11)
            TO WS-DISPLAY-AMOUNT-RAW
    END-IF.

*> Shows one item as labeled fields - what the desk reads before
*> keying a correction, in the order the correction is keyed.
3000-SHOW-ITEM.
    PERFORM 2500-VALIDATE-ITEM-KEY
    IF WS-EDIT-PASSED
        EXEC CICS
            READ DATASET("SUSPENSE")
                 INTO(WS-SUSP-RECORD)
                 RIDFLD(WS-SUSP-RIDFLD)
                 KEYLENGTH(LENGTH OF WS-SUSP-RIDFLD)
                 RESP(WS-RESP)
        END-EXEC
        IF WS-RESP NOT = DFHRESP(NORMAL)
            MOVE "NO SUSPENSE ITEM FOUND FOR THAT KEY"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        ELSE
            PERFORM 2900-DECODE-ITEM
            PERFORM 3100-SEND-ITEM-DETAIL
        END-IF
    END-IF.

3100-SEND-ITEM-DETAIL.
    MOVE SUSP-REASON-CODE OF WS-SUSP-RECORD TO SHW-REASON-CODE
    MOVE SUSP-FIRST-REJECT-DATE OF WS-SUSP-RECORD
        TO SHW-FIRST-REJECT-DATE
    MOVE SUSP-LOAD-SEQ OF WS-SUSP-RECORD TO SHW-LOAD-SEQ
    MOVE RJCT-RUN-DATE OF WS-RJCT-RECORD TO SHW-RUN-DATE
    MOVE RJCT-RUN-ID OF WS-RJCT-RECORD TO SHW-RUN-ID
    MOVE RJCT-RECYCLE-COUNT OF WS-RJCT-RECORD TO SHW-RECYCLE-COUNT
    EXEC CICS
        SEND TEXT FROM(WS-SHOW-LINE-1)
    END-EXEC
    MOVE TRAN-RECORD-TYPE OF WS-TRAN-RECORD TO SHW-RECORD-TYPE
    MOVE TRAN-ID OF WS-TRAN-RECORD TO SHW-TRAN-ID
    MOVE WS-DISPLAY-AMOUNT-RAW TO SHW-AMOUNT
    EXEC CICS
        SEND TEXT FROM(WS-SHOW-LINE-2)
    END-EXEC
    MOVE TRAN-TYPE OF WS-TRAN-RECORD TO SHW-TRAN-TYPE
    MOVE TRAN-EFFECTIVE-DATE OF WS-TRAN-RECORD TO SHW-EFF-DATE
    MOVE TRAN-CURRENCY-CODE OF WS-TRAN-RECORD TO SHW-CURRENCY-CODE
    EXEC CICS
        SEND TEXT FROM(WS-SHOW-LINE-3)
    END-EXEC
    EVALUATE TRUE
        WHEN SUSP-CORRECTED OF WS-SUSP-RECORD
            MOVE "CORRECTED" TO SHW-REPAIR-STATUS
        WHEN SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
            MOVE "MARKED FOR WRITE-OFF" TO SHW-REPAIR-STATUS
        WHEN OTHER
            MOVE "AS REJECTED" TO SHW-REPAIR-STATUS
    END-EVALUATE
    MOVE SUSP-CHANGED-BY OF WS-SUSP-RECORD TO SHW-CHANGED-BY
    MOVE SUSP-CHANGED-TIMESTAMP OF WS-SUSP-RECORD
        TO SHW-CHANGED-TIMESTAMP
    EXEC CICS
        SEND TEXT FROM(WS-SHOW-LINE-4)
    END-EXEC
    IF SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD
        MOVE SUSP-WRITE-OFF-REASON OF WS-SUSP-RECORD
            TO SHW-WRITE-OFF-REASON
        EXEC CICS
            SEND TEXT FROM(WS-SHOW-LINE-5)
        END-EXEC
    END-IF.

*> Replaces the item's record image with the keyed fields once they
*> pass the front-end edits. The image is rebuilt whole from the
*> fields, never patched, so nothing the operator did not key can
*> survive into it. The before image goes to the journal with the
*> after; the reason code and lifecycle stay as they were -
*> BUGRCYCL re-edits the image and refreshes them itself.
4000-CORRECT-ITEM.
    PERFORM 2500-VALIDATE-ITEM-KEY
    IF WS-EDIT-PASSED
        PERFORM 2700-EDIT-CORRECTION
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 2600-READ-ITEM-FOR-UPDATE
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 6000-BUILD-JOURNAL-RECORD
        SET SRJRN-CORRECTED OF WS-SRJRN-RECORD TO TRUE
        MOVE SPACES TO WS-TRAN-RECORD
        MOVE TI-RECORD-TYPE TO TRAN-RECORD-TYPE OF WS-TRAN-RECORD
        MOVE TI-TRAN-ID TO TRAN-ID OF WS-TRAN-RECORD
        MOVE WS-CORRECTED-AMOUNT TO TRAN-AMOUNT OF WS-TRAN-RECORD
        MOVE TI-TRAN-TYPE TO TRAN-TYPE OF WS-TRAN-RECORD
        MOVE TI-EFF-DATE TO TRAN-EFFECTIVE-DATE OF WS-TRAN-RECORD
        MOVE TI-CURRENCY-CODE
            TO TRAN-CURRENCY-CODE OF WS-TRAN-RECORD
        MOVE WS-TRAN-RECORD TO RJCT-RECORD-IMAGE OF WS-RJCT-RECORD
        MOVE WS-TRAN-RECORD TO SRJRN-AFTER-IMAGE OF WS-SRJRN-RECORD
        MOVE WS-RJCT-RECORD TO SUSP-REJECT-RECORD OF WS-SUSP-RECORD
        SET SUSP-CORRECTED OF WS-SUSP-RECORD TO TRUE
        PERFORM 6100-STAMP-ITEM
        PERFORM 5100-REWRITE-ITEM
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 7000-WRITE-JOURNAL
            MOVE "SUSPENSE ITEM CORRECTED AND JOURNALED"
                TO WS-MESSAGE-TEXT
        ELSE
            MOVE "REWRITE FAILED - SUSPENSE ITEM UNCHANGED"
                TO WS-MESSAGE-TEXT
        END-IF
        PERFORM 8000-SEND-MESSAGE
    END-IF.

*> Marks an item for write-off ahead of the cycle limit. The reason
*> is required up front, before the record is locked - it travels
*> to the write-off file and is what finance books the item out on.
*> The image is left as it is, so before and after agree.
4500-MARK-WRITE-OFF.
    PERFORM 2500-VALIDATE-ITEM-KEY
    IF WS-EDIT-PASSED
        IF TI-WRITE-OFF-REASON = SPACES
            SET WS-EDIT-FAILED TO TRUE
            MOVE "A REASON IS REQUIRED TO WRITE OFF"
                TO WS-MESSAGE-TEXT
            PERFORM 8000-SEND-MESSAGE
        END-IF
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 2600-READ-ITEM-FOR-UPDATE
    END-IF
    IF WS-EDIT-PASSED
        PERFORM 6000-BUILD-JOURNAL-RECORD
        SET SRJRN-WRITE-OFF-MARKED OF WS-SRJRN-RECORD TO TRUE
        MOVE TI-WRITE-OFF-REASON
            TO SRJRN-WRITE-OFF-REASON OF WS-SRJRN-RECORD
        SET SUSP-WRITE-OFF-MARKED OF WS-SUSP-RECORD TO TRUE
        MOVE TI-WRITE-OFF-REASON
            TO SUSP-WRITE-OFF-REASON OF WS-SUSP-RECORD
        PERFORM 6100-STAMP-ITEM
        PERFORM 5100-REWRITE-ITEM
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 7000-WRITE-JOURNAL
            MOVE "SUSPENSE ITEM MARKED FOR WRITE-OFF AND JOURNALED"
                TO WS-MESSAGE-TEXT
        ELSE
            MOVE "REWRITE FAILED - SUSPENSE ITEM UNCHANGED"
                TO WS-MESSAGE-TEXT
        END-IF
        PERFORM 8000-SEND-MESSAGE
    END-IF.

5100-REWRITE-ITEM.
    EXEC CICS
        REWRITE DATASET("SUSPENSE")
                FROM(WS-SUSP-RECORD)
                RESP(WS-RESP)
    END-EXEC.

*> Stamps the journal record with who and when, names the item and
*> its rejecting run, and captures the image BEFORE the command
*> touches it - the after image starts out the same and only a
*> correction replaces it. The same timestamp goes on the item
*> itself so the two always agree.
6000-BUILD-JOURNAL-RECORD.
    MOVE SPACES TO WS-SRJRN-RECORD
    EXEC CICS
        ASKTIME ABSTIME(WS-ABS-TIME)
    END-EXEC
    EXEC CICS
        FORMATTIME ABSTIME(WS-ABS-TIME)
                   YYYYMMDD(SRJRN-TIMESTAMP OF WS-SRJRN-RECORD(1:8))
                   TIME(SRJRN-TIMESTAMP OF WS-SRJRN-RECORD(9:6))
    END-EXEC
    MOVE SRJRN-TIMESTAMP OF WS-SRJRN-RECORD(1:14) TO WS-NOW-TIMESTAMP
    MOVE WS-OPERATOR-ID TO SRJRN-OPERATOR-ID OF WS-SRJRN-RECORD
    MOVE SUSP-KEY OF WS-SUSP-RECORD
        TO SRJRN-SUSPENSE-KEY OF WS-SRJRN-RECORD
    MOVE RJCT-RUN-ID OF WS-RJCT-RECORD
        TO SRJRN-RUN-ID OF WS-SRJRN-RECORD
    MOVE RJCT-RECORD-IMAGE OF WS-RJCT-RECORD
        TO SRJRN-BEFORE-IMAGE OF WS-SRJRN-RECORD
    MOVE RJCT-RECORD-IMAGE OF WS-RJCT-RECORD
        TO SRJRN-AFTER-IMAGE OF WS-SRJRN-RECORD.

6100-STAMP-ITEM.
    MOVE WS-OPERATOR-ID TO SUSP-CHANGED-BY OF WS-SUSP-RECORD
    MOVE WS-NOW-TIMESTAMP
        TO SUSP-CHANGED-TIMESTAMP OF WS-SUSP-RECORD.

7000-WRITE-JOURNAL.
    EXEC CICS
        WRITE JOURNALNAME("SRPJ")
              JTYPEID("SR")
              FROM(WS-SRJRN-RECORD)
              FLENGTH(LENGTH OF WS-SRJRN-RECORD)
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
