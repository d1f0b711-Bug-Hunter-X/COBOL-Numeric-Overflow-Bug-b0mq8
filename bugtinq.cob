*> operator at a blank screen (EIBCALEN = 0) is prompted for it,
*> and the transaction holds the terminal across its own
*> SEND/RECEIVE and returns without a TRANSID.
*> A high-value detail BUGSOLUTION held back for approval shows as
*> REFERRED; if it is approved, its eventual posting arrives as a
*> later occurrence under the same TRAN-ID like any other.
*> NOTE: EXEC CICS requires the CICS translator/precompiler ahead
*> of the base COBOL compile; it is not plain COBOL syntax.
*> ---------------------------------------------------------------
            MOVE "DUPLICATE      " TO SLN-DISPOSITION
        WHEN TARC-REVERSAL OF WS-TARC-RECORD
            MOVE "REVERSAL       " TO SLN-DISPOSITION
        WHEN TARC-REFERRED OF WS-TARC-RECORD
            MOVE "REFERRED       " TO SLN-DISPOSITION
        WHEN OTHER
            MOVE "?              " TO SLN-DISPOSITION
    END-EVALUATE
