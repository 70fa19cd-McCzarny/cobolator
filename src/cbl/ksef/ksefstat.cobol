*>             terminate; a lock held by another run fails this
*>             one fast with return code 6 (-force overrides a
*>             stale lock).
*> 2026-10-15  Accepts advance invoices (type 'Z').
*> 2026-10-15  Every detail register rewrite is journaled through
*>             LEDGJRNL (before and after image under the run ID)
*>             so ROLLBACK can undo the run.
*> 2026-10-15  The run stops with return code 8 when a ledger
*>             change cannot be written to the ledger journal.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

01 WS-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-DOC-NUMBER PIC 9(6) VALUE 0.
01 WS-DOC-YEAR PIC 9(4) VALUE 0.
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2 = SPACES
            OR WS-CL-WORD-3 = SPACES OR WS-CL-WORD-4 = SPACES
        DISPLAY 'Usage: ksefstat <seller-nip> <doc-number>'
            ' <doc-year> <ksef-ref> [F|K|Z] [-force]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
        MOVE WS-CL-WORD-5 TO WS-DOC-TYPE
    END-IF
    IF WS-DOC-TYPE NOT = 'F' AND WS-DOC-TYPE NOT = 'K'
            AND WS-DOC-TYPE NOT = 'Z'
        DISPLAY 'ERROR: document type must be F, K or Z, got: '
            WS-DOC-TYPE
        MOVE 8 TO WS-RETURN-CODE
    END-IF.
        NOT INVALID KEY
            SET DTL-KSEF-SUBMITTED TO TRUE
            MOVE WS-KSEF-REF TO DTL-KSEF-REF
            SET LJ-DETAIL TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE INVOICE-DETAIL-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
            DISPLAY 'Document ' DTL-DESIGNATION
                ' marked submitted, KSeF ref: ' WS-KSEF-REF
    END-READ
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-JOURNAL-BEFORE takes the image of the ledger record about
*> to be written (LJ-LEDGER says which) as it stands on file now,
*> leaving the new record in the record area: found means the write
*> rewrites it, not found that it adds it.  A caller deleting the
*> record sets LJ-DELETED after this.  8950-JOURNAL-AFTER hands
*> both images to LEDGJRNL once the write has gone through, and
*> stops the run (return code 8) when LEDGJRNL could not journal
*> them.
*> ---------------------------------------------------------------
8900-JOURNAL-BEFORE SECTION.
    MOVE SPACES TO LJ-BEFORE-IMAGE
    SET LJ-ADDED TO TRUE
    EVALUATE TRUE
    WHEN LJ-DETAIL
        MOVE INVOICE-DETAIL-RECORD TO LJ-AFTER-IMAGE
        MOVE DTL-KEY TO LJ-KEY
        READ INVOICE-DETAIL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE INVOICE-DETAIL-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO INVOICE-DETAIL-RECORD
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-DETAIL AND WS-INVOICE-DETAIL-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'KSEFSTAT' TO LJ-PROGRAM
    CALL "LEDGJRNL" USING WS-LEDGER-JOURNAL
    IF LJ-JOURNAL-FAILED
        DISPLAY 'ERROR: ledger change not journaled - run stopped.'
        MOVE 8 TO WS-RETURN-CODE
        PERFORM 9999-TERMINATE THRU 9999-EXIT
    END-IF.
8950-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    IF RUN-LOCK-HELD
        SET LOCK-RELEASE TO TRUE
