*>             that crashed partway through the move is completed
*>             by simply re-running it, instead of the re-run
*>             reporting the moved records as sequence gaps.
*> 2026-10-15  Advance invoices (type 'Z') are verified and
*>             counted in the close summary like corrections and
*>             interest notes.
*> 2026-10-15  Every ledger record added, rewritten or deleted
*>             (the move to the history register included) is
*>             journaled through LEDGJRNL (before and after image
*>             under the run ID) so ROLLBACK can undo the run.
*> 2026-10-15  The run stops with return code 8 when a ledger
*>             change cannot be written to the ledger journal.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

01 WS-LAST-NUMBER PIC 9(6) VALUE 0.
01 WS-CHECK-NUMBER PIC 9(6) VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
01 WS-COUNT-INVOICES PIC 9(5) VALUE 0.
01 WS-COUNT-CORRECTIONS PIC 9(5) VALUE 0.
01 WS-COUNT-INTNOTES PIC 9(5) VALUE 0.
01 WS-COUNT-ADVANCES PIC 9(5) VALUE 0.
01 WS-RATE-IDX PIC 9 COMPUTATIONAL VALUE 0.
01 WS-TOTALS.
    05 WS-TOTAL-RATE-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
        PERFORM 3000-VERIFY-INVOICES THRU 3000-EXIT
        PERFORM 3500-VERIFY-CORRECTIONS THRU 3500-EXIT
        PERFORM 3700-VERIFY-INTEREST-NOTES THRU 3700-EXIT
        PERFORM 3900-VERIFY-ADVANCES THRU 3900-EXIT
        IF CLOSE-BLOCKED
            DISPLAY 'Year NOT closed: ' WS-COUNT-GAPS ' gap(s), '
                WS-COUNT-UNSUBMITTED ' unsubmitted document(s).'
3800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3900-VERIFY-ADVANCES sweeps the closing year's advance invoices
*> into the same checks and the move list.  They are VAT invoices
*> in their own right - submitted to KSeF and counted in the rate
*> totals - and one still waiting for its final invoice moves to
*> history like the rest; COBOLATOR finds it there.
*> ---------------------------------------------------------------
3900-VERIFY-ADVANCES SECTION.
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO DTL-SELLER-NIP
    MOVE 'Z' TO DTL-DOC-TYPE
    MOVE WS-CLOSE-YEAR TO DTL-DOC-YEAR
    MOVE 0 TO DTL-DOC-NUMBER
    START INVOICE-DETAIL-FILE KEY >= DTL-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 3950-VERIFY-NEXT-ADVANCE THRU 3950-EXIT
        UNTIL SCAN-EOF
    MOVE 'Z' TO WS-HSCAN-TYPE
    PERFORM 3650-SCAN-HISTORY-DOCS THRU 3650-EXIT.
3900-EXIT.
    EXIT.

3950-VERIFY-NEXT-ADVANCE SECTION.
    READ INVOICE-DETAIL-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 3950-EXIT
    END-READ
    IF DTL-SELLER-NIP NOT = WS-SELLER-NIP
            OR DTL-DOC-TYPE NOT = 'Z'
            OR DTL-DOC-YEAR NOT = WS-CLOSE-YEAR
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 3950-EXIT
    END-IF
    PERFORM 3300-VERIFY-AND-QUEUE THRU 3300-EXIT
    ADD 1 TO WS-COUNT-ADVANCES.
3950-EXIT.
    EXIT.

3600-VERIFY-NEXT-CORRECTION SECTION.
    READ INVOICE-DETAIL-FILE NEXT RECORD
        AT END

*> ---------------------------------------------------------------
*> 3650-SCAN-HISTORY-DOCS sweeps the history file for the closing
*> year's documents of the staged type (corrections, interest
*> notes or advance invoices) that an interrupted close already
*> moved: each one still present in the live register is skipped
*> (the live scan handled it), the rest get the same checks and
*> summary roll-up through the live record area.
*> ---------------------------------------------------------------
3650-SCAN-HISTORY-DOCS SECTION.
    MOVE 'N' TO WS-SCAN-EOF
    END-IF
    MOVE HISTORY-DETAIL-RECORD TO INVOICE-DETAIL-RECORD
    PERFORM 3300-VERIFY-AND-QUEUE THRU 3300-EXIT
    EVALUATE WS-HSCAN-TYPE
    WHEN 'K'
        ADD 1 TO WS-COUNT-CORRECTIONS
    WHEN 'Z'
        ADD 1 TO WS-COUNT-ADVANCES
    WHEN OTHER
        ADD 1 TO WS-COUNT-INTNOTES
    END-EVALUATE.
3660-EXIT.
    EXIT.

        ' invoice(s), ' DELIMITED BY SIZE
        WS-COUNT-CORRECTIONS DELIMITED BY SIZE
        ' correction(s), ' DELIMITED BY SIZE
        WS-COUNT-ADVANCES DELIMITED BY SIZE
        ' advance invoice(s), ' DELIMITED BY SIZE
        WS-COUNT-INTNOTES DELIMITED BY SIZE
        ' interest note(s)' DELIMITED BY SIZE
        INTO SUMMARY-LINE
            GO TO 5100-EXIT
    END-READ
    MOVE INVOICE-DETAIL-RECORD TO HISTORY-DETAIL-RECORD
    SET LJ-HISTORY TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    WRITE HISTORY-DETAIL-RECORD
        INVALID KEY
            REWRITE HISTORY-DETAIL-RECORD
    END-WRITE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    SET LJ-DETAIL TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    SET LJ-DELETED TO TRUE
    DELETE INVOICE-DETAIL-FILE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    ADD 1 TO WS-MOVED-COUNT.
5100-EXIT.
    EXIT.
            GO TO 6000-EXIT
    END-READ
    MOVE WS-CLOSE-YEAR TO REGISTER-CLOSED-YEAR
    SET LJ-REGISTER TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE REGISTER-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    DISPLAY 'Year ' WS-CLOSE-YEAR ' closed for seller '
        WS-SELLER-NIP '.'.
6000-EXIT.
8000-EXIT.
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
    WHEN LJ-REGISTER
        MOVE REGISTER-RECORD TO LJ-AFTER-IMAGE
        MOVE REGISTER-NIP TO LJ-KEY
        READ REGISTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE REGISTER-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO REGISTER-RECORD
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
    WHEN LJ-HISTORY
        MOVE HISTORY-DETAIL-RECORD TO LJ-AFTER-IMAGE
        MOVE HST-KEY TO LJ-KEY
        READ HISTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE HISTORY-DETAIL-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO HISTORY-DETAIL-RECORD
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-REGISTER AND WS-REGISTER-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DETAIL AND WS-INVOICE-DETAIL-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-HISTORY AND WS-HISTORY-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'YEAREND' TO LJ-PROGRAM
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
