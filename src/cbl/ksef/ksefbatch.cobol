*>             (return code 6 when another run holds it, -force
*>             overrides a stale lock); the scan only reads and
*>             runs unlocked.
*> 2026-10-15  Advance invoices (type 'Z') are submitted and their
*>             responses imported like invoices and corrections.
*> 2026-10-15  Every detail register rewrite is journaled through
*>             LEDGJRNL (before and after image under the run ID)
*>             so ROLLBACK can undo the run.
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

*> ---------------------------------------------------------------
*> The statutory submission window in days.  The rules require an
*> e-invoice to be lodged promptly after issue; anything older
*> ---------------------------------------------------------------
*> 2400-WRITE-MANIFEST-ENTRY names the document's generated XML
*> file (ksef_<year>_<number>.xml as the batch run writes it,
*> ksef_K_... for a correction, ksef_Z_... for an advance invoice)
*> and its register key, so the upload and the response import
*> work off one list.  The file is probed on disk first: a
*> single-run issue wrote its XML to the shared ksef.xml, which
*> the next run overwrote, so a missing file goes on the
*> outstanding report (regenerate it before upload) instead of
*> into the manifest as uploadable.
*> ---------------------------------------------------------------
2400-WRITE-MANIFEST-ENTRY SECTION.
    MOVE SPACES TO WS-XML-FILE-NAME
    IF WS-OUT-DOC-TYPE(WS-OUT-IDX) = 'K'
            OR WS-OUT-DOC-TYPE(WS-OUT-IDX) = 'Z'
        STRING 'ksef_' DELIMITED BY SIZE
            WS-OUT-DOC-TYPE(WS-OUT-IDX) DELIMITED BY SIZE
            '_' DELIMITED BY SIZE
            WS-OUT-DOC-YEAR(WS-OUT-IDX) DELIMITED BY SIZE
            '_' DELIMITED BY SIZE
            WS-OUT-DOC-NUMBER(WS-OUT-IDX) DELIMITED BY SIZE
        GO TO 4100-EXIT
    END-IF
    IF WS-RSP-TYPE NOT = 'F' AND WS-RSP-TYPE NOT = 'K'
            AND WS-RSP-TYPE NOT = 'Z'
        DISPLAY 'WARNING: document type must be F, K or Z: '
            RESPONSE-LINE
        ADD 1 TO WS-COUNT-RSP-ERRORS
        GO TO 4100-EXIT
        NOT INVALID KEY
            SET DTL-KSEF-SUBMITTED TO TRUE
            MOVE WS-RSP-REF TO DTL-KSEF-REF
            SET LJ-DETAIL TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE INVOICE-DETAIL-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
            ADD 1 TO WS-COUNT-STAMPED
            DISPLAY 'Document ' DTL-DESIGNATION
                ' marked submitted, KSeF ref: ' WS-RSP-REF
4100-EXIT.
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
    MOVE 'KSEFBATCH' TO LJ-PROGRAM
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
