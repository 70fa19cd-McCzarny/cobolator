*>             December invoice would otherwise be missed for the
*>             old year and netted into the new year's invoice of
*>             the same number.
*> 2026-10-15  No relief is claimed on an item under an open
*>             dispute - a contested receivable is not an
*>             uncontested bad debt.
*> 2026-10-15  Every open items ledger rewrite is journaled
*>             through LEDGJRNL (before and after image under the
*>             run ID) so ROLLBACK can undo the run.
*> 2026-10-15  Items the WRITEOFF run has written off (status 'W')
*>             are recognised: a relief already claimed on one is
*>             never clawed back, and one written off under an
*>             approved reason still qualifies for a claim on the
*>             written-off part once 90 days overdue; tolerance
*>             residuals ('TL') claim nothing.
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
*> The relief qualifies 90 days after the due date, and a later
*> payment triggers the clawback.  Kept as one data item so a
01 WS-COUNT-CLAIMED PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-REVERSED PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-NO-DETAIL PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-DISPUTED PIC 9(5) COMPUTATIONAL VALUE 0.

PROCEDURE DIVISION.

    DISPLAY WS-COUNT-CLAIMED ' relief claim(s), '
        WS-COUNT-REVERSED ' clawback(s), written to '
        WS-ADJUSTMENT-FILE-NAME
    IF WS-COUNT-DISPUTED > 0
        DISPLAY WS-COUNT-DISPUTED ' qualifying item(s) under'
            ' dispute - no relief claimed.'
    END-IF
    IF WS-COUNT-NO-DETAIL > 0
        DISPLAY WS-COUNT-NO-DETAIL ' item(s) skipped - no detail'
            ' record with the VAT figures.'
*> 2100-TEST-NEXT-ITEM decides what one open item owes the relief
*> register: a new claim when it is 90+ days unpaid and never
*> claimed, a clawback when a claimed item has since been paid.
*> Only 'F' documents carry output VAT to relieve.  An item the
*> WRITEOFF run has closed ('W') was given up, not paid: a claim
*> on it stands, and one written off as uncollectible under an
*> approved reason still qualifies for a claim on the part written
*> off.  A residual closed under the currency tolerance ('TL')
*> claims nothing.
*> ---------------------------------------------------------------
2100-TEST-NEXT-ITEM SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD

    COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
    IF OI-RELIEF-CLAIMED
        IF OI-WRITTEN-OFF
            GO TO 2100-EXIT
        END-IF
        IF OI-SETTLED OR WS-REMAINING-DUE = 0
            PERFORM 2300-REVERSE-RELIEF THRU 2300-EXIT
        END-IF
    IF OI-RELIEF-REVERSED
        GO TO 2100-EXIT
    END-IF
    IF OI-WRITTEN-OFF AND OI-WRITEOFF-REASON = 'TL'
        GO TO 2100-EXIT
    END-IF
    IF NOT OI-OPEN AND NOT OI-WRITTEN-OFF
        GO TO 2100-EXIT
    END-IF
    IF WS-REMAINING-DUE = 0
    COMPUTE WS-DUE-DATE-INT =
        FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
    COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-DATE-INT
    IF WS-DAYS-OVERDUE <= WS-RELIEF-DAYS
        GO TO 2100-EXIT
    END-IF
*> A receivable the client disputes is not an uncontested debt,
*> so no relief is claimed on it while the dispute is open.
    IF OI-DISPUTED
        ADD 1 TO WS-COUNT-DISPUTED
        GO TO 2100-EXIT
    END-IF
    PERFORM 2200-CLAIM-RELIEF THRU 2200-EXIT.
2100-EXIT.
    EXIT.

    SET OI-RELIEF-CLAIMED TO TRUE
    MOVE WS-TODAY-YYYYMMDD TO OI-RELIEF-DATE
    MOVE WS-REMAINING-DUE TO OI-RELIEF-GROSS
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    ADD 1 TO WS-COUNT-CLAIMED
    DISPLAY 'Relief claimed on ' OI-DESIGNATION.
2200-EXIT.
        UNTIL WS-EFF-IDX > WS-EFF-COUNT
    SET OI-RELIEF-REVERSED TO TRUE
    MOVE WS-TODAY-YYYYMMDD TO OI-RELIEF-DATE
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    ADD 1 TO WS-COUNT-REVERSED
    DISPLAY 'Relief clawed back on ' OI-DESIGNATION.
2300-EXIT.
8370-EXIT.
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
    WHEN LJ-OPEN-ITEMS
        MOVE OPEN-ITEM-RECORD TO LJ-AFTER-IMAGE
        MOVE OI-KEY TO LJ-KEY
        READ OPEN-ITEMS-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE OPEN-ITEM-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO OPEN-ITEM-RECORD
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'BADDEBT' TO LJ-PROGRAM
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
