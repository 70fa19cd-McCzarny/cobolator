*>             issued paper.  Each overdue item is stamped with
*>             the date its interest was billed to, so the same
*>             day's interest is never billed twice.
*> 2026-10-15  The note's open item carries no booked exchange
*>             rate (OI-ISSUE-RATE 0) - PAYMATCH looks the rate up
*>             again from rates.txt when a foreign-currency note
*>             is paid.
*> 2026-10-15  Interest note detail records leave the buyer
*>             country, EU VAT ID and issue rate the detail
*>             register now carries blank (zero rate).
*> 2026-10-15  The year rollover also restarts the advance invoice
*>             sequence the register now keeps, and note detail
*>             records leave the advance settlement fields zero.
*> 2026-10-15  Items under an open dispute are not billed interest
*>             until the dispute is closed.
*> 2026-10-15  Items rescheduled under an instalment agreement
*>             (see INSTAGR) are billed on the agreed terms:
*>             statutory interest up to the agreement date, the
*>             agreed rate (0 when waived) from it on; the note
*>             says so under the item.
*> 2026-10-15  Every ledger record added or rewritten is journaled
*>             through LEDGJRNL (before and after image under the
*>             run ID) so ROLLBACK can undo the run.
*> 2026-10-15  New interest-note open items start with nothing
*>             written off.
*> 2026-10-15  The run stops with return code 8 when a ledger
*>             change cannot be written to the ledger journal.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTEREST-FILE-STATUS.

*> ---------------------------------------------------------------
*> Instalment agreements, read for the agreed interest terms of
*> a rescheduled item.
*> ---------------------------------------------------------------
    SELECT AGREEMENT-FILE
    ASSIGN TO DYNAMIC WS-AGREEMENT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IA-KEY
    FILE STATUS IS WS-AGREEMENT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEMS-FILE.
FD INTEREST-FILE.
01 INTEREST-RECORD PIC X(10).

FD AGREEMENT-FILE.
COPY "instagr.cpy".

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-ARCHIVE-FILE-STATUS PIC X(2).
01 WS-INTEREST-FILE-NAME PIC X(100) VALUE 'interest.txt'.
01 WS-INTEREST-FILE-STATUS PIC X(2).
01 WS-AGREEMENT-FILE-NAME PIC X(100) VALUE 'instagr.dat'.
01 WS-AGREEMENT-FILE-STATUS PIC X(2).
01 WS-AGREEMENT-OPEN-FLAG PIC X VALUE 'N'.
    88 AGREEMENT-FILE-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <seller-nip> [-force]
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

*> ---------------------------------------------------------------
*> The statutory annual interest rate, with the hand-kept file
*> overriding the compiled-in fallback, same as the dunning run.
01 WS-REMAINING-DUE PIC 9(9)V99 VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-DISPUTED-SKIPPED PIC 9(5) VALUE 0.

*> ---------------------------------------------------------------
*> Agreed terms of a rescheduled item: the statutory rate runs up
*> to the agreement date, the agreed rate from it on.
*> ---------------------------------------------------------------
01 WS-AGREED-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-STATUTORY-DAYS PIC S9(5) COMPUTATIONAL VALUE 0.
01 WS-AGREED-DAYS PIC S9(5) COMPUTATIONAL VALUE 0.
01 WS-AGREED-COUNT PIC 9(5) VALUE 0.

*> ---------------------------------------------------------------
*> Billable interest collected from the ledger before notes go
        10 WS-BL-CURRENCY PIC X(3).
        10 WS-BL-DAYS PIC 9(5).
        10 WS-BL-INTEREST PIC 9(9)V99.
        10 WS-BL-AGR-DESIGNATION PIC X(20).
        10 WS-BL-AGR-RATE PIC 99V99.
        10 WS-BL-AGR-DATE PIC 9(8).
        10 WS-BL-PROCESSED PIC X(1).
01 WS-BL-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-BL-JDX PIC 9(3) COMPUTATIONAL VALUE 0.
*> 2000-COLLECT-BILLABLE-INTEREST walks this seller's overdue open
*> invoices and keeps every one with unbilled interest: the accrual
*> runs from the later of the due date and the last billed-to date
*> up to today.  An item rescheduled under an instalment agreement
*> bears the agreed rate from the agreement date on (see
*> 2200-AGREED-INTEREST).
*> ---------------------------------------------------------------
2000-COLLECT-BILLABLE-INTEREST SECTION.
    OPEN I-O OPEN-ITEMS-FILE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    OPEN INPUT AGREEMENT-FILE
    IF WS-AGREEMENT-FILE-STATUS = '00'
        SET AGREEMENT-FILE-OPEN TO TRUE
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO OI-SELLER-NIP
    MOVE LOW-VALUES TO OI-DOC-TYPE
    END-START
    PERFORM 2100-TEST-NEXT-ITEM THRU 2100-EXIT
        UNTIL SCAN-EOF
    IF AGREEMENT-FILE-OPEN
        CLOSE AGREEMENT-FILE
    END-IF
    IF WS-RETURN-CODE NOT = 0
        CLOSE OPEN-ITEMS-FILE
        GO TO 2000-EXIT
    END-IF
    DISPLAY WS-BILL-COUNT ' item(s) with unbilled interest.'
    IF WS-DISPUTED-SKIPPED > 0
        DISPLAY WS-DISPUTED-SKIPPED ' overdue item(s) under dispute'
            ' left out.'
    END-IF
    IF WS-AGREED-COUNT > 0
        DISPLAY WS-AGREED-COUNT ' item(s) billed on agreed terms.'
    END-IF.
2000-EXIT.
    EXIT.

    IF OI-DUE-DATE >= WS-TODAY-YYYYMMDD
        GO TO 2100-EXIT
    END-IF
*> A disputed item is not billed while the dispute is open; once it
*> is closed the next run bills the whole unbilled period.
    IF OI-DISPUTED
        ADD 1 TO WS-DISPUTED-SKIPPED
        GO TO 2100-EXIT
    END-IF
    COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
    IF WS-REMAINING-DUE = 0
        GO TO 2100-EXIT
    COMPUTE WS-FROM-INT =
        FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
    COMPUTE WS-DAYS-BILLED = WS-TODAY-INT - WS-FROM-INT
    MOVE SPACES TO IA-DESIGNATION
    IF OI-AGREEMENT-NUMBER NOT = 0
        PERFORM 2200-AGREED-INTEREST THRU 2200-EXIT
    ELSE
        COMPUTE WS-ITEM-INTEREST ROUNDED =
            WS-REMAINING-DUE * WS-INTEREST-RATE
            * WS-DAYS-BILLED / 36500
    END-IF
    IF WS-ITEM-INTEREST = 0
        GO TO 2100-EXIT
    END-IF
    MOVE OI-CURRENCY TO WS-BL-CURRENCY(WS-BL-IDX)
    MOVE WS-DAYS-BILLED TO WS-BL-DAYS(WS-BL-IDX)
    MOVE WS-ITEM-INTEREST TO WS-BL-INTEREST(WS-BL-IDX)
    MOVE IA-DESIGNATION TO WS-BL-AGR-DESIGNATION(WS-BL-IDX)
    IF IA-DESIGNATION NOT = SPACES
        MOVE IA-INTEREST-RATE TO WS-BL-AGR-RATE(WS-BL-IDX)
        MOVE IA-AGREED-DATE TO WS-BL-AGR-DATE(WS-BL-IDX)
        ADD 1 TO WS-AGREED-COUNT
    ELSE
        MOVE 0 TO WS-BL-AGR-RATE(WS-BL-IDX)
        MOVE 0 TO WS-BL-AGR-DATE(WS-BL-IDX)
    END-IF
    MOVE 'N' TO WS-BL-PROCESSED(WS-BL-IDX).
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-AGREED-INTEREST prices the unbilled period of an item
*> rescheduled under an instalment agreement on the agreed terms:
*> the statutory rate up to the agreement date, the agreed rate
*> (0 when interest was waived) from it on.  An agreement no
*> longer on file or no longer active leaves the statutory rate
*> for the whole period, and IA-DESIGNATION blank.
*> ---------------------------------------------------------------
2200-AGREED-INTEREST SECTION.
    COMPUTE WS-ITEM-INTEREST ROUNDED =
        WS-REMAINING-DUE * WS-INTEREST-RATE
        * WS-DAYS-BILLED / 36500
    IF NOT AGREEMENT-FILE-OPEN
        GO TO 2200-EXIT
    END-IF
    MOVE OI-SELLER-NIP TO IA-SELLER-NIP
    MOVE OI-AGREEMENT-NUMBER TO IA-AGREEMENT-NUMBER
    READ AGREEMENT-FILE
        INVALID KEY
            MOVE SPACES TO IA-DESIGNATION
            GO TO 2200-EXIT
    END-READ
    IF NOT IA-ACTIVE
        MOVE SPACES TO IA-DESIGNATION
        GO TO 2200-EXIT
    END-IF
    COMPUTE WS-AGREED-INT = FUNCTION INTEGER-OF-DATE(IA-AGREED-DATE)
    IF WS-AGREED-INT > WS-FROM-INT
        COMPUTE WS-STATUTORY-DAYS = WS-AGREED-INT - WS-FROM-INT
        IF WS-STATUTORY-DAYS > WS-DAYS-BILLED
            MOVE WS-DAYS-BILLED TO WS-STATUTORY-DAYS
        END-IF
    ELSE
        MOVE 0 TO WS-STATUTORY-DAYS
    END-IF
    COMPUTE WS-AGREED-DAYS = WS-DAYS-BILLED - WS-STATUTORY-DAYS
    COMPUTE WS-ITEM-INTEREST ROUNDED =
        WS-REMAINING-DUE * (WS-INTEREST-RATE * WS-STATUTORY-DAYS
            + IA-INTEREST-RATE * WS-AGREED-DAYS) / 36500.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-ISSUE-NOTES issues one note per buyer and currency: its
*> own NO/ number from the register, the printed document, the
*> 3200-ASSIGN-NOTE-NUMBER draws the next number from the note
*> sequence the register keeps per issuing business.  Like the
*> invoice and correction sequences, the first document of a new
*> year resets every sequence before drawing.
*> ---------------------------------------------------------------
3200-ASSIGN-NOTE-NUMBER SECTION.
    MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-NUMBER-YEAR
            MOVE 0 TO REGISTER-LAST-INVOICE-NUMBER
            MOVE 0 TO REGISTER-LAST-CORRECTION-NUMBER
            MOVE 0 TO REGISTER-CLOSED-YEAR
            MOVE 0 TO REGISTER-LAST-ADVANCE-NUMBER
            MOVE 1 TO WS-NOTE-NUMBER
            MOVE WS-NOTE-NUMBER TO REGISTER-LAST-INTNOTE-NUMBER
            SET LJ-REGISTER TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            WRITE REGISTER-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
        NOT INVALID KEY
            IF REGISTER-NUMBER-YEAR NOT = WS-NUMBER-YEAR
                MOVE WS-NUMBER-YEAR TO REGISTER-NUMBER-YEAR
                MOVE 0 TO REGISTER-LAST-INVOICE-NUMBER
                MOVE 0 TO REGISTER-LAST-CORRECTION-NUMBER
                MOVE 0 TO REGISTER-LAST-INTNOTE-NUMBER
                MOVE 0 TO REGISTER-LAST-ADVANCE-NUMBER
            END-IF
            ADD 1 TO REGISTER-LAST-INTNOTE-NUMBER
            MOVE REGISTER-LAST-INTNOTE-NUMBER TO WS-NOTE-NUMBER
            SET LJ-REGISTER TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE REGISTER-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    END-READ

    MOVE WS-NOTE-NUMBER TO WS-DSG-NUM-EDIT
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO NOTE-LINE
    WRITE NOTE-LINE
    IF WS-BL-AGR-DESIGNATION(WS-BL-JDX) = SPACES
        GO TO 3350-EXIT
    END-IF
    MOVE WS-BL-AGR-RATE(WS-BL-JDX) TO WS-RATE-EDIT
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-BL-AGR-DATE(WS-BL-JDX)(1:4) '-'
        WS-BL-AGR-DATE(WS-BL-JDX)(5:2) '-'
        WS-BL-AGR-DATE(WS-BL-JDX)(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO NOTE-LINE
    STRING '    under instalment agreement ' DELIMITED BY SIZE
        WS-BL-AGR-DESIGNATION(WS-BL-JDX) DELIMITED BY SPACE
        ': ' DELIMITED BY SIZE
        WS-RATE-EDIT DELIMITED BY SIZE
        ' percent from ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        INTO NOTE-LINE
    WRITE NOTE-LINE.
3350-EXIT.
    EXIT.
    MOVE WS-NOTE-TOTAL TO DTL-GROSS-AMOUNT
    MOVE 0 TO DTL-ORIG-DOC-NUMBER
    MOVE 0 TO DTL-ORIG-DOC-YEAR
    MOVE SPACES TO DTL-BUYER-COUNTRY
    MOVE SPACES TO DTL-BUYER-VAT-ID
    MOVE 0 TO DTL-ISSUE-RATE
    MOVE 0 TO DTL-SETTLED-BY-YEAR
    MOVE 0 TO DTL-SETTLED-BY-NUMBER
    MOVE 0 TO DTL-ADVANCE-GROSS
    SET DTL-KSEF-NOT-APPLICABLE TO TRUE
    MOVE SPACES TO DTL-KSEF-REF
    MOVE 0 TO DTL-RATE-COUNT
    PERFORM 3550-CLEAR-RATE-BUCKET THRU 3550-EXIT
        VARYING WS-RATE-IDX FROM 1 BY 1
        UNTIL WS-RATE-IDX > 5
    SET LJ-DETAIL TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    WRITE INVOICE-DETAIL-RECORD
        INVALID KEY
            REWRITE INVOICE-DETAIL-RECORD
    END-WRITE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
3500-EXIT.
    EXIT.

    MOVE 0 TO OI-RELIEF-DATE
    MOVE 0 TO OI-RELIEF-GROSS
    MOVE 0 TO OI-INTEREST-BILLED-DATE
    MOVE 0 TO OI-ISSUE-RATE
    MOVE 'N' TO OI-DISPUTE-STATUS
    MOVE 0 TO OI-DISPUTE-DATE
    MOVE SPACES TO OI-DISPUTE-RAISED-BY
    MOVE SPACES TO OI-DISPUTE-REASON
    MOVE 0 TO OI-AGREEMENT-NUMBER
    MOVE 0 TO OI-WRITEOFF-AMOUNT
    MOVE SPACES TO OI-WRITEOFF-REASON
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    WRITE OPEN-ITEM-RECORD
        INVALID KEY
            REWRITE OPEN-ITEM-RECORD
    END-WRITE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
3600-EXIT.
    EXIT.

            GO TO 3700-EXIT
    END-READ
    MOVE WS-TODAY-YYYYMMDD TO OI-INTEREST-BILLED-DATE
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
3700-EXIT.
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
    IF LJ-REGISTER AND WS-REGISTER-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DETAIL AND WS-INVOICE-DETAIL-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'INTNOTE' TO LJ-PROGRAM
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
