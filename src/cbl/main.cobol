*>             right original; flag parsing in single/batch mode
*>             reads all six command-line words, so the config
*>             path after three flags is no longer dropped.
*> 2026-10-15  Each open item now carries the exchange rate the
*>             invoice was booked at (OI-ISSUE-RATE), so PAYMATCH
*>             can value the realized exchange difference when a
*>             foreign-currency invoice is paid.
*> 2026-10-15  A buyer the customer master shows as foreign is
*>             invoiced under reverse charge: every line goes out
*>             as 'NP' with no Polish VAT, the invoice and
*>             correction carry the odwrotne obciazenie wording,
*>             the buyer is shown by EU VAT ID, the KSeF XML
*>             carries KodUE/NrVatUE, P_13_8/P_13_9 and the P_18
*>             annotation, and the detail record keeps the buyer's
*>             country, VAT ID and issue rate. No MPP on such an
*>             invoice.
*> 2026-10-15  Added advance invoices (faktury zaliczkowe):
*>             -advance issues an FZ/ document from its own
*>             register sequence for an amount received, carrying
*>             the VAT it contains, drawing the money from the
*>             buyer's on-account balance, and recording it as its
*>             own 'Z' document in the detail register, KSeF (ZAL)
*>             and open items.  The -final flag makes an invoice
*>             the final one: it lists the buyer's outstanding
*>             advances, deducts them per VAT rate and shows only
*>             the remaining VAT and amount due (KSeF ROZ), and
*>             stamps each advance as settled by it.  A correction
*>             of a final invoice adds the advances back so it
*>             works on the full value.
*> 2026-10-15  New open items start with no dispute on them.
*> 2026-10-15  New open items start outside any instalment
*>             agreement (OI-AGREEMENT-NUMBER 0).
*> 2026-10-15  Every ledger record added or rewritten (register,
*>             detail and history register, open items, on-account
*>             balances) is journaled through LEDGJRNL (before and
*>             after image under the run ID) so ROLLBACK can undo
*>             the run.
*> 2026-10-15  A line item carrying a purchase key is a cost
*>             rebilled from the purchase register: before a
*>             number is drawn the purchase must be this seller's,
*>             rebillable to this buyer and not billed yet (else
*>             the client is rejected), and once the invoice is
*>             issued the purchase is stamped with its designation
*>             and issue date.
*> 2026-10-15  New open items start with nothing written off (OI-
*>             WRITEOFF-AMOUNT 0, no reason).
*> 2026-10-15  A correction of an invoice whose open item has been
*>             written off leaves the item as written off rather
*>             than reopening or settling it.
*> 2026-10-15  The 'B' stamp on a rebilled purchase is now
*>             journaled, so ROLLBACK of a run leaves the purchase
*>             pending again; the run stops with return code 8
*>             when a ledger change cannot be journaled.  The flat
*>             rate is priced as of the last day of the month
*>             before the run (the period billed), not today.
*> 2026-10-15  A foreign-currency document issued without an
*>             exchange rate found is recorded with no issue rate
*>             (0) instead of 1.0000, so PAYMATCH and VATUE look
*>             the rate up rather than use a rate that never
*>             existed.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS HST-KEY
    FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT ON-ACCOUNT-FILE
    ASSIGN TO DYNAMIC WS-ON-ACCOUNT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS OA-KEY
    FILE STATUS IS WS-ON-ACCOUNT-FILE-STATUS.

    SELECT PURCHASE-REGISTER-FILE
    ASSIGN TO DYNAMIC WS-PURCHREG-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS PUR-KEY
    FILE STATUS IS WS-PURCHREG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INVOICE-FILE.
FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

*> ---------------------------------------------------------------
*> On-account ledger (see ONACCT.CPY): money PAYMATCH has parked
*> for a buyer with no invoice to absorb it.  An advance invoice
*> for money already received draws its amount from here.
*> ---------------------------------------------------------------
FD ON-ACCOUNT-FILE.
COPY "onacct.cpy".

*> ---------------------------------------------------------------
*> Audit log: one line appended per run recording what was issued,
*> so "which invoice numbers have we issued" never needs digging
*> category, two characters: the percentage as two digits ('23',
*> '08', '05', '00') or 'ZW' for an exempt position; blank falls
*> back to the config VATRATE_, so files from before per-line VAT
*> bill exactly as they always did.  LI-PURCHASE-KEY is set only on
*> a rebilled cost WORKLOG took from the purchase register: the
*> purchase's key, so the invoice can stamp it as billed.
*> ---------------------------------------------------------------
FD LINE-ITEMS-FILE.
01 LINE-ITEM-RECORD.
    05 LI-QUANTITY-TXT PIC X(8).
    05 LI-RATE-TXT     PIC X(10).
    05 LI-VAT-CAT      PIC X(2).
    05 LI-PURCHASE-KEY PIC X(40).

*> ---------------------------------------------------------------
*> Purchase register (see PURCHDTL.CPY): a rebilled cost on the
*> line items is checked against it before a number is drawn and
*> stamped with the invoice once issued.
*> ---------------------------------------------------------------
FD PURCHASE-REGISTER-FILE.
COPY "purchdtl.cpy".

WORKING-STORAGE SECTION.
*> ---------------------------------------------------------------
        10 WS-ITEM-QTY PIC 9(5)V99.
        10 WS-ITEM-RATE PIC 9(6)V99.
        10 WS-ITEM-VAT-CAT PIC X(2).
        10 WS-ITEM-PURCHASE-KEY PIC X(40).
        10 WS-ITEM-NET PIC 9(9)V99.
        10 WS-ITEM-VAT PIC 9(9)V99.
        10 WS-ITEM-GROSS PIC 9(9)V99.
01 WS-ITEMS-REJECTED-FLAG PIC X VALUE 'N'.
    88 ITEMS-REJECTED VALUE 'Y'.

*> ---------------------------------------------------------------
*> Purchase register handle for rebilled costs, opened on the
*> first line item that carries a purchase key and kept open for
*> the run, like the customer master.
*> ---------------------------------------------------------------
01 WS-PURCHREG-FILE-NAME PIC X(100) VALUE 'purchreg.dat'.
01 WS-PURCHREG-FILE-STATUS PIC X(2).
01 WS-PURCHREG-STATE PIC X VALUE 'U'.
    88 PURCHREG-UNOPENED VALUE 'U'.
    88 PURCHREG-READY    VALUE 'O'.
    88 PURCHREG-ABSENT   VALUE 'A'.
01 WS-REBILLED-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Per-rate VAT summary of the invoice being generated: one entry
*> per distinct VAT category used, printed on the document and
01 WS-DTL-NET-AMOUNT PIC S9(9)V99 VALUE 0.
01 WS-DTL-VAT-AMOUNT PIC S9(9)V99 VALUE 0.
01 WS-DTL-GROSS-AMOUNT PIC S9(9)V99 VALUE 0.
01 WS-DTL-ADVANCE-GROSS PIC 9(9)V99 VALUE 0.
01 WS-DTL-BUCKETS.
    05 WS-DTL-BKT-COUNT PIC 9(1) VALUE 0.
    05 WS-DTL-BKT OCCURS 5 TIMES.
01 WS-KSEF-AMOUNT PIC 9(9).99.
01 WS-KSEF-QTY PIC 9(5).99.
01 WS-KSEF-LINE-NO PIC 9(3).
*> The FA schema's own spelling of a line's rate code (P_12): the
*> register's two-character 'ZW'/'NP' become 'zw' and 'np I'/'np II'.
01 WS-KSEF-RATE-CODE PIC X(6) VALUE SPACES.
*> EU VAT ID without its two-letter prefix, as NrVatUE wants it.
01 WS-KSEF-VAT-NUMBER PIC X(12) VALUE SPACES.
01 WS-KSEF-DOC-DESIGNATION PIC X(20) VALUE SPACES.
01 WS-KSEF-CORRECTION-FLAG PIC X VALUE 'N'.
    88 KSEF-CORRECTION VALUE 'Y'.
*> An advance invoice goes out as RodzajFaktury ZAL, the final
*> invoice that deducts advances as ROZ.
01 WS-KSEF-ADVANCE-FLAG PIC X VALUE 'N'.
    88 KSEF-ADVANCE VALUE 'Z'.
    88 KSEF-FINAL   VALUE 'R'.
01 WS-DTL-RATE-IDX PIC 9 COMPUTATIONAL VALUE 0.
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-ISSUE-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-DUE-DATE-DISPLAY PIC X(10) VALUE SPACES.

*> ---------------------------------------------------------------
*> The flat rate is the one in force at the end of the period
*> billed - the month before the run - not on the issue date, so
*> an indexed rate taking effect on the 1st does not reprice the
*> previous month's work.
*> ---------------------------------------------------------------
01 WS-BILLED-MONTH-START PIC 9(8) VALUE 0.
01 WS-BILLED-PERIOD-END-INT PIC 9(7) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Command line layout: [-batch [-restart]] [-proforma] [-force]
*>                      <path>
*>     or: -correct <path> <original-number> [original-year]
*>                  [-override] [-force]
*>     or: -duplicate <seller-nip> <number> [year] [F|K|Z]
*>     or: -advance <path> <amount-received> [received-yyyymmdd]
*>                  [-force]
*> (the original/duplicate year defaults to the current numbering
*> year)
*> With no arguments WS-CONFIG-FILE-NAME keeps its 'config.txt'
*> A leading -correct flag issues a correction document against the
*> invoice named by <original-invoice-number>; <path> is the client
*> config carrying the corrected figures (see 6000-RUN-CORRECTION).
*> A leading -advance flag issues an advance invoice for the gross
*> amount received (with an explicit decimal point, e.g. 12300.00)
*> to the client in <path> (see 8000-RUN-ADVANCE).  A -final flag
*> (single or batch mode) makes the invoice the final one that
*> deducts the buyer's outstanding advances.
*> ---------------------------------------------------------------
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

01 WS-YEAR-CLOSED-FLAG PIC X VALUE 'N'.
    88 YEAR-CLOSED-BLOCKED VALUE 'Y'.

01 WS-CL-WORD-5 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-6 PIC X(100) VALUE SPACES.

*> ---------------------------------------------------------------
*> Advance invoice (faktura zaliczkowa) working fields.  -advance
*> issues one for the gross amount received, in the invoice
*> currency, carrying the VAT contained in that amount; the date
*> received defaults to the issue date.  The advance's own FZ/
*> number travels in WS-INVOICE-NUMBER/-DESIGNATION so the shared
*> audit-log, KSeF and open-item paragraphs serve it unchanged.
*> WS-ADV-DRAWN-AMOUNT is what the on-account ledger yielded.
*> ---------------------------------------------------------------
01 WS-ADV-AMOUNT-TXT PIC X(14) VALUE SPACES.
01 WS-ADV-RECEIVED-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-ADV-RECEIVED-DATE PIC 9(8) VALUE 0.
01 WS-ADV-RECEIVED-DISPLAY PIC X(10) VALUE SPACES.
01 WS-ADV-VAT-PCT PIC 99 VALUE 0.
01 WS-ADV-RATE-CODE PIC X(2) VALUE SPACES.
01 WS-ADV-SAVED-ISSUE-DATE PIC 9(8) VALUE 0.
01 WS-ADV-DRAWN-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-ON-ACCOUNT-FILE-NAME PIC X(100) VALUE 'onacct.dat'.
01 WS-ON-ACCOUNT-FILE-STATUS PIC X(2).

*> ---------------------------------------------------------------
*> Final (settlement) invoice working fields.  -final makes the
*> invoice deduct the buyer's advances not yet settled: they are
*> collected from the detail register (live and history) into
*> WS-ADV-TABLE, and WS-REM-TABLE holds what is left of each VAT
*> summary entry once they are deducted - the remaining VAT and
*> amount due the final invoice shows and records.  A correction
*> of a final invoice collects the advances it deducted the same
*> way (ADV-SCAN-SETTLED-BY) to restore the original's full value.
*> ---------------------------------------------------------------
01 WS-FINAL-FLAG PIC X VALUE 'N'.
    88 FINAL-INVOICE-RUN VALUE 'Y'.
01 WS-ADV-SCAN-MODE PIC X VALUE 'O'.
    88 ADV-SCAN-OUTSTANDING VALUE 'O'.
    88 ADV-SCAN-SETTLED-BY  VALUE 'S'.
01 WS-ADV-SCAN-EOF PIC X VALUE 'N'.
    88 ADV-SCAN-EOF VALUE 'Y'.
01 WS-ADV-SCAN-SOURCE PIC X VALUE 'L'.
01 WS-ADV-REJECT-FLAG PIC X VALUE 'N'.
    88 ADVANCES-REJECTED VALUE 'Y'.
01 WS-ADV-TABLE.
    05 WS-ADV-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-ADV-ENTRY OCCURS 20 TIMES.
        10 WS-ADV-SOURCE PIC X(1).
        10 WS-ADV-YEAR PIC 9(4).
        10 WS-ADV-NUMBER PIC 9(6).
        10 WS-ADV-DESIGNATION PIC X(20).
        10 WS-ADV-ISSUE-DATE PIC 9(8).
        10 WS-ADV-CODE PIC X(2).
        10 WS-ADV-NET PIC 9(9)V99.
        10 WS-ADV-VAT PIC 9(9)V99.
        10 WS-ADV-GROSS PIC 9(9)V99.
01 WS-ADV-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-ADV-TOTAL-NET PIC 9(9)V99 VALUE 0.
01 WS-ADV-TOTAL-VAT PIC 9(9)V99 VALUE 0.
01 WS-ADV-TOTAL-GROSS PIC 9(9)V99 VALUE 0.
01 WS-ADV-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-ADV-REM-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-ORIG-ADVANCE-GROSS PIC 9(9)V99 VALUE 0.
01 WS-REM-TABLE.
    05 WS-REM-ENTRY OCCURS 5 TIMES.
        10 WS-REM-NET PIC S9(9)V99.
        10 WS-REM-VAT PIC S9(9)V99.
        10 WS-REM-GROSS PIC S9(9)V99.

COPY "config.cpy".

*> ---------------------------------------------------------------
        ELSE
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    WHEN WS-MODE-ADVANCE
        MOVE WS-CONFIG-FILE-NAME TO WS-CLIENT-CONFIG-FILE-NAME
        PERFORM 8000-RUN-ADVANCE THRU 8000-EXIT
        IF CLIENT-OK
            MOVE 0 TO WS-RETURN-CODE
        ELSE
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    WHEN OTHER
        MOVE WS-CONFIG-FILE-NAME TO WS-CLIENT-CONFIG-FILE-NAME
        PERFORM 1900-PROCESS-CLIENT THRU 1900-EXIT
        IF WS-CL-WORD-5 = '-force' OR WS-CL-WORD-6 = '-force'
            SET FORCE-REQUESTED TO TRUE
        END-IF
    WHEN '-advance'
        SET WS-MODE-ADVANCE TO TRUE
        IF WS-CL-WORD-2 NOT = SPACES
            MOVE WS-CL-WORD-2 TO WS-CONFIG-FILE-NAME
        END-IF
        IF WS-CL-WORD-3 NOT = SPACES
            MOVE WS-CL-WORD-3 TO WS-ADV-AMOUNT-TXT
            MOVE WS-ADV-AMOUNT-TXT TO WS-ADV-RECEIVED-AMOUNT
        END-IF
        IF WS-CL-WORD-4 = '-force'
            SET FORCE-REQUESTED TO TRUE
        ELSE
            IF WS-CL-WORD-4 NOT = SPACES
                MOVE WS-CL-WORD-4 TO WS-ADV-RECEIVED-DATE
            END-IF
        END-IF
        IF WS-CL-WORD-5 = '-force'
            SET FORCE-REQUESTED TO TRUE
        END-IF
    WHEN '-duplicate'
        SET WS-MODE-DUPLICATE TO TRUE
        MOVE WS-CL-WORD-2 TO WS-DUP-SELLER-NIP
        SET RESTART-REQUESTED TO TRUE
    WHEN '-proforma'
        SET PROFORMA-RUN TO TRUE
    WHEN '-final'
        SET FINAL-INVOICE-RUN TO TRUE
    WHEN '-force'
        SET FORCE-REQUESTED TO TRUE
    WHEN OTHER
    EXIT.

*> ---------------------------------------------------------------
*> 1550-ENSURE-HISTORY-OPEN opens the detail history register
*> once per run, I-O because a final invoice stamps the advances
*> it settles there too when they were issued in a closed year.
*> No history file on disk only means no year has been closed
*> yet - not an error.
*> ---------------------------------------------------------------
1550-ENSURE-HISTORY-OPEN SECTION.
    IF HISTORY-OPEN
        GO TO 1550-EXIT
    END-IF
    OPEN I-O HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = '00'
        SET HISTORY-OPEN TO TRUE
    END-IF.
            END-IF
        END-IF
        PERFORM 2500-READ-LINE-ITEMS THRU 2500-EXIT
        IF NOT PROFORMA-RUN AND NOT ITEMS-REJECTED
            PERFORM 2550-CHECK-REBILLED-ITEMS THRU 2550-EXIT
        END-IF
        IF ITEMS-REJECTED
            DISPLAY 'Line items rejected, no invoice generated.'
            GO TO 1900-EXIT
        END-IF
        PERFORM 2700-LOOKUP-EXCHANGE-RATE THRU 2700-EXIT
        PERFORM 2900-COMPUTE-TOTALS THRU 2900-EXIT
*> A final invoice collects the buyer's outstanding advances before
*> a number is drawn, so advances that cannot be deducted reject
*> the client without burning one.
        PERFORM 2965-CLEAR-ADVANCES THRU 2965-EXIT
        IF FINAL-INVOICE-RUN
            PERFORM 2970-COLLECT-ADVANCES THRU 2970-EXIT
            IF ADVANCES-REJECTED
                DISPLAY 'Advances not deductible, no invoice'
                    ' generated.'
                GO TO 1900-EXIT
            END-IF
        END-IF
        IF PROFORMA-RUN
            PERFORM 2860-PREPARE-PROFORMA THRU 2860-EXIT
        ELSE
            PERFORM 2800-ASSIGN-INVOICE-NUMBER THRU 2800-EXIT
        END-IF
        PERFORM 2950-COMPUTE-DUE-DATE THRU 2950-EXIT
        PERFORM 3000-DISPLAY-SUMMARY THRU 3000-EXIT
        PERFORM 4000-WRITE-INVOICE THRU 4000-EXIT
        IF NOT PROFORMA-RUN
            IF WS-ADV-COUNT > 0
                PERFORM 2980-APPLY-ADVANCE-DEDUCTION THRU 2980-EXIT
                SET KSEF-FINAL TO TRUE
            ELSE
                MOVE 'N' TO WS-KSEF-ADVANCE-FLAG
            END-IF
            MOVE 'F' TO WS-ARCH-DOC-TYPE
            MOVE WS-NUMBER-YEAR TO WS-ARCH-YEAR
            MOVE WS-INVOICE-NUMBER TO WS-ARCH-NUMBER
            MOVE 'N' TO WS-KSEF-CORRECTION-FLAG
            PERFORM 4800-WRITE-KSEF-XML THRU 4800-EXIT
            PERFORM 4900-WRITE-OPEN-ITEM THRU 4900-EXIT
            PERFORM 4970-STAMP-REBILLED-COSTS THRU 4970-EXIT
            IF WS-ADV-COUNT > 0
                PERFORM 2990-MARK-ADVANCES-SETTLED THRU 2990-EXIT
                MOVE 'N' TO WS-KSEF-ADVANCE-FLAG
            END-IF
        END-IF
        MOVE 'Y' TO WS-CLIENT-STATUS
    END-IF.
    EXIT.

2000-READ-CONFIG SECTION.
    ACCEPT WS-BILLED-MONTH-START FROM DATE YYYYMMDD
    MOVE '01' TO WS-BILLED-MONTH-START(7:2)
    COMPUTE WS-BILLED-PERIOD-END-INT =
        FUNCTION INTEGER-OF-DATE(WS-BILLED-MONTH-START) - 1
    COMPUTE WS-RATE-AS-OF-DATE =
        FUNCTION DATE-OF-INTEGER(WS-BILLED-PERIOD-END-INT)
    CALL "PARSECONFIG" USING WS-CLIENT-CONFIG-FILE-NAME WS-CONFIGURATION.
    DISPLAY 'End of parsing.'.
2000-EXIT.
        MOVE 1 TO WS-ITEM-QTY(1)
        MOVE WS-HOURLY-SALARY TO WS-ITEM-RATE(1)
        MOVE SPACES TO WS-ITEM-VAT-CAT(1)
        MOVE SPACES TO WS-ITEM-PURCHASE-KEY(1)
    ELSE
        PERFORM 2600-READ-NEXT-LINE-ITEM THRU 2600-EXIT
            UNTIL LI-EOF
    MOVE WS-LI-QUANTITY TO WS-ITEM-QTY(WS-ITEM-IDX)
    MOVE WS-LI-RATE-USED TO WS-ITEM-RATE(WS-ITEM-IDX)
    MOVE LI-VAT-CAT TO WS-ITEM-VAT-CAT(WS-ITEM-IDX)
    MOVE LI-PURCHASE-KEY TO WS-ITEM-PURCHASE-KEY(WS-ITEM-IDX)
    DISPLAY 'Line item: ' LI-DESCRIPTION
        ' qty=' WS-LI-QUANTITY ' rate=' WS-LI-RATE-USED
        ' vat=' LI-VAT-CAT.
2650-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2550-CHECK-REBILLED-ITEMS checks every rebilled cost on the line
*> items against the purchase register before a number is drawn:
*> the purchase must be this seller's, rebillable to this buyer and
*> not billed yet.  A stale line-items file would otherwise bill
*> the same cost twice, so any failure rejects the client.
*> ---------------------------------------------------------------
2550-CHECK-REBILLED-ITEMS SECTION.
    MOVE 0 TO WS-REBILLED-COUNT
    PERFORM 2560-CHECK-ONE-REBILLED THRU 2560-EXIT
        VARYING WS-ITEM-IDX FROM 1 BY 1
        UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR ITEMS-REJECTED
    IF WS-REBILLED-COUNT > 0 AND NOT ITEMS-REJECTED
        DISPLAY WS-REBILLED-COUNT ' rebilled cost(s) on the invoice.'
    END-IF.
2550-EXIT.
    EXIT.

2560-CHECK-ONE-REBILLED SECTION.
    IF WS-ITEM-PURCHASE-KEY(WS-ITEM-IDX) = SPACES
        GO TO 2560-EXIT
    END-IF
    PERFORM 2570-ENSURE-PURCHREG-OPEN THRU 2570-EXIT
    IF NOT PURCHREG-READY
        DISPLAY 'ERROR: rebilled cost on the line items but no'
            ' purchase register: ' WS-PURCHREG-FILE-NAME
        SET ITEMS-REJECTED TO TRUE
        GO TO 2560-EXIT
    END-IF
    MOVE WS-ITEM-PURCHASE-KEY(WS-ITEM-IDX) TO PUR-KEY
    READ PURCHASE-REGISTER-FILE
        INVALID KEY
            DISPLAY 'ERROR: rebilled purchase not in the register: '
                WS-ITEM-DESC(WS-ITEM-IDX)
            SET ITEMS-REJECTED TO TRUE
            GO TO 2560-EXIT
    END-READ
    IF PUR-REBILLED
        DISPLAY 'ERROR: ' WS-ITEM-DESC(WS-ITEM-IDX)
            ' already billed on ' PUR-REBILL-INVOICE
        SET ITEMS-REJECTED TO TRUE
        GO TO 2560-EXIT
    END-IF
    IF NOT PUR-REBILL-PENDING
            OR PUR-OWNER-NIP NOT = BUSINESS-NIP(WS-INDEX-FROM)
            OR PUR-REBILL-CUSTOMER-NIP NOT = BUSINESS-NIP(WS-INDEX-TO)
        DISPLAY 'ERROR: ' WS-ITEM-DESC(WS-ITEM-IDX)
            ' is not rebillable from this seller to this buyer.'
        SET ITEMS-REJECTED TO TRUE
        GO TO 2560-EXIT
    END-IF
    ADD 1 TO WS-REBILLED-COUNT.
2560-EXIT.
    EXIT.

2570-ENSURE-PURCHREG-OPEN SECTION.
    IF PURCHREG-UNOPENED
        OPEN I-O PURCHASE-REGISTER-FILE
        IF WS-PURCHREG-FILE-STATUS = '00'
            SET PURCHREG-READY TO TRUE
        ELSE
            SET PURCHREG-ABSENT TO TRUE
        END-IF
    END-IF.
2570-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2450-SET-ISSUE-DATE takes the invoice issue date off the system
*> clock before anything date-dependent runs - the exchange-rate
*> register file, creating the register on first use and creating a
*> fresh record the first time a given business issues an invoice.
*> Numbering is per year: the first document of a new year resets
*> every sequence before drawing, so January starts over at 1 the
*> way every Polish numbering scheme does.
*> ---------------------------------------------------------------
2800-ASSIGN-INVOICE-NUMBER SECTION.
            MOVE 0 TO REGISTER-LAST-CORRECTION-NUMBER
            MOVE 0 TO REGISTER-CLOSED-YEAR
            MOVE 0 TO REGISTER-LAST-INTNOTE-NUMBER
            MOVE 0 TO REGISTER-LAST-ADVANCE-NUMBER
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
            ADD 1 TO REGISTER-LAST-INVOICE-NUMBER
            MOVE REGISTER-LAST-INVOICE-NUMBER TO WS-INVOICE-NUMBER
            SET LJ-REGISTER TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE REGISTER-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    END-READ

    MOVE 'FV/' TO WS-DSG-PREFIX
*> so going from the PLN cost basis to the invoice currency means
*> dividing by the rate, not multiplying.  Each
*> line's own VAT category applies; a blank category takes the
*> config rate, 'ZW' is an exempt position, and a reverse-charge
*> buyer turns every line into 'NP' (no Polish VAT).
*> ---------------------------------------------------------------
2900-COMPUTE-TOTALS SECTION.
    MOVE 0 TO WS-NET-AMOUNT
    IF WS-ITEM-VAT-CAT(WS-ITEM-IDX) = SPACES
        MOVE WS-VAT TO WS-ITEM-VAT-CAT(WS-ITEM-IDX)
    END-IF
*> A service to a foreign business is taxed where the buyer is
*> established: every line goes out as 'NP' with no Polish VAT,
*> whatever rate the line or the config asked for.
    IF REVERSE-CHARGE-BUYER
        MOVE 'NP' TO WS-ITEM-VAT-CAT(WS-ITEM-IDX)
    END-IF
    IF WS-ITEM-VAT-CAT(WS-ITEM-IDX) = 'ZW'
            OR WS-ITEM-VAT-CAT(WS-ITEM-IDX) = 'NP'
        MOVE 0 TO WS-ITEM-VAT-PCT
    ELSE
        MOVE WS-ITEM-VAT-CAT(WS-ITEM-IDX) TO WS-ITEM-VAT-PCT
2930-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2965-CLEAR-ADVANCES empties the advances table before each
*> client, so one client's advances never leak into the next
*> client of a batch.
*> ---------------------------------------------------------------
2965-CLEAR-ADVANCES SECTION.
    MOVE 0 TO WS-ADV-COUNT
    MOVE 0 TO WS-ADV-TOTAL-NET
    MOVE 0 TO WS-ADV-TOTAL-VAT
    MOVE 0 TO WS-ADV-TOTAL-GROSS
    MOVE 'N' TO WS-ADV-REJECT-FLAG.
2965-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2970-COLLECT-ADVANCES gathers, for a -final invoice, every
*> advance invoice issued to this buyer in the invoice currency
*> that no final invoice has settled yet, and works out what is
*> left of each VAT rate once they are deducted.  A buyer with no
*> outstanding advances simply gets an ordinary invoice.
*> ---------------------------------------------------------------
2970-COLLECT-ADVANCES SECTION.
    SET ADV-SCAN-OUTSTANDING TO TRUE
    PERFORM 2975-SCAN-ADVANCES THRU 2975-EXIT
    IF ADVANCES-REJECTED
        GO TO 2970-EXIT
    END-IF
    IF WS-ADV-COUNT = 0
        DISPLAY 'No outstanding advances for '
            BUSINESS-NAME(WS-INDEX-TO)
        DISPLAY 'Issued as an ordinary invoice.'
        GO TO 2970-EXIT
    END-IF
    PERFORM 2985-BUILD-REMAINING THRU 2985-EXIT
    IF NOT ADVANCES-REJECTED
        MOVE WS-ADV-TOTAL-GROSS TO WS-AMOUNT-EDIT
        DISPLAY 'Deducting ' WS-ADV-COUNT ' advance invoice(s), '
            WS-CURRENCY ' ' WS-AMOUNT-EDIT ' gross.'
    END-IF.
2970-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2975-SCAN-ADVANCES walks the seller's advance invoice records,
*> first in the live detail register and then in the history
*> register (an advance received in December may be settled after
*> the YEAREND close has moved it), handing each one to
*> 2977-KEEP-ADVANCE.  WS-ADV-SCAN-MODE says which advances are
*> wanted: the outstanding ones, or the ones a given final invoice
*> settled.
*> ---------------------------------------------------------------
2975-SCAN-ADVANCES SECTION.
    PERFORM 1500-ENSURE-DETAIL-OPEN THRU 1500-EXIT
    MOVE 'L' TO WS-ADV-SCAN-SOURCE
    MOVE 'N' TO WS-ADV-SCAN-EOF
    MOVE BUSINESS-NIP(WS-INDEX-FROM) TO DTL-SELLER-NIP
    MOVE 'Z' TO DTL-DOC-TYPE
    MOVE 0 TO DTL-DOC-YEAR
    MOVE 0 TO DTL-DOC-NUMBER
    START INVOICE-DETAIL-FILE KEY IS >= DTL-KEY
        INVALID KEY
            SET ADV-SCAN-EOF TO TRUE
    END-START
    PERFORM 2976-SCAN-NEXT-LIVE THRU 2976-EXIT
        UNTIL ADV-SCAN-EOF OR ADVANCES-REJECTED
    IF ADVANCES-REJECTED
        GO TO 2975-EXIT
    END-IF

    PERFORM 1550-ENSURE-HISTORY-OPEN THRU 1550-EXIT
    IF NOT HISTORY-OPEN
        GO TO 2975-EXIT
    END-IF
    MOVE 'H' TO WS-ADV-SCAN-SOURCE
    MOVE 'N' TO WS-ADV-SCAN-EOF
    MOVE BUSINESS-NIP(WS-INDEX-FROM) TO HST-SELLER-NIP
    MOVE 'Z' TO HST-DOC-TYPE
    MOVE 0 TO HST-DOC-YEAR
    MOVE 0 TO HST-DOC-NUMBER
    START HISTORY-FILE KEY IS >= HST-KEY
        INVALID KEY
            SET ADV-SCAN-EOF TO TRUE
    END-START
    PERFORM 2978-SCAN-NEXT-HISTORY THRU 2978-EXIT
        UNTIL ADV-SCAN-EOF OR ADVANCES-REJECTED.
2975-EXIT.
    EXIT.

2976-SCAN-NEXT-LIVE SECTION.
    READ INVOICE-DETAIL-FILE NEXT RECORD
        AT END
            SET ADV-SCAN-EOF TO TRUE
            GO TO 2976-EXIT
    END-READ
    IF DTL-SELLER-NIP NOT = BUSINESS-NIP(WS-INDEX-FROM)
            OR NOT DTL-TYPE-ADVANCE
        SET ADV-SCAN-EOF TO TRUE
        GO TO 2976-EXIT
    END-IF
    PERFORM 2977-KEEP-ADVANCE THRU 2977-EXIT.
2976-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2978-SCAN-NEXT-HISTORY reads the next history record and moves
*> it into the live buffer, so the keeping logic reads one layout
*> (the same trick 6120-READ-ORIGINAL-HISTORY uses).
*> ---------------------------------------------------------------
2978-SCAN-NEXT-HISTORY SECTION.
    READ HISTORY-FILE NEXT RECORD
        AT END
            SET ADV-SCAN-EOF TO TRUE
            GO TO 2978-EXIT
    END-READ
    IF HST-SELLER-NIP NOT = BUSINESS-NIP(WS-INDEX-FROM)
            OR HST-DOC-TYPE NOT = 'Z'
        SET ADV-SCAN-EOF TO TRUE
        GO TO 2978-EXIT
    END-IF
    MOVE HISTORY-DETAIL-RECORD TO INVOICE-DETAIL-RECORD
    PERFORM 2977-KEEP-ADVANCE THRU 2977-EXIT.
2978-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2977-KEEP-ADVANCE keeps the advance in the buffer when it
*> belongs to this buyer and fits the scan mode.  An outstanding
*> advance in another currency cannot be deducted at face value -
*> it is noted and left for a final invoice in its own currency.
*> An advance carries exactly one rate bucket (the rate of the
*> order it was paid against).
*> ---------------------------------------------------------------
2977-KEEP-ADVANCE SECTION.
    IF DTL-BUYER-NIP NOT = BUSINESS-NIP(WS-INDEX-TO)
        GO TO 2977-EXIT
    END-IF
    IF ADV-SCAN-SETTLED-BY
        IF DTL-SETTLED-BY-YEAR NOT = WS-ORIG-INVOICE-YEAR
                OR DTL-SETTLED-BY-NUMBER NOT = WS-ORIG-INVOICE-NUMBER
            GO TO 2977-EXIT
        END-IF
    ELSE
        IF DTL-SETTLED-BY-NUMBER NOT = 0
            GO TO 2977-EXIT
        END-IF
        IF DTL-CURRENCY NOT = WS-CURRENCY
            DISPLAY 'NOTE: advance ' DTL-DESIGNATION ' is in '
                DTL-CURRENCY ' - not deducted from a '
                WS-CURRENCY ' invoice.'
            GO TO 2977-EXIT
        END-IF
    END-IF
    IF WS-ADV-COUNT >= 20
        DISPLAY 'ERROR: more than 20 advances to deduct for '
            BUSINESS-NAME(WS-INDEX-TO)
        SET ADVANCES-REJECTED TO TRUE
        GO TO 2977-EXIT
    END-IF
    ADD 1 TO WS-ADV-COUNT
    MOVE WS-ADV-COUNT TO WS-ADV-IDX
    MOVE WS-ADV-SCAN-SOURCE TO WS-ADV-SOURCE(WS-ADV-IDX)
    MOVE DTL-DOC-YEAR TO WS-ADV-YEAR(WS-ADV-IDX)
    MOVE DTL-DOC-NUMBER TO WS-ADV-NUMBER(WS-ADV-IDX)
    MOVE DTL-DESIGNATION TO WS-ADV-DESIGNATION(WS-ADV-IDX)
    MOVE DTL-ISSUE-DATE TO WS-ADV-ISSUE-DATE(WS-ADV-IDX)
    MOVE DTL-RATE-CODE(1) TO WS-ADV-CODE(WS-ADV-IDX)
    MOVE DTL-NET-AMOUNT TO WS-ADV-NET(WS-ADV-IDX)
    MOVE DTL-VAT-AMOUNT TO WS-ADV-VAT(WS-ADV-IDX)
    MOVE DTL-GROSS-AMOUNT TO WS-ADV-GROSS(WS-ADV-IDX)
    ADD DTL-NET-AMOUNT TO WS-ADV-TOTAL-NET
    ADD DTL-VAT-AMOUNT TO WS-ADV-TOTAL-VAT
    ADD DTL-GROSS-AMOUNT TO WS-ADV-TOTAL-GROSS.
2977-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2985-BUILD-REMAINING deducts every collected advance from the
*> VAT summary entry of its rate, giving the remaining net, VAT
*> and gross per rate the final invoice charges.  An advance taxed
*> at a rate this invoice does not bill, or advances worth more
*> than the invoice bills at a rate, reject the client - the
*> order was invoiced differently from what was paid for, and
*> that wants a person, not a negative invoice.
*> ---------------------------------------------------------------
2985-BUILD-REMAINING SECTION.
    PERFORM 2986-COPY-VS-TO-REM THRU 2986-EXIT
        VARYING WS-VS-IDX FROM 1 BY 1
        UNTIL WS-VS-IDX > WS-VS-COUNT
    PERFORM 2987-DEDUCT-ONE-ADVANCE THRU 2987-EXIT
        VARYING WS-ADV-IDX FROM 1 BY 1
        UNTIL WS-ADV-IDX > WS-ADV-COUNT OR ADVANCES-REJECTED
    IF NOT ADVANCES-REJECTED
        PERFORM 2989-CHECK-REMAINING THRU 2989-EXIT
            VARYING WS-VS-IDX FROM 1 BY 1
            UNTIL WS-VS-IDX > WS-VS-COUNT
    END-IF.
2985-EXIT.
    EXIT.

2986-COPY-VS-TO-REM SECTION.
    MOVE WS-VS-NET(WS-VS-IDX) TO WS-REM-NET(WS-VS-IDX)
    MOVE WS-VS-VAT(WS-VS-IDX) TO WS-REM-VAT(WS-VS-IDX)
    MOVE WS-VS-GROSS(WS-VS-IDX) TO WS-REM-GROSS(WS-VS-IDX).
2986-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2987-DEDUCT-ONE-ADVANCE finds the summary entry of the advance's
*> rate.  The VARYING loop has stepped WS-VS-IDX one past the
*> match by the time it stops, so step it back.
*> ---------------------------------------------------------------
2987-DEDUCT-ONE-ADVANCE SECTION.
    MOVE 'N' TO WS-VS-FOUND
    PERFORM 2988-MATCH-REM-CODE THRU 2988-EXIT
        VARYING WS-VS-IDX FROM 1 BY 1
        UNTIL WS-VS-IDX > WS-VS-COUNT OR VS-FOUND
    IF NOT VS-FOUND
        DISPLAY 'ERROR: advance ' WS-ADV-DESIGNATION(WS-ADV-IDX)
            ' was taxed at ' WS-ADV-CODE(WS-ADV-IDX)
            ', a rate this invoice does not bill.'
        SET ADVANCES-REJECTED TO TRUE
        GO TO 2987-EXIT
    END-IF
    SUBTRACT 1 FROM WS-VS-IDX
    SUBTRACT WS-ADV-NET(WS-ADV-IDX) FROM WS-REM-NET(WS-VS-IDX)
    SUBTRACT WS-ADV-VAT(WS-ADV-IDX) FROM WS-REM-VAT(WS-VS-IDX)
    SUBTRACT WS-ADV-GROSS(WS-ADV-IDX) FROM WS-REM-GROSS(WS-VS-IDX).
2987-EXIT.
    EXIT.

2988-MATCH-REM-CODE SECTION.
    IF WS-VS-CODE(WS-VS-IDX) = WS-ADV-CODE(WS-ADV-IDX)
        SET VS-FOUND TO TRUE
    END-IF.
2988-EXIT.
    EXIT.

2989-CHECK-REMAINING SECTION.
    IF WS-REM-NET(WS-VS-IDX) < 0 OR WS-REM-VAT(WS-VS-IDX) < 0
            OR WS-REM-GROSS(WS-VS-IDX) < 0
        DISPLAY 'ERROR: advances at rate ' WS-VS-CODE(WS-VS-IDX)
            ' exceed what this invoice bills at that rate.'
        SET ADVANCES-REJECTED TO TRUE
    END-IF.
2989-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2980-APPLY-ADVANCE-DEDUCTION runs once the final invoice
*> document is written: from here on the VAT summary and totals
*> hold the REMAINING figures, which is what the payment file,
*> audit log, detail register, KSeF XML and open item must carry -
*> the advances' own VAT was reported when they were issued.
*> ---------------------------------------------------------------
2980-APPLY-ADVANCE-DEDUCTION SECTION.
    PERFORM 2981-APPLY-ONE-RATE THRU 2981-EXIT
        VARYING WS-VS-IDX FROM 1 BY 1
        UNTIL WS-VS-IDX > WS-VS-COUNT
    SUBTRACT WS-ADV-TOTAL-NET FROM WS-NET-AMOUNT
    SUBTRACT WS-ADV-TOTAL-VAT FROM WS-VAT-AMOUNT
    SUBTRACT WS-ADV-TOTAL-GROSS FROM WS-GROSS-AMOUNT.
2980-EXIT.
    EXIT.

2981-APPLY-ONE-RATE SECTION.
    MOVE WS-REM-NET(WS-VS-IDX) TO WS-VS-NET(WS-VS-IDX)
    MOVE WS-REM-VAT(WS-VS-IDX) TO WS-VS-VAT(WS-VS-IDX)
    MOVE WS-REM-GROSS(WS-VS-IDX) TO WS-VS-GROSS(WS-VS-IDX).
2981-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2990-MARK-ADVANCES-SETTLED stamps every deducted advance's
*> detail record (live or history, wherever it was found) with the
*> final invoice that settled it, so it is never deducted twice
*> and a correction of the final invoice can find it again.
*> ---------------------------------------------------------------
2990-MARK-ADVANCES-SETTLED SECTION.
    PERFORM 2995-MARK-ONE-ADVANCE THRU 2995-EXIT
        VARYING WS-ADV-IDX FROM 1 BY 1
        UNTIL WS-ADV-IDX > WS-ADV-COUNT.
2990-EXIT.
    EXIT.

2995-MARK-ONE-ADVANCE SECTION.
    IF WS-ADV-SOURCE(WS-ADV-IDX) = 'H'
        MOVE BUSINESS-NIP(WS-INDEX-FROM) TO HST-SELLER-NIP
        MOVE 'Z' TO HST-DOC-TYPE
        MOVE WS-ADV-YEAR(WS-ADV-IDX) TO HST-DOC-YEAR
        MOVE WS-ADV-NUMBER(WS-ADV-IDX) TO HST-DOC-NUMBER
        READ HISTORY-FILE
            INVALID KEY
                DISPLAY 'WARNING: advance '
                    WS-ADV-DESIGNATION(WS-ADV-IDX)
                    ' vanished from the history register.'
                GO TO 2995-EXIT
        END-READ
        MOVE WS-NUMBER-YEAR TO HST-SETTLED-BY-YEAR
        MOVE WS-INVOICE-NUMBER TO HST-SETTLED-BY-NUMBER
        SET LJ-HISTORY TO TRUE
        PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
        REWRITE HISTORY-DETAIL-RECORD
        PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
        GO TO 2995-EXIT
    END-IF
    MOVE BUSINESS-NIP(WS-INDEX-FROM) TO DTL-SELLER-NIP
    MOVE 'Z' TO DTL-DOC-TYPE
    MOVE WS-ADV-YEAR(WS-ADV-IDX) TO DTL-DOC-YEAR
    MOVE WS-ADV-NUMBER(WS-ADV-IDX) TO DTL-DOC-NUMBER
    READ INVOICE-DETAIL-FILE
        INVALID KEY
            DISPLAY 'WARNING: advance '
                WS-ADV-DESIGNATION(WS-ADV-IDX)
                ' vanished from the detail register.'
            GO TO 2995-EXIT
    END-READ
    MOVE WS-NUMBER-YEAR TO DTL-SETTLED-BY-YEAR
    MOVE WS-INVOICE-NUMBER TO DTL-SETTLED-BY-NUMBER
    SET LJ-DETAIL TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE INVOICE-DETAIL-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
2995-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2950-COMPUTE-DUE-DATE turns the raw day-count payment deadline
*> into an actual calendar due date, counted from the issue date
        STRING 'PRO FORMA INVOICE' DELIMITED BY SIZE
            INTO INVOICE-LINE
    ELSE
        IF WS-ADV-COUNT > 0
            STRING 'FINAL INVOICE (FAKTURA ROZLICZAJACA)'
                DELIMITED BY SIZE INTO INVOICE-LINE
        ELSE
            STRING 'INVOICE' DELIMITED BY SIZE INTO INVOICE-LINE
        END-IF
    END-IF
    WRITE INVOICE-LINE.

    WRITE INVOICE-LINE.
    MOVE WS-GROSS-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    IF WS-ADV-COUNT > 0
        STRING 'Gross amount:    ' DELIMITED BY SIZE
            WS-CURRENCY DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-AMOUNT-EDIT DELIMITED BY SIZE
            INTO INVOICE-LINE
    ELSE
        STRING 'Amount due:      ' DELIMITED BY SIZE
            WS-CURRENCY DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-AMOUNT-EDIT DELIMITED BY SIZE
            INTO INVOICE-LINE
    END-IF
    WRITE INVOICE-LINE.

    IF WS-ADV-COUNT > 0
        PERFORM 4430-WRITE-ADVANCE-SETTLEMENT THRU 4430-EXIT
    END-IF.

    IF WS-CURRENCY NOT = 'PLN' AND RATE-FOUND
        PERFORM 4400-WRITE-RATE-REFERENCE THRU 4400-EXIT
    END-IF.

    IF REVERSE-CHARGE-BUYER
        PERFORM 4420-WRITE-REVERSE-CHARGE-NOTE THRU 4420-EXIT
    END-IF.

    CLOSE INVOICE-FILE.
    DISPLAY 'Invoice written to ' WS-INVOICE-FILE-NAME.
4000-EXIT.
*> 4400-WRITE-RATE-REFERENCE states, on a foreign-currency invoice,
*> which NBP rate and table the conversion used and the VAT amount
*> in PLN, as the VAT rules require - so "which table was this
*> converted at?" is answered by the document itself.  On a final
*> invoice the PLN VAT is the remaining VAT, net of the advances.
*> ---------------------------------------------------------------
4400-WRITE-RATE-REFERENCE SECTION.
    MOVE SPACES TO INVOICE-LINE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    COMPUTE WS-VAT-PLN-AMOUNT ROUNDED =
        (WS-VAT-AMOUNT - WS-ADV-TOTAL-VAT) * WS-EXCHANGE-RATE
    MOVE WS-VAT-PLN-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'VAT amount in PLN:   ' DELIMITED BY SIZE
    EXIT.

*> ---------------------------------------------------------------
*> 4420-WRITE-REVERSE-CHARGE-NOTE prints the wording the VAT rules
*> require on an invoice for a service whose VAT the foreign buyer
*> accounts for: "odwrotne obciazenie" and the legal basis, the
*> EU Directive reference for a buyer inside the EU.  Shared by the
*> invoice and the correction document.
*> ---------------------------------------------------------------
4420-WRITE-REVERSE-CHARGE-NOTE SECTION.
    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE 'Odwrotne obciazenie / Reverse charge' TO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    IF BUYER-IN-EU
        STRING 'Usluga opodatkowana w kraju nabywcy (art. 28b ustawy'
            ' o VAT) - VAT rozlicza nabywca.' DELIMITED BY SIZE
            INTO INVOICE-LINE
        WRITE INVOICE-LINE
        MOVE SPACES TO INVOICE-LINE
        STRING 'Service taxed in the recipient''s country'
            ' (art. 44 and 196 of Directive 2006/112/EC) - VAT to'
            ' be accounted for by the recipient.' DELIMITED BY SIZE
            INTO INVOICE-LINE
    ELSE
        STRING 'Usluga poza terytorium kraju (art. 28b ustawy o VAT)'
            ' - VAT rozlicza nabywca.' DELIMITED BY SIZE
            INTO INVOICE-LINE
        WRITE INVOICE-LINE
        MOVE SPACES TO INVOICE-LINE
        STRING 'Service outside the scope of Polish VAT - tax to be'
            ' accounted for by the recipient.' DELIMITED BY SIZE
            INTO INVOICE-LINE
    END-IF
    WRITE INVOICE-LINE.
4420-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4430-WRITE-ADVANCE-SETTLEMENT lists, on a final invoice, the
*> advance invoices it settles and deducts them: the remaining
*> net, VAT and gross per rate, and the amount still due - the
*> VAT rules want the advances' numbers and the remaining VAT on
*> the face of the document.
*> ---------------------------------------------------------------
4430-WRITE-ADVANCE-SETTLEMENT SECTION.
    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING 'ADVANCES DEDUCTED     ISSUED     RATE          NET'
        '      VAT AMT        GROSS' DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    PERFORM 4435-WRITE-ONE-ADVANCE THRU 4435-EXIT
        VARYING WS-ADV-IDX FROM 1 BY 1
        UNTIL WS-ADV-IDX > WS-ADV-COUNT.
    MOVE WS-ADV-TOTAL-GROSS TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Less advances:   ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.

    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING 'REMAINING     RATE          NET      VAT AMT'
        '        GROSS' DELIMITED BY SIZE INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    PERFORM 4440-WRITE-ONE-REMAINING THRU 4440-EXIT
        VARYING WS-VS-IDX FROM 1 BY 1
        UNTIL WS-VS-IDX > WS-VS-COUNT.
    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.

    COMPUTE WS-ADV-REM-AMOUNT = WS-NET-AMOUNT - WS-ADV-TOTAL-NET
    MOVE WS-ADV-REM-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Remaining net:   ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    COMPUTE WS-ADV-REM-AMOUNT = WS-VAT-AMOUNT - WS-ADV-TOTAL-VAT
    MOVE WS-ADV-REM-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Remaining VAT:   ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    COMPUTE WS-ADV-REM-AMOUNT = WS-GROSS-AMOUNT - WS-ADV-TOTAL-GROSS
    MOVE WS-ADV-REM-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Amount due:      ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
4430-EXIT.
    EXIT.

4435-WRITE-ONE-ADVANCE SECTION.
    MOVE SPACES TO WS-ADV-DATE-DISPLAY
    STRING WS-ADV-ISSUE-DATE(WS-ADV-IDX)(1:4) '-'
        WS-ADV-ISSUE-DATE(WS-ADV-IDX)(5:2) '-'
        WS-ADV-ISSUE-DATE(WS-ADV-IDX)(7:2)
        DELIMITED BY SIZE INTO WS-ADV-DATE-DISPLAY
    MOVE WS-ADV-NET(WS-ADV-IDX) TO WS-AMOUNT-EDIT
    MOVE WS-ADV-VAT(WS-ADV-IDX) TO WS-AMOUNT-EDIT-2
    MOVE WS-ADV-GROSS(WS-ADV-IDX) TO WS-DIFF-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING WS-ADV-DESIGNATION(WS-ADV-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ADV-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ADV-CODE(WS-ADV-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DIFF-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
4435-EXIT.
    EXIT.

4440-WRITE-ONE-REMAINING SECTION.
    MOVE WS-REM-NET(WS-VS-IDX) TO WS-AMOUNT-EDIT
    MOVE WS-REM-VAT(WS-VS-IDX) TO WS-AMOUNT-EDIT-2
    MOVE WS-REM-GROSS(WS-VS-IDX) TO WS-DIFF-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING '              ' DELIMITED BY SIZE
        WS-VS-CODE(WS-VS-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DIFF-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
4440-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-WRITE-PARTY-BLOCKS writes the From and Bill to name/address
*> blocks to the open INVOICE-FILE.  Shared between the invoice
*> document and the correction document, which must carry the same
*> party data.
*> ---------------------------------------------------------------
4100-WRITE-PARTY-BLOCKS SECTION.
    MOVE SPACES TO INVOICE-LINE
    STRING 'From:    ' DELIMITED BY SIZE
        BUSINESS-NAME(WS-INDEX-FROM) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING '         ' DELIMITED BY SIZE
        BUSINESS-STREET(WS-INDEX-FROM) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING '         ' DELIMITED BY SIZE
        BUSINESS-POSTAL-CODE(WS-INDEX-FROM) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        BUSINESS-CITY(WS-INDEX-FROM) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING '         NIP: ' DELIMITED BY SIZE
        BUSINESS-NIP(WS-INDEX-FROM) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.

    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.

    MOVE SPACES TO INVOICE-LINE
    STRING 'Bill to: ' DELIMITED BY SIZE
        BUSINESS-NAME(WS-INDEX-TO) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING '         ' DELIMITED BY SIZE
        BUSINESS-STREET(WS-INDEX-TO) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING '         ' DELIMITED BY SIZE
        BUSINESS-POSTAL-CODE(WS-INDEX-TO) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        BUSINESS-CITY(WS-INDEX-TO) DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
*> A foreign buyer is identified by its EU VAT ID (or just its
*> country outside the EU) - its master key is no Polish NIP.
    MOVE SPACES TO INVOICE-LINE
    IF NOT REVERSE-CHARGE-BUYER
        STRING '         NIP: ' DELIMITED BY SIZE
            BUSINESS-NIP(WS-INDEX-TO) DELIMITED BY SIZE
            INTO INVOICE-LINE
    ELSE
        IF BUYER-IN-EU
            STRING '         VAT ID: ' DELIMITED BY SIZE
                WS-BUYER-VAT-ID DELIMITED BY SPACE
                INTO INVOICE-LINE
        ELSE
            STRING '         Country: ' DELIMITED BY SIZE
                WS-BUYER-COUNTRY DELIMITED BY SIZE
                INTO INVOICE-LINE
        END-IF
    END-IF
    WRITE INVOICE-LINE.

    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-WRITE-ITEM-TABLE prints the invoice body: one line per
*> billed item with its quantity, unit rate, net, VAT category,
*> VAT amount and gross, all in the invoice currency.
*> ---------------------------------------------------------------
*> record its EUR gross would execute as that many grosze of PLN.
*> ---------------------------------------------------------------
4500-WRITE-PAYMENT-FILE SECTION.
*> A final invoice fully covered by its advances leaves nothing to
*> transfer.
    IF WS-GROSS-AMOUNT = 0
        GO TO 4500-EXIT
    END-IF
    IF WS-CURRENCY NOT = 'PLN'
        DISPLAY 'Foreign-currency invoice '
            WS-INVOICE-DESIGNATION

    MOVE 'N' TO WS-MPP-FLAG
    IF WS-CURRENCY = 'PLN' AND WS-GROSS-AMOUNT >= 15000.00
            AND NOT REVERSE-CHARGE-BUYER
        SET MPP-TRANSFER TO TRUE
    END-IF
    PERFORM 4550-BUILD-PAYMENT-TITLE THRU 4550-EXIT
*> 4700-WRITE-INVOICE-DETAIL records the issued invoice's full
*> fiscal figures in the invoice detail register, so a later
*> correction run can read the original amounts back instead of
*> someone retyping them from the printed copy.  A final invoice
*> records its remaining figures plus the gross of the advances
*> it deducted.
*> ---------------------------------------------------------------
4700-WRITE-INVOICE-DETAIL SECTION.
    MOVE 'F' TO WS-DTL-DOC-TYPE
    MOVE WS-NET-AMOUNT TO WS-DTL-NET-AMOUNT
    MOVE WS-VAT-AMOUNT TO WS-DTL-VAT-AMOUNT
    MOVE WS-GROSS-AMOUNT TO WS-DTL-GROSS-AMOUNT
    MOVE WS-ADV-TOTAL-GROSS TO WS-DTL-ADVANCE-GROSS
    MOVE WS-VS-COUNT TO WS-DTL-BKT-COUNT
    PERFORM 4710-STAGE-VS-BUCKET THRU 4710-EXIT
        VARYING WS-DTL-RATE-IDX FROM 1 BY 1
    MOVE WS-DTL-GROSS-AMOUNT TO DTL-GROSS-AMOUNT
    MOVE WS-DTL-ORIG-NUMBER TO DTL-ORIG-DOC-NUMBER
    MOVE WS-DTL-ORIG-YEAR TO DTL-ORIG-DOC-YEAR
    MOVE WS-BUYER-COUNTRY TO DTL-BUYER-COUNTRY
    MOVE WS-BUYER-VAT-ID TO DTL-BUYER-VAT-ID
*> A foreign-currency document billed without a rate found is
*> recorded with no rate (0), not the 1.0000 cost-basis default.
    IF WS-CURRENCY NOT = 'PLN' AND NOT RATE-FOUND
        MOVE 0 TO DTL-ISSUE-RATE
    ELSE
        MOVE WS-EXCHANGE-RATE TO DTL-ISSUE-RATE
    END-IF
    MOVE 0 TO DTL-SETTLED-BY-YEAR
    MOVE 0 TO DTL-SETTLED-BY-NUMBER
    MOVE WS-DTL-ADVANCE-GROSS TO DTL-ADVANCE-GROSS
    SET DTL-KSEF-NOT-SUBMITTED TO TRUE
    MOVE SPACES TO DTL-KSEF-REF
    PERFORM 4760-CLEAR-RATE-BUCKET THRU 4760-EXIT
    PERFORM 4770-FILL-RATE-BUCKET THRU 4770-EXIT
        VARYING WS-DTL-RATE-IDX FROM 1 BY 1
        UNTIL WS-DTL-RATE-IDX > WS-DTL-BKT-COUNT
    SET LJ-DETAIL TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    WRITE INVOICE-DETAIL-RECORD
        INVALID KEY
            REWRITE INVOICE-DETAIL-RECORD
    END-WRITE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
4750-EXIT.
    EXIT.

*> caller stages WS-KSEF-DOC-DESIGNATION and the correction flag:
*> a correction goes out as RodzajFaktury KOR referencing the
*> corrected invoice, so corrections reach KSeF from here too
*> instead of being re-keyed into the portal by hand.  The advance
*> flag makes it an advance invoice (ZAL, with the date the money
*> was received) or a final invoice (ROZ, naming every advance it
*> settles, with the remaining figures in the rate fields).
*> ---------------------------------------------------------------
4800-WRITE-KSEF-XML SECTION.
    OPEN OUTPUT KSEF-XML-FILE.

    MOVE '<Podmiot2>' TO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
    PERFORM 4820-WRITE-KSEF-BUYER-ID THRU 4820-EXIT.
    MOVE SPACES TO KSEF-XML-LINE
    STRING '<Nazwa>' DELIMITED BY SIZE
        BUSINESS-NAME(WS-INDEX-TO) DELIMITED BY '  '
        '</P_2>' DELIMITED BY SIZE
        INTO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
    EVALUATE TRUE
    WHEN KSEF-CORRECTION
        MOVE '<RodzajFaktury>KOR</RodzajFaktury>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE '<DaneFaKorygowanej>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE '</DaneFaKorygowanej>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    WHEN KSEF-ADVANCE
        MOVE '<RodzajFaktury>ZAL</RodzajFaktury>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE SPACES TO KSEF-XML-LINE
        STRING '<P_6>' DELIMITED BY SIZE
            WS-ADV-RECEIVED-DISPLAY DELIMITED BY SIZE
            '</P_6>' DELIMITED BY SIZE
            INTO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    WHEN KSEF-FINAL
        MOVE '<RodzajFaktury>ROZ</RodzajFaktury>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        PERFORM 4830-WRITE-KSEF-ADVANCE-REF THRU 4830-EXIT
            VARYING WS-ADV-IDX FROM 1 BY 1
            UNTIL WS-ADV-IDX > WS-ADV-COUNT
    WHEN OTHER
        MOVE '<RodzajFaktury>VAT</RodzajFaktury>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    END-EVALUATE.
    PERFORM 4805-WRITE-KSEF-RATE-SUMS THRU 4805-EXIT
        VARYING WS-VS-IDX FROM 1 BY 1
        UNTIL WS-VS-IDX > WS-VS-COUNT.
        '</P_15>' DELIMITED BY SIZE
        INTO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
    IF REVERSE-CHARGE-BUYER
        MOVE '<Adnotacje>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE '<P_18>1</P_18>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE '</Adnotacje>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    END-IF.
    MOVE SPACES TO KSEF-XML-LINE
    STRING '<TerminPlatnosci>' DELIMITED BY SIZE
        WS-DUE-DATE-DISPLAY DELIMITED BY SIZE
*> FA schema's rate-level fields: P_13_1/P_14_1 are the basic-rate
*> (23%) net and VAT, P_13_2/P_14_2 the 8% rate, P_13_3/P_14_3 the
*> 5% rate, P_13_6 the 0% net and P_13_7 the exempt net (neither
*> of which has a VAT counterpart).  A reverse-charge 'NP' net goes
*> to P_13_9 for a buyer in the EU (the services VAT-UE reports)
*> and P_13_8 for one outside it.  Any other positive rate lands
*> in the basic-rate slot.
*> ---------------------------------------------------------------
4805-WRITE-KSEF-RATE-SUMS SECTION.
            '</P_13_7>' DELIMITED BY SIZE
            INTO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    WHEN 'NP'
        MOVE SPACES TO KSEF-XML-LINE
        IF BUYER-IN-EU
            STRING '<P_13_9>' DELIMITED BY SIZE
                WS-KSEF-AMOUNT DELIMITED BY SIZE
                '</P_13_9>' DELIMITED BY SIZE
                INTO KSEF-XML-LINE
        ELSE
            STRING '<P_13_8>' DELIMITED BY SIZE
                WS-KSEF-AMOUNT DELIMITED BY SIZE
                '</P_13_8>' DELIMITED BY SIZE
                INTO KSEF-XML-LINE
        END-IF
        WRITE KSEF-XML-LINE
    WHEN OTHER
        MOVE SPACES TO KSEF-XML-LINE
        STRING '<P_13_1>' DELIMITED BY SIZE
        '</P_11>' DELIMITED BY SIZE
        INTO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
    EVALUATE WS-ITEM-VAT-CAT(WS-ITEM-IDX)
    WHEN 'ZW'
        MOVE 'zw' TO WS-KSEF-RATE-CODE
    WHEN 'NP'
        IF BUYER-IN-EU
            MOVE 'np II' TO WS-KSEF-RATE-CODE
        ELSE
            MOVE 'np I' TO WS-KSEF-RATE-CODE
        END-IF
    WHEN OTHER
        MOVE WS-ITEM-VAT-CAT(WS-ITEM-IDX) TO WS-KSEF-RATE-CODE
    END-EVALUATE
    MOVE SPACES TO KSEF-XML-LINE
    STRING '<P_12>' DELIMITED BY SIZE
        WS-KSEF-RATE-CODE DELIMITED BY '  '
        '</P_12>' DELIMITED BY SIZE
        INTO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
4810-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4830-WRITE-KSEF-ADVANCE-REF names one advance invoice a final
*> invoice settles.
*> ---------------------------------------------------------------
4830-WRITE-KSEF-ADVANCE-REF SECTION.
    MOVE '<FakturaZaliczkowa>' TO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
    MOVE SPACES TO KSEF-XML-LINE
    STRING '<NrFaZaliczkowej>' DELIMITED BY SIZE
        WS-ADV-DESIGNATION(WS-ADV-IDX) DELIMITED BY '  '
        '</NrFaZaliczkowej>' DELIMITED BY SIZE
        INTO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
    MOVE '</FakturaZaliczkowa>' TO KSEF-XML-LINE
    WRITE KSEF-XML-LINE.
4830-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4820-WRITE-KSEF-BUYER-ID writes the buyer's identification in
*> Podmiot2: the NIP for a domestic buyer, the EU country code and
*> VAT number (less its prefix) for a buyer inside the EU, and the
*> country with no tax number for one outside it.
*> ---------------------------------------------------------------
4820-WRITE-KSEF-BUYER-ID SECTION.
    MOVE SPACES TO KSEF-XML-LINE
    IF NOT REVERSE-CHARGE-BUYER
        STRING '<NIP>' DELIMITED BY SIZE
            BUSINESS-NIP(WS-INDEX-TO) DELIMITED BY SIZE
            '</NIP>' DELIMITED BY SIZE
            INTO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        GO TO 4820-EXIT
    END-IF
    IF BUYER-IN-EU
        MOVE WS-BUYER-VAT-ID(3:12) TO WS-KSEF-VAT-NUMBER
        STRING '<KodUE>' DELIMITED BY SIZE
            WS-BUYER-VAT-ID(1:2) DELIMITED BY SIZE
            '</KodUE>' DELIMITED BY SIZE
            INTO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE SPACES TO KSEF-XML-LINE
        STRING '<NrVatUE>' DELIMITED BY SIZE
            WS-KSEF-VAT-NUMBER DELIMITED BY SPACE
            '</NrVatUE>' DELIMITED BY SIZE
            INTO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    ELSE
        STRING '<KodKraju>' DELIMITED BY SIZE
            WS-BUYER-COUNTRY DELIMITED BY SIZE
            '</KodKraju>' DELIMITED BY SIZE
            INTO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
        MOVE '<BrakID>1</BrakID>' TO KSEF-XML-LINE
        WRITE KSEF-XML-LINE
    END-IF.
4820-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4900-WRITE-OPEN-ITEM opens a receivable in the open items ledger
*> for the invoice just issued: full gross due, nothing paid yet,
    PERFORM 1600-ENSURE-OPEN-ITEMS-OPEN THRU 1600-EXIT

    MOVE BUSINESS-NIP(WS-INDEX-FROM) TO OI-SELLER-NIP
    IF WS-MODE-ADVANCE
        MOVE 'Z' TO OI-DOC-TYPE
    ELSE
        MOVE 'F' TO OI-DOC-TYPE
    END-IF
    MOVE WS-NUMBER-YEAR TO OI-DOC-YEAR
    MOVE WS-INVOICE-NUMBER TO OI-DOC-NUMBER
    MOVE WS-INVOICE-DESIGNATION TO OI-DESIGNATION
    MOVE WS-DUE-DATE-YYYYMMDD TO OI-DUE-DATE
    MOVE WS-CURRENCY TO OI-CURRENCY
    MOVE WS-GROSS-AMOUNT TO OI-GROSS-AMOUNT
*> An advance invoice is issued for money already received: what
*> the on-account ledger yielded is paid from the start.  A final
*> invoice its advances fully cover opens with nothing to pay.
    MOVE WS-ADV-DRAWN-AMOUNT TO OI-AMOUNT-PAID
    IF OI-AMOUNT-PAID >= OI-GROSS-AMOUNT
        SET OI-SETTLED TO TRUE
        MOVE WS-ISSUE-DATE-YYYYMMDD TO OI-SETTLED-DATE
    ELSE
        SET OI-OPEN TO TRUE
        MOVE 0 TO OI-SETTLED-DATE
    END-IF
    MOVE 0 TO OI-DUNNING-LEVEL
    MOVE 0 TO OI-LAST-DUNNING-DATE
    MOVE 'N' TO OI-RELIEF-STATUS
    MOVE 0 TO OI-RELIEF-DATE
    MOVE 0 TO OI-RELIEF-GROSS
    MOVE 0 TO OI-INTEREST-BILLED-DATE
    IF WS-CURRENCY NOT = 'PLN' AND NOT RATE-FOUND
        MOVE 0 TO OI-ISSUE-RATE
    ELSE
        MOVE WS-EXCHANGE-RATE TO OI-ISSUE-RATE
    END-IF
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
4900-EXIT.
    EXIT.

4960-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4970-STAMP-REBILLED-COSTS stamps each rebilled purchase on the
*> invoice with the invoice's designation and issue date, so
*> WORKLOG stops carrying it and REBILRPT no longer lists it.
*> ---------------------------------------------------------------
4970-STAMP-REBILLED-COSTS SECTION.
    IF WS-REBILLED-COUNT = 0
        GO TO 4970-EXIT
    END-IF
    PERFORM 4975-STAMP-ONE-COST THRU 4975-EXIT
        VARYING WS-ITEM-IDX FROM 1 BY 1
        UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
4970-EXIT.
    EXIT.

4975-STAMP-ONE-COST SECTION.
    IF WS-ITEM-PURCHASE-KEY(WS-ITEM-IDX) = SPACES
        GO TO 4975-EXIT
    END-IF
    MOVE WS-ITEM-PURCHASE-KEY(WS-ITEM-IDX) TO PUR-KEY
    READ PURCHASE-REGISTER-FILE
        INVALID KEY
            DISPLAY 'WARNING: rebilled purchase vanished, not'
                ' stamped: ' WS-ITEM-DESC(WS-ITEM-IDX)
            GO TO 4975-EXIT
    END-READ
    SET PUR-REBILLED TO TRUE
    MOVE WS-INVOICE-DESIGNATION TO PUR-REBILL-INVOICE
    MOVE WS-ISSUE-DATE-YYYYMMDD TO PUR-REBILL-INVOICE-DATE
    SET LJ-PURCHASES TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE PURCHASE-RECORD
        INVALID KEY
            DISPLAY 'WARNING: rebilled purchase not stamped: '
                WS-ITEM-DESC(WS-ITEM-IDX) ' status '
                WS-PURCHREG-FILE-STATUS
    END-REWRITE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
4975-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-RUN-BATCH drives the batch list named by WS-CONFIG-FILE-NAME,
*> running 1900-PROCESS-CLIENT once per listed config file and
    PERFORM 2700-LOOKUP-EXCHANGE-RATE THRU 2700-EXIT
    PERFORM 2900-COMPUTE-TOTALS THRU 2900-EXIT
    PERFORM 2950-COMPUTE-DUE-DATE THRU 2950-EXIT
    PERFORM 2965-CLEAR-ADVANCES THRU 2965-EXIT
    MOVE 'N' TO WS-KSEF-ADVANCE-FLAG
    PERFORM 6100-READ-ORIGINAL-INVOICE THRU 6100-EXIT
    IF NOT ORIG-FOUND
        DISPLAY 'Original invoice not usable, no correction generated.'
*> record and keeps its net/VAT/gross as the ORIGINAL column of the
*> correction document.  The buyer on the original must match the
*> buyer in the config - correcting one client's invoice against
*> another client's figures is always a mistake.  A final invoice
*> is corrected on its full value: the advances it deducted are
*> added back to the original column (see 6160).
*> ---------------------------------------------------------------
6100-READ-ORIGINAL-INVOICE SECTION.
    MOVE 'N' TO WS-ORIG-FOUND
        DTL-ISSUE-DATE(5:2) '-'
        DTL-ISSUE-DATE(7:2)
        DELIMITED BY SIZE INTO WS-ORIG-ISSUE-DISPLAY
    IF DTL-ADVANCE-GROSS > 0
        MOVE DTL-ADVANCE-GROSS TO WS-ORIG-ADVANCE-GROSS
        PERFORM 6160-ADD-BACK-ADVANCES THRU 6160-EXIT
        IF ADVANCES-REJECTED
            GO TO 6100-EXIT
        END-IF
    END-IF
    COMPUTE WS-DIFF-NET-AMOUNT =
        WS-NET-AMOUNT - WS-ORIG-NET-AMOUNT
    COMPUTE WS-DIFF-VAT-AMOUNT =
6150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6160-ADD-BACK-ADVANCES restores the full value of a final
*> invoice being corrected: the advances it settled are collected
*> again (they carry its number) and added to the original totals
*> and rate buckets, so the correction's difference is the true
*> change in the order's value.  The advances found must add up to
*> what the final invoice recorded as deducted, and the corrected
*> gross may not fall below them - money received on an advance
*> cannot be un-invoiced by a correction of the final invoice.
*> ---------------------------------------------------------------
6160-ADD-BACK-ADVANCES SECTION.
    SET ADV-SCAN-SETTLED-BY TO TRUE
    PERFORM 2975-SCAN-ADVANCES THRU 2975-EXIT
    IF ADVANCES-REJECTED
        GO TO 6160-EXIT
    END-IF
    IF WS-ADV-TOTAL-GROSS NOT = WS-ORIG-ADVANCE-GROSS
        MOVE WS-ORIG-ADVANCE-GROSS TO WS-AMOUNT-EDIT
        MOVE WS-ADV-TOTAL-GROSS TO WS-AMOUNT-EDIT-2
        DISPLAY 'ERROR: ' WS-ORIG-DESIGNATION ' deducted advances of '
            WS-AMOUNT-EDIT ', the register holds ' WS-AMOUNT-EDIT-2
        SET ADVANCES-REJECTED TO TRUE
        GO TO 6160-EXIT
    END-IF
    IF WS-GROSS-AMOUNT < WS-ADV-TOTAL-GROSS
        DISPLAY 'ERROR: corrected gross is below the advances '
            WS-ORIG-DESIGNATION ' deducted.'
        SET ADVANCES-REJECTED TO TRUE
        GO TO 6160-EXIT
    END-IF
    ADD WS-ADV-TOTAL-NET TO WS-ORIG-NET-AMOUNT
    ADD WS-ADV-TOTAL-VAT TO WS-ORIG-VAT-AMOUNT
    ADD WS-ADV-TOTAL-GROSS TO WS-ORIG-GROSS-AMOUNT
    PERFORM 6165-ADD-BACK-ONE-ADVANCE THRU 6165-EXIT
        VARYING WS-ADV-IDX FROM 1 BY 1
        UNTIL WS-ADV-IDX > WS-ADV-COUNT
    DISPLAY WS-ORIG-DESIGNATION ' deducted ' WS-ADV-COUNT
        ' advance(s) - corrected on its full value.'.
6160-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6165-ADD-BACK-ONE-ADVANCE adds one advance into the original
*> bucket of its rate, opening the bucket when the final invoice
*> had nothing left to charge at that rate.  The VARYING loop has
*> stepped WS-ORIG-BKT-IDX one past the match, so step it back.
*> ---------------------------------------------------------------
6165-ADD-BACK-ONE-ADVANCE SECTION.
    MOVE 'N' TO WS-DELTA-FOUND
    PERFORM 6167-MATCH-ADVANCE-CODE THRU 6167-EXIT
        VARYING WS-ORIG-BKT-IDX FROM 1 BY 1
        UNTIL WS-ORIG-BKT-IDX > WS-ORIG-BKT-COUNT OR DELTA-FOUND
    IF DELTA-FOUND
        SUBTRACT 1 FROM WS-ORIG-BKT-IDX
    ELSE
        ADD 1 TO WS-ORIG-BKT-COUNT
        MOVE WS-ORIG-BKT-COUNT TO WS-ORIG-BKT-IDX
        MOVE WS-ADV-CODE(WS-ADV-IDX)
            TO WS-ORIG-BKT-CODE(WS-ORIG-BKT-IDX)
        MOVE 0 TO WS-ORIG-BKT-NET(WS-ORIG-BKT-IDX)
        MOVE 0 TO WS-ORIG-BKT-VAT(WS-ORIG-BKT-IDX)
        MOVE 0 TO WS-ORIG-BKT-GROSS(WS-ORIG-BKT-IDX)
    END-IF
    ADD WS-ADV-NET(WS-ADV-IDX) TO WS-ORIG-BKT-NET(WS-ORIG-BKT-IDX)
    ADD WS-ADV-VAT(WS-ADV-IDX) TO WS-ORIG-BKT-VAT(WS-ORIG-BKT-IDX)
    ADD WS-ADV-GROSS(WS-ADV-IDX)
        TO WS-ORIG-BKT-GROSS(WS-ORIG-BKT-IDX).
6165-EXIT.
    EXIT.

6167-MATCH-ADVANCE-CODE SECTION.
    IF WS-ORIG-BKT-CODE(WS-ORIG-BKT-IDX) = WS-ADV-CODE(WS-ADV-IDX)
        SET DELTA-FOUND TO TRUE
    END-IF.
6167-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6200-ASSIGN-CORRECTION-NUMBER draws the next number from the
*> correction sequence the register keeps per issuing business,
                TO REGISTER-LAST-CORRECTION-NUMBER
            MOVE 0 TO REGISTER-CLOSED-YEAR
            MOVE 0 TO REGISTER-LAST-INTNOTE-NUMBER
            MOVE 0 TO REGISTER-LAST-ADVANCE-NUMBER
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
            ADD 1 TO REGISTER-LAST-CORRECTION-NUMBER
            MOVE REGISTER-LAST-CORRECTION-NUMBER
                TO WS-CORRECTION-NUMBER
            SET LJ-REGISTER TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE REGISTER-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    END-READ

    MOVE 'FK/' TO WS-DSG-PREFIX
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.

    IF REVERSE-CHARGE-BUYER
        PERFORM 4420-WRITE-REVERSE-CHARGE-NOTE THRU 4420-EXIT
    END-IF.

    CLOSE INVOICE-FILE.
    DISPLAY 'Correction written to ' WS-INVOICE-FILE-NAME.
6300-EXIT.
    MOVE WS-DIFF-NET-AMOUNT TO WS-DTL-NET-AMOUNT
    MOVE WS-DIFF-VAT-AMOUNT TO WS-DTL-VAT-AMOUNT
    MOVE WS-DIFF-GROSS-AMOUNT TO WS-DTL-GROSS-AMOUNT
    MOVE 0 TO WS-DTL-ADVANCE-GROSS
    PERFORM 6370-BUILD-DELTA-BUCKETS THRU 6370-EXIT
    PERFORM 4750-PUT-DETAIL-RECORD THRU 4750-EXIT.
6350-EXIT.
*> ---------------------------------------------------------------
*> 6360-ADJUST-OPEN-ITEM brings the corrected invoice's receivable
*> in line with the corrected gross: what the client now owes is
*> the corrected amount (less any advances a final invoice
*> deducted), and if what they already paid covers it the item
*> settles.  An invoice issued before the open items
*> ledger existed simply has no item to adjust, and one already
*> written off keeps its write-off - the correction is left to the
*> accounts team rather than reopening a debt already expensed.
*> ---------------------------------------------------------------
6360-ADJUST-OPEN-ITEM SECTION.
    PERFORM 1600-ENSURE-OPEN-ITEMS-OPEN THRU 1600-EXIT
            DISPLAY 'No open item for invoice '
                WS-ORIG-INVOICE-NUMBER ', receivable not adjusted.'
        NOT INVALID KEY
            IF OI-WRITTEN-OFF
                DISPLAY 'Open item for invoice '
                    WS-ORIG-INVOICE-NUMBER ' was written off,'
                    ' receivable not adjusted.'
                GO TO 6360-EXIT
            END-IF
            COMPUTE OI-GROSS-AMOUNT =
                WS-GROSS-AMOUNT - WS-ADV-TOTAL-GROSS
            IF OI-AMOUNT-PAID >= OI-GROSS-AMOUNT
                SET OI-SETTLED TO TRUE
                MOVE WS-ISSUE-DATE-YYYYMMDD TO OI-SETTLED-DATE
                SET OI-OPEN TO TRUE
                MOVE 0 TO OI-SETTLED-DATE
            END-IF
            SET LJ-OPEN-ITEMS TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE OPEN-ITEM-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
            DISPLAY 'Open item for invoice ' WS-ORIG-INVOICE-NUMBER
                ' adjusted to corrected gross.'
    END-READ.
    MOVE 'N' TO WS-CLIENT-STATUS
    IF WS-DUP-SELLER-NIP = 0 OR WS-DUP-NUMBER = 0
        DISPLAY 'Usage: -duplicate <seller-nip> <number>'
            ' [year] [F|K|Z]'
        GO TO 7000-EXIT
    END-IF
    PERFORM 2450-SET-ISSUE-DATE THRU 2450-EXIT
7100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-RUN-ADVANCE issues an advance invoice (faktura zaliczkowa)
*> for money received before the work is billed: the gross amount
*> received carries the VAT contained in it at the client's rate,
*> the document gets its own FZ/ number, and it goes through the
*> same archive, audit log, detail register, KSeF and open items
*> steps as an invoice.  The money itself is normally already
*> parked on the buyer's on-account balance by PAYMATCH; the
*> advance draws it from there, so its open item is born settled.
*> No payment file is written - the money is in.
*> ---------------------------------------------------------------
8000-RUN-ADVANCE SECTION.
    MOVE 'N' TO WS-CLIENT-STATUS
    IF WS-ADV-RECEIVED-AMOUNT = 0
        DISPLAY 'ERROR: -advance needs the amount received,'
            ' e.g. 12300.00.'
        GO TO 8000-EXIT
    END-IF
    PERFORM 2000-READ-CONFIG THRU 2000-EXIT
    IF NOT CONFIG-OK
        DISPLAY 'Configuration rejected, no advance invoice'
            ' generated.'
        GO TO 8000-EXIT
    END-IF
    PERFORM 2450-SET-ISSUE-DATE THRU 2450-EXIT
    IF WS-ADV-RECEIVED-DATE = 0
        MOVE WS-ISSUE-DATE-YYYYMMDD TO WS-ADV-RECEIVED-DATE
    END-IF
    IF WS-ADV-RECEIVED-DATE > WS-ISSUE-DATE-YYYYMMDD
        DISPLAY 'ERROR: payment received ' WS-ADV-RECEIVED-DATE
            ' is after the issue date - no advance invoice generated.'
        GO TO 8000-EXIT
    END-IF
    MOVE SPACES TO WS-ADV-RECEIVED-DISPLAY
    STRING WS-ADV-RECEIVED-DATE(1:4) '-'
        WS-ADV-RECEIVED-DATE(5:2) '-'
        WS-ADV-RECEIVED-DATE(7:2)
        DELIMITED BY SIZE INTO WS-ADV-RECEIVED-DISPLAY
*> The tax point of an advance is the day the money came in, so
*> the rate is the one in force before that day, not before issue.
    MOVE WS-ISSUE-DATE-YYYYMMDD TO WS-ADV-SAVED-ISSUE-DATE
    MOVE WS-ADV-RECEIVED-DATE TO WS-ISSUE-DATE-YYYYMMDD
    PERFORM 2700-LOOKUP-EXCHANGE-RATE THRU 2700-EXIT
    MOVE WS-ADV-SAVED-ISSUE-DATE TO WS-ISSUE-DATE-YYYYMMDD
    PERFORM 2965-CLEAR-ADVANCES THRU 2965-EXIT
    PERFORM 8050-COMPUTE-ADVANCE THRU 8050-EXIT
    MOVE WS-ADV-RECEIVED-DATE TO WS-DUE-DATE-YYYYMMDD
    MOVE WS-ADV-RECEIVED-DISPLAY TO WS-DUE-DATE-DISPLAY
    PERFORM 8100-ASSIGN-ADVANCE-NUMBER THRU 8100-EXIT
    PERFORM 3000-DISPLAY-SUMMARY THRU 3000-EXIT
    PERFORM 8200-WRITE-ADVANCE-DOC THRU 8200-EXIT
    MOVE 'Z' TO WS-ARCH-DOC-TYPE
    MOVE WS-NUMBER-YEAR TO WS-ARCH-YEAR
    MOVE WS-INVOICE-NUMBER TO WS-ARCH-NUMBER
    PERFORM 4950-ARCHIVE-DOCUMENT THRU 4950-EXIT
    PERFORM 4600-WRITE-AUDIT-LOG THRU 4600-EXIT
    PERFORM 8300-WRITE-ADVANCE-DETAIL THRU 8300-EXIT
    MOVE WS-INVOICE-DESIGNATION TO WS-KSEF-DOC-DESIGNATION
    MOVE 'N' TO WS-KSEF-CORRECTION-FLAG
    SET KSEF-ADVANCE TO TRUE
    PERFORM 4800-WRITE-KSEF-XML THRU 4800-EXIT
    MOVE 'N' TO WS-KSEF-ADVANCE-FLAG
    PERFORM 8400-DRAW-ON-ACCOUNT THRU 8400-EXIT
    PERFORM 4900-WRITE-OPEN-ITEM THRU 4900-EXIT
    MOVE 'Y' TO WS-CLIENT-STATUS.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8050-COMPUTE-ADVANCE splits the gross received into net and the
*> VAT it contains at the client's configured rate (VAT = gross x
*> rate / (100 + rate)), and stages it as the document's single
*> line and single VAT summary entry.  A reverse-charge buyer's
*> advance carries no Polish VAT ('NP'), the same as the invoice.
*> ---------------------------------------------------------------
8050-COMPUTE-ADVANCE SECTION.
    IF REVERSE-CHARGE-BUYER
        MOVE 'NP' TO WS-ADV-RATE-CODE
        MOVE 0 TO WS-ADV-VAT-PCT
    ELSE
        MOVE WS-VAT TO WS-ADV-RATE-CODE
        MOVE WS-VAT TO WS-ADV-VAT-PCT
    END-IF
    MOVE WS-ADV-RECEIVED-AMOUNT TO WS-GROSS-AMOUNT
    COMPUTE WS-VAT-AMOUNT ROUNDED =
        WS-GROSS-AMOUNT * WS-ADV-VAT-PCT / (100 + WS-ADV-VAT-PCT)
    COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT - WS-VAT-AMOUNT

    MOVE 1 TO WS-ITEM-COUNT
    MOVE 'Zaliczka / Advance payment' TO WS-ITEM-DESC(1)
    MOVE 1 TO WS-ITEM-QTY(1)
    MOVE 0 TO WS-ITEM-RATE(1)
    MOVE WS-ADV-RATE-CODE TO WS-ITEM-VAT-CAT(1)
    MOVE WS-NET-AMOUNT TO WS-ITEM-NET(1)
    MOVE WS-VAT-AMOUNT TO WS-ITEM-VAT(1)
    MOVE WS-GROSS-AMOUNT TO WS-ITEM-GROSS(1)

    MOVE 1 TO WS-VS-COUNT
    MOVE WS-ADV-RATE-CODE TO WS-VS-CODE(1)
    MOVE WS-NET-AMOUNT TO WS-VS-NET(1)
    MOVE WS-VAT-AMOUNT TO WS-VS-VAT(1)
    MOVE WS-GROSS-AMOUNT TO WS-VS-GROSS(1).
8050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8100-ASSIGN-ADVANCE-NUMBER draws the next number from the
*> advance sequence the register keeps per issuing business, the
*> way 2800-ASSIGN-INVOICE-NUMBER draws an invoice number, and
*> names the document and KSeF files after it so an advance never
*> overwrites an invoice.
*> ---------------------------------------------------------------
8100-ASSIGN-ADVANCE-NUMBER SECTION.
    PERFORM 1300-ENSURE-REGISTER-OPEN THRU 1300-EXIT

    MOVE WS-ISSUE-DATE-YYYYMMDD(1:4) TO WS-NUMBER-YEAR
    MOVE BUSINESS-NIP(WS-INDEX-FROM) TO REGISTER-NIP
    READ REGISTER-FILE
        INVALID KEY
            MOVE WS-NUMBER-YEAR TO REGISTER-NUMBER-YEAR
            MOVE 0 TO REGISTER-LAST-INVOICE-NUMBER
            MOVE 0 TO REGISTER-LAST-CORRECTION-NUMBER
            MOVE 0 TO REGISTER-CLOSED-YEAR
            MOVE 0 TO REGISTER-LAST-INTNOTE-NUMBER
            MOVE 1 TO WS-INVOICE-NUMBER
            MOVE WS-INVOICE-NUMBER TO REGISTER-LAST-ADVANCE-NUMBER
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
            ADD 1 TO REGISTER-LAST-ADVANCE-NUMBER
            MOVE REGISTER-LAST-ADVANCE-NUMBER TO WS-INVOICE-NUMBER
            SET LJ-REGISTER TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE REGISTER-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    END-READ

    MOVE 'FZ/' TO WS-DSG-PREFIX
    MOVE WS-INVOICE-NUMBER TO WS-DSG-NUMBER
    MOVE WS-ISSUE-DATE-YYYYMMDD TO WS-DSG-DATE
    PERFORM 2850-FORMAT-DESIGNATION THRU 2850-EXIT
    MOVE WS-DSG-RESULT TO WS-INVOICE-DESIGNATION

    MOVE SPACES TO WS-INVOICE-FILE-NAME
    STRING 'advance_' DELIMITED BY SIZE
        WS-NUMBER-YEAR DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-INVOICE-NUMBER DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO WS-INVOICE-FILE-NAME
    MOVE SPACES TO WS-KSEF-XML-FILE-NAME
    STRING 'ksef_Z_' DELIMITED BY SIZE
        WS-NUMBER-YEAR DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-INVOICE-NUMBER DELIMITED BY SIZE
        '.xml' DELIMITED BY SIZE
        INTO WS-KSEF-XML-FILE-NAME.
8100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8200-WRITE-ADVANCE-DOC writes the advance invoice document: its
*> number, the issue date and the date the money was received
*> (the VAT rules require both), both parties, the VAT summary of
*> the amount received, and nothing further to pay.
*> ---------------------------------------------------------------
8200-WRITE-ADVANCE-DOC SECTION.
    OPEN OUTPUT INVOICE-FILE.

    MOVE 'ADVANCE INVOICE (FAKTURA ZALICZKOWA)' TO INVOICE-LINE
    WRITE INVOICE-LINE.

    MOVE SPACES TO INVOICE-LINE
    STRING 'Invoice number: ' DELIMITED BY SIZE
        WS-INVOICE-DESIGNATION DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING 'Invoice date: ' DELIMITED BY SIZE
        WS-ISSUE-DATE-DISPLAY DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE SPACES TO INVOICE-LINE
    STRING 'Payment received: ' DELIMITED BY SIZE
        WS-ADV-RECEIVED-DISPLAY DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.

    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.

    PERFORM 4100-WRITE-PARTY-BLOCKS THRU 4100-EXIT.

    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.
    PERFORM 4300-WRITE-VAT-SUMMARY THRU 4300-EXIT.
    MOVE SPACES TO INVOICE-LINE
    WRITE INVOICE-LINE.

    MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Net amount:      ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE WS-VAT-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'VAT amount:      ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE WS-GROSS-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Amount received: ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.
    MOVE 0 TO WS-AMOUNT-EDIT
    MOVE SPACES TO INVOICE-LINE
    STRING 'Amount due:      ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INVOICE-LINE
    WRITE INVOICE-LINE.

    IF WS-CURRENCY NOT = 'PLN' AND RATE-FOUND
        PERFORM 4400-WRITE-RATE-REFERENCE THRU 4400-EXIT
    END-IF.

    IF REVERSE-CHARGE-BUYER
        PERFORM 4420-WRITE-REVERSE-CHARGE-NOTE THRU 4420-EXIT
    END-IF.

    CLOSE INVOICE-FILE.
    DISPLAY 'Advance invoice written to ' WS-INVOICE-FILE-NAME.
8200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8300-WRITE-ADVANCE-DETAIL records the advance in the invoice
*> detail register as a document of its own ('Z'), so the JPK,
*> VAT and GL runs report its VAT in the period the money came in.
*> It is outstanding (settled-by zero) until a final invoice
*> deducts it.
*> ---------------------------------------------------------------
8300-WRITE-ADVANCE-DETAIL SECTION.
    MOVE 'Z' TO WS-DTL-DOC-TYPE
    MOVE WS-INVOICE-NUMBER TO WS-DTL-DOC-NUMBER
    MOVE WS-INVOICE-DESIGNATION TO WS-DTL-DESIGNATION
    MOVE 0 TO WS-DTL-ORIG-NUMBER
    MOVE 0 TO WS-DTL-ORIG-YEAR
    MOVE WS-NET-AMOUNT TO WS-DTL-NET-AMOUNT
    MOVE WS-VAT-AMOUNT TO WS-DTL-VAT-AMOUNT
    MOVE WS-GROSS-AMOUNT TO WS-DTL-GROSS-AMOUNT
    MOVE 0 TO WS-DTL-ADVANCE-GROSS
    MOVE WS-VS-COUNT TO WS-DTL-BKT-COUNT
    PERFORM 4710-STAGE-VS-BUCKET THRU 4710-EXIT
        VARYING WS-DTL-RATE-IDX FROM 1 BY 1
        UNTIL WS-DTL-RATE-IDX > WS-VS-COUNT
    PERFORM 4750-PUT-DETAIL-RECORD THRU 4750-EXIT.
8300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8400-DRAW-ON-ACCOUNT takes the advance's amount off the buyer's
*> on-account balance in the invoice currency, where PAYMATCH
*> parked the money when it arrived with no invoice to absorb it.
*> Whatever the balance cannot cover stays open on the advance's
*> open item for PAYMATCH to settle by its FZ/ title.
*> ---------------------------------------------------------------
8400-DRAW-ON-ACCOUNT SECTION.
    MOVE 0 TO WS-ADV-DRAWN-AMOUNT
    OPEN I-O ON-ACCOUNT-FILE
    IF WS-ON-ACCOUNT-FILE-STATUS NOT = '00'
        DISPLAY 'No on-account ledger - advance '
            WS-INVOICE-DESIGNATION ' left open for PAYMATCH.'
        GO TO 8400-EXIT
    END-IF
    MOVE BUSINESS-NIP(WS-INDEX-FROM) TO OA-SELLER-NIP
    MOVE BUSINESS-NIP(WS-INDEX-TO) TO OA-BUYER-NIP
    MOVE WS-CURRENCY TO OA-CURRENCY
    READ ON-ACCOUNT-FILE
        INVALID KEY
            MOVE 0 TO OA-BALANCE
    END-READ
    IF OA-BALANCE = 0
        DISPLAY 'No on-account balance - advance '
            WS-INVOICE-DESIGNATION ' left open for PAYMATCH.'
        CLOSE ON-ACCOUNT-FILE
        GO TO 8400-EXIT
    END-IF
    IF OA-BALANCE < WS-GROSS-AMOUNT
        MOVE OA-BALANCE TO WS-ADV-DRAWN-AMOUNT
    ELSE
        MOVE WS-GROSS-AMOUNT TO WS-ADV-DRAWN-AMOUNT
    END-IF
    SUBTRACT WS-ADV-DRAWN-AMOUNT FROM OA-BALANCE
    MOVE WS-ISSUE-DATE-YYYYMMDD TO OA-LAST-CHANGE-DATE
    SET LJ-ON-ACCOUNT TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE ON-ACCOUNT-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    CLOSE ON-ACCOUNT-FILE
    MOVE WS-ADV-DRAWN-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY 'Drawn from on-account balance: ' WS-CURRENCY ' '
        WS-AMOUNT-EDIT.
8400-EXIT.
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
    WHEN LJ-ON-ACCOUNT
        MOVE ON-ACCOUNT-RECORD TO LJ-AFTER-IMAGE
        MOVE OA-KEY TO LJ-KEY
        READ ON-ACCOUNT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ON-ACCOUNT-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO ON-ACCOUNT-RECORD
    WHEN LJ-PURCHASES
        MOVE PURCHASE-RECORD TO LJ-AFTER-IMAGE
        MOVE PUR-KEY TO LJ-KEY
        READ PURCHASE-REGISTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE PURCHASE-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO PURCHASE-RECORD
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
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-ON-ACCOUNT AND WS-ON-ACCOUNT-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-PURCHASES AND WS-PURCHREG-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'COBOLATOR' TO LJ-PROGRAM
    CALL "LEDGJRNL" USING WS-LEDGER-JOURNAL
    IF LJ-JOURNAL-FAILED
        DISPLAY 'ERROR: ledger change not journaled - run stopped.'
        MOVE 8 TO WS-RETURN-CODE
        PERFORM 9999-TERMINATE THRU 9999-EXIT
    END-IF.
8950-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    IF REGISTER-OPEN
        CLOSE REGISTER-FILE
    IF CUSTMAST-READY
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    IF PURCHREG-READY
        CLOSE PURCHASE-REGISTER-FILE
    END-IF
    IF WS-WHITELIST-BLOCKED-COUNT > 0 AND WS-RETURN-CODE = 0
        DISPLAY 'Run flagged: ' WS-WHITELIST-BLOCKED-COUNT
            ' payment file(s) blocked by the whitelist check.'
