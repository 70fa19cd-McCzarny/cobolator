*>             the -apply run only settles open items of the same
*>             currency - a PLN surplus can no longer pay down a
*>             EUR receivable at face value.
*> 2026-10-15  Every settlement of a foreign-currency item now
*>             records its realized exchange difference (roznice
*>             kursowe): the amount applied is valued at the rate
*>             of the day before the payment and at the rate the
*>             item was booked at (OI-ISSUE-RATE, or rates.txt
*>             before the issue date for older items), and the PLN
*>             gain or loss goes to the fxdiff.txt register and,
*>             as balanced AR / FXGN / FXLS lines in the GLEXPORT
*>             layout, to fxpostings.txt.  A missing rate or
*>             unmapped account ends the run with 4.
*> 2026-10-15  Transfer titles quoting an FZ/ advance invoice
*>             designation match the advance's open item (type
*>             'Z').
*> 2026-10-15  Instalment agreements (see INSTAGR): a title
*>             quoting an HS/ agreement designation spreads the
*>             credit over the agreement's open items, oldest
*>             first; a credit quoting nothing that equals the
*>             payer's next instalment does the same; and every
*>             amount applied to a rescheduled item, by any route,
*>             is credited to the agreement's schedule, oldest
*>             instalment first - the agreement completes when the
*>             schedule is paid.
*> 2026-10-15  Every ledger record added or rewritten is journaled
*>             through LEDGJRNL (before and after image under the
*>             run ID) so ROLLBACK can undo the run.
*> 2026-10-15  Agreement schedule credits are now journaled, so
*>             ROLLBACK of a run puts the agreements back too; the
*>             run stops with return code 8 when a ledger change
*>             cannot be journaled.  FX posting amounts edited to
*>             the 9(9).99 width the other posting files use.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    RECORD KEY IS OA-KEY
    FILE STATUS IS WS-ON-ACCOUNT-FILE-STATUS.

*> ---------------------------------------------------------------
*> Exchange rates (CCY:YYYYMMDD:RATE:TABLE, the file COBOLATOR
*> books foreign-currency invoices from) and the GL account
*> mapping GLEXPORT posts from (TYPE:RATE:ACCOUNT).
*> ---------------------------------------------------------------
    SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATES-FILE-STATUS.

    SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-MAP-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

*> ---------------------------------------------------------------
*> Realized exchange differences (roznice kursowe): the register
*> lists each foreign-currency settlement with both rates and the
*> PLN gain or loss; the postings file carries the same figures as
*> balanced lines in the GLEXPORT format.  Both are appended to
*> run after run, so a month's differences accumulate in one place.
*> ---------------------------------------------------------------
    SELECT FX-REGISTER-FILE ASSIGN TO DYNAMIC WS-FX-REGISTER-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FX-REGISTER-STATUS.

    SELECT FX-POSTING-FILE ASSIGN TO DYNAMIC WS-FX-POSTING-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FX-POSTING-STATUS.

*> ---------------------------------------------------------------
*> Instalment agreements (see INSTAGR.CPY): every payment applied
*> to a rescheduled item is credited to its agreement's schedule.
*> ---------------------------------------------------------------
    SELECT AGREEMENT-FILE
    ASSIGN TO DYNAMIC WS-AGREEMENT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IA-KEY
    FILE STATUS IS WS-AGREEMENT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STATEMENT-FILE.
FD ON-ACCOUNT-FILE.
COPY "onacct.cpy".

FD RATE-FILE.
01 RATE-RECORD PIC X(60).

FD ACCOUNT-MAP-FILE.
01 ACCOUNT-MAP-RECORD PIC X(40).

FD FX-REGISTER-FILE.
01 FX-REGISTER-LINE PIC X(200).

FD FX-POSTING-FILE.
01 FX-POSTING-LINE PIC X(200).

FD AGREEMENT-FILE.
COPY "instagr.cpy".

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-STATEMENT-FILE-NAME PIC X(100) VALUE 'bankstmt.txt'.
        10 WS-TITLE-NUM PIC 9(6).
        10 WS-TITLE-NUM-TYPE PIC X(1).
01 WS-TITLE-TYPE-STAGED PIC X(1) VALUE 'F'.
*> An HS/ designation names an instalment agreement rather than a
*> document; the first one quoted is kept apart from the document
*> numbers and takes precedence over them.
01 WS-TITLE-AGREEMENT-NUMBER PIC 9(6) VALUE 0.
01 WS-TN-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-TN-JDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-TN-DUP-FLAG PIC X VALUE 'N'.
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

*> ---------------------------------------------------------------
*> Fallback scan of the whole ledger when the title names no
*> invoice: a single open item whose remaining due equals the
01 WS-COUNT-PARTIAL PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-EXCEPTION PIC 9(5) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> In-memory copy of the rates file, loaded on the first foreign-
*> currency settlement of the run, the same way COBOLATOR keeps it.
*> A rate is the one dated strictly before the day in question -
*> for the payment that is the NBP rate of the day before it was
*> received, for the invoice the rate it was booked at.
*> ---------------------------------------------------------------
01 WS-RATES-FILE-NAME PIC X(100) VALUE 'rates.txt'.
01 WS-RATES-FILE-STATUS PIC X(2).
01 WS-RATE-EOF PIC X VALUE 'N'.
    88 RATE-EOF VALUE 'Y'.
01 WS-RATES-LOADED-FLAG PIC X VALUE 'N'.
    88 RATES-LOADED VALUE 'Y'.
01 WS-RATE-CURRENCY PIC X(3) VALUE SPACES.
01 WS-RATE-DATE-TXT PIC X(8) VALUE SPACES.
01 WS-RATE-VALUE-TXT PIC X(10) VALUE SPACES.
01 WS-RATE-TABLE PIC X(20) VALUE SPACES.
01 WS-RATE-TABLE-DATA.
    05 WS-RT-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-RT-ENTRY OCCURS 5000 TIMES.
        10 WS-RT-CCY PIC X(3).
        10 WS-RT-DATE PIC 9(8).
        10 WS-RT-VALUE PIC 9(3)V9999.
        10 WS-RT-TABLE PIC X(20).
01 WS-RT-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-RATE-LOOKUP-CCY PIC X(3) VALUE SPACES.
01 WS-RATE-LOOKUP-DATE PIC 9(8) VALUE 0.
01 WS-RATE-BEST-DATE PIC 9(8) VALUE 0.
01 WS-RATE-FOUND-VALUE PIC 9(3)V9999 VALUE 0.
01 WS-RATE-FOUND PIC X VALUE 'N'.
    88 RATE-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> GL account mapping: only the receivables account (AR) and the
*> exchange-gain / exchange-loss accounts (FXGN / FXLS) are used
*> here.  A difference whose accounts are not mapped still lands
*> on the register, but gets no postings and the run ends with 4.
*> ---------------------------------------------------------------
01 WS-ACCOUNT-MAP-NAME PIC X(100) VALUE 'glaccts.txt'.
01 WS-ACCOUNT-MAP-STATUS PIC X(2).
01 WS-MAP-EOF PIC X VALUE 'N'.
    88 MAP-EOF VALUE 'Y'.
01 WS-MAP-LOADED-FLAG PIC X VALUE 'N'.
    88 MAP-LOADED VALUE 'Y'.
01 WS-MAP-TYPE-TXT PIC X(5) VALUE SPACES.
01 WS-MAP-RATE-TXT PIC X(2) VALUE SPACES.
01 WS-MAP-ACCOUNT-TXT PIC X(10) VALUE SPACES.
01 WS-AR-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-FX-GAIN-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-FX-LOSS-ACCOUNT PIC X(10) VALUE SPACES.

*> ---------------------------------------------------------------
*> Realized exchange difference of one settlement.
*> ---------------------------------------------------------------
01 WS-FX-REGISTER-NAME PIC X(100) VALUE 'fxdiff.txt'.
01 WS-FX-REGISTER-STATUS PIC X(2).
01 WS-FX-POSTING-NAME PIC X(100) VALUE 'fxpostings.txt'.
01 WS-FX-POSTING-STATUS PIC X(2).
01 WS-FX-FILES-OPEN-FLAG PIC X VALUE 'N'.
    88 FX-FILES-OPEN VALUE 'Y'.
01 WS-FX-PAYMENT-DATE PIC 9(8) VALUE 0.
01 WS-FX-ISSUE-RATE PIC 9(3)V9999 VALUE 0.
01 WS-FX-PAYMENT-RATE PIC 9(3)V9999 VALUE 0.
01 WS-FX-ISSUE-PLN PIC 9(11)V99 VALUE 0.
01 WS-FX-PAYMENT-PLN PIC 9(11)V99 VALUE 0.
01 WS-FX-DIFFERENCE PIC S9(11)V99 VALUE 0.
01 WS-FX-ABS PIC 9(11)V99 VALUE 0.
01 WS-FX-KIND PIC X(4) VALUE SPACES.
01 WS-FX-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-FX-RATE-EDIT PIC ZZ9.9999.
01 WS-FX-RATE-EDIT-2 PIC ZZ9.9999.
01 WS-FX-DIFF-EDIT PIC ---,---,--9.99.
01 WS-FX-AMT-TXT PIC 9(9).99.
01 WS-FX-DEBIT-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-FX-CREDIT-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-FX-POST-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-FX-POST-SIDE PIC X(1) VALUE 'D'.
    88 FX-POST-DEBIT  VALUE 'D'.
    88 FX-POST-CREDIT VALUE 'C'.
01 WS-FX-POST-DESC PIC X(40) VALUE SPACES.
01 WS-FX-DEBIT-TXT PIC X(15) VALUE SPACES.
01 WS-FX-CREDIT-TXT PIC X(15) VALUE SPACES.
01 WS-COUNT-FX-DIFF PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-FX-NO-RATE PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-FX-UNPOSTED PIC 9(5) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Instalment agreement working fields.
*> ---------------------------------------------------------------
01 WS-AGREEMENT-FILE-NAME PIC X(100) VALUE 'instagr.dat'.
01 WS-AGREEMENT-FILE-STATUS PIC X(2).
01 WS-AGREEMENT-OPEN-FLAG PIC X VALUE 'N'.
    88 AGREEMENT-FILE-OPEN VALUE 'Y'.
01 WS-AGREEMENT-TRIED-FLAG PIC X VALUE 'N'.
    88 AGREEMENT-FILE-TRIED VALUE 'Y'.
01 WS-AGR-EOF PIC X VALUE 'N'.
    88 AGR-EOF VALUE 'Y'.
01 WS-AGR-MATCH-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-AGR-MATCH-NUMBER PIC 9(6) VALUE 0.
01 WS-AGR-ITEM-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-INST-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-NEXT-INST-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-SCHED-LEFT PIC 9(9)V99 VALUE 0.
01 WS-SCHED-APPLY PIC 9(9)V99 VALUE 0.
01 WS-SCHED-UNPAID PIC 9(9)V99 VALUE 0.
01 WS-COUNT-INSTALMENT PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-AGR-COMPLETED PIC 9(5) COMPUTATIONAL VALUE 0.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-LOAD-RATE-TABLE reads the whole rates file into the
*> in-memory table, once per run, on the first foreign-currency
*> settlement.  More entries than the table holds leaves it empty
*> - every difference is then reported unvalued rather than
*> computed at whatever older rate happened to fit.
*> ---------------------------------------------------------------
1200-LOAD-RATE-TABLE SECTION.
    SET RATES-LOADED TO TRUE
    MOVE 'N' TO WS-RATE-EOF
    MOVE 0 TO WS-RT-COUNT
    OPEN INPUT RATE-FILE
    IF WS-RATES-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: exchange-rate file not found: '
            WS-RATES-FILE-NAME
        GO TO 1200-EXIT
    END-IF
    PERFORM 1250-LOAD-NEXT-RATE THRU 1250-EXIT
        UNTIL RATE-EOF
    CLOSE RATE-FILE.
1200-EXIT.
    EXIT.

1250-LOAD-NEXT-RATE SECTION.
    READ RATE-FILE
        AT END
            MOVE 'Y' TO WS-RATE-EOF
            GO TO 1250-EXIT
    END-READ
    IF RATE-RECORD = SPACES
        GO TO 1250-EXIT
    END-IF
    IF WS-RT-COUNT >= 5000
        DISPLAY 'ERROR: more than 5000 rate entries - exchange'
            ' differences are not valued in this run.'
        MOVE 0 TO WS-RT-COUNT
        MOVE 'Y' TO WS-RATE-EOF
        GO TO 1250-EXIT
    END-IF
    MOVE SPACES TO WS-RATE-CURRENCY WS-RATE-DATE-TXT
        WS-RATE-VALUE-TXT WS-RATE-TABLE
    UNSTRING RATE-RECORD DELIMITED BY ':'
        INTO WS-RATE-CURRENCY WS-RATE-DATE-TXT
            WS-RATE-VALUE-TXT WS-RATE-TABLE
    ADD 1 TO WS-RT-COUNT
    MOVE WS-RT-COUNT TO WS-RT-IDX
    MOVE WS-RATE-CURRENCY TO WS-RT-CCY(WS-RT-IDX)
    MOVE WS-RATE-DATE-TXT TO WS-RT-DATE(WS-RT-IDX)
    MOVE WS-RATE-VALUE-TXT TO WS-RT-VALUE(WS-RT-IDX)
    MOVE WS-RATE-TABLE TO WS-RT-TABLE(WS-RT-IDX).
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-LOAD-ACCOUNT-MAP picks the receivables and exchange-
*> difference accounts out of the GL account mapping, once per
*> run, on the first difference recorded.
*> ---------------------------------------------------------------
1300-LOAD-ACCOUNT-MAP SECTION.
    SET MAP-LOADED TO TRUE
    MOVE 'N' TO WS-MAP-EOF
    OPEN INPUT ACCOUNT-MAP-FILE
    IF WS-ACCOUNT-MAP-STATUS NOT = '00'
        DISPLAY 'WARNING: account mapping file not found: '
            WS-ACCOUNT-MAP-NAME
        GO TO 1300-EXIT
    END-IF
    PERFORM 1350-LOAD-NEXT-MAP-ENTRY THRU 1350-EXIT
        UNTIL MAP-EOF
    CLOSE ACCOUNT-MAP-FILE.
1300-EXIT.
    EXIT.

1350-LOAD-NEXT-MAP-ENTRY SECTION.
    READ ACCOUNT-MAP-FILE
        AT END
            MOVE 'Y' TO WS-MAP-EOF
            GO TO 1350-EXIT
    END-READ
    MOVE SPACES TO WS-MAP-TYPE-TXT WS-MAP-RATE-TXT
        WS-MAP-ACCOUNT-TXT
    UNSTRING ACCOUNT-MAP-RECORD DELIMITED BY ':'
        INTO WS-MAP-TYPE-TXT WS-MAP-RATE-TXT WS-MAP-ACCOUNT-TXT
    IF WS-MAP-TYPE-TXT = 'AR'
        MOVE WS-MAP-ACCOUNT-TXT TO WS-AR-ACCOUNT
    END-IF
    IF WS-MAP-TYPE-TXT = 'FXGN'
        MOVE WS-MAP-ACCOUNT-TXT TO WS-FX-GAIN-ACCOUNT
    END-IF
    IF WS-MAP-TYPE-TXT = 'FXLS'
        MOVE WS-MAP-ACCOUNT-TXT TO WS-FX-LOSS-ACCOUNT
    END-IF.
1350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-TAKE-RUN-LOCK acquires the shared-ledger lock through the
*> RUNLOCK subprogram; a busy lock fails the run fast with return
        WS-COUNT-PARTIAL ' partial, '
        WS-COUNT-PARKED ' parked on account, '
        WS-COUNT-EXCEPTION ' exception(s).'
    PERFORM 7900-REPORT-AGREEMENT-TOTALS THRU 7900-EXIT
    IF WS-COUNT-EXCEPTION > 0
        DISPLAY 'Exceptions written to ' WS-EXCEPTION-FILE-NAME
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    PERFORM 6900-REPORT-FX-TOTALS THRU 6900-EXIT.
2000-EXIT.
    EXIT.

    EXIT.

*> ---------------------------------------------------------------
*> 2200-MATCH-ONE-CREDIT parses one statement credit and tries an
*> instalment agreement quoted in the title first, then the
*> invoice numbers quoted, then the whole-ledger amount-and-payer
*> scan.  Whatever cannot be settled or applied
*> lands on the exception report with the reason.
*> ---------------------------------------------------------------
2200-MATCH-ONE-CREDIT SECTION.
    END-IF

    PERFORM 2300-SCAN-TITLE-FOR-NUMBER THRU 2300-EXIT
    IF WS-TITLE-AGREEMENT-NUMBER NOT = 0
        PERFORM 7000-MATCH-BY-AGREEMENT THRU 7000-EXIT
        GO TO 2200-EXIT
    END-IF
    IF TITLE-NUMBER-FOUND
        PERFORM 2400-MATCH-BY-NUMBER THRU 2400-EXIT
    ELSE
*> 2300-SCAN-TITLE-FOR-NUMBER splits the transfer title into words
*> and keeps EVERY invoice number the payer quoted: each full
*> formatted designation (FV/17/08/2026, exactly as printed on the
*> invoice - the number is its second element; NO/ for an interest
*> note, FZ/ for an advance invoice) and each all-digit
*> word of up to six digits, in the order they appear.  An HS/
*> instalment agreement designation is kept apart.
*> ---------------------------------------------------------------
2300-SCAN-TITLE-FOR-NUMBER SECTION.
    MOVE 'N' TO WS-TITLE-NUMBER-FOUND
    MOVE 0 TO WS-TITLE-DOC-NUMBER
    MOVE 0 TO WS-TITLE-AGREEMENT-NUMBER
    MOVE 0 TO WS-TITLE-NUM-COUNT
    MOVE SPACES TO WS-TITLE-WORD-TABLE
    UNSTRING WS-BS-TITLE DELIMITED BY ALL SPACE
    END-IF
    IF WS-TITLE-WORD(WS-WORD-IDX)(1:3) = 'FV/'
            OR WS-TITLE-WORD(WS-WORD-IDX)(1:3) = 'NO/'
            OR WS-TITLE-WORD(WS-WORD-IDX)(1:3) = 'FZ/'
            OR WS-TITLE-WORD(WS-WORD-IDX)(1:3) = 'HS/'
        EVALUATE WS-TITLE-WORD(WS-WORD-IDX)(1:3)
        WHEN 'NO/'
            MOVE 'N' TO WS-TITLE-TYPE-STAGED
        WHEN 'FZ/'
            MOVE 'Z' TO WS-TITLE-TYPE-STAGED
        WHEN 'HS/'
            MOVE 'H' TO WS-TITLE-TYPE-STAGED
        WHEN OTHER
            MOVE 'F' TO WS-TITLE-TYPE-STAGED
        END-EVALUATE
        MOVE SPACES TO WS-DSG-PART-1 WS-DSG-PART-2
        UNSTRING WS-TITLE-WORD(WS-WORD-IDX) DELIMITED BY '/'
            INTO WS-DSG-PART-1 WS-DSG-PART-2
            IF WS-DSG-PART-2(1:WS-WORD-LEN) IS NUMERIC
                MOVE WS-DSG-PART-2(1:WS-WORD-LEN)
                    TO WS-TITLE-DOC-NUMBER
                IF WS-TITLE-TYPE-STAGED = 'H'
                    IF WS-TITLE-AGREEMENT-NUMBER = 0
                        MOVE WS-TITLE-DOC-NUMBER
                            TO WS-TITLE-AGREEMENT-NUMBER
                    END-IF
                ELSE
                    PERFORM 2370-KEEP-TITLE-NUMBER THRU 2370-EXIT
                END-IF
            END-IF
        END-IF
        GO TO 2350-EXIT
        ADD 1 TO WS-COUNT-PARTIAL
        DISPLAY 'Invoice ' OI-DESIGNATION ' partially paid.'
    END-IF
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    MOVE WS-BS-DATE TO WS-FX-PAYMENT-DATE
    PERFORM 7300-CREDIT-SCHEDULE THRU 7300-EXIT
    PERFORM 6000-RECORD-FX-DIFFERENCE THRU 6000-EXIT.
2430-EXIT.
    EXIT.

*> 2500-MATCH-BY-AMOUNT is the fallback when the title quotes no
*> number: walk this seller's open items for exactly one open item
*> whose remaining due equals the credit and whose buyer is the
*> payer.  Zero hits, or more than one, falls back once more to
*> the payer's instalment agreements (7500) before it becomes an
*> exception - guessing between two identical receivables settles
*> the wrong one half the time.
*> ---------------------------------------------------------------
2500-MATCH-BY-AMOUNT SECTION.
    MOVE 'N' TO WS-SCAN-EOF
        ADD WS-BS-AMOUNT TO OI-AMOUNT-PAID
        SET OI-SETTLED TO TRUE
        MOVE WS-BS-DATE TO OI-SETTLED-DATE
        SET LJ-OPEN-ITEMS TO TRUE
        PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
        REWRITE OPEN-ITEM-RECORD
        PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
        ADD 1 TO WS-COUNT-SETTLED
        DISPLAY 'Invoice ' OI-DESIGNATION
            ' settled by amount/payer match.'
        MOVE WS-BS-AMOUNT TO WS-APPLY-AMOUNT
        MOVE WS-BS-DATE TO WS-FX-PAYMENT-DATE
        PERFORM 7300-CREDIT-SCHEDULE THRU 7300-EXIT
        PERFORM 6000-RECORD-FX-DIFFERENCE THRU 6000-EXIT
    ELSE
        PERFORM 7500-MATCH-INSTALMENT-AMOUNT THRU 7500-EXIT
    END-IF.
2500-EXIT.
    EXIT.
            MOVE WS-PARK-BUYER-NAME TO OA-BUYER-NAME
            MOVE WS-CREDIT-LEFT TO OA-BALANCE
            MOVE WS-TODAY-YYYYMMDD TO OA-LAST-CHANGE-DATE
            SET LJ-ON-ACCOUNT TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            WRITE ON-ACCOUNT-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
        NOT INVALID KEY
            ADD WS-CREDIT-LEFT TO OA-BALANCE
            MOVE WS-TODAY-YYYYMMDD TO OA-LAST-CHANGE-DATE
            SET LJ-ON-ACCOUNT TO TRUE
            PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
            REWRITE ON-ACCOUNT-RECORD
            PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    END-READ
    ADD 1 TO WS-COUNT-PARKED
    MOVE WS-CREDIT-LEFT TO WS-AMOUNT-EDIT
    CLOSE OPEN-ITEMS-FILE
    DISPLAY 'Applied: ' WS-COUNT-APPLIED ' balance(s), '
        WS-COUNT-SETTLED ' item(s) settled, '
        WS-COUNT-PARTIAL ' partial.'
    PERFORM 7900-REPORT-AGREEMENT-TOTALS THRU 7900-EXIT
    PERFORM 6900-REPORT-FX-TOTALS THRU 6900-EXIT.
5000-EXIT.
    EXIT.

    IF WS-APPLY-BALANCE NOT = OA-BALANCE
        MOVE WS-APPLY-BALANCE TO OA-BALANCE
        MOVE WS-TODAY-YYYYMMDD TO OA-LAST-CHANGE-DATE
        SET LJ-ON-ACCOUNT TO TRUE
        PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
        REWRITE ON-ACCOUNT-RECORD
        PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
        ADD 1 TO WS-COUNT-APPLIED
    END-IF.
5100-EXIT.
        DISPLAY 'Invoice ' OI-DESIGNATION
            ' partially paid from on-account balance.'
    END-IF
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
*> Parked money is valued at the date it is applied - the day the
*> receivable is actually reduced in the books.
    MOVE WS-TODAY-YYYYMMDD TO WS-FX-PAYMENT-DATE
    PERFORM 7300-CREDIT-SCHEDULE THRU 7300-EXIT
    PERFORM 6000-RECORD-FX-DIFFERENCE THRU 6000-EXIT.
5200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-RECORD-FX-DIFFERENCE values the amount just applied to a
*> foreign-currency item (WS-APPLY-AMOUNT, paid on
*> WS-FX-PAYMENT-DATE) twice: at the rate the item was booked at
*> and at the rate of the day before the payment.  The PLN
*> difference is the realized exchange gain (payment rate higher)
*> or loss (lower) and goes to the register and the postings file.
*> A PLN item has nothing to value; a missing rate is reported and
*> the run ends with 4 so the accountant works that one out.
*> ---------------------------------------------------------------
6000-RECORD-FX-DIFFERENCE SECTION.
    IF OI-CURRENCY = 'PLN' OR OI-CURRENCY = SPACES
        GO TO 6000-EXIT
    END-IF
    IF WS-APPLY-AMOUNT = 0
        GO TO 6000-EXIT
    END-IF
    MOVE OI-CURRENCY TO WS-RATE-LOOKUP-CCY
    MOVE WS-FX-PAYMENT-DATE TO WS-RATE-LOOKUP-DATE
    PERFORM 6100-LOOKUP-RATE THRU 6100-EXIT
    IF NOT RATE-FOUND
        DISPLAY 'WARNING: no ' OI-CURRENCY ' rate before '
            WS-FX-PAYMENT-DATE ' - exchange difference on '
            OI-DESIGNATION ' not recorded.'
        ADD 1 TO WS-COUNT-FX-NO-RATE
        GO TO 6000-EXIT
    END-IF
    MOVE WS-RATE-FOUND-VALUE TO WS-FX-PAYMENT-RATE
*> Items opened before the booked rate was carried on the ledger
*> get it looked up again the way COBOLATOR looked it up.
    MOVE OI-ISSUE-RATE TO WS-FX-ISSUE-RATE
    IF WS-FX-ISSUE-RATE = 0
        MOVE OI-ISSUE-DATE TO WS-RATE-LOOKUP-DATE
        PERFORM 6100-LOOKUP-RATE THRU 6100-EXIT
        IF NOT RATE-FOUND
            DISPLAY 'WARNING: no ' OI-CURRENCY ' rate before '
                OI-ISSUE-DATE ' - exchange difference on '
                OI-DESIGNATION ' not recorded.'
            ADD 1 TO WS-COUNT-FX-NO-RATE
            GO TO 6000-EXIT
        END-IF
        MOVE WS-RATE-FOUND-VALUE TO WS-FX-ISSUE-RATE
    END-IF

    COMPUTE WS-FX-ISSUE-PLN ROUNDED =
        WS-APPLY-AMOUNT * WS-FX-ISSUE-RATE
    COMPUTE WS-FX-PAYMENT-PLN ROUNDED =
        WS-APPLY-AMOUNT * WS-FX-PAYMENT-RATE
    COMPUTE WS-FX-DIFFERENCE = WS-FX-PAYMENT-PLN - WS-FX-ISSUE-PLN
    IF WS-FX-DIFFERENCE = 0
        GO TO 6000-EXIT
    END-IF
    IF WS-FX-DIFFERENCE > 0
        MOVE 'GAIN' TO WS-FX-KIND
        MOVE WS-FX-DIFFERENCE TO WS-FX-ABS
    ELSE
        MOVE 'LOSS' TO WS-FX-KIND
        COMPUTE WS-FX-ABS = 0 - WS-FX-DIFFERENCE
    END-IF
    MOVE SPACES TO WS-FX-DATE-DISPLAY
    STRING WS-FX-PAYMENT-DATE(1:4) '-'
        WS-FX-PAYMENT-DATE(5:2) '-'
        WS-FX-PAYMENT-DATE(7:2)
        DELIMITED BY SIZE INTO WS-FX-DATE-DISPLAY

    PERFORM 6050-ENSURE-FX-FILES-OPEN THRU 6050-EXIT
    PERFORM 6200-WRITE-FX-REGISTER THRU 6200-EXIT
    PERFORM 6300-WRITE-FX-POSTINGS THRU 6300-EXIT
    ADD 1 TO WS-COUNT-FX-DIFF
    MOVE WS-FX-DIFFERENCE TO WS-FX-DIFF-EDIT
    DISPLAY 'Exchange ' WS-FX-KIND ' on ' OI-DESIGNATION ': '
        WS-FX-DIFF-EDIT ' PLN'.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6050-ENSURE-FX-FILES-OPEN opens the register and postings files
*> for append once per run, creating them (register with its
*> heading) on first use, the way COBOLATOR opens its audit log.
*> ---------------------------------------------------------------
6050-ENSURE-FX-FILES-OPEN SECTION.
    IF FX-FILES-OPEN
        GO TO 6050-EXIT
    END-IF
    IF NOT MAP-LOADED
        PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT
    END-IF
    OPEN EXTEND FX-REGISTER-FILE
    IF WS-FX-REGISTER-STATUS NOT = '00'
        CLOSE FX-REGISTER-FILE
        OPEN OUTPUT FX-REGISTER-FILE
        MOVE SPACES TO FX-REGISTER-LINE
        STRING 'REALIZED EXCHANGE DIFFERENCES (ROZNICE KURSOWE)'
            DELIMITED BY SIZE INTO FX-REGISTER-LINE
        WRITE FX-REGISTER-LINE
        MOVE SPACES TO FX-REGISTER-LINE
        STRING 'DATE       DOCUMENT             BUYER-NIP  CCY'
            '       AMOUNT ISSUE-RT   PAY-RT       PLN-DIFF  KIND'
            DELIMITED BY SIZE INTO FX-REGISTER-LINE
        WRITE FX-REGISTER-LINE
    END-IF
    OPEN EXTEND FX-POSTING-FILE
    IF WS-FX-POSTING-STATUS NOT = '00'
        CLOSE FX-POSTING-FILE
        OPEN OUTPUT FX-POSTING-FILE
    END-IF
    SET FX-FILES-OPEN TO TRUE.
6050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6100-LOOKUP-RATE finds the latest WS-RATE-LOOKUP-CCY rate dated
*> strictly before WS-RATE-LOOKUP-DATE in the in-memory table.
*> ---------------------------------------------------------------
6100-LOOKUP-RATE SECTION.
    IF NOT RATES-LOADED
        PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
    END-IF
    MOVE 'N' TO WS-RATE-FOUND
    MOVE 0 TO WS-RATE-BEST-DATE
    MOVE 0 TO WS-RATE-FOUND-VALUE
    PERFORM 6150-TEST-RATE-ENTRY THRU 6150-EXIT
        VARYING WS-RT-IDX FROM 1 BY 1
        UNTIL WS-RT-IDX > WS-RT-COUNT.
6100-EXIT.
    EXIT.

6150-TEST-RATE-ENTRY SECTION.
    IF WS-RT-CCY(WS-RT-IDX) NOT = WS-RATE-LOOKUP-CCY
        GO TO 6150-EXIT
    END-IF
    IF WS-RT-DATE(WS-RT-IDX) >= WS-RATE-LOOKUP-DATE
        GO TO 6150-EXIT
    END-IF
    IF WS-RT-DATE(WS-RT-IDX) > WS-RATE-BEST-DATE
        MOVE WS-RT-DATE(WS-RT-IDX) TO WS-RATE-BEST-DATE
        MOVE WS-RT-VALUE(WS-RT-IDX) TO WS-RATE-FOUND-VALUE
        MOVE 'Y' TO WS-RATE-FOUND
    END-IF.
6150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6200-WRITE-FX-REGISTER writes the register line for the
*> difference just valued.
*> ---------------------------------------------------------------
6200-WRITE-FX-REGISTER SECTION.
    MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-EDIT
    MOVE WS-FX-ISSUE-RATE TO WS-FX-RATE-EDIT
    MOVE WS-FX-PAYMENT-RATE TO WS-FX-RATE-EDIT-2
    MOVE WS-FX-DIFFERENCE TO WS-FX-DIFF-EDIT
    MOVE SPACES TO FX-REGISTER-LINE
    STRING WS-FX-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-DESIGNATION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-BUYER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FX-RATE-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FX-RATE-EDIT-2 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FX-DIFF-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-FX-KIND DELIMITED BY SIZE
        INTO FX-REGISTER-LINE
    WRITE FX-REGISTER-LINE.
6200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6300-WRITE-FX-POSTINGS writes the balanced pair for the
*> difference, in PLN: a gain raises the receivable it closes out
*> against exchange gains, a loss charges exchange losses against
*> it.  Without the accounts mapped nothing is posted - the
*> register line still stands - and the run ends with 4.
*> ---------------------------------------------------------------
6300-WRITE-FX-POSTINGS SECTION.
    IF WS-FX-DIFFERENCE > 0
        MOVE WS-AR-ACCOUNT TO WS-FX-DEBIT-ACCOUNT
        MOVE WS-FX-GAIN-ACCOUNT TO WS-FX-CREDIT-ACCOUNT
    ELSE
        MOVE WS-FX-LOSS-ACCOUNT TO WS-FX-DEBIT-ACCOUNT
        MOVE WS-AR-ACCOUNT TO WS-FX-CREDIT-ACCOUNT
    END-IF
    IF WS-FX-DEBIT-ACCOUNT = SPACES OR WS-FX-CREDIT-ACCOUNT = SPACES
        DISPLAY 'WARNING: AR/FXGN/FXLS account not mapped in '
            WS-ACCOUNT-MAP-NAME ' - ' OI-DESIGNATION ' not posted.'
        ADD 1 TO WS-COUNT-FX-UNPOSTED
        GO TO 6300-EXIT
    END-IF
    MOVE SPACES TO WS-FX-POST-DESC
    IF WS-FX-DIFFERENCE > 0
        STRING 'exchange gain ' DELIMITED BY SIZE
            OI-CURRENCY DELIMITED BY SIZE
            INTO WS-FX-POST-DESC
    ELSE
        STRING 'exchange loss ' DELIMITED BY SIZE
            OI-CURRENCY DELIMITED BY SIZE
            INTO WS-FX-POST-DESC
    END-IF
    MOVE WS-FX-DEBIT-ACCOUNT TO WS-FX-POST-ACCOUNT
    SET FX-POST-DEBIT TO TRUE
    PERFORM 6350-WRITE-POSTING-LINE THRU 6350-EXIT
    MOVE WS-FX-CREDIT-ACCOUNT TO WS-FX-POST-ACCOUNT
    SET FX-POST-CREDIT TO TRUE
    PERFORM 6350-WRITE-POSTING-LINE THRU 6350-EXIT.
6300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6350-WRITE-POSTING-LINE writes one line in the GLEXPORT layout
*> DATE;DOCUMENT;ACCOUNT;DEBIT;CREDIT;CURRENCY;DESCRIPTION for the
*> staged account and side.
*> ---------------------------------------------------------------
6350-WRITE-POSTING-LINE SECTION.
    MOVE WS-FX-ABS TO WS-FX-AMT-TXT
    IF FX-POST-DEBIT
        MOVE WS-FX-AMT-TXT TO WS-FX-DEBIT-TXT
        MOVE '0.00' TO WS-FX-CREDIT-TXT
    ELSE
        MOVE '0.00' TO WS-FX-DEBIT-TXT
        MOVE WS-FX-AMT-TXT TO WS-FX-CREDIT-TXT
    END-IF
    MOVE SPACES TO FX-POSTING-LINE
    STRING WS-FX-DATE-DISPLAY DELIMITED BY SIZE
        ';' DELIMITED BY SIZE
        OI-DESIGNATION DELIMITED BY '  '
        ';' DELIMITED BY SIZE
        WS-FX-POST-ACCOUNT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-FX-DEBIT-TXT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-FX-CREDIT-TXT DELIMITED BY SPACE
        ';PLN;' DELIMITED BY SIZE
        WS-FX-POST-DESC DELIMITED BY '  '
        INTO FX-POSTING-LINE
    WRITE FX-POSTING-LINE.
6350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6900-REPORT-FX-TOTALS closes the run's exchange-difference
*> account; an unvalued or unposted difference ends the run with 4.
*> ---------------------------------------------------------------
6900-REPORT-FX-TOTALS SECTION.
    IF WS-COUNT-FX-DIFF > 0
        DISPLAY WS-COUNT-FX-DIFF ' exchange difference(s) written to '
            WS-FX-REGISTER-NAME
    END-IF
    IF WS-COUNT-FX-NO-RATE > 0 OR WS-COUNT-FX-UNPOSTED > 0
        DISPLAY WS-COUNT-FX-NO-RATE ' settlement(s) without a rate, '
            WS-COUNT-FX-UNPOSTED ' difference(s) not posted.'
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.
6900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-MATCH-BY-AGREEMENT applies a credit whose title quotes an
*> instalment agreement (HS/3/2026): the agreement's items still
*> open become the resolved items, in the order the agreement
*> lists them (oldest first), and the credit is walked across them
*> exactly as quoted invoice numbers are - each amount applied is
*> credited to the schedule on the way (7300).  A surplus beyond
*> what the items still owe parks on the buyer's account.  An
*> agreement not on file, or no longer active, is an exception.
*> ---------------------------------------------------------------
7000-MATCH-BY-AGREEMENT SECTION.
    PERFORM 7050-ENSURE-AGREEMENTS-OPEN THRU 7050-EXIT
    IF NOT AGREEMENT-FILE-OPEN
        DISPLAY 'Quoted agreement ' WS-TITLE-AGREEMENT-NUMBER
            ' - no agreement file, credit goes to exceptions.'
        PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
        GO TO 7000-EXIT
    END-IF
    MOVE WS-SELLER-NIP TO IA-SELLER-NIP
    MOVE WS-TITLE-AGREEMENT-NUMBER TO IA-AGREEMENT-NUMBER
    READ AGREEMENT-FILE
        INVALID KEY
            DISPLAY 'Quoted agreement ' WS-TITLE-AGREEMENT-NUMBER
                ' not on file - credit goes to exceptions.'
            PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
            GO TO 7000-EXIT
    END-READ
    IF NOT IA-ACTIVE
        DISPLAY 'Quoted agreement ' IA-DESIGNATION
            ' is no longer active - credit goes to exceptions.'
        PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
        GO TO 7000-EXIT
    END-IF
    PERFORM 7100-APPLY-TO-AGREEMENT THRU 7100-EXIT.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7050-ENSURE-AGREEMENTS-OPEN opens the agreement file I-O once
*> per run.  No file simply means no agreements have been made.
*> ---------------------------------------------------------------
7050-ENSURE-AGREEMENTS-OPEN SECTION.
    IF AGREEMENT-FILE-TRIED
        GO TO 7050-EXIT
    END-IF
    SET AGREEMENT-FILE-TRIED TO TRUE
    OPEN I-O AGREEMENT-FILE
    IF WS-AGREEMENT-FILE-STATUS = '00'
        SET AGREEMENT-FILE-OPEN TO TRUE
    END-IF.
7050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7100-APPLY-TO-AGREEMENT walks the credit across the open items
*> of the agreement in the record area.
*> ---------------------------------------------------------------
7100-APPLY-TO-AGREEMENT SECTION.
    MOVE 0 TO WS-TITLE-NUM-COUNT
    PERFORM 7150-RESOLVE-AGREEMENT-ITEM THRU 7150-EXIT
        VARYING WS-AGR-ITEM-IDX FROM 1 BY 1
        UNTIL WS-AGR-ITEM-IDX > IA-ITEM-COUNT
    MOVE WS-BS-AMOUNT TO WS-CREDIT-LEFT
    MOVE IA-BUYER-NIP TO WS-PARK-BUYER-NIP
    MOVE IA-BUYER-NAME TO WS-PARK-BUYER-NAME
    MOVE IA-CURRENCY TO WS-PARK-CURRENCY
    DISPLAY 'Credit applied under instalment agreement '
        IA-DESIGNATION
    PERFORM 2430-APPLY-ONE-ITEM THRU 2430-EXIT
        VARYING WS-TN-IDX FROM 1 BY 1
        UNTIL WS-TN-IDX > WS-TITLE-NUM-COUNT
            OR WS-CREDIT-LEFT = 0
    IF WS-CREDIT-LEFT > 0
        PERFORM 2800-PARK-ON-ACCOUNT THRU 2800-EXIT
    END-IF.
7100-EXIT.
    EXIT.

7150-RESOLVE-AGREEMENT-ITEM SECTION.
    MOVE IA-SELLER-NIP TO OI-SELLER-NIP
    MOVE IA-ITEM-DOC-TYPE(WS-AGR-ITEM-IDX) TO OI-DOC-TYPE
    MOVE IA-ITEM-DOC-YEAR(WS-AGR-ITEM-IDX) TO OI-DOC-YEAR
    MOVE IA-ITEM-DOC-NUMBER(WS-AGR-ITEM-IDX) TO OI-DOC-NUMBER
    READ OPEN-ITEMS-FILE
        INVALID KEY
            GO TO 7150-EXIT
    END-READ
    IF NOT OI-OPEN
        GO TO 7150-EXIT
    END-IF
    ADD 1 TO WS-TITLE-NUM-COUNT
    MOVE OI-KEY TO WS-RESOLVED-KEY(WS-TITLE-NUM-COUNT).
7150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7300-CREDIT-SCHEDULE credits the amount just applied to an item
*> (WS-APPLY-AMOUNT, on WS-FX-PAYMENT-DATE) to the schedule of the
*> agreement the item is rescheduled under, oldest instalment
*> first, whichever way the money found the item.  An instalment
*> fully paid is stamped with the date; once the whole schedule is
*> paid the agreement is complete.
*> ---------------------------------------------------------------
7300-CREDIT-SCHEDULE SECTION.
    IF OI-AGREEMENT-NUMBER = 0 OR WS-APPLY-AMOUNT = 0
        GO TO 7300-EXIT
    END-IF
    PERFORM 7050-ENSURE-AGREEMENTS-OPEN THRU 7050-EXIT
    IF NOT AGREEMENT-FILE-OPEN
        DISPLAY 'WARNING: ' OI-DESIGNATION ' is under agreement '
            OI-AGREEMENT-NUMBER ' but the agreement file is missing.'
        GO TO 7300-EXIT
    END-IF
    MOVE OI-SELLER-NIP TO IA-SELLER-NIP
    MOVE OI-AGREEMENT-NUMBER TO IA-AGREEMENT-NUMBER
    READ AGREEMENT-FILE
        INVALID KEY
            DISPLAY 'WARNING: agreement ' OI-AGREEMENT-NUMBER
                ' of ' OI-DESIGNATION ' not on file.'
            GO TO 7300-EXIT
    END-READ
    IF NOT IA-ACTIVE
        GO TO 7300-EXIT
    END-IF
    MOVE WS-APPLY-AMOUNT TO WS-SCHED-LEFT
    ADD WS-APPLY-AMOUNT TO IA-PAID-AMOUNT
    PERFORM 7350-CREDIT-INSTALMENT THRU 7350-EXIT
        VARYING WS-INST-IDX FROM 1 BY 1
        UNTIL WS-INST-IDX > IA-INST-COUNT OR WS-SCHED-LEFT = 0
    ADD 1 TO WS-COUNT-INSTALMENT
    IF IA-PAID-AMOUNT >= IA-TOTAL-AMOUNT
        SET IA-COMPLETED TO TRUE
        MOVE WS-FX-PAYMENT-DATE TO IA-STATUS-DATE
        ADD 1 TO WS-COUNT-AGR-COMPLETED
        DISPLAY 'Agreement ' IA-DESIGNATION ' paid in full.'
    END-IF
    SET LJ-AGREEMENTS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE INSTALMENT-AGREEMENT-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
7300-EXIT.
    EXIT.

7350-CREDIT-INSTALMENT SECTION.
    COMPUTE WS-SCHED-UNPAID = IA-INST-AMOUNT(WS-INST-IDX)
        - IA-INST-PAID(WS-INST-IDX)
    IF WS-SCHED-UNPAID = 0
        GO TO 7350-EXIT
    END-IF
    IF WS-SCHED-LEFT < WS-SCHED-UNPAID
        MOVE WS-SCHED-LEFT TO WS-SCHED-APPLY
    ELSE
        MOVE WS-SCHED-UNPAID TO WS-SCHED-APPLY
    END-IF
    ADD WS-SCHED-APPLY TO IA-INST-PAID(WS-INST-IDX)
    SUBTRACT WS-SCHED-APPLY FROM WS-SCHED-LEFT
    IF IA-INST-PAID(WS-INST-IDX) = IA-INST-AMOUNT(WS-INST-IDX)
        MOVE WS-FX-PAYMENT-DATE TO IA-INST-PAID-DATE(WS-INST-IDX)
    END-IF.
7350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7500-MATCH-INSTALMENT-AMOUNT is the last fallback for a credit
*> quoting nothing: exactly one active agreement of the seller
*> whose buyer is the payer and whose next unpaid instalment (what
*> is left of it) equals the credit takes it.  Anything else is an
*> exception.
*> ---------------------------------------------------------------
7500-MATCH-INSTALMENT-AMOUNT SECTION.
    PERFORM 7050-ENSURE-AGREEMENTS-OPEN THRU 7050-EXIT
    IF NOT AGREEMENT-FILE-OPEN
        PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
        GO TO 7500-EXIT
    END-IF
    MOVE 0 TO WS-AGR-MATCH-COUNT
    MOVE 'N' TO WS-AGR-EOF
    MOVE WS-SELLER-NIP TO IA-SELLER-NIP
    MOVE 0 TO IA-AGREEMENT-NUMBER
    START AGREEMENT-FILE KEY >= IA-KEY
        INVALID KEY
            MOVE 'Y' TO WS-AGR-EOF
    END-START
    PERFORM 7550-SCAN-NEXT-AGREEMENT THRU 7550-EXIT
        UNTIL AGR-EOF
    IF WS-AGR-MATCH-COUNT NOT = 1
        PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
        GO TO 7500-EXIT
    END-IF
    MOVE WS-SELLER-NIP TO IA-SELLER-NIP
    MOVE WS-AGR-MATCH-NUMBER TO IA-AGREEMENT-NUMBER
    READ AGREEMENT-FILE
        INVALID KEY
            PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
            GO TO 7500-EXIT
    END-READ
    PERFORM 7100-APPLY-TO-AGREEMENT THRU 7100-EXIT.
7500-EXIT.
    EXIT.

7550-SCAN-NEXT-AGREEMENT SECTION.
    READ AGREEMENT-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-AGR-EOF
            GO TO 7550-EXIT
    END-READ
    IF IA-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-AGR-EOF
        GO TO 7550-EXIT
    END-IF
    IF NOT IA-ACTIVE OR IA-BUYER-NAME NOT = WS-BS-PAYER
        GO TO 7550-EXIT
    END-IF
    MOVE 0 TO WS-NEXT-INST-IDX
    PERFORM 7560-FIND-NEXT-UNPAID THRU 7560-EXIT
        VARYING WS-INST-IDX FROM 1 BY 1
        UNTIL WS-INST-IDX > IA-INST-COUNT
            OR WS-NEXT-INST-IDX NOT = 0
    IF WS-NEXT-INST-IDX = 0
        GO TO 7550-EXIT
    END-IF
    COMPUTE WS-SCHED-UNPAID = IA-INST-AMOUNT(WS-NEXT-INST-IDX)
        - IA-INST-PAID(WS-NEXT-INST-IDX)
    IF WS-SCHED-UNPAID = WS-BS-AMOUNT
        ADD 1 TO WS-AGR-MATCH-COUNT
        MOVE IA-AGREEMENT-NUMBER TO WS-AGR-MATCH-NUMBER
    END-IF.
7550-EXIT.
    EXIT.

7560-FIND-NEXT-UNPAID SECTION.
    IF IA-INST-PAID(WS-INST-IDX) < IA-INST-AMOUNT(WS-INST-IDX)
        MOVE WS-INST-IDX TO WS-NEXT-INST-IDX
    END-IF.
7560-EXIT.
    EXIT.

7900-REPORT-AGREEMENT-TOTALS SECTION.
    IF WS-COUNT-INSTALMENT > 0
        DISPLAY WS-COUNT-INSTALMENT ' payment(s) credited to'
            ' instalment schedules, ' WS-COUNT-AGR-COMPLETED
            ' agreement(s) paid in full.'
    END-IF.
7900-EXIT.
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
    WHEN LJ-AGREEMENTS
        MOVE INSTALMENT-AGREEMENT-RECORD TO LJ-AFTER-IMAGE
        MOVE IA-KEY TO LJ-KEY
        READ AGREEMENT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE INSTALMENT-AGREEMENT-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO INSTALMENT-AGREEMENT-RECORD
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-ON-ACCOUNT AND WS-ON-ACCOUNT-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-AGREEMENTS AND WS-AGREEMENT-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'PAYMATCH' TO LJ-PROGRAM
    CALL "LEDGJRNL" USING WS-LEDGER-JOURNAL
    IF LJ-JOURNAL-FAILED
        DISPLAY 'ERROR: ledger change not journaled - run stopped.'
        MOVE 8 TO WS-RETURN-CODE
        PERFORM 9999-TERMINATE THRU 9999-EXIT
    END-IF.
8950-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    IF ONACCT-OPEN
        CLOSE ON-ACCOUNT-FILE
    END-IF
    IF AGREEMENT-FILE-OPEN
        CLOSE AGREEMENT-FILE
    END-IF
    IF FX-FILES-OPEN
        CLOSE FX-REGISTER-FILE
        CLOSE FX-POSTING-FILE
    END-IF
    IF RUN-LOCK-HELD
        SET LOCK-RELEASE TO TRUE
        CALL "RUNLOCK" USING WS-RUNLOCK
