*>             so the input-VAT side of the period settlement comes
*>             out of a register like the sales side does instead
*>             of a spreadsheet.
*> 2026-10-15  Each purchase now carries its payment terms for the
*>             new PAYRUN supplier payment run: due date
*>             (DUEDATE_, defaulting to the invoice date), the
*>             supplier's NRB-checked bank account (SUPPACCT) and
*>             the split-payment flag (SPLITPAY, derived from the
*>             15 000 PLN threshold when not given), and is
*>             registered unpaid.
*> 2026-10-15  A purchase, or part of its net, can now be flagged
*>             as rebillable to a customer (REBILCST, REBILNET,
*>             REBILMRK markup %, REBILVAT, REBILDSC) when
*>             captured or later with ACTION__ REBILL / NOREBILL,
*>             so WORKLOG puts it on the client's next invoice
*>             instead of someone copying it by hand.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    RECORD KEY IS PUR-KEY
    FILE STATUS IS WS-PURCHREG-FILE-STATUS.

    SELECT CUSTOMER-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CUSTMAST-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CUST-NIP
    FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> ---------------------------------------------------------------
*> each RATECODE line opens a new rate bucket that the following
*> RATENET_ and RATEVAT_ lines fill (amounts with an explicit
*> decimal point, like every amount field in this system).
*> The payables keys: DUEDATE_ (defaults to the invoice date),
*> SUPPACCT (the supplier's 26-digit NRB, checksummed) and
*> SPLITPAY (Y/N; left out, the statutory rule decides - a PLN
*> invoice of 15 000 PLN gross or more is paid under MPP).
*> The rebilling keys flag the cost as bought for a client:
*> REBILCST is the customer's NIP (on the customer master, with a
*> work-log client code), REBILNET the part of the net passed on
*> (default the whole net; required, in PLN, for a foreign-
*> currency purchase), REBILMRK the markup percentage, REBILVAT
*> the VAT category the client's line goes out under (default the
*> purchase's own rate when it has just one) and REBILDSC the
*> line's description.  ACTION__ REBILL flags a purchase already
*> registered, NOREBILL takes a pending flag off again.
*> ---------------------------------------------------------------
FD TRANSACTION-FILE.
01 TRAN-ENTRY-FILE.
FD PURCHASE-REGISTER-FILE.
COPY "purchdtl.cpy".

FD CUSTOMER-MASTER-FILE.
COPY "custmast.cpy".

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-TRAN-FILE-NAME PIC X(100) VALUE 'purchtran.txt'.
01 WS-TRAN-FILE-STATUS PIC X(2).
01 WS-PURCHREG-FILE-NAME PIC X(100) VALUE 'purchreg.dat'.
01 WS-PURCHREG-FILE-STATUS PIC X(2).
01 WS-CUSTMAST-FILE-NAME PIC X(100) VALUE 'custmast.dat'.
01 WS-CUSTMAST-FILE-STATUS PIC X(2).
01 WS-TRAN-EOF PIC X VALUE 'N'.
    88 TRAN-EOF VALUE 'Y'.
01 WS-COMMAND-LINE PIC X(100) VALUE SPACES.
01 WS-TRAN-ACTION PIC X(6) VALUE 'ADD'.
    88 TRAN-ACTION-ADD    VALUE 'ADD'.
    88 TRAN-ACTION-DELETE VALUE 'DELETE'.
    88 TRAN-ACTION-REBILL VALUE 'REBILL'.
    88 TRAN-ACTION-NOREBILL VALUE 'NOREBI'.
01 WS-TRAN-OWNER-NIP PIC 9(10) VALUE 0.
01 WS-TRAN-SUPPLIER-NIP PIC 9(10) VALUE 0.
01 WS-TRAN-INVOICE-NUMBER PIC X(20) VALUE SPACES.
01 WS-TRAN-INVOICE-DATE PIC 9(8) VALUE 0.
01 WS-TRAN-SUPPLIER-NAME PIC X(80) VALUE SPACES.
01 WS-TRAN-CURRENCY PIC X(3) VALUE 'PLN'.
01 WS-TRAN-DUE-DATE PIC 9(8) VALUE 0.
01 WS-TRAN-SUPPLIER-ACCOUNT PIC 9(26) VALUE 0.
01 WS-TRAN-SPLIT-PAYMENT PIC X(1) VALUE SPACE.
01 WS-TRAN-REBILL-NIP PIC 9(10) VALUE 0.
01 WS-TRAN-REBILL-COST PIC 9(9)V99 VALUE 0.
01 WS-TRAN-REBILL-MARKUP PIC 9(3)V99 VALUE 0.
01 WS-TRAN-REBILL-VAT-CAT PIC X(2) VALUE SPACES.
01 WS-TRAN-REBILL-DESC PIC X(30) VALUE SPACES.
01 WS-TRAN-REBILL-KEYS PIC X VALUE 'N'.
    88 REBILL-KEYS-GIVEN VALUE 'Y'.
01 WS-TRAN-BUCKETS.
    05 WS-TRAN-BKT-COUNT PIC 9(1) VALUE 0.
    05 WS-TRAN-BKT OCCURS 5 TIMES.
01 WS-NET-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-VAT-TOTAL PIC 9(9)V99 VALUE 0.

*> ---------------------------------------------------------------
*> The rebilled line is billed at one unit of PUR-REBILL-AMOUNT,
*> so it must fit the line items' unit-rate field.
*> ---------------------------------------------------------------
01 WS-REBILL-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-REBILL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.

*> ---------------------------------------------------------------
*> Polish NIP checksum work fields, the same weighted-digit scheme
*> CUSTMAINT and PARSECONFIG apply.
    88 NIP-GOOD VALUE 'G'.
    88 NIP-BAD  VALUE 'B'.

*> ---------------------------------------------------------------
*> NRB (Polish domestic account number) mod-97 checksum work
*> fields, the same check PARSECONFIG applies to ACCNUMBR.
*> ---------------------------------------------------------------
01 WS-NRB-WORK PIC 9(26).
01 WS-NRB-DIGITS REDEFINES WS-NRB-WORK.
    05 WS-NRB-DIGIT PIC 9 OCCURS 26 TIMES.
01 WS-NRB-IDX COMPUTATIONAL PIC 9(2) VALUE 0.
01 WS-NRB-REM COMPUTATIONAL PIC 9(4) VALUE 0.
01 WS-NRB-STATUS PIC X VALUE 'G'.
    88 NRB-GOOD VALUE 'G'.
    88 NRB-BAD  VALUE 'B'.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
        MOVE TRAN-VALUE TO WS-TRAN-INVOICE-DATE
    WHEN 'CURRENCY'
        MOVE TRAN-VALUE TO WS-TRAN-CURRENCY
    WHEN 'DUEDATE_'
        MOVE TRAN-VALUE TO WS-TRAN-DUE-DATE
    WHEN 'SUPPACCT'
        MOVE TRAN-VALUE TO WS-TRAN-SUPPLIER-ACCOUNT
    WHEN 'SPLITPAY'
        MOVE TRAN-VALUE TO WS-TRAN-SPLIT-PAYMENT
    WHEN 'REBILCST'
        MOVE TRAN-VALUE TO WS-TRAN-REBILL-NIP
    WHEN 'REBILNET'
        MOVE TRAN-VALUE TO WS-TRAN-REBILL-COST
        SET REBILL-KEYS-GIVEN TO TRUE
    WHEN 'REBILMRK'
        MOVE TRAN-VALUE TO WS-TRAN-REBILL-MARKUP
        SET REBILL-KEYS-GIVEN TO TRUE
    WHEN 'REBILVAT'
        MOVE TRAN-VALUE TO WS-TRAN-REBILL-VAT-CAT
        SET REBILL-KEYS-GIVEN TO TRUE
    WHEN 'REBILDSC'
        MOVE TRAN-VALUE TO WS-TRAN-REBILL-DESC
        SET REBILL-KEYS-GIVEN TO TRUE
    WHEN 'RATECODE'
        PERFORM 2300-OPEN-RATE-BUCKET THRU 2300-EXIT
    WHEN 'RATENET_'
*> ---------------------------------------------------------------
3000-APPLY-TRANSACTION SECTION.
    IF NOT TRAN-ACTION-ADD AND NOT TRAN-ACTION-DELETE
            AND NOT TRAN-ACTION-REBILL AND NOT TRAN-ACTION-NOREBILL
        DISPLAY 'ERROR: ACTION__ must be ADD, DELETE, REBILL or'
            ' NOREBILL, got: ' WS-TRAN-ACTION
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    IF REBILL-KEYS-GIVEN AND WS-TRAN-REBILL-NIP = 0
        DISPLAY 'ERROR: rebilling keys given without REBILCST'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    IF TRAN-ACTION-REBILL AND WS-TRAN-REBILL-NIP = 0
        DISPLAY 'ERROR: required transaction key missing: REBILCST'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
        GO TO 3000-EXIT
    END-IF

    EVALUATE TRUE
    WHEN TRAN-ACTION-ADD
        PERFORM 3100-ADD-PURCHASE THRU 3100-EXIT
    WHEN TRAN-ACTION-DELETE
        PERFORM 3200-DELETE-PURCHASE THRU 3200-EXIT
    WHEN OTHER
        PERFORM 3400-CHANGE-REBILL-FLAG THRU 3400-EXIT
    END-EVALUATE

    CLOSE PURCHASE-REGISTER-FILE.
3000-EXIT.
    PERFORM 3150-TOTAL-ONE-BUCKET THRU 3150-EXIT
        VARYING WS-BKT-IDX FROM 1 BY 1
        UNTIL WS-BKT-IDX > WS-TRAN-BKT-COUNT
    PERFORM 3120-CHECK-PAYABLE-TERMS THRU 3120-EXIT
    IF WS-RETURN-CODE NOT = 0
        GO TO 3100-EXIT
    END-IF

    MOVE WS-TRAN-OWNER-NIP TO PUR-OWNER-NIP
    MOVE WS-TRAN-SUPPLIER-NIP TO PUR-SUPPLIER-NIP
    PERFORM 3170-FILL-REG-BUCKET THRU 3170-EXIT
        VARYING WS-BKT-IDX FROM 1 BY 1
        UNTIL WS-BKT-IDX > WS-TRAN-BKT-COUNT
    MOVE WS-TRAN-DUE-DATE TO PUR-DUE-DATE
    MOVE WS-TRAN-SUPPLIER-ACCOUNT TO PUR-SUPPLIER-ACCOUNT
    MOVE WS-TRAN-SPLIT-PAYMENT TO PUR-SPLIT-PAYMENT
    SET PUR-UNPAID TO TRUE
    MOVE 0 TO PUR-PAID-DATE
    PERFORM 3350-CLEAR-REBILL THRU 3350-EXIT
    IF WS-TRAN-REBILL-NIP NOT = 0
        PERFORM 3300-SET-REBILL THRU 3300-EXIT
        IF WS-RETURN-CODE NOT = 0
            GO TO 3100-EXIT
        END-IF
    END-IF
    WRITE PURCHASE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: invoice already registered: '
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3120-CHECK-PAYABLE-TERMS settles the payment terms the PAYRUN
*> run pays by: the due date (the invoice date when none was
*> given), the checksummed supplier account, and the split-payment
*> flag - derived from the statutory threshold when not given, and
*> refused on a foreign-currency invoice, which MPP cannot carry.
*> An invoice captured without an account is registered, but the
*> payment run leaves it for a manual transfer.
*> ---------------------------------------------------------------
3120-CHECK-PAYABLE-TERMS SECTION.
    IF WS-TRAN-DUE-DATE = 0
        MOVE WS-TRAN-INVOICE-DATE TO WS-TRAN-DUE-DATE
        DISPLAY 'No DUEDATE_ given, due on the invoice date.'
    END-IF
    IF WS-TRAN-DUE-DATE < WS-TRAN-INVOICE-DATE
        DISPLAY 'ERROR: DUEDATE_ is before the invoice date: '
            WS-TRAN-DUE-DATE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3120-EXIT
    END-IF
    IF WS-TRAN-SUPPLIER-ACCOUNT NOT = 0
        MOVE WS-TRAN-SUPPLIER-ACCOUNT TO WS-NRB-WORK
        PERFORM 8300-VALIDATE-NRB THRU 8300-EXIT
        IF NRB-BAD
            MOVE 8 TO WS-RETURN-CODE
            GO TO 3120-EXIT
        END-IF
    ELSE
        DISPLAY 'No SUPPACCT given - the payment run will leave'
            ' this invoice for a manual transfer.'
    END-IF
    IF WS-TRAN-SPLIT-PAYMENT = SPACE
        IF WS-TRAN-CURRENCY = 'PLN'
                AND WS-NET-TOTAL + WS-VAT-TOTAL >= 15000.00
            MOVE 'Y' TO WS-TRAN-SPLIT-PAYMENT
        ELSE
            MOVE 'N' TO WS-TRAN-SPLIT-PAYMENT
        END-IF
    END-IF
    IF WS-TRAN-SPLIT-PAYMENT NOT = 'Y'
            AND WS-TRAN-SPLIT-PAYMENT NOT = 'N'
        DISPLAY 'ERROR: SPLITPAY must be Y or N, got: '
            WS-TRAN-SPLIT-PAYMENT
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3120-EXIT
    END-IF
    IF WS-TRAN-SPLIT-PAYMENT = 'Y' AND WS-TRAN-CURRENCY NOT = 'PLN'
        DISPLAY 'ERROR: split payment applies to PLN invoices only.'
        MOVE 8 TO WS-RETURN-CODE
    END-IF.
3120-EXIT.
    EXIT.

3150-TOTAL-ONE-BUCKET SECTION.
    ADD WS-TRAN-BKT-NET(WS-BKT-IDX) TO WS-NET-TOTAL
    ADD WS-TRAN-BKT-VAT(WS-BKT-IDX) TO WS-VAT-TOTAL.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3300-SET-REBILL flags the purchase in the record area as
*> rebillable to the REBILCST customer: the client code the
*> pre-billing split files its line under comes from the customer
*> master, the cost passed on defaults to the whole net, and the
*> amount billed is the cost plus the markup, to the grosz.
*> ---------------------------------------------------------------
3300-SET-REBILL SECTION.
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-CUSTMAST-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot open customer master: '
            WS-CUSTMAST-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3300-EXIT
    END-IF
    MOVE WS-TRAN-REBILL-NIP TO CUST-NIP
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE SPACES TO CUST-CLIENT-CODE
            DISPLAY 'ERROR: REBILCST not on the customer master: '
                WS-TRAN-REBILL-NIP
            MOVE 8 TO WS-RETURN-CODE
    END-READ
    CLOSE CUSTOMER-MASTER-FILE
    IF WS-RETURN-CODE NOT = 0
        GO TO 3300-EXIT
    END-IF
    IF CUST-CLIENT-CODE = SPACES
        DISPLAY 'ERROR: customer ' WS-TRAN-REBILL-NIP
            ' has no work-log client code to bill the cost under.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3300-EXIT
    END-IF

    IF WS-TRAN-REBILL-COST = 0
        IF PUR-CURRENCY NOT = 'PLN'
            DISPLAY 'ERROR: a ' PUR-CURRENCY ' purchase needs'
                ' REBILNET - the PLN cost to pass on.'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 3300-EXIT
        END-IF
        MOVE PUR-NET-AMOUNT TO WS-TRAN-REBILL-COST
    END-IF
    IF WS-TRAN-REBILL-COST = 0
        DISPLAY 'ERROR: nothing to rebill - the net cost is zero.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3300-EXIT
    END-IF
    IF PUR-CURRENCY = 'PLN' AND WS-TRAN-REBILL-COST > PUR-NET-AMOUNT
        DISPLAY 'ERROR: REBILNET is more than the purchase net: '
            WS-TRAN-REBILL-COST
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3300-EXIT
    END-IF

    IF WS-TRAN-REBILL-VAT-CAT = SPACES
        IF PUR-RATE-COUNT NOT = 1
            DISPLAY 'ERROR: the purchase has several VAT rates -'
                ' give REBILVAT.'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 3300-EXIT
        END-IF
        MOVE PUR-RATE-CODE(1) TO WS-TRAN-REBILL-VAT-CAT
    END-IF
    IF WS-TRAN-REBILL-VAT-CAT NOT = '23'
            AND WS-TRAN-REBILL-VAT-CAT NOT = '08'
            AND WS-TRAN-REBILL-VAT-CAT NOT = '05'
            AND WS-TRAN-REBILL-VAT-CAT NOT = '00'
            AND WS-TRAN-REBILL-VAT-CAT NOT = 'ZW'
        DISPLAY 'ERROR: unknown REBILVAT category: '
            WS-TRAN-REBILL-VAT-CAT
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3300-EXIT
    END-IF

    COMPUTE WS-REBILL-AMOUNT ROUNDED = WS-TRAN-REBILL-COST
        * (100 + WS-TRAN-REBILL-MARKUP) / 100
    IF WS-REBILL-AMOUNT > 999999.99
        DISPLAY 'ERROR: rebilled amount too large for one line item.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3300-EXIT
    END-IF

    IF WS-TRAN-REBILL-DESC = SPACES
        STRING PUR-SUPPLIER-NAME DELIMITED BY '  '
            ' ' DELIMITED BY SIZE
            PUR-INVOICE-NUMBER DELIMITED BY SPACE
            INTO WS-TRAN-REBILL-DESC
    END-IF

    SET PUR-REBILL-PENDING TO TRUE
    MOVE WS-TRAN-REBILL-NIP TO PUR-REBILL-CUSTOMER-NIP
    MOVE CUST-CLIENT-CODE TO PUR-REBILL-CLIENT-CODE
    MOVE WS-TRAN-REBILL-COST TO PUR-REBILL-COST
    MOVE WS-TRAN-REBILL-MARKUP TO PUR-REBILL-MARKUP-PCT
    MOVE WS-REBILL-AMOUNT TO PUR-REBILL-AMOUNT
    MOVE WS-TRAN-REBILL-VAT-CAT TO PUR-REBILL-VAT-CAT
    MOVE WS-TRAN-REBILL-DESC TO PUR-REBILL-DESCRIPTION
    MOVE SPACES TO PUR-REBILL-INVOICE
    MOVE 0 TO PUR-REBILL-INVOICE-DATE
    MOVE WS-REBILL-AMOUNT TO WS-REBILL-EDIT
    DISPLAY 'Rebillable to ' CUST-CLIENT-CODE ': ' WS-REBILL-EDIT
        ' (VAT ' WS-TRAN-REBILL-VAT-CAT ').'.
3300-EXIT.
    EXIT.

3350-CLEAR-REBILL SECTION.
    SET PUR-NOT-REBILLABLE TO TRUE
    MOVE 0 TO PUR-REBILL-CUSTOMER-NIP
    MOVE SPACES TO PUR-REBILL-CLIENT-CODE
    MOVE 0 TO PUR-REBILL-COST
    MOVE 0 TO PUR-REBILL-MARKUP-PCT
    MOVE 0 TO PUR-REBILL-AMOUNT
    MOVE SPACES TO PUR-REBILL-VAT-CAT
    MOVE SPACES TO PUR-REBILL-DESCRIPTION
    MOVE SPACES TO PUR-REBILL-INVOICE
    MOVE 0 TO PUR-REBILL-INVOICE-DATE.
3350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3400-CHANGE-REBILL-FLAG flags a registered purchase as
*> rebillable (REBILL), or takes a pending flag off (NOREBILL).
*> A purchase already billed on to the client stays as it is - it
*> is taken back with a correction of the sales invoice, not here.
*> ---------------------------------------------------------------
3400-CHANGE-REBILL-FLAG SECTION.
    MOVE WS-TRAN-OWNER-NIP TO PUR-OWNER-NIP
    MOVE WS-TRAN-SUPPLIER-NIP TO PUR-SUPPLIER-NIP
    MOVE WS-TRAN-INVOICE-NUMBER TO PUR-INVOICE-NUMBER
    READ PURCHASE-REGISTER-FILE
        INVALID KEY
            DISPLAY 'ERROR: invoice not in register: '
                WS-TRAN-INVOICE-NUMBER ' from '
                WS-TRAN-SUPPLIER-NIP
            MOVE 8 TO WS-RETURN-CODE
            GO TO 3400-EXIT
    END-READ
    IF PUR-REBILLED
        DISPLAY 'ERROR: already billed on sales invoice '
            PUR-REBILL-INVOICE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3400-EXIT
    END-IF
    PERFORM 3350-CLEAR-REBILL THRU 3350-EXIT
    IF TRAN-ACTION-REBILL
        PERFORM 3300-SET-REBILL THRU 3300-EXIT
        IF WS-RETURN-CODE NOT = 0
            GO TO 3400-EXIT
        END-IF
    END-IF
    REWRITE PURCHASE-RECORD
        INVALID KEY
            DISPLAY 'ERROR: purchase register rewrite failed: '
                WS-PURCHREG-FILE-STATUS
            MOVE 8 TO WS-RETURN-CODE
        NOT INVALID KEY
            IF TRAN-ACTION-REBILL
                DISPLAY 'Purchase flagged rebillable: '
                    WS-TRAN-INVOICE-NUMBER ' from '
                    WS-TRAN-SUPPLIER-NIP
            ELSE
                DISPLAY 'Rebilling flag removed: '
                    WS-TRAN-INVOICE-NUMBER ' from '
                    WS-TRAN-SUPPLIER-NIP
            END-IF
    END-REWRITE.
3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-VALIDATE-NIP checks WS-NIP-WORK against the standard Polish
*> NIP checksum: weighted digit sum of the first 9 digits, modulo
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8300-VALIDATE-NRB checks WS-NRB-WORK against the NRB checksum:
*> the 24 account digits, then the country code PL as 2521, then
*> the two check digits, taken modulo 97, must leave 1.
*> ---------------------------------------------------------------
8300-VALIDATE-NRB SECTION.
    SET NRB-GOOD TO TRUE
    MOVE 0 TO WS-NRB-REM
    PERFORM 8350-ADD-NRB-DIGIT THRU 8350-EXIT
        VARYING WS-NRB-IDX FROM 3 BY 1
        UNTIL WS-NRB-IDX > 26
*> The country code PL: P is 25, L is 21.
    COMPUTE WS-NRB-REM = FUNCTION MOD (WS-NRB-REM * 10 + 2, 97)
    COMPUTE WS-NRB-REM = FUNCTION MOD (WS-NRB-REM * 10 + 5, 97)
    COMPUTE WS-NRB-REM = FUNCTION MOD (WS-NRB-REM * 10 + 2, 97)
    COMPUTE WS-NRB-REM = FUNCTION MOD (WS-NRB-REM * 10 + 1, 97)
    COMPUTE WS-NRB-REM = FUNCTION MOD
        (WS-NRB-REM * 10 + WS-NRB-DIGIT(1), 97)
    COMPUTE WS-NRB-REM = FUNCTION MOD
        (WS-NRB-REM * 10 + WS-NRB-DIGIT(2), 97)
    IF WS-NRB-REM NOT = 1
        DISPLAY 'ERROR: invalid NRB checksum for account: '
            WS-NRB-WORK
        SET NRB-BAD TO TRUE
    END-IF.
8300-EXIT.
    EXIT.

8350-ADD-NRB-DIGIT SECTION.
    COMPUTE WS-NRB-REM = FUNCTION MOD
        (WS-NRB-REM * 10 + WS-NRB-DIGIT(WS-NRB-IDX), 97).
8350-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
