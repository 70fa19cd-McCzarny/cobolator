IDENTIFICATION DIVISION.
PROGRAM-ID. PAYRUN.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - supplier payment run over the
*>             purchase register: every unpaid cost invoice of the
*>             owning business due by the given date is checked
*>             against the VAT taxpayer whitelist extract and paid
*>             through an Elixir-0 payment file (MPP transfer where
*>             the invoice requires split payment), then stamped
*>             paid with the execution date so it is never paid
*>             twice.  The open-payables list shows every unpaid
*>             invoice with what the run did about it; -preview
*>             lists the proposal without paying anything.
*> 2026-10-15  A purchase is stamped paid before its transfer is
*>             written; one whose register rewrite fails is held
*>             back as NOT-STAMPED with return code 4 and no
*>             transfer, so it is never paid while still open.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PURCHASE-REGISTER-FILE
    ASSIGN TO DYNAMIC WS-PURCHREG-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PUR-KEY
    FILE STATUS IS WS-PURCHREG-FILE-STATUS.

*> ---------------------------------------------------------------
*> VAT taxpayer whitelist extract: one NIP:ACCOUNT pair per line,
*> the same extract COBOLATOR checks beneficiary accounts against.
*> ---------------------------------------------------------------
    SELECT WHITELIST-FILE ASSIGN TO DYNAMIC WS-WHITELIST-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WHITELIST-FILE-STATUS.

    SELECT PAYMENT-FILE ASSIGN TO DYNAMIC WS-PAYMENT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PAYABLES-FILE ASSIGN TO DYNAMIC WS-PAYABLES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PURCHASE-REGISTER-FILE.
COPY "purchdtl.cpy".

FD WHITELIST-FILE.
01 WHITELIST-RECORD PIC X(40).

*> ---------------------------------------------------------------
*> Outgoing transfers in the bank's Elixir-0 import format, one
*> record per paid invoice (see 4000-WRITE-TRANSFER).
*> ---------------------------------------------------------------
FD PAYMENT-FILE.
01 PAYMENT-LINE PIC X(250).

FD PAYABLES-FILE.
01 PAYABLES-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-PURCHREG-FILE-NAME PIC X(100) VALUE 'purchreg.dat'.
01 WS-PURCHREG-FILE-STATUS PIC X(2).
01 WS-WHITELIST-FILE-NAME PIC X(100) VALUE 'whitelist.txt'.
01 WS-WHITELIST-FILE-STATUS PIC X(2).
01 WS-PAYMENT-FILE-NAME PIC X(100) VALUE 'supplpay.txt'.
01 WS-PAYABLES-FILE-NAME PIC X(100) VALUE 'payables.txt'.
01 WS-PUR-EOF PIC X VALUE 'N'.
    88 PUR-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <owner-nip> <due-by-yyyymmdd> [-preview]
*> The register is keyed per owning business, so the run says
*> whose payables it pays.  -preview writes the list only - no
*> payment file, nothing stamped paid.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-OWNER-NIP PIC 9(10) VALUE 0.
01 WS-DUE-BY-DATE PIC 9(8) VALUE 0.
01 WS-RUN-MODE PIC X(1) VALUE 'P'.
    88 MODE-PAY     VALUE 'P'.
    88 MODE-PREVIEW VALUE 'V'.
01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.

*> ---------------------------------------------------------------
*> In-memory copy of the whitelist extract, loaded once per run.
*> A missing extract leaves the run unverified (noted, payments
*> still go out, as in COBOLATOR); an extract past the table
*> aborts the run rather than blocking payments to accounts that
*> are in fact whitelisted.
*> ---------------------------------------------------------------
01 WS-WHITELIST-EOF PIC X VALUE 'N'.
    88 WHITELIST-EOF VALUE 'Y'.
01 WS-WHITELIST-PRESENT-FLAG PIC X VALUE 'N'.
    88 WHITELIST-PRESENT VALUE 'Y'.
01 WS-WHITELIST-STATE PIC X VALUE 'U'.
    88 WHITELIST-PASSED     VALUE 'P'.
    88 WHITELIST-BLOCKED    VALUE 'B'.
    88 WHITELIST-UNVERIFIED VALUE 'U'.
01 WS-WHITELIST-NIP-TXT PIC X(10) VALUE SPACES.
01 WS-WHITELIST-ACCT-TXT PIC X(26) VALUE SPACES.
01 WS-WHITELIST-TABLE-DATA.
    05 WS-WLT-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-WLT-ENTRY OCCURS 5000 TIMES.
        10 WS-WLT-NIP PIC 9(10).
        10 WS-WLT-ACCT PIC 9(26).
01 WS-WLT-IDX PIC 9(4) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> The purchase being decided.  WS-PAY-ACTION is what the run did
*> with it and is printed on its payables line.
*> ---------------------------------------------------------------
01 WS-PAY-ACTION PIC X(12) VALUE SPACES.
01 WS-EXEC-DATE PIC 9(8) VALUE 0.
01 WS-TODAY-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-DUE-DATE-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-DAYS-OVERDUE PIC S9(5) COMPUTATIONAL VALUE 0.
01 WS-DAYS-EDIT PIC -(4)9.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-AMOUNT-EDIT PIC ---,---,--9.99.

*> ---------------------------------------------------------------
*> Elixir-0 record working fields, built the way COBOLATOR builds
*> its transfers: the amount in grosze with no decimal point, the
*> title either the structured MPP form /VAT/../IDC/../INV/.. or
*> the supplier's invoice number.
*> ---------------------------------------------------------------
01 WS-GROSS-GROSZE PIC 9(13) VALUE 0.
01 WS-GROSZE-EDIT PIC Z(12)9.
01 WS-GROSZE-LEAD PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-GROSZE-START PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-MPP-VAT-EDIT PIC Z(8)9.99.
01 WS-MPP-VAT-LEAD PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-MPP-VAT-START PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-PAYMENT-TITLE PIC X(105) VALUE SPACES.

01 WS-COUNT-PAID PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-MPP PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-HELD PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-OPEN PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-UNVERIFIED PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-TOTAL-PAID PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-OPEN PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-EDIT PIC ---,---,---,--9.99.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 1700-LOAD-WHITELIST-TABLE THRU 1700-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-RUN-PAYMENTS THRU 2000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'PAYRUN - supplier payment run'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2 = SPACES
        DISPLAY 'Usage: payrun <owner-nip> <due-by-yyyymmdd>'
            ' [-preview]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-OWNER-NIP
    IF WS-CL-WORD-2(1:8) IS NOT NUMERIC
        DISPLAY 'ERROR: due-by date must be yyyymmdd, got: '
            WS-CL-WORD-2
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-2 TO WS-DUE-BY-DATE
    IF WS-CL-WORD-3 = '-preview'
        SET MODE-PREVIEW TO TRUE
        DISPLAY 'Preview only - nothing is paid.'
    END-IF
    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
    DISPLAY 'Paying invoices due by ' WS-DUE-BY-DATE
        ' for ' WS-OWNER-NIP.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1700-LOAD-WHITELIST-TABLE reads the whole whitelist extract
*> into the in-memory table, once per run.
*> ---------------------------------------------------------------
1700-LOAD-WHITELIST-TABLE SECTION.
    MOVE 'N' TO WS-WHITELIST-EOF
    MOVE 0 TO WS-WLT-COUNT
    OPEN INPUT WHITELIST-FILE
    IF WS-WHITELIST-FILE-STATUS NOT = '00'
        DISPLAY 'No whitelist extract, accounts not verified.'
        GO TO 1700-EXIT
    END-IF
    SET WHITELIST-PRESENT TO TRUE
    PERFORM 1750-LOAD-NEXT-WHITELIST THRU 1750-EXIT
        UNTIL WHITELIST-EOF
    CLOSE WHITELIST-FILE.
1700-EXIT.
    EXIT.

1750-LOAD-NEXT-WHITELIST SECTION.
    READ WHITELIST-FILE
        AT END
            MOVE 'Y' TO WS-WHITELIST-EOF
            GO TO 1750-EXIT
    END-READ
    IF WHITELIST-RECORD = SPACES
        GO TO 1750-EXIT
    END-IF
    IF WS-WLT-COUNT >= 5000
        DISPLAY 'ERROR: more than 5000 whitelist entries'
            ' - run aborted.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-WHITELIST-EOF
        GO TO 1750-EXIT
    END-IF
    MOVE SPACES TO WS-WHITELIST-NIP-TXT WS-WHITELIST-ACCT-TXT
    UNSTRING WHITELIST-RECORD DELIMITED BY ':'
        INTO WS-WHITELIST-NIP-TXT WS-WHITELIST-ACCT-TXT
    ADD 1 TO WS-WLT-COUNT
    MOVE WS-WLT-COUNT TO WS-WLT-IDX
    MOVE WS-WHITELIST-NIP-TXT TO WS-WLT-NIP(WS-WLT-IDX)
    MOVE WS-WHITELIST-ACCT-TXT TO WS-WLT-ACCT(WS-WLT-IDX).
1750-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-RUN-PAYMENTS walks the owner's purchases in key order and
*> decides each unpaid one; everything still unpaid when the run
*> is done stays on the open-payables list.
*> ---------------------------------------------------------------
2000-RUN-PAYMENTS SECTION.
    IF MODE-PREVIEW
        OPEN INPUT PURCHASE-REGISTER-FILE
    ELSE
        OPEN I-O PURCHASE-REGISTER-FILE
    END-IF
    IF WS-PURCHREG-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: purchase register not found: '
            WS-PURCHREG-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    IF MODE-PAY
        OPEN OUTPUT PAYMENT-FILE
    END-IF
    OPEN OUTPUT PAYABLES-FILE
    MOVE SPACES TO PAYABLES-LINE
    STRING 'OPEN PAYABLES of ' DELIMITED BY SIZE
        WS-OWNER-NIP DELIMITED BY SIZE
        ' - payment run for invoices due by ' DELIMITED BY SIZE
        WS-DUE-BY-DATE DELIMITED BY SIZE
        ' as of ' DELIMITED BY SIZE
        WS-TODAY-YYYYMMDD DELIMITED BY SIZE
        INTO PAYABLES-LINE
    WRITE PAYABLES-LINE
    MOVE SPACES TO PAYABLES-LINE
    STRING 'DUE DATE   SUPPL-NIP  INVOICE              CCY'
        '          GROSS  DAYS  ACTION       SUPPLIER'
        DELIMITED BY SIZE INTO PAYABLES-LINE
    WRITE PAYABLES-LINE

    MOVE 'N' TO WS-PUR-EOF
    MOVE WS-OWNER-NIP TO PUR-OWNER-NIP
    MOVE 0 TO PUR-SUPPLIER-NIP
    MOVE LOW-VALUES TO PUR-INVOICE-NUMBER
    START PURCHASE-REGISTER-FILE KEY >= PUR-KEY
        INVALID KEY
            MOVE 'Y' TO WS-PUR-EOF
    END-START
    PERFORM 2100-DECIDE-NEXT-PURCHASE THRU 2100-EXIT
        UNTIL PUR-EOF

    MOVE SPACES TO PAYABLES-LINE
    WRITE PAYABLES-LINE
    MOVE WS-TOTAL-PAID TO WS-TOTAL-EDIT
    MOVE SPACES TO PAYABLES-LINE
    IF MODE-PREVIEW
        STRING 'PROPOSED FOR PAYMENT ' DELIMITED BY SIZE
            WS-TOTAL-EDIT DELIMITED BY SIZE
            INTO PAYABLES-LINE
    ELSE
        STRING 'PAID IN THIS RUN     ' DELIMITED BY SIZE
            WS-TOTAL-EDIT DELIMITED BY SIZE
            INTO PAYABLES-LINE
    END-IF
    WRITE PAYABLES-LINE
    MOVE WS-TOTAL-OPEN TO WS-TOTAL-EDIT
    MOVE SPACES TO PAYABLES-LINE
    STRING 'STILL OPEN           ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        INTO PAYABLES-LINE
    WRITE PAYABLES-LINE

    CLOSE PURCHASE-REGISTER-FILE
    CLOSE PAYABLES-FILE
    IF MODE-PAY
        CLOSE PAYMENT-FILE
        DISPLAY WS-COUNT-PAID ' transfer(s), ' WS-COUNT-MPP
            ' under MPP, written to ' WS-PAYMENT-FILE-NAME
    ELSE
        DISPLAY WS-COUNT-PAID ' invoice(s) proposed for payment.'
    END-IF
    DISPLAY WS-COUNT-OPEN ' invoice(s) left open, '
        WS-COUNT-HELD ' of them held back - see '
        WS-PAYABLES-FILE-NAME
    IF WS-COUNT-UNVERIFIED > 0
        DISPLAY WS-COUNT-UNVERIFIED ' account(s) paid unverified'
            ' - no whitelist extract.'
    END-IF
    IF WS-COUNT-HELD > 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
2000-EXIT.
    EXIT.

2100-DECIDE-NEXT-PURCHASE SECTION.
    READ PURCHASE-REGISTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-PUR-EOF
            GO TO 2100-EXIT
    END-READ
    IF PUR-OWNER-NIP NOT = WS-OWNER-NIP
        MOVE 'Y' TO WS-PUR-EOF
        GO TO 2100-EXIT
    END-IF
    IF PUR-PAID
        GO TO 2100-EXIT
    END-IF
    PERFORM 3000-DECIDE-PURCHASE THRU 3000-EXIT
    PERFORM 5000-WRITE-PAYABLES-LINE THRU 5000-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-DECIDE-PURCHASE decides one unpaid purchase.  Not yet due
*> by the run date: it stays open.  Due, but a credit note, a
*> foreign-currency invoice (Elixir-0 carries no currency), one
*> with no supplier account, or one whose NIP/account pair is not
*> on the whitelist: it is held back and stays open for a manual
*> look.  Anything else is paid - executed on its due date, or
*> today when that is already past - and stamped paid.  The stamp
*> goes first: a purchase that cannot be stamped is held back, so
*> no transfer goes out for an invoice still open in the register.
*> ---------------------------------------------------------------
3000-DECIDE-PURCHASE SECTION.
    IF PUR-DUE-DATE > WS-DUE-BY-DATE
        MOVE 'NOT DUE' TO WS-PAY-ACTION
        GO TO 3000-EXIT
    END-IF
    IF PUR-GROSS-AMOUNT NOT > 0
        MOVE 'HELD-CREDIT' TO WS-PAY-ACTION
        ADD 1 TO WS-COUNT-HELD
        GO TO 3000-EXIT
    END-IF
    IF PUR-CURRENCY NOT = 'PLN'
        MOVE 'HELD-FX' TO WS-PAY-ACTION
        ADD 1 TO WS-COUNT-HELD
        GO TO 3000-EXIT
    END-IF
    IF PUR-SUPPLIER-ACCOUNT = 0
        MOVE 'HELD-NO-ACCT' TO WS-PAY-ACTION
        ADD 1 TO WS-COUNT-HELD
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-CHECK-WHITELIST THRU 3100-EXIT
    IF WHITELIST-BLOCKED
        DISPLAY 'WARNING: account ' PUR-SUPPLIER-ACCOUNT
            ' is not whitelisted for NIP ' PUR-SUPPLIER-NIP
            ' - invoice ' PUR-INVOICE-NUMBER ' held back.'
        MOVE 'HELD-WLIST' TO WS-PAY-ACTION
        ADD 1 TO WS-COUNT-HELD
        GO TO 3000-EXIT
    END-IF

    IF PUR-DUE-DATE > WS-TODAY-YYYYMMDD
        MOVE PUR-DUE-DATE TO WS-EXEC-DATE
    ELSE
        MOVE WS-TODAY-YYYYMMDD TO WS-EXEC-DATE
    END-IF
    IF MODE-PAY
        SET PUR-PAID TO TRUE
        MOVE WS-EXEC-DATE TO PUR-PAID-DATE
        REWRITE PURCHASE-RECORD
        IF WS-PURCHREG-FILE-STATUS NOT = '00'
            DISPLAY 'WARNING: purchase register rewrite failed: '
                WS-PURCHREG-FILE-STATUS ' - invoice '
                PUR-INVOICE-NUMBER ' held back.'
            MOVE 'NOT-STAMPED' TO WS-PAY-ACTION
            ADD 1 TO WS-COUNT-HELD
            GO TO 3000-EXIT
        END-IF
    END-IF
    IF WHITELIST-UNVERIFIED
        ADD 1 TO WS-COUNT-UNVERIFIED
    END-IF
    ADD 1 TO WS-COUNT-PAID
    ADD PUR-GROSS-AMOUNT TO WS-TOTAL-PAID
    IF PUR-MPP-REQUIRED
        ADD 1 TO WS-COUNT-MPP
    END-IF
    IF MODE-PREVIEW
        MOVE 'PROPOSED' TO WS-PAY-ACTION
        GO TO 3000-EXIT
    END-IF
    PERFORM 4000-WRITE-TRANSFER THRU 4000-EXIT
    MOVE 'PAID' TO WS-PAY-ACTION.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-CHECK-WHITELIST looks the supplier's NIP/account pair up
*> in the extract.
*> ---------------------------------------------------------------
3100-CHECK-WHITELIST SECTION.
    SET WHITELIST-UNVERIFIED TO TRUE
    IF NOT WHITELIST-PRESENT
        GO TO 3100-EXIT
    END-IF
    SET WHITELIST-BLOCKED TO TRUE
    PERFORM 3150-TEST-WHITELIST-ENTRY THRU 3150-EXIT
        VARYING WS-WLT-IDX FROM 1 BY 1
        UNTIL WS-WLT-IDX > WS-WLT-COUNT OR WHITELIST-PASSED.
3100-EXIT.
    EXIT.

3150-TEST-WHITELIST-ENTRY SECTION.
    IF WS-WLT-NIP(WS-WLT-IDX) = PUR-SUPPLIER-NIP
            AND WS-WLT-ACCT(WS-WLT-IDX) = PUR-SUPPLIER-ACCOUNT
        SET WHITELIST-PASSED TO TRUE
    END-IF.
3150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-WRITE-TRANSFER writes the Elixir-0 record for the purchase
*> being paid, in the layout COBOLATOR writes: order type 110,
*> execution date, amount in grosze, payer fields left for the
*> bank to fill from the debited account at import, the supplier's
*> account and name, the beneficiary sort code (digits 3-10 of the
*> NRB) and the title.  An invoice under split payment carries the
*> structured MPP title with its VAT, the supplier's NIP and the
*> supplier's invoice number.
*> ---------------------------------------------------------------
4000-WRITE-TRANSFER SECTION.
    COMPUTE WS-GROSS-GROSZE = PUR-GROSS-AMOUNT * 100
    MOVE WS-GROSS-GROSZE TO WS-GROSZE-EDIT
    MOVE 0 TO WS-GROSZE-LEAD
    INSPECT WS-GROSZE-EDIT TALLYING WS-GROSZE-LEAD
        FOR LEADING SPACE
    COMPUTE WS-GROSZE-START = WS-GROSZE-LEAD + 1

    MOVE SPACES TO WS-PAYMENT-TITLE
    IF PUR-MPP-REQUIRED
        MOVE PUR-VAT-AMOUNT TO WS-MPP-VAT-EDIT
        MOVE 0 TO WS-MPP-VAT-LEAD
        INSPECT WS-MPP-VAT-EDIT TALLYING WS-MPP-VAT-LEAD
            FOR LEADING SPACE
        COMPUTE WS-MPP-VAT-START = WS-MPP-VAT-LEAD + 1
        STRING '/VAT/' DELIMITED BY SIZE
            WS-MPP-VAT-EDIT(WS-MPP-VAT-START:) DELIMITED BY SPACE
            '/IDC/' DELIMITED BY SIZE
            PUR-SUPPLIER-NIP DELIMITED BY SIZE
            '/INV/' DELIMITED BY SIZE
            PUR-INVOICE-NUMBER DELIMITED BY '  '
            INTO WS-PAYMENT-TITLE
    ELSE
        MOVE PUR-INVOICE-NUMBER TO WS-PAYMENT-TITLE
    END-IF

    MOVE SPACES TO PAYMENT-LINE
    STRING '110,' DELIMITED BY SIZE
        WS-EXEC-DATE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-GROSZE-EDIT(WS-GROSZE-START:) DELIMITED BY SPACE
        ',0,0,"","' DELIMITED BY SIZE
        PUR-SUPPLIER-ACCOUNT DELIMITED BY SIZE
        '",0,"","' DELIMITED BY SIZE
        PUR-SUPPLIER-NAME DELIMITED BY '  '
        '",0,' DELIMITED BY SIZE
        PUR-SUPPLIER-ACCOUNT(3:8) DELIMITED BY SIZE
        ',"' DELIMITED BY SIZE
        WS-PAYMENT-TITLE DELIMITED BY '  '
        '","","","51"' DELIMITED BY SIZE
        INTO PAYMENT-LINE
    WRITE PAYMENT-LINE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-WRITE-PAYABLES-LINE lists the purchase just decided, with
*> its days past due as of today, and adds whatever is still
*> unpaid to the open total.
*> ---------------------------------------------------------------
5000-WRITE-PAYABLES-LINE SECTION.
    COMPUTE WS-DUE-DATE-INT = FUNCTION INTEGER-OF-DATE(PUR-DUE-DATE)
    COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-DATE-INT
    MOVE WS-DAYS-OVERDUE TO WS-DAYS-EDIT
    IF WS-PAY-ACTION NOT = 'PAID'
        ADD 1 TO WS-COUNT-OPEN
        ADD PUR-GROSS-AMOUNT TO WS-TOTAL-OPEN
    END-IF
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING PUR-DUE-DATE(1:4) '-'
        PUR-DUE-DATE(5:2) '-'
        PUR-DUE-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE PUR-GROSS-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO PAYABLES-LINE
    STRING WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        PUR-SUPPLIER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        PUR-INVOICE-NUMBER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        PUR-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DAYS-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-PAY-ACTION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        PUR-SUPPLIER-NAME DELIMITED BY '  '
        INTO PAYABLES-LINE
    WRITE PAYABLES-LINE.
5000-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
