*>             (HOLDFLAG, H holds / N releases), which COBOLATOR
*>             enforces against the buyer's open exposure before
*>             issuing.
*> 2026-10-15  Added the client's country (CUSTCTRY) and EU VAT ID
*>             (EUVATID_), validated against the format of the
*>             country's VAT numbers. A foreign client's NIPNUMBR
*>             is an internal key and skips the Polish NIP
*>             checksum.
*> 2026-10-15  Every ADD, UPDATE and DEACT now appends the before
*>             and after value of each field it changed to the
*>             change journal (chgjrnl.txt) with the date, time
*>             and login, for the CHGRPT change report.
*> 2026-10-15  The master now carries how the client's documents
*>             are sent (DELIVMTH, E e-mail or P post) and the
*>             billing e-mail address (BILLMAIL), checked for a
*>             plausible address and journaled like every other
*>             field, for the DISPATCH run.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    RECORD KEY IS CUST-NIP
    FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

*> ---------------------------------------------------------------
*> Change journal shared with CONTMAINT (see CHGJRNL.CPY): every
*> field a transaction changes is appended with its before and
*> after value, the date, time and login.
*> ---------------------------------------------------------------
    SELECT CHANGE-JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> ---------------------------------------------------------------
*> lines the client configs use, one customer per run.  ACTION__
*> selects ADD, UPDATE or DEACT; NIPNUMBR is the key; the CUST*
*> keys carry the bill-to fields.  On UPDATE a key left out of the
*> file keeps the value already on the master record.  CUSTCTRY
*> and EUVATID_ carry a foreign client's country and EU VAT ID -
*> its NIPNUMBR is then an internal number, not a Polish NIP.
*> DELIVMTH (E e-mail, P post) and BILLMAIL say how DISPATCH sends
*> the client's documents.
*> ---------------------------------------------------------------
FD TRANSACTION-FILE.
01 TRAN-ENTRY-FILE.
FD CUSTOMER-MASTER-FILE.
COPY "custmast.cpy".

FD CHANGE-JOURNAL-FILE.
COPY "chgjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-TRAN-FILE-NAME PIC X(100) VALUE 'custtran.txt'.
01 WS-TRAN-EOF PIC X VALUE 'N'.
    88 TRAN-EOF VALUE 'Y'.
01 WS-COMMAND-LINE PIC X(100) VALUE SPACES.
01 WS-JOURNAL-FILE-NAME PIC X(100) VALUE 'chgjrnl.txt'.
01 WS-JOURNAL-FILE-STATUS PIC X(2).

*> ---------------------------------------------------------------
*> The master record as it stood before the transaction (all
*> blank/zero for an ADD), compared field by field with the record
*> written to journal what changed.
*> ---------------------------------------------------------------
COPY "custmast.cpy" REPLACING ==CUSTOMER-RECORD==
    BY ==WS-BEFORE-CUSTOMER==
    LEADING ==CUST-== BY ==BEF-==.
01 WS-JOURNAL-USER PIC X(20) VALUE SPACES.
01 WS-JOURNAL-DATE PIC 9(8) VALUE 0.
01 WS-JOURNAL-TIME PIC 9(8) VALUE 0.
01 WS-JOURNAL-FIELD PIC X(18) VALUE SPACES.
01 WS-JOURNAL-BEFORE PIC X(100) VALUE SPACES.
01 WS-JOURNAL-AFTER PIC X(100) VALUE SPACES.
01 WS-JOURNAL-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-LIMIT-EDIT PIC Z(8)9.99.

*> ---------------------------------------------------------------
*> The parsed transaction: the action plus the full set of customer
01 WS-TRAN-CREDLIM-FLAG PIC X VALUE 'N'.
    88 TRAN-CREDLIM-SUPPLIED VALUE 'Y'.
01 WS-TRAN-HOLD PIC X(1) VALUE SPACE.
01 WS-TRAN-COUNTRY PIC X(2) VALUE SPACES.
01 WS-TRAN-VAT-ID PIC X(14) VALUE SPACES.
01 WS-TRAN-DELIV-METHOD PIC X(1) VALUE SPACE.
01 WS-TRAN-BILLING-EMAIL PIC X(60) VALUE SPACES.
*> The country the NIPNUMBR key belongs to: the transaction's own
*> CUSTCTRY if given, otherwise the one already on the master.
*> Only a domestic key is a Polish NIP that the checksum applies
*> to - a foreign client's key is an internal number.
01 WS-KEY-COUNTRY PIC X(2) VALUE SPACES.

*> ---------------------------------------------------------------
*> EU VAT ID formats, one entry per country and length variant:
*> the country code, the prefix the VAT ID carries (EL for Greece,
*> otherwise the country code) and the pattern of what follows the
*> prefix - 9 a digit, A a letter, X either, anything else itself.
*> A country not in the table is outside the EU and takes no EU
*> VAT ID.
*> ---------------------------------------------------------------
01 WS-VAT-FORMATS-LIT.
    05 FILLER PIC X(16) VALUE 'ATATU99999999   '.
    05 FILLER PIC X(16) VALUE 'BEBE9999999999  '.
    05 FILLER PIC X(16) VALUE 'BGBG999999999   '.
    05 FILLER PIC X(16) VALUE 'BGBG9999999999  '.
    05 FILLER PIC X(16) VALUE 'CYCY99999999A   '.
    05 FILLER PIC X(16) VALUE 'CZCZ99999999    '.
    05 FILLER PIC X(16) VALUE 'CZCZ999999999   '.
    05 FILLER PIC X(16) VALUE 'CZCZ9999999999  '.
    05 FILLER PIC X(16) VALUE 'DEDE999999999   '.
    05 FILLER PIC X(16) VALUE 'DKDK99999999    '.
    05 FILLER PIC X(16) VALUE 'EEEE999999999   '.
    05 FILLER PIC X(16) VALUE 'GREL999999999   '.
    05 FILLER PIC X(16) VALUE 'ESESX9999999X   '.
    05 FILLER PIC X(16) VALUE 'FIFI99999999    '.
    05 FILLER PIC X(16) VALUE 'FRFRXX999999999 '.
    05 FILLER PIC X(16) VALUE 'HRHR99999999999 '.
    05 FILLER PIC X(16) VALUE 'HUHU99999999    '.
    05 FILLER PIC X(16) VALUE 'IEIE9X99999A    '.
    05 FILLER PIC X(16) VALUE 'IEIE9999999AA   '.
    05 FILLER PIC X(16) VALUE 'ITIT99999999999 '.
    05 FILLER PIC X(16) VALUE 'LTLT999999999   '.
    05 FILLER PIC X(16) VALUE 'LTLT999999999999'.
    05 FILLER PIC X(16) VALUE 'LULU99999999    '.
    05 FILLER PIC X(16) VALUE 'LVLV99999999999 '.
    05 FILLER PIC X(16) VALUE 'MTMT99999999    '.
    05 FILLER PIC X(16) VALUE 'NLNL999999999B99'.
    05 FILLER PIC X(16) VALUE 'PLPL9999999999  '.
    05 FILLER PIC X(16) VALUE 'PTPT999999999   '.
    05 FILLER PIC X(16) VALUE 'RORO99          '.
    05 FILLER PIC X(16) VALUE 'RORO999         '.
    05 FILLER PIC X(16) VALUE 'RORO9999        '.
    05 FILLER PIC X(16) VALUE 'RORO99999       '.
    05 FILLER PIC X(16) VALUE 'RORO999999      '.
    05 FILLER PIC X(16) VALUE 'RORO9999999     '.
    05 FILLER PIC X(16) VALUE 'RORO99999999    '.
    05 FILLER PIC X(16) VALUE 'RORO999999999   '.
    05 FILLER PIC X(16) VALUE 'RORO9999999999  '.
    05 FILLER PIC X(16) VALUE 'SESE999999999901'.
    05 FILLER PIC X(16) VALUE 'SISI99999999    '.
    05 FILLER PIC X(16) VALUE 'SKSK9999999999  '.
01 WS-VAT-FORMATS REDEFINES WS-VAT-FORMATS-LIT.
    05 WS-VF-ENTRY OCCURS 40 TIMES.
        10 WS-VF-COUNTRY PIC X(2).
        10 WS-VF-PREFIX PIC X(2).
        10 WS-VF-PATTERN PIC X(12).
01 WS-VF-COUNT PIC 9(2) COMPUTATIONAL VALUE 40.
01 WS-VF-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-VAT-BODY PIC X(12) VALUE SPACES.
01 WS-VAT-BODY-LEN PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-VF-PATTERN-LEN PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-VC-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-VC-PAT PIC X(1).
01 WS-VC-CHAR PIC X(1).
01 WS-EU-COUNTRY-FLAG PIC X VALUE 'N'.
    88 EU-COUNTRY VALUE 'Y'.
01 WS-VAT-ID-STATUS PIC X VALUE 'B'.
    88 VAT-ID-GOOD VALUE 'G'.
    88 VAT-ID-BAD  VALUE 'B'.
01 WS-VC-STATUS PIC X VALUE 'M'.
    88 VC-MATCH    VALUE 'M'.
    88 VC-MISMATCH VALUE 'X'.

*> ---------------------------------------------------------------
*> Polish NIP checksum work fields, the same weighted-digit scheme
    88 NIP-GOOD VALUE 'G'.
    88 NIP-BAD  VALUE 'B'.

*> ---------------------------------------------------------------
*> Billing e-mail address check work fields.
*> ---------------------------------------------------------------
01 WS-EMAIL-AT-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-EMAIL-DOT-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-EMAIL-LEN PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-EMAIL-LOCAL PIC X(60) VALUE SPACES.
01 WS-EMAIL-DOMAIN PIC X(60) VALUE SPACES.
01 WS-DELIVERY-STATUS PIC X VALUE 'G'.
    88 DELIVERY-GOOD VALUE 'G'.
    88 DELIVERY-BAD  VALUE 'B'.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    WHEN 'CREDLIM_'
        MOVE TRAN-VALUE TO WS-TRAN-CREDIT-LIMIT
        SET TRAN-CREDLIM-SUPPLIED TO TRUE
    WHEN 'CUSTCTRY'
        MOVE TRAN-VALUE TO WS-TRAN-COUNTRY
        INSPECT WS-TRAN-COUNTRY CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    WHEN 'EUVATID_'
        MOVE TRAN-VALUE TO WS-TRAN-VAT-ID
        INSPECT WS-TRAN-VAT-ID CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    WHEN 'DELIVMTH'
        IF TRAN-VALUE(1:1) NOT = 'E' AND TRAN-VALUE(1:1) NOT = 'P'
            DISPLAY 'ERROR: DELIVMTH must be E or P, got: '
                TRAN-VALUE(1:1)
            MOVE 8 TO WS-RETURN-CODE
        ELSE
            MOVE TRAN-VALUE(1:1) TO WS-TRAN-DELIV-METHOD
        END-IF
    WHEN 'BILLMAIL'
        MOVE TRAN-VALUE TO WS-TRAN-BILLING-EMAIL
    WHEN 'HOLDFLAG'
        IF TRAN-VALUE(1:1) NOT = 'H' AND TRAN-VALUE(1:1) NOT = 'N'
            DISPLAY 'ERROR: HOLDFLAG must be H or N, got: '
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF

    OPEN I-O CUSTOMER-MASTER-FILE
    IF WS-CUSTMAST-FILE-STATUS = '35'
        GO TO 3000-EXIT
    END-IF

    PERFORM 3050-RESOLVE-KEY-COUNTRY THRU 3050-EXIT
    IF WS-KEY-COUNTRY = 'PL'
        PERFORM 8000-VALIDATE-NIP THRU 8000-EXIT
        IF NIP-BAD
            MOVE 8 TO WS-RETURN-CODE
            CLOSE CUSTOMER-MASTER-FILE
            GO TO 3000-EXIT
        END-IF
    END-IF

    EVALUATE TRUE
    WHEN TRAN-ACTION-ADD
        PERFORM 3100-ADD-CUSTOMER THRU 3100-EXIT
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3050-RESOLVE-KEY-COUNTRY works out whose numbering the NIPNUMBR
*> key follows: the transaction's CUSTCTRY, or for an UPDATE/DEACT
*> that leaves it out, the country already on the master record.
*> Blank means domestic, as on records from before the country
*> was carried.
*> ---------------------------------------------------------------
3050-RESOLVE-KEY-COUNTRY SECTION.
    MOVE WS-TRAN-COUNTRY TO WS-KEY-COUNTRY
    IF WS-KEY-COUNTRY = SPACES AND NOT TRAN-ACTION-ADD
        MOVE WS-TRAN-NIP TO CUST-NIP
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CUST-COUNTRY-CODE TO WS-KEY-COUNTRY
        END-READ
    END-IF
    IF WS-KEY-COUNTRY = SPACES
        MOVE 'PL' TO WS-KEY-COUNTRY
    END-IF.
3050-EXIT.
    EXIT.

3100-ADD-CUSTOMER SECTION.
    IF WS-TRAN-NAME = SPACES
        DISPLAY 'ERROR: ADD needs CUSTNAME'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3100-EXIT
    END-IF
    INITIALIZE WS-BEFORE-CUSTOMER
    MOVE WS-TRAN-NIP TO CUST-NIP
    MOVE WS-TRAN-NAME TO CUST-NAME
    MOVE WS-TRAN-STREET TO CUST-STREET
    ELSE
        MOVE WS-TRAN-HOLD TO CUST-HOLD-FLAG
    END-IF
    IF WS-TRAN-COUNTRY = SPACES
        MOVE 'PL' TO CUST-COUNTRY-CODE
    ELSE
        MOVE WS-TRAN-COUNTRY TO CUST-COUNTRY-CODE
    END-IF
    MOVE WS-TRAN-VAT-ID TO CUST-EU-VAT-ID
    PERFORM 8100-VALIDATE-TAX-IDENTITY THRU 8100-EXIT
    IF VAT-ID-BAD
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3100-EXIT
    END-IF
    MOVE WS-TRAN-BILLING-EMAIL TO CUST-BILLING-EMAIL
    MOVE WS-TRAN-DELIV-METHOD TO CUST-DELIV-METHOD
    IF CUST-DELIV-METHOD = SPACE
        IF CUST-BILLING-EMAIL = SPACES
            SET CUST-DELIVER-BY-POST TO TRUE
        ELSE
            SET CUST-DELIVER-BY-EMAIL TO TRUE
        END-IF
    END-IF
    PERFORM 8300-VALIDATE-DELIVERY THRU 8300-EXIT
    IF DELIVERY-BAD
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3100-EXIT
    END-IF
    SET CUST-ACTIVE TO TRUE
    WRITE CUSTOMER-RECORD
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
        NOT INVALID KEY
            DISPLAY 'Customer added: ' WS-TRAN-NIP ' ' WS-TRAN-NAME
            PERFORM 7000-JOURNAL-CHANGES THRU 7000-EXIT
    END-WRITE.
3100-EXIT.
    EXIT.
            MOVE 8 TO WS-RETURN-CODE
            GO TO 3200-EXIT
    END-READ
    MOVE CUSTOMER-RECORD TO WS-BEFORE-CUSTOMER
    IF WS-TRAN-NAME NOT = SPACES
        MOVE WS-TRAN-NAME TO CUST-NAME
    END-IF
    IF TRAN-CREDLIM-SUPPLIED
        MOVE WS-TRAN-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
    END-IF
    IF WS-TRAN-COUNTRY NOT = SPACES
        MOVE WS-TRAN-COUNTRY TO CUST-COUNTRY-CODE
    END-IF
    IF CUST-COUNTRY-CODE = SPACES
        MOVE 'PL' TO CUST-COUNTRY-CODE
    END-IF
    IF WS-TRAN-VAT-ID NOT = SPACES
        MOVE WS-TRAN-VAT-ID TO CUST-EU-VAT-ID
    END-IF
    PERFORM 8100-VALIDATE-TAX-IDENTITY THRU 8100-EXIT
    IF VAT-ID-BAD
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3200-EXIT
    END-IF
    IF WS-TRAN-BILLING-EMAIL NOT = SPACES
        MOVE WS-TRAN-BILLING-EMAIL TO CUST-BILLING-EMAIL
    END-IF
    IF WS-TRAN-DELIV-METHOD NOT = SPACE
        MOVE WS-TRAN-DELIV-METHOD TO CUST-DELIV-METHOD
    END-IF
    PERFORM 8300-VALIDATE-DELIVERY THRU 8300-EXIT
    IF DELIVERY-BAD
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3200-EXIT
    END-IF
    IF WS-TRAN-HOLD NOT = SPACE
        MOVE WS-TRAN-HOLD TO CUST-HOLD-FLAG
        IF CUST-ON-HOLD
    END-IF
    SET CUST-ACTIVE TO TRUE
    REWRITE CUSTOMER-RECORD
    DISPLAY 'Customer updated: ' WS-TRAN-NIP ' ' CUST-NAME
    PERFORM 7000-JOURNAL-CHANGES THRU 7000-EXIT.
3200-EXIT.
    EXIT.

            MOVE 8 TO WS-RETURN-CODE
            GO TO 3300-EXIT
    END-READ
    MOVE CUSTOMER-RECORD TO WS-BEFORE-CUSTOMER
    SET CUST-INACTIVE TO TRUE
    REWRITE CUSTOMER-RECORD
    DISPLAY 'Customer deactivated: ' WS-TRAN-NIP ' ' CUST-NAME
    PERFORM 7000-JOURNAL-CHANGES THRU 7000-EXIT.
3300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-JOURNAL-CHANGES compares the record just written with its
*> before image and appends one journal line per field that
*> differs.  The journal is opened for this one transaction only,
*> created on first use.
*> ---------------------------------------------------------------
7000-JOURNAL-CHANGES SECTION.
    ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-JOURNAL-TIME FROM TIME
    ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT 'USER'
    IF WS-JOURNAL-USER = SPACES
        ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT 'LOGNAME'
    END-IF
    IF WS-JOURNAL-USER = SPACES
        MOVE 'UNKNOWN' TO WS-JOURNAL-USER
    END-IF
    MOVE 0 TO WS-JOURNAL-COUNT
    OPEN EXTEND CHANGE-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        CLOSE CHANGE-JOURNAL-FILE
        OPEN OUTPUT CHANGE-JOURNAL-FILE
    END-IF

    IF BEF-NAME NOT = CUST-NAME
        MOVE 'CUST-NAME' TO WS-JOURNAL-FIELD
        MOVE BEF-NAME TO WS-JOURNAL-BEFORE
        MOVE CUST-NAME TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-STREET NOT = CUST-STREET
        MOVE 'CUST-STREET' TO WS-JOURNAL-FIELD
        MOVE BEF-STREET TO WS-JOURNAL-BEFORE
        MOVE CUST-STREET TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-CITY NOT = CUST-CITY
        MOVE 'CUST-CITY' TO WS-JOURNAL-FIELD
        MOVE BEF-CITY TO WS-JOURNAL-BEFORE
        MOVE CUST-CITY TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-POSTAL-CODE NOT = CUST-POSTAL-CODE
        MOVE 'CUST-POSTAL-CODE' TO WS-JOURNAL-FIELD
        MOVE BEF-POSTAL-CODE TO WS-JOURNAL-BEFORE
        MOVE CUST-POSTAL-CODE TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-STATUS NOT = CUST-STATUS
        MOVE 'CUST-STATUS' TO WS-JOURNAL-FIELD
        MOVE BEF-STATUS TO WS-JOURNAL-BEFORE
        MOVE CUST-STATUS TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-CLIENT-CODE NOT = CUST-CLIENT-CODE
        MOVE 'CUST-CLIENT-CODE' TO WS-JOURNAL-FIELD
        MOVE BEF-CLIENT-CODE TO WS-JOURNAL-BEFORE
        MOVE CUST-CLIENT-CODE TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-CREDIT-LIMIT NOT = CUST-CREDIT-LIMIT
        MOVE 'CUST-CREDIT-LIMIT' TO WS-JOURNAL-FIELD
        MOVE BEF-CREDIT-LIMIT TO WS-LIMIT-EDIT
        MOVE WS-LIMIT-EDIT TO WS-JOURNAL-BEFORE
        MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
        MOVE WS-LIMIT-EDIT TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-HOLD-FLAG NOT = CUST-HOLD-FLAG
        MOVE 'CUST-HOLD-FLAG' TO WS-JOURNAL-FIELD
        MOVE BEF-HOLD-FLAG TO WS-JOURNAL-BEFORE
        MOVE CUST-HOLD-FLAG TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-COUNTRY-CODE NOT = CUST-COUNTRY-CODE
        MOVE 'CUST-COUNTRY-CODE' TO WS-JOURNAL-FIELD
        MOVE BEF-COUNTRY-CODE TO WS-JOURNAL-BEFORE
        MOVE CUST-COUNTRY-CODE TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-EU-VAT-ID NOT = CUST-EU-VAT-ID
        MOVE 'CUST-EU-VAT-ID' TO WS-JOURNAL-FIELD
        MOVE BEF-EU-VAT-ID TO WS-JOURNAL-BEFORE
        MOVE CUST-EU-VAT-ID TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-DELIV-METHOD NOT = CUST-DELIV-METHOD
        MOVE 'CUST-DELIV-METHOD' TO WS-JOURNAL-FIELD
        MOVE BEF-DELIV-METHOD TO WS-JOURNAL-BEFORE
        MOVE CUST-DELIV-METHOD TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-BILLING-EMAIL NOT = CUST-BILLING-EMAIL
        MOVE 'CUST-BILLING-EMAIL' TO WS-JOURNAL-FIELD
        MOVE BEF-BILLING-EMAIL TO WS-JOURNAL-BEFORE
        MOVE CUST-BILLING-EMAIL TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF

    CLOSE CHANGE-JOURNAL-FILE
    DISPLAY WS-JOURNAL-COUNT ' change(s) journaled to '
        WS-JOURNAL-FILE-NAME.
7000-EXIT.
    EXIT.

7100-WRITE-JOURNAL-LINE SECTION.
    MOVE SPACES TO CHANGE-JOURNAL-RECORD
    MOVE WS-JOURNAL-DATE TO CJ-DATE
    MOVE WS-JOURNAL-TIME(1:6) TO CJ-TIME
    MOVE WS-JOURNAL-USER TO CJ-USER
    MOVE 'CUSTMAINT' TO CJ-PROGRAM
    MOVE WS-TRAN-ACTION TO CJ-TRAN-TYPE
    SET CJ-CUSTOMER-MASTER TO TRUE
    MOVE CUST-NIP TO CJ-KEY-NIP
    MOVE WS-JOURNAL-FIELD TO CJ-FIELD
    MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE
    MOVE WS-JOURNAL-AFTER TO CJ-AFTER
    WRITE CHANGE-JOURNAL-RECORD
    ADD 1 TO WS-JOURNAL-COUNT.
7100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-VALIDATE-NIP checks WS-TRAN-NIP against the standard Polish
*> NIP checksum: weighted digit sum of the first 9 digits, modulo
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8100-VALIDATE-TAX-IDENTITY checks the record's country code and
*> EU VAT ID belong together: an EU country other than Poland must
*> carry a VAT ID in that country's format (the prefix, then the
*> national pattern from WS-VAT-FORMATS), a Polish client may give
*> its PL VAT ID or none, and a country outside the EU takes none.
*> A VAT ID the buyer cannot deduct against would leave the reverse
*> charge invoice and the VAT-UE summary pointing at nobody.
*> ---------------------------------------------------------------
8100-VALIDATE-TAX-IDENTITY SECTION.
    SET VAT-ID-BAD TO TRUE
    IF CUST-COUNTRY-CODE(1:1) IS NOT ALPHABETIC-UPPER
            OR CUST-COUNTRY-CODE(2:1) IS NOT ALPHABETIC-UPPER
            OR CUST-COUNTRY-CODE(1:1) = SPACE
            OR CUST-COUNTRY-CODE(2:1) = SPACE
        DISPLAY 'ERROR: CUSTCTRY must be a two-letter country code, '
            'got: ' CUST-COUNTRY-CODE
        GO TO 8100-EXIT
    END-IF
    MOVE 'N' TO WS-EU-COUNTRY-FLAG
    PERFORM 8150-FIND-EU-COUNTRY THRU 8150-EXIT
        VARYING WS-VF-IDX FROM 1 BY 1
        UNTIL WS-VF-IDX > WS-VF-COUNT OR EU-COUNTRY
    IF NOT EU-COUNTRY
        IF CUST-EU-VAT-ID NOT = SPACES
            DISPLAY 'ERROR: ' CUST-COUNTRY-CODE
                ' is not an EU country - EUVATID_ does not apply'
            GO TO 8100-EXIT
        END-IF
        SET VAT-ID-GOOD TO TRUE
        GO TO 8100-EXIT
    END-IF
    IF CUST-EU-VAT-ID = SPACES
        IF CUST-COUNTRY-CODE = 'PL'
            SET VAT-ID-GOOD TO TRUE
        ELSE
            DISPLAY 'ERROR: an EU client needs EUVATID_ for country '
                CUST-COUNTRY-CODE
        END-IF
        GO TO 8100-EXIT
    END-IF
    MOVE CUST-EU-VAT-ID(3:12) TO WS-VAT-BODY
    MOVE 0 TO WS-VAT-BODY-LEN
    INSPECT WS-VAT-BODY TALLYING WS-VAT-BODY-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    PERFORM 8200-MATCH-VAT-FORMAT THRU 8200-EXIT
        VARYING WS-VF-IDX FROM 1 BY 1
        UNTIL WS-VF-IDX > WS-VF-COUNT OR VAT-ID-GOOD
    IF VAT-ID-BAD
        DISPLAY 'ERROR: EU VAT ID ' CUST-EU-VAT-ID
            ' is not in the format for country ' CUST-COUNTRY-CODE
    END-IF.
8100-EXIT.
    EXIT.

8150-FIND-EU-COUNTRY SECTION.
    IF WS-VF-COUNTRY(WS-VF-IDX) = CUST-COUNTRY-CODE
        SET EU-COUNTRY TO TRUE
    END-IF.
8150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8200-MATCH-VAT-FORMAT tests the VAT ID against one format entry
*> for the client's country: right prefix, same length as the
*> pattern, and every character of the class the pattern asks for.
*> ---------------------------------------------------------------
8200-MATCH-VAT-FORMAT SECTION.
    IF WS-VF-COUNTRY(WS-VF-IDX) NOT = CUST-COUNTRY-CODE
            OR WS-VF-PREFIX(WS-VF-IDX) NOT = CUST-EU-VAT-ID(1:2)
        GO TO 8200-EXIT
    END-IF
    MOVE 0 TO WS-VF-PATTERN-LEN
    INSPECT WS-VF-PATTERN(WS-VF-IDX) TALLYING WS-VF-PATTERN-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-VF-PATTERN-LEN NOT = WS-VAT-BODY-LEN
        GO TO 8200-EXIT
    END-IF
    SET VC-MATCH TO TRUE
    PERFORM 8250-MATCH-VAT-CHAR THRU 8250-EXIT
        VARYING WS-VC-IDX FROM 1 BY 1
        UNTIL WS-VC-IDX > WS-VAT-BODY-LEN OR VC-MISMATCH
    IF VC-MATCH
        SET VAT-ID-GOOD TO TRUE
    END-IF.
8200-EXIT.
    EXIT.

8250-MATCH-VAT-CHAR SECTION.
    MOVE WS-VF-PATTERN(WS-VF-IDX)(WS-VC-IDX:1) TO WS-VC-PAT
    MOVE WS-VAT-BODY(WS-VC-IDX:1) TO WS-VC-CHAR
    EVALUATE WS-VC-PAT
    WHEN '9'
        IF WS-VC-CHAR IS NOT NUMERIC
            SET VC-MISMATCH TO TRUE
        END-IF
    WHEN 'A'
        IF WS-VC-CHAR IS NOT ALPHABETIC-UPPER
            SET VC-MISMATCH TO TRUE
        END-IF
    WHEN 'X'
        IF WS-VC-CHAR IS NOT NUMERIC
                AND WS-VC-CHAR IS NOT ALPHABETIC-UPPER
            SET VC-MISMATCH TO TRUE
        END-IF
    WHEN OTHER
        IF WS-VC-CHAR NOT = WS-VC-PAT
            SET VC-MISMATCH TO TRUE
        END-IF
    END-EVALUATE.
8250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8300-VALIDATE-DELIVERY checks the record's delivery details: a
*> client to be e-mailed needs a billing address, and an address
*> given must look like one - a single @ with something before it,
*> a dotted domain after it, and no blanks inside.  A bad address
*> would only surface as a bounce after the invoice had gone.
*> ---------------------------------------------------------------
8300-VALIDATE-DELIVERY SECTION.
    SET DELIVERY-GOOD TO TRUE
    IF CUST-DELIVER-BY-EMAIL AND CUST-BILLING-EMAIL = SPACES
        DISPLAY 'ERROR: DELIVMTH E needs a BILLMAIL address'
        SET DELIVERY-BAD TO TRUE
        GO TO 8300-EXIT
    END-IF
    IF CUST-BILLING-EMAIL = SPACES
        GO TO 8300-EXIT
    END-IF
    IF CUST-BILLING-EMAIL(1:1) = SPACE
        DISPLAY 'ERROR: BILLMAIL is not a valid e-mail address: '
            CUST-BILLING-EMAIL
        SET DELIVERY-BAD TO TRUE
        GO TO 8300-EXIT
    END-IF
    MOVE 0 TO WS-EMAIL-LEN
    INSPECT CUST-BILLING-EMAIL TALLYING WS-EMAIL-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    MOVE 0 TO WS-EMAIL-AT-COUNT
    INSPECT CUST-BILLING-EMAIL TALLYING WS-EMAIL-AT-COUNT
        FOR ALL '@'
    MOVE 0 TO WS-EMAIL-DOT-COUNT
    MOVE SPACES TO WS-EMAIL-LOCAL
    MOVE SPACES TO WS-EMAIL-DOMAIN
    UNSTRING CUST-BILLING-EMAIL DELIMITED BY '@'
        INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
    INSPECT WS-EMAIL-DOMAIN TALLYING WS-EMAIL-DOT-COUNT
        FOR ALL '.'
    IF WS-EMAIL-AT-COUNT NOT = 1
            OR WS-EMAIL-LOCAL = SPACES
            OR WS-EMAIL-DOMAIN = SPACES
            OR WS-EMAIL-DOMAIN(1:1) = '.'
            OR WS-EMAIL-DOT-COUNT = 0
        DISPLAY 'ERROR: BILLMAIL is not a valid e-mail address: '
            CUST-BILLING-EMAIL
        SET DELIVERY-BAD TO TRUE
        GO TO 8300-EXIT
    END-IF
    IF WS-EMAIL-LEN < 60
            AND CUST-BILLING-EMAIL(WS-EMAIL-LEN + 1:) NOT = SPACES
        DISPLAY 'ERROR: BILLMAIL is not a valid e-mail address: '
            CUST-BILLING-EMAIL
        SET DELIVERY-BAD TO TRUE
    END-IF.
8300-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
