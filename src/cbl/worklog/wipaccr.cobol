IDENTIFICATION DIVISION.
PROGRAM-ID. WIPACCR.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - month-end accrual of unbilled
*>             work: takes the work log up to the period end,
*>             drops the hours the client's invoices already
*>             cover, prices the rest from the rate card the way
*>             WORKLOG does and reports per client the unbilled
*>             hours, their value and their age.  Writes the
*>             accrual postings in the GLEXPORT layout dated the
*>             period end, with the reversing postings dated the
*>             first day of the next month.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WORKLOG-FILE ASSIGN TO DYNAMIC WS-WORKLOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WORKLOG-FILE-STATUS.

*> ---------------------------------------------------------------
*> Rate-card master, exactly as WORKLOG reads it:
*> CLIENT:CATEGORY:RATE:YYYYMMDD.
*> ---------------------------------------------------------------
    SELECT RATE-CARD-FILE ASSIGN TO DYNAMIC WS-RATE-CARD-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATE-CARD-STATUS.

    SELECT CUSTOMER-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CUSTMAST-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CUST-NIP
    FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

    SELECT INVOICE-DETAIL-FILE
    ASSIGN TO DYNAMIC WS-INVOICE-DETAIL-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DTL-KEY
    FILE STATUS IS WS-INVOICE-DETAIL-FILE-STATUS.

    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS HST-KEY
    FILE STATUS IS WS-HISTORY-FILE-STATUS.

*> ---------------------------------------------------------------
*> Account mapping reference file shared with GLEXPORT.  The
*> accrual posts between two entries of its own:
*>   WIP::<account>    unbilled services (the accrued asset)
*>   WIPRV::<account>  revenue from unbilled services
*> ---------------------------------------------------------------
    SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-MAP-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> ---------------------------------------------------------------
*> The work log, exactly as WORKLOG reads it.
*> ---------------------------------------------------------------
FD WORKLOG-FILE.
01 WORKLOG-RECORD.
    05 WL-DATE-TXT PIC X(8).
    05 WL-CLIENT PIC X(8).
    05 WL-DESCRIPTION PIC X(30).
    05 WL-HOURS-TXT PIC X(8).
    05 WL-CATEGORY PIC X(8).

FD RATE-CARD-FILE.
01 RATE-CARD-RECORD PIC X(40).

FD CUSTOMER-MASTER-FILE.
COPY "custmast.cpy".

FD INVOICE-DETAIL-FILE.
COPY "invdtl.cpy".

*> ---------------------------------------------------------------
*> Detail history register: where the YEAREND close moves a closed
*> year's detail records.  A January accrual finds the client's
*> December invoice here.
*> ---------------------------------------------------------------
FD HISTORY-FILE.
COPY "invdtl.cpy" REPLACING ==INVOICE-DETAIL-RECORD==
    BY ==HISTORY-DETAIL-RECORD==
    LEADING ==DTL-== BY ==HST-==.

FD ACCOUNT-MAP-FILE.
01 ACCOUNT-MAP-RECORD PIC X(40).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

*> ---------------------------------------------------------------
*> Posting lines in the GLEXPORT layout:
*> DATE;DOCUMENT;ACCOUNT;DEBIT;CREDIT;CURRENCY;DESCRIPTION
*> ---------------------------------------------------------------
FD POSTING-FILE.
01 POSTING-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-WORKLOG-FILE-NAME PIC X(100) VALUE 'worklog.txt'.
01 WS-WORKLOG-FILE-STATUS PIC X(2).
01 WS-RATE-CARD-NAME PIC X(100) VALUE 'ratecard.txt'.
01 WS-RATE-CARD-STATUS PIC X(2).
01 WS-CUSTMAST-FILE-NAME PIC X(100) VALUE 'custmast.dat'.
01 WS-CUSTMAST-FILE-STATUS PIC X(2).
01 WS-INVOICE-DETAIL-FILE-NAME PIC X(100) VALUE 'invoicedtl.dat'.
01 WS-INVOICE-DETAIL-FILE-STATUS PIC X(2).
01 WS-HISTORY-FILE-NAME PIC X(100) VALUE 'invoicedtl_hist.dat'.
01 WS-HISTORY-FILE-STATUS PIC X(2).
01 WS-ACCOUNT-MAP-NAME PIC X(100) VALUE 'glaccts.txt'.
01 WS-ACCOUNT-MAP-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'wiprpt.txt'.
01 WS-POSTING-FILE-NAME PIC X(100) VALUE 'wippostings.txt'.
01 WS-WL-EOF PIC X VALUE 'N'.
    88 WL-EOF VALUE 'Y'.
01 WS-RC-EOF PIC X VALUE 'N'.
    88 RC-EOF VALUE 'Y'.
01 WS-CM-EOF PIC X VALUE 'N'.
    88 CM-EOF VALUE 'Y'.
01 WS-DTL-EOF PIC X VALUE 'N'.
    88 DTL-EOF VALUE 'Y'.
01 WS-HST-EOF PIC X VALUE 'N'.
    88 HST-EOF VALUE 'Y'.
01 WS-MAP-EOF PIC X VALUE 'N'.
    88 MAP-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <period-end-yyyymmdd> [worklog]
*> Every work-log line dated on or before the period end is
*> considered; the invoices decide which of them are still
*> unbilled.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-PERIOD-END PIC 9(8) VALUE 0.
01 WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
    05 WS-PE-YEAR PIC 9(4).
    05 WS-PE-MONTH PIC 9(2).
    05 WS-PE-DAY PIC 9(2).
01 WS-PERIOD-END-INT PIC 9(8) VALUE 0.
01 WS-REVERSAL-DATE PIC 9(8) VALUE 0.
01 WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.
    05 WS-RV-YEAR PIC 9(4).
    05 WS-RV-MONTH PIC 9(2).
    05 WS-RV-DAY PIC 9(2).

*> ---------------------------------------------------------------
*> In-memory copy of the rate card, loaded once per run the way
*> WORKLOG loads it.
*> ---------------------------------------------------------------
01 WS-RATE-CARD-STATE PIC X VALUE 'N'.
    88 RATE-CARD-PRESENT VALUE 'Y'.
01 WS-RC-TABLE.
    05 WS-RC-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-RC-ENTRY OCCURS 500 TIMES.
        10 WS-RC-CLIENT PIC X(8).
        10 WS-RC-CATEGORY PIC X(8).
        10 WS-RC-RATE PIC 9(6)V99.
        10 WS-RC-FROM-DATE PIC 9(8).
01 WS-RC-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-RC-CLIENT-TXT PIC X(8) VALUE SPACES.
01 WS-RC-CATEGORY-TXT PIC X(8) VALUE SPACES.
01 WS-RC-RATE-TXT PIC X(10) VALUE SPACES.
01 WS-RC-DATE-TXT PIC X(8) VALUE SPACES.

01 WS-LOOKUP-RATE PIC 9(6)V99 VALUE 0.
01 WS-LOOKUP-BEST-DATE PIC 9(8) VALUE 0.
01 WS-LOOKUP-STATE PIC X VALUE 'N'.
    88 CARD-RATE-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> The two accounts the accrual posts between, picked out of the
*> mapping file.
*> ---------------------------------------------------------------
01 WS-MAP-TYPE-TXT PIC X(5) VALUE SPACES.
01 WS-MAP-RATE-TXT PIC X(2) VALUE SPACES.
01 WS-MAP-ACCOUNT-TXT PIC X(10) VALUE SPACES.
01 WS-WIP-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-WIP-REVENUE-ACCOUNT PIC X(10) VALUE SPACES.

*> ---------------------------------------------------------------
*> One entry per client code with work on or before the period
*> end.  WS-CL-BILLED-TO is the issue date of the client's latest
*> invoice up to the period end: work dated before it went out on
*> that invoice or an earlier one, work dated on or after it is
*> still unbilled.  Zero = never invoiced, everything is unbilled.
*> The value is split into age bands by work date against the
*> period end.
*> ---------------------------------------------------------------
01 WS-CLIENT-TABLE.
    05 WS-CLIENT-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-CLIENT OCCURS 200 TIMES.
        10 WS-CL-CODE PIC X(8).
        10 WS-CL-NIP PIC 9(10).
        10 WS-CL-BILLED-TO PIC 9(8).
        10 WS-CL-HOURS PIC 9(7)V99.
        10 WS-CL-UNPRICED-HOURS PIC 9(7)V99.
        10 WS-CL-VALUE PIC 9(9)V99.
        10 WS-CL-VALUE-30 PIC 9(9)V99.
        10 WS-CL-VALUE-60 PIC 9(9)V99.
        10 WS-CL-VALUE-OVER PIC 9(9)V99.
        10 WS-CL-OLDEST-DATE PIC 9(8).
01 WS-CL-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-CL-FOUND PIC X VALUE 'N'.
    88 CLIENT-FOUND VALUE 'Y'.
01 WS-WL-DATE PIC 9(8) VALUE 0.
01 WS-WL-HOURS PIC 9(5)V99 VALUE 0.
01 WS-WL-CLIENT-CODE PIC X(8) VALUE SPACES.
01 WS-MATCH-NIP PIC 9(10) VALUE 0.

01 WS-LINE-VALUE PIC 9(9)V99 VALUE 0.
01 WS-AGE-DAYS PIC 9(6) VALUE 0.
01 WS-UNBILLED-LINES PIC 9(6) COMPUTATIONAL VALUE 0.
01 WS-UNPRICED-LINES PIC 9(6) COMPUTATIONAL VALUE 0.
01 WS-UNMAPPED-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-TOTAL-HOURS PIC 9(7)V99 VALUE 0.
01 WS-TOTAL-VALUE PIC 9(9)V99 VALUE 0.

01 WS-HOURS-EDIT PIC ZZ,ZZ9.99.
01 WS-VALUE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-BAND-30-EDIT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-BAND-60-EDIT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-BAND-OVER-EDIT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-AGE-EDIT PIC ZZZZ9.

*> ---------------------------------------------------------------
*> The posting line being staged.
*> ---------------------------------------------------------------
01 WS-POST-DATE PIC 9(8) VALUE 0.
01 WS-POST-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-POST-DOCUMENT PIC X(20) VALUE SPACES.
01 WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-POST-DEBIT-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-POST-CREDIT-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-POST-SIDE PIC X(1) VALUE 'D'.
    88 POST-DEBIT  VALUE 'D'.
    88 POST-CREDIT VALUE 'C'.
01 WS-POST-DESC PIC X(40) VALUE SPACES.
01 WS-POST-AMT-TXT PIC 9(9).99.
01 WS-DEBIT-TXT PIC X(12) VALUE SPACES.
01 WS-CREDIT-TXT PIC X(12) VALUE SPACES.
01 WS-POSTING-COUNT PIC 9(6) COMPUTATIONAL VALUE 0.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 1200-LOAD-RATE-CARD THRU 1200-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-READ-WORKLOG THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-MAP-CLIENT-CODES THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 4000-COLLECT-BILLED-DATES THRU 4000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 5000-PRICE-UNBILLED-WORK THRU 5000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0 OR WS-RETURN-CODE = 4
        PERFORM 7000-WRITE-POSTINGS THRU 7000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE takes the period end and works out the
*> reversal date, the first day of the following month.
*> ---------------------------------------------------------------
1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'WIPACCR - month-end unbilled work accrual'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2
    IF WS-CL-WORD-1 = SPACES
        DISPLAY 'Usage: wipaccr <period-end-yyyymmdd>'
            ' [worklog-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-PERIOD-END
    IF WS-CL-WORD-2 NOT = SPACES
        MOVE WS-CL-WORD-2 TO WS-WORKLOG-FILE-NAME
    END-IF
    IF WS-PE-MONTH < 1 OR WS-PE-MONTH > 12
            OR WS-PE-DAY < 1 OR WS-PE-DAY > 31
        DISPLAY 'ERROR: period end is not a valid date: '
            WS-CL-WORD-1
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    COMPUTE WS-PERIOD-END-INT =
        FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
    MOVE WS-PE-YEAR TO WS-RV-YEAR
    MOVE WS-PE-MONTH TO WS-RV-MONTH
    MOVE 1 TO WS-RV-DAY
    IF WS-RV-MONTH = 12
        ADD 1 TO WS-RV-YEAR
        MOVE 1 TO WS-RV-MONTH
    ELSE
        ADD 1 TO WS-RV-MONTH
    END-IF
    DISPLAY 'Period end ' WS-PERIOD-END ', reversal on '
        WS-REVERSAL-DATE.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-LOAD-RATE-CARD reads the whole rate card into the
*> in-memory table.  Without one nothing can be priced - the hours
*> are still reported, the value stays zero.
*> ---------------------------------------------------------------
1200-LOAD-RATE-CARD SECTION.
    MOVE 'N' TO WS-RC-EOF
    OPEN INPUT RATE-CARD-FILE.
    IF WS-RATE-CARD-STATUS NOT = '00'
        DISPLAY 'No rate card found, unbilled hours cannot be'
            ' priced.'
        GO TO 1200-EXIT
    END-IF
    SET RATE-CARD-PRESENT TO TRUE
    PERFORM 1250-LOAD-NEXT-CARD-ENTRY THRU 1250-EXIT
        UNTIL RC-EOF
    CLOSE RATE-CARD-FILE
    IF WS-RETURN-CODE = 0
        DISPLAY WS-RC-COUNT ' rate card entr(ies) loaded.'
    END-IF.
1200-EXIT.
    EXIT.

1250-LOAD-NEXT-CARD-ENTRY SECTION.
    READ RATE-CARD-FILE
        AT END
            MOVE 'Y' TO WS-RC-EOF
            GO TO 1250-EXIT
    END-READ
    IF RATE-CARD-RECORD = SPACES
        GO TO 1250-EXIT
    END-IF
    IF WS-RC-COUNT >= 500
        DISPLAY 'ERROR: more than 500 rate card entries - run'
            ' aborted.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-RC-EOF
        GO TO 1250-EXIT
    END-IF
    MOVE SPACES TO WS-RC-CLIENT-TXT WS-RC-CATEGORY-TXT
        WS-RC-RATE-TXT WS-RC-DATE-TXT
    UNSTRING RATE-CARD-RECORD DELIMITED BY ':'
        INTO WS-RC-CLIENT-TXT WS-RC-CATEGORY-TXT
            WS-RC-RATE-TXT WS-RC-DATE-TXT
    IF WS-RC-CLIENT-TXT = SPACES OR WS-RC-CATEGORY-TXT = SPACES
            OR WS-RC-RATE-TXT = SPACES OR WS-RC-DATE-TXT = SPACES
        DISPLAY 'ERROR: malformed rate card entry: '
            RATE-CARD-RECORD
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-RC-EOF
        GO TO 1250-EXIT
    END-IF
    ADD 1 TO WS-RC-COUNT
    MOVE WS-RC-COUNT TO WS-RC-IDX
    MOVE WS-RC-CLIENT-TXT TO WS-RC-CLIENT(WS-RC-IDX)
    MOVE WS-RC-CATEGORY-TXT TO WS-RC-CATEGORY(WS-RC-IDX)
    MOVE WS-RC-RATE-TXT TO WS-RC-RATE(WS-RC-IDX)
    MOVE WS-RC-DATE-TXT TO WS-RC-FROM-DATE(WS-RC-IDX).
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-LOAD-ACCOUNT-MAP picks the two accrual accounts out of the
*> mapping file.  A missing file or entry is not fatal: the report
*> is still written and the postings are left out (see 7000).
*> ---------------------------------------------------------------
1300-LOAD-ACCOUNT-MAP SECTION.
    MOVE 'N' TO WS-MAP-EOF
    OPEN INPUT ACCOUNT-MAP-FILE
    IF WS-ACCOUNT-MAP-STATUS NOT = '00'
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
    IF WS-MAP-TYPE-TXT = 'WIP'
        MOVE WS-MAP-ACCOUNT-TXT TO WS-WIP-ACCOUNT
    END-IF
    IF WS-MAP-TYPE-TXT = 'WIPRV'
        MOVE WS-MAP-ACCOUNT-TXT TO WS-WIP-REVENUE-ACCOUNT
    END-IF.
1350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-WORKLOG collects every client code with work logged
*> on or before the period end.  The lines themselves are priced
*> on a second pass (5000), once the invoices have said which of
*> them are still unbilled.
*> ---------------------------------------------------------------
2000-READ-WORKLOG SECTION.
    MOVE 'N' TO WS-WL-EOF
    OPEN INPUT WORKLOG-FILE.
    IF WS-WORKLOG-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: work log not found: ' WS-WORKLOG-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        PERFORM 2100-READ-NEXT-WORKLOG-LINE THRU 2100-EXIT
            UNTIL WL-EOF
        CLOSE WORKLOG-FILE
        DISPLAY WS-CLIENT-COUNT ' client(s) with work up to the'
            ' period end.'
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-NEXT-WORKLOG-LINE SECTION.
    READ WORKLOG-FILE
        AT END
            MOVE 'Y' TO WS-WL-EOF
            GO TO 2100-EXIT
    END-READ
    IF WORKLOG-RECORD = SPACES
        GO TO 2100-EXIT
    END-IF
    MOVE WL-DATE-TXT TO WS-WL-DATE
    IF WS-WL-DATE > WS-PERIOD-END
        GO TO 2100-EXIT
    END-IF
    MOVE WL-CLIENT TO WS-WL-CLIENT-CODE
    PERFORM 2200-FIND-CLIENT-ENTRY THRU 2200-EXIT
    IF WS-RETURN-CODE NOT = 0
        MOVE 'Y' TO WS-WL-EOF
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-FIND-CLIENT-ENTRY leaves WS-CL-IDX on the table entry of
*> the client code in WS-WL-CLIENT-CODE, opening a new entry for a
*> code not seen yet.  The VARYING loop has stepped WS-CL-IDX one
*> past the match by the time it stops, so step it back.
*> ---------------------------------------------------------------
2200-FIND-CLIENT-ENTRY SECTION.
    MOVE 'N' TO WS-CL-FOUND
    PERFORM 2250-MATCH-CLIENT-ENTRY THRU 2250-EXIT
        VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CLIENT-COUNT OR CLIENT-FOUND
    IF CLIENT-FOUND
        SUBTRACT 1 FROM WS-CL-IDX
        GO TO 2200-EXIT
    END-IF
    IF WS-CLIENT-COUNT >= 200
        DISPLAY 'ERROR: more than 200 clients in the work log -'
            ' run aborted.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2200-EXIT
    END-IF
    ADD 1 TO WS-CLIENT-COUNT
    MOVE WS-CLIENT-COUNT TO WS-CL-IDX
    MOVE WS-WL-CLIENT-CODE TO WS-CL-CODE(WS-CL-IDX)
    MOVE 0 TO WS-CL-NIP(WS-CL-IDX)
    MOVE 0 TO WS-CL-BILLED-TO(WS-CL-IDX)
    MOVE 0 TO WS-CL-HOURS(WS-CL-IDX)
    MOVE 0 TO WS-CL-UNPRICED-HOURS(WS-CL-IDX)
    MOVE 0 TO WS-CL-VALUE(WS-CL-IDX)
    MOVE 0 TO WS-CL-VALUE-30(WS-CL-IDX)
    MOVE 0 TO WS-CL-VALUE-60(WS-CL-IDX)
    MOVE 0 TO WS-CL-VALUE-OVER(WS-CL-IDX)
    MOVE 0 TO WS-CL-OLDEST-DATE(WS-CL-IDX).
2200-EXIT.
    EXIT.

2250-MATCH-CLIENT-ENTRY SECTION.
    IF WS-CL-CODE(WS-CL-IDX) = WS-WL-CLIENT-CODE
        SET CLIENT-FOUND TO TRUE
    END-IF.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-MAP-CLIENT-CODES fills in the buyer NIP of every client
*> code through the customer master's CUST-CLIENT-CODE, the same
*> mapping PROFITRPT uses.  A code the master does not carry
*> cannot be checked against any invoice and is reported, not
*> accrued.
*> ---------------------------------------------------------------
3000-MAP-CLIENT-CODES SECTION.
    MOVE 'N' TO WS-CM-EOF
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-CUSTMAST-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: customer master not found: '
            WS-CUSTMAST-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-MAP-NEXT-CUSTOMER THRU 3100-EXIT
        UNTIL CM-EOF
    CLOSE CUSTOMER-MASTER-FILE.
3000-EXIT.
    EXIT.

3100-MAP-NEXT-CUSTOMER SECTION.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-CM-EOF
            GO TO 3100-EXIT
    END-READ
    IF CUST-CLIENT-CODE = SPACES
        GO TO 3100-EXIT
    END-IF
    MOVE CUST-CLIENT-CODE TO WS-WL-CLIENT-CODE
    MOVE CUST-NIP TO WS-MATCH-NIP
    PERFORM 3200-STAMP-CLIENT-NIP THRU 3200-EXIT
        VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CLIENT-COUNT.
3100-EXIT.
    EXIT.

3200-STAMP-CLIENT-NIP SECTION.
    IF WS-CL-CODE(WS-CL-IDX) = WS-WL-CLIENT-CODE
        MOVE WS-MATCH-NIP TO WS-CL-NIP(WS-CL-IDX)
    END-IF.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-COLLECT-BILLED-DATES walks the detail register, then the
*> history register, and keeps per client the issue date of its
*> latest invoice up to the period end.
*> ---------------------------------------------------------------
4000-COLLECT-BILLED-DATES SECTION.
    MOVE 'N' TO WS-DTL-EOF
    OPEN INPUT INVOICE-DETAIL-FILE
    IF WS-INVOICE-DETAIL-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: invoice detail register not found: '
            WS-INVOICE-DETAIL-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4000-EXIT
    END-IF
    PERFORM 4100-READ-NEXT-DETAIL THRU 4100-EXIT
        UNTIL DTL-EOF
    PERFORM 4500-COLLECT-HISTORY-DATES THRU 4500-EXIT
    CLOSE INVOICE-DETAIL-FILE.
4000-EXIT.
    EXIT.

4100-READ-NEXT-DETAIL SECTION.
    READ INVOICE-DETAIL-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-DTL-EOF
            GO TO 4100-EXIT
    END-READ
    PERFORM 4150-TAKE-BILLED-DATE THRU 4150-EXIT.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4150-TAKE-BILLED-DATE looks at the detail record currently in
*> the buffer, shared between the live and history passes.  Only
*> an invoice bills logged hours: a correction adjusts an invoice
*> already counted, an advance is money up front for work not yet
*> done, an interest note is interest.
*> ---------------------------------------------------------------
4150-TAKE-BILLED-DATE SECTION.
    IF NOT DTL-TYPE-INVOICE
        GO TO 4150-EXIT
    END-IF
    IF DTL-ISSUE-DATE > WS-PERIOD-END
        GO TO 4150-EXIT
    END-IF
    PERFORM 4200-STAMP-BILLED-DATE THRU 4200-EXIT
        VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CLIENT-COUNT.
4150-EXIT.
    EXIT.

4200-STAMP-BILLED-DATE SECTION.
    IF WS-CL-NIP(WS-CL-IDX) = 0
            OR WS-CL-NIP(WS-CL-IDX) NOT = DTL-BUYER-NIP
        GO TO 4200-EXIT
    END-IF
    IF DTL-ISSUE-DATE > WS-CL-BILLED-TO(WS-CL-IDX)
        MOVE DTL-ISSUE-DATE TO WS-CL-BILLED-TO(WS-CL-IDX)
    END-IF.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-COLLECT-HISTORY-DATES repeats the pass over the detail
*> history register.  No history file on disk only means no year
*> has been closed yet.
*> ---------------------------------------------------------------
4500-COLLECT-HISTORY-DATES SECTION.
    MOVE 'N' TO WS-HST-EOF
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = '00'
        GO TO 4500-EXIT
    END-IF
    PERFORM 4600-READ-NEXT-HISTORY THRU 4600-EXIT
        UNTIL HST-EOF
    CLOSE HISTORY-FILE.
4500-EXIT.
    EXIT.

4600-READ-NEXT-HISTORY SECTION.
    READ HISTORY-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-HST-EOF
            GO TO 4600-EXIT
    END-READ
    MOVE HISTORY-DETAIL-RECORD TO INVOICE-DETAIL-RECORD
    PERFORM 4150-TAKE-BILLED-DATE THRU 4150-EXIT.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-PRICE-UNBILLED-WORK reads the work log a second time and
*> rolls every unbilled line into its client: hours, value at the
*> rate card and age.
*> ---------------------------------------------------------------
5000-PRICE-UNBILLED-WORK SECTION.
    MOVE 'N' TO WS-WL-EOF
    OPEN INPUT WORKLOG-FILE.
    IF WS-WORKLOG-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: work log not found: ' WS-WORKLOG-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 5000-EXIT
    END-IF
    PERFORM 5100-PRICE-NEXT-LINE THRU 5100-EXIT
        UNTIL WL-EOF
    CLOSE WORKLOG-FILE
    DISPLAY WS-UNBILLED-LINES ' unbilled work-log line(s), '
        WS-UNPRICED-LINES ' of them not priced.'.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-PRICE-NEXT-LINE takes one work-log line.  Work dated
*> before the client's latest invoice went out on it; an unmapped
*> client is left to the report.  A blank category bills at the
*> client's config rate, which the card does not know, so such a
*> line - like one the card has no entry for - is counted in the
*> hours but carries no value.
*> ---------------------------------------------------------------
5100-PRICE-NEXT-LINE SECTION.
    READ WORKLOG-FILE
        AT END
            MOVE 'Y' TO WS-WL-EOF
            GO TO 5100-EXIT
    END-READ
    IF WORKLOG-RECORD = SPACES
        GO TO 5100-EXIT
    END-IF
    MOVE WL-DATE-TXT TO WS-WL-DATE
    IF WS-WL-DATE > WS-PERIOD-END
        GO TO 5100-EXIT
    END-IF
    MOVE WL-CLIENT TO WS-WL-CLIENT-CODE
    PERFORM 2200-FIND-CLIENT-ENTRY THRU 2200-EXIT
    IF WS-CL-NIP(WS-CL-IDX) = 0
        GO TO 5100-EXIT
    END-IF
    IF WS-WL-DATE < WS-CL-BILLED-TO(WS-CL-IDX)
        GO TO 5100-EXIT
    END-IF
    MOVE WL-HOURS-TXT TO WS-WL-HOURS
    ADD 1 TO WS-UNBILLED-LINES
    ADD WS-WL-HOURS TO WS-CL-HOURS(WS-CL-IDX)
    IF WS-CL-OLDEST-DATE(WS-CL-IDX) = 0
            OR WS-WL-DATE < WS-CL-OLDEST-DATE(WS-CL-IDX)
        MOVE WS-WL-DATE TO WS-CL-OLDEST-DATE(WS-CL-IDX)
    END-IF
    PERFORM 5200-LOOKUP-CARD-RATE THRU 5200-EXIT
    IF NOT CARD-RATE-FOUND
        ADD 1 TO WS-UNPRICED-LINES
        ADD WS-WL-HOURS TO WS-CL-UNPRICED-HOURS(WS-CL-IDX)
        GO TO 5100-EXIT
    END-IF
    COMPUTE WS-LINE-VALUE ROUNDED = WS-WL-HOURS * WS-LOOKUP-RATE
    ADD WS-LINE-VALUE TO WS-CL-VALUE(WS-CL-IDX)
    COMPUTE WS-AGE-DAYS = WS-PERIOD-END-INT
        - FUNCTION INTEGER-OF-DATE(WS-WL-DATE)
    IF WS-AGE-DAYS <= 30
        ADD WS-LINE-VALUE TO WS-CL-VALUE-30(WS-CL-IDX)
    ELSE
        IF WS-AGE-DAYS <= 60
            ADD WS-LINE-VALUE TO WS-CL-VALUE-60(WS-CL-IDX)
        ELSE
            ADD WS-LINE-VALUE TO WS-CL-VALUE-OVER(WS-CL-IDX)
        END-IF
    END-IF.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5200-LOOKUP-CARD-RATE finds the rate for the current line's
*> client and category as WORKLOG does: of all card entries dated
*> on or before the work date, the latest valid-from date wins.
*> ---------------------------------------------------------------
5200-LOOKUP-CARD-RATE SECTION.
    MOVE 'N' TO WS-LOOKUP-STATE
    MOVE 0 TO WS-LOOKUP-RATE
    MOVE 0 TO WS-LOOKUP-BEST-DATE
    IF NOT RATE-CARD-PRESENT OR WL-CATEGORY = SPACES
        GO TO 5200-EXIT
    END-IF
    PERFORM 5270-TEST-CARD-ENTRY THRU 5270-EXIT
        VARYING WS-RC-IDX FROM 1 BY 1
        UNTIL WS-RC-IDX > WS-RC-COUNT.
5200-EXIT.
    EXIT.

5270-TEST-CARD-ENTRY SECTION.
    IF WS-RC-CLIENT(WS-RC-IDX) NOT = WS-WL-CLIENT-CODE
        GO TO 5270-EXIT
    END-IF
    IF WS-RC-CATEGORY(WS-RC-IDX) NOT = WL-CATEGORY
        GO TO 5270-EXIT
    END-IF
    IF WS-RC-FROM-DATE(WS-RC-IDX) > WS-WL-DATE
        GO TO 5270-EXIT
    END-IF
    IF WS-RC-FROM-DATE(WS-RC-IDX) >= WS-LOOKUP-BEST-DATE
        MOVE WS-RC-FROM-DATE(WS-RC-IDX) TO WS-LOOKUP-BEST-DATE
        MOVE WS-RC-RATE(WS-RC-IDX) TO WS-LOOKUP-RATE
        SET CARD-RATE-FOUND TO TRUE
    END-IF.
5270-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-WRITE-REPORT prints one line per client with unbilled
*> work: hours, value at rate-card prices, the oldest unbilled
*> work date and its age in days, and the value split into age
*> bands (up to 30 days, 31-60, over 60).
*> ---------------------------------------------------------------
6000-WRITE-REPORT SECTION.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'UNBILLED WORK (WIP) AT ' DELIMITED BY SIZE
        WS-PERIOD-END DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'CLIENT    BUYER-NIP   BILLED-TO     HOURS'
        '           VALUE   OLDEST    AGE'
        '      0-30 DAYS     31-60 DAYS    OVER 60'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 6100-WRITE-ONE-CLIENT THRU 6100-EXIT
        VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CLIENT-COUNT

    MOVE WS-TOTAL-HOURS TO WS-HOURS-EDIT
    MOVE WS-TOTAL-VALUE TO WS-VALUE-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'TOTAL                             ' DELIMITED BY SIZE
        WS-HOURS-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-VALUE-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE REPORT-FILE
    DISPLAY 'Report written to ' WS-REPORT-FILE-NAME
    IF WS-UNMAPPED-COUNT > 0
        DISPLAY WS-UNMAPPED-COUNT ' client code(s) have no NIP on'
            ' the customer master (CUSTCODE) - not accrued.'
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    IF WS-UNPRICED-LINES > 0
        DISPLAY WS-UNPRICED-LINES ' unbilled line(s) have no rate'
            ' card price - accrued at zero.'
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
6000-EXIT.
    EXIT.

6100-WRITE-ONE-CLIENT SECTION.
    IF WS-CL-NIP(WS-CL-IDX) = 0
        ADD 1 TO WS-UNMAPPED-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING WS-CL-CODE(WS-CL-IDX) DELIMITED BY SIZE
            '  UNMAPPED   no CUSTCODE on the customer master -'
            DELIMITED BY SIZE
            ' invoices cannot be matched, NOT accrued'
            DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 6100-EXIT
    END-IF
    IF WS-CL-HOURS(WS-CL-IDX) = 0
        GO TO 6100-EXIT
    END-IF
    ADD WS-CL-HOURS(WS-CL-IDX) TO WS-TOTAL-HOURS
    ADD WS-CL-VALUE(WS-CL-IDX) TO WS-TOTAL-VALUE
    MOVE WS-CL-HOURS(WS-CL-IDX) TO WS-HOURS-EDIT
    MOVE WS-CL-VALUE(WS-CL-IDX) TO WS-VALUE-EDIT
    MOVE WS-CL-VALUE-30(WS-CL-IDX) TO WS-BAND-30-EDIT
    MOVE WS-CL-VALUE-60(WS-CL-IDX) TO WS-BAND-60-EDIT
    MOVE WS-CL-VALUE-OVER(WS-CL-IDX) TO WS-BAND-OVER-EDIT
    COMPUTE WS-AGE-DAYS = WS-PERIOD-END-INT
        - FUNCTION INTEGER-OF-DATE(WS-CL-OLDEST-DATE(WS-CL-IDX))
    MOVE WS-AGE-DAYS TO WS-AGE-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-CL-CODE(WS-CL-IDX) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-CL-NIP(WS-CL-IDX) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-CL-BILLED-TO(WS-CL-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-HOURS-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-VALUE-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-CL-OLDEST-DATE(WS-CL-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AGE-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BAND-30-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BAND-60-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BAND-OVER-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-CL-UNPRICED-HOURS(WS-CL-IDX) > 0
        MOVE WS-CL-UNPRICED-HOURS(WS-CL-IDX) TO WS-HOURS-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING '          of which ' DELIMITED BY SIZE
            WS-HOURS-EDIT DELIMITED BY SIZE
            ' hour(s) not priced - blank category or no rate'
            DELIMITED BY SIZE
            ' card entry' DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
6100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-POSTINGS writes per client the accrual (unbilled
*> services against revenue) dated the period end, and its exact
*> reverse dated the first day of the next month, so the invoice
*> that finally bills the work is not counted twice.  Amounts are
*> rate-card values, posted in PLN.  Without both accounts mapped
*> nothing is posted and the run ends with 4.
*> ---------------------------------------------------------------
7000-WRITE-POSTINGS SECTION.
    OPEN OUTPUT POSTING-FILE
    IF WS-WIP-ACCOUNT = SPACES OR WS-WIP-REVENUE-ACCOUNT = SPACES
        CLOSE POSTING-FILE
        DISPLAY 'WARNING: WIP/WIPRV account not mapped in '
            WS-ACCOUNT-MAP-NAME ' - no postings written.'
        MOVE 4 TO WS-RETURN-CODE
        GO TO 7000-EXIT
    END-IF
    PERFORM 7100-POST-ONE-CLIENT THRU 7100-EXIT
        VARYING WS-CL-IDX FROM 1 BY 1
        UNTIL WS-CL-IDX > WS-CLIENT-COUNT
    CLOSE POSTING-FILE
    DISPLAY WS-POSTING-COUNT ' posting line(s) written to '
        WS-POSTING-FILE-NAME.
7000-EXIT.
    EXIT.

7100-POST-ONE-CLIENT SECTION.
    IF WS-CL-NIP(WS-CL-IDX) = 0 OR WS-CL-VALUE(WS-CL-IDX) = 0
        GO TO 7100-EXIT
    END-IF
    MOVE SPACES TO WS-POST-DOCUMENT
    STRING 'WIP/' DELIMITED BY SIZE
        WS-PERIOD-END(1:6) DELIMITED BY SIZE
        '/' DELIMITED BY SIZE
        WS-CL-CODE(WS-CL-IDX) DELIMITED BY SPACE
        INTO WS-POST-DOCUMENT
    MOVE WS-CL-VALUE(WS-CL-IDX) TO WS-POST-AMT-TXT

*> The accrual at the period end.
    MOVE WS-PERIOD-END TO WS-POST-DATE
    MOVE WS-WIP-ACCOUNT TO WS-POST-DEBIT-ACCOUNT
    MOVE WS-WIP-REVENUE-ACCOUNT TO WS-POST-CREDIT-ACCOUNT
    MOVE SPACES TO WS-POST-DESC
    STRING 'unbilled work accrual ' DELIMITED BY SIZE
        WS-CL-CODE(WS-CL-IDX) DELIMITED BY SPACE
        INTO WS-POST-DESC
    PERFORM 7150-WRITE-POSTING-PAIR THRU 7150-EXIT

*> Its reversal on the first day of the next month.
    MOVE WS-REVERSAL-DATE TO WS-POST-DATE
    MOVE WS-WIP-REVENUE-ACCOUNT TO WS-POST-DEBIT-ACCOUNT
    MOVE WS-WIP-ACCOUNT TO WS-POST-CREDIT-ACCOUNT
    MOVE SPACES TO WS-POST-DESC
    STRING 'unbilled work reversal ' DELIMITED BY SIZE
        WS-CL-CODE(WS-CL-IDX) DELIMITED BY SPACE
        INTO WS-POST-DESC
    PERFORM 7150-WRITE-POSTING-PAIR THRU 7150-EXIT.
7100-EXIT.
    EXIT.

7150-WRITE-POSTING-PAIR SECTION.
    MOVE SPACES TO WS-POST-DATE-DISPLAY
    STRING WS-POST-DATE(1:4) '-'
        WS-POST-DATE(5:2) '-'
        WS-POST-DATE(7:2)
        DELIMITED BY SIZE INTO WS-POST-DATE-DISPLAY
    MOVE WS-POST-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
    SET POST-DEBIT TO TRUE
    PERFORM 7200-WRITE-POSTING-LINE THRU 7200-EXIT
    MOVE WS-POST-CREDIT-ACCOUNT TO WS-POST-ACCOUNT
    SET POST-CREDIT TO TRUE
    PERFORM 7200-WRITE-POSTING-LINE THRU 7200-EXIT.
7150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7200-WRITE-POSTING-LINE writes one line in the GLEXPORT layout
*> for the staged account and side.
*> ---------------------------------------------------------------
7200-WRITE-POSTING-LINE SECTION.
    IF POST-DEBIT
        MOVE WS-POST-AMT-TXT TO WS-DEBIT-TXT
        MOVE '0.00' TO WS-CREDIT-TXT
    ELSE
        MOVE '0.00' TO WS-DEBIT-TXT
        MOVE WS-POST-AMT-TXT TO WS-CREDIT-TXT
    END-IF
    MOVE SPACES TO POSTING-LINE
    STRING WS-POST-DATE-DISPLAY DELIMITED BY SIZE
        ';' DELIMITED BY SIZE
        WS-POST-DOCUMENT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-POST-ACCOUNT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-DEBIT-TXT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-CREDIT-TXT DELIMITED BY SPACE
        ';PLN;' DELIMITED BY SIZE
        WS-POST-DESC DELIMITED BY '  '
        INTO POSTING-LINE
    WRITE POSTING-LINE
    ADD 1 TO WS-POSTING-COUNT.
7200-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
