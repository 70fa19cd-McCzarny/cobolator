IDENTIFICATION DIVISION.
PROGRAM-ID. REBILRPT.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - unbilled rebillable costs report:
*>             every purchase of the business flagged as rebillable
*>             to a client and not yet stamped with a sales invoice,
*>             with the client, the cost, the markup and the amount
*>             to bill, and how long it has been waiting, so a cost
*>             nobody billed on shows up at month-end.
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

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PURCHASE-REGISTER-FILE.
COPY "purchdtl.cpy".

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-PURCHREG-FILE-NAME PIC X(100) VALUE 'purchreg.dat'.
01 WS-PURCHREG-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'rebilrpt.txt'.

*> ---------------------------------------------------------------
*> Command line layout: <owner-nip> [as-of-yyyymmdd] [report-file]
*> The as-of date (default today) is normally the month-end: costs
*> invoiced after it are left for the next month.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(300) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-OWNER-NIP PIC 9(10) VALUE 0.

01 WS-AS-OF-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-AS-OF-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-AS-OF-DISPLAY PIC X(10) VALUE SPACES.
01 WS-PURCHASE-DATE-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-WAITING-DAYS PIC 9(5) VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Totals, and the waiting-time buckets: up to 30 days, 31-60,
*> over 60.  The counters land in STRINGed report lines, so they
*> stay USAGE DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-PENDING PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-30 PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-60 PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-OVER PIC 9(5) VALUE 0.
01 WS-TOTAL-COST PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-AMOUNT PIC 9(9)V99 VALUE 0.

*> ---------------------------------------------------------------
*> Amount still to bill per client, printed at the foot.
*> ---------------------------------------------------------------
01 WS-CLIENT-TABLE.
    05 WS-CT-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-CT-ENTRY OCCURS 300 TIMES.
        10 WS-CT-CLIENT PIC X(8).
        10 WS-CT-ITEMS PIC 9(5).
        10 WS-CT-AMOUNT PIC 9(9)V99.
01 WS-CT-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-CT-FOUND PIC X VALUE 'N'.
    88 CLIENT-FOUND VALUE 'Y'.

01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-COST-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-MARKUP-EDIT PIC ZZ9.99.
01 WS-DAYS-EDIT PIC ZZZZ9.
01 WS-ITEMS-EDIT PIC ZZZZ9.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-WRITE-REPORT THRU 2000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'REBILRPT - unbilled rebillable costs'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    IF WS-CL-WORD-1 = SPACES
        DISPLAY 'Usage: rebilrpt <owner-nip> [as-of-yyyymmdd]'
            ' [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-OWNER-NIP
    IF WS-CL-WORD-2(1:8) IS NUMERIC AND WS-CL-WORD-2(9:1) = SPACE
        MOVE WS-CL-WORD-2(1:8) TO WS-AS-OF-YYYYMMDD
        MOVE WS-CL-WORD-3 TO WS-CL-WORD-2
    ELSE
        ACCEPT WS-AS-OF-YYYYMMDD FROM DATE YYYYMMDD
    END-IF
    IF WS-CL-WORD-2 NOT = SPACES
        MOVE WS-CL-WORD-2 TO WS-REPORT-FILE-NAME
    END-IF

    COMPUTE WS-AS-OF-INT =
        FUNCTION INTEGER-OF-DATE(WS-AS-OF-YYYYMMDD)
    STRING WS-AS-OF-YYYYMMDD(1:4) '-'
        WS-AS-OF-YYYYMMDD(5:2) '-'
        WS-AS-OF-YYYYMMDD(7:2)
        DELIMITED BY SIZE INTO WS-AS-OF-DISPLAY.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-WRITE-REPORT walks the owner's purchases in key order
*> (supplier, then the supplier's invoice number) and lists every
*> one still pending rebilling, then the totals per client.
*> ---------------------------------------------------------------
2000-WRITE-REPORT SECTION.
    OPEN INPUT PURCHASE-REGISTER-FILE
    IF WS-PURCHREG-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: purchase register not found: '
            WS-PURCHREG-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'UNBILLED REBILLABLE COSTS  business ' DELIMITED BY SIZE
        WS-OWNER-NIP DELIMITED BY SIZE
        '  as of ' DELIMITED BY SIZE
        WS-AS-OF-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'CLIENT   SUPPLIER   INVOICE              DATE        DAYS'
        '    COST PLN  MARKUP%   TO BILL PLN  VAT'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-OWNER-NIP TO PUR-OWNER-NIP
    MOVE 0 TO PUR-SUPPLIER-NIP
    MOVE LOW-VALUES TO PUR-INVOICE-NUMBER
    START PURCHASE-REGISTER-FILE KEY >= PUR-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 2100-REPORT-NEXT-PURCHASE THRU 2100-EXIT
        UNTIL SCAN-EOF

    PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
    CLOSE PURCHASE-REGISTER-FILE
    CLOSE REPORT-FILE
    DISPLAY WS-COUNT-PENDING ' unbilled rebillable cost(s), written'
        ' to ' WS-REPORT-FILE-NAME.
2000-EXIT.
    EXIT.

2100-REPORT-NEXT-PURCHASE SECTION.
    READ PURCHASE-REGISTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 2100-EXIT
    END-READ
    IF PUR-OWNER-NIP NOT = WS-OWNER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2100-EXIT
    END-IF
    IF NOT PUR-REBILL-PENDING
        GO TO 2100-EXIT
    END-IF
    IF PUR-INVOICE-DATE > WS-AS-OF-YYYYMMDD
        GO TO 2100-EXIT
    END-IF

    COMPUTE WS-PURCHASE-DATE-INT =
        FUNCTION INTEGER-OF-DATE(PUR-INVOICE-DATE)
    COMPUTE WS-WAITING-DAYS = WS-AS-OF-INT - WS-PURCHASE-DATE-INT
    ADD 1 TO WS-COUNT-PENDING
    EVALUATE TRUE
    WHEN WS-WAITING-DAYS <= 30
        ADD 1 TO WS-COUNT-AGE-30
    WHEN WS-WAITING-DAYS <= 60
        ADD 1 TO WS-COUNT-AGE-60
    WHEN OTHER
        ADD 1 TO WS-COUNT-AGE-OVER
    END-EVALUATE
    ADD PUR-REBILL-COST TO WS-TOTAL-COST
    ADD PUR-REBILL-AMOUNT TO WS-TOTAL-AMOUNT
    PERFORM 2200-ADD-TO-CLIENT THRU 2200-EXIT

    MOVE SPACES TO WS-DATE-DISPLAY
    STRING PUR-INVOICE-DATE(1:4) '-'
        PUR-INVOICE-DATE(5:2) '-'
        PUR-INVOICE-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE WS-WAITING-DAYS TO WS-DAYS-EDIT
    MOVE PUR-REBILL-COST TO WS-COST-EDIT
    MOVE PUR-REBILL-MARKUP-PCT TO WS-MARKUP-EDIT
    MOVE PUR-REBILL-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING PUR-REBILL-CLIENT-CODE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        PUR-SUPPLIER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        PUR-INVOICE-NUMBER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DAYS-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-COST-EDIT DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        WS-MARKUP-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        PUR-REBILL-VAT-CAT DELIMITED BY SIZE
        INTO REPORT-LINE
*> A cost waiting more than a month has missed an invoice run.
    IF WS-WAITING-DAYS > 30
        MOVE '***' TO REPORT-LINE(100:3)
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '         ' DELIMITED BY SIZE
        PUR-SUPPLIER-NAME DELIMITED BY '  '
        ': ' DELIMITED BY SIZE
        PUR-REBILL-DESCRIPTION DELIMITED BY '  '
        INTO REPORT-LINE
    WRITE REPORT-LINE.
2100-EXIT.
    EXIT.

2200-ADD-TO-CLIENT SECTION.
    MOVE 'N' TO WS-CT-FOUND
    PERFORM 2250-MATCH-CLIENT THRU 2250-EXIT
        VARYING WS-CT-IDX FROM 1 BY 1
        UNTIL WS-CT-IDX > WS-CT-COUNT OR CLIENT-FOUND
    IF CLIENT-FOUND
        SUBTRACT 1 FROM WS-CT-IDX
    ELSE
        IF WS-CT-COUNT >= 300
            GO TO 2200-EXIT
        END-IF
        ADD 1 TO WS-CT-COUNT
        MOVE WS-CT-COUNT TO WS-CT-IDX
        MOVE PUR-REBILL-CLIENT-CODE TO WS-CT-CLIENT(WS-CT-IDX)
        MOVE 0 TO WS-CT-ITEMS(WS-CT-IDX)
        MOVE 0 TO WS-CT-AMOUNT(WS-CT-IDX)
    END-IF
    ADD 1 TO WS-CT-ITEMS(WS-CT-IDX)
    ADD PUR-REBILL-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX).
2200-EXIT.
    EXIT.

2250-MATCH-CLIENT SECTION.
    IF WS-CT-CLIENT(WS-CT-IDX) = PUR-REBILL-CLIENT-CODE
        MOVE 'Y' TO WS-CT-FOUND
    END-IF.
2250-EXIT.
    EXIT.

3000-WRITE-SUMMARY SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'CLIENT   COSTS       TO BILL PLN' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 3100-WRITE-CLIENT-LINE THRU 3100-EXIT
        VARYING WS-CT-IDX FROM 1 BY 1
        UNTIL WS-CT-IDX > WS-CT-COUNT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-TOTAL-COST TO WS-COST-EDIT
    MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-PENDING DELIMITED BY SIZE
        ' cost(s) unbilled: ' DELIMITED BY SIZE
        WS-COST-EDIT DELIMITED BY SIZE
        ' PLN cost, ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' PLN to bill.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'Waiting: ' DELIMITED BY SIZE
        WS-COUNT-AGE-30 DELIMITED BY SIZE
        ' up to 30 days, ' DELIMITED BY SIZE
        WS-COUNT-AGE-60 DELIMITED BY SIZE
        ' 31-60, ' DELIMITED BY SIZE
        WS-COUNT-AGE-OVER DELIMITED BY SIZE
        ' over 60.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3000-EXIT.
    EXIT.

3100-WRITE-CLIENT-LINE SECTION.
    MOVE WS-CT-ITEMS(WS-CT-IDX) TO WS-ITEMS-EDIT
    MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-CT-CLIENT(WS-CT-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ITEMS-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3100-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
