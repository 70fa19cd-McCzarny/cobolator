IDENTIFICATION DIVISION.
PROGRAM-ID. VATUE.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - quarterly VAT-UE summary
*>             (informacja podsumowujaca, part C): the reverse-
*>             charge services invoiced to buyers in other EU
*>             countries, totalled in PLN per issuing business
*>             and buyer EU VAT ID from the invoice detail
*>             register, corrections netted in the quarter they
*>             were issued.
*> 2026-10-15  Advance invoices (type 'Z') are taken in like
*>             ordinary invoices; a final invoice's detail record
*>             carries only the amount left after its advances.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INVOICE-DETAIL-FILE.
COPY "invdtl.cpy".

*> ---------------------------------------------------------------
*> Detail history register: a quarter of a year the YEAREND close
*> has already moved is summarized from here, the same way
*> JPKEXPORT re-runs a closed-year period.
*> ---------------------------------------------------------------
FD HISTORY-FILE.
COPY "invdtl.cpy" REPLACING ==INVOICE-DETAIL-RECORD==
    BY ==HISTORY-DETAIL-RECORD==
    LEADING ==DTL-== BY ==HST-==.

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-INVOICE-DETAIL-FILE-NAME PIC X(100) VALUE 'invoicedtl.dat'.
01 WS-INVOICE-DETAIL-FILE-STATUS PIC X(2).
01 WS-HISTORY-FILE-NAME PIC X(100) VALUE 'invoicedtl_hist.dat'.
01 WS-HISTORY-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'vatue.txt'.
01 WS-DTL-EOF PIC X VALUE 'N'.
    88 DTL-EOF VALUE 'Y'.
01 WS-HST-EOF PIC X VALUE 'N'.
    88 HST-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <yyyy> <quarter 1-4> [output]
*> The quarter runs from the first day of its first month to the
*> last day of its third; day 31 as the upper bound covers every
*> month length.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-YEAR PIC 9(4) VALUE 0.
01 WS-QUARTER PIC 9 VALUE 0.
01 WS-FIRST-MONTH PIC 9(2) VALUE 0.
01 WS-LAST-MONTH PIC 9(2) VALUE 0.
01 WS-PERIOD-FROM PIC 9(8) VALUE 0.
01 WS-PERIOD-TO PIC 9(8) VALUE 0.

01 WS-RATE-IDX PIC 9 COMPUTATIONAL VALUE 0.
01 WS-DOC-NP-NET PIC S9(9)V99 VALUE 0.
01 WS-DOC-RATE PIC 9(3)V9999 VALUE 0.
01 WS-DOC-PLN PIC S9(11)V99 VALUE 0.
01 WS-DOC-COUNT PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-NO-RATE-COUNT PIC 9(5) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Per-buyer totals: one slot per issuing business and buyer EU
*> VAT ID seen in the quarter.  Overflowing the table aborts the
*> run - a summary missing buyers would be filed as complete.
*> ---------------------------------------------------------------
01 WS-BUYER-TABLE.
    05 WS-BY-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-BY-ENTRY OCCURS 1000 TIMES.
        10 WS-BY-SELLER-NIP PIC 9(10).
        10 WS-BY-VAT-ID PIC X(14).
        10 WS-BY-NAME PIC X(80).
        10 WS-BY-DOCS PIC 9(5).
        10 WS-BY-VALUE PIC S9(11)V99.
01 WS-BY-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-BY-FOUND PIC X VALUE 'N'.
    88 BY-FOUND VALUE 'Y'.
01 WS-TABLE-OVERFLOW-FLAG PIC X VALUE 'N'.
    88 BUYER-TABLE-OVERFLOW VALUE 'Y'.

01 WS-DECLARED-VALUE PIC S9(11) VALUE 0.
01 WS-GRAND-VALUE PIC S9(11)V99 VALUE 0.
01 WS-GRAND-DECLARED PIC S9(11) VALUE 0.
01 WS-VAT-NUMBER PIC X(12) VALUE SPACES.
01 WS-DOCS-EDIT PIC ZZZZ9.
01 WS-VALUE-EDIT PIC ---,---,---,--9.99.
01 WS-DECLARED-EDIT PIC ---,---,---,--9.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-SUMMARIZE-QUARTER THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE NOT = 8
        PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'VATUE - quarterly VAT-UE summary'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2 = SPACES
        DISPLAY 'Usage: vatue <yyyy> <quarter 1-4> [output-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-YEAR
    MOVE WS-CL-WORD-2 TO WS-QUARTER
    IF WS-CL-WORD-3 NOT = SPACES
        MOVE WS-CL-WORD-3 TO WS-REPORT-FILE-NAME
    END-IF
    IF WS-YEAR = 0 OR WS-QUARTER < 1 OR WS-QUARTER > 4
        DISPLAY 'ERROR: year or quarter not valid: '
            WS-CL-WORD-1 ' ' WS-CL-WORD-2
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    COMPUTE WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1
    COMPUTE WS-LAST-MONTH = WS-QUARTER * 3
    COMPUTE WS-PERIOD-FROM =
        WS-YEAR * 10000 + WS-FIRST-MONTH * 100 + 1
    COMPUTE WS-PERIOD-TO =
        WS-YEAR * 10000 + WS-LAST-MONTH * 100 + 31
    DISPLAY 'Quarter ' WS-QUARTER '/' WS-YEAR ': '
        WS-PERIOD-FROM ' - ' WS-PERIOD-TO.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-SUMMARIZE-QUARTER walks the live detail register and then
*> the history register, rolling every in-quarter EU service
*> document into its buyer's slot.
*> ---------------------------------------------------------------
2000-SUMMARIZE-QUARTER SECTION.
    OPEN INPUT INVOICE-DETAIL-FILE
    IF WS-INVOICE-DETAIL-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: invoice detail register not found: '
            WS-INVOICE-DETAIL-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-READ-NEXT-DETAIL THRU 2100-EXIT
        UNTIL DTL-EOF OR BUYER-TABLE-OVERFLOW
    IF NOT BUYER-TABLE-OVERFLOW
        PERFORM 2400-SUMMARIZE-HISTORY THRU 2400-EXIT
    END-IF
    CLOSE INVOICE-DETAIL-FILE
    IF BUYER-TABLE-OVERFLOW
        DISPLAY 'ERROR: more than 1000 EU buyers in the quarter -'
            ' no summary written.'
        MOVE 8 TO WS-RETURN-CODE
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-NEXT-DETAIL SECTION.
    READ INVOICE-DETAIL-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-DTL-EOF
            GO TO 2100-EXIT
    END-READ
    PERFORM 2150-TAKE-EU-DOC THRU 2150-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2150-TAKE-EU-DOC takes the detail record in the buffer if it is
*> an in-quarter invoice, correction or advance invoice to a
*> buyer with an EU VAT ID, sums its 'NP' net and values it in
*> PLN at the rate the document was issued at.  A foreign-currency
*> document with no recorded rate cannot be valued - it is named
*> on the console, left out, and the run ends with return code 4.
*> ---------------------------------------------------------------
2150-TAKE-EU-DOC SECTION.
    IF DTL-ISSUE-DATE < WS-PERIOD-FROM
            OR DTL-ISSUE-DATE > WS-PERIOD-TO
        GO TO 2150-EXIT
    END-IF
    IF NOT DTL-TYPE-INVOICE AND NOT DTL-TYPE-CORRECTION
            AND NOT DTL-TYPE-ADVANCE
        GO TO 2150-EXIT
    END-IF
    IF DTL-BUYER-VAT-ID = SPACES OR DTL-BUYER-COUNTRY = 'PL'
            OR DTL-BUYER-COUNTRY = SPACES
        GO TO 2150-EXIT
    END-IF
    MOVE 0 TO WS-DOC-NP-NET
    PERFORM 2200-ADD-NP-BUCKET THRU 2200-EXIT
        VARYING WS-RATE-IDX FROM 1 BY 1
        UNTIL WS-RATE-IDX > DTL-RATE-COUNT
    IF WS-DOC-NP-NET = 0
        GO TO 2150-EXIT
    END-IF
    IF DTL-CURRENCY = 'PLN'
        MOVE 1 TO WS-DOC-RATE
    ELSE
        MOVE DTL-ISSUE-RATE TO WS-DOC-RATE
    END-IF
    IF WS-DOC-RATE = 0
        DISPLAY 'WARNING: no issue rate recorded for '
            DTL-DESIGNATION ' (' DTL-CURRENCY ') - left out.'
        ADD 1 TO WS-NO-RATE-COUNT
        MOVE 4 TO WS-RETURN-CODE
        GO TO 2150-EXIT
    END-IF
    COMPUTE WS-DOC-PLN ROUNDED = WS-DOC-NP-NET * WS-DOC-RATE
    PERFORM 2300-ADD-TO-BUYER THRU 2300-EXIT.
2150-EXIT.
    EXIT.

2200-ADD-NP-BUCKET SECTION.
    IF DTL-RATE-CODE(WS-RATE-IDX) = 'NP'
        ADD DTL-RATE-NET(WS-RATE-IDX) TO WS-DOC-NP-NET
    END-IF.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-ADD-TO-BUYER rolls the document into the slot for its
*> issuing business and buyer VAT ID, opening a new slot for a
*> buyer not seen yet.  The VARYING loop steps WS-BY-IDX one past
*> the match before it stops, so step it back.
*> ---------------------------------------------------------------
2300-ADD-TO-BUYER SECTION.
    MOVE 'N' TO WS-BY-FOUND
    PERFORM 2350-MATCH-BUYER THRU 2350-EXIT
        VARYING WS-BY-IDX FROM 1 BY 1
        UNTIL WS-BY-IDX > WS-BY-COUNT OR BY-FOUND
    IF BY-FOUND
        SUBTRACT 1 FROM WS-BY-IDX
    ELSE
        IF WS-BY-COUNT >= 1000
            SET BUYER-TABLE-OVERFLOW TO TRUE
            GO TO 2300-EXIT
        END-IF
        ADD 1 TO WS-BY-COUNT
        MOVE WS-BY-COUNT TO WS-BY-IDX
        MOVE DTL-SELLER-NIP TO WS-BY-SELLER-NIP(WS-BY-IDX)
        MOVE DTL-BUYER-VAT-ID TO WS-BY-VAT-ID(WS-BY-IDX)
        MOVE DTL-BUYER-NAME TO WS-BY-NAME(WS-BY-IDX)
        MOVE 0 TO WS-BY-DOCS(WS-BY-IDX)
        MOVE 0 TO WS-BY-VALUE(WS-BY-IDX)
    END-IF
    ADD 1 TO WS-BY-DOCS(WS-BY-IDX)
    ADD WS-DOC-PLN TO WS-BY-VALUE(WS-BY-IDX)
    ADD 1 TO WS-DOC-COUNT.
2300-EXIT.
    EXIT.

2350-MATCH-BUYER SECTION.
    IF WS-BY-SELLER-NIP(WS-BY-IDX) = DTL-SELLER-NIP
            AND WS-BY-VAT-ID(WS-BY-IDX) = DTL-BUYER-VAT-ID
        SET BY-FOUND TO TRUE
    END-IF.
2350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2400-SUMMARIZE-HISTORY repeats the pass over the detail history
*> register.  No history file only means no year has been closed.
*> ---------------------------------------------------------------
2400-SUMMARIZE-HISTORY SECTION.
    MOVE 'N' TO WS-HST-EOF
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = '00'
        GO TO 2400-EXIT
    END-IF
    PERFORM 2450-READ-NEXT-HISTORY THRU 2450-EXIT
        UNTIL HST-EOF OR BUYER-TABLE-OVERFLOW
    CLOSE HISTORY-FILE.
2400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2450-READ-NEXT-HISTORY takes one history record through the
*> live buffer.  A record an interrupted close left in BOTH
*> registers is skipped - the live pass already counted it.
*> ---------------------------------------------------------------
2450-READ-NEXT-HISTORY SECTION.
    READ HISTORY-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-HST-EOF
            GO TO 2450-EXIT
    END-READ
    MOVE HISTORY-DETAIL-RECORD TO INVOICE-DETAIL-RECORD
    READ INVOICE-DETAIL-FILE
        INVALID KEY
            MOVE HISTORY-DETAIL-RECORD TO INVOICE-DETAIL-RECORD
            PERFORM 2150-TAKE-EU-DOC THRU 2150-EXIT
    END-READ.
2450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-WRITE-REPORT writes one line per buyer - the country code
*> and VAT number the declaration asks for separately, the
*> document count, the PLN value and that value in whole zloty as
*> it is declared - and the quarter's grand total.
*> ---------------------------------------------------------------
3000-WRITE-REPORT SECTION.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'VAT-UE SUMMARY (PART C - SERVICES) QUARTER '
        DELIMITED BY SIZE
        WS-QUARTER DELIMITED BY SIZE
        '/' DELIMITED BY SIZE
        WS-YEAR DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'SELLER-NIP CC VAT-NUMBER    DOCS'
        '           VALUE PLN        DECLARED  BUYER'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-GRAND-VALUE
    MOVE 0 TO WS-GRAND-DECLARED
    PERFORM 3100-WRITE-ONE-BUYER THRU 3100-EXIT
        VARYING WS-BY-IDX FROM 1 BY 1
        UNTIL WS-BY-IDX > WS-BY-COUNT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-DOC-COUNT TO WS-DOCS-EDIT
    MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT
    MOVE WS-GRAND-DECLARED TO WS-DECLARED-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'TOTAL                       ' DELIMITED BY SIZE
        WS-DOCS-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-VALUE-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DECLARED-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-NO-RATE-COUNT > 0
        MOVE SPACES TO REPORT-LINE
        STRING 'NOTE: foreign-currency document(s) with no issue'
            ' rate left out - see the run log.'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    CLOSE REPORT-FILE
    DISPLAY WS-BY-COUNT ' buyer(s), ' WS-DOC-COUNT
        ' document(s) summarized to ' WS-REPORT-FILE-NAME.
3000-EXIT.
    EXIT.

3100-WRITE-ONE-BUYER SECTION.
    COMPUTE WS-DECLARED-VALUE ROUNDED = WS-BY-VALUE(WS-BY-IDX)
    ADD WS-BY-VALUE(WS-BY-IDX) TO WS-GRAND-VALUE
    ADD WS-DECLARED-VALUE TO WS-GRAND-DECLARED
    MOVE WS-BY-VAT-ID(WS-BY-IDX)(3:12) TO WS-VAT-NUMBER
    MOVE WS-BY-DOCS(WS-BY-IDX) TO WS-DOCS-EDIT
    MOVE WS-BY-VALUE(WS-BY-IDX) TO WS-VALUE-EDIT
    MOVE WS-DECLARED-VALUE TO WS-DECLARED-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-BY-SELLER-NIP(WS-BY-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BY-VAT-ID(WS-BY-IDX)(1:2) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-VAT-NUMBER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DOCS-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-VALUE-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DECLARED-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-BY-NAME(WS-BY-IDX) DELIMITED BY '  '
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3100-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
