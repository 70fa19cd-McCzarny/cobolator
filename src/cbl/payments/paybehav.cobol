IDENTIFICATION DIVISION.
PROGRAM-ID. PAYBEHAV.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - payment behaviour report for the
*>             quarterly credit review: per buyer over the rolling
*>             twelve months to the as-of date, the days sales
*>             outstanding, the average and worst days paid late,
*>             the share of invoices paid on time, the highest
*>             dunning level reached and the interest billed, a
*>             payment grade, and a proposed credit limit or
*>             billing hold written as a CUSTMAINT transaction
*>             file per buyer, to be reviewed and then applied.
*> 2026-10-15  Items written off by the WRITEOFF run close on
*>             their write-off date instead of counting as
*>             receivable for ever.
*> 2026-10-15  An inactive customer is reported as INACTIVE ON
*>             MASTER and gets no credit review file, since
*>             applying an UPDATE through CUSTMAINT would
*>             reactivate it.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEMS-FILE
    ASSIGN TO DYNAMIC WS-OPEN-ITEMS-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS OI-KEY
    FILE STATUS IS WS-OPEN-ITEMS-FILE-STATUS.

    SELECT CUSTOMER-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CUSTMAST-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CUST-NIP
    FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

*> ---------------------------------------------------------------
*> The proposal for one buyer, in the KEY:VALUE layout CUSTMAINT
*> reads - CUSTMAINT takes one customer per run, so each buyer
*> with a proposed change gets a file of its own.
*> ---------------------------------------------------------------
    SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC WS-PROPOSAL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

FD CUSTOMER-MASTER-FILE.
COPY "custmast.cpy".

FD PROPOSAL-FILE.
01 PROPOSAL-ENTRY.
    05 PROPOSAL-KEY PIC X(8).
    05 PROPOSAL-DELIMITER PIC X(1).
    05 PROPOSAL-VALUE PIC X(80).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-CUSTMAST-FILE-NAME PIC X(100) VALUE 'custmast.dat'.
01 WS-CUSTMAST-FILE-STATUS PIC X(2).
01 WS-PROPOSAL-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-PROPOSAL-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'paybehav.txt'.
01 WS-CUSTMAST-OPEN PIC X VALUE 'N'.
    88 CUSTMAST-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <seller-nip> [as-of-yyyymmdd] [report-file]
*> The as-of date (default today) is normally the quarter-end; the
*> review covers the twelve months up to and including it.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(300) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-SELLER-NIP PIC 9(10) VALUE 0.

01 WS-AS-OF-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-AS-OF-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-AS-OF-DISPLAY PIC X(10) VALUE SPACES.
01 WS-WINDOW-FROM PIC 9(8) VALUE 0.
01 WS-WINDOW-FROM-SPLIT REDEFINES WS-WINDOW-FROM.
    05 WS-WINDOW-FROM-YEAR PIC 9(4).
    05 WS-WINDOW-FROM-MMDD PIC 9(4).
01 WS-WINDOW-FROM-DISPLAY PIC X(10) VALUE SPACES.
01 WS-DUE-DATE-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-PAID-DATE-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-DAYS-LATE PIC S9(5) COMPUTATIONAL VALUE 0.
01 WS-REMAINING-DUE PIC 9(9)V99 VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-ITEM-SETTLED-FLAG PIC X VALUE 'N'.
    88 ITEM-SETTLED VALUE 'Y'.

*> ---------------------------------------------------------------
*> One entry per buyer, built in a single pass over the seller's
*> open items.  An invoice (F, or an advance Z) counts towards the
*> sales when issued in the twelve months; its lateness counts
*> once it is decided - paid, or still open past its due date,
*> whenever it was issued.  Interest notes (N) issued in the twelve
*> months make up the interest billed.  Amounts are face value in
*> the document currency, the same way COBOLATOR sums a buyer's
*> exposure against the credit limit.
*> ---------------------------------------------------------------
01 WS-BUYER-TABLE.
    05 WS-BY-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-BY-ENTRY OCCURS 500 TIMES.
        10 WS-BY-NIP PIC 9(10).
        10 WS-BY-NAME PIC X(80).
        10 WS-BY-INVOICES PIC 9(5).
        10 WS-BY-SALES PIC 9(11)V99.
        10 WS-BY-RECEIVABLE PIC 9(11)V99.
        10 WS-BY-DECIDED PIC 9(5).
        10 WS-BY-ON-TIME PIC 9(5).
        10 WS-BY-LATE PIC 9(5).
        10 WS-BY-LATE-DAYS PIC 9(9).
        10 WS-BY-WORST-DAYS PIC 9(5).
        10 WS-BY-MAX-DUNNING PIC 9(1).
        10 WS-BY-INTEREST PIC 9(11)V99.
01 WS-BY-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-BY-FOUND PIC X VALUE 'N'.
    88 BUYER-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> Grading thresholds.  A pays on time (nine in ten, never more
*> than 14 days late, never dunned); B mostly on time (three in
*> four, 14 days late on average, one reminder at most); C pays
*> in the end (half on time, 30 days late on average, no final
*> demand); E has gone over 90 days late or had a final demand;
*> anyone else is D.
*> ---------------------------------------------------------------
01 WS-GRADE-A-ON-TIME-PCT PIC 9(3) VALUE 90.
01 WS-GRADE-A-WORST-DAYS PIC 9(5) VALUE 14.
01 WS-GRADE-B-ON-TIME-PCT PIC 9(3) VALUE 75.
01 WS-GRADE-B-AVG-DAYS PIC 9(5) VALUE 14.
01 WS-GRADE-C-ON-TIME-PCT PIC 9(3) VALUE 50.
01 WS-GRADE-C-AVG-DAYS PIC 9(5) VALUE 30.
01 WS-GRADE-E-WORST-DAYS PIC 9(5) VALUE 90.

*> ---------------------------------------------------------------
*> The proposed credit limit is a number of months of the buyer's
*> average monthly sales - three for A, two for B, one for C, half
*> for D - rounded up to a hundred and never below the floor (a
*> zero limit would mean unlimited to COBOLATOR).  E is proposed
*> for billing hold and keeps its limit; A to C are released from
*> a hold, D keeps whatever hold it has.
*> ---------------------------------------------------------------
01 WS-LIMIT-MONTHS-A PIC 9V9 VALUE 3.0.
01 WS-LIMIT-MONTHS-B PIC 9V9 VALUE 2.0.
01 WS-LIMIT-MONTHS-C PIC 9V9 VALUE 1.0.
01 WS-LIMIT-MONTHS-D PIC 9V9 VALUE 0.5.
01 WS-LIMIT-FLOOR PIC 9(9)V99 VALUE 1000.00.

*> The buyer being graded.
01 WS-ON-TIME-PCT PIC 9(3) VALUE 0.
01 WS-AVG-LATE-DAYS PIC 9(5) VALUE 0.
01 WS-DSO PIC 9(5) VALUE 0.
01 WS-GRADE PIC X(1) VALUE SPACE.
01 WS-LIMIT-MONTHS PIC 9V9 VALUE 0.
01 WS-MONTHLY-SALES PIC 9(11)V99 VALUE 0.
01 WS-LIMIT-HUNDREDS PIC 9(9) VALUE 0.
01 WS-CURRENT-LIMIT PIC 9(9)V99 VALUE 0.
01 WS-CURRENT-HOLD PIC X(1) VALUE SPACE.
01 WS-PROPOSED-LIMIT PIC 9(9)V99 VALUE 0.
01 WS-PROPOSED-HOLD PIC X(1) VALUE SPACE.
01 WS-PROPOSAL-STATUS PIC X(32) VALUE SPACES.
01 WS-ON-MASTER-FLAG PIC X VALUE 'N'.
    88 BUYER-ON-MASTER VALUE 'Y'.
01 WS-LIMIT-OUT-EDIT PIC Z(8)9.99.
01 WS-LIMIT-LEAD PIC 9(2) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Report counters; they land in STRINGed report lines, so they
*> stay USAGE DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-BUYERS PIC 9(5) VALUE 0.
01 WS-COUNT-PROPOSALS PIC 9(5) VALUE 0.
01 WS-COUNT-HOLDS PIC 9(5) VALUE 0.
01 WS-GRADE-COUNTS.
    05 WS-COUNT-GRADE PIC 9(5) OCCURS 5 TIMES VALUE 0.
01 WS-GRADE-IDX PIC 9(1) COMPUTATIONAL VALUE 0.
01 WS-GRADE-LETTERS PIC X(5) VALUE 'ABCDE'.

01 WS-COUNT-EDIT PIC ZZZZ9.
01 WS-DAYS-EDIT-1 PIC ZZZZ9.
01 WS-DAYS-EDIT-2 PIC ZZZZ9.
01 WS-DAYS-EDIT-3 PIC ZZZZ9.
01 WS-PCT-EDIT PIC ZZ9.
01 WS-AMT-EDIT-1 PIC ZZZ,ZZZ,ZZ9.99.
01 WS-AMT-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
01 WS-AMT-EDIT-3 PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-COLLECT-BUYERS THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'PAYBEHAV - payment behaviour report'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    IF WS-CL-WORD-1 = SPACES
        DISPLAY 'Usage: paybehav <seller-nip> [as-of-yyyymmdd]'
            ' [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-SELLER-NIP
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
        DELIMITED BY SIZE INTO WS-AS-OF-DISPLAY

*> The window opens the day after the same date a year earlier
*> (29 February going back to 1 March).
    MOVE WS-AS-OF-YYYYMMDD TO WS-WINDOW-FROM
    SUBTRACT 1 FROM WS-WINDOW-FROM-YEAR
    IF WS-WINDOW-FROM-MMDD = 0229
        MOVE 0228 TO WS-WINDOW-FROM-MMDD
    END-IF
    COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-WINDOW-FROM) + 1)
    STRING WS-WINDOW-FROM(1:4) '-'
        WS-WINDOW-FROM(5:2) '-'
        WS-WINDOW-FROM(7:2)
        DELIMITED BY SIZE INTO WS-WINDOW-FROM-DISPLAY.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-COLLECT-BUYERS walks this seller's open items once and
*> adds every item to its buyer's figures.
*> ---------------------------------------------------------------
2000-COLLECT-BUYERS SECTION.
    OPEN INPUT OPEN-ITEMS-FILE
    IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: open items ledger not found: '
            WS-OPEN-ITEMS-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO OI-SELLER-NIP
    MOVE LOW-VALUES TO OI-DOC-TYPE
    MOVE 0 TO OI-DOC-YEAR
    MOVE 0 TO OI-DOC-NUMBER
    START OPEN-ITEMS-FILE KEY >= OI-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 2100-SCAN-NEXT-ITEM THRU 2100-EXIT
        UNTIL SCAN-EOF
    CLOSE OPEN-ITEMS-FILE
    IF WS-RETURN-CODE NOT = 0
        GO TO 2000-EXIT
    END-IF
    DISPLAY WS-BY-COUNT ' buyer(s) found.'.
2000-EXIT.
    EXIT.

2100-SCAN-NEXT-ITEM SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 2100-EXIT
    END-READ
    IF OI-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2100-EXIT
    END-IF
    IF OI-DOC-TYPE NOT = 'F' AND OI-DOC-TYPE NOT = 'Z'
            AND OI-DOC-TYPE NOT = 'N'
        GO TO 2100-EXIT
    END-IF
    IF OI-ISSUE-DATE > WS-AS-OF-YYYYMMDD
        GO TO 2100-EXIT
    END-IF

*> An item settled after the as-of date was still open on it.  An
*> item written off is no longer owed either - it closes on its
*> write-off date, late by however long it went unpaid.
    MOVE 'N' TO WS-ITEM-SETTLED-FLAG
    IF (OI-SETTLED OR OI-WRITTEN-OFF)
            AND OI-SETTLED-DATE NOT > WS-AS-OF-YYYYMMDD
        MOVE 'Y' TO WS-ITEM-SETTLED-FLAG
    END-IF
    IF ITEM-SETTLED
        MOVE 0 TO WS-REMAINING-DUE
    ELSE
        IF OI-SETTLED
            MOVE OI-GROSS-AMOUNT TO WS-REMAINING-DUE
        ELSE
            COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
        END-IF
    END-IF

*> Older items only matter while they are still open.
    IF OI-ISSUE-DATE < WS-WINDOW-FROM
            AND (ITEM-SETTLED OR WS-REMAINING-DUE = 0)
        GO TO 2100-EXIT
    END-IF

    PERFORM 2200-FIND-BUYER THRU 2200-EXIT
    IF WS-RETURN-CODE NOT = 0
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2100-EXIT
    END-IF
    ADD WS-REMAINING-DUE TO WS-BY-RECEIVABLE(WS-BY-IDX)
    IF OI-DUNNING-LEVEL > WS-BY-MAX-DUNNING(WS-BY-IDX)
        MOVE OI-DUNNING-LEVEL TO WS-BY-MAX-DUNNING(WS-BY-IDX)
    END-IF
    IF OI-DOC-TYPE = 'N'
        IF OI-ISSUE-DATE NOT < WS-WINDOW-FROM
            ADD OI-GROSS-AMOUNT TO WS-BY-INTEREST(WS-BY-IDX)
        END-IF
        GO TO 2100-EXIT
    END-IF

    IF OI-ISSUE-DATE NOT < WS-WINDOW-FROM
        ADD 1 TO WS-BY-INVOICES(WS-BY-IDX)
        ADD OI-GROSS-AMOUNT TO WS-BY-SALES(WS-BY-IDX)
    END-IF
    PERFORM 2300-ADD-LATENESS THRU 2300-EXIT.
2100-EXIT.
    EXIT.

2200-FIND-BUYER SECTION.
    MOVE 'N' TO WS-BY-FOUND
    PERFORM 2250-MATCH-BUYER THRU 2250-EXIT
        VARYING WS-BY-IDX FROM 1 BY 1
        UNTIL WS-BY-IDX > WS-BY-COUNT OR BUYER-FOUND
    IF BUYER-FOUND
        SUBTRACT 1 FROM WS-BY-IDX
        GO TO 2200-EXIT
    END-IF
    IF WS-BY-COUNT >= 500
        DISPLAY 'ERROR: more than 500 buyers - run aborted,'
            ' no report written.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2200-EXIT
    END-IF
    ADD 1 TO WS-BY-COUNT
    MOVE WS-BY-COUNT TO WS-BY-IDX
    MOVE OI-BUYER-NIP TO WS-BY-NIP(WS-BY-IDX)
    MOVE OI-BUYER-NAME TO WS-BY-NAME(WS-BY-IDX)
    MOVE 0 TO WS-BY-INVOICES(WS-BY-IDX)
    MOVE 0 TO WS-BY-SALES(WS-BY-IDX)
    MOVE 0 TO WS-BY-RECEIVABLE(WS-BY-IDX)
    MOVE 0 TO WS-BY-DECIDED(WS-BY-IDX)
    MOVE 0 TO WS-BY-ON-TIME(WS-BY-IDX)
    MOVE 0 TO WS-BY-LATE(WS-BY-IDX)
    MOVE 0 TO WS-BY-LATE-DAYS(WS-BY-IDX)
    MOVE 0 TO WS-BY-WORST-DAYS(WS-BY-IDX)
    MOVE 0 TO WS-BY-MAX-DUNNING(WS-BY-IDX)
    MOVE 0 TO WS-BY-INTEREST(WS-BY-IDX).
2200-EXIT.
    EXIT.

2250-MATCH-BUYER SECTION.
    IF WS-BY-NIP(WS-BY-IDX) = OI-BUYER-NIP
        MOVE 'Y' TO WS-BY-FOUND
    END-IF.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-ADD-LATENESS scores one invoice: a paid one by its
*> settlement date against the due date, an open one past its due
*> date by the days it is late so far.  An open one not yet due
*> has not been decided either way, nor has a paid one with no
*> settlement date on record.
*> ---------------------------------------------------------------
2300-ADD-LATENESS SECTION.
    IF ITEM-SETTLED AND OI-SETTLED-DATE = 0
        GO TO 2300-EXIT
    END-IF
    COMPUTE WS-DUE-DATE-INT = FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
    IF ITEM-SETTLED
        COMPUTE WS-PAID-DATE-INT =
            FUNCTION INTEGER-OF-DATE(OI-SETTLED-DATE)
    ELSE
        IF WS-AS-OF-INT NOT > WS-DUE-DATE-INT
            GO TO 2300-EXIT
        END-IF
        MOVE WS-AS-OF-INT TO WS-PAID-DATE-INT
    END-IF
    COMPUTE WS-DAYS-LATE = WS-PAID-DATE-INT - WS-DUE-DATE-INT
    ADD 1 TO WS-BY-DECIDED(WS-BY-IDX)
    IF WS-DAYS-LATE NOT > 0
        ADD 1 TO WS-BY-ON-TIME(WS-BY-IDX)
        GO TO 2300-EXIT
    END-IF
    ADD 1 TO WS-BY-LATE(WS-BY-IDX)
    ADD WS-DAYS-LATE TO WS-BY-LATE-DAYS(WS-BY-IDX)
    IF WS-DAYS-LATE > WS-BY-WORST-DAYS(WS-BY-IDX)
        MOVE WS-DAYS-LATE TO WS-BY-WORST-DAYS(WS-BY-IDX)
    END-IF.
2300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-WRITE-REPORT grades every buyer, writes its proposal and
*> lists it, two lines a buyer, then the grade counts.
*> ---------------------------------------------------------------
3000-WRITE-REPORT SECTION.
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-CUSTMAST-FILE-STATUS = '00'
        SET CUSTMAST-OPEN TO TRUE
    ELSE
        DISPLAY 'No customer master, no proposals can be made.'
    END-IF
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'PAYMENT BEHAVIOUR  business ' DELIMITED BY SIZE
        WS-SELLER-NIP DELIMITED BY SIZE
        '  twelve months ' DELIMITED BY SIZE
        WS-WINDOW-FROM-DISPLAY DELIMITED BY SIZE
        ' to ' DELIMITED BY SIZE
        WS-AS-OF-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'BUYER NIP   INV         SALES   RECEIVABLE   DSO'
        ' AVG LATE WORST ON-TIME% DUN  INTEREST BILLED  GRADE'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '            NAME                           CURRENT LIMIT'
        ' HOLD  PROPOSED LIMIT HOLD  PROPOSAL'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 3100-REPORT-BUYER THRU 3100-EXIT
        VARYING WS-BY-IDX FROM 1 BY 1
        UNTIL WS-BY-IDX > WS-BY-COUNT

    PERFORM 3900-WRITE-SUMMARY THRU 3900-EXIT
    IF CUSTMAST-OPEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    CLOSE REPORT-FILE
    DISPLAY WS-COUNT-BUYERS ' buyer(s) graded, ' WS-COUNT-PROPOSALS
        ' proposal file(s) written; report in ' WS-REPORT-FILE-NAME.
3000-EXIT.
    EXIT.

3100-REPORT-BUYER SECTION.
    ADD 1 TO WS-COUNT-BUYERS
    PERFORM 3200-COMPUTE-FIGURES THRU 3200-EXIT
    PERFORM 3300-GRADE-BUYER THRU 3300-EXIT
    PERFORM 3400-PROPOSE-STANDING THRU 3400-EXIT

    MOVE WS-BY-INVOICES(WS-BY-IDX) TO WS-COUNT-EDIT
    MOVE WS-BY-SALES(WS-BY-IDX) TO WS-AMT-EDIT-1
    MOVE WS-BY-RECEIVABLE(WS-BY-IDX) TO WS-AMT-EDIT-2
    MOVE WS-BY-INTEREST(WS-BY-IDX) TO WS-AMT-EDIT-3
    MOVE WS-DSO TO WS-DAYS-EDIT-1
    MOVE WS-AVG-LATE-DAYS TO WS-DAYS-EDIT-2
    MOVE WS-BY-WORST-DAYS(WS-BY-IDX) TO WS-DAYS-EDIT-3
    MOVE WS-ON-TIME-PCT TO WS-PCT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-BY-NIP(WS-BY-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        WS-AMT-EDIT-1 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMT-EDIT-2 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DAYS-EDIT-1 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-DAYS-EDIT-2 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DAYS-EDIT-3 DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        WS-PCT-EDIT DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        WS-BY-MAX-DUNNING(WS-BY-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMT-EDIT-3 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-GRADE DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-CURRENT-LIMIT TO WS-AMT-EDIT-1
    MOVE WS-PROPOSED-LIMIT TO WS-AMT-EDIT-2
    MOVE SPACES TO REPORT-LINE
    STRING '            ' DELIMITED BY SIZE
        WS-BY-NAME(WS-BY-IDX)(1:30) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMT-EDIT-1 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-CURRENT-HOLD DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMT-EDIT-2 DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-PROPOSED-HOLD DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-PROPOSAL-STATUS DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-COMPUTE-FIGURES: DSO is what the buyer owes on the as-of
*> date against the twelve months' sales, in days of the year
*> (999 when it owes with no sales at all); the average is taken
*> over the invoices paid late, the on-time share over every
*> decided one.
*> ---------------------------------------------------------------
3200-COMPUTE-FIGURES SECTION.
    MOVE 0 TO WS-DSO
    IF WS-BY-SALES(WS-BY-IDX) > 0
        COMPUTE WS-DSO ROUNDED = WS-BY-RECEIVABLE(WS-BY-IDX) * 365
            / WS-BY-SALES(WS-BY-IDX)
            ON SIZE ERROR
                MOVE 999 TO WS-DSO
        END-COMPUTE
        IF WS-DSO > 999
            MOVE 999 TO WS-DSO
        END-IF
    ELSE
        IF WS-BY-RECEIVABLE(WS-BY-IDX) > 0
            MOVE 999 TO WS-DSO
        END-IF
    END-IF
    MOVE 0 TO WS-AVG-LATE-DAYS
    IF WS-BY-LATE(WS-BY-IDX) > 0
        COMPUTE WS-AVG-LATE-DAYS ROUNDED =
            WS-BY-LATE-DAYS(WS-BY-IDX) / WS-BY-LATE(WS-BY-IDX)
    END-IF
    MOVE 0 TO WS-ON-TIME-PCT
    IF WS-BY-DECIDED(WS-BY-IDX) > 0
        COMPUTE WS-ON-TIME-PCT =
            WS-BY-ON-TIME(WS-BY-IDX) * 100 / WS-BY-DECIDED(WS-BY-IDX)
    END-IF.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3300-GRADE-BUYER applies the thresholds above; a buyer with no
*> invoice decided yet is not graded ('-').
*> ---------------------------------------------------------------
3300-GRADE-BUYER SECTION.
    IF WS-BY-DECIDED(WS-BY-IDX) = 0
        MOVE '-' TO WS-GRADE
        GO TO 3300-EXIT
    END-IF
    EVALUATE TRUE
    WHEN WS-BY-WORST-DAYS(WS-BY-IDX) > WS-GRADE-E-WORST-DAYS
            OR WS-BY-MAX-DUNNING(WS-BY-IDX) >= 3
        MOVE 'E' TO WS-GRADE
    WHEN WS-ON-TIME-PCT >= WS-GRADE-A-ON-TIME-PCT
            AND WS-BY-WORST-DAYS(WS-BY-IDX) <= WS-GRADE-A-WORST-DAYS
            AND WS-BY-MAX-DUNNING(WS-BY-IDX) = 0
        MOVE 'A' TO WS-GRADE
    WHEN WS-ON-TIME-PCT >= WS-GRADE-B-ON-TIME-PCT
            AND WS-AVG-LATE-DAYS <= WS-GRADE-B-AVG-DAYS
            AND WS-BY-MAX-DUNNING(WS-BY-IDX) <= 1
        MOVE 'B' TO WS-GRADE
    WHEN WS-ON-TIME-PCT >= WS-GRADE-C-ON-TIME-PCT
            AND WS-AVG-LATE-DAYS <= WS-GRADE-C-AVG-DAYS
            AND WS-BY-MAX-DUNNING(WS-BY-IDX) <= 2
        MOVE 'C' TO WS-GRADE
    WHEN OTHER
        MOVE 'D' TO WS-GRADE
    END-EVALUATE
    PERFORM 3350-COUNT-GRADE THRU 3350-EXIT
        VARYING WS-GRADE-IDX FROM 1 BY 1
        UNTIL WS-GRADE-IDX > 5.
3300-EXIT.
    EXIT.

3350-COUNT-GRADE SECTION.
    IF WS-GRADE-LETTERS(WS-GRADE-IDX:1) = WS-GRADE
        ADD 1 TO WS-COUNT-GRADE(WS-GRADE-IDX)
    END-IF.
3350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3400-PROPOSE-STANDING works out the proposed limit and hold and
*> writes the buyer's transaction file when either differs from
*> the master.  A buyer not on the customer master has no limit to
*> change (COBOLATOR checks none for it).  An inactive customer is
*> reported but gets no proposal: CUSTMAINT's UPDATE reactivates
*> the customer it is applied to.
*> ---------------------------------------------------------------
3400-PROPOSE-STANDING SECTION.
    MOVE 0 TO WS-CURRENT-LIMIT
    MOVE SPACE TO WS-CURRENT-HOLD
    MOVE 0 TO WS-PROPOSED-LIMIT
    MOVE SPACE TO WS-PROPOSED-HOLD
    MOVE 'N' TO WS-ON-MASTER-FLAG
    IF CUSTMAST-OPEN
        MOVE WS-BY-NIP(WS-BY-IDX) TO CUST-NIP
        READ CUSTOMER-MASTER-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ON-MASTER-FLAG
        END-READ
    END-IF
    IF NOT BUYER-ON-MASTER
        MOVE 'NOT ON CUSTOMER MASTER' TO WS-PROPOSAL-STATUS
        GO TO 3400-EXIT
    END-IF
    MOVE CUST-CREDIT-LIMIT TO WS-CURRENT-LIMIT
    MOVE 'N' TO WS-CURRENT-HOLD
    IF CUST-ON-HOLD
        MOVE 'H' TO WS-CURRENT-HOLD
    END-IF
    MOVE WS-CURRENT-LIMIT TO WS-PROPOSED-LIMIT
    MOVE WS-CURRENT-HOLD TO WS-PROPOSED-HOLD
    IF CUST-INACTIVE
        MOVE 'INACTIVE ON MASTER' TO WS-PROPOSAL-STATUS
        GO TO 3400-EXIT
    END-IF

    EVALUATE WS-GRADE
    WHEN 'A'
        MOVE WS-LIMIT-MONTHS-A TO WS-LIMIT-MONTHS
        MOVE 'N' TO WS-PROPOSED-HOLD
    WHEN 'B'
        MOVE WS-LIMIT-MONTHS-B TO WS-LIMIT-MONTHS
        MOVE 'N' TO WS-PROPOSED-HOLD
    WHEN 'C'
        MOVE WS-LIMIT-MONTHS-C TO WS-LIMIT-MONTHS
        MOVE 'N' TO WS-PROPOSED-HOLD
    WHEN 'D'
        MOVE WS-LIMIT-MONTHS-D TO WS-LIMIT-MONTHS
    WHEN 'E'
        MOVE 0 TO WS-LIMIT-MONTHS
        MOVE 'H' TO WS-PROPOSED-HOLD
    WHEN OTHER
        MOVE 'NOT GRADED' TO WS-PROPOSAL-STATUS
        GO TO 3400-EXIT
    END-EVALUATE

    IF WS-LIMIT-MONTHS > 0
        COMPUTE WS-MONTHLY-SALES = WS-BY-SALES(WS-BY-IDX) / 12
        COMPUTE WS-LIMIT-HUNDREDS =
            (WS-MONTHLY-SALES * WS-LIMIT-MONTHS + 99.99) / 100
        COMPUTE WS-PROPOSED-LIMIT = WS-LIMIT-HUNDREDS * 100
        IF WS-PROPOSED-LIMIT < WS-LIMIT-FLOOR
            MOVE WS-LIMIT-FLOOR TO WS-PROPOSED-LIMIT
        END-IF
    END-IF
    IF WS-PROPOSED-HOLD = 'H'
        ADD 1 TO WS-COUNT-HOLDS
    END-IF
    IF WS-PROPOSED-LIMIT = WS-CURRENT-LIMIT
            AND WS-PROPOSED-HOLD = WS-CURRENT-HOLD
        MOVE 'NO CHANGE' TO WS-PROPOSAL-STATUS
        GO TO 3400-EXIT
    END-IF
    PERFORM 3500-WRITE-PROPOSAL THRU 3500-EXIT.
3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-WRITE-PROPOSAL writes credrev_<nip>_<as-of>.txt, applied
*> with "custmaint <file>" once reviewed.  The limit line is left
*> out when only the hold changes, so CUSTMAINT keeps the limit.
*> ---------------------------------------------------------------
3500-WRITE-PROPOSAL SECTION.
    MOVE SPACES TO WS-PROPOSAL-FILE-NAME
    STRING 'credrev_' DELIMITED BY SIZE
        WS-BY-NIP(WS-BY-IDX) DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-AS-OF-YYYYMMDD DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO WS-PROPOSAL-FILE-NAME
    OPEN OUTPUT PROPOSAL-FILE
    IF WS-PROPOSAL-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: proposal cannot be written: '
            WS-PROPOSAL-FILE-NAME
        MOVE 'NOT WRITTEN' TO WS-PROPOSAL-STATUS
        MOVE 4 TO WS-RETURN-CODE
        GO TO 3500-EXIT
    END-IF
    MOVE SPACES TO PROPOSAL-ENTRY
    MOVE 'ACTION__' TO PROPOSAL-KEY
    MOVE ':' TO PROPOSAL-DELIMITER
    MOVE 'UPDATE' TO PROPOSAL-VALUE
    WRITE PROPOSAL-ENTRY
    MOVE SPACES TO PROPOSAL-ENTRY
    MOVE 'NIPNUMBR' TO PROPOSAL-KEY
    MOVE ':' TO PROPOSAL-DELIMITER
    MOVE WS-BY-NIP(WS-BY-IDX) TO PROPOSAL-VALUE
    WRITE PROPOSAL-ENTRY
    IF WS-PROPOSED-LIMIT NOT = WS-CURRENT-LIMIT
        MOVE WS-PROPOSED-LIMIT TO WS-LIMIT-OUT-EDIT
        MOVE 0 TO WS-LIMIT-LEAD
        INSPECT WS-LIMIT-OUT-EDIT TALLYING WS-LIMIT-LEAD
            FOR LEADING SPACES
        MOVE SPACES TO PROPOSAL-ENTRY
        MOVE 'CREDLIM_' TO PROPOSAL-KEY
        MOVE ':' TO PROPOSAL-DELIMITER
        MOVE WS-LIMIT-OUT-EDIT(WS-LIMIT-LEAD + 1 :) TO PROPOSAL-VALUE
        WRITE PROPOSAL-ENTRY
    END-IF
    IF WS-PROPOSED-HOLD NOT = WS-CURRENT-HOLD
        MOVE SPACES TO PROPOSAL-ENTRY
        MOVE 'HOLDFLAG' TO PROPOSAL-KEY
        MOVE ':' TO PROPOSAL-DELIMITER
        MOVE WS-PROPOSED-HOLD TO PROPOSAL-VALUE
        WRITE PROPOSAL-ENTRY
    END-IF
    CLOSE PROPOSAL-FILE
    ADD 1 TO WS-COUNT-PROPOSALS
    MOVE WS-PROPOSAL-FILE-NAME TO WS-PROPOSAL-STATUS.
3500-EXIT.
    EXIT.

3900-WRITE-SUMMARY SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-BUYERS DELIMITED BY SIZE
        ' buyer(s): grade A ' DELIMITED BY SIZE
        WS-COUNT-GRADE(1) DELIMITED BY SIZE
        ', B ' DELIMITED BY SIZE
        WS-COUNT-GRADE(2) DELIMITED BY SIZE
        ', C ' DELIMITED BY SIZE
        WS-COUNT-GRADE(3) DELIMITED BY SIZE
        ', D ' DELIMITED BY SIZE
        WS-COUNT-GRADE(4) DELIMITED BY SIZE
        ', E ' DELIMITED BY SIZE
        WS-COUNT-GRADE(5) DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-PROPOSALS DELIMITED BY SIZE
        ' proposal file(s) written (' DELIMITED BY SIZE
        WS-COUNT-HOLDS DELIMITED BY SIZE
        ' buyer(s) proposed for billing hold); review each and'
        ' apply it with custmaint <file>.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'Amounts are in the documents'' own currency, as the'
        ' credit limit is checked.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3900-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
