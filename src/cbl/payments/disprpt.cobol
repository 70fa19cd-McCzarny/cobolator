IDENTIFICATION DIVISION.
PROGRAM-ID. DISPRPT.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - open disputes report: every open
*>             item of the seller with an open dispute, with who
*>             raised it, why, the amount still due and how many
*>             days the dispute has been running, bucketed by age
*>             at the foot so a dispute left to go stale shows up.
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

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'disprpt.txt'.

*> ---------------------------------------------------------------
*> Command line layout: <seller-nip> [report-file]
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-SELLER-NIP PIC 9(10) VALUE 0.

01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-TODAY-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
01 WS-DISPUTE-DATE-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-DISPUTE-AGE PIC 9(5) VALUE 0.
01 WS-REMAINING-DUE PIC 9(9)V99 VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Dispute counts by age: up to 30 days, 31-60, 61-90, over 90.
*> The counters land in STRINGed report lines, so they stay USAGE
*> DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-DISPUTES PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-30 PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-60 PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-90 PIC 9(5) VALUE 0.
01 WS-COUNT-AGE-OVER PIC 9(5) VALUE 0.
01 WS-OLDEST-AGE PIC 9(5) VALUE 0.

01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-AGE-EDIT PIC ZZZZ9.

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
    DISPLAY 'DISPRPT - open disputes report'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2
    IF WS-CL-WORD-1 = SPACES
        DISPLAY 'Usage: disprpt <seller-nip> [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-SELLER-NIP
    IF WS-CL-WORD-2 NOT = SPACES
        MOVE WS-CL-WORD-2 TO WS-REPORT-FILE-NAME
    END-IF

    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
    STRING WS-TODAY-YYYYMMDD(1:4) '-'
        WS-TODAY-YYYYMMDD(5:2) '-'
        WS-TODAY-YYYYMMDD(7:2)
        DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-WRITE-REPORT walks this seller's open items in key order
*> and writes two lines per item under an open dispute, then the
*> age summary.
*> ---------------------------------------------------------------
2000-WRITE-REPORT SECTION.
    OPEN INPUT OPEN-ITEMS-FILE
    IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: open items ledger not found: '
            WS-OPEN-ITEMS-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'OPEN DISPUTES  seller ' DELIMITED BY SIZE
        WS-SELLER-NIP DELIMITED BY SIZE
        '  as of ' DELIMITED BY SIZE
        WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'DOCUMENT             BUYER-NIP  OPENED      DAYS  STATUS'
        '   CCY  STILL DUE  RAISED BY'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO OI-SELLER-NIP
    MOVE LOW-VALUES TO OI-DOC-TYPE
    MOVE 0 TO OI-DOC-YEAR
    MOVE 0 TO OI-DOC-NUMBER
    START OPEN-ITEMS-FILE KEY >= OI-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 2100-REPORT-NEXT-ITEM THRU 2100-EXIT
        UNTIL SCAN-EOF

    PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
    CLOSE OPEN-ITEMS-FILE
    CLOSE REPORT-FILE
    DISPLAY WS-COUNT-DISPUTES ' open dispute(s), written to '
        WS-REPORT-FILE-NAME.
2000-EXIT.
    EXIT.

2100-REPORT-NEXT-ITEM SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 2100-EXIT
    END-READ
    IF OI-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2100-EXIT
    END-IF
    IF NOT OI-DISPUTED
        GO TO 2100-EXIT
    END-IF

    COMPUTE WS-DISPUTE-DATE-INT =
        FUNCTION INTEGER-OF-DATE(OI-DISPUTE-DATE)
    IF WS-DISPUTE-DATE-INT > WS-TODAY-INT
        MOVE 0 TO WS-DISPUTE-AGE
    ELSE
        COMPUTE WS-DISPUTE-AGE = WS-TODAY-INT - WS-DISPUTE-DATE-INT
    END-IF
    ADD 1 TO WS-COUNT-DISPUTES
    EVALUATE TRUE
    WHEN WS-DISPUTE-AGE <= 30
        ADD 1 TO WS-COUNT-AGE-30
    WHEN WS-DISPUTE-AGE <= 60
        ADD 1 TO WS-COUNT-AGE-60
    WHEN WS-DISPUTE-AGE <= 90
        ADD 1 TO WS-COUNT-AGE-90
    WHEN OTHER
        ADD 1 TO WS-COUNT-AGE-OVER
    END-EVALUATE
    IF WS-DISPUTE-AGE > WS-OLDEST-AGE
        MOVE WS-DISPUTE-AGE TO WS-OLDEST-AGE
    END-IF

    COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING OI-DISPUTE-DATE(1:4) '-'
        OI-DISPUTE-DATE(5:2) '-'
        OI-DISPUTE-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE WS-DISPUTE-AGE TO WS-AGE-EDIT
    MOVE WS-REMAINING-DUE TO WS-AMOUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING OI-DESIGNATION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-BUYER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AGE-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
*> A disputed item PAYMATCH has since settled stays on the report
*> until someone closes the dispute - it is still an open dispute.
    IF OI-SETTLED
        MOVE 'SETTLED' TO REPORT-LINE(51:7)
    ELSE
        MOVE 'OPEN' TO REPORT-LINE(51:4)
    END-IF
    STRING OI-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        OI-DISPUTE-RAISED-BY DELIMITED BY '  '
        INTO REPORT-LINE(60:73)
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '    ' DELIMITED BY SIZE
        OI-BUYER-NAME DELIMITED BY '  '
        ': ' DELIMITED BY SIZE
        OI-DISPUTE-REASON DELIMITED BY '  '
        INTO REPORT-LINE
    WRITE REPORT-LINE.
2100-EXIT.
    EXIT.

3000-WRITE-SUMMARY SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-DISPUTES DELIMITED BY SIZE
        ' open dispute(s): ' DELIMITED BY SIZE
        WS-COUNT-AGE-30 DELIMITED BY SIZE
        ' up to 30 days, ' DELIMITED BY SIZE
        WS-COUNT-AGE-60 DELIMITED BY SIZE
        ' 31-60, ' DELIMITED BY SIZE
        WS-COUNT-AGE-90 DELIMITED BY SIZE
        ' 61-90, ' DELIMITED BY SIZE
        WS-COUNT-AGE-OVER DELIMITED BY SIZE
        ' over 90.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-OLDEST-AGE TO WS-AGE-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'Oldest dispute: ' DELIMITED BY SIZE
        WS-AGE-EDIT DELIMITED BY SIZE
        ' day(s).' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3000-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
