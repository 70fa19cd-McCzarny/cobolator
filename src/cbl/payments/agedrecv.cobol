*>             remaining due (gross minus paid) as the exposure,
*>             and a grand total line per currency - so month-end
*>             review reads a report instead of a hex viewer.
*> 2026-10-15  Items under an open dispute are reported in their
*>             own DISPUTED column instead of an age bucket.
*> 2026-10-15  Items written off by the WRITEOFF run (status 'W')
*>             are never aged; those written off this month are
*>             totalled per currency under the grand totals.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
*> Open items collected from the ledger before reporting, so the
*> per-buyer grouping does not depend on the physical order of the
*> file - the same approach the dunning run takes.  Each item is
*> kept with its exposure already placed in the right age bucket;
*> an item under dispute goes to the sixth, DISPUTED, bucket
*> whatever its age, so collectible and contested money read
*> apart.
*> ---------------------------------------------------------------
01 WS-ITEM-TABLE.
    05 WS-ITEM-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
        10 WS-IT-BUYER-NAME PIC X(80).
        10 WS-IT-DUE-DATE PIC 9(8).
        10 WS-IT-CURRENCY PIC X(3).
        10 WS-IT-BUCKET OCCURS 6 TIMES.
            15 WS-IT-BUCKET-AMT PIC 9(9)V99.
        10 WS-IT-PROCESSED PIC X(1).
01 WS-IT-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-GROUP-BUYER-NIP PIC 9(10) VALUE 0.
01 WS-GROUP-CURRENCY PIC X(3) VALUE SPACES.
01 WS-GROUP-BUCKETS.
    05 WS-GROUP-BUCKET-AMT PIC 9(11)V99 OCCURS 6 TIMES.
01 WS-GROUP-TOTAL PIC 9(11)V99 VALUE 0.

*> ---------------------------------------------------------------
    05 WS-CCY-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-CCY-ENTRY OCCURS 10 TIMES.
        10 WS-CCY-CODE PIC X(3).
        10 WS-CCY-BUCKET-AMT PIC 9(11)V99 OCCURS 6 TIMES.
        10 WS-CCY-TOTAL PIC 9(11)V99.
01 WS-CCY-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-CCY-FOUND PIC X VALUE 'N'.
    88 CCY-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> Items the WRITEOFF run closed this month ('W', written off on
*> or after the first of the current month): no longer receivables,
*> so never aged, but totalled per currency under the grand totals
*> so the month's drop in exposure reads against what was given up.
*> ---------------------------------------------------------------
01 WS-MONTH-START-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-WO-TOTALS.
    05 WS-WO-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-WO-ENTRY OCCURS 10 TIMES.
        10 WS-WO-CCY PIC X(3).
        10 WS-WO-ITEMS PIC 9(5).
        10 WS-WO-AMOUNT PIC 9(11)V99.
01 WS-WO-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-WO-FOUND PIC X VALUE 'N'.
    88 WO-FOUND VALUE 'Y'.

01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-AMT-EDIT-1 PIC ZZZ,ZZ9.99.
01 WS-AMT-EDIT-2 PIC ZZZ,ZZ9.99.
01 WS-AMT-EDIT-3 PIC ZZZ,ZZ9.99.
01 WS-AMT-EDIT-4 PIC ZZZ,ZZ9.99.
01 WS-AMT-EDIT-5 PIC ZZZ,ZZ9.99.
01 WS-AMT-EDIT-6 PIC ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-1 PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-3 PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-4 PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-5 PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-6 PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-EDIT-7 PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
    MOVE WS-TODAY-YYYYMMDD TO WS-MONTH-START-YYYYMMDD
    MOVE '01' TO WS-MONTH-START-YYYYMMDD(7:2)
    STRING WS-TODAY-YYYYMMDD(1:4) '-'
        WS-TODAY-YYYYMMDD(5:2) '-'
        WS-TODAY-YYYYMMDD(7:2)
*> ---------------------------------------------------------------
*> 2000-COLLECT-OPEN-ITEMS walks this seller's open items and keeps
*> every one still open, with its exposure placed in the age bucket
*> its due date earns today, and totals this month's write-offs.
*> ---------------------------------------------------------------
2000-COLLECT-OPEN-ITEMS SECTION.
    OPEN INPUT OPEN-ITEMS-FILE
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2100-EXIT
    END-IF
    IF OI-WRITTEN-OFF
        IF OI-SETTLED-DATE NOT < WS-MONTH-START-YYYYMMDD
            PERFORM 2200-ADD-WRITTEN-OFF THRU 2200-EXIT
        END-IF
        GO TO 2100-EXIT
    END-IF
    IF NOT OI-OPEN
        GO TO 2100-EXIT
    END-IF
        FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
    COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-DATE-INT
    EVALUATE TRUE
    WHEN OI-DISPUTED
        MOVE 6 TO WS-BUCKET-IDX
    WHEN WS-DAYS-OVERDUE <= 0
        MOVE 1 TO WS-BUCKET-IDX
    WHEN WS-DAYS-OVERDUE <= 30
    MOVE 0 TO WS-IT-BUCKET-AMT(WS-IT-IDX, 3)
    MOVE 0 TO WS-IT-BUCKET-AMT(WS-IT-IDX, 4)
    MOVE 0 TO WS-IT-BUCKET-AMT(WS-IT-IDX, 5)
    MOVE 0 TO WS-IT-BUCKET-AMT(WS-IT-IDX, 6)
    MOVE WS-REMAINING-DUE
        TO WS-IT-BUCKET-AMT(WS-IT-IDX, WS-BUCKET-IDX)
    MOVE 'N' TO WS-IT-PROCESSED(WS-IT-IDX).
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-ADD-WRITTEN-OFF adds a written-off item to its currency's
*> slot of the written-off-this-month totals.
*> ---------------------------------------------------------------
2200-ADD-WRITTEN-OFF SECTION.
    MOVE 'N' TO WS-WO-FOUND
    PERFORM 2250-MATCH-WO-ENTRY THRU 2250-EXIT
        VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-COUNT OR WO-FOUND
    IF WO-FOUND
        SUBTRACT 1 FROM WS-WO-IDX
    ELSE
        IF WS-WO-COUNT >= 10
            GO TO 2200-EXIT
        END-IF
        ADD 1 TO WS-WO-COUNT
        MOVE WS-WO-COUNT TO WS-WO-IDX
        MOVE OI-CURRENCY TO WS-WO-CCY(WS-WO-IDX)
        MOVE 0 TO WS-WO-ITEMS(WS-WO-IDX)
        MOVE 0 TO WS-WO-AMOUNT(WS-WO-IDX)
    END-IF
    ADD 1 TO WS-WO-ITEMS(WS-WO-IDX)
    ADD OI-WRITEOFF-AMOUNT TO WS-WO-AMOUNT(WS-WO-IDX).
2200-EXIT.
    EXIT.

2250-MATCH-WO-ENTRY SECTION.
    IF WS-WO-CCY(WS-WO-IDX) = OI-CURRENCY
        SET WO-FOUND TO TRUE
    END-IF.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-WRITE-REPORT groups the collected items per buyer and
*> currency (the first unprocessed item starts the group, every
    MOVE 0 TO WS-GROUP-BUCKET-AMT(3)
    MOVE 0 TO WS-GROUP-BUCKET-AMT(4)
    MOVE 0 TO WS-GROUP-BUCKET-AMT(5)
    MOVE 0 TO WS-GROUP-BUCKET-AMT(6)

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'INVOICE              DUE DATE       CURRENT'
        '        1-30       31-60       61-90     OVER 90'
        '    DISPUTED'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-IT-BUCKET-AMT(WS-IT-JDX, 3) TO WS-AMT-EDIT-3
    MOVE WS-IT-BUCKET-AMT(WS-IT-JDX, 4) TO WS-AMT-EDIT-4
    MOVE WS-IT-BUCKET-AMT(WS-IT-JDX, 5) TO WS-AMT-EDIT-5
    MOVE WS-IT-BUCKET-AMT(WS-IT-JDX, 6) TO WS-AMT-EDIT-6
    MOVE SPACES TO REPORT-LINE
    STRING WS-IT-DESIGNATION(WS-IT-JDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMT-EDIT-4 DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMT-EDIT-5 DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMT-EDIT-6 DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM 3250-ROLL-UP-ITEM THRU 3250-EXIT
        VARYING WS-BUCKET-IDX FROM 1 BY 1
        UNTIL WS-BUCKET-IDX > 6
    MOVE 'Y' TO WS-IT-PROCESSED(WS-IT-JDX).
3200-EXIT.
    EXIT.
        MOVE 0 TO WS-CCY-BUCKET-AMT(WS-CCY-IDX, 3)
        MOVE 0 TO WS-CCY-BUCKET-AMT(WS-CCY-IDX, 4)
        MOVE 0 TO WS-CCY-BUCKET-AMT(WS-CCY-IDX, 5)
        MOVE 0 TO WS-CCY-BUCKET-AMT(WS-CCY-IDX, 6)
        MOVE 0 TO WS-CCY-TOTAL(WS-CCY-IDX)
    END-IF.
3270-EXIT.
    COMPUTE WS-GROUP-TOTAL =
        WS-GROUP-BUCKET-AMT(1) + WS-GROUP-BUCKET-AMT(2)
        + WS-GROUP-BUCKET-AMT(3) + WS-GROUP-BUCKET-AMT(4)
        + WS-GROUP-BUCKET-AMT(5) + WS-GROUP-BUCKET-AMT(6)
    MOVE WS-GROUP-BUCKET-AMT(1) TO WS-AMT-EDIT-1
    MOVE WS-GROUP-BUCKET-AMT(2) TO WS-AMT-EDIT-2
    MOVE WS-GROUP-BUCKET-AMT(3) TO WS-AMT-EDIT-3
    MOVE WS-GROUP-BUCKET-AMT(4) TO WS-AMT-EDIT-4
    MOVE WS-GROUP-BUCKET-AMT(5) TO WS-AMT-EDIT-5
    MOVE WS-GROUP-BUCKET-AMT(6) TO WS-AMT-EDIT-6
    MOVE WS-GROUP-TOTAL TO WS-TOTAL-EDIT-6
    MOVE SPACES TO REPORT-LINE
    STRING 'SUBTOTAL ' DELIMITED BY SIZE
        WS-AMT-EDIT-4 DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMT-EDIT-5 DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMT-EDIT-6 DELIMITED BY SIZE
        '  total ' DELIMITED BY SIZE
        WS-TOTAL-EDIT-6 DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 3600-WRITE-ONE-CCY-TOTAL THRU 3600-EXIT
        VARYING WS-CCY-IDX FROM 1 BY 1
        UNTIL WS-CCY-IDX > WS-CCY-COUNT
    IF WS-WO-COUNT = 0
        GO TO 3500-EXIT
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'WRITTEN OFF THIS MONTH (NOT AGED)' TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 3700-WRITE-ONE-WO-TOTAL THRU 3700-EXIT
        VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-COUNT.
3500-EXIT.
    EXIT.

    MOVE WS-CCY-BUCKET-AMT(WS-CCY-IDX, 3) TO WS-TOTAL-EDIT-3
    MOVE WS-CCY-BUCKET-AMT(WS-CCY-IDX, 4) TO WS-TOTAL-EDIT-4
    MOVE WS-CCY-BUCKET-AMT(WS-CCY-IDX, 5) TO WS-TOTAL-EDIT-5
    MOVE WS-CCY-BUCKET-AMT(WS-CCY-IDX, 6) TO WS-TOTAL-EDIT-6
    MOVE WS-CCY-TOTAL(WS-CCY-IDX) TO WS-TOTAL-EDIT-7
    MOVE SPACES TO REPORT-LINE
    STRING WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TOTAL-EDIT-4 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TOTAL-EDIT-5 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TOTAL-EDIT-6 DELIMITED BY SIZE
        '  total ' DELIMITED BY SIZE
        WS-TOTAL-EDIT-7 DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3600-EXIT.
    EXIT.

3700-WRITE-ONE-WO-TOTAL SECTION.
    MOVE WS-WO-AMOUNT(WS-WO-IDX) TO WS-TOTAL-EDIT-7
    MOVE SPACES TO REPORT-LINE
    STRING WS-WO-CCY(WS-WO-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-WO-ITEMS(WS-WO-IDX) DELIMITED BY SIZE
        ' item(s) written off  total ' DELIMITED BY SIZE
        WS-TOTAL-EDIT-7 DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
3700-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
