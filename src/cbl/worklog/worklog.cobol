*>             on the control report instead of silently billing
*>             at the default rate; a blank category keeps the old
*>             behavior.
*> 2026-10-15  Purchases flagged as rebillable in the purchase
*>             register and not billed yet go on the client's
*>             line-items file as their own lines (one unit at the
*>             rebill amount, their own VAT category, carrying the
*>             purchase key); a client with rebillable costs but
*>             no work in the period gets a file with the flat-
*>             rate line plus the costs.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATE-CARD-STATUS.

*> ---------------------------------------------------------------
*> Purchase register (see PURCHDTL.CPY), read for the costs
*> flagged as rebillable to a client and not billed yet.
*> ---------------------------------------------------------------
    SELECT PURCHASE-REGISTER-FILE
    ASSIGN TO DYNAMIC WS-PURCHREG-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS PUR-KEY
    FILE STATUS IS WS-PURCHREG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD WORKLOG-FILE.
*> Output records in exactly the LINE-ITEM-RECORD layout COBOLATOR
*> reads: description, quantity, unit rate (left blank so the
*> client's configured rate applies), VAT category (left blank so
*> the config rate applies).  A rebilled purchase goes out as one
*> unit at its rebill amount, under its own VAT category, with the
*> purchase's key so COBOLATOR can stamp it with the invoice.
*> ---------------------------------------------------------------
FD LINE-ITEMS-OUT-FILE.
01 LINE-ITEM-OUT-RECORD.
    05 LIO-QUANTITY PIC 9(5).99.
    05 LIO-RATE PIC X(10).
    05 LIO-VAT-CAT PIC X(2).
    05 LIO-PURCHASE-KEY PIC X(40).

FD CONTROL-REPORT-FILE.
01 CONTROL-REPORT-LINE PIC X(132).
FD RATE-CARD-FILE.
01 RATE-CARD-RECORD PIC X(40).

FD PURCHASE-REGISTER-FILE.
COPY "purchdtl.cpy".

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-WORKLOG-FILE-NAME PIC X(100) VALUE 'worklog.txt'.
01 WS-RATE-OUT PIC 9(6).99.
01 WS-UNPRICED-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Purchases pending rebilling to a client, invoiced on or before
*> the period end.  Each goes on its client's line-items file
*> until COBOLATOR stamps it billed, so a rerun of the split
*> carries it again and a forgotten invoice run loses nothing.
*> ---------------------------------------------------------------
01 WS-PURCHREG-FILE-NAME PIC X(100) VALUE 'purchreg.dat'.
01 WS-PURCHREG-FILE-STATUS PIC X(2).
01 WS-PUR-EOF PIC X VALUE 'N'.
    88 PUR-EOF VALUE 'Y'.
01 WS-RB-TABLE.
    05 WS-RB-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-RB-ENTRY OCCURS 500 TIMES.
        10 WS-RB-CLIENT PIC X(8).
        10 WS-RB-PURCHASE-KEY PIC X(40).
        10 WS-RB-DESCRIPTION PIC X(30).
        10 WS-RB-AMOUNT PIC 9(6)V99.
        10 WS-RB-VAT-CAT PIC X(2).
        10 WS-RB-PROCESSED PIC X(1).
01 WS-RB-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-RB-JDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-CLIENT-REBILLS PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-CLIENT-REBILL-AMOUNT PIC 9(7)V99 VALUE 0.
01 WS-REBILLS-EDIT PIC ZZZ9.
01 WS-REBILL-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-READ-WORKLOG THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2500-LOAD-REBILLABLES THRU 2500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-SPLIT-BY-CLIENT THRU 3000-EXIT
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-LOAD-REBILLABLES collects every purchase still pending
*> rebilling that was invoiced by the period end.  No purchase
*> register just means there is nothing to pass on.
*> ---------------------------------------------------------------
2500-LOAD-REBILLABLES SECTION.
    MOVE 'N' TO WS-PUR-EOF
    OPEN INPUT PURCHASE-REGISTER-FILE
    IF WS-PURCHREG-FILE-STATUS NOT = '00'
        DISPLAY 'No purchase register, no costs to rebill.'
        GO TO 2500-EXIT
    END-IF
    PERFORM 2550-LOAD-NEXT-PURCHASE THRU 2550-EXIT
        UNTIL PUR-EOF
    CLOSE PURCHASE-REGISTER-FILE
    DISPLAY WS-RB-COUNT ' rebillable purchase(s) pending.'.
2500-EXIT.
    EXIT.

2550-LOAD-NEXT-PURCHASE SECTION.
    READ PURCHASE-REGISTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-PUR-EOF
            GO TO 2550-EXIT
    END-READ
    IF NOT PUR-REBILL-PENDING
        GO TO 2550-EXIT
    END-IF
    IF PUR-INVOICE-DATE > WS-PERIOD-TO
        GO TO 2550-EXIT
    END-IF
    IF WS-RB-COUNT >= 500
        DISPLAY 'ERROR: more than 500 rebillable purchases pending.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-PUR-EOF
        GO TO 2550-EXIT
    END-IF
    ADD 1 TO WS-RB-COUNT
    MOVE WS-RB-COUNT TO WS-RB-IDX
    MOVE PUR-REBILL-CLIENT-CODE TO WS-RB-CLIENT(WS-RB-IDX)
    MOVE PUR-KEY TO WS-RB-PURCHASE-KEY(WS-RB-IDX)
    MOVE PUR-REBILL-DESCRIPTION TO WS-RB-DESCRIPTION(WS-RB-IDX)
    MOVE PUR-REBILL-AMOUNT TO WS-RB-AMOUNT(WS-RB-IDX)
    MOVE PUR-REBILL-VAT-CAT TO WS-RB-VAT-CAT(WS-RB-IDX)
    MOVE 'N' TO WS-RB-PROCESSED(WS-RB-IDX).
2550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-SPLIT-BY-CLIENT writes one line-items file per client seen
*> in the period (lineitems_<client>.txt, the name the client's
    PERFORM 3100-SPLIT-ONE-CLIENT THRU 3100-EXIT
        VARYING WS-EN-IDX FROM 1 BY 1
        UNTIL WS-EN-IDX > WS-ENTRY-COUNT
    PERFORM 3400-SPLIT-REBILL-CLIENT THRU 3400-EXIT
        VARYING WS-RB-IDX FROM 1 BY 1
        UNTIL WS-RB-IDX > WS-RB-COUNT

    CLOSE CONTROL-REPORT-FILE
    DISPLAY WS-CLIENT-COUNT ' client file(s) written, control'
    PERFORM 3200-WRITE-CLIENT-ITEM THRU 3200-EXIT
        VARYING WS-EN-JDX FROM 1 BY 1
        UNTIL WS-EN-JDX > WS-ENTRY-COUNT
    PERFORM 3500-WRITE-CLIENT-REBILLS THRU 3500-EXIT

    CLOSE LINE-ITEMS-OUT-FILE
    ADD 1 TO WS-CLIENT-COUNT
    MOVE WS-EN-DESCRIPTION(WS-EN-JDX) TO LIO-DESCRIPTION
    MOVE WS-EN-HOURS(WS-EN-JDX) TO LIO-QUANTITY
    MOVE SPACES TO LIO-VAT-CAT
    MOVE SPACES TO LIO-PURCHASE-KEY
    WRITE LINE-ITEM-OUT-RECORD
    ADD WS-EN-HOURS(WS-EN-JDX) TO WS-CLIENT-HOURS
    ADD 1 TO WS-CLIENT-TASKS.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3400-SPLIT-REBILL-CLIENT writes the file of a client with costs
*> to rebill but no work in the period.  Without a line-items file
*> COBOLATOR bills such a client one flat 'Professional services'
*> line at the config rate, so that line goes in first and the
*> invoice comes out as it would have, plus the rebilled costs.
*> ---------------------------------------------------------------
3400-SPLIT-REBILL-CLIENT SECTION.
    IF WS-RB-PROCESSED(WS-RB-IDX) = 'Y'
        GO TO 3400-EXIT
    END-IF
    MOVE WS-RB-CLIENT(WS-RB-IDX) TO WS-SPLIT-CLIENT
    MOVE 0 TO WS-CLIENT-HOURS
    MOVE 0 TO WS-CLIENT-TASKS

    MOVE SPACES TO WS-LINE-ITEMS-OUT-NAME
    STRING 'lineitems_' DELIMITED BY SIZE
        WS-SPLIT-CLIENT DELIMITED BY SPACE
        '.txt' DELIMITED BY SIZE
        INTO WS-LINE-ITEMS-OUT-NAME
    OPEN OUTPUT LINE-ITEMS-OUT-FILE
    MOVE 'Professional services' TO LIO-DESCRIPTION
    MOVE 1 TO LIO-QUANTITY
    MOVE SPACES TO LIO-RATE
    MOVE SPACES TO LIO-VAT-CAT
    MOVE SPACES TO LIO-PURCHASE-KEY
    WRITE LINE-ITEM-OUT-RECORD
    PERFORM 3500-WRITE-CLIENT-REBILLS THRU 3500-EXIT
    CLOSE LINE-ITEMS-OUT-FILE
    ADD 1 TO WS-CLIENT-COUNT
    DISPLAY 'Client ' WS-SPLIT-CLIENT ': flat rate plus rebilled'
        ' costs -> ' WS-LINE-ITEMS-OUT-NAME.
3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-WRITE-CLIENT-REBILLS adds the split client's pending
*> rebillable purchases to the open line-items file and puts them
*> on the control report, so each appears once per client file.
*> ---------------------------------------------------------------
3500-WRITE-CLIENT-REBILLS SECTION.
    MOVE 0 TO WS-CLIENT-REBILLS
    MOVE 0 TO WS-CLIENT-REBILL-AMOUNT
    PERFORM 3550-WRITE-ONE-REBILL THRU 3550-EXIT
        VARYING WS-RB-JDX FROM 1 BY 1
        UNTIL WS-RB-JDX > WS-RB-COUNT
    IF WS-CLIENT-REBILLS = 0
        GO TO 3500-EXIT
    END-IF
    MOVE WS-CLIENT-REBILLS TO WS-REBILLS-EDIT
    MOVE WS-CLIENT-REBILL-AMOUNT TO WS-REBILL-AMOUNT-EDIT
    MOVE SPACES TO CONTROL-REPORT-LINE
    STRING WS-SPLIT-CLIENT DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        WS-REBILLS-EDIT DELIMITED BY SIZE
        ' rebilled cost(s) ' DELIMITED BY SIZE
        WS-REBILL-AMOUNT-EDIT DELIMITED BY SIZE
        INTO CONTROL-REPORT-LINE
    WRITE CONTROL-REPORT-LINE.
3500-EXIT.
    EXIT.

3550-WRITE-ONE-REBILL SECTION.
    IF WS-RB-CLIENT(WS-RB-JDX) NOT = WS-SPLIT-CLIENT
        GO TO 3550-EXIT
    END-IF
    IF WS-RB-PROCESSED(WS-RB-JDX) = 'Y'
        GO TO 3550-EXIT
    END-IF
    MOVE 'Y' TO WS-RB-PROCESSED(WS-RB-JDX)
    MOVE WS-RB-DESCRIPTION(WS-RB-JDX) TO LIO-DESCRIPTION
    MOVE 1 TO LIO-QUANTITY
    MOVE WS-RB-AMOUNT(WS-RB-JDX) TO WS-RATE-OUT
    MOVE WS-RATE-OUT TO LIO-RATE
    MOVE WS-RB-VAT-CAT(WS-RB-JDX) TO LIO-VAT-CAT
    MOVE WS-RB-PURCHASE-KEY(WS-RB-JDX) TO LIO-PURCHASE-KEY
    WRITE LINE-ITEM-OUT-RECORD
    ADD 1 TO WS-CLIENT-REBILLS
    ADD WS-RB-AMOUNT(WS-RB-JDX) TO WS-CLIENT-REBILL-AMOUNT.
3550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3250-LOOKUP-CARD-RATE finds the rate for the current line's
*> client and category: of all card entries dated on or before
