*>             the December year's expected gross instead of
*>             raising a false mismatch there and corrupting the
*>             new year's check of the same number.
*> 2026-10-15  The FZ/ advance invoice sequence is walked after
*>             the invoice sequence with the same detail, open-
*>             item and archive checks; its bound comes off
*>             REGISTER-LAST-ADVANCE-NUMBER or the highest 'Z'
*>             number on file.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    88 BOUND-FROM-REGISTER VALUE 'R'.
    88 BOUND-FROM-DETAIL   VALUE 'D'.
01 WS-CHECK-NUMBER PIC 9(6) VALUE 0.

*> ---------------------------------------------------------------
*> Advance invoices (FZ/) run a numbering sequence of their own,
*> walked after the invoice sequence with the same checks.  The
*> document type under check drives the detail, open-item and
*> archive keys; correction deltas only ever apply to 'F'.
*> ---------------------------------------------------------------
01 WS-LAST-ADVANCE-NUMBER PIC 9(6) VALUE 0.
01 WS-CHECK-DOC-TYPE PIC X VALUE 'F'.
    88 CHECKING-INVOICES VALUE 'F'.
    88 CHECKING-ADVANCES VALUE 'Z'.
01 WS-CHECK-DOC-LABEL PIC X(20) VALUE 'invoice'.
01 WS-SCAN-HIGHEST PIC 9(6) VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.

*> amount mismatches against every corrected invoice.
    IF WS-RETURN-CODE = 0
        PERFORM 4000-WALK-NUMBER-SEQUENCE THRU 4000-EXIT
        PERFORM 4050-WALK-ADVANCE-SEQUENCE THRU 4050-EXIT
        PERFORM 5000-CHECK-ORPHAN-ITEMS THRU 5000-EXIT
        PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
    END-IF.
*> 2500-FIND-SEQUENCE-BOUND establishes the last invoice number of
*> the checked year: straight off the register when it still
*> counts that year, otherwise the highest 'F' number the detail
*> register carries for it.  The advance sequence's bound comes
*> the same way, off REGISTER-LAST-ADVANCE-NUMBER or the highest
*> 'Z' number on file.
*> ---------------------------------------------------------------
2500-FIND-SEQUENCE-BOUND SECTION.
    MOVE WS-SELLER-NIP TO REGISTER-NIP
    END-READ
    IF REGISTER-NUMBER-YEAR = WS-CHECK-YEAR
        MOVE REGISTER-LAST-INVOICE-NUMBER TO WS-LAST-NUMBER
        MOVE REGISTER-LAST-ADVANCE-NUMBER TO WS-LAST-ADVANCE-NUMBER
        SET BOUND-FROM-REGISTER TO TRUE
        GO TO 2500-EXIT
    END-IF
        GO TO 2500-EXIT
    END-IF
    SET BOUND-FROM-DETAIL TO TRUE
    SET CHECKING-ADVANCES TO TRUE
    PERFORM 2550-FIND-HIGHEST-ON-FILE THRU 2550-EXIT
    MOVE WS-SCAN-HIGHEST TO WS-LAST-ADVANCE-NUMBER
    SET CHECKING-INVOICES TO TRUE
    PERFORM 2550-FIND-HIGHEST-ON-FILE THRU 2550-EXIT
    MOVE WS-SCAN-HIGHEST TO WS-LAST-NUMBER
    MOVE 'Register has rolled past this year - the sequence is'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'checked up to the highest recorded number; numbers lost'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'off the tail cannot be seen.' TO REPORT-LINE
    WRITE REPORT-LINE.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2550-FIND-HIGHEST-ON-FILE leaves in WS-SCAN-HIGHEST the highest
*> number of WS-CHECK-DOC-TYPE the live and history registers
*> carry for the checked year.
*> ---------------------------------------------------------------
2550-FIND-HIGHEST-ON-FILE SECTION.
    MOVE 0 TO WS-SCAN-HIGHEST
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO DTL-SELLER-NIP
    MOVE WS-CHECK-DOC-TYPE TO DTL-DOC-TYPE
    MOVE WS-CHECK-YEAR TO DTL-DOC-YEAR
    MOVE 0 TO DTL-DOC-NUMBER
    START INVOICE-DETAIL-FILE KEY >= DTL-KEY
        UNTIL SCAN-EOF
    IF HISTORY-PRESENT
        PERFORM 2700-SCAN-HISTORY-HIGHEST THRU 2700-EXIT
    END-IF.
2550-EXIT.
    EXIT.

2600-SCAN-FOR-HIGHEST SECTION.
            GO TO 2600-EXIT
    END-READ
    IF DTL-SELLER-NIP NOT = WS-SELLER-NIP
            OR DTL-DOC-TYPE NOT = WS-CHECK-DOC-TYPE
            OR DTL-DOC-YEAR NOT = WS-CHECK-YEAR
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2600-EXIT
    END-IF
    MOVE DTL-DOC-NUMBER TO WS-SCAN-HIGHEST.
2600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2700-SCAN-HISTORY-HIGHEST raises the sequence bound to the
*> highest number of the checked type the history file carries
*> for the year - a closed year's records live there, not in the
*> live register.
*> ---------------------------------------------------------------
2700-SCAN-HISTORY-HIGHEST SECTION.
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO HST-SELLER-NIP
    MOVE WS-CHECK-DOC-TYPE TO HST-DOC-TYPE
    MOVE WS-CHECK-YEAR TO HST-DOC-YEAR
    MOVE 0 TO HST-DOC-NUMBER
    START HISTORY-FILE KEY >= HST-KEY
            GO TO 2750-EXIT
    END-READ
    IF HST-SELLER-NIP NOT = WS-SELLER-NIP
            OR HST-DOC-TYPE NOT = WS-CHECK-DOC-TYPE
            OR HST-DOC-YEAR NOT = WS-CHECK-YEAR
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2750-EXIT
    END-IF
    IF HST-DOC-NUMBER > WS-SCAN-HIGHEST
        MOVE HST-DOC-NUMBER TO WS-SCAN-HIGHEST
    END-IF.
2750-EXIT.
    EXIT.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4050-WALK-ADVANCE-SEQUENCE runs the same checks over the FZ/
*> sequence 1..last advance number.
*> ---------------------------------------------------------------
4050-WALK-ADVANCE-SEQUENCE SECTION.
    SET CHECKING-ADVANCES TO TRUE
    MOVE 'advance invoice' TO WS-CHECK-DOC-LABEL
    PERFORM 4100-CHECK-ONE-NUMBER THRU 4100-EXIT
        VARYING WS-CHECK-NUMBER FROM 1 BY 1
        UNTIL WS-CHECK-NUMBER > WS-LAST-ADVANCE-NUMBER
    SET CHECKING-INVOICES TO TRUE
    MOVE 'invoice' TO WS-CHECK-DOC-LABEL.
4050-EXIT.
    EXIT.

4100-CHECK-ONE-NUMBER SECTION.
    MOVE WS-SELLER-NIP TO DTL-SELLER-NIP
    MOVE WS-CHECK-DOC-TYPE TO DTL-DOC-TYPE
    MOVE WS-CHECK-YEAR TO DTL-DOC-YEAR
    MOVE WS-CHECK-NUMBER TO DTL-DOC-NUMBER
    PERFORM 8000-READ-DETAIL-ANYWHERE THRU 8000-EXIT
        ADD 1 TO WS-COUNT-GAPS
        ADD 1 TO WS-ISSUE-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING 'GAP: no detail record for ' DELIMITED BY SIZE
            WS-CHECK-DOC-LABEL DELIMITED BY '  '
            ' number ' DELIMITED BY SIZE
            WS-CHECK-NUMBER DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE

4200-CHECK-OPEN-ITEM SECTION.
    MOVE WS-SELLER-NIP TO OI-SELLER-NIP
    MOVE WS-CHECK-DOC-TYPE TO OI-DOC-TYPE
    MOVE WS-CHECK-YEAR TO OI-DOC-YEAR
    MOVE WS-CHECK-NUMBER TO OI-DOC-NUMBER
    READ OPEN-ITEMS-FILE
    END-READ
*> The open item carries the corrected gross - the original plus
*> every correction's delta - so that is what it is compared to.
*> A final invoice's detail record already holds the gross left
*> after its advances, which is what its open item carries.
    MOVE WS-DETAIL-GROSS TO WS-EXPECTED-GROSS
    IF CHECKING-INVOICES
        PERFORM 4250-ADD-DELTAS THRU 4250-EXIT
            VARYING WS-DL-IDX FROM 1 BY 1
            UNTIL WS-DL-IDX > WS-DELTA-COUNT
    END-IF
    IF OI-GROSS-AMOUNT NOT = WS-EXPECTED-GROSS
        ADD 1 TO WS-COUNT-MISMATCH
        ADD 1 TO WS-ISSUE-COUNT
    MOVE SPACES TO WS-ARCHIVE-FILE-NAME
    STRING 'arch_' DELIMITED BY SIZE
        WS-SELLER-NIP DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-CHECK-DOC-TYPE DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-CHECK-YEAR DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-CHECK-NUMBER DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'advance invoices checked 1..' DELIMITED BY SIZE
        WS-LAST-ADVANCE-NUMBER DELIMITED BY SIZE
        ' (counted in the totals),' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-NO-ARCHIVE DELIMITED BY SIZE
        ' missing archive(s), ' DELIMITED BY SIZE
        WS-COUNT-MISMATCH DELIMITED BY SIZE
