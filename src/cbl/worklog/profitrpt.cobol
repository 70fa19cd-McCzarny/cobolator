*>             moves a closed year's records to, so a January run
*>             over last year no longer shows zero net invoiced
*>             for fully billed clients.
*> 2026-10-15  Advance invoices (type 'Z') are taken in like
*>             ordinary invoices; a final invoice's detail record
*>             carries only the amount left after its advances.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
            OR DTL-ISSUE-DATE > WS-PERIOD-TO
        GO TO 4150-EXIT
    END-IF
*> Only invoices, correction deltas and advances are payment for
*> logged hours - an interest note's amount is late-payment
*> interest and would inflate the effective rate.  A final invoice
*> records only what its advances left, so the advances count too.
    IF NOT DTL-TYPE-INVOICE AND NOT DTL-TYPE-CORRECTION
            AND NOT DTL-TYPE-ADVANCE
        GO TO 4150-EXIT
    END-IF
    PERFORM 4200-ROLL-IN-DETAIL THRU 4200-EXIT
