*>             per-currency saldo - the sheet for client calls
*>             and audits that used to take an afternoon of
*>             poking .dat files by hand.
*> 2026-10-15  Items closed by the WRITEOFF run print as written
*>             off on their write-off date instead of as open.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
01 WS-REMAINING-DUE PIC 9(9)V99 VALUE 0.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-DATE-DISPLAY-2 PIC X(10) VALUE SPACES.
01 WS-CLOSED-LABEL PIC X(12) VALUE SPACES.
01 WS-AMOUNT-EDIT PIC ---,---,--9.99.
01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
    MOVE OI-AMOUNT-PAID TO WS-AMOUNT-EDIT-3
    MOVE WS-REMAINING-DUE TO WS-AMOUNT-EDIT
    MOVE SPACES TO STATEMENT-LINE
*> A written-off item shows the write-off date and what was given
*> up in place of the remaining due it no longer carries.
    IF OI-SETTLED OR OI-WRITTEN-OFF
        IF OI-WRITTEN-OFF
            MOVE 'written off' TO WS-CLOSED-LABEL
        ELSE
            MOVE 'settled' TO WS-CLOSED-LABEL
        END-IF
        MOVE SPACES TO WS-DATE-DISPLAY-2
        STRING OI-SETTLED-DATE(1:4) '-'
            OI-SETTLED-DATE(5:2) '-'
            WS-AMOUNT-EDIT-3 DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-AMOUNT-EDIT DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-CLOSED-LABEL DELIMITED BY '  '
            ' ' DELIMITED BY SIZE
            WS-DATE-DISPLAY-2 DELIMITED BY SIZE
            INTO STATEMENT-LINE
    ELSE
