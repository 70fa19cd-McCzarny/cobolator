*>             closed-year period for an audit no longer produces
*>             an empty listing and a settlement of minus the
*>             input VAT.
*> 2026-10-15  The buyer column now shows the buyer's EU VAT ID
*>             for a buyer inside the EU and BRAK for one outside
*>             it, instead of the internal master key; reverse-
*>             charge services list and total under their own NP
*>             rate code.
*> 2026-10-15  Advance invoices (type 'Z') are taken in like
*>             ordinary invoices; a final invoice's detail record
*>             carries only the amount left after its advances.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
01 WS-DOC-COUNT PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-RATE-IDX PIC 9 COMPUTATIONAL VALUE 0.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
*> The buyer's tax identifier as the listing reports it: the NIP
*> for a domestic buyer, the EU VAT ID for one inside the EU, and
*> BRAK (none) for a buyer outside it.
01 WS-BUYER-ID PIC X(14) VALUE SPACES.
01 WS-AMOUNT-EDIT PIC ---,---,--9.99.
01 WS-AMOUNT-EDIT-2 PIC ---,---,--9.99.
01 WS-AMOUNT-EDIT-3 PIC ---,---,--9.99.
        INTO EXPORT-LINE
    WRITE EXPORT-LINE
    MOVE SPACES TO EXPORT-LINE
    STRING 'DATE       DOCUMENT             SELLER-NIP BUYER-ID'
        '         RATE          NET          VAT        GROSS  BUYER'
        DELIMITED BY SIZE INTO EXPORT-LINE
    WRITE EXPORT-LINE

    END-IF
*> An interest note is outside VAT scope and writes no listing
*> lines, so it must not swell the sales document count either.
*> Invoices, corrections and advance invoices flow through - an
*> advance's VAT falls due when the money is received, and the
*> final invoice that deducts it carries only the remaining VAT.
    IF NOT DTL-TYPE-INVOICE AND NOT DTL-TYPE-CORRECTION
            AND NOT DTL-TYPE-ADVANCE
        GO TO 2150-EXIT
    END-IF
    ADD 1 TO WS-DOC-COUNT
*> ---------------------------------------------------------------
*> 2200-WRITE-DETAIL-LINES writes the export line for one VAT rate
*> bucket of the current document and rolls the bucket into the
*> period totals.  A reverse-charge service to a foreign buyer
*> comes through as its own 'NP' bucket (net only, no VAT), which
*> the per-rate totals carry as the declaration's services-abroad
*> figure.
*> ---------------------------------------------------------------
2200-WRITE-DETAIL-LINES SECTION.
    MOVE SPACES TO WS-DATE-DISPLAY
    MOVE DTL-RATE-NET(WS-RATE-IDX) TO WS-AMOUNT-EDIT
    MOVE DTL-RATE-VAT(WS-RATE-IDX) TO WS-AMOUNT-EDIT-2
    MOVE DTL-RATE-GROSS(WS-RATE-IDX) TO WS-AMOUNT-EDIT-3
    EVALUATE TRUE
    WHEN DTL-BUYER-COUNTRY = SPACES OR DTL-BUYER-COUNTRY = 'PL'
        MOVE DTL-BUYER-NIP TO WS-BUYER-ID
    WHEN DTL-BUYER-VAT-ID NOT = SPACES
        MOVE DTL-BUYER-VAT-ID TO WS-BUYER-ID
    WHEN OTHER
        MOVE 'BRAK' TO WS-BUYER-ID
    END-EVALUATE
    MOVE SPACES TO EXPORT-LINE
    STRING WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        DTL-SELLER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BUYER-ID DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        DTL-RATE-CODE(WS-RATE-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
