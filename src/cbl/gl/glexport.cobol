*>             moves a closed year's records to, so re-running a
*>             closed-year period for an audit no longer produces
*>             an empty posting file.
*> 2026-10-15  The account mapping file also names the exchange-
*>             gain and exchange-loss accounts (types FXGN / FXLS)
*>             PAYMATCH posts realized exchange differences to;
*>             they are accepted here instead of aborting the
*>             load.
*> 2026-10-15  Advance invoices (type 'Z') are taken in like
*>             ordinary invoices; a final invoice's detail record
*>             carries only the amount left after its advances.
*> 2026-10-15  The account mapping file also names the unbilled-
*>             services and unbilled-revenue accounts (types WIP /
*>             WIPRV) the WIPACCR month-end accrual posts to.
*> 2026-10-15  The account mapping file also names the write-off
*>             expense accounts (type WOFF, optionally per reason
*>             code) the WRITEOFF run posts to.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
        10 WS-MAP-RATE PIC X(2).
        10 WS-MAP-ACCOUNT PIC X(10).
01 WS-MAP-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
*> AR, SALES and VAT are posted here; the other types name the
*> accounts the payment and settlement runs post to from the same
*> mapping file (FXGN / FXLS: PAYMATCH realized exchange gains and
*> losses; WIP / WIPRV: the WIPACCR month-end unbilled work
*> accrual; WOFF: the WRITEOFF run's write-off expense, in the
*> rate column an optional reason code).
01 WS-MAP-TYPE-TXT PIC X(5) VALUE SPACES.
    88 MAP-TYPE-KNOWN VALUE 'AR' 'SALES' 'VAT' 'FXGN' 'FXLS'
        'WIP' 'WIPRV' 'WOFF'.
01 WS-MAP-RATE-TXT PIC X(2) VALUE SPACES.
01 WS-MAP-ACCOUNT-TXT PIC X(10) VALUE SPACES.

        WS-MAP-ACCOUNT-TXT
    UNSTRING ACCOUNT-MAP-RECORD DELIMITED BY ':'
        INTO WS-MAP-TYPE-TXT WS-MAP-RATE-TXT WS-MAP-ACCOUNT-TXT
    IF NOT MAP-TYPE-KNOWN
        DISPLAY 'ERROR: unknown account mapping type: '
            ACCOUNT-MAP-RECORD
        MOVE 8 TO WS-RETURN-CODE
    END-IF
*> An interest note carries no VAT and no rate buckets, so its
*> posting set could never balance here - interest income is
*> posted by the accountant from the note itself.  Invoices,
*> corrections and advance invoices flow through - an advance is
*> posted in full when issued and the final invoice that deducts
*> it carries only the remaining figures, so nothing is posted
*> twice.
    IF NOT DTL-TYPE-INVOICE AND NOT DTL-TYPE-CORRECTION
            AND NOT DTL-TYPE-ADVANCE
        ADD 1 TO WS-SKIPPED-NOTES
        GO TO 2150-EXIT
    END-IF
