IDENTIFICATION DIVISION.
PROGRAM-ID. INSTAGR.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - instalment agreements (harmonogram
*>             splat) for overdue receivables.  A NEW transaction
*>             links one or more open items of one buyer to a
*>             schedule of dated instalments adding up to what the
*>             items still owe, with the agreed interest rate and
*>             grace days, and stamps the items with the agreement
*>             number; CANCEL ends an agreement by hand.  The
*>             -check run walks the seller's active agreements,
*>             cancels every one with an instalment unpaid past
*>             its grace days (the items fall back to their own
*>             due dates) and lists them all on instrpt.txt.
*> 2026-10-15  Every open items ledger rewrite is journaled
*>             through LEDGJRNL (before and after image under the
*>             run ID) so ROLLBACK can undo the run.
*> 2026-10-15  New, cancelled and completed agreements are now
*>             journaled, so ROLLBACK can undo an INSTAGR run; the
*>             run stops with return code 8 when a ledger change
*>             cannot be journaled.
*> 2026-10-15  The -check run stops with return code 8 before any
*>             agreement is read when its report file cannot be
*>             opened, so no agreement is cancelled unreported.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-TRAN-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-FILE-STATUS.

    SELECT OPEN-ITEMS-FILE
    ASSIGN TO DYNAMIC WS-OPEN-ITEMS-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS OI-KEY
    FILE STATUS IS WS-OPEN-ITEMS-FILE-STATUS.

    SELECT AGREEMENT-FILE
    ASSIGN TO DYNAMIC WS-AGREEMENT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IA-KEY
    FILE STATUS IS WS-AGREEMENT-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> ---------------------------------------------------------------
*> Agreement transaction file: the same 8-character KEY:VALUE
*> lines CUSTMAINT takes, one agreement action per run.
*> ACTION__ is NEW or CANCEL; SELLRNIP names the issuing business.
*> NEW: one DOCUMENT line per open item taken into the agreement
*> (the designation printed on it, e.g. FV/17/08/2026); each
*> INSTDATE line (yyyymmdd) opens a new instalment that the
*> following INSTAMNT line fills (an amount with an explicit
*> decimal point); INTRATE_ is the agreed annual interest rate
*> (0 = interest waived while the agreement is kept); GRACEDAY is
*> how many days an instalment may run late before the agreement
*> is cancelled (default 14); AGREEDON (yyyymmdd) defaults to
*> today.
*> CANCEL: AGREEMNT is the agreement designation (HS/3/2026) and
*> REASON__ why it is cancelled.
*> ---------------------------------------------------------------
FD TRANSACTION-FILE.
01 TRAN-ENTRY-FILE.
    05 TRAN-KEY PIC X(8).
    05 TRAN-DELIMITER PIC X(1).
    05 TRAN-VALUE PIC X(80).

FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

FD AGREEMENT-FILE.
COPY "instagr.cpy".

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-TRAN-FILE-NAME PIC X(100) VALUE 'agrtran.txt'.
01 WS-TRAN-FILE-STATUS PIC X(2).
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-AGREEMENT-FILE-NAME PIC X(100) VALUE 'instagr.dat'.
01 WS-AGREEMENT-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'instrpt.txt'.
01 WS-REPORT-FILE-STATUS PIC X(2).
01 WS-TRAN-EOF PIC X VALUE 'N'.
    88 TRAN-EOF VALUE 'Y'.
01 WS-FILES-OPEN-FLAG PIC X VALUE 'N'.
    88 FILES-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: [transaction-file] [-force]
*>                  or: -check <seller-nip> [-force]
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-RUN-MODE PIC X(1) VALUE 'T'.
    88 MODE-TRANSACTION VALUE 'T'.
    88 MODE-CHECK       VALUE 'C'.

*> ---------------------------------------------------------------
*> Shared-ledger run lock (see RUNLOCK.CPY).
*> ---------------------------------------------------------------
01 WS-FORCE-FLAG PIC X VALUE 'N'.
    88 FORCE-REQUESTED VALUE 'Y'.
01 WS-LOCK-HELD-FLAG PIC X VALUE 'N'.
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

*> ---------------------------------------------------------------
*> The parsed transaction.
*> ---------------------------------------------------------------
01 WS-TRAN-ACTION PIC X(6) VALUE SPACES.
    88 TRAN-ACTION-NEW    VALUE 'NEW'.
    88 TRAN-ACTION-CANCEL VALUE 'CANCEL'.
01 WS-TRAN-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-TRAN-AGREEMENT PIC X(20) VALUE SPACES.
01 WS-TRAN-REASON PIC X(60) VALUE SPACES.
01 WS-TRAN-DATE PIC 9(8) VALUE 0.
01 WS-TRAN-RATE-GIVEN PIC X VALUE 'N'.
    88 TRAN-RATE-GIVEN VALUE 'Y'.
01 WS-TRAN-RATE PIC 99V99 VALUE 0.
01 WS-TRAN-GRACE-DAYS PIC 9(3) VALUE 14.
01 WS-TRAN-DOCUMENTS.
    05 WS-TRAN-DOC-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-TRAN-DOC OCCURS 10 TIMES.
        10 WS-TD-DESIGNATION PIC X(20).
        10 WS-TD-KEY PIC X(21).
        10 WS-TD-REMAINING PIC 9(9)V99.
01 WS-TRAN-INSTALMENTS.
    05 WS-TRAN-INST-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-TRAN-INST OCCURS 24 TIMES.
        10 WS-TI-DUE-DATE PIC 9(8).
        10 WS-TI-AMOUNT PIC 9(9)V99.
01 WS-TD-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-TI-IDX PIC 9(2) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Agreement being built or checked.
*> ---------------------------------------------------------------
01 WS-AGR-BUYER-NIP PIC 9(10) VALUE 0.
01 WS-AGR-CURRENCY PIC X(3) VALUE SPACES.
01 WS-AGR-ITEMS-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-AGR-SCHEDULE-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-AGR-NUMBER PIC 9(6) VALUE 0.
01 WS-AGR-YEAR PIC 9(4) VALUE 0.
01 WS-AGR-KEY PIC X(16) VALUE SPACES.
01 WS-REMAINING-DUE PIC 9(9)V99 VALUE 0.
01 WS-ITEM-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-INST-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-NEXT-INST-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-DAYS-LATE PIC S9(5) COMPUTATIONAL VALUE 0.
01 WS-UNPAID-AMOUNT PIC 9(9)V99 VALUE 0.

*> ---------------------------------------------------------------
*> Designation formatting work fields, the same scheme COBOLATOR
*> uses: the number with leading zeros stripped, then the year,
*> behind the HS/ prefix.
*> ---------------------------------------------------------------
01 WS-DSG-NUM-EDIT PIC Z(5)9.
01 WS-DSG-LEAD-SPACES PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-DSG-NUM-START PIC 9(2) COMPUTATIONAL VALUE 0.

01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-TODAY-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-SCAN-MATCH-COUNT PIC 9(3) VALUE 0.
01 WS-SCAN-MATCH-KEY PIC X(21) VALUE SPACES.
01 WS-AGR-EOF PIC X VALUE 'N'.
    88 AGR-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> -check report working fields.
*> ---------------------------------------------------------------
01 WS-CHECK-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-CHECK-STATUS PIC X(10) VALUE SPACES.
01 WS-COUNT-ON-TRACK PIC 9(5) VALUE 0.
01 WS-COUNT-LATE PIC 9(5) VALUE 0.
01 WS-COUNT-CANCELLED PIC 9(5) VALUE 0.
01 WS-COUNT-RELEASED PIC 9(5) VALUE 0.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TOTAL-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-PAID-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-DAYS-EDIT PIC ZZZZ9.
01 WS-COUNT-EDIT PIC ZZZZ9.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0 AND MODE-TRANSACTION
        PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0 AND MODE-TRANSACTION
        PERFORM 2500-VALIDATE-TRANSACTION THRU 2500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1500-TAKE-RUN-LOCK THRU 1500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-OPEN-LEDGERS THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        EVALUATE TRUE
        WHEN MODE-CHECK
            PERFORM 6000-CHECK-AGREEMENTS THRU 6000-EXIT
        WHEN TRAN-ACTION-NEW
            PERFORM 4000-NEW-AGREEMENT THRU 4000-EXIT
        WHEN OTHER
            PERFORM 5000-CANCEL-AGREEMENT THRU 5000-EXIT
        END-EVALUATE
    END-IF.
    IF FILES-OPEN
        CLOSE OPEN-ITEMS-FILE
        CLOSE AGREEMENT-FILE
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'INSTAGR - instalment agreement maintenance'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
    IF WS-CL-WORD-1 = '-force' OR WS-CL-WORD-2 = '-force'
            OR WS-CL-WORD-3 = '-force'
        SET FORCE-REQUESTED TO TRUE
    END-IF
    IF WS-CL-WORD-1 = '-check'
        IF WS-CL-WORD-2 = SPACES OR WS-CL-WORD-2 = '-force'
            DISPLAY 'Usage: instagr [transaction-file] [-force]'
            DISPLAY '   or: instagr -check <seller-nip> [-force]'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 1000-EXIT
        END-IF
        SET MODE-CHECK TO TRUE
        MOVE WS-CL-WORD-2 TO WS-CHECK-SELLER-NIP
        DISPLAY 'Checking the schedules of seller '
            WS-CHECK-SELLER-NIP
        GO TO 1000-EXIT
    END-IF
    IF WS-CL-WORD-1 NOT = SPACES AND WS-CL-WORD-1 NOT = '-force'
        MOVE WS-CL-WORD-1 TO WS-TRAN-FILE-NAME
    END-IF
    DISPLAY 'Transaction file: ' WS-TRAN-FILE-NAME.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-TAKE-RUN-LOCK acquires the shared-ledger lock through the
*> RUNLOCK subprogram; a busy lock fails the run fast with return
*> code 6 (-force takes over a stale lock from a crashed job).
*> ---------------------------------------------------------------
1500-TAKE-RUN-LOCK SECTION.
    SET LOCK-ACQUIRE TO TRUE
    MOVE 'INSTAGR' TO LOCK-HOLDER
    IF FORCE-REQUESTED
        SET LOCK-FORCE-REQUESTED TO TRUE
    ELSE
        MOVE 'N' TO LOCK-FORCE
    END-IF
    CALL "RUNLOCK" USING WS-RUNLOCK
    IF LOCK-BUSY
        DISPLAY 'ERROR: shared ledgers are locked by '
            LOCK-OWNER-INFO
        DISPLAY 'Re-run with -force if that job crashed.'
        MOVE 6 TO WS-RETURN-CODE
    ELSE
        SET RUN-LOCK-HELD TO TRUE
    END-IF.
1500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-TRANSACTION parses the KEY:VALUE transaction file into
*> the WS-TRAN fields, rejecting unknown keys and malformed lines
*> the way CUSTMAINT does.
*> ---------------------------------------------------------------
2000-READ-TRANSACTION SECTION.
    MOVE 'N' TO WS-TRAN-EOF
    OPEN INPUT TRANSACTION-FILE.
    IF WS-TRAN-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: transaction file not found: ' WS-TRAN-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        PERFORM 2100-READ-NEXT-TRAN-LINE THRU 2100-EXIT
            UNTIL TRAN-EOF
        CLOSE TRANSACTION-FILE
    END-IF.
2000-EXIT.
    EXIT.

2100-READ-NEXT-TRAN-LINE SECTION.
    READ TRANSACTION-FILE
        AT END
            MOVE 'Y' TO WS-TRAN-EOF
        NOT AT END
            PERFORM 2200-APPLY-TRAN-LINE THRU 2200-EXIT
    END-READ.
2100-EXIT.
    EXIT.

2200-APPLY-TRAN-LINE SECTION.
    IF TRAN-ENTRY-FILE = SPACES
        GO TO 2200-EXIT
    END-IF
    IF TRAN-DELIMITER NOT = ':'
        DISPLAY 'WARNING: malformed delimiter in transaction line: '
            TRAN-ENTRY-FILE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2200-EXIT
    END-IF
    EVALUATE TRAN-KEY
    WHEN 'ACTION__'
        MOVE TRAN-VALUE TO WS-TRAN-ACTION
    WHEN 'SELLRNIP'
        MOVE TRAN-VALUE TO WS-TRAN-SELLER-NIP
    WHEN 'DOCUMENT'
        PERFORM 2250-ADD-DOCUMENT THRU 2250-EXIT
    WHEN 'INSTDATE'
        PERFORM 2300-OPEN-INSTALMENT THRU 2300-EXIT
    WHEN 'INSTAMNT'
        PERFORM 2400-FILL-INSTALMENT-AMOUNT THRU 2400-EXIT
    WHEN 'INTRATE_'
        MOVE TRAN-VALUE TO WS-TRAN-RATE
        SET TRAN-RATE-GIVEN TO TRUE
    WHEN 'GRACEDAY'
        MOVE TRAN-VALUE TO WS-TRAN-GRACE-DAYS
    WHEN 'AGREEDON'
        IF TRAN-VALUE(1:8) IS NOT NUMERIC
            DISPLAY 'ERROR: AGREEDON must be yyyymmdd, got: '
                TRAN-VALUE(1:8)
            MOVE 8 TO WS-RETURN-CODE
        ELSE
            MOVE TRAN-VALUE(1:8) TO WS-TRAN-DATE
        END-IF
    WHEN 'AGREEMNT'
        MOVE TRAN-VALUE TO WS-TRAN-AGREEMENT
    WHEN 'REASON__'
        MOVE TRAN-VALUE TO WS-TRAN-REASON
    WHEN OTHER
        DISPLAY 'WARNING: unrecognized transaction key: ''' TRAN-KEY ''''
        MOVE 8 TO WS-RETURN-CODE
    END-EVALUATE.
2200-EXIT.
    EXIT.

2250-ADD-DOCUMENT SECTION.
    IF WS-TRAN-DOC-COUNT >= 10
        DISPLAY 'ERROR: more than 10 documents in one agreement.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2250-EXIT
    END-IF
    ADD 1 TO WS-TRAN-DOC-COUNT
    MOVE TRAN-VALUE TO WS-TD-DESIGNATION(WS-TRAN-DOC-COUNT)
    MOVE SPACES TO WS-TD-KEY(WS-TRAN-DOC-COUNT)
    MOVE 0 TO WS-TD-REMAINING(WS-TRAN-DOC-COUNT).
2250-EXIT.
    EXIT.

2300-OPEN-INSTALMENT SECTION.
    IF TRAN-VALUE(1:8) IS NOT NUMERIC
        DISPLAY 'ERROR: INSTDATE must be yyyymmdd, got: '
            TRAN-VALUE(1:8)
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2300-EXIT
    END-IF
    IF WS-TRAN-INST-COUNT >= 24
        DISPLAY 'ERROR: more than 24 instalments in one agreement.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2300-EXIT
    END-IF
    ADD 1 TO WS-TRAN-INST-COUNT
    MOVE TRAN-VALUE(1:8) TO WS-TI-DUE-DATE(WS-TRAN-INST-COUNT)
    MOVE 0 TO WS-TI-AMOUNT(WS-TRAN-INST-COUNT).
2300-EXIT.
    EXIT.

2400-FILL-INSTALMENT-AMOUNT SECTION.
    IF WS-TRAN-INST-COUNT = 0
        DISPLAY 'ERROR: INSTAMNT before any INSTDATE line.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2400-EXIT
    END-IF
    MOVE TRAN-VALUE TO WS-TI-AMOUNT(WS-TRAN-INST-COUNT).
2400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-VALIDATE-TRANSACTION checks the transaction on its own
*> before the ledgers are touched: every required key, and for a
*> new agreement a schedule whose instalments each carry money and
*> fall due in date order.  The agreed rate is required - an
*> agreement that waives interest has to say so.
*> ---------------------------------------------------------------
2500-VALIDATE-TRANSACTION SECTION.
    IF NOT TRAN-ACTION-NEW AND NOT TRAN-ACTION-CANCEL
        DISPLAY 'ERROR: ACTION__ must be NEW or CANCEL, got: '
            WS-TRAN-ACTION
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-SELLER-NIP = 0
        DISPLAY 'ERROR: required transaction key missing: SELLRNIP'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-DATE = 0
        MOVE WS-TODAY-YYYYMMDD TO WS-TRAN-DATE
    END-IF
    IF TRAN-ACTION-CANCEL
        IF WS-TRAN-AGREEMENT = SPACES
            DISPLAY 'ERROR: required transaction key missing: '
                'AGREEMNT'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 2500-EXIT
        END-IF
        IF WS-TRAN-REASON = SPACES
            DISPLAY 'ERROR: required transaction key missing: '
                'REASON__'
            MOVE 8 TO WS-RETURN-CODE
        END-IF
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-DOC-COUNT = 0
        DISPLAY 'ERROR: required transaction key missing: DOCUMENT'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-INST-COUNT = 0
        DISPLAY 'ERROR: required transaction key missing: INSTDATE'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF NOT TRAN-RATE-GIVEN
        DISPLAY 'ERROR: required transaction key missing: INTRATE_'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    MOVE 0 TO WS-AGR-SCHEDULE-TOTAL
    PERFORM 2550-VALIDATE-INSTALMENT THRU 2550-EXIT
        VARYING WS-TI-IDX FROM 1 BY 1
        UNTIL WS-TI-IDX > WS-TRAN-INST-COUNT
            OR WS-RETURN-CODE NOT = 0.
2500-EXIT.
    EXIT.

2550-VALIDATE-INSTALMENT SECTION.
    IF WS-TI-AMOUNT(WS-TI-IDX) = 0
        DISPLAY 'ERROR: instalment due ' WS-TI-DUE-DATE(WS-TI-IDX)
            ' has no INSTAMNT.'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2550-EXIT
    END-IF
    IF WS-TI-IDX > 1
        IF WS-TI-DUE-DATE(WS-TI-IDX)
                NOT > WS-TI-DUE-DATE(WS-TI-IDX - 1)
            DISPLAY 'ERROR: instalment dates must ascend: '
                WS-TI-DUE-DATE(WS-TI-IDX) ' follows '
                WS-TI-DUE-DATE(WS-TI-IDX - 1)
            MOVE 8 TO WS-RETURN-CODE
            GO TO 2550-EXIT
        END-IF
    END-IF
    ADD WS-TI-AMOUNT(WS-TI-IDX) TO WS-AGR-SCHEDULE-TOTAL.
2550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-OPEN-LEDGERS opens the open items ledger and the agreement
*> file I-O, creating the agreement file on first use the same way
*> COBOLATOR creates its registers.
*> ---------------------------------------------------------------
3000-OPEN-LEDGERS SECTION.
    OPEN I-O OPEN-ITEMS-FILE
    IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: open items ledger not found: '
            WS-OPEN-ITEMS-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    OPEN I-O AGREEMENT-FILE
    IF WS-AGREEMENT-FILE-STATUS = '35'
        OPEN OUTPUT AGREEMENT-FILE
        CLOSE AGREEMENT-FILE
        OPEN I-O AGREEMENT-FILE
    END-IF
    IF WS-AGREEMENT-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: agreement file not usable: '
            WS-AGREEMENT-FILE-NAME
        CLOSE OPEN-ITEMS-FILE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    SET FILES-OPEN TO TRUE.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-NEW-AGREEMENT resolves every quoted document to its open
*> item and checks the items belong together: one buyer, one
*> currency, still owing money, not disputed and not already under
*> another agreement.  The schedule must add up to exactly what
*> the items still owe - anything else would leave PAYMATCH
*> crediting a schedule that can never balance.  Then the
*> agreement is numbered and written and the items are stamped.
*> ---------------------------------------------------------------
4000-NEW-AGREEMENT SECTION.
    MOVE 0 TO WS-AGR-BUYER-NIP
    MOVE SPACES TO WS-AGR-CURRENCY
    MOVE 0 TO WS-AGR-ITEMS-TOTAL
    PERFORM 4100-RESOLVE-DOCUMENT THRU 4100-EXIT
        VARYING WS-TD-IDX FROM 1 BY 1
        UNTIL WS-TD-IDX > WS-TRAN-DOC-COUNT
            OR WS-RETURN-CODE NOT = 0
    IF WS-RETURN-CODE NOT = 0
        GO TO 4000-EXIT
    END-IF
    IF WS-AGR-SCHEDULE-TOTAL NOT = WS-AGR-ITEMS-TOTAL
        MOVE WS-AGR-SCHEDULE-TOTAL TO WS-TOTAL-EDIT
        MOVE WS-AGR-ITEMS-TOTAL TO WS-AMOUNT-EDIT
        DISPLAY 'ERROR: instalments add up to ' WS-TOTAL-EDIT
            ' but the items still owe ' WS-AMOUNT-EDIT ' '
            WS-AGR-CURRENCY
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4000-EXIT
    END-IF

    PERFORM 4300-ASSIGN-AGREEMENT-NUMBER THRU 4300-EXIT
    PERFORM 4400-BUILD-AGREEMENT THRU 4400-EXIT
    SET LJ-AGREEMENTS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    WRITE INSTALMENT-AGREEMENT-RECORD
        INVALID KEY
            DISPLAY 'ERROR: agreement ' IA-DESIGNATION
                ' already on file.'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 4000-EXIT
    END-WRITE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    PERFORM 4500-STAMP-ITEM THRU 4500-EXIT
        VARYING WS-TD-IDX FROM 1 BY 1
        UNTIL WS-TD-IDX > WS-TRAN-DOC-COUNT
    MOVE IA-TOTAL-AMOUNT TO WS-TOTAL-EDIT
    DISPLAY 'Agreement ' IA-DESIGNATION ' made with buyer '
        IA-BUYER-NIP ': ' WS-TOTAL-EDIT ' ' IA-CURRENCY ' in '
        IA-INST-COUNT ' instalment(s).'.
4000-EXIT.
    EXIT.

4100-RESOLVE-DOCUMENT SECTION.
    MOVE 'N' TO WS-SCAN-EOF
    MOVE 0 TO WS-SCAN-MATCH-COUNT
    MOVE WS-TRAN-SELLER-NIP TO OI-SELLER-NIP
    MOVE LOW-VALUES TO OI-DOC-TYPE
    MOVE 0 TO OI-DOC-YEAR
    MOVE 0 TO OI-DOC-NUMBER
    START OPEN-ITEMS-FILE KEY >= OI-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 4150-SCAN-FOR-DESIGNATION THRU 4150-EXIT
        UNTIL SCAN-EOF
    IF WS-SCAN-MATCH-COUNT NOT = 1
        DISPLAY 'ERROR: document ' WS-TD-DESIGNATION(WS-TD-IDX)
            ' matches ' WS-SCAN-MATCH-COUNT
            ' open item(s) of seller ' WS-TRAN-SELLER-NIP
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4100-EXIT
    END-IF
    MOVE WS-SCAN-MATCH-KEY TO OI-KEY
    READ OPEN-ITEMS-FILE
        INVALID KEY
            DISPLAY 'ERROR: open item vanished: ' WS-SCAN-MATCH-KEY
            MOVE 8 TO WS-RETURN-CODE
            GO TO 4100-EXIT
    END-READ
    COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
    IF NOT OI-OPEN OR WS-REMAINING-DUE = 0
        DISPLAY 'ERROR: ' OI-DESIGNATION ' is settled - nothing'
            ' left to reschedule'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4100-EXIT
    END-IF
    IF OI-DISPUTED
        DISPLAY 'ERROR: ' OI-DESIGNATION ' is disputed - close the'
            ' dispute before rescheduling it'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4100-EXIT
    END-IF
    IF OI-AGREEMENT-NUMBER NOT = 0
        DISPLAY 'ERROR: ' OI-DESIGNATION ' is already under'
            ' agreement number ' OI-AGREEMENT-NUMBER
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4100-EXIT
    END-IF
    IF WS-TD-IDX = 1
        MOVE OI-BUYER-NIP TO WS-AGR-BUYER-NIP
        MOVE OI-CURRENCY TO WS-AGR-CURRENCY
    END-IF
    IF OI-BUYER-NIP NOT = WS-AGR-BUYER-NIP
        DISPLAY 'ERROR: ' OI-DESIGNATION ' belongs to buyer '
            OI-BUYER-NIP ', not ' WS-AGR-BUYER-NIP
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4100-EXIT
    END-IF
    IF OI-CURRENCY NOT = WS-AGR-CURRENCY
        DISPLAY 'ERROR: ' OI-DESIGNATION ' is in ' OI-CURRENCY
            ', the agreement in ' WS-AGR-CURRENCY
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4100-EXIT
    END-IF
    MOVE OI-KEY TO WS-TD-KEY(WS-TD-IDX)
    MOVE WS-REMAINING-DUE TO WS-TD-REMAINING(WS-TD-IDX)
    ADD WS-REMAINING-DUE TO WS-AGR-ITEMS-TOTAL.
4100-EXIT.
    EXIT.

4150-SCAN-FOR-DESIGNATION SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 4150-EXIT
    END-READ
    IF OI-SELLER-NIP NOT = WS-TRAN-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 4150-EXIT
    END-IF
    IF OI-DESIGNATION = WS-TD-DESIGNATION(WS-TD-IDX)
        ADD 1 TO WS-SCAN-MATCH-COUNT
        MOVE OI-KEY TO WS-SCAN-MATCH-KEY
    END-IF.
4150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-ASSIGN-AGREEMENT-NUMBER takes the next number after the
*> highest one on file for the seller.  Agreements are few and
*> never deleted, so the file itself is the sequence - no register
*> counter is needed.
*> ---------------------------------------------------------------
4300-ASSIGN-AGREEMENT-NUMBER SECTION.
    MOVE 0 TO WS-AGR-NUMBER
    MOVE 'N' TO WS-AGR-EOF
    MOVE WS-TRAN-SELLER-NIP TO IA-SELLER-NIP
    MOVE 0 TO IA-AGREEMENT-NUMBER
    START AGREEMENT-FILE KEY >= IA-KEY
        INVALID KEY
            MOVE 'Y' TO WS-AGR-EOF
    END-START
    PERFORM 4350-SCAN-AGREEMENT-NUMBER THRU 4350-EXIT
        UNTIL AGR-EOF
    ADD 1 TO WS-AGR-NUMBER
    MOVE WS-TRAN-DATE(1:4) TO WS-AGR-YEAR.
4300-EXIT.
    EXIT.

4350-SCAN-AGREEMENT-NUMBER SECTION.
    READ AGREEMENT-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-AGR-EOF
            GO TO 4350-EXIT
    END-READ
    IF IA-SELLER-NIP NOT = WS-TRAN-SELLER-NIP
        MOVE 'Y' TO WS-AGR-EOF
        GO TO 4350-EXIT
    END-IF
    MOVE IA-AGREEMENT-NUMBER TO WS-AGR-NUMBER.
4350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-BUILD-AGREEMENT fills the agreement record from the
*> validated transaction, with the buyer's name and address taken
*> from the first item - the reminder letters are addressed from
*> the agreement alone.
*> ---------------------------------------------------------------
4400-BUILD-AGREEMENT SECTION.
    MOVE WS-TD-KEY(1) TO OI-KEY
    READ OPEN-ITEMS-FILE
        INVALID KEY
            MOVE SPACES TO OI-BUYER-NAME
    END-READ
    MOVE SPACES TO INSTALMENT-AGREEMENT-RECORD
    MOVE WS-TRAN-SELLER-NIP TO IA-SELLER-NIP
    MOVE WS-AGR-NUMBER TO IA-AGREEMENT-NUMBER
    MOVE WS-AGR-NUMBER TO WS-DSG-NUM-EDIT
    MOVE 0 TO WS-DSG-LEAD-SPACES
    INSPECT WS-DSG-NUM-EDIT TALLYING WS-DSG-LEAD-SPACES
        FOR LEADING SPACE
    COMPUTE WS-DSG-NUM-START = WS-DSG-LEAD-SPACES + 1
    STRING 'HS/' DELIMITED BY SIZE
        WS-DSG-NUM-EDIT(WS-DSG-NUM-START:) DELIMITED BY SIZE
        '/' DELIMITED BY SIZE
        WS-AGR-YEAR DELIMITED BY SIZE
        INTO IA-DESIGNATION
    MOVE WS-AGR-BUYER-NIP TO IA-BUYER-NIP
    MOVE OI-BUYER-NAME TO IA-BUYER-NAME
    MOVE OI-BUYER-STREET TO IA-BUYER-STREET
    MOVE OI-BUYER-CITY TO IA-BUYER-CITY
    MOVE OI-BUYER-POSTAL-CODE TO IA-BUYER-POSTAL-CODE
    MOVE WS-AGR-CURRENCY TO IA-CURRENCY
    MOVE WS-TRAN-DATE TO IA-AGREED-DATE
    MOVE WS-TRAN-RATE TO IA-INTEREST-RATE
    MOVE WS-TRAN-GRACE-DAYS TO IA-GRACE-DAYS
    SET IA-ACTIVE TO TRUE
    MOVE WS-TRAN-DATE TO IA-STATUS-DATE
    MOVE WS-AGR-ITEMS-TOTAL TO IA-TOTAL-AMOUNT
    MOVE 0 TO IA-PAID-AMOUNT
    MOVE 0 TO IA-LAST-REMINDER-DATE
    MOVE WS-TRAN-DOC-COUNT TO IA-ITEM-COUNT
    PERFORM 4450-CLEAR-ITEM-SLOT THRU 4450-EXIT
        VARYING WS-ITEM-IDX FROM 1 BY 1
        UNTIL WS-ITEM-IDX > 10
    PERFORM 4460-FILL-ITEM-SLOT THRU 4460-EXIT
        VARYING WS-TD-IDX FROM 1 BY 1
        UNTIL WS-TD-IDX > WS-TRAN-DOC-COUNT
    MOVE WS-TRAN-INST-COUNT TO IA-INST-COUNT
    PERFORM 4470-FILL-INSTALMENT-SLOT THRU 4470-EXIT
        VARYING WS-INST-IDX FROM 1 BY 1
        UNTIL WS-INST-IDX > 24.
4400-EXIT.
    EXIT.

4450-CLEAR-ITEM-SLOT SECTION.
    MOVE SPACES TO IA-ITEM-DOC-TYPE(WS-ITEM-IDX)
    MOVE 0 TO IA-ITEM-DOC-YEAR(WS-ITEM-IDX)
    MOVE 0 TO IA-ITEM-DOC-NUMBER(WS-ITEM-IDX)
    MOVE 0 TO IA-ITEM-AMOUNT(WS-ITEM-IDX).
4450-EXIT.
    EXIT.

4460-FILL-ITEM-SLOT SECTION.
    MOVE WS-TD-KEY(WS-TD-IDX)(11:11) TO IA-ITEM-KEY(WS-TD-IDX)
    MOVE WS-TD-DESIGNATION(WS-TD-IDX)
        TO IA-ITEM-DESIGNATION(WS-TD-IDX)
    MOVE WS-TD-REMAINING(WS-TD-IDX) TO IA-ITEM-AMOUNT(WS-TD-IDX).
4460-EXIT.
    EXIT.

4470-FILL-INSTALMENT-SLOT SECTION.
    IF WS-INST-IDX > WS-TRAN-INST-COUNT
        MOVE 0 TO IA-INST-DUE-DATE(WS-INST-IDX)
        MOVE 0 TO IA-INST-AMOUNT(WS-INST-IDX)
    ELSE
        MOVE WS-TI-DUE-DATE(WS-INST-IDX)
            TO IA-INST-DUE-DATE(WS-INST-IDX)
        MOVE WS-TI-AMOUNT(WS-INST-IDX) TO IA-INST-AMOUNT(WS-INST-IDX)
    END-IF
    MOVE 0 TO IA-INST-PAID(WS-INST-IDX)
    MOVE 0 TO IA-INST-PAID-DATE(WS-INST-IDX).
4470-EXIT.
    EXIT.

4500-STAMP-ITEM SECTION.
    MOVE WS-TD-KEY(WS-TD-IDX) TO OI-KEY
    READ OPEN-ITEMS-FILE
        INVALID KEY
            DISPLAY 'WARNING: open item vanished: '
                WS-TD-KEY(WS-TD-IDX)
            GO TO 4500-EXIT
    END-READ
    MOVE WS-AGR-NUMBER TO OI-AGREEMENT-NUMBER
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-CANCEL-AGREEMENT ends an active agreement by hand (the
*> client asked to pay in full after all, or the agreement was
*> made in error): the agreement is marked cancelled with the
*> reason and its items fall back to their own due dates.
*> ---------------------------------------------------------------
5000-CANCEL-AGREEMENT SECTION.
    MOVE 'N' TO WS-AGR-EOF
    MOVE 0 TO WS-SCAN-MATCH-COUNT
    MOVE WS-TRAN-SELLER-NIP TO IA-SELLER-NIP
    MOVE 0 TO IA-AGREEMENT-NUMBER
    START AGREEMENT-FILE KEY >= IA-KEY
        INVALID KEY
            MOVE 'Y' TO WS-AGR-EOF
    END-START
    PERFORM 5100-SCAN-FOR-AGREEMENT THRU 5100-EXIT
        UNTIL AGR-EOF
    IF WS-SCAN-MATCH-COUNT NOT = 1
        DISPLAY 'ERROR: agreement ' WS-TRAN-AGREEMENT
            ' not found for seller ' WS-TRAN-SELLER-NIP
        MOVE 8 TO WS-RETURN-CODE
        GO TO 5000-EXIT
    END-IF
    MOVE WS-AGR-KEY TO IA-KEY
    READ AGREEMENT-FILE
        INVALID KEY
            DISPLAY 'ERROR: agreement vanished: ' WS-AGR-KEY
            MOVE 8 TO WS-RETURN-CODE
            GO TO 5000-EXIT
    END-READ
    IF NOT IA-ACTIVE
        DISPLAY 'ERROR: agreement ' IA-DESIGNATION
            ' is no longer active (status ' IA-STATUS ')'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 5000-EXIT
    END-IF
    SET IA-CANCELLED TO TRUE
    MOVE WS-TRAN-DATE TO IA-STATUS-DATE
    MOVE WS-TRAN-REASON TO IA-CANCEL-REASON
    SET LJ-AGREEMENTS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE INSTALMENT-AGREEMENT-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    MOVE 0 TO WS-COUNT-RELEASED
    PERFORM 6500-RELEASE-ITEM THRU 6500-EXIT
        VARYING WS-ITEM-IDX FROM 1 BY 1
        UNTIL WS-ITEM-IDX > IA-ITEM-COUNT
    DISPLAY 'Agreement ' IA-DESIGNATION ' cancelled, '
        WS-COUNT-RELEASED ' item(s) released.'.
5000-EXIT.
    EXIT.

5100-SCAN-FOR-AGREEMENT SECTION.
    READ AGREEMENT-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-AGR-EOF
            GO TO 5100-EXIT
    END-READ
    IF IA-SELLER-NIP NOT = WS-TRAN-SELLER-NIP
        MOVE 'Y' TO WS-AGR-EOF
        GO TO 5100-EXIT
    END-IF
    IF IA-DESIGNATION = WS-TRAN-AGREEMENT
        ADD 1 TO WS-SCAN-MATCH-COUNT
        MOVE IA-KEY TO WS-AGR-KEY
    END-IF.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-CHECK-AGREEMENTS walks the seller's active agreements and
*> finds the oldest instalment not yet fully paid.  Fallen due
*> within the grace days, the agreement is late (DUNNING reminds
*> about it); beyond them it is cancelled here - the buyer's items
*> fall back to their original due dates, and DUNNING and INTNOTE
*> treat them as the ordinary overdue receivables they are again.
*> Every active agreement is listed on the report; a run that
*> cancelled any ends with 4 so someone reads it.  No agreement
*> is looked at unless the report can be written.
*> ---------------------------------------------------------------
6000-CHECK-AGREEMENTS SECTION.
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write report ' WS-REPORT-FILE-NAME
            ' status ' WS-REPORT-FILE-STATUS
        MOVE 8 TO WS-RETURN-CODE
        GO TO 6000-EXIT
    END-IF
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-TODAY-YYYYMMDD(1:4) '-'
        WS-TODAY-YYYYMMDD(5:2) '-'
        WS-TODAY-YYYYMMDD(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING 'INSTALMENT AGREEMENTS - SELLER ' DELIMITED BY SIZE
        WS-CHECK-SELLER-NIP DELIMITED BY SIZE
        ' - CHECKED ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'AGREEMENT            BUYER NIP  CCY         TOTAL'
        DELIMITED BY SIZE
        '          PAID  NEXT DUE     LATE  STATUS'
        DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'N' TO WS-AGR-EOF
    MOVE WS-CHECK-SELLER-NIP TO IA-SELLER-NIP
    MOVE 0 TO IA-AGREEMENT-NUMBER
    START AGREEMENT-FILE KEY >= IA-KEY
        INVALID KEY
            MOVE 'Y' TO WS-AGR-EOF
    END-START
    PERFORM 6100-CHECK-NEXT-AGREEMENT THRU 6100-EXIT
        UNTIL AGR-EOF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-COUNT-ON-TRACK TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'On schedule:              ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-COUNT-LATE TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'Late, within grace days:  ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-COUNT-CANCELLED TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING 'Cancelled by this run:    ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE

    DISPLAY 'Agreements: ' WS-COUNT-ON-TRACK ' on schedule, '
        WS-COUNT-LATE ' late, ' WS-COUNT-CANCELLED ' cancelled.'
    DISPLAY 'Report written to ' WS-REPORT-FILE-NAME
    IF WS-COUNT-CANCELLED > 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
6000-EXIT.
    EXIT.

6100-CHECK-NEXT-AGREEMENT SECTION.
    READ AGREEMENT-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-AGR-EOF
            GO TO 6100-EXIT
    END-READ
    IF IA-SELLER-NIP NOT = WS-CHECK-SELLER-NIP
        MOVE 'Y' TO WS-AGR-EOF
        GO TO 6100-EXIT
    END-IF
    IF NOT IA-ACTIVE
        GO TO 6100-EXIT
    END-IF
    MOVE 0 TO WS-NEXT-INST-IDX
    PERFORM 6150-FIND-NEXT-UNPAID THRU 6150-EXIT
        VARYING WS-INST-IDX FROM 1 BY 1
        UNTIL WS-INST-IDX > IA-INST-COUNT
            OR WS-NEXT-INST-IDX NOT = 0
*> Every instalment paid but the agreement still open can only
*> mean the schedule was paid outside PAYMATCH - close it.
    IF WS-NEXT-INST-IDX = 0
        SET IA-COMPLETED TO TRUE
        MOVE WS-TODAY-YYYYMMDD TO IA-STATUS-DATE
        SET LJ-AGREEMENTS TO TRUE
        PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
        REWRITE INSTALMENT-AGREEMENT-RECORD
        PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
        GO TO 6100-EXIT
    END-IF
    MOVE 0 TO WS-DAYS-LATE
    IF IA-INST-DUE-DATE(WS-NEXT-INST-IDX) < WS-TODAY-YYYYMMDD
        COMPUTE WS-DAYS-LATE = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(
                IA-INST-DUE-DATE(WS-NEXT-INST-IDX))
    END-IF
    EVALUATE TRUE
    WHEN WS-DAYS-LATE > IA-GRACE-DAYS
        PERFORM 6300-CANCEL-FOR-MISSED THRU 6300-EXIT
        MOVE 'CANCELLED' TO WS-CHECK-STATUS
        ADD 1 TO WS-COUNT-CANCELLED
    WHEN WS-DAYS-LATE > 0
        MOVE 'LATE' TO WS-CHECK-STATUS
        ADD 1 TO WS-COUNT-LATE
    WHEN OTHER
        MOVE 'ON TRACK' TO WS-CHECK-STATUS
        ADD 1 TO WS-COUNT-ON-TRACK
    END-EVALUATE
    PERFORM 6400-WRITE-AGREEMENT-LINE THRU 6400-EXIT.
6100-EXIT.
    EXIT.

6150-FIND-NEXT-UNPAID SECTION.
    IF IA-INST-PAID(WS-INST-IDX) < IA-INST-AMOUNT(WS-INST-IDX)
        MOVE WS-INST-IDX TO WS-NEXT-INST-IDX
    END-IF.
6150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6300-CANCEL-FOR-MISSED cancels the agreement in the record area
*> for the instalment it missed and releases its items.
*> ---------------------------------------------------------------
6300-CANCEL-FOR-MISSED SECTION.
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING IA-INST-DUE-DATE(WS-NEXT-INST-IDX)(1:4) '-'
        IA-INST-DUE-DATE(WS-NEXT-INST-IDX)(5:2) '-'
        IA-INST-DUE-DATE(WS-NEXT-INST-IDX)(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    SET IA-CANCELLED TO TRUE
    MOVE WS-TODAY-YYYYMMDD TO IA-STATUS-DATE
    MOVE SPACES TO IA-CANCEL-REASON
    STRING 'Instalment due ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' missed' DELIMITED BY SIZE
        INTO IA-CANCEL-REASON
    SET LJ-AGREEMENTS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE INSTALMENT-AGREEMENT-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    MOVE 0 TO WS-COUNT-RELEASED
    PERFORM 6500-RELEASE-ITEM THRU 6500-EXIT
        VARYING WS-ITEM-IDX FROM 1 BY 1
        UNTIL WS-ITEM-IDX > IA-ITEM-COUNT
    DISPLAY 'Agreement ' IA-DESIGNATION ' cancelled: '
        IA-CANCEL-REASON.
6300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6400-WRITE-AGREEMENT-LINE lists one agreement with its next
*> unpaid instalment; a cancelled one gets a second line saying
*> which instalment it missed and how much of it was outstanding.
*> ---------------------------------------------------------------
6400-WRITE-AGREEMENT-LINE SECTION.
    MOVE IA-TOTAL-AMOUNT TO WS-TOTAL-EDIT
    MOVE IA-PAID-AMOUNT TO WS-PAID-EDIT
    MOVE WS-DAYS-LATE TO WS-DAYS-EDIT
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING IA-INST-DUE-DATE(WS-NEXT-INST-IDX)(1:4) '-'
        IA-INST-DUE-DATE(WS-NEXT-INST-IDX)(5:2) '-'
        IA-INST-DUE-DATE(WS-NEXT-INST-IDX)(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING IA-DESIGNATION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        IA-BUYER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        IA-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-PAID-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DAYS-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-CHECK-STATUS DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    IF NOT IA-CANCELLED
        GO TO 6400-EXIT
    END-IF
    COMPUTE WS-UNPAID-AMOUNT = IA-INST-AMOUNT(WS-NEXT-INST-IDX)
        - IA-INST-PAID(WS-NEXT-INST-IDX)
    MOVE WS-UNPAID-AMOUNT TO WS-AMOUNT-EDIT
    MOVE IA-GRACE-DAYS TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING '    ' DELIMITED BY SIZE
        IA-BUYER-NAME DELIMITED BY '  '
        ': instalment ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' short by ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' after ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        ' grace days - ' DELIMITED BY SIZE
        WS-COUNT-RELEASED DELIMITED BY SIZE
        ' item(s) due in full again' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
6400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6500-RELEASE-ITEM clears the agreement stamp from one of the
*> agreement's items, if it still carries this agreement.
*> ---------------------------------------------------------------
6500-RELEASE-ITEM SECTION.
    MOVE IA-SELLER-NIP TO OI-SELLER-NIP
    MOVE IA-ITEM-DOC-TYPE(WS-ITEM-IDX) TO OI-DOC-TYPE
    MOVE IA-ITEM-DOC-YEAR(WS-ITEM-IDX) TO OI-DOC-YEAR
    MOVE IA-ITEM-DOC-NUMBER(WS-ITEM-IDX) TO OI-DOC-NUMBER
    READ OPEN-ITEMS-FILE
        INVALID KEY
            GO TO 6500-EXIT
    END-READ
    IF OI-AGREEMENT-NUMBER NOT = IA-AGREEMENT-NUMBER
        GO TO 6500-EXIT
    END-IF
    MOVE 0 TO OI-AGREEMENT-NUMBER
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    ADD 1 TO WS-COUNT-RELEASED.
6500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-JOURNAL-BEFORE takes the image of the ledger record about
*> to be written (LJ-LEDGER says which) as it stands on file now,
*> leaving the new record in the record area: found means the write
*> rewrites it, not found that it adds it.  A caller deleting the
*> record sets LJ-DELETED after this.  8950-JOURNAL-AFTER hands
*> both images to LEDGJRNL once the write has gone through, and
*> stops the run (return code 8) when LEDGJRNL could not journal
*> them.
*> ---------------------------------------------------------------
8900-JOURNAL-BEFORE SECTION.
    MOVE SPACES TO LJ-BEFORE-IMAGE
    SET LJ-ADDED TO TRUE
    EVALUATE TRUE
    WHEN LJ-OPEN-ITEMS
        MOVE OPEN-ITEM-RECORD TO LJ-AFTER-IMAGE
        MOVE OI-KEY TO LJ-KEY
        READ OPEN-ITEMS-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE OPEN-ITEM-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO OPEN-ITEM-RECORD
    WHEN LJ-AGREEMENTS
        MOVE INSTALMENT-AGREEMENT-RECORD TO LJ-AFTER-IMAGE
        MOVE IA-KEY TO LJ-KEY
        READ AGREEMENT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE INSTALMENT-AGREEMENT-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO INSTALMENT-AGREEMENT-RECORD
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-AGREEMENTS AND WS-AGREEMENT-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'INSTAGR' TO LJ-PROGRAM
    CALL "LEDGJRNL" USING WS-LEDGER-JOURNAL
    IF LJ-JOURNAL-FAILED
        DISPLAY 'ERROR: ledger change not journaled - run stopped.'
        MOVE 8 TO WS-RETURN-CODE
        PERFORM 9999-TERMINATE THRU 9999-EXIT
    END-IF.
8950-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    IF RUN-LOCK-HELD
        SET LOCK-RELEASE TO TRUE
        CALL "RUNLOCK" USING WS-RUNLOCK
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
