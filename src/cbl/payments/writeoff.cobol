IDENTIFICATION DIVISION.
PROGRAM-ID. WRITEOFF.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - writes open items off the
*>             ledger (odpis naleznosci) in two modes: -tolerance
*>             closes every overdue item whose remaining balance
*>             is under its currency's tolerance (bank charges,
*>             rounding), -approved writes off the items named on
*>             an approved list under the reason code given
*>             there.  Each item is closed as written off ('W'),
*>             listed on the write-off register (writeoffs.txt)
*>             and posted, write-off expense against receivables,
*>             in the GLEXPORT layout to wopostings.txt.
*> 2026-10-15  The run stops with return code 8 when a ledger
*>             change cannot be written to the ledger journal.
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

*> ---------------------------------------------------------------
*> Write-off tolerances, one CCY:AMOUNT line per currency, e.g.
*> PLN:5.00
*> EUR:1.00
*> A currency not listed has no tolerance - none of its items is
*> ever written off by the -tolerance run.
*> ---------------------------------------------------------------
    SELECT TOLERANCE-FILE ASSIGN TO DYNAMIC WS-TOLERANCE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TOLERANCE-FILE-STATUS.

*> ---------------------------------------------------------------
*> Approved write-off list, one DOCUMENT:REASON:APPROVED-BY line
*> per item, the document being the designation printed on it:
*> FV/17/08/2026:BK:J.NOWAK
*> Reason codes: BK client bankrupt (upadlosc), UC uncollectible
*> (bezskuteczna egzekucja), PR time-barred (przedawnienie), CM
*> waived under a settlement (ugoda), SM small balance waived.
*> ---------------------------------------------------------------
    SELECT APPROVED-FILE ASSIGN TO DYNAMIC WS-APPROVED-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-APPROVED-FILE-STATUS.

*> ---------------------------------------------------------------
*> The GL account mapping GLEXPORT posts from (TYPE:RATE:ACCOUNT).
*> ---------------------------------------------------------------
    SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-MAP-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

*> ---------------------------------------------------------------
*> Write-off register and postings, appended run after run the way
*> PAYMATCH keeps its exchange-difference register and postings.
*> ---------------------------------------------------------------
    SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POSTING-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

FD TOLERANCE-FILE.
01 TOLERANCE-RECORD PIC X(40).

FD APPROVED-FILE.
01 APPROVED-RECORD PIC X(100).

FD ACCOUNT-MAP-FILE.
01 ACCOUNT-MAP-RECORD PIC X(40).

FD REGISTER-FILE.
01 REGISTER-LINE PIC X(200).

FD POSTING-FILE.
01 POSTING-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-TOLERANCE-FILE-NAME PIC X(100) VALUE 'wotoler.txt'.
01 WS-TOLERANCE-FILE-STATUS PIC X(2).
01 WS-APPROVED-FILE-NAME PIC X(100) VALUE 'woapproved.txt'.
01 WS-APPROVED-FILE-STATUS PIC X(2).
01 WS-REGISTER-FILE-NAME PIC X(100) VALUE 'writeoffs.txt'.
01 WS-REGISTER-FILE-STATUS PIC X(2).
01 WS-POSTING-FILE-NAME PIC X(100) VALUE 'wopostings.txt'.
01 WS-POSTING-FILE-STATUS PIC X(2).
01 WS-LEDGER-OPEN-FLAG PIC X VALUE 'N'.
    88 LEDGER-OPEN VALUE 'Y'.
01 WS-OUTPUT-OPEN-FLAG PIC X VALUE 'N'.
    88 OUTPUT-FILES-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <seller-nip> -tolerance [tolerance-file]
*>                  or: <seller-nip> -approved [list-file]
*> either followed by [-force].  The ledger is keyed per issuing
*> business, so the run says whose receivables it writes off.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-4 PIC X(100) VALUE SPACES.
01 WS-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-RUN-MODE PIC X(1) VALUE SPACE.
    88 MODE-TOLERANCE VALUE 'T'.
    88 MODE-APPROVED  VALUE 'A'.

01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

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
*> Tolerance per currency, loaded from the tolerance file.
*> ---------------------------------------------------------------
01 WS-TOL-EOF PIC X VALUE 'N'.
    88 TOL-EOF VALUE 'Y'.
01 WS-TOL-CCY-TXT PIC X(3) VALUE SPACES.
01 WS-TOL-AMOUNT-TXT PIC X(14) VALUE SPACES.
01 WS-TOLERANCE-TABLE.
    05 WS-TOL-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-TOL-ENTRY OCCURS 20 TIMES.
        10 WS-TOL-CCY PIC X(3).
        10 WS-TOL-AMOUNT PIC 9(7)V99.
01 WS-TOL-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-TOL-FOUND-FLAG PIC X VALUE 'N'.
    88 TOL-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> The approved list, read and checked whole before the ledger is
*> touched: one malformed line or unknown reason code stops the
*> run with nothing written off.
*> ---------------------------------------------------------------
01 WS-APR-EOF PIC X VALUE 'N'.
    88 APR-EOF VALUE 'Y'.
01 WS-APR-DESIGNATION-TXT PIC X(20) VALUE SPACES.
01 WS-APR-REASON-TXT PIC X(2) VALUE SPACES.
    88 APR-REASON-VALID VALUE 'BK' 'UC' 'PR' 'CM' 'SM'.
01 WS-APR-APPROVER-TXT PIC X(20) VALUE SPACES.
01 WS-APPROVED-TABLE.
    05 WS-APR-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-APR-ENTRY OCCURS 500 TIMES.
        10 WS-APR-DESIGNATION PIC X(20).
        10 WS-APR-REASON PIC X(2).
        10 WS-APR-APPROVER PIC X(20).
01 WS-APR-IDX PIC 9(3) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Open items scan.
*> ---------------------------------------------------------------
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-SCAN-MATCH-COUNT PIC 9(3) VALUE 0.
01 WS-SCAN-MATCH-KEY PIC X(21) VALUE SPACES.
01 WS-REMAINING-DUE PIC 9(9)V99 VALUE 0.

*> ---------------------------------------------------------------
*> The write-off being made: why, and on whose authority (the
*> -tolerance run writes off under 'TL' on its own authority).
*> ---------------------------------------------------------------
01 WS-WO-REASON PIC X(2) VALUE SPACES.
01 WS-WO-APPROVER PIC X(20) VALUE SPACES.

*> ---------------------------------------------------------------
*> GL account mapping: the receivables account (AR) and the
*> write-off expense accounts (WOFF) - a WOFF line with a reason
*> code in its rate column names the account for that reason, one
*> without is the account for every other.  A write-off whose
*> accounts are not mapped still closes the item and lands on the
*> register, but gets no postings and the run ends with 4.
*> ---------------------------------------------------------------
01 WS-ACCOUNT-MAP-NAME PIC X(100) VALUE 'glaccts.txt'.
01 WS-ACCOUNT-MAP-STATUS PIC X(2).
01 WS-MAP-EOF PIC X VALUE 'N'.
    88 MAP-EOF VALUE 'Y'.
01 WS-MAP-TYPE-TXT PIC X(5) VALUE SPACES.
01 WS-MAP-RATE-TXT PIC X(2) VALUE SPACES.
01 WS-MAP-ACCOUNT-TXT PIC X(10) VALUE SPACES.
01 WS-AR-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-WOFF-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-WOFF-REASON-TABLE.
    05 WS-WR-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-WR-ENTRY OCCURS 10 TIMES.
        10 WS-WR-REASON PIC X(2).
        10 WS-WR-ACCOUNT PIC X(10).
01 WS-WR-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-WR-FOUND-FLAG PIC X VALUE 'N'.
    88 WR-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> Register and posting lines.
*> ---------------------------------------------------------------
01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
01 WS-AMOUNT-EDIT-3 PIC Z,ZZZ,ZZ9.99.
01 WS-POST-AMT-TXT PIC 9(9).99.
01 WS-DEBIT-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
01 WS-POST-SIDE PIC X(1) VALUE 'D'.
    88 POST-DEBIT  VALUE 'D'.
    88 POST-CREDIT VALUE 'C'.
01 WS-POST-DESC PIC X(40) VALUE SPACES.
01 WS-DEBIT-TXT PIC X(15) VALUE SPACES.
01 WS-CREDIT-TXT PIC X(15) VALUE SPACES.

01 WS-COUNT-WRITTEN-OFF PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-HELD-BACK PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-REJECTED PIC 9(5) COMPUTATIONAL VALUE 0.
01 WS-COUNT-UNPOSTED PIC 9(5) COMPUTATIONAL VALUE 0.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        IF MODE-TOLERANCE
            PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT
        ELSE
            PERFORM 1200-LOAD-APPROVED-LIST THRU 1200-EXIT
        END-IF
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1500-TAKE-RUN-LOCK THRU 1500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1600-OPEN-FILES THRU 1600-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        IF MODE-TOLERANCE
            PERFORM 2000-RUN-TOLERANCE THRU 2000-EXIT
        ELSE
            PERFORM 3000-RUN-APPROVED THRU 3000-EXIT
        END-IF
        PERFORM 5000-REPORT-TOTALS THRU 5000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'WRITEOFF - open item write-off run'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3 WS-CL-WORD-4
    IF WS-CL-WORD-1 = SPACES
        OR (WS-CL-WORD-2 NOT = '-tolerance'
            AND WS-CL-WORD-2 NOT = '-approved')
        DISPLAY 'Usage: writeoff <seller-nip> -tolerance'
            ' [tolerance-file] [-force]'
        DISPLAY '   or: writeoff <seller-nip> -approved'
            ' [list-file] [-force]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    IF WS-CL-WORD-1(1:10) IS NOT NUMERIC
        OR WS-CL-WORD-1(11:1) NOT = SPACE
        DISPLAY 'ERROR: seller NIP must be 10 digits, got: '
            WS-CL-WORD-1
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-SELLER-NIP
    IF WS-CL-WORD-3 = '-force' OR WS-CL-WORD-4 = '-force'
        SET FORCE-REQUESTED TO TRUE
    END-IF
    IF WS-CL-WORD-2 = '-tolerance'
        SET MODE-TOLERANCE TO TRUE
        IF WS-CL-WORD-3 NOT = SPACES AND WS-CL-WORD-3 NOT = '-force'
            MOVE WS-CL-WORD-3 TO WS-TOLERANCE-FILE-NAME
        END-IF
        DISPLAY 'Writing off residuals under the tolerances in '
            WS-TOLERANCE-FILE-NAME
    ELSE
        SET MODE-APPROVED TO TRUE
        IF WS-CL-WORD-3 NOT = SPACES AND WS-CL-WORD-3 NOT = '-force'
            MOVE WS-CL-WORD-3 TO WS-APPROVED-FILE-NAME
        END-IF
        DISPLAY 'Writing off the items approved in '
            WS-APPROVED-FILE-NAME
    END-IF
    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    MOVE SPACES TO WS-TODAY-DISPLAY
    STRING WS-TODAY-YYYYMMDD(1:4) '-'
        WS-TODAY-YYYYMMDD(5:2) '-'
        WS-TODAY-YYYYMMDD(7:2)
        DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-LOAD-TOLERANCES reads the tolerance file into the table.
*> Without it there is nothing to measure a residual against, so
*> the run stops.
*> ---------------------------------------------------------------
1100-LOAD-TOLERANCES SECTION.
    MOVE 'N' TO WS-TOL-EOF
    MOVE 0 TO WS-TOL-COUNT
    OPEN INPUT TOLERANCE-FILE
    IF WS-TOLERANCE-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: tolerance file not found: '
            WS-TOLERANCE-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1100-EXIT
    END-IF
    PERFORM 1150-LOAD-NEXT-TOLERANCE THRU 1150-EXIT
        UNTIL TOL-EOF
    CLOSE TOLERANCE-FILE
    IF WS-RETURN-CODE = 0 AND WS-TOL-COUNT = 0
        DISPLAY 'ERROR: no tolerances in ' WS-TOLERANCE-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
    END-IF.
1100-EXIT.
    EXIT.

1150-LOAD-NEXT-TOLERANCE SECTION.
    READ TOLERANCE-FILE
        AT END
            MOVE 'Y' TO WS-TOL-EOF
            GO TO 1150-EXIT
    END-READ
    IF TOLERANCE-RECORD = SPACES
        GO TO 1150-EXIT
    END-IF
    IF WS-TOL-COUNT >= 20
        DISPLAY 'ERROR: more than 20 tolerances - run aborted.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-TOL-EOF
        GO TO 1150-EXIT
    END-IF
    MOVE SPACES TO WS-TOL-CCY-TXT WS-TOL-AMOUNT-TXT
    UNSTRING TOLERANCE-RECORD DELIMITED BY ':'
        INTO WS-TOL-CCY-TXT WS-TOL-AMOUNT-TXT
    IF WS-TOL-CCY-TXT = SPACES OR WS-TOL-AMOUNT-TXT = SPACES
        DISPLAY 'ERROR: malformed tolerance line: ' TOLERANCE-RECORD
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-TOL-EOF
        GO TO 1150-EXIT
    END-IF
    ADD 1 TO WS-TOL-COUNT
    MOVE WS-TOL-COUNT TO WS-TOL-IDX
    MOVE WS-TOL-CCY-TXT TO WS-TOL-CCY(WS-TOL-IDX)
    MOVE WS-TOL-AMOUNT-TXT TO WS-TOL-AMOUNT(WS-TOL-IDX).
1150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-LOAD-APPROVED-LIST reads and checks the whole approved
*> list.  Every line needs a document, a known reason code and
*> who approved it.
*> ---------------------------------------------------------------
1200-LOAD-APPROVED-LIST SECTION.
    MOVE 'N' TO WS-APR-EOF
    MOVE 0 TO WS-APR-COUNT
    OPEN INPUT APPROVED-FILE
    IF WS-APPROVED-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: approved write-off list not found: '
            WS-APPROVED-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1200-EXIT
    END-IF
    PERFORM 1250-LOAD-NEXT-APPROVAL THRU 1250-EXIT
        UNTIL APR-EOF
    CLOSE APPROVED-FILE
    IF WS-RETURN-CODE = 0 AND WS-APR-COUNT = 0
        DISPLAY 'ERROR: no items on ' WS-APPROVED-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    IF WS-RETURN-CODE NOT = 0
        DISPLAY 'Approved list rejected - nothing written off.'
    END-IF.
1200-EXIT.
    EXIT.

1250-LOAD-NEXT-APPROVAL SECTION.
    READ APPROVED-FILE
        AT END
            MOVE 'Y' TO WS-APR-EOF
            GO TO 1250-EXIT
    END-READ
    IF APPROVED-RECORD = SPACES
        GO TO 1250-EXIT
    END-IF
    IF WS-APR-COUNT >= 500
        DISPLAY 'ERROR: more than 500 items on the approved list.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-APR-EOF
        GO TO 1250-EXIT
    END-IF
    MOVE SPACES TO WS-APR-DESIGNATION-TXT WS-APR-REASON-TXT
        WS-APR-APPROVER-TXT
    UNSTRING APPROVED-RECORD DELIMITED BY ':'
        INTO WS-APR-DESIGNATION-TXT WS-APR-REASON-TXT
            WS-APR-APPROVER-TXT
    IF WS-APR-DESIGNATION-TXT = SPACES
        OR WS-APR-APPROVER-TXT = SPACES
        DISPLAY 'ERROR: malformed approved list line: '
            APPROVED-RECORD
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1250-EXIT
    END-IF
    IF NOT APR-REASON-VALID
        DISPLAY 'ERROR: unknown write-off reason ''' WS-APR-REASON-TXT
            ''' for ' WS-APR-DESIGNATION-TXT
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1250-EXIT
    END-IF
    ADD 1 TO WS-APR-COUNT
    MOVE WS-APR-COUNT TO WS-APR-IDX
    MOVE WS-APR-DESIGNATION-TXT TO WS-APR-DESIGNATION(WS-APR-IDX)
    MOVE WS-APR-REASON-TXT TO WS-APR-REASON(WS-APR-IDX)
    MOVE WS-APR-APPROVER-TXT TO WS-APR-APPROVER(WS-APR-IDX).
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-LOAD-ACCOUNT-MAP picks the receivables and write-off
*> expense accounts out of the GL account mapping.  A missing file
*> only means nothing gets posted.
*> ---------------------------------------------------------------
1300-LOAD-ACCOUNT-MAP SECTION.
    MOVE 'N' TO WS-MAP-EOF
    OPEN INPUT ACCOUNT-MAP-FILE
    IF WS-ACCOUNT-MAP-STATUS NOT = '00'
        DISPLAY 'WARNING: account mapping file not found: '
            WS-ACCOUNT-MAP-NAME
        GO TO 1300-EXIT
    END-IF
    PERFORM 1350-LOAD-NEXT-MAP-ENTRY THRU 1350-EXIT
        UNTIL MAP-EOF
    CLOSE ACCOUNT-MAP-FILE.
1300-EXIT.
    EXIT.

1350-LOAD-NEXT-MAP-ENTRY SECTION.
    READ ACCOUNT-MAP-FILE
        AT END
            MOVE 'Y' TO WS-MAP-EOF
            GO TO 1350-EXIT
    END-READ
    MOVE SPACES TO WS-MAP-TYPE-TXT WS-MAP-RATE-TXT
        WS-MAP-ACCOUNT-TXT
    UNSTRING ACCOUNT-MAP-RECORD DELIMITED BY ':'
        INTO WS-MAP-TYPE-TXT WS-MAP-RATE-TXT WS-MAP-ACCOUNT-TXT
    IF WS-MAP-TYPE-TXT = 'AR'
        MOVE WS-MAP-ACCOUNT-TXT TO WS-AR-ACCOUNT
    END-IF
    IF WS-MAP-TYPE-TXT NOT = 'WOFF'
        GO TO 1350-EXIT
    END-IF
    IF WS-MAP-RATE-TXT = SPACES
        MOVE WS-MAP-ACCOUNT-TXT TO WS-WOFF-ACCOUNT
        GO TO 1350-EXIT
    END-IF
    IF WS-WR-COUNT >= 10
        DISPLAY 'WARNING: more than 10 reason-coded WOFF accounts - '
            WS-MAP-RATE-TXT ' ignored.'
        GO TO 1350-EXIT
    END-IF
    ADD 1 TO WS-WR-COUNT
    MOVE WS-WR-COUNT TO WS-WR-IDX
    MOVE WS-MAP-RATE-TXT TO WS-WR-REASON(WS-WR-IDX)
    MOVE WS-MAP-ACCOUNT-TXT TO WS-WR-ACCOUNT(WS-WR-IDX).
1350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-TAKE-RUN-LOCK acquires the shared-ledger lock through the
*> RUNLOCK subprogram; a busy lock fails the run fast with return
*> code 6 (-force takes over a stale lock from a crashed job).
*> ---------------------------------------------------------------
1500-TAKE-RUN-LOCK SECTION.
    SET LOCK-ACQUIRE TO TRUE
    MOVE 'WRITEOFF' TO LOCK-HOLDER
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
*> 1600-OPEN-FILES opens the ledger I-O and the register and
*> postings for append, creating them (register with its heading)
*> on first use, the way PAYMATCH opens its exchange-difference
*> register.
*> ---------------------------------------------------------------
1600-OPEN-FILES SECTION.
    OPEN I-O OPEN-ITEMS-FILE
    IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: open items ledger not found: '
            WS-OPEN-ITEMS-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1600-EXIT
    END-IF
    SET LEDGER-OPEN TO TRUE
    OPEN EXTEND REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS NOT = '00'
        CLOSE REGISTER-FILE
        OPEN OUTPUT REGISTER-FILE
        MOVE SPACES TO REGISTER-LINE
        STRING 'WRITE-OFF REGISTER (ODPISY NALEZNOSCI)'
            DELIMITED BY SIZE INTO REGISTER-LINE
        WRITE REGISTER-LINE
        MOVE SPACES TO REGISTER-LINE
        STRING 'DATE       DOCUMENT             BUYER-NIP  CCY'
            '        GROSS         PAID  WRITTEN-OFF RS'
            ' APPROVED-BY          RUN'
            DELIMITED BY SIZE INTO REGISTER-LINE
        WRITE REGISTER-LINE
    END-IF
    OPEN EXTEND POSTING-FILE
    IF WS-POSTING-FILE-STATUS NOT = '00'
        CLOSE POSTING-FILE
        OPEN OUTPUT POSTING-FILE
    END-IF
    SET OUTPUT-FILES-OPEN TO TRUE.
1600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-RUN-TOLERANCE walks the seller's open items and writes off
*> every overdue one whose remaining balance is above nothing and
*> under its currency's tolerance.  An item not yet due is left -
*> the client may still pay the rest - and so is a disputed item or
*> one under an instalment agreement, which are counted as held
*> back.
*> ---------------------------------------------------------------
2000-RUN-TOLERANCE SECTION.
    MOVE 'TL' TO WS-WO-REASON
    MOVE 'TOLERANCE RUN' TO WS-WO-APPROVER
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO OI-SELLER-NIP
    MOVE LOW-VALUES TO OI-DOC-TYPE
    MOVE 0 TO OI-DOC-YEAR
    MOVE 0 TO OI-DOC-NUMBER
    START OPEN-ITEMS-FILE KEY >= OI-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 2100-TEST-NEXT-ITEM THRU 2100-EXIT
        UNTIL SCAN-EOF.
2000-EXIT.
    EXIT.

2100-TEST-NEXT-ITEM SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 2100-EXIT
    END-READ
    IF OI-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2100-EXIT
    END-IF
    IF NOT OI-OPEN
        GO TO 2100-EXIT
    END-IF
    IF OI-DUE-DATE NOT < WS-TODAY-YYYYMMDD
        GO TO 2100-EXIT
    END-IF
    COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
    IF WS-REMAINING-DUE = 0
        GO TO 2100-EXIT
    END-IF
    PERFORM 2150-FIND-TOLERANCE THRU 2150-EXIT
    IF NOT TOL-FOUND
        GO TO 2100-EXIT
    END-IF
    IF WS-REMAINING-DUE NOT < WS-TOL-AMOUNT(WS-TOL-IDX)
        GO TO 2100-EXIT
    END-IF
    IF OI-DISPUTED OR OI-AGREEMENT-NUMBER NOT = 0
        MOVE WS-REMAINING-DUE TO WS-AMOUNT-EDIT
        DISPLAY 'Held back: ' OI-DESIGNATION ' ' OI-CURRENCY ' '
            WS-AMOUNT-EDIT ' (disputed or under an agreement)'
        ADD 1 TO WS-COUNT-HELD-BACK
        GO TO 2100-EXIT
    END-IF
    PERFORM 4000-WRITE-OFF-ITEM THRU 4000-EXIT.
2100-EXIT.
    EXIT.

2150-FIND-TOLERANCE SECTION.
    MOVE 'N' TO WS-TOL-FOUND-FLAG
    PERFORM 2160-MATCH-TOLERANCE THRU 2160-EXIT
        VARYING WS-TOL-IDX FROM 1 BY 1
        UNTIL WS-TOL-IDX > WS-TOL-COUNT OR TOL-FOUND
    IF TOL-FOUND
        SUBTRACT 1 FROM WS-TOL-IDX
    END-IF.
2150-EXIT.
    EXIT.

2160-MATCH-TOLERANCE SECTION.
    IF WS-TOL-CCY(WS-TOL-IDX) = OI-CURRENCY
        MOVE 'Y' TO WS-TOL-FOUND-FLAG
    END-IF.
2160-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-RUN-APPROVED writes off each item on the approved list in
*> turn.  A listed item that cannot be written off - not found,
*> already closed, disputed or under an instalment agreement - is
*> reported and skipped, and the run ends with 4.
*> ---------------------------------------------------------------
3000-RUN-APPROVED SECTION.
    PERFORM 3100-WRITE-OFF-APPROVED THRU 3100-EXIT
        VARYING WS-APR-IDX FROM 1 BY 1
        UNTIL WS-APR-IDX > WS-APR-COUNT
    IF WS-COUNT-REJECTED > 0 AND WS-RETURN-CODE < 8
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
3000-EXIT.
    EXIT.

3100-WRITE-OFF-APPROVED SECTION.
    MOVE 'N' TO WS-SCAN-EOF
    MOVE 0 TO WS-SCAN-MATCH-COUNT
    MOVE WS-SELLER-NIP TO OI-SELLER-NIP
    MOVE LOW-VALUES TO OI-DOC-TYPE
    MOVE 0 TO OI-DOC-YEAR
    MOVE 0 TO OI-DOC-NUMBER
    START OPEN-ITEMS-FILE KEY >= OI-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 3200-SCAN-FOR-DESIGNATION THRU 3200-EXIT
        UNTIL SCAN-EOF
    IF WS-SCAN-MATCH-COUNT NOT = 1
        DISPLAY 'REJECTED: ' WS-APR-DESIGNATION(WS-APR-IDX)
            ' matches ' WS-SCAN-MATCH-COUNT
            ' open item(s) of seller ' WS-SELLER-NIP
        ADD 1 TO WS-COUNT-REJECTED
        GO TO 3100-EXIT
    END-IF
    MOVE WS-SCAN-MATCH-KEY TO OI-KEY
    READ OPEN-ITEMS-FILE
        INVALID KEY
            DISPLAY 'REJECTED: open item vanished: ' WS-SCAN-MATCH-KEY
            ADD 1 TO WS-COUNT-REJECTED
            GO TO 3100-EXIT
    END-READ
    IF NOT OI-OPEN
        DISPLAY 'REJECTED: ' OI-DESIGNATION ' is no longer open'
        ADD 1 TO WS-COUNT-REJECTED
        GO TO 3100-EXIT
    END-IF
    IF OI-DISPUTED
        DISPLAY 'REJECTED: ' OI-DESIGNATION ' is disputed - close'
            ' the dispute first'
        ADD 1 TO WS-COUNT-REJECTED
        GO TO 3100-EXIT
    END-IF
    IF OI-AGREEMENT-NUMBER NOT = 0
        DISPLAY 'REJECTED: ' OI-DESIGNATION ' is under instalment'
            ' agreement ' OI-AGREEMENT-NUMBER ' - cancel it first'
        ADD 1 TO WS-COUNT-REJECTED
        GO TO 3100-EXIT
    END-IF
    COMPUTE WS-REMAINING-DUE = OI-GROSS-AMOUNT - OI-AMOUNT-PAID
    MOVE WS-APR-REASON(WS-APR-IDX) TO WS-WO-REASON
    MOVE WS-APR-APPROVER(WS-APR-IDX) TO WS-WO-APPROVER
    PERFORM 4000-WRITE-OFF-ITEM THRU 4000-EXIT.
3100-EXIT.
    EXIT.

3200-SCAN-FOR-DESIGNATION SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 3200-EXIT
    END-READ
    IF OI-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 3200-EXIT
    END-IF
    IF OI-DESIGNATION = WS-APR-DESIGNATION(WS-APR-IDX)
        ADD 1 TO WS-SCAN-MATCH-COUNT
        MOVE OI-KEY TO WS-SCAN-MATCH-KEY
    END-IF.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-WRITE-OFF-ITEM closes the open item in the record area as
*> written off today for its remaining balance (WS-REMAINING-DUE)
*> under WS-WO-REASON, then registers and posts it.
*> ---------------------------------------------------------------
4000-WRITE-OFF-ITEM SECTION.
    SET OI-WRITTEN-OFF TO TRUE
    MOVE WS-TODAY-YYYYMMDD TO OI-SETTLED-DATE
    MOVE WS-REMAINING-DUE TO OI-WRITEOFF-AMOUNT
    MOVE WS-WO-REASON TO OI-WRITEOFF-REASON
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: could not rewrite open item ' OI-DESIGNATION
            ' (status ' WS-OPEN-ITEMS-FILE-STATUS ')'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 4000-EXIT
    END-IF
    ADD 1 TO WS-COUNT-WRITTEN-OFF
    PERFORM 4100-WRITE-REGISTER-LINE THRU 4100-EXIT
    PERFORM 4200-WRITE-POSTINGS THRU 4200-EXIT
    MOVE WS-REMAINING-DUE TO WS-AMOUNT-EDIT
    DISPLAY 'Written off: ' OI-DESIGNATION ' ' OI-CURRENCY ' '
        WS-AMOUNT-EDIT ' (' WS-WO-REASON ')'.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-WRITE-REGISTER-LINE lists the write-off on the register,
*> with the ledger journal run ID ROLLBACK would undo it under.
*> ---------------------------------------------------------------
4100-WRITE-REGISTER-LINE SECTION.
    MOVE OI-GROSS-AMOUNT TO WS-AMOUNT-EDIT
    MOVE OI-AMOUNT-PAID TO WS-AMOUNT-EDIT-2
    MOVE OI-WRITEOFF-AMOUNT TO WS-AMOUNT-EDIT-3
    MOVE SPACES TO REGISTER-LINE
    STRING WS-TODAY-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-DESIGNATION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-BUYER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT-3 DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-WRITEOFF-REASON DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-WO-APPROVER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        LJ-RUN-ID DELIMITED BY SPACE
        INTO REGISTER-LINE
    WRITE REGISTER-LINE.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-WRITE-POSTINGS writes the balanced pair for the write-off:
*> the write-off expense account is charged and the receivable
*> credited, in the document currency, the way GLEXPORT booked the
*> receivable.  The expense account is the reason's own WOFF
*> mapping if there is one, else the plain WOFF mapping.  Without
*> the accounts mapped nothing is posted - the register line still
*> stands - and the run ends with 4.
*> ---------------------------------------------------------------
4200-WRITE-POSTINGS SECTION.
    MOVE WS-WOFF-ACCOUNT TO WS-DEBIT-ACCOUNT
    MOVE 'N' TO WS-WR-FOUND-FLAG
    PERFORM 4250-MATCH-REASON-ACCOUNT THRU 4250-EXIT
        VARYING WS-WR-IDX FROM 1 BY 1
        UNTIL WS-WR-IDX > WS-WR-COUNT OR WR-FOUND
    IF WS-DEBIT-ACCOUNT = SPACES OR WS-AR-ACCOUNT = SPACES
        DISPLAY 'WARNING: AR/WOFF account not mapped in '
            WS-ACCOUNT-MAP-NAME ' - ' OI-DESIGNATION ' not posted.'
        ADD 1 TO WS-COUNT-UNPOSTED
        GO TO 4200-EXIT
    END-IF
    MOVE SPACES TO WS-POST-DESC
    STRING 'write-off ' DELIMITED BY SIZE
        OI-WRITEOFF-REASON DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OI-BUYER-NIP DELIMITED BY SIZE
        INTO WS-POST-DESC
    MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
    SET POST-DEBIT TO TRUE
    PERFORM 4300-WRITE-POSTING-LINE THRU 4300-EXIT
    MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT
    SET POST-CREDIT TO TRUE
    PERFORM 4300-WRITE-POSTING-LINE THRU 4300-EXIT.
4200-EXIT.
    EXIT.

4250-MATCH-REASON-ACCOUNT SECTION.
    IF WS-WR-REASON(WS-WR-IDX) = OI-WRITEOFF-REASON
        MOVE WS-WR-ACCOUNT(WS-WR-IDX) TO WS-DEBIT-ACCOUNT
        MOVE 'Y' TO WS-WR-FOUND-FLAG
    END-IF.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-WRITE-POSTING-LINE writes one line in the GLEXPORT layout
*> DATE;DOCUMENT;ACCOUNT;DEBIT;CREDIT;CURRENCY;DESCRIPTION for the
*> staged account and side.
*> ---------------------------------------------------------------
4300-WRITE-POSTING-LINE SECTION.
    MOVE OI-WRITEOFF-AMOUNT TO WS-POST-AMT-TXT
    IF POST-DEBIT
        MOVE WS-POST-AMT-TXT TO WS-DEBIT-TXT
        MOVE '0.00' TO WS-CREDIT-TXT
    ELSE
        MOVE '0.00' TO WS-DEBIT-TXT
        MOVE WS-POST-AMT-TXT TO WS-CREDIT-TXT
    END-IF
    MOVE SPACES TO POSTING-LINE
    STRING WS-TODAY-DISPLAY DELIMITED BY SIZE
        ';' DELIMITED BY SIZE
        OI-DESIGNATION DELIMITED BY '  '
        ';' DELIMITED BY SIZE
        WS-POST-ACCOUNT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-DEBIT-TXT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        WS-CREDIT-TXT DELIMITED BY SPACE
        ';' DELIMITED BY SIZE
        OI-CURRENCY DELIMITED BY SIZE
        ';' DELIMITED BY SIZE
        WS-POST-DESC DELIMITED BY '  '
        INTO POSTING-LINE
    WRITE POSTING-LINE.
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-REPORT-TOTALS closes the run with its counts.  Items left
*> unposted end the run with 4.
*> ---------------------------------------------------------------
5000-REPORT-TOTALS SECTION.
    DISPLAY 'Written off: ' WS-COUNT-WRITTEN-OFF ' item(s), '
        WS-COUNT-HELD-BACK ' held back, '
        WS-COUNT-REJECTED ' rejected.'
    IF WS-COUNT-WRITTEN-OFF > 0
        DISPLAY 'Register: ' WS-REGISTER-FILE-NAME
        DISPLAY 'Postings: ' WS-POSTING-FILE-NAME
    END-IF
    IF WS-COUNT-UNPOSTED > 0
        DISPLAY 'WARNING: ' WS-COUNT-UNPOSTED
            ' write-off(s) not posted - map AR and WOFF in '
            WS-ACCOUNT-MAP-NAME
        IF WS-RETURN-CODE < 8
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.
5000-EXIT.
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
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'WRITEOFF' TO LJ-PROGRAM
    CALL "LEDGJRNL" USING WS-LEDGER-JOURNAL
    IF LJ-JOURNAL-FAILED
        DISPLAY 'ERROR: ledger change not journaled - run stopped.'
        MOVE 8 TO WS-RETURN-CODE
        PERFORM 9999-TERMINATE THRU 9999-EXIT
    END-IF.
8950-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    IF LEDGER-OPEN
        CLOSE OPEN-ITEMS-FILE
    END-IF
    IF OUTPUT-FILES-OPEN
        CLOSE REGISTER-FILE
        CLOSE POSTING-FILE
    END-IF
    IF RUN-LOCK-HELD
        SET LOCK-RELEASE TO TRUE
        CALL "RUNLOCK" USING WS-RUNLOCK
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
