IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - opens and closes a client dispute
*>             against one open item: stamps the item (status,
*>             date, who raised it, reason) so DUNNING, INTNOTE
*>             and BADDEBT leave it alone while the dispute runs,
*>             and appends every open and close to the dispute log
*>             (disputes.log), which keeps the full history.
*> 2026-10-15  Every open items ledger rewrite is journaled
*>             through LEDGJRNL (before and after image under the
*>             run ID) so ROLLBACK can undo the run.
*> 2026-10-15  The run stops with return code 8 when a ledger
*>             change cannot be written to the ledger journal.
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

    SELECT DISPUTE-LOG-FILE ASSIGN TO DYNAMIC WS-DISPUTE-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DISPUTE-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> ---------------------------------------------------------------
*> Dispute transaction file: the same 8-character KEY:VALUE lines
*> CUSTMAINT takes, one dispute action per run.  ACTION__ is OPEN
*> or CLOSE; SELLRNIP and DOCUMENT (the designation printed on the
*> document, e.g. FV/17/08/2026) name the open item; RAISEDBY is
*> who raised the dispute (CLOSEDBY who closed it); REASON__ is
*> the client's complaint or the resolution; DISPDATE (yyyymmdd)
*> defaults to today.
*> ---------------------------------------------------------------
FD TRANSACTION-FILE.
01 TRAN-ENTRY-FILE.
    05 TRAN-KEY PIC X(8).
    05 TRAN-DELIMITER PIC X(1).
    05 TRAN-VALUE PIC X(80).

FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

*> ---------------------------------------------------------------
*> Dispute log: one fixed-column line per open or close, appended
*> and never rewritten.
*> ---------------------------------------------------------------
FD DISPUTE-LOG-FILE.
01 DISPUTE-LOG-RECORD.
    05 DLOG-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 DLOG-TIME PIC 9(6).
    05 FILLER PIC X(1).
    05 DLOG-ACTION PIC X(5).
    05 FILLER PIC X(1).
    05 DLOG-SELLER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 DLOG-DESIGNATION PIC X(20).
    05 FILLER PIC X(1).
    05 DLOG-BUYER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 DLOG-DISPUTE-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 DLOG-USER PIC X(20).
    05 FILLER PIC X(1).
    05 DLOG-REASON PIC X(60).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-TRAN-FILE-NAME PIC X(100) VALUE 'disptran.txt'.
01 WS-TRAN-FILE-STATUS PIC X(2).
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-DISPUTE-LOG-FILE-NAME PIC X(100) VALUE 'disputes.log'.
01 WS-DISPUTE-LOG-FILE-STATUS PIC X(2).
01 WS-TRAN-EOF PIC X VALUE 'N'.
    88 TRAN-EOF VALUE 'Y'.
01 WS-LEDGER-OPEN-FLAG PIC X VALUE 'N'.
    88 LEDGER-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: [transaction-file] [-force]
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.

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
    88 TRAN-ACTION-OPEN  VALUE 'OPEN'.
    88 TRAN-ACTION-CLOSE VALUE 'CLOSE'.
01 WS-TRAN-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-TRAN-DESIGNATION PIC X(20) VALUE SPACES.
01 WS-TRAN-USER PIC X(20) VALUE SPACES.
01 WS-TRAN-REASON PIC X(60) VALUE SPACES.
01 WS-TRAN-DATE PIC 9(8) VALUE 0.

01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-NOW-TIME PIC 9(8) VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-SCAN-MATCH-COUNT PIC 9(3) VALUE 0.
01 WS-SCAN-MATCH-KEY PIC X(21) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2500-VALIDATE-TRANSACTION THRU 2500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1500-TAKE-RUN-LOCK THRU 1500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-FIND-OPEN-ITEM THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
    END-IF.
    IF LEDGER-OPEN
        CLOSE OPEN-ITEMS-FILE
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'DISPUTE - open item dispute maintenance'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2
    IF WS-CL-WORD-1 = '-force' OR WS-CL-WORD-2 = '-force'
        SET FORCE-REQUESTED TO TRUE
    END-IF
    IF WS-CL-WORD-1 NOT = SPACES AND WS-CL-WORD-1 NOT = '-force'
        MOVE WS-CL-WORD-1 TO WS-TRAN-FILE-NAME
    END-IF
    DISPLAY 'Transaction file: ' WS-TRAN-FILE-NAME
    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-TAKE-RUN-LOCK acquires the shared-ledger lock through the
*> RUNLOCK subprogram; a busy lock fails the run fast with return
*> code 6 (-force takes over a stale lock from a crashed job).
*> ---------------------------------------------------------------
1500-TAKE-RUN-LOCK SECTION.
    SET LOCK-ACQUIRE TO TRUE
    MOVE 'DISPUTE' TO LOCK-HOLDER
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
        MOVE TRAN-VALUE TO WS-TRAN-DESIGNATION
    WHEN 'RAISEDBY'
        MOVE TRAN-VALUE TO WS-TRAN-USER
    WHEN 'CLOSEDBY'
        MOVE TRAN-VALUE TO WS-TRAN-USER
    WHEN 'REASON__'
        MOVE TRAN-VALUE TO WS-TRAN-REASON
    WHEN 'DISPDATE'
        IF TRAN-VALUE(1:8) IS NOT NUMERIC
            DISPLAY 'ERROR: DISPDATE must be yyyymmdd, got: '
                TRAN-VALUE(1:8)
            MOVE 8 TO WS-RETURN-CODE
        ELSE
            MOVE TRAN-VALUE(1:8) TO WS-TRAN-DATE
        END-IF
    WHEN OTHER
        DISPLAY 'WARNING: unrecognized transaction key: ''' TRAN-KEY ''''
        MOVE 8 TO WS-RETURN-CODE
    END-EVALUATE.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-VALIDATE-TRANSACTION checks every required key is there
*> before the ledger is touched.  Who and why are required both
*> ways - a dispute closed without a note is as useless to the
*> next person reading the log as one opened without one.
*> ---------------------------------------------------------------
2500-VALIDATE-TRANSACTION SECTION.
    IF NOT TRAN-ACTION-OPEN AND NOT TRAN-ACTION-CLOSE
        DISPLAY 'ERROR: ACTION__ must be OPEN or CLOSE, got: '
            WS-TRAN-ACTION
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-SELLER-NIP = 0
        DISPLAY 'ERROR: required transaction key missing: SELLRNIP'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-DESIGNATION = SPACES
        DISPLAY 'ERROR: required transaction key missing: DOCUMENT'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-USER = SPACES
        IF TRAN-ACTION-OPEN
            DISPLAY 'ERROR: required transaction key missing: '
                'RAISEDBY'
        ELSE
            DISPLAY 'ERROR: required transaction key missing: '
                'CLOSEDBY'
        END-IF
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-REASON = SPACES
        DISPLAY 'ERROR: required transaction key missing: REASON__'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2500-EXIT
    END-IF
    IF WS-TRAN-DATE = 0
        MOVE WS-TODAY-YYYYMMDD TO WS-TRAN-DATE
    END-IF.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-FIND-OPEN-ITEM walks the seller's open items for the one
*> bearing the quoted designation and leaves it in the record
*> area.  The designation carries the numbering year, so more than
*> one hit means a damaged ledger, not an ambiguous request.
*> ---------------------------------------------------------------
3000-FIND-OPEN-ITEM SECTION.
    OPEN I-O OPEN-ITEMS-FILE
    IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: open items ledger not found: '
            WS-OPEN-ITEMS-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    SET LEDGER-OPEN TO TRUE
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
    PERFORM 3100-SCAN-FOR-DESIGNATION THRU 3100-EXIT
        UNTIL SCAN-EOF
    IF WS-SCAN-MATCH-COUNT NOT = 1
        DISPLAY 'ERROR: document ' WS-TRAN-DESIGNATION
            ' matches ' WS-SCAN-MATCH-COUNT
            ' open item(s) of seller ' WS-TRAN-SELLER-NIP
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    MOVE WS-SCAN-MATCH-KEY TO OI-KEY
    READ OPEN-ITEMS-FILE
        INVALID KEY
            DISPLAY 'ERROR: open item vanished: ' WS-SCAN-MATCH-KEY
            MOVE 8 TO WS-RETURN-CODE
    END-READ.
3000-EXIT.
    EXIT.

3100-SCAN-FOR-DESIGNATION SECTION.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 3100-EXIT
    END-READ
    IF OI-SELLER-NIP NOT = WS-TRAN-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 3100-EXIT
    END-IF
    IF OI-DESIGNATION = WS-TRAN-DESIGNATION
        ADD 1 TO WS-SCAN-MATCH-COUNT
        MOVE OI-KEY TO WS-SCAN-MATCH-KEY
    END-IF.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-APPLY-TRANSACTION opens or closes the dispute on the item
*> in the record area and logs it.  Opening needs the item still
*> unpaid and not already disputed; closing needs an open dispute.
*> ---------------------------------------------------------------
4000-APPLY-TRANSACTION SECTION.
    IF TRAN-ACTION-OPEN
        IF OI-DISPUTED
            DISPLAY 'ERROR: ' OI-DESIGNATION ' is already disputed'
                ' since ' OI-DISPUTE-DATE
            MOVE 8 TO WS-RETURN-CODE
            GO TO 4000-EXIT
        END-IF
        IF NOT OI-OPEN
            DISPLAY 'ERROR: ' OI-DESIGNATION ' is settled - nothing'
                ' left to dispute'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 4000-EXIT
        END-IF
        SET OI-DISPUTED TO TRUE
        MOVE WS-TRAN-DATE TO OI-DISPUTE-DATE
        MOVE WS-TRAN-USER TO OI-DISPUTE-RAISED-BY
        MOVE WS-TRAN-REASON TO OI-DISPUTE-REASON
    ELSE
        IF NOT OI-DISPUTED
            DISPLAY 'ERROR: ' OI-DESIGNATION ' has no open dispute'
            MOVE 8 TO WS-RETURN-CODE
            GO TO 4000-EXIT
        END-IF
        SET OI-DISPUTE-CLOSED TO TRUE
    END-IF
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    PERFORM 4100-WRITE-DISPUTE-LOG THRU 4100-EXIT
    IF TRAN-ACTION-OPEN
        DISPLAY 'Dispute opened on ' OI-DESIGNATION
    ELSE
        DISPLAY 'Dispute closed on ' OI-DESIGNATION
    END-IF.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-WRITE-DISPUTE-LOG appends the action to the dispute log,
*> creating the log on first use.
*> ---------------------------------------------------------------
4100-WRITE-DISPUTE-LOG SECTION.
    OPEN EXTEND DISPUTE-LOG-FILE
    IF WS-DISPUTE-LOG-FILE-STATUS NOT = '00'
        CLOSE DISPUTE-LOG-FILE
        OPEN OUTPUT DISPUTE-LOG-FILE
    END-IF
    MOVE SPACES TO DISPUTE-LOG-RECORD
    MOVE WS-TODAY-YYYYMMDD TO DLOG-DATE
    MOVE WS-NOW-TIME(1:6) TO DLOG-TIME
    MOVE WS-TRAN-ACTION TO DLOG-ACTION
    MOVE OI-SELLER-NIP TO DLOG-SELLER-NIP
    MOVE OI-DESIGNATION TO DLOG-DESIGNATION
    MOVE OI-BUYER-NIP TO DLOG-BUYER-NIP
    MOVE WS-TRAN-DATE TO DLOG-DISPUTE-DATE
    MOVE WS-TRAN-USER TO DLOG-USER
    MOVE WS-TRAN-REASON TO DLOG-REASON
    WRITE DISPUTE-LOG-RECORD
    CLOSE DISPUTE-LOG-FILE.
4100-EXIT.
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
    MOVE 'DISPUTE' TO LJ-PROGRAM
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
