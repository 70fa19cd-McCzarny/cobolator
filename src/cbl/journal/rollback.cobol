IDENTIFICATION DIVISION.
PROGRAM-ID. ROLLBACK.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - undoes one run's changes to the
*>             shared ledgers from the ledger journal (ledgjrnl.txt)
*>             instead of restoring last night's copy by hand and
*>             losing the morning's work: every record the run
*>             added is deleted, every record it rewrote or deleted
*>             is put back as it was, newest change first.  The run
*>             is refused whole when a later run has touched any of
*>             the same records since, or when a record no longer
*>             looks the way the run left it.  -list shows the runs
*>             on the journal.
*> 2026-10-15  Instalment agreements (instagr.dat) and purchase
*>             invoices (purchreg.dat) are now journaled and
*>             rolled back with the other ledgers; the run stops
*>             when its own undo cannot be journaled.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS REGISTER-NIP
    FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT INVOICE-DETAIL-FILE
    ASSIGN TO DYNAMIC WS-INVOICE-DETAIL-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS DTL-KEY
    FILE STATUS IS WS-INVOICE-DETAIL-FILE-STATUS.

    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS HST-KEY
    FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT OPEN-ITEMS-FILE
    ASSIGN TO DYNAMIC WS-OPEN-ITEMS-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS OI-KEY
    FILE STATUS IS WS-OPEN-ITEMS-FILE-STATUS.

    SELECT ON-ACCOUNT-FILE
    ASSIGN TO DYNAMIC WS-ON-ACCOUNT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS OA-KEY
    FILE STATUS IS WS-ON-ACCOUNT-FILE-STATUS.

    SELECT AGREEMENT-FILE
    ASSIGN TO DYNAMIC WS-AGREEMENT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IA-KEY
    FILE STATUS IS WS-AGREEMENT-FILE-STATUS.

    SELECT PURCHASE-REGISTER-FILE
    ASSIGN TO DYNAMIC WS-PURCHREG-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS PUR-KEY
    FILE STATUS IS WS-PURCHREG-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LEDGER-JOURNAL-FILE.
COPY "ledgjrnl.cpy".

FD REGISTER-FILE.
COPY "register.cpy".

FD INVOICE-DETAIL-FILE.
COPY "invdtl.cpy".

FD HISTORY-FILE.
COPY "invdtl.cpy" REPLACING ==INVOICE-DETAIL-RECORD==
    BY ==HISTORY-DETAIL-RECORD==
    LEADING ==DTL-== BY ==HST-==.

FD OPEN-ITEMS-FILE.
COPY "openitem.cpy".

FD ON-ACCOUNT-FILE.
COPY "onacct.cpy".

FD AGREEMENT-FILE.
COPY "instagr.cpy".

FD PURCHASE-REGISTER-FILE.
COPY "purchdtl.cpy".

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-JOURNAL-FILE-NAME PIC X(100) VALUE 'ledgjrnl.txt'.
01 WS-JOURNAL-FILE-STATUS PIC X(2).
01 WS-REGISTER-FILE-NAME PIC X(100) VALUE 'register.dat'.
01 WS-REGISTER-FILE-STATUS PIC X(2).
01 WS-INVOICE-DETAIL-FILE-NAME PIC X(100) VALUE 'invoicedtl.dat'.
01 WS-INVOICE-DETAIL-FILE-STATUS PIC X(2).
01 WS-HISTORY-FILE-NAME PIC X(100) VALUE 'invoicedtl_hist.dat'.
01 WS-HISTORY-FILE-STATUS PIC X(2).
01 WS-OPEN-ITEMS-FILE-NAME PIC X(100) VALUE 'openitems.dat'.
01 WS-OPEN-ITEMS-FILE-STATUS PIC X(2).
01 WS-ON-ACCOUNT-FILE-NAME PIC X(100) VALUE 'onacct.dat'.
01 WS-ON-ACCOUNT-FILE-STATUS PIC X(2).
01 WS-AGREEMENT-FILE-NAME PIC X(100) VALUE 'instagr.dat'.
01 WS-AGREEMENT-FILE-STATUS PIC X(2).
01 WS-PURCHREG-FILE-NAME PIC X(100) VALUE 'purchreg.dat'.
01 WS-PURCHREG-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'rollback.txt'.
01 WS-JOURNAL-EOF PIC X VALUE 'N'.
    88 JOURNAL-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout:
*>   <run-id> [-force] [report-file]
*>   -list [from-yyyymmdd] [report-file]
*> The run ID is the one LEDGJRNL printed when the run made its
*> first ledger change (program-yyyymmdd-hhmmsscc); -list shows
*> every run on the journal, from a date when one is given.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(300) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-TARGET-RUN-ID PIC X(30) VALUE SPACES.
01 WS-LIST-FROM-DATE PIC 9(8) VALUE 0.
01 WS-MODE PIC X VALUE 'R'.
    88 MODE-ROLLBACK VALUE 'R'.
    88 MODE-LIST     VALUE 'L'.

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
*> The named run's changes in journal order, with both images.
*> Undone from the last entry back to the first.
*> ---------------------------------------------------------------
01 WS-ENTRY-TABLE.
    05 WS-EN-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-EN-ENTRY OCCURS 3000 TIMES.
        10 WS-EN-SEQUENCE PIC 9(6).
        10 WS-EN-LEDGER PIC X(1).
        10 WS-EN-ACTION PIC X(1).
            88 EN-ADDED     VALUE 'A'.
            88 EN-REWRITTEN VALUE 'R'.
            88 EN-DELETED   VALUE 'D'.
        10 WS-EN-KEY PIC X(40).
        10 WS-EN-BEFORE PIC X(1700).
        10 WS-EN-AFTER PIC X(1700).
01 WS-EN-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-EN-JDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-RUN-PROGRAM PIC X(10) VALUE SPACES.
01 WS-RUN-DATE PIC 9(8) VALUE 0.
01 WS-RUN-TIME PIC 9(6) VALUE 0.

*> ---------------------------------------------------------------
*> Which ledgers the run touched, so only those are opened.
*> ---------------------------------------------------------------
01 WS-USES-REGISTER PIC X VALUE 'N'.
    88 USES-REGISTER VALUE 'Y'.
01 WS-USES-DETAIL PIC X VALUE 'N'.
    88 USES-DETAIL VALUE 'Y'.
01 WS-USES-HISTORY PIC X VALUE 'N'.
    88 USES-HISTORY VALUE 'Y'.
01 WS-USES-OPEN-ITEMS PIC X VALUE 'N'.
    88 USES-OPEN-ITEMS VALUE 'Y'.
01 WS-USES-ON-ACCOUNT PIC X VALUE 'N'.
    88 USES-ON-ACCOUNT VALUE 'Y'.
01 WS-USES-AGREEMENTS PIC X VALUE 'N'.
    88 USES-AGREEMENTS VALUE 'Y'.
01 WS-USES-PURCHASES PIC X VALUE 'N'.
    88 USES-PURCHASES VALUE 'Y'.

*> ---------------------------------------------------------------
*> Refusal checks: a later journal line of another run on a record
*> the named run changed, or a record no longer as the run left it.
*> ---------------------------------------------------------------
01 WS-COUNT-CONFLICTS PIC 9(5) VALUE 0.
01 WS-LAST-FLAG PIC X VALUE 'Y'.
    88 EN-IS-LAST VALUE 'Y'.
01 WS-MATCH-FLAG PIC X VALUE 'N'.
    88 KEY-MATCHED VALUE 'Y'.
01 WS-CURRENT-FOUND PIC X VALUE 'N'.
    88 CURRENT-FOUND VALUE 'Y'.
01 WS-CURRENT-IMAGE PIC X(1700) VALUE SPACES.
01 WS-RESTORE-IMAGE PIC X(1700) VALUE SPACES.
01 WS-UNDO-STATUS PIC X(2) VALUE SPACES.
01 WS-UNDO-FAILED PIC X VALUE 'N'.
    88 UNDO-FAILED VALUE 'Y'.

*> ---------------------------------------------------------------
*> Runs on the journal, for -list.
*> ---------------------------------------------------------------
01 WS-RUN-TABLE.
    05 WS-RN-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-RN-ENTRY OCCURS 1000 TIMES.
        10 WS-RN-ID PIC X(30).
        10 WS-RN-PROGRAM PIC X(10).
        10 WS-RN-DATE PIC 9(8).
        10 WS-RN-TIME PIC 9(6).
        10 WS-RN-CHANGES PIC 9(6).
01 WS-RN-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-RN-FOUND PIC X VALUE 'N'.
    88 RUN-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> Report fields; counters land in STRINGed report lines, so they
*> stay USAGE DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-UNDONE PIC 9(6) VALUE 0.
01 WS-COUNT-CHANGES PIC 9(6) VALUE 0.
01 WS-LEDGER-CODE PIC X VALUE SPACE.
01 WS-LEDGER-NAME PIC X(10) VALUE SPACES.
01 WS-UNDONE-TEXT PIC X(20) VALUE SPACES.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TIME-DISPLAY PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0 AND MODE-LIST
        PERFORM 6000-LIST-RUNS THRU 6000-EXIT
        PERFORM 9999-TERMINATE THRU 9999-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1500-TAKE-RUN-LOCK THRU 1500-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-LOAD-RUN THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-OPEN-LEDGERS THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3500-VERIFY-CURRENT THRU 3500-EXIT
            VARYING WS-EN-IDX FROM 1 BY 1
            UNTIL WS-EN-IDX > WS-EN-COUNT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 4000-UNDO-RUN THRU 4000-EXIT
    END-IF.
    PERFORM 5000-FINISH-REPORT THRU 5000-EXIT.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'ROLLBACK - undo one run from the ledger journal'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    IF WS-CL-WORD-1 = SPACES
        DISPLAY 'Usage: rollback <run-id> [-force] [report-file]'
        DISPLAY '       rollback -list [from-yyyymmdd] [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    IF WS-CL-WORD-1 = '-list'
        SET MODE-LIST TO TRUE
        IF WS-CL-WORD-2(1:8) IS NUMERIC
            MOVE WS-CL-WORD-2(1:8) TO WS-LIST-FROM-DATE
            MOVE WS-CL-WORD-3 TO WS-CL-WORD-2
        END-IF
        IF WS-CL-WORD-2 NOT = SPACES
            MOVE WS-CL-WORD-2 TO WS-REPORT-FILE-NAME
        END-IF
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-TARGET-RUN-ID
    IF WS-CL-WORD-2 = '-force' OR WS-CL-WORD-3 = '-force'
        SET FORCE-REQUESTED TO TRUE
    END-IF
    IF WS-CL-WORD-2 NOT = SPACES AND WS-CL-WORD-2 NOT = '-force'
        MOVE WS-CL-WORD-2 TO WS-REPORT-FILE-NAME
    END-IF
    IF WS-CL-WORD-3 NOT = SPACES AND WS-CL-WORD-3 NOT = '-force'
        MOVE WS-CL-WORD-3 TO WS-REPORT-FILE-NAME
    END-IF

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'ROLLBACK OF RUN ' DELIMITED BY SIZE
        WS-TARGET-RUN-ID DELIMITED BY SPACE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-TAKE-RUN-LOCK takes the shared-ledger lock through the
*> RUNLOCK subprogram; a busy lock fails the run fast with return
*> code 6 (-force takes over a stale lock from a crashed job).
*> ---------------------------------------------------------------
1500-TAKE-RUN-LOCK SECTION.
    SET LOCK-ACQUIRE TO TRUE
    MOVE 'ROLLBACK' TO LOCK-HOLDER
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
*> 2000-LOAD-RUN reads the journal once: the named run's lines go
*> into the entry table, and every later line of another run is
*> checked against the records the run had changed up to there.
*> ---------------------------------------------------------------
2000-LOAD-RUN SECTION.
    MOVE 'N' TO WS-JOURNAL-EOF
    OPEN INPUT LEDGER-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: ledger journal not found: '
            WS-JOURNAL-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LOAD-NEXT-LINE THRU 2100-EXIT
        UNTIL JOURNAL-EOF
    CLOSE LEDGER-JOURNAL-FILE
    IF WS-RETURN-CODE NOT = 0
        GO TO 2000-EXIT
    END-IF
    IF WS-EN-COUNT = 0
        DISPLAY 'ERROR: run not on the ledger journal: '
            WS-TARGET-RUN-ID
        MOVE SPACES TO REPORT-LINE
        STRING 'Run not found on ' DELIMITED BY SIZE
            WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
            '.' DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF

    MOVE WS-EN-COUNT TO WS-COUNT-CHANGES
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-' WS-RUN-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO WS-TIME-DISPLAY
    STRING WS-RUN-TIME(1:2) ':' WS-RUN-TIME(3:2) ':' WS-RUN-TIME(5:2)
        DELIMITED BY SIZE INTO WS-TIME-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING 'Run by ' DELIMITED BY SIZE
        WS-RUN-PROGRAM DELIMITED BY SPACE
        ' on ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' at ' DELIMITED BY SIZE
        WS-TIME-DISPLAY DELIMITED BY SIZE
        ', ' DELIMITED BY SIZE
        WS-COUNT-CHANGES DELIMITED BY SIZE
        ' ledger change(s) journaled.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    IF WS-COUNT-CONFLICTS > 0
        DISPLAY 'ERROR: ' WS-COUNT-CONFLICTS ' record(s) changed by'
            ' later runs - rollback refused.'
        MOVE 8 TO WS-RETURN-CODE
    END-IF.
2000-EXIT.
    EXIT.

2100-LOAD-NEXT-LINE SECTION.
    READ LEDGER-JOURNAL-FILE
        AT END
            MOVE 'Y' TO WS-JOURNAL-EOF
            GO TO 2100-EXIT
    END-READ
    IF JR-RUN-ID NOT = WS-TARGET-RUN-ID
        IF WS-EN-COUNT > 0
            PERFORM 2300-CHECK-LATER-CHANGE THRU 2300-EXIT
        END-IF
        GO TO 2100-EXIT
    END-IF
    IF WS-EN-COUNT >= 3000
        DISPLAY 'ERROR: run has more than 3000 ledger changes -'
            ' roll it back from a backup.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-JOURNAL-EOF
        GO TO 2100-EXIT
    END-IF
    IF WS-EN-COUNT = 0
        MOVE JR-PROGRAM TO WS-RUN-PROGRAM
        MOVE JR-DATE TO WS-RUN-DATE
        MOVE JR-TIME TO WS-RUN-TIME
    END-IF
    ADD 1 TO WS-EN-COUNT
    MOVE JR-SEQUENCE TO WS-EN-SEQUENCE(WS-EN-COUNT)
    MOVE JR-LEDGER TO WS-EN-LEDGER(WS-EN-COUNT)
    MOVE JR-ACTION TO WS-EN-ACTION(WS-EN-COUNT)
    MOVE JR-KEY TO WS-EN-KEY(WS-EN-COUNT)
    MOVE JR-BEFORE-IMAGE TO WS-EN-BEFORE(WS-EN-COUNT)
    MOVE JR-AFTER-IMAGE TO WS-EN-AFTER(WS-EN-COUNT)
    EVALUATE TRUE
    WHEN JR-REGISTER
        SET USES-REGISTER TO TRUE
    WHEN JR-DETAIL
        SET USES-DETAIL TO TRUE
    WHEN JR-HISTORY
        SET USES-HISTORY TO TRUE
    WHEN JR-OPEN-ITEMS
        SET USES-OPEN-ITEMS TO TRUE
    WHEN JR-ON-ACCOUNT
        SET USES-ON-ACCOUNT TO TRUE
    WHEN JR-AGREEMENTS
        SET USES-AGREEMENTS TO TRUE
    WHEN JR-PURCHASES
        SET USES-PURCHASES TO TRUE
    END-EVALUATE.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-CHECK-LATER-CHANGE refuses the rollback when another run's
*> line touches a record the named run changed earlier in the
*> journal - undoing the run would throw that later work away.
*> ---------------------------------------------------------------
2300-CHECK-LATER-CHANGE SECTION.
    MOVE 'N' TO WS-MATCH-FLAG
    PERFORM 2350-MATCH-RUN-ENTRY THRU 2350-EXIT
        VARYING WS-EN-JDX FROM 1 BY 1
        UNTIL WS-EN-JDX > WS-EN-COUNT OR KEY-MATCHED
    IF NOT KEY-MATCHED
        GO TO 2300-EXIT
    END-IF
    ADD 1 TO WS-COUNT-CONFLICTS
    MOVE JR-LEDGER TO WS-LEDGER-CODE
    PERFORM 7100-NAME-LEDGER THRU 7100-EXIT
    MOVE SPACES TO REPORT-LINE
    STRING 'REFUSED: ' DELIMITED BY SIZE
        WS-LEDGER-NAME DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        JR-KEY DELIMITED BY SIZE
        ' changed since by run ' DELIMITED BY SIZE
        JR-RUN-ID DELIMITED BY SPACE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
2300-EXIT.
    EXIT.

2350-MATCH-RUN-ENTRY SECTION.
    IF WS-EN-LEDGER(WS-EN-JDX) = JR-LEDGER
            AND WS-EN-KEY(WS-EN-JDX) = JR-KEY
        MOVE 'Y' TO WS-MATCH-FLAG
    END-IF.
2350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-OPEN-LEDGERS opens for update only the ledgers the run
*> touched.
*> ---------------------------------------------------------------
3000-OPEN-LEDGERS SECTION.
    IF USES-REGISTER
        OPEN I-O REGISTER-FILE
        IF WS-REGISTER-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open invoice register: '
                WS-REGISTER-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF USES-DETAIL
        OPEN I-O INVOICE-DETAIL-FILE
        IF WS-INVOICE-DETAIL-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open invoice detail register: '
                WS-INVOICE-DETAIL-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF USES-HISTORY
        OPEN I-O HISTORY-FILE
        IF WS-HISTORY-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open history register: '
                WS-HISTORY-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF USES-OPEN-ITEMS
        OPEN I-O OPEN-ITEMS-FILE
        IF WS-OPEN-ITEMS-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open open items ledger: '
                WS-OPEN-ITEMS-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF USES-ON-ACCOUNT
        OPEN I-O ON-ACCOUNT-FILE
        IF WS-ON-ACCOUNT-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open on-account ledger: '
                WS-ON-ACCOUNT-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF USES-AGREEMENTS
        OPEN I-O AGREEMENT-FILE
        IF WS-AGREEMENT-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open instalment agreements: '
                WS-AGREEMENT-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF USES-PURCHASES
        OPEN I-O PURCHASE-REGISTER-FILE
        IF WS-PURCHREG-FILE-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot open purchase register: '
                WS-PURCHREG-FILE-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-VERIFY-CURRENT checks, for the run's last change to each
*> record, that the record still looks the way the run left it
*> (gone, after a delete).  A difference means something outside
*> the journal changed it, and the rollback is refused.
*> ---------------------------------------------------------------
3500-VERIFY-CURRENT SECTION.
    MOVE 'Y' TO WS-LAST-FLAG
    PERFORM 3550-TEST-LATER-ENTRY THRU 3550-EXIT
        VARYING WS-EN-JDX FROM WS-EN-IDX BY 1
        UNTIL WS-EN-JDX >= WS-EN-COUNT OR NOT EN-IS-LAST
    IF NOT EN-IS-LAST
        GO TO 3500-EXIT
    END-IF
    PERFORM 3600-READ-CURRENT THRU 3600-EXIT
    IF EN-DELETED(WS-EN-IDX)
        IF NOT CURRENT-FOUND
            GO TO 3500-EXIT
        END-IF
    ELSE
        IF CURRENT-FOUND AND WS-CURRENT-IMAGE = WS-EN-AFTER(WS-EN-IDX)
            GO TO 3500-EXIT
        END-IF
    END-IF
    ADD 1 TO WS-COUNT-CONFLICTS
    MOVE 8 TO WS-RETURN-CODE
    MOVE WS-EN-LEDGER(WS-EN-IDX) TO WS-LEDGER-CODE
    PERFORM 7100-NAME-LEDGER THRU 7100-EXIT
    MOVE SPACES TO REPORT-LINE
    STRING 'REFUSED: ' DELIMITED BY SIZE
        WS-LEDGER-NAME DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-EN-KEY(WS-EN-IDX) DELIMITED BY SIZE
        ' no longer as the run left it' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    DISPLAY 'ERROR: ' WS-LEDGER-NAME ' ' WS-EN-KEY(WS-EN-IDX)
        ' changed outside the journal - rollback refused.'.
3500-EXIT.
    EXIT.

*> The loop starts on the entry itself and looks one ahead.
3550-TEST-LATER-ENTRY SECTION.
    IF WS-EN-LEDGER(WS-EN-JDX + 1) = WS-EN-LEDGER(WS-EN-IDX)
            AND WS-EN-KEY(WS-EN-JDX + 1) = WS-EN-KEY(WS-EN-IDX)
        MOVE 'N' TO WS-LAST-FLAG
    END-IF.
3550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3600-READ-CURRENT reads the record an entry names as it stands
*> on file now into WS-CURRENT-IMAGE.
*> ---------------------------------------------------------------
3600-READ-CURRENT SECTION.
    MOVE 'N' TO WS-CURRENT-FOUND
    MOVE SPACES TO WS-CURRENT-IMAGE
    EVALUATE WS-EN-LEDGER(WS-EN-IDX)
    WHEN 'R'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:10) TO REGISTER-NIP
        READ REGISTER-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE REGISTER-RECORD TO WS-CURRENT-IMAGE
        END-READ
    WHEN 'D'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:21) TO DTL-KEY
        READ INVOICE-DETAIL-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE INVOICE-DETAIL-RECORD TO WS-CURRENT-IMAGE
        END-READ
    WHEN 'H'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:21) TO HST-KEY
        READ HISTORY-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE HISTORY-DETAIL-RECORD TO WS-CURRENT-IMAGE
        END-READ
    WHEN 'O'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:21) TO OI-KEY
        READ OPEN-ITEMS-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE OPEN-ITEM-RECORD TO WS-CURRENT-IMAGE
        END-READ
    WHEN 'A'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:23) TO OA-KEY
        READ ON-ACCOUNT-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE ON-ACCOUNT-RECORD TO WS-CURRENT-IMAGE
        END-READ
    WHEN 'I'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:16) TO IA-KEY
        READ AGREEMENT-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE INSTALMENT-AGREEMENT-RECORD TO WS-CURRENT-IMAGE
        END-READ
    WHEN 'P'
        MOVE WS-EN-KEY(WS-EN-IDX)(1:40) TO PUR-KEY
        READ PURCHASE-REGISTER-FILE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CURRENT-FOUND
                MOVE PURCHASE-RECORD TO WS-CURRENT-IMAGE
        END-READ
    END-EVALUATE.
3600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-UNDO-RUN takes the run's changes back newest first, so a
*> record changed several times ends up as it was before the first
*> change.  The undo is itself journaled (under ROLLBACK's own run
*> ID), so it can be undone in turn.
*> ---------------------------------------------------------------
4000-UNDO-RUN SECTION.
    MOVE SPACES TO REPORT-LINE
    STRING 'SEQ    LEDGER     KEY                                     '
        ' UNDONE               RESULT' DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 4100-UNDO-ONE-CHANGE THRU 4100-EXIT
        VARYING WS-EN-IDX FROM WS-EN-COUNT BY -1
        UNTIL WS-EN-IDX < 1 OR UNDO-FAILED
    DISPLAY WS-COUNT-UNDONE ' of ' WS-COUNT-CHANGES
        ' ledger change(s) undone.'.
4000-EXIT.
    EXIT.

4100-UNDO-ONE-CHANGE SECTION.
    MOVE WS-EN-LEDGER(WS-EN-IDX) TO LJ-LEDGER
    IF EN-ADDED(WS-EN-IDX)
        MOVE WS-EN-AFTER(WS-EN-IDX) TO WS-RESTORE-IMAGE
        MOVE 'add removed' TO WS-UNDONE-TEXT
    ELSE
        MOVE WS-EN-BEFORE(WS-EN-IDX) TO WS-RESTORE-IMAGE
        IF EN-REWRITTEN(WS-EN-IDX)
            MOVE 'rewrite restored' TO WS-UNDONE-TEXT
        ELSE
            MOVE 'delete re-added' TO WS-UNDONE-TEXT
        END-IF
    END-IF
    EVALUATE TRUE
    WHEN LJ-REGISTER
        MOVE WS-RESTORE-IMAGE TO REGISTER-RECORD
    WHEN LJ-DETAIL
        MOVE WS-RESTORE-IMAGE TO INVOICE-DETAIL-RECORD
    WHEN LJ-HISTORY
        MOVE WS-RESTORE-IMAGE TO HISTORY-DETAIL-RECORD
    WHEN LJ-OPEN-ITEMS
        MOVE WS-RESTORE-IMAGE TO OPEN-ITEM-RECORD
    WHEN LJ-ON-ACCOUNT
        MOVE WS-RESTORE-IMAGE TO ON-ACCOUNT-RECORD
    WHEN LJ-AGREEMENTS
        MOVE WS-RESTORE-IMAGE TO INSTALMENT-AGREEMENT-RECORD
    WHEN LJ-PURCHASES
        MOVE WS-RESTORE-IMAGE TO PURCHASE-RECORD
    END-EVALUATE

    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    EVALUATE TRUE
    WHEN EN-ADDED(WS-EN-IDX)
        SET LJ-DELETED TO TRUE
        PERFORM 4200-DELETE-RECORD THRU 4200-EXIT
    WHEN EN-REWRITTEN(WS-EN-IDX)
        PERFORM 4300-REWRITE-RECORD THRU 4300-EXIT
    WHEN OTHER
        PERFORM 4400-WRITE-RECORD THRU 4400-EXIT
    END-EVALUATE
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT

    MOVE WS-EN-LEDGER(WS-EN-IDX) TO WS-LEDGER-CODE
    PERFORM 7100-NAME-LEDGER THRU 7100-EXIT
    MOVE SPACES TO REPORT-LINE
    STRING WS-EN-SEQUENCE(WS-EN-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-LEDGER-NAME DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-EN-KEY(WS-EN-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-UNDONE-TEXT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        INTO REPORT-LINE
    IF WS-UNDO-STATUS(1:1) = '0'
        MOVE 'OK' TO REPORT-LINE(81:2)
        ADD 1 TO WS-COUNT-UNDONE
    ELSE
        STRING 'FAILED, file status ' DELIMITED BY SIZE
            WS-UNDO-STATUS DELIMITED BY SIZE
            INTO REPORT-LINE(81:30)
        DISPLAY 'ERROR: undo failed on ' WS-LEDGER-NAME ' '
            WS-EN-KEY(WS-EN-IDX) ' file status ' WS-UNDO-STATUS
            ' - rollback stopped.'
        MOVE 'Y' TO WS-UNDO-FAILED
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    WRITE REPORT-LINE.
4100-EXIT.
    EXIT.

4200-DELETE-RECORD SECTION.
    EVALUATE TRUE
    WHEN LJ-REGISTER
        DELETE REGISTER-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-REGISTER-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-DETAIL
        DELETE INVOICE-DETAIL-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-INVOICE-DETAIL-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-HISTORY
        DELETE HISTORY-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-HISTORY-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-OPEN-ITEMS
        DELETE OPEN-ITEMS-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-OPEN-ITEMS-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-ON-ACCOUNT
        DELETE ON-ACCOUNT-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-ON-ACCOUNT-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-AGREEMENTS
        DELETE AGREEMENT-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-AGREEMENT-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-PURCHASES
        DELETE PURCHASE-REGISTER-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-PURCHREG-FILE-STATUS TO WS-UNDO-STATUS
    END-EVALUATE.
4200-EXIT.
    EXIT.

4300-REWRITE-RECORD SECTION.
    EVALUATE TRUE
    WHEN LJ-REGISTER
        REWRITE REGISTER-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-REGISTER-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-DETAIL
        REWRITE INVOICE-DETAIL-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-INVOICE-DETAIL-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-HISTORY
        REWRITE HISTORY-DETAIL-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-HISTORY-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-OPEN-ITEMS
        REWRITE OPEN-ITEM-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-OPEN-ITEMS-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-ON-ACCOUNT
        REWRITE ON-ACCOUNT-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-ON-ACCOUNT-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-AGREEMENTS
        REWRITE INSTALMENT-AGREEMENT-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-AGREEMENT-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-PURCHASES
        REWRITE PURCHASE-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        MOVE WS-PURCHREG-FILE-STATUS TO WS-UNDO-STATUS
    END-EVALUATE.
4300-EXIT.
    EXIT.

4400-WRITE-RECORD SECTION.
    EVALUATE TRUE
    WHEN LJ-REGISTER
        WRITE REGISTER-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-REGISTER-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-DETAIL
        WRITE INVOICE-DETAIL-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-INVOICE-DETAIL-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-HISTORY
        WRITE HISTORY-DETAIL-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-HISTORY-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-OPEN-ITEMS
        WRITE OPEN-ITEM-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-OPEN-ITEMS-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-ON-ACCOUNT
        WRITE ON-ACCOUNT-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-ON-ACCOUNT-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-AGREEMENTS
        WRITE INSTALMENT-AGREEMENT-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-AGREEMENT-FILE-STATUS TO WS-UNDO-STATUS
    WHEN LJ-PURCHASES
        WRITE PURCHASE-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-PURCHREG-FILE-STATUS TO WS-UNDO-STATUS
    END-EVALUATE.
4400-EXIT.
    EXIT.

5000-FINISH-REPORT SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    EVALUATE TRUE
    WHEN WS-COUNT-CONFLICTS > 0
        STRING 'Rollback refused: ' DELIMITED BY SIZE
            WS-COUNT-CONFLICTS DELIMITED BY SIZE
            ' record(s) changed since the run.  Nothing was undone.'
            DELIMITED BY SIZE INTO REPORT-LINE
    WHEN UNDO-FAILED
        STRING 'Rollback stopped after ' DELIMITED BY SIZE
            WS-COUNT-UNDONE DELIMITED BY SIZE
            ' of ' DELIMITED BY SIZE
            WS-COUNT-CHANGES DELIMITED BY SIZE
            ' change(s); see ' DELIMITED BY SIZE
            WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
            ' for what was undone.' DELIMITED BY SIZE
            INTO REPORT-LINE
    WHEN WS-RETURN-CODE NOT = 0
        STRING 'Rollback not performed.' DELIMITED BY SIZE
            INTO REPORT-LINE
    WHEN OTHER
        STRING WS-COUNT-UNDONE DELIMITED BY SIZE
            ' of ' DELIMITED BY SIZE
            WS-COUNT-CHANGES DELIMITED BY SIZE
            ' change(s) undone.' DELIMITED BY SIZE
            INTO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    IF USES-REGISTER
        CLOSE REGISTER-FILE
    END-IF
    IF USES-DETAIL
        CLOSE INVOICE-DETAIL-FILE
    END-IF
    IF USES-HISTORY
        CLOSE HISTORY-FILE
    END-IF
    IF USES-OPEN-ITEMS
        CLOSE OPEN-ITEMS-FILE
    END-IF
    IF USES-ON-ACCOUNT
        CLOSE ON-ACCOUNT-FILE
    END-IF
    IF USES-AGREEMENTS
        CLOSE AGREEMENT-FILE
    END-IF
    IF USES-PURCHASES
        CLOSE PURCHASE-REGISTER-FILE
    END-IF
    DISPLAY 'Report written to ' WS-REPORT-FILE-NAME.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-LIST-RUNS lists every run on the journal (from the given
*> date), oldest first, with its program, start and change count.
*> ---------------------------------------------------------------
6000-LIST-RUNS SECTION.
    MOVE 'N' TO WS-JOURNAL-EOF
    OPEN INPUT LEDGER-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: ledger journal not found: '
            WS-JOURNAL-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 6000-EXIT
    END-IF
    PERFORM 6100-LIST-NEXT-LINE THRU 6100-EXIT
        UNTIL JOURNAL-EOF
    CLOSE LEDGER-JOURNAL-FILE

    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'RUNS ON THE LEDGER JOURNAL' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'RUN ID                         PROGRAM    STARTED     '
        '         CHANGES' DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 6300-WRITE-RUN-LINE THRU 6300-EXIT
        VARYING WS-RN-IDX FROM 1 BY 1
        UNTIL WS-RN-IDX > WS-RN-COUNT
    CLOSE REPORT-FILE
    DISPLAY WS-RN-COUNT ' run(s) listed in ' WS-REPORT-FILE-NAME.
6000-EXIT.
    EXIT.

6100-LIST-NEXT-LINE SECTION.
    READ LEDGER-JOURNAL-FILE
        AT END
            MOVE 'Y' TO WS-JOURNAL-EOF
            GO TO 6100-EXIT
    END-READ
    IF JR-DATE < WS-LIST-FROM-DATE
        GO TO 6100-EXIT
    END-IF
    MOVE 'N' TO WS-RN-FOUND
    PERFORM 6150-MATCH-RUN THRU 6150-EXIT
        VARYING WS-RN-IDX FROM 1 BY 1
        UNTIL WS-RN-IDX > WS-RN-COUNT OR RUN-FOUND
    IF RUN-FOUND
        SUBTRACT 1 FROM WS-RN-IDX
        ADD 1 TO WS-RN-CHANGES(WS-RN-IDX)
        GO TO 6100-EXIT
    END-IF
    IF WS-RN-COUNT >= 1000
        DISPLAY 'WARNING: more than 1000 runs - list from a later'
            ' date.'
        MOVE 4 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-JOURNAL-EOF
        GO TO 6100-EXIT
    END-IF
    ADD 1 TO WS-RN-COUNT
    MOVE JR-RUN-ID TO WS-RN-ID(WS-RN-COUNT)
    MOVE JR-PROGRAM TO WS-RN-PROGRAM(WS-RN-COUNT)
    MOVE JR-DATE TO WS-RN-DATE(WS-RN-COUNT)
    MOVE JR-TIME TO WS-RN-TIME(WS-RN-COUNT)
    MOVE 1 TO WS-RN-CHANGES(WS-RN-COUNT).
6100-EXIT.
    EXIT.

6150-MATCH-RUN SECTION.
    IF WS-RN-ID(WS-RN-IDX) = JR-RUN-ID
        MOVE 'Y' TO WS-RN-FOUND
    END-IF.
6150-EXIT.
    EXIT.

6300-WRITE-RUN-LINE SECTION.
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-RN-DATE(WS-RN-IDX)(1:4) '-'
        WS-RN-DATE(WS-RN-IDX)(5:2) '-'
        WS-RN-DATE(WS-RN-IDX)(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO WS-TIME-DISPLAY
    STRING WS-RN-TIME(WS-RN-IDX)(1:2) ':'
        WS-RN-TIME(WS-RN-IDX)(3:2) ':'
        WS-RN-TIME(WS-RN-IDX)(5:2)
        DELIMITED BY SIZE INTO WS-TIME-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING WS-RN-ID(WS-RN-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RN-PROGRAM(WS-RN-IDX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TIME-DISPLAY DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RN-CHANGES(WS-RN-IDX) DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
6300-EXIT.
    EXIT.

7100-NAME-LEDGER SECTION.
    EVALUATE WS-LEDGER-CODE
    WHEN 'R'
        MOVE 'REGISTER' TO WS-LEDGER-NAME
    WHEN 'D'
        MOVE 'DETAIL' TO WS-LEDGER-NAME
    WHEN 'H'
        MOVE 'HISTORY' TO WS-LEDGER-NAME
    WHEN 'O'
        MOVE 'OPEN ITEMS' TO WS-LEDGER-NAME
    WHEN 'A'
        MOVE 'ON ACCOUNT' TO WS-LEDGER-NAME
    WHEN 'I'
        MOVE 'AGREEMENTS' TO WS-LEDGER-NAME
    WHEN 'P'
        MOVE 'PURCHASES' TO WS-LEDGER-NAME
    WHEN OTHER
        MOVE 'UNKNOWN' TO WS-LEDGER-NAME
    END-EVALUATE.
7100-EXIT.
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
    WHEN LJ-REGISTER
        MOVE REGISTER-RECORD TO LJ-AFTER-IMAGE
        MOVE REGISTER-NIP TO LJ-KEY
        READ REGISTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE REGISTER-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO REGISTER-RECORD
    WHEN LJ-DETAIL
        MOVE INVOICE-DETAIL-RECORD TO LJ-AFTER-IMAGE
        MOVE DTL-KEY TO LJ-KEY
        READ INVOICE-DETAIL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE INVOICE-DETAIL-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO INVOICE-DETAIL-RECORD
    WHEN LJ-HISTORY
        MOVE HISTORY-DETAIL-RECORD TO LJ-AFTER-IMAGE
        MOVE HST-KEY TO LJ-KEY
        READ HISTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE HISTORY-DETAIL-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO HISTORY-DETAIL-RECORD
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
    WHEN LJ-ON-ACCOUNT
        MOVE ON-ACCOUNT-RECORD TO LJ-AFTER-IMAGE
        MOVE OA-KEY TO LJ-KEY
        READ ON-ACCOUNT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ON-ACCOUNT-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO ON-ACCOUNT-RECORD
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
    WHEN LJ-PURCHASES
        MOVE PURCHASE-RECORD TO LJ-AFTER-IMAGE
        MOVE PUR-KEY TO LJ-KEY
        READ PURCHASE-REGISTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE PURCHASE-RECORD TO LJ-BEFORE-IMAGE
                SET LJ-REWRITTEN TO TRUE
        END-READ
        MOVE LJ-AFTER-IMAGE TO PURCHASE-RECORD
    END-EVALUATE.
8900-EXIT.
    EXIT.

8950-JOURNAL-AFTER SECTION.
    IF LJ-REGISTER AND WS-REGISTER-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DETAIL AND WS-INVOICE-DETAIL-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-HISTORY AND WS-HISTORY-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-OPEN-ITEMS AND WS-OPEN-ITEMS-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-ON-ACCOUNT AND WS-ON-ACCOUNT-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-AGREEMENTS AND WS-AGREEMENT-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-PURCHASES AND WS-PURCHREG-FILE-STATUS(1:1) NOT = '0'
        GO TO 8950-EXIT
    END-IF
    IF LJ-DELETED
        MOVE SPACES TO LJ-AFTER-IMAGE
    END-IF
    MOVE 'ROLLBACK' TO LJ-PROGRAM
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
