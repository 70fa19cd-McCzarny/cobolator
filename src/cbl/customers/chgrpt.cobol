IDENTIFICATION DIVISION.
PROGRAM-ID. CHGRPT.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - master-file change report: lists
*>             every customer and contract master change journaled
*>             by CUSTMAINT and CONTMAINT over a date range, with
*>             who made it and the value before and after, and
*>             flags the changes an auditor asks about first -
*>             credit limit, hold flag, config path and the bank
*>             account a contract's config names.  Each run also
*>             checks every active contract's config for a bank
*>             account edited by hand since it was last journaled.
*> 2026-10-15  A changed billing e-mail address is flagged as well
*>             - it decides where DISPATCH sends the client's
*>             invoices.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-FILE-STATUS.

    SELECT CONTRACT-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CONTRACT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CON-CLIENT-NIP
    FILE STATUS IS WS-CONTRACT-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CHANGE-JOURNAL-FILE.
COPY "chgjrnl.cpy".

FD CONTRACT-MASTER-FILE.
COPY "contract.cpy".

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-JOURNAL-FILE-NAME PIC X(100) VALUE 'chgjrnl.txt'.
01 WS-JOURNAL-FILE-STATUS PIC X(2).
01 WS-CONTRACT-FILE-NAME PIC X(100) VALUE 'contracts.dat'.
01 WS-CONTRACT-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'chgrpt.txt'.
01 WS-JOURNAL-EOF PIC X VALUE 'N'.
    88 JOURNAL-EOF VALUE 'Y'.
01 WS-CON-EOF PIC X VALUE 'N'.
    88 CON-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout: <from-yyyymmdd> <to-yyyymmdd> [report-file]
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(300) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.

*> ---------------------------------------------------------------
*> The bank account last journaled for each contract, built from
*> the CONFIG-ACCNUMBR lines already on the journal.  A contract's
*> config now naming a different account was edited by hand; one
*> with no journaled account yet gets a BASE line to compare the
*> next run against.
*> ---------------------------------------------------------------
01 WS-ACCOUNT-TABLE.
    05 WS-ACC-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-ACC-ENTRY OCCURS 1000 TIMES.
        10 WS-ACC-NIP PIC 9(10).
        10 WS-ACC-ACCOUNT PIC X(26).
01 WS-ACC-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-ACC-FOUND PIC X VALUE 'N'.
    88 ACC-FOUND VALUE 'Y'.
01 WS-LOOKUP-NIP PIC 9(10) VALUE 0.
01 WS-CONFIG-ACCOUNT PIC X(26) VALUE SPACES.
COPY "config.cpy" REPLACING ==WS-COMMAND-LINE== BY ==CFG-COMMAND-LINE==.

01 WS-JOURNAL-USER PIC X(20) VALUE SPACES.
01 WS-JOURNAL-DATE PIC 9(8) VALUE 0.
01 WS-JOURNAL-TIME PIC 9(8) VALUE 0.
01 WS-SCAN-DETECTED PIC 9(5) VALUE 0.
01 WS-SCAN-BASED PIC 9(5) VALUE 0.

*> ---------------------------------------------------------------
*> Report counters; they land in STRINGed report lines, so they
*> stay USAGE DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-CHANGES PIC 9(5) VALUE 0.
01 WS-COUNT-FLAGGED PIC 9(5) VALUE 0.
01 WS-FLAG-MARK PIC X(3) VALUE SPACES.
01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TIME-DISPLAY PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-LOAD-JOURNALED-ACCOUNTS THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE < 8
        PERFORM 3000-SCAN-CONTRACT-CONFIGS THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE < 8
        PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'CHGRPT - master-file change report'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2 = SPACES
        DISPLAY 'Usage: chgrpt <from-yyyymmdd> <to-yyyymmdd>'
            ' [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-FROM-DATE
    MOVE WS-CL-WORD-2 TO WS-TO-DATE
    IF WS-FROM-DATE > WS-TO-DATE
        DISPLAY 'ERROR: from-date is after to-date'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    IF WS-CL-WORD-3 NOT = SPACES
        MOVE WS-CL-WORD-3 TO WS-REPORT-FILE-NAME
    END-IF

    ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-JOURNAL-TIME FROM TIME
    ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT 'USER'
    IF WS-JOURNAL-USER = SPACES
        ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT 'LOGNAME'
    END-IF
    IF WS-JOURNAL-USER = SPACES
        MOVE 'UNKNOWN' TO WS-JOURNAL-USER
    END-IF.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-LOAD-JOURNALED-ACCOUNTS reads the journal front to back,
*> so each contract's table entry ends up holding the latest
*> account journaled for it.  No journal yet is not an error.
*> ---------------------------------------------------------------
2000-LOAD-JOURNALED-ACCOUNTS SECTION.
    MOVE 'N' TO WS-JOURNAL-EOF
    OPEN INPUT CHANGE-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        DISPLAY 'No change journal yet: ' WS-JOURNAL-FILE-NAME
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LOAD-NEXT-LINE THRU 2100-EXIT
        UNTIL JOURNAL-EOF
    CLOSE CHANGE-JOURNAL-FILE.
2000-EXIT.
    EXIT.

2100-LOAD-NEXT-LINE SECTION.
    READ CHANGE-JOURNAL-FILE
        AT END
            MOVE 'Y' TO WS-JOURNAL-EOF
            GO TO 2100-EXIT
    END-READ
    IF NOT CJ-CONTRACT-MASTER OR CJ-FIELD NOT = 'CONFIG-ACCNUMBR'
        GO TO 2100-EXIT
    END-IF
    MOVE CJ-KEY-NIP TO WS-LOOKUP-NIP
    PERFORM 2200-FIND-ACCOUNT-ENTRY THRU 2200-EXIT
    IF ACC-FOUND
        MOVE CJ-AFTER TO WS-ACC-ACCOUNT(WS-ACC-IDX)
        GO TO 2100-EXIT
    END-IF
    IF WS-ACC-COUNT >= 1000
        DISPLAY 'ERROR: more than 1000 contracts on the journal -'
            ' run aborted.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-JOURNAL-EOF
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-ACC-COUNT
    MOVE WS-LOOKUP-NIP TO WS-ACC-NIP(WS-ACC-COUNT)
    MOVE CJ-AFTER TO WS-ACC-ACCOUNT(WS-ACC-COUNT).
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-FIND-ACCOUNT-ENTRY leaves WS-ACC-IDX on the entry for
*> WS-LOOKUP-NIP.  The VARYING loop has stepped WS-ACC-IDX one past
*> the match by the time it stops, so step it back.
*> ---------------------------------------------------------------
2200-FIND-ACCOUNT-ENTRY SECTION.
    MOVE 'N' TO WS-ACC-FOUND
    PERFORM 2250-MATCH-ACCOUNT-ENTRY THRU 2250-EXIT
        VARYING WS-ACC-IDX FROM 1 BY 1
        UNTIL WS-ACC-IDX > WS-ACC-COUNT OR ACC-FOUND
    IF ACC-FOUND
        SUBTRACT 1 FROM WS-ACC-IDX
    END-IF.
2200-EXIT.
    EXIT.

2250-MATCH-ACCOUNT-ENTRY SECTION.
    IF WS-ACC-NIP(WS-ACC-IDX) = WS-LOOKUP-NIP
        MOVE 'Y' TO WS-ACC-FOUND
    END-IF.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-SCAN-CONTRACT-CONFIGS reads the bank account out of every
*> active contract's config and journals any that differ from the
*> account last journaled - an edit made straight to the config
*> file, which no maintenance program saw.  The journal line is
*> stamped with this run's date, so the change is reported from
*> the first run that notices it.
*> ---------------------------------------------------------------
3000-SCAN-CONTRACT-CONFIGS SECTION.
    MOVE 'N' TO WS-CON-EOF
    OPEN INPUT CONTRACT-MASTER-FILE
    IF WS-CONTRACT-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: contract master not found, config bank'
            ' accounts not checked: ' WS-CONTRACT-FILE-NAME
        MOVE 4 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    OPEN EXTEND CHANGE-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        CLOSE CHANGE-JOURNAL-FILE
        OPEN OUTPUT CHANGE-JOURNAL-FILE
    END-IF
    PERFORM 3100-CHECK-NEXT-CONTRACT THRU 3100-EXIT
        UNTIL CON-EOF
    CLOSE CHANGE-JOURNAL-FILE
    CLOSE CONTRACT-MASTER-FILE
    DISPLAY WS-SCAN-DETECTED ' config bank account change(s) found, '
        WS-SCAN-BASED ' contract(s) recorded for the first time'.
3000-EXIT.
    EXIT.

3100-CHECK-NEXT-CONTRACT SECTION.
    READ CONTRACT-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-CON-EOF
            GO TO 3100-EXIT
    END-READ
    IF NOT CON-ACTIVE
        GO TO 3100-EXIT
    END-IF

    MOVE SPACES TO WS-CONFIG-ACCOUNT
    CALL "PARSECONFIG" USING CON-CONFIG-PATH WS-CONFIGURATION
    IF CONFIG-FILE-MISSING OR WS-ACCOUNT-NUMBER = 0
        DISPLAY 'WARNING: no bank account readable from config: '
            CON-CONFIG-PATH
        MOVE 4 TO WS-RETURN-CODE
        GO TO 3100-EXIT
    END-IF
    MOVE WS-ACCOUNT-NUMBER TO WS-CONFIG-ACCOUNT

    MOVE CON-CLIENT-NIP TO WS-LOOKUP-NIP
    PERFORM 2200-FIND-ACCOUNT-ENTRY THRU 2200-EXIT
    MOVE SPACES TO CHANGE-JOURNAL-RECORD
    IF ACC-FOUND
        IF WS-ACC-ACCOUNT(WS-ACC-IDX) = WS-CONFIG-ACCOUNT
            GO TO 3100-EXIT
        END-IF
        MOVE 'CONFIG' TO CJ-TRAN-TYPE
        MOVE WS-ACC-ACCOUNT(WS-ACC-IDX) TO CJ-BEFORE
        MOVE WS-CONFIG-ACCOUNT TO WS-ACC-ACCOUNT(WS-ACC-IDX)
        ADD 1 TO WS-SCAN-DETECTED
        DISPLAY 'Config bank account changed outside CONTMAINT: '
            CON-CLIENT-NIP ' ' CON-CONFIG-PATH
    ELSE
        MOVE 'BASE' TO CJ-TRAN-TYPE
        ADD 1 TO WS-SCAN-BASED
    END-IF
    MOVE WS-JOURNAL-DATE TO CJ-DATE
    MOVE WS-JOURNAL-TIME(1:6) TO CJ-TIME
    MOVE WS-JOURNAL-USER TO CJ-USER
    MOVE 'CHGRPT' TO CJ-PROGRAM
    SET CJ-CONTRACT-MASTER TO TRUE
    MOVE CON-CLIENT-NIP TO CJ-KEY-NIP
    MOVE 'CONFIG-ACCNUMBR' TO CJ-FIELD
    MOVE WS-CONFIG-ACCOUNT TO CJ-AFTER
    WRITE CHANGE-JOURNAL-RECORD.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-WRITE-REPORT lists the journal lines dated within the
*> range, three lines per change, BASE lines left out (they record
*> a starting point, not a change).
*> ---------------------------------------------------------------
4000-WRITE-REPORT SECTION.
    MOVE 'N' TO WS-JOURNAL-EOF
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-LINE
    STRING 'MASTER-FILE CHANGES  ' DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '*** = credit limit, hold flag, config path, config bank'
        ' account or billing e-mail' DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'DATE       TIME     USER                 PROGRAM    ACTION'
        ' M KEY-NIP    FIELD' DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    OPEN INPUT CHANGE-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS = '00'
        PERFORM 4100-REPORT-NEXT-LINE THRU 4100-EXIT
            UNTIL JOURNAL-EOF
        CLOSE CHANGE-JOURNAL-FILE
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-CHANGES DELIMITED BY SIZE
        ' change(s), ' DELIMITED BY SIZE
        WS-COUNT-FLAGGED DELIMITED BY SIZE
        ' flagged.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    DISPLAY WS-COUNT-CHANGES ' change(s), ' WS-COUNT-FLAGGED
        ' flagged, written to ' WS-REPORT-FILE-NAME.
4000-EXIT.
    EXIT.

4100-REPORT-NEXT-LINE SECTION.
    READ CHANGE-JOURNAL-FILE
        AT END
            MOVE 'Y' TO WS-JOURNAL-EOF
            GO TO 4100-EXIT
    END-READ
    IF CJ-DATE < WS-FROM-DATE OR CJ-DATE > WS-TO-DATE
        GO TO 4100-EXIT
    END-IF
    IF CJ-TRAN-TYPE = 'BASE'
        GO TO 4100-EXIT
    END-IF

    ADD 1 TO WS-COUNT-CHANGES
    MOVE SPACES TO WS-FLAG-MARK
    IF CJ-FIELD = 'CUST-CREDIT-LIMIT' OR CJ-FIELD = 'CUST-HOLD-FLAG'
            OR CJ-FIELD = 'CON-CONFIG-PATH'
            OR CJ-FIELD = 'CONFIG-ACCNUMBR'
            OR CJ-FIELD = 'CUST-BILLING-EMAIL'
        MOVE '***' TO WS-FLAG-MARK
        ADD 1 TO WS-COUNT-FLAGGED
    END-IF

    MOVE SPACES TO WS-DATE-DISPLAY
    STRING CJ-DATE(1:4) '-' CJ-DATE(5:2) '-' CJ-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO WS-TIME-DISPLAY
    STRING CJ-TIME(1:2) ':' CJ-TIME(3:2) ':' CJ-TIME(5:2)
        DELIMITED BY SIZE INTO WS-TIME-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING WS-DATE-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TIME-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CJ-USER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CJ-PROGRAM DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CJ-TRAN-TYPE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CJ-MASTER DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CJ-KEY-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        CJ-FIELD DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FLAG-MARK DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '    before: ' DELIMITED BY SIZE
        CJ-BEFORE DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '    after:  ' DELIMITED BY SIZE
        CJ-AFTER DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
4100-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
