IDENTIFICATION DIVISION.
PROGRAM-ID. RATEINDX.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - annual rate indexation: for every
*>             active contract whose anniversary falls in the given
*>             month, raises the client's rate-card rates and the
*>             config's flat rate by the index, as new entries
*>             dated the anniversary so work done before it still
*>             prices at the old rates.  A preview run only lists
*>             the old and new rates; an update run also writes a
*>             rate-change notice to each client.
*> 2026-10-15  A rate card that cannot be opened for appending
*>             stops the run with return code 8 before any
*>             contract is indexed.  A card entry or config line
*>             that is not written is reported as CARD NOT WRITTEN
*>             or CONFIG NOT WRITTEN, skipped with return code 4
*>             and left off the client's notice.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTRACT-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CONTRACT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CON-CLIENT-NIP
    FILE STATUS IS WS-CONTRACT-FILE-STATUS.

    SELECT CUSTOMER-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CUSTMAST-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CUST-NIP
    FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

*> ---------------------------------------------------------------
*> Rate-card master, exactly as WORKLOG reads it:
*> CLIENT:CATEGORY:RATE:YYYYMMDD.  The raised rates are appended.
*> ---------------------------------------------------------------
    SELECT RATE-CARD-FILE ASSIGN TO DYNAMIC WS-RATE-CARD-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATE-CARD-STATUS.

*> ---------------------------------------------------------------
*> The contract's flat key/value config, opened only to append the
*> SARYFROM line PARSECONFIG picks the dated flat rate from.
*> ---------------------------------------------------------------
    SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CONFIG-FILE-STATUS.

    SELECT NOTICE-FILE ASSIGN TO DYNAMIC WS-NOTICE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTICE-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTRACT-MASTER-FILE.
COPY "contract.cpy".

FD CUSTOMER-MASTER-FILE.
COPY "custmast.cpy".

FD RATE-CARD-FILE.
01 RATE-CARD-RECORD PIC X(80).

FD CONFIG-FILE.
01 CONFIG-ENTRY-FILE.
    05 CONFIG-KEY PIC X(8).
    05 CONFIG-DELIMITER PIC X(1).
    05 CONFIG-VALUE PIC X(64).

FD NOTICE-FILE.
01 NOTICE-LINE PIC X(132).

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-CONTRACT-FILE-NAME PIC X(100) VALUE 'contracts.dat'.
01 WS-CONTRACT-FILE-STATUS PIC X(2).
01 WS-CUSTMAST-FILE-NAME PIC X(100) VALUE 'custmast.dat'.
01 WS-CUSTMAST-FILE-STATUS PIC X(2).
01 WS-RATE-CARD-NAME PIC X(100) VALUE 'ratecard.txt'.
01 WS-RATE-CARD-STATUS PIC X(2).
01 WS-CONFIG-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-CONFIG-FILE-STATUS PIC X(2).
01 WS-NOTICE-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-NOTICE-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'rateindx.txt'.
01 WS-CON-EOF PIC X VALUE 'N'.
    88 CON-EOF VALUE 'Y'.
01 WS-RC-EOF PIC X VALUE 'N'.
    88 RC-EOF VALUE 'Y'.
01 WS-CUSTMAST-OPEN PIC X VALUE 'N'.
    88 CUSTMAST-OPEN VALUE 'Y'.
01 WS-RATE-CARD-OPEN PIC X VALUE 'N'.
    88 RATE-CARD-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout:
*>   <index-pct> <anniversary-month-yyyymm> [-preview] [report-file]
*> The index is the percentage the rates rise by (4.5 = 4.5%).
*> -preview lists the old and new rates and writes nothing else.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(300) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-4 PIC X(100) VALUE SPACES.
01 WS-INDEX-CHECK PIC X(100) VALUE SPACES.
01 WS-INDEX-POINTS PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-INDEX-DIGITS PIC X(100) VALUE SPACES.
01 WS-INDEX-INT-LEN PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-INDEX-PCT PIC 9(2)V99 VALUE 0.
01 WS-INDEX-FACTOR PIC 9(3)V99 VALUE 0.
01 WS-PERIOD PIC 9(6) VALUE 0.
01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
    05 WS-PERIOD-YEAR PIC 9(4).
    05 WS-PERIOD-MONTH PIC 9(2).
01 WS-RUN-MODE-FLAG PIC X VALUE 'U'.
    88 RUN-UPDATE  VALUE 'U'.
    88 RUN-PREVIEW VALUE 'P'.

COPY "config.cpy" REPLACING ==WS-COMMAND-LINE== BY ==CFG-COMMAND-LINE==.

*> ---------------------------------------------------------------
*> The contract's anniversary in the run year: the start date's
*> month and day, 29 February falling back to the 28th in a
*> common year.
*> ---------------------------------------------------------------
01 WS-ANNIVERSARY PIC 9(8) VALUE 0.
01 WS-ANNIVERSARY-SPLIT REDEFINES WS-ANNIVERSARY.
    05 WS-ANNIV-YEAR PIC 9(4).
    05 WS-ANNIV-MMDD PIC 9(4).
01 WS-LEAP-QUOTIENT PIC 9(4) VALUE 0.
01 WS-LEAP-REM-4 PIC 9(3) VALUE 0.
01 WS-LEAP-REM-100 PIC 9(3) VALUE 0.
01 WS-LEAP-REM-400 PIC 9(3) VALUE 0.
01 WS-START-DISPLAY PIC X(10) VALUE SPACES.
01 WS-ANNIV-DISPLAY PIC X(10) VALUE SPACES.
01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

*> ---------------------------------------------------------------
*> The rate card, loaded once.  WORKLOG holds the same 500 entries,
*> so a run that would push the card past that is refused.
*> ---------------------------------------------------------------
01 WS-RC-TABLE.
    05 WS-RC-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-RC-ENTRY OCCURS 500 TIMES.
        10 WS-RC-CLIENT PIC X(8).
        10 WS-RC-CATEGORY PIC X(8).
        10 WS-RC-RATE PIC 9(6)V99.
        10 WS-RC-FROM-DATE PIC 9(8).
01 WS-RC-IDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-RC-JDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-RC-LIMIT PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-RC-CLIENT-TXT PIC X(8) VALUE SPACES.
01 WS-RC-CATEGORY-TXT PIC X(8) VALUE SPACES.
01 WS-RC-RATE-TXT PIC X(10) VALUE SPACES.
01 WS-RC-DATE-TXT PIC X(8) VALUE SPACES.
01 WS-RC-SEEN PIC X VALUE 'N'.
    88 CATEGORY-SEEN VALUE 'Y'.

*> The entry of one client category in force on the anniversary.
01 WS-LOOKUP-BEST-DATE PIC 9(8) VALUE 0.
01 WS-LOOKUP-RATE PIC 9(6)V99 VALUE 0.
01 WS-LOOKUP-FOUND PIC X VALUE 'N'.
    88 LOOKUP-FOUND VALUE 'Y'.

*> ---------------------------------------------------------------
*> The rates of the contract being indexed, old and new, kept for
*> its notice.  'FLAT' stands for the config's flat rate.
*> ---------------------------------------------------------------
01 WS-CHANGE-TABLE.
    05 WS-CH-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
    05 WS-CH-ENTRY OCCURS 100 TIMES.
        10 WS-CH-CATEGORY PIC X(8).
        10 WS-CH-OLD-RATE PIC 9(6)V99.
        10 WS-CH-NEW-RATE PIC 9(6)V99.
01 WS-CH-IDX PIC 9(3) COMPUTATIONAL VALUE 0.

01 WS-CLIENT-CODE PIC X(8) VALUE SPACES.
01 WS-CLIENT-NAME PIC X(80) VALUE SPACES.
01 WS-OLD-RATE PIC 9(6)V99 VALUE 0.
01 WS-NEW-RATE PIC 9(6)V99 VALUE 0.
01 WS-RATE-CATEGORY PIC X(8) VALUE SPACES.
01 WS-RATE-STATUS PIC X(20) VALUE SPACES.
01 WS-RATE-TEXT PIC X(10) VALUE SPACES.
01 WS-RATE-LEAD PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-RATE-OUT-EDIT PIC Z(5)9.99.
01 WS-NAME-LEN PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-FILE-EXT PIC X(4) VALUE SPACES.

*> ---------------------------------------------------------------
*> Report counters; they land in STRINGed report lines, so they
*> stay USAGE DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-CONTRACTS PIC 9(5) VALUE 0.
01 WS-COUNT-RAISED PIC 9(5) VALUE 0.
01 WS-COUNT-ALREADY PIC 9(5) VALUE 0.
01 WS-COUNT-SKIPPED PIC 9(5) VALUE 0.
01 WS-COUNT-NOTICES PIC 9(5) VALUE 0.
01 WS-OLD-EDIT PIC ZZZ,ZZ9.99.
01 WS-NEW-EDIT PIC ZZZ,ZZ9.99.
01 WS-PCT-EDIT PIC Z9.99.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 1200-LOAD-RATE-CARD THRU 1200-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-INDEX-CONTRACTS THRU 2000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'RATEINDX - annual rate indexation'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3 WS-CL-WORD-4
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2 = SPACES
        DISPLAY 'Usage: rateindx <index-pct> <month-yyyymm>'
            ' [-preview] [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF

*> The index is digits with at most one decimal point, below 100.
    MOVE WS-CL-WORD-1 TO WS-INDEX-CHECK
    MOVE 0 TO WS-INDEX-POINTS
    INSPECT WS-INDEX-CHECK TALLYING WS-INDEX-POINTS FOR ALL '.'
    INSPECT WS-INDEX-CHECK CONVERTING '0123456789.' TO SPACES
    MOVE WS-CL-WORD-1 TO WS-INDEX-DIGITS
    INSPECT WS-INDEX-DIGITS CONVERTING '.' TO SPACE
    MOVE 0 TO WS-INDEX-INT-LEN
    INSPECT WS-INDEX-DIGITS TALLYING WS-INDEX-INT-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-INDEX-CHECK NOT = SPACES OR WS-INDEX-POINTS > 1
            OR WS-INDEX-INT-LEN > 2
        DISPLAY 'ERROR: index must be a percentage, got: '
            WS-CL-WORD-1
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-INDEX-PCT
    IF WS-INDEX-PCT = 0
        DISPLAY 'ERROR: index must be above zero, got: '
            WS-CL-WORD-1
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    COMPUTE WS-INDEX-FACTOR = 100 + WS-INDEX-PCT

    IF WS-CL-WORD-2(1:6) IS NOT NUMERIC
            OR WS-CL-WORD-2(7:1) NOT = SPACE
        DISPLAY 'ERROR: month must be yyyymm, got: ' WS-CL-WORD-2
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-2(1:6) TO WS-PERIOD
    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
        DISPLAY 'ERROR: month must be 01-12, got: ' WS-PERIOD-MONTH
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF

    IF WS-CL-WORD-3 = '-preview'
        SET RUN-PREVIEW TO TRUE
        MOVE WS-CL-WORD-4 TO WS-CL-WORD-3
    END-IF
    IF WS-CL-WORD-3 NOT = SPACES
        MOVE WS-CL-WORD-3 TO WS-REPORT-FILE-NAME
    END-IF

    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    STRING WS-TODAY-YYYYMMDD(1:4) '-'
        WS-TODAY-YYYYMMDD(5:2) '-'
        WS-TODAY-YYYYMMDD(7:2)
        DELIMITED BY SIZE INTO WS-TODAY-DISPLAY
    MOVE WS-INDEX-PCT TO WS-PCT-EDIT
    IF RUN-PREVIEW
        DISPLAY 'Preview: index ' WS-PCT-EDIT '% for anniversaries'
            ' in ' WS-PERIOD ', nothing is written.'
    ELSE
        DISPLAY 'Indexing by ' WS-PCT-EDIT '% for anniversaries'
            ' in ' WS-PERIOD '.'
    END-IF.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-LOAD-RATE-CARD reads the whole rate card into the table,
*> as WORKLOG does.  No rate card is fine: only the flat rates are
*> indexed then.
*> ---------------------------------------------------------------
1200-LOAD-RATE-CARD SECTION.
    MOVE 'N' TO WS-RC-EOF
    OPEN INPUT RATE-CARD-FILE.
    IF WS-RATE-CARD-STATUS NOT = '00'
        DISPLAY 'No rate card found, only flat rates are indexed.'
        GO TO 1200-EXIT
    END-IF
    PERFORM 1250-LOAD-NEXT-CARD-ENTRY THRU 1250-EXIT
        UNTIL RC-EOF
    CLOSE RATE-CARD-FILE
    IF WS-RETURN-CODE = 0
        DISPLAY WS-RC-COUNT ' rate card entr(ies) loaded.'
    END-IF.
1200-EXIT.
    EXIT.

1250-LOAD-NEXT-CARD-ENTRY SECTION.
    READ RATE-CARD-FILE
        AT END
            MOVE 'Y' TO WS-RC-EOF
            GO TO 1250-EXIT
    END-READ
    IF RATE-CARD-RECORD = SPACES
        GO TO 1250-EXIT
    END-IF
    IF WS-RC-COUNT >= 500
        DISPLAY 'ERROR: more than 500 rate card entries - run'
            ' aborted.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-RC-EOF
        GO TO 1250-EXIT
    END-IF
    MOVE SPACES TO WS-RC-CLIENT-TXT WS-RC-CATEGORY-TXT
        WS-RC-RATE-TXT WS-RC-DATE-TXT
    UNSTRING RATE-CARD-RECORD DELIMITED BY ':'
        INTO WS-RC-CLIENT-TXT WS-RC-CATEGORY-TXT
            WS-RC-RATE-TXT WS-RC-DATE-TXT
    IF WS-RC-CLIENT-TXT = SPACES OR WS-RC-CATEGORY-TXT = SPACES
            OR WS-RC-RATE-TXT = SPACES OR WS-RC-DATE-TXT = SPACES
        DISPLAY 'ERROR: malformed rate card entry: '
            RATE-CARD-RECORD
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-RC-EOF
        GO TO 1250-EXIT
    END-IF
    ADD 1 TO WS-RC-COUNT
    MOVE WS-RC-COUNT TO WS-RC-IDX
    MOVE WS-RC-CLIENT-TXT TO WS-RC-CLIENT(WS-RC-IDX)
    MOVE WS-RC-CATEGORY-TXT TO WS-RC-CATEGORY(WS-RC-IDX)
    MOVE WS-RC-RATE-TXT TO WS-RC-RATE(WS-RC-IDX)
    MOVE WS-RC-DATE-TXT TO WS-RC-FROM-DATE(WS-RC-IDX).
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-INDEX-CONTRACTS walks the contract master and indexes every
*> contract with an anniversary in the month.  An update run opens
*> the rate card for appending once, for the whole run; a card
*> that cannot be opened stops the run before any contract.  A
*> rate whose card entry or config line is not written is skipped
*> and left off the notice.
*> ---------------------------------------------------------------
2000-INDEX-CONTRACTS SECTION.
    OPEN INPUT CONTRACT-MASTER-FILE
    IF WS-CONTRACT-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: contract master not found: '
            WS-CONTRACT-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 2000-EXIT
    END-IF
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-CUSTMAST-FILE-STATUS = '00'
        SET CUSTMAST-OPEN TO TRUE
    END-IF
    IF RUN-UPDATE
        OPEN EXTEND RATE-CARD-FILE
        IF WS-RATE-CARD-STATUS NOT = '00'
            CLOSE RATE-CARD-FILE
            OPEN OUTPUT RATE-CARD-FILE
        END-IF
        IF WS-RATE-CARD-STATUS NOT = '00'
            DISPLAY 'ERROR: cannot write rate card: '
                WS-RATE-CARD-NAME ' status ' WS-RATE-CARD-STATUS
            MOVE 8 TO WS-RETURN-CODE
            CLOSE CONTRACT-MASTER-FILE
            IF CUSTMAST-OPEN
                CLOSE CUSTOMER-MASTER-FILE
            END-IF
            GO TO 2000-EXIT
        END-IF
        SET RATE-CARD-OPEN TO TRUE
    END-IF
    OPEN OUTPUT REPORT-FILE
    PERFORM 2100-WRITE-REPORT-HEADER THRU 2100-EXIT

    MOVE 'N' TO WS-CON-EOF
    PERFORM 3000-INDEX-NEXT-CONTRACT THRU 3000-EXIT
        UNTIL CON-EOF

    PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
    CLOSE CONTRACT-MASTER-FILE
    IF CUSTMAST-OPEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    IF RATE-CARD-OPEN
        CLOSE RATE-CARD-FILE
    END-IF
    CLOSE REPORT-FILE
    DISPLAY WS-COUNT-CONTRACTS ' contract(s) due, ' WS-COUNT-RAISED
        ' rate(s) raised, ' WS-COUNT-ALREADY ' already indexed, '
        WS-COUNT-SKIPPED ' skipped; report in ' WS-REPORT-FILE-NAME.
2000-EXIT.
    EXIT.

2100-WRITE-REPORT-HEADER SECTION.
    MOVE SPACES TO REPORT-LINE
    STRING 'ANNUAL RATE INDEXATION  anniversaries in '
        DELIMITED BY SIZE
        WS-PERIOD-YEAR DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-PERIOD-MONTH DELIMITED BY SIZE
        '  index ' DELIMITED BY SIZE
        WS-PCT-EDIT DELIMITED BY SIZE
        '%  run ' DELIMITED BY SIZE
        WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO REPORT-LINE
    IF RUN-PREVIEW
        MOVE '*** PREVIEW - NOTHING WRITTEN ***' TO REPORT-LINE(90:33)
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'CLIENT NIP  CODE     CATEGORY    OLD RATE    NEW RATE'
        '  FROM        STATUS'
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-INDEX-NEXT-CONTRACT picks the contracts due: active, started
*> in the month of an earlier year, and not ended before this
*> year's anniversary.
*> ---------------------------------------------------------------
3000-INDEX-NEXT-CONTRACT SECTION.
    READ CONTRACT-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-CON-EOF
            GO TO 3000-EXIT
    END-READ
    IF NOT CON-ACTIVE
        GO TO 3000-EXIT
    END-IF
    IF CON-START-DATE(5:2) NOT = WS-PERIOD-MONTH
            OR CON-START-DATE(1:4) NOT < WS-PERIOD-YEAR
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-SET-ANNIVERSARY THRU 3100-EXIT
    IF CON-END-DATE NOT = 0 AND CON-END-DATE < WS-ANNIVERSARY
        GO TO 3000-EXIT
    END-IF
    ADD 1 TO WS-COUNT-CONTRACTS
    MOVE 0 TO WS-CH-COUNT

    MOVE SPACES TO WS-CLIENT-CODE
    MOVE SPACES TO WS-CLIENT-NAME
    IF CUSTMAST-OPEN
        MOVE CON-CLIENT-NIP TO CUST-NIP
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE SPACES TO CUST-CLIENT-CODE
                MOVE SPACES TO CUST-NAME
        END-READ
        MOVE CUST-CLIENT-CODE TO WS-CLIENT-CODE
        MOVE CUST-NAME TO WS-CLIENT-NAME
    END-IF

*> PARSECONFIG returns the flat rate in force on the anniversary,
*> and the date it took effect.
    MOVE WS-ANNIVERSARY TO WS-RATE-AS-OF-DATE
    CALL "PARSECONFIG" USING CON-CONFIG-PATH WS-CONFIGURATION
    IF NOT CONFIG-OK
        DISPLAY 'WARNING: config not readable, contract skipped: '
            CON-CLIENT-NIP ' ' CON-CONFIG-PATH
        MOVE SPACES TO WS-RATE-CATEGORY
        MOVE 0 TO WS-OLD-RATE WS-NEW-RATE
        MOVE 'CONFIG NOT READABLE' TO WS-RATE-STATUS
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        ADD 1 TO WS-COUNT-SKIPPED
        MOVE 4 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    IF WS-CLIENT-NAME = SPACES
        MOVE BUSINESS-NAME(WS-INDEX-TO) TO WS-CLIENT-NAME
    END-IF

    PERFORM 3200-INDEX-FLAT-RATE THRU 3200-EXIT
    IF WS-CLIENT-CODE NOT = SPACES
        MOVE WS-RC-COUNT TO WS-RC-LIMIT
        PERFORM 3300-INDEX-CARD-ENTRY THRU 3300-EXIT
            VARYING WS-RC-IDX FROM 1 BY 1
            UNTIL WS-RC-IDX > WS-RC-LIMIT
    END-IF
    IF RUN-UPDATE AND WS-CH-COUNT > 0
        PERFORM 5000-WRITE-NOTICE THRU 5000-EXIT
    END-IF.
3000-EXIT.
    EXIT.

3100-SET-ANNIVERSARY SECTION.
    MOVE WS-PERIOD-YEAR TO WS-ANNIV-YEAR
    MOVE CON-START-DATE(5:4) TO WS-ANNIV-MMDD
    IF WS-ANNIV-MMDD = 0229
        DIVIDE WS-ANNIV-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REM-4
        DIVIDE WS-ANNIV-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REM-100
        DIVIDE WS-ANNIV-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
            REMAINDER WS-LEAP-REM-400
        IF WS-LEAP-REM-4 NOT = 0
                OR (WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0)
            MOVE 0228 TO WS-ANNIV-MMDD
        END-IF
    END-IF
    MOVE SPACES TO WS-ANNIV-DISPLAY
    STRING WS-ANNIVERSARY(1:4) '-'
        WS-ANNIVERSARY(5:2) '-'
        WS-ANNIVERSARY(7:2)
        DELIMITED BY SIZE INTO WS-ANNIV-DISPLAY
    MOVE SPACES TO WS-START-DISPLAY
    STRING CON-START-DATE(1:4) '-'
        CON-START-DATE(5:2) '-'
        CON-START-DATE(7:2)
        DELIMITED BY SIZE INTO WS-START-DISPLAY.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-INDEX-FLAT-RATE raises the config's flat rate.  A flat
*> config gets a SARYFROM:<anniversary>:<rate> line appended; an
*> XML config is only reported, for the rate to be added by hand.
*> A config whose rate already took effect on the anniversary was
*> indexed by an earlier run.
*> ---------------------------------------------------------------
3200-INDEX-FLAT-RATE SECTION.
    IF WS-HOURLY-SALARY = 0
        GO TO 3200-EXIT
    END-IF
    MOVE 'FLAT' TO WS-RATE-CATEGORY
    MOVE WS-HOURLY-SALARY TO WS-OLD-RATE
    MOVE 0 TO WS-NEW-RATE
    IF WS-RATE-FROM-DATE = WS-ANNIVERSARY
        MOVE 'ALREADY INDEXED' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-ALREADY
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3200-EXIT
    END-IF
    COMPUTE WS-NEW-RATE ROUNDED =
        WS-OLD-RATE * WS-INDEX-FACTOR / 100
    IF WS-NEW-RATE > 9999.99
        MOVE 'RATE TOO LARGE' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-SKIPPED
        MOVE 4 TO WS-RETURN-CODE
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3200-EXIT
    END-IF

    MOVE CON-CONFIG-PATH TO WS-CONFIG-FILE-NAME
    MOVE 0 TO WS-NAME-LEN
    MOVE SPACES TO WS-FILE-EXT
    INSPECT WS-CONFIG-FILE-NAME TALLYING WS-NAME-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-NAME-LEN > 4
        MOVE WS-CONFIG-FILE-NAME(WS-NAME-LEN - 3 : 4) TO WS-FILE-EXT
    END-IF
    IF WS-FILE-EXT = '.xml' OR WS-FILE-EXT = '.XML'
        MOVE 'XML - EDIT BY HAND' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-SKIPPED
        MOVE 4 TO WS-RETURN-CODE
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3200-EXIT
    END-IF

    IF RUN-PREVIEW
        MOVE 'PREVIEW' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-RAISED
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3200-EXIT
    END-IF

    OPEN EXTEND CONFIG-FILE
    IF WS-CONFIG-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: config cannot be appended to: '
            WS-CONFIG-FILE-NAME
        MOVE 'CONFIG NOT WRITTEN' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-SKIPPED
        MOVE 4 TO WS-RETURN-CODE
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3200-EXIT
    END-IF
    PERFORM 6100-EDIT-NEW-RATE THRU 6100-EXIT
    MOVE SPACES TO CONFIG-ENTRY-FILE
    MOVE 'SARYFROM' TO CONFIG-KEY
    MOVE ':' TO CONFIG-DELIMITER
    STRING WS-ANNIVERSARY DELIMITED BY SIZE
        ':' DELIMITED BY SIZE
        WS-RATE-TEXT DELIMITED BY SPACE
        INTO CONFIG-VALUE
    WRITE CONFIG-ENTRY-FILE
    IF WS-CONFIG-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: config not written: '
            WS-CONFIG-FILE-NAME ' status ' WS-CONFIG-FILE-STATUS
        CLOSE CONFIG-FILE
        MOVE 'CONFIG NOT WRITTEN' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-SKIPPED
        IF WS-RETURN-CODE < 8
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3200-EXIT
    END-IF
    CLOSE CONFIG-FILE
    MOVE 'INDEXED' TO WS-RATE-STATUS
    ADD 1 TO WS-COUNT-RAISED
    PERFORM 6000-REPORT-RATE THRU 6000-EXIT
    PERFORM 3500-KEEP-CHANGE THRU 3500-EXIT.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3300-INDEX-CARD-ENTRY indexes one category of the client, at
*> the first card entry of that category: the rate in force on
*> the anniversary is raised into a new entry dated the
*> anniversary.  Only the entries on the card before this contract
*> are looked at, so the ones just appended are not indexed again.
*> ---------------------------------------------------------------
3300-INDEX-CARD-ENTRY SECTION.
    IF WS-RC-CLIENT(WS-RC-IDX) NOT = WS-CLIENT-CODE
        GO TO 3300-EXIT
    END-IF
    MOVE 'N' TO WS-RC-SEEN
    PERFORM 3350-MATCH-EARLIER-CATEGORY THRU 3350-EXIT
        VARYING WS-RC-JDX FROM 1 BY 1
        UNTIL WS-RC-JDX >= WS-RC-IDX OR CATEGORY-SEEN
    IF CATEGORY-SEEN
        GO TO 3300-EXIT
    END-IF

    MOVE WS-RC-CATEGORY(WS-RC-IDX) TO WS-RATE-CATEGORY
    MOVE 0 TO WS-LOOKUP-BEST-DATE
    MOVE 0 TO WS-LOOKUP-RATE
    MOVE 'N' TO WS-LOOKUP-FOUND
    PERFORM 3400-MATCH-IN-FORCE THRU 3400-EXIT
        VARYING WS-RC-JDX FROM 1 BY 1
        UNTIL WS-RC-JDX > WS-RC-LIMIT
    IF NOT LOOKUP-FOUND
        GO TO 3300-EXIT
    END-IF

    MOVE WS-LOOKUP-RATE TO WS-OLD-RATE
    MOVE 0 TO WS-NEW-RATE
    IF WS-LOOKUP-BEST-DATE = WS-ANNIVERSARY
        MOVE 'ALREADY INDEXED' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-ALREADY
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3300-EXIT
    END-IF
    COMPUTE WS-NEW-RATE ROUNDED =
        WS-OLD-RATE * WS-INDEX-FACTOR / 100
        ON SIZE ERROR
            MOVE 'RATE TOO LARGE' TO WS-RATE-STATUS
            ADD 1 TO WS-COUNT-SKIPPED
            MOVE 4 TO WS-RETURN-CODE
            MOVE 0 TO WS-NEW-RATE
            PERFORM 6000-REPORT-RATE THRU 6000-EXIT
            GO TO 3300-EXIT
    END-COMPUTE

    IF RUN-PREVIEW
        MOVE 'PREVIEW' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-RAISED
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3300-EXIT
    END-IF

    IF WS-RC-COUNT >= 500
        DISPLAY 'ERROR: rate card would pass 500 entries - run'
            ' aborted.'
        MOVE 'RATE CARD FULL' TO WS-RATE-STATUS
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-CON-EOF
        MOVE WS-RC-LIMIT TO WS-RC-IDX
        GO TO 3300-EXIT
    END-IF
    PERFORM 6100-EDIT-NEW-RATE THRU 6100-EXIT
    MOVE SPACES TO RATE-CARD-RECORD
    STRING WS-CLIENT-CODE DELIMITED BY SPACE
        ':' DELIMITED BY SIZE
        WS-RATE-CATEGORY DELIMITED BY SPACE
        ':' DELIMITED BY SIZE
        WS-RATE-TEXT DELIMITED BY SPACE
        ':' DELIMITED BY SIZE
        WS-ANNIVERSARY DELIMITED BY SIZE
        INTO RATE-CARD-RECORD
    WRITE RATE-CARD-RECORD
    IF WS-RATE-CARD-STATUS NOT = '00'
        DISPLAY 'WARNING: rate card entry not written: '
            WS-CLIENT-CODE ' ' WS-RATE-CATEGORY
            ' status ' WS-RATE-CARD-STATUS
        MOVE 'CARD NOT WRITTEN' TO WS-RATE-STATUS
        ADD 1 TO WS-COUNT-SKIPPED
        IF WS-RETURN-CODE < 8
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        PERFORM 6000-REPORT-RATE THRU 6000-EXIT
        GO TO 3300-EXIT
    END-IF
    ADD 1 TO WS-RC-COUNT
    MOVE WS-CLIENT-CODE TO WS-RC-CLIENT(WS-RC-COUNT)
    MOVE WS-RATE-CATEGORY TO WS-RC-CATEGORY(WS-RC-COUNT)
    MOVE WS-NEW-RATE TO WS-RC-RATE(WS-RC-COUNT)
    MOVE WS-ANNIVERSARY TO WS-RC-FROM-DATE(WS-RC-COUNT)
    MOVE 'INDEXED' TO WS-RATE-STATUS
    ADD 1 TO WS-COUNT-RAISED
    PERFORM 6000-REPORT-RATE THRU 6000-EXIT
    PERFORM 3500-KEEP-CHANGE THRU 3500-EXIT.
3300-EXIT.
    EXIT.

3350-MATCH-EARLIER-CATEGORY SECTION.
    IF WS-RC-CLIENT(WS-RC-JDX) = WS-CLIENT-CODE
            AND WS-RC-CATEGORY(WS-RC-JDX) = WS-RC-CATEGORY(WS-RC-IDX)
        MOVE 'Y' TO WS-RC-SEEN
    END-IF.
3350-EXIT.
    EXIT.

*> The latest entry on or before the anniversary, as WORKLOG's
*> lookup takes it for a work date.
3400-MATCH-IN-FORCE SECTION.
    IF WS-RC-CLIENT(WS-RC-JDX) NOT = WS-CLIENT-CODE
        GO TO 3400-EXIT
    END-IF
    IF WS-RC-CATEGORY(WS-RC-JDX) NOT = WS-RATE-CATEGORY
        GO TO 3400-EXIT
    END-IF
    IF WS-RC-FROM-DATE(WS-RC-JDX) > WS-ANNIVERSARY
        GO TO 3400-EXIT
    END-IF
    IF WS-RC-FROM-DATE(WS-RC-JDX) >= WS-LOOKUP-BEST-DATE
        MOVE WS-RC-FROM-DATE(WS-RC-JDX) TO WS-LOOKUP-BEST-DATE
        MOVE WS-RC-RATE(WS-RC-JDX) TO WS-LOOKUP-RATE
        MOVE 'Y' TO WS-LOOKUP-FOUND
    END-IF.
3400-EXIT.
    EXIT.

3500-KEEP-CHANGE SECTION.
    IF WS-CH-COUNT >= 100
        GO TO 3500-EXIT
    END-IF
    ADD 1 TO WS-CH-COUNT
    MOVE WS-RATE-CATEGORY TO WS-CH-CATEGORY(WS-CH-COUNT)
    MOVE WS-OLD-RATE TO WS-CH-OLD-RATE(WS-CH-COUNT)
    MOVE WS-NEW-RATE TO WS-CH-NEW-RATE(WS-CH-COUNT).
3500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-WRITE-NOTICE writes the client's rate-change notice,
*> ratenotice_<nip>_<yyyymm>.txt, from the seller and buyer blocks
*> of the contract's config.
*> ---------------------------------------------------------------
5000-WRITE-NOTICE SECTION.
    MOVE SPACES TO WS-NOTICE-FILE-NAME
    STRING 'ratenotice_' DELIMITED BY SIZE
        CON-CLIENT-NIP DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        WS-PERIOD DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO WS-NOTICE-FILE-NAME
    OPEN OUTPUT NOTICE-FILE
    IF WS-NOTICE-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: notice cannot be written: '
            WS-NOTICE-FILE-NAME
        IF WS-RETURN-CODE < 8
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        GO TO 5000-EXIT
    END-IF

    MOVE 'RATE CHANGE NOTICE' TO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING 'Date: ' DELIMITED BY SIZE
        WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    WRITE NOTICE-LINE

    MOVE SPACES TO NOTICE-LINE
    STRING 'From: ' DELIMITED BY SIZE
        BUSINESS-NAME(WS-INDEX-FROM) DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING '      NIP: ' DELIMITED BY SIZE
        BUSINESS-NIP(WS-INDEX-FROM) DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    WRITE NOTICE-LINE

    MOVE SPACES TO NOTICE-LINE
    STRING 'To: ' DELIMITED BY SIZE
        BUSINESS-NAME(WS-INDEX-TO) DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING '    ' DELIMITED BY SIZE
        BUSINESS-STREET(WS-INDEX-TO) DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING '    ' DELIMITED BY SIZE
        BUSINESS-POSTAL-CODE(WS-INDEX-TO) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        BUSINESS-CITY(WS-INDEX-TO) DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING '    NIP: ' DELIMITED BY SIZE
        CON-CLIENT-NIP DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    WRITE NOTICE-LINE

    MOVE SPACES TO NOTICE-LINE
    STRING 'Under the indexation clause of our agreement of '
        DELIMITED BY SIZE
        WS-START-DISPLAY DELIMITED BY SIZE
        ', our rates' DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING 'rise by ' DELIMITED BY SIZE
        WS-PCT-EDIT DELIMITED BY SIZE
        ' percent with effect from ' DELIMITED BY SIZE
        WS-ANNIV-DISPLAY DELIMITED BY SIZE
        ':' DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING 'SERVICE     PREVIOUS RATE     NEW RATE  ' DELIMITED BY SIZE
        WS-CURRENCY DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    PERFORM 5100-WRITE-NOTICE-RATE THRU 5100-EXIT
        VARYING WS-CH-IDX FROM 1 BY 1
        UNTIL WS-CH-IDX > WS-CH-COUNT
    MOVE SPACES TO NOTICE-LINE
    WRITE NOTICE-LINE
    MOVE SPACES TO NOTICE-LINE
    STRING 'Work done before ' DELIMITED BY SIZE
        WS-ANNIV-DISPLAY DELIMITED BY SIZE
        ' is billed at the previous rates.' DELIMITED BY SIZE
        INTO NOTICE-LINE
    WRITE NOTICE-LINE
    CLOSE NOTICE-FILE
    ADD 1 TO WS-COUNT-NOTICES
    DISPLAY 'Notice written to ' WS-NOTICE-FILE-NAME.
5000-EXIT.
    EXIT.

5100-WRITE-NOTICE-RATE SECTION.
    MOVE WS-CH-OLD-RATE(WS-CH-IDX) TO WS-OLD-EDIT
    MOVE WS-CH-NEW-RATE(WS-CH-IDX) TO WS-NEW-EDIT
    MOVE SPACES TO NOTICE-LINE
    IF WS-CH-CATEGORY(WS-CH-IDX) = 'FLAT'
        STRING 'Standard  ' DELIMITED BY SIZE
            INTO NOTICE-LINE
    ELSE
        STRING WS-CH-CATEGORY(WS-CH-IDX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            INTO NOTICE-LINE
    END-IF
    STRING '     ' DELIMITED BY SIZE
        WS-OLD-EDIT DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        WS-NEW-EDIT DELIMITED BY SIZE
        INTO NOTICE-LINE(11:60)
    WRITE NOTICE-LINE.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-REPORT-RATE lists one rate of the contract with its old
*> and new value and what was done with it.
*> ---------------------------------------------------------------
6000-REPORT-RATE SECTION.
    MOVE WS-OLD-RATE TO WS-OLD-EDIT
    MOVE WS-NEW-RATE TO WS-NEW-EDIT
    MOVE SPACES TO REPORT-LINE
    STRING CON-CLIENT-NIP DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-CLIENT-CODE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RATE-CATEGORY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-OLD-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-NEW-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-ANNIV-DISPLAY DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RATE-STATUS DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-CLIENT-NAME DELIMITED BY '  '
        INTO REPORT-LINE
    WRITE REPORT-LINE.
6000-EXIT.
    EXIT.

*> The new rate as the rate card and configs write it: 150.00,
*> no leading blanks.
6100-EDIT-NEW-RATE SECTION.
    MOVE WS-NEW-RATE TO WS-RATE-OUT-EDIT
    MOVE 0 TO WS-RATE-LEAD
    INSPECT WS-RATE-OUT-EDIT TALLYING WS-RATE-LEAD
        FOR LEADING SPACES
    MOVE SPACES TO WS-RATE-TEXT
    MOVE WS-RATE-OUT-EDIT(WS-RATE-LEAD + 1 :) TO WS-RATE-TEXT.
6100-EXIT.
    EXIT.

7000-WRITE-SUMMARY SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-CONTRACTS DELIMITED BY SIZE
        ' contract(s) with an anniversary in the month, '
        DELIMITED BY SIZE
        WS-COUNT-RAISED DELIMITED BY SIZE
        ' rate(s) raised, ' DELIMITED BY SIZE
        WS-COUNT-ALREADY DELIMITED BY SIZE
        ' already indexed, ' DELIMITED BY SIZE
        WS-COUNT-SKIPPED DELIMITED BY SIZE
        ' skipped.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF RUN-PREVIEW
        STRING 'Preview only: no rate card entry, config line or'
            ' notice was written.' DELIMITED BY SIZE
            INTO REPORT-LINE
    ELSE
        STRING WS-COUNT-NOTICES DELIMITED BY SIZE
            ' rate-change notice(s) written.' DELIMITED BY SIZE
            INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    IF WS-COUNT-SKIPPED > 0
        MOVE SPACES TO REPORT-LINE
        STRING 'Skipped rates need attention: an XML config takes'
            ' a <SARYFROM>yyyymmdd:rate</SARYFROM> element by hand.'
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.
7000-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
