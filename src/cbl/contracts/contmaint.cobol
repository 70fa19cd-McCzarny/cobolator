*>             list can be generated per period (BATCHGEN) instead
*>             of being hand-kept and occasionally billing a
*>             terminated client.
*> 2026-10-15  Every ADD, UPDATE and TERM now appends the before
*>             and after value of each field it changed to the
*>             change journal (chgjrnl.txt) with the date, time
*>             and login; a new or changed config path also
*>             journals the bank account each config names
*>             (CONFIG-ACCNUMBR), for the CHGRPT change report.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    RECORD KEY IS CON-CLIENT-NIP
    FILE STATUS IS WS-CONTRACT-FILE-STATUS.

*> ---------------------------------------------------------------
*> Change journal shared with CUSTMAINT (see CHGJRNL.CPY).
*> ---------------------------------------------------------------
    SELECT CHANGE-JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> ---------------------------------------------------------------
FD CONTRACT-MASTER-FILE.
COPY "contract.cpy".

FD CHANGE-JOURNAL-FILE.
COPY "chgjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-TRAN-FILE-NAME PIC X(100) VALUE 'conttran.txt'.
01 WS-TRAN-EOF PIC X VALUE 'N'.
    88 TRAN-EOF VALUE 'Y'.
01 WS-COMMAND-LINE PIC X(100) VALUE SPACES.
01 WS-JOURNAL-FILE-NAME PIC X(100) VALUE 'chgjrnl.txt'.
01 WS-JOURNAL-FILE-STATUS PIC X(2).

*> ---------------------------------------------------------------
*> The master record as it stood before the transaction (all
*> blank/zero for an ADD), compared field by field with the record
*> written to journal what changed.  A change of config file is
*> also journaled as a change of the bank account the config names
*> (CONFIG-ACCNUMBR), read from both files through PARSECONFIG.
*> ---------------------------------------------------------------
COPY "contract.cpy" REPLACING ==CONTRACT-RECORD==
    BY ==WS-BEFORE-CONTRACT==
    LEADING ==CON-== BY ==BEF-==.
01 WS-JOURNAL-USER PIC X(20) VALUE SPACES.
01 WS-JOURNAL-DATE PIC 9(8) VALUE 0.
01 WS-JOURNAL-TIME PIC 9(8) VALUE 0.
01 WS-JOURNAL-FIELD PIC X(18) VALUE SPACES.
01 WS-JOURNAL-BEFORE PIC X(100) VALUE SPACES.
01 WS-JOURNAL-AFTER PIC X(100) VALUE SPACES.
01 WS-JOURNAL-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-CONFIG-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-CONFIG-ACCOUNT PIC X(26) VALUE SPACES.
01 WS-BEFORE-ACCOUNT PIC X(26) VALUE SPACES.
COPY "config.cpy" REPLACING ==WS-COMMAND-LINE== BY ==CFG-COMMAND-LINE==.

*> ---------------------------------------------------------------
*> The parsed transaction: the action plus the full set of contract
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3100-EXIT
    END-IF
    INITIALIZE WS-BEFORE-CONTRACT
    MOVE WS-TRAN-NIP TO CON-CLIENT-NIP
    MOVE WS-TRAN-CONFIG-PATH TO CON-CONFIG-PATH
    MOVE WS-TRAN-FREQUENCY TO CON-FREQUENCY
        NOT INVALID KEY
            DISPLAY 'Contract added: ' WS-TRAN-NIP ' '
                WS-TRAN-CONFIG-PATH
            PERFORM 7000-JOURNAL-CHANGES THRU 7000-EXIT
    END-WRITE.
3100-EXIT.
    EXIT.
            MOVE 8 TO WS-RETURN-CODE
            GO TO 3200-EXIT
    END-READ
    MOVE CONTRACT-RECORD TO WS-BEFORE-CONTRACT
    IF WS-TRAN-CONFIG-PATH NOT = SPACES
        MOVE WS-TRAN-CONFIG-PATH TO CON-CONFIG-PATH
    END-IF
    END-IF
    SET CON-ACTIVE TO TRUE
    REWRITE CONTRACT-RECORD
    DISPLAY 'Contract updated: ' WS-TRAN-NIP ' ' CON-CONFIG-PATH
    PERFORM 7000-JOURNAL-CHANGES THRU 7000-EXIT.
3200-EXIT.
    EXIT.

            MOVE 8 TO WS-RETURN-CODE
            GO TO 3300-EXIT
    END-READ
    MOVE CONTRACT-RECORD TO WS-BEFORE-CONTRACT
    IF WS-TRAN-END-DATE NOT = 0
        MOVE WS-TRAN-END-DATE TO CON-END-DATE
    END-IF
    SET CON-TERMINATED TO TRUE
    REWRITE CONTRACT-RECORD
    DISPLAY 'Contract terminated: ' WS-TRAN-NIP ' '
        CON-CONFIG-PATH
    PERFORM 7000-JOURNAL-CHANGES THRU 7000-EXIT.
3300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-JOURNAL-CHANGES compares the record just written with its
*> before image and appends one journal line per field that
*> differs.  When the config path is new or changed, the bank
*> account each config names is compared as well, so pointing a
*> contract at a config with another account shows up as such.
*> ---------------------------------------------------------------
7000-JOURNAL-CHANGES SECTION.
    ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-JOURNAL-TIME FROM TIME
    ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT 'USER'
    IF WS-JOURNAL-USER = SPACES
        ACCEPT WS-JOURNAL-USER FROM ENVIRONMENT 'LOGNAME'
    END-IF
    IF WS-JOURNAL-USER = SPACES
        MOVE 'UNKNOWN' TO WS-JOURNAL-USER
    END-IF
    MOVE 0 TO WS-JOURNAL-COUNT
    OPEN EXTEND CHANGE-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        CLOSE CHANGE-JOURNAL-FILE
        OPEN OUTPUT CHANGE-JOURNAL-FILE
    END-IF

    IF BEF-CONFIG-PATH NOT = CON-CONFIG-PATH
        MOVE 'CON-CONFIG-PATH' TO WS-JOURNAL-FIELD
        MOVE BEF-CONFIG-PATH TO WS-JOURNAL-BEFORE
        MOVE CON-CONFIG-PATH TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
        PERFORM 7200-JOURNAL-CONFIG-ACCOUNT THRU 7200-EXIT
    END-IF
    IF BEF-FREQUENCY NOT = CON-FREQUENCY
        MOVE 'CON-FREQUENCY' TO WS-JOURNAL-FIELD
        MOVE BEF-FREQUENCY TO WS-JOURNAL-BEFORE
        MOVE CON-FREQUENCY TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-START-DATE NOT = CON-START-DATE
        MOVE 'CON-START-DATE' TO WS-JOURNAL-FIELD
        MOVE BEF-START-DATE TO WS-JOURNAL-BEFORE
        MOVE CON-START-DATE TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-END-DATE NOT = CON-END-DATE
        MOVE 'CON-END-DATE' TO WS-JOURNAL-FIELD
        MOVE BEF-END-DATE TO WS-JOURNAL-BEFORE
        MOVE CON-END-DATE TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF
    IF BEF-STATUS NOT = CON-STATUS
        MOVE 'CON-STATUS' TO WS-JOURNAL-FIELD
        MOVE BEF-STATUS TO WS-JOURNAL-BEFORE
        MOVE CON-STATUS TO WS-JOURNAL-AFTER
        PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
    END-IF

    CLOSE CHANGE-JOURNAL-FILE
    DISPLAY WS-JOURNAL-COUNT ' change(s) journaled to '
        WS-JOURNAL-FILE-NAME.
7000-EXIT.
    EXIT.

7100-WRITE-JOURNAL-LINE SECTION.
    MOVE SPACES TO CHANGE-JOURNAL-RECORD
    MOVE WS-JOURNAL-DATE TO CJ-DATE
    MOVE WS-JOURNAL-TIME(1:6) TO CJ-TIME
    MOVE WS-JOURNAL-USER TO CJ-USER
    MOVE 'CONTMAINT' TO CJ-PROGRAM
    MOVE WS-TRAN-ACTION TO CJ-TRAN-TYPE
    SET CJ-CONTRACT-MASTER TO TRUE
    MOVE CON-CLIENT-NIP TO CJ-KEY-NIP
    MOVE WS-JOURNAL-FIELD TO CJ-FIELD
    MOVE WS-JOURNAL-BEFORE TO CJ-BEFORE
    MOVE WS-JOURNAL-AFTER TO CJ-AFTER
    WRITE CHANGE-JOURNAL-RECORD
    ADD 1 TO WS-JOURNAL-COUNT.
7100-EXIT.
    EXIT.

7200-JOURNAL-CONFIG-ACCOUNT SECTION.
    MOVE SPACES TO WS-BEFORE-ACCOUNT
    IF BEF-CONFIG-PATH NOT = SPACES
        MOVE BEF-CONFIG-PATH TO WS-CONFIG-FILE-NAME
        PERFORM 7500-READ-CONFIG-ACCOUNT THRU 7500-EXIT
        MOVE WS-CONFIG-ACCOUNT TO WS-BEFORE-ACCOUNT
    END-IF
    MOVE CON-CONFIG-PATH TO WS-CONFIG-FILE-NAME
    PERFORM 7500-READ-CONFIG-ACCOUNT THRU 7500-EXIT
    IF WS-CONFIG-ACCOUNT = WS-BEFORE-ACCOUNT
        GO TO 7200-EXIT
    END-IF
    MOVE 'CONFIG-ACCNUMBR' TO WS-JOURNAL-FIELD
    MOVE WS-BEFORE-ACCOUNT TO WS-JOURNAL-BEFORE
    MOVE WS-CONFIG-ACCOUNT TO WS-JOURNAL-AFTER
    PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT.
7200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7500-READ-CONFIG-ACCOUNT returns the ACCNUMBR of the config in
*> WS-CONFIG-FILE-NAME, or SPACES when the file cannot be read or
*> names no account.
*> ---------------------------------------------------------------
7500-READ-CONFIG-ACCOUNT SECTION.
    MOVE SPACES TO WS-CONFIG-ACCOUNT
    CALL "PARSECONFIG" USING WS-CONFIG-FILE-NAME WS-CONFIGURATION
    IF CONFIG-FILE-MISSING OR WS-ACCOUNT-NUMBER = 0
        DISPLAY 'WARNING: no bank account readable from config: '
            WS-CONFIG-FILE-NAME
        GO TO 7500-EXIT
    END-IF
    MOVE WS-ACCOUNT-NUMBER TO WS-CONFIG-ACCOUNT.
7500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-VALIDATE-NIP checks WS-TRAN-NIP against the standard Polish
*> NIP checksum: weighted digit sum of the first 9 digits, modulo
