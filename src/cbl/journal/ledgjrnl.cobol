IDENTIFICATION DIVISION.
PROGRAM-ID. LEDGJRNL.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - the ledger journal every program
*>             that updates the shared ledgers CALLs after each
*>             record it adds, rewrites or deletes: the before and
*>             after image go to ledgjrnl.txt under the run's ID,
*>             so a run that died partway or ran against the wrong
*>             input can be undone by ROLLBACK instead of
*>             restoring last night's copy by hand.
*> 2026-10-15  Ledger journal now also carries instalment
*>             agreements and purchase invoices (key widened to
*>             40, images to 1700); LJ-RETURN-STATUS tells the
*>             caller when a change could not be journaled.
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

DATA DIVISION.
FILE SECTION.
FD LEDGER-JOURNAL-FILE.
COPY "ledgjrnl.cpy".

WORKING-STORAGE SECTION.
01 WS-JOURNAL-FILE-NAME PIC X(100) VALUE 'ledgjrnl.txt'.
01 WS-JOURNAL-FILE-STATUS PIC X(2).

*> ---------------------------------------------------------------
*> The run ID is made on the first call and kept for every later
*> call in the same run, with the change sequence beside it.
*> ---------------------------------------------------------------
01 WS-RUN-ID PIC X(30) VALUE SPACES.
01 WS-SEQUENCE PIC 9(6) VALUE 0.
01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-NOW-HHMMSSCC PIC 9(8) VALUE 0.

LINKAGE SECTION.
COPY "ledgcall.cpy".

PROCEDURE DIVISION USING WS-LEDGER-JOURNAL.

0000-MAINLINE SECTION.
    SET LJ-JOURNAL-OK TO TRUE
    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    ACCEPT WS-NOW-HHMMSSCC FROM TIME
    IF WS-RUN-ID = SPACES
        PERFORM 1000-START-RUN THRU 1000-EXIT
    END-IF
    PERFORM 2000-APPEND-CHANGE THRU 2000-EXIT
    MOVE WS-RUN-ID TO LJ-RUN-ID
    GOBACK.
0000-EXIT.
    EXIT.

1000-START-RUN SECTION.
    STRING LJ-PROGRAM DELIMITED BY SPACE
        '-' DELIMITED BY SIZE
        WS-TODAY-YYYYMMDD DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-NOW-HHMMSSCC DELIMITED BY SIZE
        INTO WS-RUN-ID
    DISPLAY 'Ledger changes journaled under run ID ' WS-RUN-ID.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-APPEND-CHANGE opens, writes and closes the journal for each
*> change, so a run that dies leaves every change it made on file.
*> ---------------------------------------------------------------
2000-APPEND-CHANGE SECTION.
    ADD 1 TO WS-SEQUENCE
    OPEN EXTEND LEDGER-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        CLOSE LEDGER-JOURNAL-FILE
        OPEN OUTPUT LEDGER-JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        DISPLAY 'LEDGJRNL: cannot write ledger journal '
            WS-JOURNAL-FILE-NAME ' status ' WS-JOURNAL-FILE-STATUS
        SET LJ-JOURNAL-FAILED TO TRUE
        GO TO 2000-EXIT
    END-IF
    MOVE SPACES TO LEDGER-JOURNAL-RECORD
    MOVE WS-RUN-ID TO JR-RUN-ID
    MOVE WS-SEQUENCE TO JR-SEQUENCE
    MOVE WS-TODAY-YYYYMMDD TO JR-DATE
    MOVE WS-NOW-HHMMSSCC(1:6) TO JR-TIME
    MOVE LJ-PROGRAM TO JR-PROGRAM
    MOVE LJ-LEDGER TO JR-LEDGER
    MOVE LJ-ACTION TO JR-ACTION
    MOVE LJ-KEY TO JR-KEY
    MOVE LJ-BEFORE-IMAGE TO JR-BEFORE-IMAGE
    MOVE LJ-AFTER-IMAGE TO JR-AFTER-IMAGE
    WRITE LEDGER-JOURNAL-RECORD
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
        DISPLAY 'LEDGJRNL: cannot write ledger journal '
            WS-JOURNAL-FILE-NAME ' status ' WS-JOURNAL-FILE-STATUS
        SET LJ-JOURNAL-FAILED TO TRUE
    END-IF
    CLOSE LEDGER-JOURNAL-FILE.
2000-EXIT.
    EXIT.
