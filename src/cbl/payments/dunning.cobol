*>             terminate; a lock held by another run fails this
*>             one fast with return code 6 (-force overrides a
*>             stale lock).
*> 2026-10-15  Items under an open dispute (see DISPUTE) get no
*>             letter; the count left out is displayed.
*> 2026-10-15  Items rescheduled under an instalment agreement
*>             (see INSTAGR) are no longer reminded about on their
*>             own due dates; instead each active agreement with a
*>             missed instalment gets an instalment reminder
*>             (instrem_<buyer>_<agreement>.txt) warning that the
*>             agreement is cancelled once the grace days run out.
*> 2026-10-15  Every open items ledger rewrite is journaled
*>             through LEDGJRNL (before and after image under the
*>             run ID) so ROLLBACK can undo the run.
*> 2026-10-15  Every payment and instalment reminder is also
*>             archived under a dated name
*>             (arch_<seller>_M_/_R_...) and logged to the dunning
*>             letter log (dunlog.txt) so DISPATCH can send it and
*>             the delivery log can show it went.
*> 2026-10-15  The reminder date stamped on an agreement is now
*>             journaled; the run stops with return code 8 when a
*>             ledger change cannot be journaled.
*> 2026-10-15  A letter-log file that cannot be opened or written
*>             is reported and counted with the letters not
*>             archived, so the run ends with return code 4.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

*> ---------------------------------------------------------------
*> Every letter is also kept under a dated archive name (the
*> letter file itself is overwritten by the next run) and logged
*> to the dunning letter log (see DUNLOG.CPY) for DISPATCH.
*> ---------------------------------------------------------------
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT LETTER-LOG-FILE ASSIGN TO DYNAMIC WS-LETTER-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LETTER-LOG-FILE-STATUS.

    SELECT AGREEMENT-FILE
    ASSIGN TO DYNAMIC WS-AGREEMENT-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IA-KEY
    FILE STATUS IS WS-AGREEMENT-FILE-STATUS.

*> ---------------------------------------------------------------
*> Statutory late-payment interest rate reference: a single line
*> carrying the annual percentage with an explicit decimal point,
FD LETTER-FILE.
01 LETTER-LINE PIC X(132).

FD ARCHIVE-FILE.
01 ARCHIVE-LINE PIC X(132).

FD LETTER-LOG-FILE.
COPY "dunlog.cpy".

FD AGREEMENT-FILE.
COPY "instagr.cpy".

FD INTEREST-FILE.
01 INTEREST-RECORD PIC X(10).

01 WS-LETTER-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-INTEREST-FILE-NAME PIC X(100) VALUE 'interest.txt'.
01 WS-INTEREST-FILE-STATUS PIC X(2).
01 WS-AGREEMENT-FILE-NAME PIC X(100) VALUE 'instagr.dat'.
01 WS-AGREEMENT-FILE-STATUS PIC X(2).
01 WS-ARCHIVE-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-ARCHIVE-FILE-STATUS PIC X(2).
01 WS-LETTER-LOG-FILE-NAME PIC X(100) VALUE 'dunlog.txt'.
01 WS-LETTER-LOG-FILE-STATUS PIC X(2).

*> ---------------------------------------------------------------
*> Command line layout: <seller-nip> [-force]
    88 RUN-LOCK-HELD VALUE 'Y'.
COPY "runlock.cpy".

*> ---------------------------------------------------------------
*> Ledger journal (see LEDGCALL.CPY).
*> ---------------------------------------------------------------
COPY "ledgcall.cpy".

*> ---------------------------------------------------------------
*> The statutory annual interest rate, with the hand-kept file
*> overriding the compiled-in fallback so a rate change is a file
01 WS-OD-JDX PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-DISPUTED-SKIPPED PIC 9(5) VALUE 0.
01 WS-AGREEMENT-SKIPPED PIC 9(5) VALUE 0.

*> ---------------------------------------------------------------
*> Instalment reminder working fields: the agreement being walked
*> and the missed instalments found on it.
*> ---------------------------------------------------------------
01 WS-AGR-EOF PIC X VALUE 'N'.
    88 AGR-EOF VALUE 'Y'.
01 WS-INST-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-MISSED-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-MISSED-TOTAL PIC 9(11)V99 VALUE 0.
01 WS-UNPAID-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-SCHEDULE-LEFT PIC 9(11)V99 VALUE 0.
01 WS-GRACE-END-INT PIC 9(7) COMPUTATIONAL VALUE 0.
01 WS-GRACE-END-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-REMINDER-COUNT PIC 9(3) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> The letter being built.
01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
01 WS-RATE-EDIT PIC Z9.99.

*> ---------------------------------------------------------------
*> The letter just written, as 3500-ARCHIVE-LETTER files and logs
*> it: the kind (M payment reminder, R instalment reminder), the
*> level, the agreement and the total asked for.
*> ---------------------------------------------------------------
01 WS-LOG-KIND PIC X(1) VALUE SPACE.
01 WS-LOG-LEVEL PIC 9(1) VALUE 0.
01 WS-LOG-AGREEMENT-NUMBER PIC 9(6) VALUE 0.
01 WS-LOG-BUYER-NIP PIC 9(10) VALUE 0.
01 WS-LOG-BUYER-NAME PIC X(80) VALUE SPACES.
01 WS-LOG-CURRENCY PIC X(3) VALUE SPACES.
01 WS-LOG-AMOUNT PIC 9(11)V99 VALUE 0.
01 WS-NOW-HHMMSSCC PIC 9(8) VALUE 0.
01 WS-COPY-EOF PIC X VALUE 'N'.
    88 COPY-EOF VALUE 'Y'.
01 WS-ARCHIVE-FAILED PIC 9(3) COMPUTATIONAL VALUE 0.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-WRITE-LETTERS THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 4000-REMIND-INSTALMENTS THRU 4000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-COLLECT-OVERDUE-ITEMS walks this seller's open items and
*> keeps every one still open past its due date.  An item the
*> client disputes gets no letter until the dispute is closed,
*> and an item rescheduled under an instalment agreement is not
*> reminded about on its own due date - only the agreement's
*> missed instalments are (4000-REMIND-INSTALMENTS).
*> ---------------------------------------------------------------
2000-COLLECT-OVERDUE-ITEMS SECTION.
    OPEN I-O OPEN-ITEMS-FILE
        CLOSE OPEN-ITEMS-FILE
        GO TO 2000-EXIT
    END-IF
    DISPLAY WS-OVERDUE-COUNT ' overdue item(s) found.'
    IF WS-DISPUTED-SKIPPED > 0
        DISPLAY WS-DISPUTED-SKIPPED ' overdue item(s) under dispute'
            ' left out.'
    END-IF
    IF WS-AGREEMENT-SKIPPED > 0
        DISPLAY WS-AGREEMENT-SKIPPED ' overdue item(s) under an'
            ' instalment agreement left out.'
    END-IF.
2000-EXIT.
    EXIT.

    IF OI-DUE-DATE >= WS-TODAY-YYYYMMDD
        GO TO 2100-EXIT
    END-IF
    IF OI-DISPUTED
        ADD 1 TO WS-DISPUTED-SKIPPED
        GO TO 2100-EXIT
    END-IF
    IF OI-AGREEMENT-NUMBER NOT = 0
        ADD 1 TO WS-AGREEMENT-SKIPPED
        GO TO 2100-EXIT
    END-IF
    IF WS-OVERDUE-COUNT >= 500
        DISPLAY 'ERROR: more than 500 overdue items - run aborted,'
            ' no letters written.'

    CLOSE LETTER-FILE
    ADD 1 TO WS-LETTER-COUNT
    DISPLAY 'Letter written to ' WS-LETTER-FILE-NAME

    MOVE 'M' TO WS-LOG-KIND
    MOVE WS-LETTER-LEVEL TO WS-LOG-LEVEL
    MOVE 0 TO WS-LOG-AGREEMENT-NUMBER
    MOVE WS-LETTER-BUYER-NIP TO WS-LOG-BUYER-NIP
    MOVE WS-OD-BUYER-NAME(WS-OD-IDX) TO WS-LOG-BUYER-NAME
    MOVE WS-LETTER-CURRENCY TO WS-LOG-CURRENCY
    MOVE WS-LETTER-GROSS-TOTAL TO WS-LOG-AMOUNT
    PERFORM 3500-ARCHIVE-LETTER THRU 3500-EXIT.
3100-EXIT.
    EXIT.

    END-READ
    MOVE WS-LETTER-LEVEL TO OI-DUNNING-LEVEL
    MOVE WS-TODAY-YYYYMMDD TO OI-LAST-DUNNING-DATE
    SET LJ-OPEN-ITEMS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE OPEN-ITEM-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT.
3350-EXIT.
    EXIT.

3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-ARCHIVE-LETTER copies the letter just closed to its dated
*> archive name - arch_<seller>_M_<date>_<buyer>_<currency>.txt for
*> a payment reminder, arch_<seller>_R_<date>_<buyer>_<agreement>.txt
*> for an instalment reminder - and appends it to the dunning letter
*> log, created on first use.  A second run the same day archives
*> over the first run's copy, as the letter it replaces.
*> ---------------------------------------------------------------
3500-ARCHIVE-LETTER SECTION.
    MOVE SPACES TO WS-ARCHIVE-FILE-NAME
    IF WS-LOG-KIND = 'R'
        STRING 'arch_' DELIMITED BY SIZE
            WS-SELLER-NIP DELIMITED BY SIZE
            '_R_' DELIMITED BY SIZE
            WS-TODAY-YYYYMMDD DELIMITED BY SIZE
            '_' DELIMITED BY SIZE
            WS-LOG-BUYER-NIP DELIMITED BY SIZE
            '_' DELIMITED BY SIZE
            WS-LOG-AGREEMENT-NUMBER DELIMITED BY SIZE
            '.txt' DELIMITED BY SIZE
            INTO WS-ARCHIVE-FILE-NAME
    ELSE
        STRING 'arch_' DELIMITED BY SIZE
            WS-SELLER-NIP DELIMITED BY SIZE
            '_M_' DELIMITED BY SIZE
            WS-TODAY-YYYYMMDD DELIMITED BY SIZE
            '_' DELIMITED BY SIZE
            WS-LOG-BUYER-NIP DELIMITED BY SIZE
            '_' DELIMITED BY SIZE
            WS-LOG-CURRENCY DELIMITED BY SIZE
            '.txt' DELIMITED BY SIZE
            INTO WS-ARCHIVE-FILE-NAME
    END-IF
    OPEN OUTPUT ARCHIVE-FILE
    IF WS-ARCHIVE-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: cannot archive letter to '
            WS-ARCHIVE-FILE-NAME ' status ' WS-ARCHIVE-FILE-STATUS
        ADD 1 TO WS-ARCHIVE-FAILED
        GO TO 3500-EXIT
    END-IF
    OPEN INPUT LETTER-FILE
    MOVE 'N' TO WS-COPY-EOF
    PERFORM 3550-COPY-LETTER-LINE THRU 3550-EXIT
        UNTIL COPY-EOF
    CLOSE LETTER-FILE
    CLOSE ARCHIVE-FILE

    ACCEPT WS-NOW-HHMMSSCC FROM TIME
    OPEN EXTEND LETTER-LOG-FILE
    IF WS-LETTER-LOG-FILE-STATUS NOT = '00'
        CLOSE LETTER-LOG-FILE
        OPEN OUTPUT LETTER-LOG-FILE
    END-IF
    IF WS-LETTER-LOG-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: cannot log letter to '
            WS-LETTER-LOG-FILE-NAME ' status '
            WS-LETTER-LOG-FILE-STATUS
        ADD 1 TO WS-ARCHIVE-FAILED
        GO TO 3500-EXIT
    END-IF
    MOVE SPACES TO DUNNING-LOG-RECORD
    MOVE WS-TODAY-YYYYMMDD TO DN-DATE
    MOVE WS-NOW-HHMMSSCC(1:6) TO DN-TIME
    MOVE WS-SELLER-NIP TO DN-SELLER-NIP
    MOVE WS-LOG-KIND TO DN-KIND
    MOVE WS-LOG-LEVEL TO DN-LEVEL
    MOVE WS-LOG-AGREEMENT-NUMBER TO DN-AGREEMENT-NUMBER
    MOVE WS-LOG-BUYER-NIP TO DN-BUYER-NIP
    MOVE WS-LOG-CURRENCY TO DN-CURRENCY
    MOVE WS-LOG-AMOUNT TO DN-AMOUNT
    MOVE WS-ARCHIVE-FILE-NAME TO DN-ARCHIVE-NAME
    MOVE WS-LOG-BUYER-NAME TO DN-BUYER-NAME
    WRITE DUNNING-LOG-RECORD
    IF WS-LETTER-LOG-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: letter not logged to '
            WS-LETTER-LOG-FILE-NAME ' status '
            WS-LETTER-LOG-FILE-STATUS
        ADD 1 TO WS-ARCHIVE-FAILED
    END-IF
    CLOSE LETTER-LOG-FILE.
3500-EXIT.
    EXIT.

3550-COPY-LETTER-LINE SECTION.
    READ LETTER-FILE
        AT END
            MOVE 'Y' TO WS-COPY-EOF
        NOT AT END
            MOVE LETTER-LINE TO ARCHIVE-LINE
            WRITE ARCHIVE-LINE
    END-READ.
3550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-REMIND-INSTALMENTS writes one reminder per active
*> instalment agreement with an instalment fallen due and not
*> fully paid.  The letter lists the missed instalments and warns
*> that the agreement is cancelled - and the whole balance falls
*> due - once the oldest of them runs past the agreed grace days
*> (the INSTAGR -check run does the cancelling).  No agreement
*> file simply means no agreements.
*> ---------------------------------------------------------------
4000-REMIND-INSTALMENTS SECTION.
    OPEN I-O AGREEMENT-FILE
    IF WS-AGREEMENT-FILE-STATUS NOT = '00'
        GO TO 4000-EXIT
    END-IF
    MOVE 'N' TO WS-AGR-EOF
    MOVE WS-SELLER-NIP TO IA-SELLER-NIP
    MOVE 0 TO IA-AGREEMENT-NUMBER
    START AGREEMENT-FILE KEY >= IA-KEY
        INVALID KEY
            MOVE 'Y' TO WS-AGR-EOF
    END-START
    PERFORM 4100-TEST-NEXT-AGREEMENT THRU 4100-EXIT
        UNTIL AGR-EOF
    CLOSE AGREEMENT-FILE
    DISPLAY WS-REMINDER-COUNT ' instalment reminder(s) written.'.
4000-EXIT.
    EXIT.

4100-TEST-NEXT-AGREEMENT SECTION.
    READ AGREEMENT-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-AGR-EOF
            GO TO 4100-EXIT
    END-READ
    IF IA-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-AGR-EOF
        GO TO 4100-EXIT
    END-IF
    IF NOT IA-ACTIVE
        GO TO 4100-EXIT
    END-IF
    MOVE 0 TO WS-MISSED-COUNT
    MOVE 0 TO WS-MISSED-TOTAL
    PERFORM 4150-COUNT-MISSED THRU 4150-EXIT
        VARYING WS-INST-IDX FROM 1 BY 1
        UNTIL WS-INST-IDX > IA-INST-COUNT
    IF WS-MISSED-COUNT = 0
        GO TO 4100-EXIT
    END-IF
    PERFORM 4200-WRITE-INSTALMENT-LETTER THRU 4200-EXIT
    MOVE WS-TODAY-YYYYMMDD TO IA-LAST-REMINDER-DATE
    SET LJ-AGREEMENTS TO TRUE
    PERFORM 8900-JOURNAL-BEFORE THRU 8900-EXIT
    REWRITE INSTALMENT-AGREEMENT-RECORD
    PERFORM 8950-JOURNAL-AFTER THRU 8950-EXIT
    ADD 1 TO WS-REMINDER-COUNT
    DISPLAY 'Instalment reminder written to ' WS-LETTER-FILE-NAME.
4100-EXIT.
    EXIT.

4150-COUNT-MISSED SECTION.
    IF IA-INST-DUE-DATE(WS-INST-IDX) < WS-TODAY-YYYYMMDD
            AND IA-INST-PAID(WS-INST-IDX)
                < IA-INST-AMOUNT(WS-INST-IDX)
        ADD 1 TO WS-MISSED-COUNT
        COMPUTE WS-MISSED-TOTAL = WS-MISSED-TOTAL
            + IA-INST-AMOUNT(WS-INST-IDX) - IA-INST-PAID(WS-INST-IDX)
        IF WS-MISSED-COUNT = 1
            COMPUTE WS-GRACE-END-INT = FUNCTION INTEGER-OF-DATE(
                IA-INST-DUE-DATE(WS-INST-IDX)) + IA-GRACE-DAYS
            COMPUTE WS-GRACE-END-YYYYMMDD =
                FUNCTION DATE-OF-INTEGER(WS-GRACE-END-INT)
        END-IF
    END-IF.
4150-EXIT.
    EXIT.

4200-WRITE-INSTALMENT-LETTER SECTION.
    MOVE SPACES TO WS-LETTER-FILE-NAME
    STRING 'instrem_' DELIMITED BY SIZE
        IA-BUYER-NIP DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        IA-AGREEMENT-NUMBER DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO WS-LETTER-FILE-NAME
    OPEN OUTPUT LETTER-FILE

    MOVE 'INSTALMENT PAYMENT REMINDER' TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING 'Date: ' DELIMITED BY SIZE
        WS-TODAY-DISPLAY DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING 'To: ' DELIMITED BY SIZE
        IA-BUYER-NAME DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING '    ' DELIMITED BY SIZE
        IA-BUYER-STREET DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING '    ' DELIMITED BY SIZE
        IA-BUYER-POSTAL-CODE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        IA-BUYER-CITY DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING '    NIP: ' DELIMITED BY SIZE
        IA-BUYER-NIP DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE

    MOVE SPACES TO LETTER-LINE
    STRING 'The following instalments of our agreement '
        DELIMITED BY SIZE
        IA-DESIGNATION DELIMITED BY SPACE
        ' have not been paid:' DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING 'DUE DATE    DAYS LATE        AMOUNT        UNPAID'
        DELIMITED BY SIZE INTO LETTER-LINE
    WRITE LETTER-LINE
    PERFORM 4250-WRITE-MISSED-LINE THRU 4250-EXIT
        VARYING WS-INST-IDX FROM 1 BY 1
        UNTIL WS-INST-IDX > IA-INST-COUNT

    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-MISSED-TOTAL TO WS-AMOUNT-EDIT
    MOVE SPACES TO LETTER-LINE
    STRING 'Total to pay now:     ' DELIMITED BY SIZE
        IA-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    COMPUTE WS-SCHEDULE-LEFT = IA-TOTAL-AMOUNT - IA-PAID-AMOUNT
    MOVE WS-SCHEDULE-LEFT TO WS-AMOUNT-EDIT
    MOVE SPACES TO LETTER-LINE
    STRING 'Balance of agreement: ' DELIMITED BY SIZE
        IA-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-GRACE-END-YYYYMMDD(1:4) '-'
        WS-GRACE-END-YYYYMMDD(5:2) '-'
        WS-GRACE-END-YYYYMMDD(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO LETTER-LINE
    STRING 'Unless the amount above is paid by ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        ', the agreement is cancelled' DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING 'and the whole balance falls due at once, with'
        ' statutory interest from the' DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING 'original due dates.  Please quote ' DELIMITED BY SIZE
        IA-DESIGNATION DELIMITED BY SPACE
        ' on your transfer.' DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE
    CLOSE LETTER-FILE

    MOVE 'R' TO WS-LOG-KIND
    MOVE 0 TO WS-LOG-LEVEL
    MOVE IA-AGREEMENT-NUMBER TO WS-LOG-AGREEMENT-NUMBER
    MOVE IA-BUYER-NIP TO WS-LOG-BUYER-NIP
    MOVE IA-BUYER-NAME TO WS-LOG-BUYER-NAME
    MOVE IA-CURRENCY TO WS-LOG-CURRENCY
    MOVE WS-MISSED-TOTAL TO WS-LOG-AMOUNT
    PERFORM 3500-ARCHIVE-LETTER THRU 3500-EXIT.
4200-EXIT.
    EXIT.

4250-WRITE-MISSED-LINE SECTION.
    IF IA-INST-DUE-DATE(WS-INST-IDX) NOT < WS-TODAY-YYYYMMDD
            OR IA-INST-PAID(WS-INST-IDX)
                NOT < IA-INST-AMOUNT(WS-INST-IDX)
        GO TO 4250-EXIT
    END-IF
    COMPUTE WS-DUE-DATE-INT =
        FUNCTION INTEGER-OF-DATE(IA-INST-DUE-DATE(WS-INST-IDX))
    COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-DATE-INT
    COMPUTE WS-UNPAID-AMOUNT = IA-INST-AMOUNT(WS-INST-IDX)
        - IA-INST-PAID(WS-INST-IDX)
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING IA-INST-DUE-DATE(WS-INST-IDX)(1:4) '-'
        IA-INST-DUE-DATE(WS-INST-IDX)(5:2) '-'
        IA-INST-DUE-DATE(WS-INST-IDX)(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE IA-INST-AMOUNT(WS-INST-IDX) TO WS-AMOUNT-EDIT
    MOVE WS-UNPAID-AMOUNT TO WS-AMOUNT-EDIT-2
    MOVE SPACES TO LETTER-LINE
    STRING WS-DATE-DISPLAY DELIMITED BY SIZE
        '     ' DELIMITED BY SIZE
        WS-DAYS-OVERDUE DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
        INTO LETTER-LINE
    WRITE LETTER-LINE.
4250-EXIT.
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
    MOVE 'DUNNING' TO LJ-PROGRAM
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
*> A letter that could not be archived or logged went out
*> unlogged, so DISPATCH will not send it - the run ends with a
*> warning.
    IF WS-ARCHIVE-FAILED > 0 AND WS-RETURN-CODE = 0
        DISPLAY WS-ARCHIVE-FAILED ' letter(s) not archived or logged.'
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
