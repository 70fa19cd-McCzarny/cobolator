IDENTIFICATION DIVISION.
PROGRAM-ID. DISPATCH.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - document dispatch run: every
*>             invoice, correction, advance invoice and interest
*>             note issued in a period (from the detail register)
*>             and every dunning letter written in it (from the
*>             dunning letter log) is queued for the mail gateway
*>             to the client's billing e-mail address with the
*>             archived copy as the attachment, and logged to the
*>             delivery log with the recipient and the outcome.
*>             Documents for the post, without an address or whose
*>             archived copy is missing are listed on the report
*>             to be sent some other way.
*> 2026-10-15  Delivery log open and writes are now checked: no
*>             log means no run (return code 8), a document whose
*>             log line fails is reported as failed.  Letters are
*>             no longer queued after the document pass has
*>             stopped the run.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVOICE-DETAIL-FILE
    ASSIGN TO DYNAMIC WS-INVOICE-DETAIL-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DTL-KEY
    FILE STATUS IS WS-INVOICE-DETAIL-FILE-STATUS.

    SELECT CUSTOMER-MASTER-FILE
    ASSIGN TO DYNAMIC WS-CUSTMAST-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CUST-NIP
    FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

    SELECT LETTER-LOG-FILE ASSIGN TO DYNAMIC WS-LETTER-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LETTER-LOG-FILE-STATUS.

*> ---------------------------------------------------------------
*> The archived copy of a document, opened only to make sure it is
*> there before it is named as an attachment.
*> ---------------------------------------------------------------
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT MAIL-QUEUE-FILE ASSIGN TO DYNAMIC WS-MAIL-QUEUE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MAIL-QUEUE-FILE-STATUS.

    SELECT DELIVERY-LOG-FILE
    ASSIGN TO DYNAMIC WS-DELIVERY-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DELIVERY-LOG-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INVOICE-DETAIL-FILE.
COPY "invdtl.cpy".

FD CUSTOMER-MASTER-FILE.
COPY "custmast.cpy".

FD LETTER-LOG-FILE.
COPY "dunlog.cpy".

FD ARCHIVE-FILE.
01 ARCHIVE-LINE PIC X(132).

FD MAIL-QUEUE-FILE.
COPY "mailq.cpy".

FD DELIVERY-LOG-FILE.
COPY "delivlog.cpy".

FD REPORT-FILE.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-INVOICE-DETAIL-FILE-NAME PIC X(100) VALUE 'invoicedtl.dat'.
01 WS-INVOICE-DETAIL-FILE-STATUS PIC X(2).
01 WS-CUSTMAST-FILE-NAME PIC X(100) VALUE 'custmast.dat'.
01 WS-CUSTMAST-FILE-STATUS PIC X(2).
01 WS-LETTER-LOG-FILE-NAME PIC X(100) VALUE 'dunlog.txt'.
01 WS-LETTER-LOG-FILE-STATUS PIC X(2).
01 WS-ARCHIVE-FILE-NAME PIC X(100) VALUE SPACES.
01 WS-ARCHIVE-FILE-STATUS PIC X(2).
01 WS-MAIL-QUEUE-FILE-NAME PIC X(100) VALUE 'mailqueue.txt'.
01 WS-MAIL-QUEUE-FILE-STATUS PIC X(2).
01 WS-DELIVERY-LOG-FILE-NAME PIC X(100) VALUE 'delivery.log'.
01 WS-DELIVERY-LOG-FILE-STATUS PIC X(2).
01 WS-REPORT-FILE-NAME PIC X(100) VALUE 'dispatchrpt.txt'.

*> ---------------------------------------------------------------
*> Command line layout:
*>   <seller-nip> <from-yyyymmdd> [to-yyyymmdd] [report-file]
*> The period end defaults to today, so a run straight after the
*> close also picks up the letters DUNNING has just written.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(300) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-4 PIC X(100) VALUE SPACES.
01 WS-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.

01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
01 WS-NOW-HHMMSSCC PIC 9(8) VALUE 0.
01 WS-SCAN-EOF PIC X VALUE 'N'.
    88 SCAN-EOF VALUE 'Y'.
01 WS-CUSTMAST-OPEN-FLAG PIC X VALUE 'N'.
    88 CUSTMAST-OPEN VALUE 'Y'.

*> ---------------------------------------------------------------
*> Documents already dealt with: the archive name of every document
*> the delivery log shows as queued or left for the post, plus each
*> one this run queues, so a re-run over the same period (or a
*> letter logged twice the same day) never sends anything twice.
*> ---------------------------------------------------------------
01 WS-SENT-TABLE.
    05 WS-SENT-COUNT PIC 9(4) COMPUTATIONAL VALUE 0.
    05 WS-SENT-ENTRY OCCURS 5000 TIMES.
        10 WS-SENT-ARCHIVE-NAME PIC X(60).
01 WS-SENT-IDX PIC 9(4) COMPUTATIONAL VALUE 0.
01 WS-SENT-FOUND PIC X VALUE 'N'.
    88 ALREADY-SENT VALUE 'Y'.

*> ---------------------------------------------------------------
*> The document being dispatched, from either source.
*> ---------------------------------------------------------------
01 WS-DOC-KIND PIC X(1) VALUE SPACE.
01 WS-DOC-DESIGNATION PIC X(20) VALUE SPACES.
01 WS-DOC-ISSUE-DATE PIC 9(8) VALUE 0.
01 WS-DOC-BUYER-NIP PIC 9(10) VALUE 0.
01 WS-DOC-BUYER-NAME PIC X(80) VALUE SPACES.
01 WS-DOC-ARCHIVE-NAME PIC X(60) VALUE SPACES.
01 WS-DOC-SUBJECT PIC X(80) VALUE SPACES.
01 WS-DOC-STATUS PIC X(1) VALUE SPACE.
01 WS-DOC-RECIPIENT PIC X(60) VALUE SPACES.
01 WS-DOC-NOTE PIC X(40) VALUE SPACES.

*> ---------------------------------------------------------------
*> Run totals.  They land in STRINGed report lines, so they stay
*> USAGE DISPLAY.
*> ---------------------------------------------------------------
01 WS-COUNT-QUEUED PIC 9(5) VALUE 0.
01 WS-COUNT-POST PIC 9(5) VALUE 0.
01 WS-COUNT-NO-ADDRESS PIC 9(5) VALUE 0.
01 WS-COUNT-FAILED PIC 9(5) VALUE 0.
01 WS-COUNT-ALREADY PIC 9(5) VALUE 0.

01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
01 WS-STATUS-DISPLAY PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-LOAD-DELIVERY-LOG THRU 2000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 3000-OPEN-FILES THRU 3000-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 4000-DISPATCH-DOCUMENTS THRU 4000-EXIT
        IF WS-RETURN-CODE = 0
            PERFORM 5000-DISPATCH-LETTERS THRU 5000-EXIT
        END-IF
        PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'DISPATCH - document dispatch run'
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3 WS-CL-WORD-4
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2(1:8) IS NOT NUMERIC
        DISPLAY 'Usage: dispatch <seller-nip> <from-yyyymmdd>'
            ' [to-yyyymmdd] [report-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-SELLER-NIP
    MOVE WS-CL-WORD-2(1:8) TO WS-FROM-DATE
    ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
    IF WS-CL-WORD-3(1:8) IS NUMERIC AND WS-CL-WORD-3(9:1) = SPACE
        MOVE WS-CL-WORD-3(1:8) TO WS-TO-DATE
        MOVE WS-CL-WORD-4 TO WS-CL-WORD-3
    ELSE
        MOVE WS-TODAY-YYYYMMDD TO WS-TO-DATE
    END-IF
    IF WS-CL-WORD-3 NOT = SPACES
        MOVE WS-CL-WORD-3 TO WS-REPORT-FILE-NAME
    END-IF
    IF WS-TO-DATE < WS-FROM-DATE
        DISPLAY 'ERROR: period ends before it starts: '
            WS-FROM-DATE ' - ' WS-TO-DATE
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    DISPLAY 'Seller ' WS-SELLER-NIP ', documents issued '
        WS-FROM-DATE ' - ' WS-TO-DATE.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-LOAD-DELIVERY-LOG collects the seller's documents already
*> queued or left for the post by an earlier run.  No log yet
*> simply means nothing has been sent.
*> ---------------------------------------------------------------
2000-LOAD-DELIVERY-LOG SECTION.
    OPEN INPUT DELIVERY-LOG-FILE
    IF WS-DELIVERY-LOG-FILE-STATUS NOT = '00'
        GO TO 2000-EXIT
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM 2100-LOAD-NEXT-DELIVERY THRU 2100-EXIT
        UNTIL SCAN-EOF
    CLOSE DELIVERY-LOG-FILE
    DISPLAY WS-SENT-COUNT ' document(s) already dispatched on the'
        ' delivery log.'.
2000-EXIT.
    EXIT.

2100-LOAD-NEXT-DELIVERY SECTION.
    READ DELIVERY-LOG-FILE
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 2100-EXIT
    END-READ
    IF DL-SELLER-NIP NOT = WS-SELLER-NIP
        GO TO 2100-EXIT
    END-IF
    IF NOT DL-QUEUED AND NOT DL-BY-POST
        GO TO 2100-EXIT
    END-IF
    MOVE DL-ARCHIVE-NAME TO WS-DOC-ARCHIVE-NAME
    PERFORM 2200-ADD-SENT THRU 2200-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-ADD-SENT adds WS-DOC-ARCHIVE-NAME to the documents already
*> dealt with.  Running out of room aborts the run before anything
*> is queued rather than risk sending a document twice.
*> ---------------------------------------------------------------
2200-ADD-SENT SECTION.
    PERFORM 2300-FIND-SENT THRU 2300-EXIT
    IF ALREADY-SENT
        GO TO 2200-EXIT
    END-IF
    IF WS-SENT-COUNT >= 5000
        DISPLAY 'ERROR: more than 5000 dispatched documents for this'
            ' seller on the delivery log - archive the log first.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 2200-EXIT
    END-IF
    ADD 1 TO WS-SENT-COUNT
    MOVE WS-DOC-ARCHIVE-NAME TO WS-SENT-ARCHIVE-NAME(WS-SENT-COUNT).
2200-EXIT.
    EXIT.

2300-FIND-SENT SECTION.
    MOVE 'N' TO WS-SENT-FOUND
    PERFORM 2350-MATCH-SENT THRU 2350-EXIT
        VARYING WS-SENT-IDX FROM 1 BY 1
        UNTIL WS-SENT-IDX > WS-SENT-COUNT OR ALREADY-SENT.
2300-EXIT.
    EXIT.

2350-MATCH-SENT SECTION.
    IF WS-SENT-ARCHIVE-NAME(WS-SENT-IDX) = WS-DOC-ARCHIVE-NAME
        MOVE 'Y' TO WS-SENT-FOUND
    END-IF.
2350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-OPEN-FILES opens the master for the addresses and the mail
*> queue and delivery log for appending, each created on first use.
*> Without a customer master every document is reported as having
*> no address.
*> ---------------------------------------------------------------
3000-OPEN-FILES SECTION.
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-CUSTMAST-FILE-STATUS = '00'
        SET CUSTMAST-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING: customer master not found: '
            WS-CUSTMAST-FILE-NAME
    END-IF
    OPEN EXTEND MAIL-QUEUE-FILE
    IF WS-MAIL-QUEUE-FILE-STATUS NOT = '00'
        CLOSE MAIL-QUEUE-FILE
        OPEN OUTPUT MAIL-QUEUE-FILE
    END-IF
    IF WS-MAIL-QUEUE-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write mail queue '
            WS-MAIL-QUEUE-FILE-NAME ' status '
            WS-MAIL-QUEUE-FILE-STATUS
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    OPEN EXTEND DELIVERY-LOG-FILE
    IF WS-DELIVERY-LOG-FILE-STATUS NOT = '00'
        CLOSE DELIVERY-LOG-FILE
        OPEN OUTPUT DELIVERY-LOG-FILE
    END-IF
    IF WS-DELIVERY-LOG-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: cannot write delivery log '
            WS-DELIVERY-LOG-FILE-NAME ' status '
            WS-DELIVERY-LOG-FILE-STATUS
        MOVE 8 TO WS-RETURN-CODE
        GO TO 3000-EXIT
    END-IF
    OPEN OUTPUT REPORT-FILE

    MOVE SPACES TO REPORT-LINE
    STRING 'DOCUMENT DISPATCH  seller ' DELIMITED BY SIZE
        WS-SELLER-NIP DELIMITED BY SIZE
        '  issued ' DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'Documents not e-mailed - to be sent some other way:'
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'STATUS     DOCUMENT             ISSUED      BUYER NIP  '
        'BUYER / REASON' DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-DISPATCH-DOCUMENTS walks the seller's documents on the
*> detail register and dispatches each one issued in the period,
*> under the archive name COBOLATOR and INTNOTE file it by.
*> ---------------------------------------------------------------
4000-DISPATCH-DOCUMENTS SECTION.
    OPEN INPUT INVOICE-DETAIL-FILE
    IF WS-INVOICE-DETAIL-FILE-STATUS NOT = '00'
        DISPLAY 'WARNING: invoice detail register not found: '
            WS-INVOICE-DETAIL-FILE-NAME
        GO TO 4000-EXIT
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SELLER-NIP TO DTL-SELLER-NIP
    MOVE LOW-VALUES TO DTL-DOC-TYPE
    MOVE 0 TO DTL-DOC-YEAR
    MOVE 0 TO DTL-DOC-NUMBER
    START INVOICE-DETAIL-FILE KEY >= DTL-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM 4100-DISPATCH-NEXT-DOCUMENT THRU 4100-EXIT
        UNTIL SCAN-EOF
    CLOSE INVOICE-DETAIL-FILE.
4000-EXIT.
    EXIT.

4100-DISPATCH-NEXT-DOCUMENT SECTION.
    READ INVOICE-DETAIL-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 4100-EXIT
    END-READ
    IF DTL-SELLER-NIP NOT = WS-SELLER-NIP
        MOVE 'Y' TO WS-SCAN-EOF
        GO TO 4100-EXIT
    END-IF
    IF DTL-ISSUE-DATE < WS-FROM-DATE OR DTL-ISSUE-DATE > WS-TO-DATE
        GO TO 4100-EXIT
    END-IF

    MOVE DTL-DOC-TYPE TO WS-DOC-KIND
    MOVE DTL-DESIGNATION TO WS-DOC-DESIGNATION
    MOVE DTL-ISSUE-DATE TO WS-DOC-ISSUE-DATE
    MOVE DTL-BUYER-NIP TO WS-DOC-BUYER-NIP
    MOVE DTL-BUYER-NAME TO WS-DOC-BUYER-NAME
    MOVE SPACES TO WS-DOC-ARCHIVE-NAME
    STRING 'arch_' DELIMITED BY SIZE
        DTL-SELLER-NIP DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        DTL-DOC-TYPE DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        DTL-DOC-YEAR DELIMITED BY SIZE
        '_' DELIMITED BY SIZE
        DTL-DOC-NUMBER DELIMITED BY SIZE
        '.txt' DELIMITED BY SIZE
        INTO WS-DOC-ARCHIVE-NAME
    MOVE SPACES TO WS-DOC-SUBJECT
    EVALUATE TRUE
    WHEN DTL-TYPE-CORRECTION
        STRING 'Correcting invoice ' DELIMITED BY SIZE
            DTL-DESIGNATION DELIMITED BY SPACE
            INTO WS-DOC-SUBJECT
    WHEN DTL-TYPE-INTNOTE
        STRING 'Interest note ' DELIMITED BY SIZE
            DTL-DESIGNATION DELIMITED BY SPACE
            INTO WS-DOC-SUBJECT
    WHEN DTL-TYPE-ADVANCE
        STRING 'Advance invoice ' DELIMITED BY SIZE
            DTL-DESIGNATION DELIMITED BY SPACE
            INTO WS-DOC-SUBJECT
    WHEN OTHER
        STRING 'Invoice ' DELIMITED BY SIZE
            DTL-DESIGNATION DELIMITED BY SPACE
            INTO WS-DOC-SUBJECT
    END-EVALUATE
    PERFORM 6000-DISPATCH-ONE THRU 6000-EXIT.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-DISPATCH-LETTERS dispatches every letter DUNNING logged for
*> the seller in the period.  No letter log means no letters.
*> ---------------------------------------------------------------
5000-DISPATCH-LETTERS SECTION.
    OPEN INPUT LETTER-LOG-FILE
    IF WS-LETTER-LOG-FILE-STATUS NOT = '00'
        GO TO 5000-EXIT
    END-IF
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM 5100-DISPATCH-NEXT-LETTER THRU 5100-EXIT
        UNTIL SCAN-EOF
    CLOSE LETTER-LOG-FILE.
5000-EXIT.
    EXIT.

5100-DISPATCH-NEXT-LETTER SECTION.
    READ LETTER-LOG-FILE
        AT END
            MOVE 'Y' TO WS-SCAN-EOF
            GO TO 5100-EXIT
    END-READ
    IF DN-SELLER-NIP NOT = WS-SELLER-NIP
        GO TO 5100-EXIT
    END-IF
    IF DN-DATE < WS-FROM-DATE OR DN-DATE > WS-TO-DATE
        GO TO 5100-EXIT
    END-IF

    MOVE DN-KIND TO WS-DOC-KIND
    MOVE DN-DATE TO WS-DOC-ISSUE-DATE
    MOVE DN-BUYER-NIP TO WS-DOC-BUYER-NIP
    MOVE DN-BUYER-NAME TO WS-DOC-BUYER-NAME
    MOVE DN-ARCHIVE-NAME TO WS-DOC-ARCHIVE-NAME
    MOVE SPACES TO WS-DOC-DESIGNATION
    MOVE SPACES TO WS-DOC-SUBJECT
    IF DN-INSTALMENT-REMINDER
        STRING 'INSTALMENT ' DELIMITED BY SIZE
            DN-AGREEMENT-NUMBER DELIMITED BY SIZE
            INTO WS-DOC-DESIGNATION
        STRING 'Instalment payment reminder - agreement '
            DELIMITED BY SIZE
            DN-AGREEMENT-NUMBER DELIMITED BY SIZE
            INTO WS-DOC-SUBJECT
    ELSE
        STRING 'REMINDER ' DELIMITED BY SIZE
            DN-LEVEL DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DN-CURRENCY DELIMITED BY SIZE
            INTO WS-DOC-DESIGNATION
        EVALUATE DN-LEVEL
        WHEN 1
            MOVE 'Payment reminder' TO WS-DOC-SUBJECT
        WHEN 2
            MOVE 'Second payment reminder' TO WS-DOC-SUBJECT
        WHEN OTHER
            MOVE 'Final demand for payment' TO WS-DOC-SUBJECT
        END-EVALUATE
    END-IF
    PERFORM 6000-DISPATCH-ONE THRU 6000-EXIT.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-DISPATCH-ONE sends the document in WS-DOC-* the way the
*> buyer's master record says: queued to the billing address when
*> e-mailed, otherwise reported for the post or as having no
*> address.  The archived copy must be there in every case - the
*> attachment or the copy to print.  Each outcome is logged.
*> ---------------------------------------------------------------
6000-DISPATCH-ONE SECTION.
    PERFORM 2300-FIND-SENT THRU 2300-EXIT
    IF ALREADY-SENT
        ADD 1 TO WS-COUNT-ALREADY
        GO TO 6000-EXIT
    END-IF
    PERFORM 6050-DELIVER-DOCUMENT THRU 6050-EXIT
    PERFORM 6100-LOG-DELIVERY THRU 6100-EXIT
    EVALUATE WS-DOC-STATUS
    WHEN 'Q'
        ADD 1 TO WS-COUNT-QUEUED
        PERFORM 2200-ADD-SENT THRU 2200-EXIT
    WHEN 'P'
        ADD 1 TO WS-COUNT-POST
        PERFORM 2200-ADD-SENT THRU 2200-EXIT
        PERFORM 6200-REPORT-DOCUMENT THRU 6200-EXIT
    WHEN 'A'
        ADD 1 TO WS-COUNT-NO-ADDRESS
        PERFORM 6200-REPORT-DOCUMENT THRU 6200-EXIT
    WHEN OTHER
        ADD 1 TO WS-COUNT-FAILED
        PERFORM 6200-REPORT-DOCUMENT THRU 6200-EXIT
    END-EVALUATE.
6000-EXIT.
    EXIT.

6050-DELIVER-DOCUMENT SECTION.
    MOVE SPACES TO WS-DOC-RECIPIENT
    MOVE SPACES TO WS-DOC-NOTE

    MOVE WS-DOC-ARCHIVE-NAME TO WS-ARCHIVE-FILE-NAME
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARCHIVE-FILE-STATUS NOT = '00'
        MOVE 'F' TO WS-DOC-STATUS
        MOVE 'archived copy missing' TO WS-DOC-NOTE
        GO TO 6050-EXIT
    END-IF
    CLOSE ARCHIVE-FILE

    IF NOT CUSTMAST-OPEN
        MOVE 'A' TO WS-DOC-STATUS
        MOVE 'buyer not on customer master' TO WS-DOC-NOTE
        GO TO 6050-EXIT
    END-IF
    MOVE WS-DOC-BUYER-NIP TO CUST-NIP
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE 'A' TO WS-DOC-STATUS
            MOVE 'buyer not on customer master' TO WS-DOC-NOTE
            GO TO 6050-EXIT
    END-READ
    IF CUST-DELIVER-BY-POST
        MOVE 'P' TO WS-DOC-STATUS
        MOVE 'client takes documents by post' TO WS-DOC-NOTE
        GO TO 6050-EXIT
    END-IF
    IF CUST-BILLING-EMAIL = SPACES
        MOVE 'A' TO WS-DOC-STATUS
        MOVE 'no billing e-mail on customer master' TO WS-DOC-NOTE
        GO TO 6050-EXIT
    END-IF

    MOVE CUST-BILLING-EMAIL TO WS-DOC-RECIPIENT
    ACCEPT WS-NOW-HHMMSSCC FROM TIME
    MOVE SPACES TO MAIL-QUEUE-RECORD
    MOVE WS-TODAY-YYYYMMDD TO MQ-DATE
    MOVE WS-NOW-HHMMSSCC(1:6) TO MQ-TIME
    MOVE WS-SELLER-NIP TO MQ-SELLER-NIP
    MOVE WS-DOC-BUYER-NIP TO MQ-BUYER-NIP
    MOVE WS-DOC-RECIPIENT TO MQ-RECIPIENT
    MOVE WS-DOC-SUBJECT TO MQ-SUBJECT
    MOVE WS-DOC-ARCHIVE-NAME TO MQ-ATTACHMENT
    WRITE MAIL-QUEUE-RECORD
    IF WS-MAIL-QUEUE-FILE-STATUS NOT = '00'
        MOVE 'F' TO WS-DOC-STATUS
        MOVE SPACES TO WS-DOC-NOTE
        STRING 'mail queue write failed, status ' DELIMITED BY SIZE
            WS-MAIL-QUEUE-FILE-STATUS DELIMITED BY SIZE
            INTO WS-DOC-NOTE
        GO TO 6050-EXIT
    END-IF
    MOVE 'Q' TO WS-DOC-STATUS.
6050-EXIT.
    EXIT.

*> A document whose log line cannot be written is reported as
*> failed: it may be on the mail queue already, but without the
*> line the next run would not know it went.
6100-LOG-DELIVERY SECTION.
    ACCEPT WS-NOW-HHMMSSCC FROM TIME
    MOVE SPACES TO DELIVERY-LOG-RECORD
    MOVE WS-TODAY-YYYYMMDD TO DL-DATE
    MOVE WS-NOW-HHMMSSCC(1:6) TO DL-TIME
    MOVE WS-SELLER-NIP TO DL-SELLER-NIP
    MOVE WS-DOC-KIND TO DL-DOC-KIND
    MOVE WS-DOC-DESIGNATION TO DL-DESIGNATION
    MOVE WS-DOC-ISSUE-DATE TO DL-ISSUE-DATE
    MOVE WS-DOC-BUYER-NIP TO DL-BUYER-NIP
    MOVE WS-DOC-STATUS TO DL-STATUS
    MOVE WS-DOC-RECIPIENT TO DL-RECIPIENT
    MOVE WS-DOC-ARCHIVE-NAME TO DL-ARCHIVE-NAME
    MOVE WS-DOC-NOTE TO DL-NOTE
    WRITE DELIVERY-LOG-RECORD
    IF WS-DELIVERY-LOG-FILE-STATUS NOT = '00'
        MOVE 'F' TO WS-DOC-STATUS
        MOVE SPACES TO WS-DOC-NOTE
        STRING 'delivery log write failed, status ' DELIMITED BY SIZE
            WS-DELIVERY-LOG-FILE-STATUS DELIMITED BY SIZE
            INTO WS-DOC-NOTE
    END-IF.
6100-EXIT.
    EXIT.

6200-REPORT-DOCUMENT SECTION.
    EVALUATE WS-DOC-STATUS
    WHEN 'P'
        MOVE 'POST' TO WS-STATUS-DISPLAY
    WHEN 'A'
        MOVE 'NO ADDRESS' TO WS-STATUS-DISPLAY
    WHEN OTHER
        MOVE 'FAILED' TO WS-STATUS-DISPLAY
    END-EVALUATE
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-DOC-ISSUE-DATE(1:4) '-'
        WS-DOC-ISSUE-DATE(5:2) '-'
        WS-DOC-ISSUE-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING WS-STATUS-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DOC-DESIGNATION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DATE-DISPLAY DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-DOC-BUYER-NIP DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DOC-BUYER-NAME DELIMITED BY '  '
        INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING '                                                        '
        DELIMITED BY SIZE
        WS-DOC-NOTE DELIMITED BY '  '
        ': ' DELIMITED BY SIZE
        WS-DOC-ARCHIVE-NAME DELIMITED BY SPACE
        INTO REPORT-LINE
    WRITE REPORT-LINE.
6200-EXIT.
    EXIT.

7000-WRITE-SUMMARY SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING WS-COUNT-QUEUED DELIMITED BY SIZE
        ' queued for e-mail, ' DELIMITED BY SIZE
        WS-COUNT-POST DELIMITED BY SIZE
        ' for the post, ' DELIMITED BY SIZE
        WS-COUNT-NO-ADDRESS DELIMITED BY SIZE
        ' without an address, ' DELIMITED BY SIZE
        WS-COUNT-FAILED DELIMITED BY SIZE
        ' failed, ' DELIMITED BY SIZE
        WS-COUNT-ALREADY DELIMITED BY SIZE
        ' dispatched by an earlier run.' DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    CLOSE REPORT-FILE
    CLOSE MAIL-QUEUE-FILE
    CLOSE DELIVERY-LOG-FILE
    IF CUSTMAST-OPEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    DISPLAY WS-COUNT-QUEUED ' document(s) queued to '
        WS-MAIL-QUEUE-FILE-NAME
    DISPLAY WS-COUNT-POST ' for the post, ' WS-COUNT-NO-ADDRESS
        ' without an address, ' WS-COUNT-FAILED ' failed - see '
        WS-REPORT-FILE-NAME
*> A document nobody can receive needs someone to act on it.
    IF (WS-COUNT-NO-ADDRESS > 0 OR WS-COUNT-FAILED > 0)
            AND WS-RETURN-CODE = 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
7000-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
