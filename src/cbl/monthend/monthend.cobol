IDENTIFICATION DIVISION.
PROGRAM-ID. MONTHEND.
AUTHOR. BILLING-SYSTEMS-TEAM.
DATE-WRITTEN. 2026-10-15.

*> ---------------------------------------------------------------
*> Modification history
*> 2026-10-15  Initial version - month-end job stream driver: runs
*>             the close for a period step by step from a step
*>             definition file, checks each step's return code
*>             against the maximum that step is allowed and stops
*>             the stream at the first step that exceeds it.  Every
*>             step's start and end time and return code go to the
*>             run log, and a checkpoint of the last completed step
*>             lets a -restart run resume at the failed step
*>             instead of running the completed ones again.
*> 2026-10-15  The standard close lists REBILRPT after PURCHREG,
*>             so rebillable costs left off the month's invoices
*>             show up in the close.
*> 2026-10-15  The standard close ends with DISPATCH, sending the
*>             month's documents and the letters just written;
*>             DUNNING may end with 4 (a letter not archived)
*>             without stopping it.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.
OBJECT-COMPUTER.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> ---------------------------------------------------------------
*> Step definition file: one step per line, in run order, in the
*> form NAME:MAXRC:COMMAND, e.g. the standard close
*>   BATCHGEN:0:batchgen &PERIOD
*>   WORKLOG:4:worklog &FROM &TO
*>   COBOLATOR:0:cobolator -batch &RESTART batchlist.txt
*>   KSEFBATCH:4:ksefbatch
*>   RECONCILE:4:reconcile &SELLER &YEAR
*>   JPKEXPORT:0:jpkexport &FROM &TO
*>   PURCHREG:0:purchreg
*>   REBILRPT:0:rebilrpt &SELLER &TO
*>   GLEXPORT:4:glexport &FROM &TO
*>   DUNNING:4:dunning &SELLER
*>   INTNOTE:0:intnote &SELLER
*>   DISPATCH:4:dispatch &SELLER &FROM
*> MAXRC is the highest return code the step may end with and the
*> stream still carry on (a RUNLOCK refusal is 6, so only a step
*> allowed 6 or more would carry on past one).  The command is run
*> as typed, after the period words are filled in:
*>   &PERIOD  the period, yyyymm     &FROM  its first day, yyyymmdd
*>   &YEAR    the period's year      &TO    its last day, yyyymmdd
*>   &SELLER  the seller NIP from the command line
*>   &RESTART -restart when the step is the one a -restart run
*>            resumes at, blank otherwise - so a batch step that
*>            keeps its own checkpoint picks up where it stopped.
*> Hand-maintained the same way rates.txt is kept.
*> ---------------------------------------------------------------
    SELECT STEP-FILE ASSIGN TO DYNAMIC WS-STEP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-STEP-FILE-STATUS.

*> ---------------------------------------------------------------
*> Run log, appended to by every run: one line when the stream
*> starts and ends, two per step (start, end with return code).
*> ---------------------------------------------------------------
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUN-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

*> ---------------------------------------------------------------
*> Checkpoint: a single line naming the period and seller of the
*> last stream, the number of the last step completed, and the
*> state the stream was left in.  Rewritten after every step.
*> ---------------------------------------------------------------
    SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD STEP-FILE.
01 STEP-RECORD PIC X(200).

FD RUN-LOG-FILE.
01 RUN-LOG-RECORD PIC X(250).

FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
01 WS-RETURN-CODE PIC 9 VALUE 0.
01 WS-STEP-FILE-NAME PIC X(100) VALUE 'monthend.txt'.
01 WS-STEP-FILE-STATUS PIC X(2).
01 WS-RUN-LOG-FILE-NAME PIC X(100) VALUE 'monthend.log'.
01 WS-RUN-LOG-FILE-STATUS PIC X(2).
01 WS-CHECKPOINT-FILE-NAME PIC X(100) VALUE 'monthend.ckp'.
01 WS-CHECKPOINT-FILE-STATUS PIC X(2).
01 WS-STEP-EOF PIC X VALUE 'N'.
    88 STEP-EOF VALUE 'Y'.

*> ---------------------------------------------------------------
*> Command line layout:
*>     <period-yyyymm> <seller-nip> [-restart] [step-file]
*> -restart resumes after the last step the checkpoint records as
*> completed for the same period and seller.
*> ---------------------------------------------------------------
01 WS-COMMAND-LINE PIC X(200) VALUE SPACES.
01 WS-CL-WORD-1 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-2 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-3 PIC X(100) VALUE SPACES.
01 WS-CL-WORD-4 PIC X(100) VALUE SPACES.
01 WS-RESTART-FLAG PIC X VALUE 'N'.
    88 RESTART-REQUESTED VALUE 'Y'.
01 WS-PERIOD PIC 9(6) VALUE 0.
01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
    05 WS-PERIOD-YEAR PIC 9(4).
    05 WS-PERIOD-MONTH PIC 9(2).
01 WS-SELLER-NIP PIC 9(10) VALUE 0.
01 WS-PERIOD-FROM PIC 9(8) VALUE 0.
01 WS-PERIOD-TO PIC 9(8) VALUE 0.
01 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
01 WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-START.
    05 WS-NM-YEAR PIC 9(4).
    05 WS-NM-MONTH PIC 9(2).
    05 WS-NM-DAY PIC 9(2).

*> ---------------------------------------------------------------
*> The stream, as loaded from the step definition file.
*> ---------------------------------------------------------------
01 WS-STEP-TABLE.
    05 WS-STEP-COUNT PIC 9(2) COMPUTATIONAL VALUE 0.
    05 WS-STEP OCCURS 30 TIMES.
        10 WS-ST-NAME PIC X(10).
        10 WS-ST-MAX-RC PIC 9(1).
        10 WS-ST-COMMAND PIC X(150).
01 WS-STEP-IDX PIC 9(2) COMPUTATIONAL VALUE 0.
01 WS-FIRST-STEP PIC 9(2) COMPUTATIONAL VALUE 1.
01 WS-SD-NAME-TXT PIC X(10) VALUE SPACES.
01 WS-SD-MAX-RC-TXT PIC X(1) VALUE SPACES.
01 WS-SD-POINTER PIC 9(3) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> The checkpoint as read back and as rewritten after each step.
*> CKP-NEXT-STEP-NAME is the step a restart resumes at, checked
*> against the step file so an edited stream is not resumed at the
*> wrong place.
*> ---------------------------------------------------------------
01 WS-CHECKPOINT.
    05 CKP-PERIOD PIC 9(6).
    05 FILLER PIC X(1).
    05 CKP-SELLER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 CKP-LAST-DONE PIC 9(2).
    05 FILLER PIC X(1).
    05 CKP-STATE PIC X(1).
        88 CKP-RUNNING  VALUE 'R'.
        88 CKP-FAILED   VALUE 'F'.
        88 CKP-COMPLETE VALUE 'C'.
    05 FILLER PIC X(1).
    05 CKP-NEXT-STEP-NAME PIC X(10).
    05 FILLER PIC X(67).
01 WS-CHECKPOINT-STATE PIC X VALUE 'N'.
    88 CHECKPOINT-PRESENT VALUE 'Y'.

*> ---------------------------------------------------------------
*> The step being run: the command with the period words filled
*> in, and the return code it came back with.  SYSTEM hands back
*> the shell's wait status, the exit code in its high byte.
*> ---------------------------------------------------------------
01 WS-TEMPLATE PIC X(160) VALUE SPACES.
01 WS-RUN-COMMAND PIC X(250) VALUE SPACES.
01 WS-SRC-POS PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-DST-POS PIC 9(3) COMPUTATIONAL VALUE 0.
01 WS-RESTART-WORD PIC X(8) VALUE SPACES.
01 WS-SYSTEM-STATUS PIC S9(9) COMPUTATIONAL VALUE 0.
01 WS-STEP-RC PIC 9(3) VALUE 0.
01 WS-STEP-RC-EDIT PIC ZZ9.
01 WS-STEP-NUMBER-EDIT PIC Z9.
01 WS-HIGHEST-RC PIC 9 VALUE 0.
01 WS-STREAM-STATE PIC X VALUE 'N'.
    88 STREAM-FAILED VALUE 'Y'.
01 WS-STEPS-RUN PIC 9(2) COMPUTATIONAL VALUE 0.

*> ---------------------------------------------------------------
*> Timestamps for the run log, yyyy-mm-dd hh:mm:ss.
*> ---------------------------------------------------------------
01 WS-NOW-DATE PIC 9(8) VALUE 0.
01 WS-NOW-TIME PIC 9(8) VALUE 0.
01 WS-NOW-DISPLAY PIC X(19) VALUE SPACES.
01 WS-LOG-TEXT PIC X(200) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAINLINE SECTION.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    IF WS-RETURN-CODE = 0
        PERFORM 1200-LOAD-STEPS THRU 1200-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 1400-LOAD-CHECKPOINT THRU 1400-EXIT
    END-IF.
    IF WS-RETURN-CODE = 0
        PERFORM 2000-RUN-STREAM THRU 2000-EXIT
    END-IF.
    PERFORM 9999-TERMINATE THRU 9999-EXIT.
0000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE takes the period and seller and works out the
*> period's first and last day.  The driver takes no run lock of
*> its own - every step that writes the shared ledgers takes it
*> itself, and would be turned away by one held here.
*> ---------------------------------------------------------------
1000-INITIALIZE SECTION.
    ACCEPT WS-COMMAND-LINE FROM command-line
    DISPLAY 'MONTHEND - month-end job stream'
    UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
        INTO WS-CL-WORD-1 WS-CL-WORD-2 WS-CL-WORD-3 WS-CL-WORD-4
    IF WS-CL-WORD-1 = SPACES OR WS-CL-WORD-2 = SPACES
        DISPLAY 'Usage: monthend <period-yyyymm> <seller-nip>'
            ' [-restart] [step-file]'
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    MOVE WS-CL-WORD-1 TO WS-PERIOD
    MOVE WS-CL-WORD-2 TO WS-SELLER-NIP
    IF WS-CL-WORD-3 = '-restart'
        SET RESTART-REQUESTED TO TRUE
        IF WS-CL-WORD-4 NOT = SPACES
            MOVE WS-CL-WORD-4 TO WS-STEP-FILE-NAME
        END-IF
    ELSE
        IF WS-CL-WORD-3 NOT = SPACES
            MOVE WS-CL-WORD-3 TO WS-STEP-FILE-NAME
        END-IF
        IF WS-CL-WORD-4 = '-restart'
            SET RESTART-REQUESTED TO TRUE
        END-IF
    END-IF
    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
        DISPLAY 'ERROR: period is not a valid yyyymm: '
            WS-CL-WORD-1
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1000-EXIT
    END-IF
    COMPUTE WS-PERIOD-FROM = WS-PERIOD * 100 + 1
    MOVE WS-PERIOD-YEAR TO WS-NM-YEAR
    MOVE WS-PERIOD-MONTH TO WS-NM-MONTH
    MOVE 1 TO WS-NM-DAY
    IF WS-NM-MONTH = 12
        ADD 1 TO WS-NM-YEAR
        MOVE 1 TO WS-NM-MONTH
    ELSE
        ADD 1 TO WS-NM-MONTH
    END-IF
    COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
    DISPLAY 'Period ' WS-PERIOD-FROM ' - ' WS-PERIOD-TO
        ', seller ' WS-SELLER-NIP.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-LOAD-STEPS reads the whole step definition file before
*> anything runs, so a malformed line stops the stream before its
*> first step rather than halfway through the close.
*> ---------------------------------------------------------------
1200-LOAD-STEPS SECTION.
    MOVE 'N' TO WS-STEP-EOF
    OPEN INPUT STEP-FILE
    IF WS-STEP-FILE-STATUS NOT = '00'
        DISPLAY 'ERROR: step definition file not found: '
            WS-STEP-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1200-EXIT
    END-IF
    PERFORM 1250-LOAD-NEXT-STEP THRU 1250-EXIT
        UNTIL STEP-EOF
    CLOSE STEP-FILE
    IF WS-RETURN-CODE = 0 AND WS-STEP-COUNT = 0
        DISPLAY 'ERROR: no steps in ' WS-STEP-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    IF WS-RETURN-CODE = 0
        DISPLAY WS-STEP-COUNT ' step(s) loaded from '
            WS-STEP-FILE-NAME
    END-IF.
1200-EXIT.
    EXIT.

1250-LOAD-NEXT-STEP SECTION.
    READ STEP-FILE
        AT END
            MOVE 'Y' TO WS-STEP-EOF
            GO TO 1250-EXIT
    END-READ
    IF STEP-RECORD = SPACES
        GO TO 1250-EXIT
    END-IF
    IF WS-STEP-COUNT >= 30
        DISPLAY 'ERROR: more than 30 steps - stream not started.'
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-STEP-EOF
        GO TO 1250-EXIT
    END-IF
    MOVE SPACES TO WS-SD-NAME-TXT WS-SD-MAX-RC-TXT
    MOVE 1 TO WS-SD-POINTER
    UNSTRING STEP-RECORD DELIMITED BY ':'
        INTO WS-SD-NAME-TXT WS-SD-MAX-RC-TXT
        WITH POINTER WS-SD-POINTER
    IF WS-SD-NAME-TXT = SPACES OR WS-SD-MAX-RC-TXT NOT NUMERIC
            OR WS-SD-POINTER > 200
            OR STEP-RECORD(WS-SD-POINTER:) = SPACES
        DISPLAY 'ERROR: malformed step definition: ' STEP-RECORD
        MOVE 8 TO WS-RETURN-CODE
        MOVE 'Y' TO WS-STEP-EOF
        GO TO 1250-EXIT
    END-IF
    ADD 1 TO WS-STEP-COUNT
    MOVE WS-STEP-COUNT TO WS-STEP-IDX
    MOVE WS-SD-NAME-TXT TO WS-ST-NAME(WS-STEP-IDX)
    MOVE WS-SD-MAX-RC-TXT TO WS-ST-MAX-RC(WS-STEP-IDX)
    MOVE STEP-RECORD(WS-SD-POINTER:) TO WS-ST-COMMAND(WS-STEP-IDX).
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1400-LOAD-CHECKPOINT decides where the stream starts.  A
*> -restart run resumes after the last completed step of the same
*> period and seller; with no checkpoint for them it starts from
*> the top, as COBOLATOR's batch restart does.  A run WITHOUT
*> -restart is refused while the same period's stream stands
*> stopped part-way - running the completed steps again is exactly
*> what double-issues invoices.
*> ---------------------------------------------------------------
1400-LOAD-CHECKPOINT SECTION.
    MOVE 1 TO WS-FIRST-STEP
    MOVE SPACES TO WS-CHECKPOINT
    OPEN INPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-FILE-STATUS = '00'
        READ CHECKPOINT-FILE INTO WS-CHECKPOINT
            AT END
                MOVE SPACES TO WS-CHECKPOINT
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF
    IF WS-CHECKPOINT NOT = SPACES
            AND CKP-PERIOD = WS-PERIOD
            AND CKP-SELLER-NIP = WS-SELLER-NIP
        SET CHECKPOINT-PRESENT TO TRUE
    END-IF

    IF NOT RESTART-REQUESTED
        IF CHECKPOINT-PRESENT AND NOT CKP-COMPLETE
            DISPLAY 'ERROR: the stream for ' WS-PERIOD
                ' stopped after step ' CKP-LAST-DONE
                ' - re-run with -restart to resume at '
                CKP-NEXT-STEP-NAME
            MOVE 8 TO WS-RETURN-CODE
        END-IF
        GO TO 1400-EXIT
    END-IF

    IF NOT CHECKPOINT-PRESENT
        DISPLAY 'No checkpoint for ' WS-PERIOD
            ', starting the stream from the beginning.'
        GO TO 1400-EXIT
    END-IF
    IF CKP-COMPLETE
        DISPLAY 'The stream for ' WS-PERIOD
            ' already completed - nothing to restart.'
        COMPUTE WS-FIRST-STEP = WS-STEP-COUNT + 1
        GO TO 1400-EXIT
    END-IF
    COMPUTE WS-FIRST-STEP = CKP-LAST-DONE + 1
    IF WS-FIRST-STEP > WS-STEP-COUNT
        DISPLAY 'ERROR: checkpoint step ' WS-FIRST-STEP
            ' is beyond the ' WS-STEP-COUNT ' step(s) in '
            WS-STEP-FILE-NAME
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1400-EXIT
    END-IF
    IF WS-ST-NAME(WS-FIRST-STEP) NOT = CKP-NEXT-STEP-NAME
        DISPLAY 'ERROR: checkpoint resumes at ' CKP-NEXT-STEP-NAME
            ' but step ' WS-FIRST-STEP ' of ' WS-STEP-FILE-NAME
            ' is ' WS-ST-NAME(WS-FIRST-STEP)
        MOVE 8 TO WS-RETURN-CODE
        GO TO 1400-EXIT
    END-IF
    DISPLAY 'Restarting at step ' WS-FIRST-STEP ' '
        WS-ST-NAME(WS-FIRST-STEP).
1400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-RUN-STREAM runs the steps from WS-FIRST-STEP on, stopping
*> at the first one that ends above its allowed return code.  The
*> stream ends with the highest return code its steps were allowed
*> to end with, or 8 when a step stopped it.
*> ---------------------------------------------------------------
2000-RUN-STREAM SECTION.
    IF WS-FIRST-STEP > WS-STEP-COUNT
        GO TO 2000-EXIT
    END-IF
    OPEN EXTEND RUN-LOG-FILE
    IF WS-RUN-LOG-FILE-STATUS NOT = '00'
        CLOSE RUN-LOG-FILE
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    MOVE SPACES TO WS-LOG-TEXT
    IF RESTART-REQUESTED
        STRING 'STREAM RESTART period ' DELIMITED BY SIZE
            WS-PERIOD DELIMITED BY SIZE
            ' seller ' DELIMITED BY SIZE
            WS-SELLER-NIP DELIMITED BY SIZE
            ' from step ' DELIMITED BY SIZE
            WS-ST-NAME(WS-FIRST-STEP) DELIMITED BY SPACE
            INTO WS-LOG-TEXT
    ELSE
        STRING 'STREAM START period ' DELIMITED BY SIZE
            WS-PERIOD DELIMITED BY SIZE
            ' seller ' DELIMITED BY SIZE
            WS-SELLER-NIP DELIMITED BY SIZE
            ' steps ' DELIMITED BY SIZE
            WS-STEP-FILE-NAME DELIMITED BY SPACE
            INTO WS-LOG-TEXT
    END-IF
    PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT

    PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
        VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT OR STREAM-FAILED

    MOVE SPACES TO WS-LOG-TEXT
    IF STREAM-FAILED
        STRING 'STREAM STOPPED period ' DELIMITED BY SIZE
            WS-PERIOD DELIMITED BY SIZE
            ' - fix the failed step and re-run with -restart'
            DELIMITED BY SIZE
            INTO WS-LOG-TEXT
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        STRING 'STREAM COMPLETE period ' DELIMITED BY SIZE
            WS-PERIOD DELIMITED BY SIZE
            INTO WS-LOG-TEXT
        MOVE WS-HIGHEST-RC TO WS-RETURN-CODE
    END-IF
    PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
    CLOSE RUN-LOG-FILE
    DISPLAY WS-STEPS-RUN ' step(s) run, log in '
        WS-RUN-LOG-FILE-NAME.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-RUN-ONE-STEP runs one step and judges its return code.
*> The checkpoint is written before the step starts (state R) so
*> a crash of the driver itself still leaves the resume point.
*> ---------------------------------------------------------------
2100-RUN-ONE-STEP SECTION.
    MOVE SPACES TO WS-RESTART-WORD
    IF RESTART-REQUESTED AND WS-STEP-IDX = WS-FIRST-STEP
        MOVE '-restart' TO WS-RESTART-WORD
    END-IF
    PERFORM 2200-EXPAND-COMMAND THRU 2200-EXIT
    COMPUTE CKP-LAST-DONE = WS-STEP-IDX - 1
    SET CKP-RUNNING TO TRUE
    PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT

    MOVE WS-STEP-IDX TO WS-STEP-NUMBER-EDIT
    MOVE SPACES TO WS-LOG-TEXT
    STRING 'STEP ' DELIMITED BY SIZE
        WS-STEP-NUMBER-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ST-NAME(WS-STEP-IDX) DELIMITED BY SPACE
        ' START ' DELIMITED BY SIZE
        WS-RUN-COMMAND DELIMITED BY '  '
        INTO WS-LOG-TEXT
    PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
    DISPLAY 'Step ' WS-STEP-NUMBER-EDIT ' '
        WS-ST-NAME(WS-STEP-IDX) ': ' WS-RUN-COMMAND

    CALL "SYSTEM" USING WS-RUN-COMMAND
    MOVE RETURN-CODE TO WS-SYSTEM-STATUS
    MOVE 0 TO RETURN-CODE
    IF WS-SYSTEM-STATUS > 255
        DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
    ELSE
        MOVE WS-SYSTEM-STATUS TO WS-STEP-RC
    END-IF
    ADD 1 TO WS-STEPS-RUN

    MOVE WS-STEP-RC TO WS-STEP-RC-EDIT
    MOVE SPACES TO WS-LOG-TEXT
    IF WS-STEP-RC > WS-ST-MAX-RC(WS-STEP-IDX)
        SET STREAM-FAILED TO TRUE
        STRING 'STEP ' DELIMITED BY SIZE
            WS-STEP-NUMBER-EDIT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ST-NAME(WS-STEP-IDX) DELIMITED BY SPACE
            ' END RC=' DELIMITED BY SIZE
            WS-STEP-RC-EDIT DELIMITED BY SIZE
            ' FAILED (max ' DELIMITED BY SIZE
            WS-ST-MAX-RC(WS-STEP-IDX) DELIMITED BY SIZE
            ')' DELIMITED BY SIZE
            INTO WS-LOG-TEXT
        PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
        DISPLAY 'ERROR: ' WS-ST-NAME(WS-STEP-IDX)
            ' ended with ' WS-STEP-RC-EDIT ', allowed '
            WS-ST-MAX-RC(WS-STEP-IDX) ' - stream stopped.'
        SET CKP-FAILED TO TRUE
        PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
        GO TO 2100-EXIT
    END-IF

    STRING 'STEP ' DELIMITED BY SIZE
        WS-STEP-NUMBER-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ST-NAME(WS-STEP-IDX) DELIMITED BY SPACE
        ' END RC=' DELIMITED BY SIZE
        WS-STEP-RC-EDIT DELIMITED BY SIZE
        ' OK' DELIMITED BY SIZE
        INTO WS-LOG-TEXT
    PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
    IF WS-STEP-RC > WS-HIGHEST-RC
        MOVE WS-STEP-RC TO WS-HIGHEST-RC
    END-IF
    MOVE WS-STEP-IDX TO CKP-LAST-DONE
    IF WS-STEP-IDX = WS-STEP-COUNT
        SET CKP-COMPLETE TO TRUE
    ELSE
        SET CKP-RUNNING TO TRUE
    END-IF
    PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-EXPAND-COMMAND copies the step's command into
*> WS-RUN-COMMAND with the period words filled in.
*> ---------------------------------------------------------------
2200-EXPAND-COMMAND SECTION.
    MOVE WS-ST-COMMAND(WS-STEP-IDX) TO WS-TEMPLATE
    MOVE SPACES TO WS-RUN-COMMAND
    MOVE 1 TO WS-SRC-POS
    MOVE 1 TO WS-DST-POS
    PERFORM 2250-EXPAND-NEXT-CHAR THRU 2250-EXIT
        UNTIL WS-SRC-POS > 150 OR WS-DST-POS > 240.
2200-EXIT.
    EXIT.

2250-EXPAND-NEXT-CHAR SECTION.
    IF WS-TEMPLATE(WS-SRC-POS:1) NOT = '&'
        MOVE WS-TEMPLATE(WS-SRC-POS:1)
            TO WS-RUN-COMMAND(WS-DST-POS:1)
        ADD 1 TO WS-SRC-POS
        ADD 1 TO WS-DST-POS
        GO TO 2250-EXIT
    END-IF
    IF WS-TEMPLATE(WS-SRC-POS:7) = '&PERIOD'
        STRING WS-PERIOD DELIMITED BY SIZE
            INTO WS-RUN-COMMAND WITH POINTER WS-DST-POS
        ADD 7 TO WS-SRC-POS
        GO TO 2250-EXIT
    END-IF
    IF WS-TEMPLATE(WS-SRC-POS:7) = '&SELLER'
        STRING WS-SELLER-NIP DELIMITED BY SIZE
            INTO WS-RUN-COMMAND WITH POINTER WS-DST-POS
        ADD 7 TO WS-SRC-POS
        GO TO 2250-EXIT
    END-IF
    IF WS-TEMPLATE(WS-SRC-POS:8) = '&RESTART'
        STRING WS-RESTART-WORD DELIMITED BY SPACE
            INTO WS-RUN-COMMAND WITH POINTER WS-DST-POS
        ADD 8 TO WS-SRC-POS
        GO TO 2250-EXIT
    END-IF
    IF WS-TEMPLATE(WS-SRC-POS:5) = '&FROM'
        STRING WS-PERIOD-FROM DELIMITED BY SIZE
            INTO WS-RUN-COMMAND WITH POINTER WS-DST-POS
        ADD 5 TO WS-SRC-POS
        GO TO 2250-EXIT
    END-IF
    IF WS-TEMPLATE(WS-SRC-POS:5) = '&YEAR'
        STRING WS-PERIOD-YEAR DELIMITED BY SIZE
            INTO WS-RUN-COMMAND WITH POINTER WS-DST-POS
        ADD 5 TO WS-SRC-POS
        GO TO 2250-EXIT
    END-IF
    IF WS-TEMPLATE(WS-SRC-POS:3) = '&TO'
        STRING WS-PERIOD-TO DELIMITED BY SIZE
            INTO WS-RUN-COMMAND WITH POINTER WS-DST-POS
        ADD 3 TO WS-SRC-POS
        GO TO 2250-EXIT
    END-IF
    MOVE '&' TO WS-RUN-COMMAND(WS-DST-POS:1)
    ADD 1 TO WS-SRC-POS
    ADD 1 TO WS-DST-POS.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2700-WRITE-CHECKPOINT rewrites the checkpoint with the period,
*> the last step done, the stream state and the step a restart
*> would resume at.
*> ---------------------------------------------------------------
2700-WRITE-CHECKPOINT SECTION.
    MOVE WS-PERIOD TO CKP-PERIOD
    MOVE WS-SELLER-NIP TO CKP-SELLER-NIP
    MOVE SPACES TO CKP-NEXT-STEP-NAME
    IF CKP-LAST-DONE < WS-STEP-COUNT
        MOVE WS-ST-NAME(CKP-LAST-DONE + 1) TO CKP-NEXT-STEP-NAME
    END-IF
    MOVE WS-CHECKPOINT TO CHECKPOINT-RECORD
    OPEN OUTPUT CHECKPOINT-FILE
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE.
2700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2800-WRITE-LOG-LINE stamps WS-LOG-TEXT with the current date
*> and time and appends it to the run log.
*> ---------------------------------------------------------------
2800-WRITE-LOG-LINE SECTION.
    ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    MOVE SPACES TO WS-NOW-DISPLAY
    STRING WS-NOW-DATE(1:4) '-'
        WS-NOW-DATE(5:2) '-'
        WS-NOW-DATE(7:2) ' '
        WS-NOW-TIME(1:2) ':'
        WS-NOW-TIME(3:2) ':'
        WS-NOW-TIME(5:2)
        DELIMITED BY SIZE INTO WS-NOW-DISPLAY
    MOVE SPACES TO RUN-LOG-RECORD
    STRING WS-NOW-DISPLAY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-LOG-TEXT DELIMITED BY SIZE
        INTO RUN-LOG-RECORD
    WRITE RUN-LOG-RECORD.
2800-EXIT.
    EXIT.

9999-TERMINATE SECTION.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    STOP RUN.
9999-EXIT.
    EXIT.
