      *> ---------------------------------------------------------------
      *> LEDGJRNL.CPY
      *> Record layout of the ledger transaction journal (ledgjrnl.txt):
      *> one fixed-column line per record a run added to, rewrote on or
      *> deleted from the shared ledgers, with the whole record as it
      *> stood before and after.  Appended only through the LEDGJRNL
      *> subprogram; read back by ROLLBACK to undo one run.
      *> ---------------------------------------------------------------
01 LEDGER-JOURNAL-RECORD.
      *> Program name, date and time (to the hundredth) of the run's
      *> first ledger change - the name ROLLBACK is given.
    05 JR-RUN-ID PIC X(30).
    05 FILLER PIC X(1).
      *> Position of the change within its run, from 1.
    05 JR-SEQUENCE PIC 9(6).
    05 FILLER PIC X(1).
    05 JR-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 JR-TIME PIC 9(6).
    05 FILLER PIC X(1).
    05 JR-PROGRAM PIC X(10).
    05 FILLER PIC X(1).
    05 JR-LEDGER PIC X(1).
        88 JR-REGISTER   VALUE 'R'.
        88 JR-DETAIL     VALUE 'D'.
        88 JR-HISTORY    VALUE 'H'.
        88 JR-OPEN-ITEMS VALUE 'O'.
        88 JR-ON-ACCOUNT VALUE 'A'.
        88 JR-AGREEMENTS VALUE 'I'.
        88 JR-PURCHASES  VALUE 'P'.
    05 FILLER PIC X(1).
    05 JR-ACTION PIC X(1).
        88 JR-ADDED     VALUE 'A'.
        88 JR-REWRITTEN VALUE 'R'.
        88 JR-DELETED   VALUE 'D'.
    05 FILLER PIC X(1).
      *> The record key, left-justified (the register's 10-digit NIP,
      *> the 21-character document key, the 23-character on-account
      *> key, the 16-digit agreement key, the 40-character purchase
      *> key).
    05 JR-KEY PIC X(40).
    05 FILLER PIC X(1).
      *> Spaces before an add and after a delete.
    05 JR-BEFORE-IMAGE PIC X(1700).
    05 FILLER PIC X(1).
    05 JR-AFTER-IMAGE PIC X(1700).
