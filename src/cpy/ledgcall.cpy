      *> ---------------------------------------------------------------
      *> LEDGCALL.CPY
      *> Shared interface of the LEDGJRNL subprogram, the ledger
      *> journal convention every program that UPDATES the shared
      *> ledgers (register.dat / invoicedtl.dat / invoicedtl_hist.dat /
      *> openitems.dat / onacct.dat / instagr.dat / purchreg.dat)
      *> honors alongside RUNLOCK: before
      *> each WRITE, REWRITE or DELETE the record's current image is
      *> taken, and after a successful one both images are handed to
      *> LEDGJRNL, which stamps them with the run ID and appends them
      *> to ledgjrnl.txt (see LEDGJRNL.CPY).  LJ-RUN-ID comes back
      *> filled in so the caller can name its run; LJ-RETURN-STATUS
      *> comes back '8' when the change could not be journaled, and
      *> the caller stops the run with return code 8 - a change
      *> missing from the journal could not be rolled back.
      *> ---------------------------------------------------------------
01 WS-LEDGER-JOURNAL.
    05 LJ-PROGRAM PIC X(10).
    05 LJ-LEDGER PIC X(1).
        88 LJ-REGISTER   VALUE 'R'.
        88 LJ-DETAIL     VALUE 'D'.
        88 LJ-HISTORY    VALUE 'H'.
        88 LJ-OPEN-ITEMS VALUE 'O'.
        88 LJ-ON-ACCOUNT VALUE 'A'.
        88 LJ-AGREEMENTS VALUE 'I'.
        88 LJ-PURCHASES  VALUE 'P'.
    05 LJ-ACTION PIC X(1).
        88 LJ-ADDED     VALUE 'A'.
        88 LJ-REWRITTEN VALUE 'R'.
        88 LJ-DELETED   VALUE 'D'.
    05 LJ-KEY PIC X(40).
    05 LJ-BEFORE-IMAGE PIC X(1700).
    05 LJ-AFTER-IMAGE PIC X(1700).
    05 LJ-RUN-ID PIC X(30).
    05 LJ-RETURN-STATUS PIC X(1).
        88 LJ-JOURNAL-OK     VALUE '0'.
        88 LJ-JOURNAL-FAILED VALUE '8'.
