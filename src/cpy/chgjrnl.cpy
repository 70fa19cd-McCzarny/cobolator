      *> ---------------------------------------------------------------
      *> CHGJRNL.CPY
      *> Record layout of the master-file change journal (chgjrnl.txt):
      *> one fixed-column line per field a maintenance transaction
      *> changed on the customer or contract master, with the value
      *> before and after.  Appended by CUSTMAINT and CONTMAINT, never
      *> rewritten; listed by CHGRPT.
      *> ---------------------------------------------------------------
01 CHANGE-JOURNAL-RECORD.
    05 CJ-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 CJ-TIME PIC 9(6).
    05 FILLER PIC X(1).
      *> The login the maintenance run was made under.
    05 CJ-USER PIC X(20).
    05 FILLER PIC X(1).
    05 CJ-PROGRAM PIC X(10).
    05 FILLER PIC X(1).
      *> The maintenance action (ADD, UPDATE, DEACT, TERM).  CHGRPT
      *> writes CONFIG when it finds a config's bank account changed
      *> by hand, and BASE for the first account it records for a
      *> contract.
    05 CJ-TRAN-TYPE PIC X(6).
    05 FILLER PIC X(1).
    05 CJ-MASTER PIC X(1).
        88 CJ-CUSTOMER-MASTER VALUE 'C'.
        88 CJ-CONTRACT-MASTER VALUE 'K'.
    05 FILLER PIC X(1).
    05 CJ-KEY-NIP PIC 9(10).
    05 FILLER PIC X(1).
      *> The master field's data name; CONFIG-ACCNUMBR is the bank
      *> account (ACCNUMBR) the contract's config file names.
    05 CJ-FIELD PIC X(18).
    05 FILLER PIC X(1).
    05 CJ-BEFORE PIC X(100).
    05 FILLER PIC X(1).
    05 CJ-AFTER PIC X(100).
