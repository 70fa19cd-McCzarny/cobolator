      *> ---------------------------------------------------------------
      *> DUNLOG.CPY
      *> Record layout of the dunning letter log (dunlog.txt): one
      *> fixed-column line per letter DUNNING writes - payment reminders
      *> per buyer and currency, and instalment reminders per
      *> agreement.  The letter files themselves are overwritten by the
      *> next run, so each letter is also archived under a dated name
      *> and the log points at that copy.  Appended by DUNNING, never
      *> rewritten; read by DISPATCH to send the letters out.
      *> ---------------------------------------------------------------
01 DUNNING-LOG-RECORD.
    05 DN-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 DN-TIME PIC 9(6).
    05 FILLER PIC X(1).
    05 DN-SELLER-NIP PIC 9(10).
    05 FILLER PIC X(1).
      *> 'M' a payment reminder (DN-LEVEL 1-3, the final demand at 3),
      *> 'R' an instalment reminder for agreement DN-AGREEMENT-NUMBER.
    05 DN-KIND PIC X(1).
        88 DN-PAYMENT-REMINDER     VALUE 'M'.
        88 DN-INSTALMENT-REMINDER  VALUE 'R'.
    05 FILLER PIC X(1).
    05 DN-LEVEL PIC 9(1).
    05 FILLER PIC X(1).
    05 DN-AGREEMENT-NUMBER PIC 9(6).
    05 FILLER PIC X(1).
    05 DN-BUYER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 DN-CURRENCY PIC X(3).
    05 FILLER PIC X(1).
      *> Total the letter asks for, interest included.
    05 DN-AMOUNT PIC 9(11)V99.
    05 FILLER PIC X(1).
    05 DN-ARCHIVE-NAME PIC X(60).
    05 FILLER PIC X(1).
    05 DN-BUYER-NAME PIC X(80).
