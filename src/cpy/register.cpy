      *> kept by the INTNOTE run, restarting each January like the
      *> invoice and correction sequences.
    05 REGISTER-LAST-INTNOTE-NUMBER    PIC 9(6).
      *> Advance invoices (faktury zaliczkowe) draw on their own
      *> sequence too, FZ/number/month/year, restarting each January.
    05 REGISTER-LAST-ADVANCE-NUMBER    PIC 9(6).
