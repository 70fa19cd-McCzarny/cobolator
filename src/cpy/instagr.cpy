      *> ---------------------------------------------------------------
      *> INSTAGR.CPY
      *> Record layout of the instalment agreement file (instagr.dat):
      *> one record per agreement (harmonogram splat) under which a
      *> buyer pays one or more of its overdue open items in dated
      *> instalments.  Written and cancelled by the INSTAGR run, paid
      *> down by PAYMATCH, read by DUNNING (instalment reminders) and
      *> INTNOTE (the agreed interest rate).
      *> The schedule always adds up to what the linked items still
      *> owed when the agreement was made; every payment PAYMATCH
      *> applies to a linked item is also credited here, oldest
      *> instalment first.
      *> ---------------------------------------------------------------
01 INSTALMENT-AGREEMENT-RECORD.
      *> Numbered per issuing business; printed as HS/<n>/<yyyy>, the
      *> designation the buyer quotes on its transfers.
    05 IA-KEY.
        10 IA-SELLER-NIP PIC 9(10).
        10 IA-AGREEMENT-NUMBER PIC 9(6).
    05 IA-DESIGNATION PIC X(20).
    05 IA-BUYER-NIP PIC 9(10).
    05 IA-BUYER-NAME PIC X(80).
    05 IA-BUYER-STREET PIC X(80).
    05 IA-BUYER-CITY PIC X(30).
    05 IA-BUYER-POSTAL-CODE PIC X(6).
    05 IA-CURRENCY PIC X(3).
    05 IA-AGREED-DATE PIC 9(8).
      *> Agreed terms: the annual interest rate charged on the
      *> rescheduled balance instead of the statutory one (0 = interest
      *> waived while the agreement is kept), and the days an
      *> instalment may run late before the agreement is cancelled.
    05 IA-INTEREST-RATE PIC 99V99.
    05 IA-GRACE-DAYS PIC 9(3).
    05 IA-STATUS PIC X(1).
        88 IA-ACTIVE    VALUE 'A'.
        88 IA-COMPLETED VALUE 'P'.
        88 IA-CANCELLED VALUE 'X'.
    05 IA-STATUS-DATE PIC 9(8).
    05 IA-CANCEL-REASON PIC X(60).
    05 IA-TOTAL-AMOUNT PIC 9(9)V99.
    05 IA-PAID-AMOUNT PIC 9(9)V99.
    05 IA-LAST-REMINDER-DATE PIC 9(8).
    05 IA-ITEM-COUNT PIC 9(2).
    05 IA-ITEM OCCURS 10 TIMES.
        10 IA-ITEM-KEY.
            15 IA-ITEM-DOC-TYPE PIC X(1).
            15 IA-ITEM-DOC-YEAR PIC 9(4).
            15 IA-ITEM-DOC-NUMBER PIC 9(6).
        10 IA-ITEM-DESIGNATION PIC X(20).
        10 IA-ITEM-AMOUNT PIC 9(9)V99.
    05 IA-INST-COUNT PIC 9(2).
    05 IA-INSTALMENT OCCURS 24 TIMES.
        10 IA-INST-DUE-DATE PIC 9(8).
        10 IA-INST-AMOUNT PIC 9(9)V99.
        10 IA-INST-PAID PIC 9(9)V99.
        10 IA-INST-PAID-DATE PIC 9(8).
