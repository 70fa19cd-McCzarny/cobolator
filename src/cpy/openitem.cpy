    05 OI-STATUS PIC X(1).
        88 OI-OPEN    VALUE 'O'.
        88 OI-SETTLED VALUE 'S'.
        88 OI-WRITTEN-OFF VALUE 'W'.
    05 OI-SETTLED-DATE PIC 9(8).
    05 OI-DUNNING-LEVEL PIC 9(1).
    05 OI-LAST-DUNNING-DATE PIC 9(8).
      *> by the INTNOTE run so the same day's interest is never
      *> billed twice.
    05 OI-INTEREST-BILLED-DATE PIC 9(8).
      *> The exchange rate (PLN per unit of OI-CURRENCY) the document
      *> was booked at, stamped by COBOLATOR at issue time so PAYMATCH
      *> can work out the realized exchange difference on settlement.
      *> 0 = not known (items opened before the rate was carried, or
      *> documents issued without a lookup) - PAYMATCH then looks the
      *> rate up again from rates.txt before OI-ISSUE-DATE.
    05 OI-ISSUE-RATE PIC 9(3)V9999.
      *> Dispute tracking, maintained by the DISPUTE run: 'N' (or
      *> blank, on items from before disputes were tracked) while the
      *> item has never been disputed, as COBOLATOR and INTNOTE write
      *> it; 'D' while the client disputes the item (DUNNING, INTNOTE
      *> and BADDEBT leave it alone), 'C' once the dispute is closed.
      *> The date, who raised it and the reason are those of the
      *> latest dispute; the full history lives in the dispute log.
    05 OI-DISPUTE-STATUS PIC X(1).
        88 OI-NOT-DISPUTED   VALUE 'N' SPACE.
        88 OI-DISPUTED       VALUE 'D'.
        88 OI-DISPUTE-CLOSED VALUE 'C'.
    05 OI-DISPUTE-DATE PIC 9(8).
    05 OI-DISPUTE-RAISED-BY PIC X(20).
    05 OI-DISPUTE-REASON PIC X(60).
      *> The instalment agreement (harmonogram splat) this item has
      *> been rescheduled under, stamped by the INSTAGR run (0 = none).
      *> While it is set the agreement's dated instalments replace the
      *> item's own due date: DUNNING reminds about missed instalments
      *> only and INTNOTE bills interest on the agreed terms.  The
      *> stamp is cleared again when the agreement is cancelled.
    05 OI-AGREEMENT-NUMBER PIC 9(6).
      *> Write-off (odpis), stamped by the WRITEOFF run when it closes
      *> the item as status 'W' instead of a payment: the remaining
      *> balance given up and the reason code it was written off
      *> under ('TL' a residual under the currency's tolerance, else
      *> the code on the approved list).  OI-AMOUNT-PAID stays what
      *> was actually received and OI-SETTLED-DATE carries the
      *> write-off date.  Zero/blank on an item never written off.
    05 OI-WRITEOFF-AMOUNT PIC 9(9)V99.
    05 OI-WRITEOFF-REASON PIC X(2).
