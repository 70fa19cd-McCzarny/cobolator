        10 PUR-RATE-CODE PIC X(2).
        10 PUR-RATE-NET PIC S9(9)V99.
        10 PUR-RATE-VAT PIC S9(9)V99.
      *> Payables side, read and stamped by the PAYRUN supplier
      *> payment run: the date the supplier wants the money by, the
      *> account it is to be paid to (NRB, 26 digits) and whether the
      *> invoice must be paid under the split-payment mechanism
      *> (MPP).  PUR-PAYMENT-STATUS turns 'P' once the transfer has
      *> gone out in a payment file, with the execution date in
      *> PUR-PAID-DATE, so nothing is paid twice.
    05 PUR-DUE-DATE PIC 9(8).
    05 PUR-SUPPLIER-ACCOUNT PIC 9(26).
    05 PUR-SPLIT-PAYMENT PIC X(1).
        88 PUR-MPP-REQUIRED VALUE 'Y'.
    05 PUR-PAYMENT-STATUS PIC X(1).
        88 PUR-UNPAID VALUE 'U'.
        88 PUR-PAID   VALUE 'P'.
    05 PUR-PAID-DATE PIC 9(8).
      *> Rebilling side: a cost bought for a client and billed on to
      *> them, flagged by PURCHREG (REBILCST and the other REBIL*
      *> keys).  PUR-REBILL-COST is the part of the net cost passed on
      *> (the whole net by default; always in PLN, the cost basis the
      *> line items bill on), PUR-REBILL-AMOUNT the cost with the
      *> markup applied - the amount the client's line goes out at,
      *> under PUR-REBILL-VAT-CAT.  WORKLOG adds every pending
      *> purchase to the client's line-items file; COBOLATOR stamps
      *> it 'B' with the sales invoice it went out on, so nothing is
      *> billed twice or forgotten (REBILRPT lists what is pending).
    05 PUR-REBILL-STATUS PIC X(1).
        88 PUR-NOT-REBILLABLE VALUE SPACE.
        88 PUR-REBILL-PENDING VALUE 'R'.
        88 PUR-REBILLED       VALUE 'B'.
    05 PUR-REBILL-CUSTOMER-NIP PIC 9(10).
    05 PUR-REBILL-CLIENT-CODE PIC X(8).
    05 PUR-REBILL-COST PIC S9(9)V99.
    05 PUR-REBILL-MARKUP-PCT PIC 9(3)V99.
    05 PUR-REBILL-AMOUNT PIC S9(9)V99.
    05 PUR-REBILL-VAT-CAT PIC X(2).
    05 PUR-REBILL-DESCRIPTION PIC X(30).
    05 PUR-REBILL-INVOICE PIC X(20).
    05 PUR-REBILL-INVOICE-DATE PIC 9(8).
