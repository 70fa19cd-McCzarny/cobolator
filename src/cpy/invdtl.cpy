            88 DTL-TYPE-INVOICE    VALUE 'F'.
            88 DTL-TYPE-CORRECTION VALUE 'K'.
            88 DTL-TYPE-INTNOTE    VALUE 'N'.
            88 DTL-TYPE-ADVANCE    VALUE 'Z'.
        10 DTL-DOC-YEAR PIC 9(4).
        10 DTL-DOC-NUMBER PIC 9(6).
    05 DTL-DESIGNATION PIC X(20).
    05 DTL-KSEF-REF PIC X(35).
      *> Net/VAT/gross split by VAT rate, as the JPK sales listing
      *> reports it.  DTL-RATE-CODE holds the percentage ('23',
      *> '08', '05', '00'), 'ZW' for an exempt position or 'NP' for
      *> a service to a foreign buyer under reverse charge.  Signed
      *> like the totals: deltas on a correction record.
    05 DTL-RATE-COUNT PIC 9(1).
    05 DTL-RATE-BUCKET OCCURS 5 TIMES.
        10 DTL-RATE-NET PIC S9(9)V99.
        10 DTL-RATE-VAT PIC S9(9)V99.
        10 DTL-RATE-GROSS PIC S9(9)V99.
      *> Buyer's country and EU VAT ID as on the customer master
      *> (blank for a domestic buyer), so the JPK listing and the
      *> VAT-UE summary can report a foreign buyer by its own tax
      *> number, and the exchange rate the document was issued at
      *> (1.0000 on a PLN document, 0 = not recorded) to value a
      *> foreign-currency document in PLN.
    05 DTL-BUYER-COUNTRY PIC X(2).
    05 DTL-BUYER-VAT-ID PIC X(14).
    05 DTL-ISSUE-RATE PIC 9(3)V9999.
      *> Advance invoices (faktury zaliczkowe, 'Z'): on an advance
      *> record, the final invoice that deducted it (zero while the
      *> advance is still waiting to be settled); on the final 'F'
      *> record, the gross of the advances it deducted - its own
      *> figures above are already net of them, so a period total
      *> over the register counts every advance exactly once.
    05 DTL-SETTLED-BY-YEAR PIC 9(4).
    05 DTL-SETTLED-BY-NUMBER PIC 9(6).
    05 DTL-ADVANCE-GROSS PIC 9(9)V99.
