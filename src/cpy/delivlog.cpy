      *> ---------------------------------------------------------------
      *> DELIVLOG.CPY
      *> Record layout of the document delivery log (delivery.log): one
      *> fixed-column line per document a DISPATCH run handled - the
      *> document, who it went to and how, and what became of it.
      *> Appended by DISPATCH, never rewritten.  A document already
      *> logged as queued or left for the post is not dispatched again
      *> by a later run over the same period; one logged as failed or
      *> without an address is tried again, so fixing the customer
      *> master and re-running picks it up.
      *> ---------------------------------------------------------------
01 DELIVERY-LOG-RECORD.
    05 DL-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 DL-TIME PIC 9(6).
    05 FILLER PIC X(1).
    05 DL-SELLER-NIP PIC 9(10).
    05 FILLER PIC X(1).
      *> The detail register's document type (F, K, N, Z), or 'M' a
      *> payment reminder / 'R' an instalment reminder from the
      *> dunning letter log.
    05 DL-DOC-KIND PIC X(1).
    05 FILLER PIC X(1).
    05 DL-DESIGNATION PIC X(20).
    05 FILLER PIC X(1).
    05 DL-ISSUE-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 DL-BUYER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 DL-STATUS PIC X(1).
        88 DL-QUEUED     VALUE 'Q'.
        88 DL-BY-POST    VALUE 'P'.
        88 DL-NO-ADDRESS VALUE 'A'.
        88 DL-FAILED     VALUE 'F'.
    05 FILLER PIC X(1).
      *> The e-mail address queued to; blank when not e-mailed.
    05 DL-RECIPIENT PIC X(60).
    05 FILLER PIC X(1).
      *> The archived copy of the document - the attachment, and the
      *> key a later run recognises the document by.
    05 DL-ARCHIVE-NAME PIC X(60).
    05 FILLER PIC X(1).
    05 DL-NOTE PIC X(40).
