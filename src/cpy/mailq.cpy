      *> ---------------------------------------------------------------
      *> MAILQ.CPY
      *> Record layout of the outbound mail queue (mailqueue.txt) the
      *> mail gateway picks up: one fixed-column line per message, the
      *> recipient, the subject and the archived document to attach.
      *> Appended by DISPATCH; the gateway empties it once sent.
      *> ---------------------------------------------------------------
01 MAIL-QUEUE-RECORD.
    05 MQ-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 MQ-TIME PIC 9(6).
    05 FILLER PIC X(1).
    05 MQ-SELLER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 MQ-BUYER-NIP PIC 9(10).
    05 FILLER PIC X(1).
    05 MQ-RECIPIENT PIC X(60).
    05 FILLER PIC X(1).
    05 MQ-SUBJECT PIC X(80).
    05 FILLER PIC X(1).
    05 MQ-ATTACHMENT PIC X(60).
