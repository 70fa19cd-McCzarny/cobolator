        88 WS-MODE-BATCH     VALUE 'B'.
        88 WS-MODE-CORRECT   VALUE 'C'.
        88 WS-MODE-DUPLICATE VALUE 'D'.
        88 WS-MODE-ADVANCE   VALUE 'A'.
    05 WS-GENERAL.
        06 WS-CURRENCY PIC X(3).
        06 WS-HOURLY-SALARY PIC 9(4)V99 VALUE 0.
        88 CONFIG-MISSING-KEY   VALUE 40.
        88 CONFIG-BAD-CUSTOMER  VALUE 50.
        88 CONFIG-BAD-ACCOUNT   VALUE 60.
      *> Tax identity of the bill-to client, taken from the customer
      *> master by PARSECONFIG's TOCUST__ lookup.  A foreign buyer
      *> (country other than PL) is invoiced under reverse charge
      *> ('NP', no Polish VAT); one with an EU VAT ID also goes on the
      *> VAT-UE summary.  Blank/'N' for a domestic buyer.
    05 WS-BUYER-TAX-IDENTITY.
        06 WS-BUYER-COUNTRY PIC X(2).
        06 WS-BUYER-VAT-ID PIC X(14).
        06 WS-REVERSE-CHARGE-FLAG PIC X(1).
            88 REVERSE-CHARGE-BUYER VALUE 'Y'.
        06 WS-BUYER-EU-FLAG PIC X(1).
            88 BUYER-IN-EU VALUE 'Y'.
      *> The flat rate in force on a given day.  A config may carry,
      *> besides its SARYHRLY rate, dated SARYFROM:yyyymmdd:rate lines
      *> the annual indexation run appends; PARSECONFIG returns in
      *> WS-HOURLY-SALARY the one in force on WS-RATE-AS-OF-DATE (the
      *> caller sets it; zero means today) and in WS-RATE-FROM-DATE
      *> the date it took effect (zero when it is the plain SARYHRLY).
    05 WS-RATE-AS-OF-DATE PIC 9(8) VALUE 0.
    05 WS-RATE-FROM-DATE PIC 9(8) VALUE 0.
