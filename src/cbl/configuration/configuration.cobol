    01 WS-NRB-IDX COMPUTATIONAL PIC 9(2) VALUE 0.
    01 WS-NRB-REM COMPUTATIONAL PIC 9(4) VALUE 0.

*> ---------------------------------------------------------------
*> Dated flat rate working fields: the SARYFROM line being applied
*> and the latest one found so far in force on the as-of day.
*> ---------------------------------------------------------------
    01 WS-DATED-RATE-VALUE PIC X(64).
    01 WS-DATED-RATE-DATE-TXT PIC X(8).
    01 WS-DATED-RATE-TXT PIC X(10).
    01 WS-DATED-RATE-LINE-DATE PIC 9(8) VALUE 0.
    01 WS-DATED-RATE-DATE PIC 9(8) VALUE 0.
    01 WS-DATED-RATE PIC 9(4)V99 VALUE 0.
    01 WS-RATE-AS-OF PIC 9(8) VALUE 0.

    LINKAGE SECTION.
    01  WS-FILE-NAME PIC X(100).
    COPY "config.cpy".
          INITIALIZE WS-GENERAL
          INITIALIZE WS-BUSINESS(WS-INDEX-FROM)
          INITIALIZE WS-BUSINESS(WS-INDEX-TO)
          INITIALIZE WS-BUYER-TAX-IDENTITY
          MOVE 0 TO WS-RATE-FROM-DATE
          MOVE 0 TO WS-DATED-RATE-DATE
          MOVE WS-RATE-AS-OF-DATE TO WS-RATE-AS-OF
          IF WS-RATE-AS-OF = 0
              ACCEPT WS-RATE-AS-OF FROM DATE YYYYMMDD
          END-IF

          PERFORM 5500-DETECT-FORMAT THRU 5500-EXIT
          IF WS-FILE-EXT = '.xml' OR WS-FILE-EXT = '.XML'
          ELSE
              PERFORM 7000-READ-KEYVALUE-FILE THRU 7000-EXIT
          END-IF
          IF WS-DATED-RATE-DATE > 0
              MOVE WS-DATED-RATE TO WS-HOURLY-SALARY
              MOVE WS-DATED-RATE-DATE TO WS-RATE-FROM-DATE
              DISPLAY "Flat rate in force from " WS-RATE-FROM-DATE
                 ": " WS-HOURLY-SALARY
          END-IF
          IF CONFIG-OK
              PERFORM 8500-VALIDATE-REQUIRED-KEYS THRU 8500-EXIT
          END-IF
       EVALUATE WS-XML-KEY
       WHEN 'SARYHRLY'
          MOVE WS-XML-VALUE TO WS-HOURLY-SALARY
       WHEN 'SARYFROM'
          MOVE WS-XML-VALUE TO WS-DATED-RATE-VALUE
          PERFORM 7500-APPLY-DATED-RATE THRU 7500-EXIT
       WHEN 'CURRENCY'
          MOVE WS-XML-VALUE TO WS-CURRENCY
       WHEN 'VATRATE'
       WHEN 'TOCUST'
          MOVE WS-XML-VALUE TO BUSINESS-NIP(WS-INDEX-TO)
          MOVE WS-INDEX-TO TO WS-NIP-PARTY
          PERFORM 8200-LOOKUP-CUSTOMER THRU 8200-EXIT
          IF CONFIG-OK AND NOT REVERSE-CHARGE-BUYER
             PERFORM 8000-VALIDATE-NIP THRU 8000-EXIT
          END-IF
       WHEN OTHER
          CONTINUE
       END-EVALUATE.
                       EVALUATE WS-CONFIG-KEY
                       WHEN 'SARYHRLY'
                          MOVE WS-CONFIG-VALUE TO WS-HOURLY-SALARY
                       WHEN 'SARYFROM'
                          MOVE WS-CONFIG-VALUE TO WS-DATED-RATE-VALUE
                          PERFORM 7500-APPLY-DATED-RATE THRU 7500-EXIT
                       WHEN 'CURRENCY'
                          MOVE WS-CONFIG-VALUE TO WS-CURRENCY
                       WHEN 'VATRATE_'
                       WHEN 'TOCUST__'
                          MOVE WS-CONFIG-VALUE TO BUSINESS-NIP(WS-INDEX-TO)
                          MOVE WS-INDEX-TO TO WS-NIP-PARTY
                          PERFORM 8200-LOOKUP-CUSTOMER THRU 8200-EXIT
                          IF CONFIG-OK AND NOT REVERSE-CHARGE-BUYER
                             PERFORM 8000-VALIDATE-NIP THRU 8000-EXIT
                          END-IF
                       WHEN OTHER
                          DISPLAY "WARNING: unrecognized config key: '"
                             WS-CONFIG-KEY "'"
    7000-EXIT.
       EXIT.

*> ---------------------------------------------------------------
*> 7500-APPLY-DATED-RATE takes one SARYFROM:yyyymmdd:rate line -
*> a flat rate from the given date, appended by the indexation
*> run beside the original SARYHRLY so work before that date still
*> prices at the old rate.  Of the lines dated on or before the
*> as-of day the latest wins; a later one is not in force yet.
*> ---------------------------------------------------------------
    7500-APPLY-DATED-RATE SECTION.
       MOVE SPACES TO WS-DATED-RATE-DATE-TXT
       MOVE SPACES TO WS-DATED-RATE-TXT
       UNSTRING WS-DATED-RATE-VALUE DELIMITED BY ':'
          INTO WS-DATED-RATE-DATE-TXT WS-DATED-RATE-TXT
       IF WS-DATED-RATE-DATE-TXT IS NOT NUMERIC
             OR WS-DATED-RATE-TXT = SPACES
          DISPLAY "WARNING: malformed SARYFROM value: "
             WS-DATED-RATE-VALUE
          SET LINE-REJECTED TO TRUE
          GO TO 7500-EXIT
       END-IF
       MOVE WS-DATED-RATE-DATE-TXT TO WS-DATED-RATE-LINE-DATE
       IF WS-DATED-RATE-LINE-DATE > WS-RATE-AS-OF
          GO TO 7500-EXIT
       END-IF
       IF WS-DATED-RATE-LINE-DATE >= WS-DATED-RATE-DATE
          MOVE WS-DATED-RATE-LINE-DATE TO WS-DATED-RATE-DATE
          MOVE WS-DATED-RATE-TXT TO WS-DATED-RATE
       END-IF.
    7500-EXIT.
       EXIT.

*> ---------------------------------------------------------------
*> 8000-VALIDATE-NIP checks BUSINESS-NIP(WS-NIP-PARTY) against the
*> standard Polish NIP checksum and flags the configuration as bad
*> missing master, an unknown NIP or a deactivated customer flags
*> the configuration bad - silently invoicing a stale or unknown
*> client is exactly what the master exists to prevent.  The
*> client's country and EU VAT ID come along too: a foreign client
*> flags the config for reverse charge, and since its master key is
*> an internal number rather than a Polish NIP, the callers only
*> run the NIP checksum after the lookup says the client is
*> domestic.  The
*> master is opened on the first lookup and stays open for the
*> whole run (released when the run ends), so a batch does not pay
*> indexed open/close overhead per client.
                MOVE CUST-CITY TO BUSINESS-CITY(WS-INDEX-TO)
                MOVE CUST-POSTAL-CODE
                   TO BUSINESS-POSTAL-CODE(WS-INDEX-TO)
                IF CUST-COUNTRY-CODE NOT = SPACES
                      AND CUST-COUNTRY-CODE NOT = 'PL'
                   MOVE CUST-COUNTRY-CODE TO WS-BUYER-COUNTRY
                   MOVE CUST-EU-VAT-ID TO WS-BUYER-VAT-ID
                   SET REVERSE-CHARGE-BUYER TO TRUE
                   IF CUST-EU-VAT-ID NOT = SPACES
                      SET BUYER-IN-EU TO TRUE
                   END-IF
                END-IF
             END-IF
       END-READ.
    8200-EXIT.
