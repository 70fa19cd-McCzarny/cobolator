    05 CUST-CREDIT-LIMIT PIC 9(9)V99.
    05 CUST-HOLD-FLAG PIC X(1).
        88 CUST-ON-HOLD VALUE 'H'.
      *> Tax identity of a foreign client.  CUST-COUNTRY-CODE is the
      *> ISO country code ('PL' or blank for a domestic client); for
      *> a foreign client CUST-NIP is only the master key (an
      *> internal number, no NIP checksum) and CUST-EU-VAT-ID, with
      *> its country prefix (DE123456789, EL for Greece), is the tax
      *> number the documents carry.  A foreign client with an EU VAT
      *> ID is invoiced under reverse charge and reported on VAT-UE;
      *> one without (outside the EU) is reverse charge only.
    05 CUST-COUNTRY-CODE PIC X(2).
    05 CUST-EU-VAT-ID PIC X(14).
      *> How the client's documents are sent out by DISPATCH: 'E'
      *> e-mailed to CUST-BILLING-EMAIL, 'P' left for the post.  Blank
      *> on records from before it was carried - e-mailed when an
      *> address is on file, otherwise reported as having none.
    05 CUST-DELIV-METHOD PIC X(1).
        88 CUST-DELIVER-BY-EMAIL VALUE 'E'.
        88 CUST-DELIVER-BY-POST  VALUE 'P'.
    05 CUST-BILLING-EMAIL PIC X(60).
