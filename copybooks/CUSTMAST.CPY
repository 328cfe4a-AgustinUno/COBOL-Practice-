      *> Customer Master record, keyed by CM-CustomerNumber.
      *> Maintained through CustomerMaintenance; OrderingSystem reads
      *> it to validate the customer keyed on a new order and to
      *> address the invoice. Alternate delivery addresses are kept
      *> on SHIPTO.DAT (copybook SHIPTO) against the customer number.
       01  CustomerRecord.
           05  CM-CustomerNumber      PIC X(10).
           05  CM-Name                PIC X(30).
           05  CM-FinChgExempt        PIC X.
               88  CM-FinChg-Exempt       VALUE 'Y'.
               88  CM-FinChg-Assessable   VALUE 'N' ' '.
      *> Price group (e.g. WHSL wholesale, SCHL schools) for
      *> contract prices negotiated for a whole class of account.
      *> Blank = no group; the customer's own contracts still apply.
           05  CM-PriceGroup          PIC X(4).
      *> Sales-tax exemption certificate (schools, churches,
      *> resellers). Orders are taxed at zero while a certificate
      *> number is on file, its jurisdiction is the taxing state
      *> (CM-State), and the invoice date is on or before the
      *> expiry date. Once it expires the customer is taxed again
      *> until the renewed certificate is recorded.
           05  CM-ExemptCertNumber    PIC X(15).
           05  CM-ExemptJurisdiction  PIC XX.
           05  CM-ExemptExpiry        PIC 9(8).
