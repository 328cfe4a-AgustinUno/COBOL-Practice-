      *> Vendor Master record, keyed by VN-VendorNumber. Maintained
      *> through VendorMaintenance; PurchaseOrderEntry validates the
      *> vendor a purchase order is cut against; the accounts-payable
      *> check run addresses remittance advice from it.
       01  VendorRecord.
           05  VN-VendorNumber        PIC X(6).
           05  VN-Name                PIC X(30).
           05  VN-State               PIC XX.
           05  VN-Zip                 PIC X(10).
           05  VN-Phone               PIC X(12).
      *> Payment terms in days from the vendor's invoice date; zero
      *> takes the standard net 30.
           05  VN-TermsDays           PIC 999.
