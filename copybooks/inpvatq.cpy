      *> Input VAT reclaimable on supplier invoices, one record per
      *> VAT quarter (YYYYQ) and rate code.  Accumulated by the
      *> purchase-invoice edit (PURCHEDT) as invoices pass; read by
      *> the roll-up for the running quarter's VAT return and by the
      *> quarter close for the snapshot as filed - so the return's
      *> net VAT payable comes from one place.
       01  INPUT-VAT-QUARTER-RECORD.
           05  IVQ-QUARTER                 PIC 9(5).
           05  IVQ-RATE-CODE               PIC X(2).
           05  IVQ-NET                     PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  IVQ-VAT                     PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
