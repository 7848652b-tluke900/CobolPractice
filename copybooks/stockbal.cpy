      *> Stock on hand per product (STOCKBAL.TXT), rewritten whole
      *> every night by the stock update and read by the period-end
      *> valuation - shared so both agree on one layout.  A product
      *> on the master with no row here has nothing on hand.  The
      *> last count date is the stock-take that last set the figure.
       01  STOCK-BALANCE-RECORD.
           05  STB-PRODUCT-CODE            PIC X(6).
           05  STB-ON-HAND                 PIC S9(7)
                                           SIGN LEADING SEPARATE.
           05  STB-LAST-COUNT-DATE         PIC 9(8).
