      *> One stocked product on the PRODUCT-MASTER reference file
      *> (PRODMAST.TXT).  Shared between the sales edit, which
      *> rejects a till line for an unknown product or one rung up
      *> under the wrong department, and the stock programs, which
      *> keep its stock on hand, reorder it and value it - so all of
      *> them agree on one layout.  Prices are per unit; a product
      *> whose stock falls below the reorder level goes on the
      *> nightly reorder report.
       01  PRODUCT-MASTER-RECORD.
           05  PRD-PRODUCT-CODE            PIC X(6).
           05  PRD-DESCRIPTION             PIC X(30).
           05  PRD-DEPT-CODE               PIC X(3).
           05  PRD-COST-PRICE              PIC 9(5)V99.
           05  PRD-SELLING-PRICE           PIC 9(5)V99.
           05  PRD-REORDER-LEVEL           PIC 9(5).
