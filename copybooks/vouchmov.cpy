      *> One voucher movement accepted by the sales edit: S a
      *> voucher sold, R value redeemed against a voucher (negative
      *> when a refund put value back on it).  Kept on VOUCHMOV.TXT
      *> for the general-ledger posting, which moves each night's
      *> sales and redemptions through the voucher liability account
      *> instead of sales income.
       01  VOUCHER-MOVEMENT-RECORD.
           05  VMV-RUN-DATE                PIC 9(8).
           05  VMV-TYPE                    PIC X(1).
           05  VMV-VOUCHER-NUMBER          PIC X(10).
           05  VMV-STORE-CODE              PIC X(3).
           05  VMV-TRANS-DATE              PIC 9(8).
           05  VMV-AMOUNT                  PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
