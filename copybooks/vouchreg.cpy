      *> One gift voucher on the voucher register (VOUCHREG.TXT),
      *> keyed by the number printed on the voucher.  Written by the
      *> sales edit as vouchers are sold and redeemed over the tills;
      *> read by the month-end voucher liability report.  Status I
      *> issued with value left on it, R fully redeemed.  The last
      *> run date and prior balance are the night the balance last
      *> moved and what it stood at before that night - so a rerun
      *> of the edit can put the register back the way the night
      *> found it.
       01  VOUCHER-REGISTER-RECORD.
           05  VCR-VOUCHER-NUMBER          PIC X(10).
           05  VCR-STATUS                  PIC X(1).
           05  VCR-ISSUE-DATE              PIC 9(8).
           05  VCR-ISSUE-STORE             PIC X(3).
           05  VCR-EXPIRY-DATE             PIC 9(8).
           05  VCR-FACE-VALUE              PIC 9(7)V99.
           05  VCR-BALANCE                 PIC 9(7)V99.
           05  VCR-ISSUE-RUN-DATE          PIC 9(8).
           05  VCR-LAST-RUN-DATE           PIC 9(8).
           05  VCR-PRIOR-BALANCE           PIC 9(7)V99.
