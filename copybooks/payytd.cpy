      *> deduction codes went data-driven.  A record written before
      *> this column reads back as spaces and loads as zero.
           05  PYT-OTHER-DEDUCTIONS        PIC 9(9)V99.
      *> Employer-paid contributions - the cost of employing the
      *> person on top of gross, never deducted from pay.  Any
      *> employer code other than employer NI sums into pension.
      *> Older records read back as spaces here and load as zero.
           05  PYT-EMPLOYER-NI             PIC 9(9)V99.
           05  PYT-EMPLOYER-PENSION        PIC 9(9)V99.
