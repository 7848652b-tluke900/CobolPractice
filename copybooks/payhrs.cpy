      *> One hourly-paid employee's hours behind a pay run's gross,
      *> appended to PAYHOURS.TXT by the pay run alongside the
      *> employee's extract row and read back by the payslip program
      *> - shared so both agree on one layout.  As with the extract,
      *> a rerun appends a fresh row and the latest for the run date
      *> is the one that counts.
       01  PAY-HOURS-RECORD.
           05  PHR-EMPLOYEE-ID             PIC 9(5).
           05  PHR-RUN-DATE                PIC 9(8).
           05  PHR-TIMESHEET-COUNT         PIC 9(2).
           05  PHR-BASIC-HOURS             PIC 9(4)V99.
           05  PHR-OVERTIME-HOURS          PIC 9(4)V99.
           05  PHR-WEEKEND-HOURS           PIC 9(4)V99.
           05  PHR-HOURLY-RATE             PIC 9(3)V99.
           05  PHR-OVERTIME-MULTIPLIER     PIC 9V99.
           05  PHR-WEEKEND-MULTIPLIER      PIC 9V99.
           05  PHR-GROSS-PAY               PIC 9(7)V99.
