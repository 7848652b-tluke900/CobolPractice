      *> and are treated as open.
           05  EM-START-DATE               PIC 9(8).
           05  EM-END-DATE                 PIC 9(8).
      *> HMRC identity for the Full Payment Submission.  A record
      *> written before these columns reads back as spaces; the FPS
      *> step still reports such an employee but lists them on its
      *> reconciliation page as missing an identifier.
           05  EM-NI-NUMBER                PIC X(9).
           05  EM-TAX-CODE                 PIC X(7).
      *> How the employee is paid: "H" hourly, from weekly
      *> timesheets at EM-HOURLY-RATE; anything else (including a
      *> record written before these columns, which reads back as
      *> spaces) is salaried from EM-SALARY as before.
           05  EM-PAY-BASIS                PIC X(1).
               88  EM-PAID-HOURLY          VALUE "H".
               88  EM-PAID-SALARIED        VALUE "S" " ".
           05  EM-HOURLY-RATE              PIC 9(3)V99.
