      *> Appended to, never rewritten: a step that reruns posts its
      *> figures again and the later record for the same step, figure
      *> and date is the one that counts.
       FD  CONTROL-FIGURE-FILE.
       01  CONTROL-FIGURE-RECORD.
           05  CFG-STEP-NAME           PIC X(10).
           05  CFG-FIGURE-NAME         PIC X(20).
           05  CFG-FIGURE-DATE         PIC 9(8).
           05  CFG-POSTED-DATE         PIC 9(8).
           05  CFG-POSTED-TIME         PIC 9(6).
           05  CFG-COUNT               PIC 9(9).
           05  CFG-AMOUNT              PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
