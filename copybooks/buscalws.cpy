       01  WS-BUS-CAL-PERIOD-SWITCH    PIC X.
           88  WS-BUS-CAL-DAY-PERIOD-END     VALUE "E".
           88  WS-BUS-CAL-DAY-NOT-PERIOD-END VALUE " ".

      *> BUSCAL-FIND-PERIOD-END input and result: the accounting
      *> period a date falls in, named by the first period-end marker
      *> on or after it.  A date beyond the last marker on the
      *> calendar falls in its calendar month - the period the
      *> calendar defaults to until operations mark the year ahead -
      *> and WS-BUS-CAL-END-DEFAULTED says so.
       01  WS-BUS-CAL-PERIOD-DATE      PIC 9(8).
       01  WS-BUS-CAL-PERIOD-DATE-R REDEFINES WS-BUS-CAL-PERIOD-DATE.
           05  WS-BCP-YYYY             PIC 9(4).
           05  WS-BCP-MM               PIC 9(2).
           05  WS-BCP-DD               PIC 9(2).
       01  WS-BUS-CAL-PERIOD-END-DATE  PIC 9(8).
       01  WS-BUS-CAL-NEXT-MONTH       PIC 9(8).
       01  WS-BUS-CAL-NEXT-MONTH-R REDEFINES WS-BUS-CAL-NEXT-MONTH.
           05  WS-BCN-YYYY             PIC 9(4).
           05  WS-BCN-MM               PIC 9(2).
           05  WS-BCN-DD               PIC 9(2).
       01  WS-BUS-CAL-END-SWITCH       PIC X.
           88  WS-BUS-CAL-END-DEFAULTED    VALUE "Y".
           88  WS-BUS-CAL-END-ON-CALENDAR  VALUE "N".
