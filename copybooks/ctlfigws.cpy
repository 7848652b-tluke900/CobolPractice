       01  WS-CTL-FIG-STATUS           PIC XX.
       01  WS-CTL-FIG-EOF-SWITCH       PIC X.
           88  WS-CTL-FIG-EOF          VALUE "Y".
           88  WS-CTL-FIG-NOT-EOF      VALUE "N".

      *> CTLFIG-POST input: the caller sets the step, figure name,
      *> the date the figure belongs to, and its count and amount.
       01  WS-CTL-FIG-STEP             PIC X(10).
       01  WS-CTL-FIG-NAME             PIC X(20).
       01  WS-CTL-FIG-DATE             PIC 9(8).
       01  WS-CTL-FIG-COUNT            PIC 9(9).
       01  WS-CTL-FIG-AMOUNT           PIC S9(11)V99.
       01  WS-CTL-FIG-TIME             PIC 9(8).
