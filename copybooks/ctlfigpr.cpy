      *> Shared control-figure routine, COPYed into the PROCEDURE
      *> DIVISION the way jobbnr is.  CTLFIG-POST appends one figure
      *> to CTLFIG.TXT, stamped with the date and time it was posted
      *> - a missing file is created on the first posting.
       CTLFIG-POST.
           MOVE WS-CTL-FIG-STEP TO CFG-STEP-NAME
           MOVE WS-CTL-FIG-NAME TO CFG-FIGURE-NAME
           MOVE WS-CTL-FIG-DATE TO CFG-FIGURE-DATE
           ACCEPT CFG-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CTL-FIG-TIME FROM TIME
           MOVE WS-CTL-FIG-TIME(1:6) TO CFG-POSTED-TIME
           MOVE WS-CTL-FIG-COUNT TO CFG-COUNT
           MOVE WS-CTL-FIG-AMOUNT TO CFG-AMOUNT
           OPEN EXTEND CONTROL-FIGURE-FILE
           IF WS-CTL-FIG-STATUS = "35"
               OPEN OUTPUT CONTROL-FIGURE-FILE
           END-IF
           IF WS-CTL-FIG-STATUS NOT = "00"
               DISPLAY "CTLFIG.TXT OPEN FAILED - STATUS "
                   WS-CTL-FIG-STATUS " - FIGURE NOT POSTED: "
                   WS-CTL-FIG-NAME
           ELSE
               WRITE CONTROL-FIGURE-RECORD
               CLOSE CONTROL-FIGURE-FILE
           END-IF
           .
