      *> Shared control-figure file: one record per control figure a
      *> step posts as it finishes - records read, passed, rejected,
      *> file trailer totals, amounts posted - keyed by the date the
      *> figure belongs to.  The balancing step reads it back to prove
      *> the steps agree with each other, not just with themselves.
           SELECT CONTROL-FIGURE-FILE ASSIGN TO "CTLFIG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FIG-STATUS.
