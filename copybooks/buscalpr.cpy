      *> exceptions are on file); BUSCAL-LOOKUP-DATE answers for
      *> WS-BUS-CAL-LOOKUP-DATE with the trading and period-end
      *> switches - defaulting to an ordinary trading day when the
      *> date has no calendar record.  BUSCAL-FIND-PERIOD-END names
      *> the accounting period WS-BUS-CAL-PERIOD-DATE falls in, for
      *> the ledger balances and the trial balance alike.
       BUSCAL-LOAD-TABLE.
           MOVE 0 TO WS-BUS-CAL-COUNT
           SET WS-BUS-CAL-NOT-EOF TO TRUE
               END-IF
           END-PERFORM
           .

       BUSCAL-FIND-PERIOD-END.
           MOVE 0 TO WS-BUS-CAL-PERIOD-END-DATE
           SET WS-BUS-CAL-END-ON-CALENDAR TO TRUE
           PERFORM VARYING WS-BCL-IDX FROM 1 BY 1
                   UNTIL WS-BCL-IDX > WS-BUS-CAL-COUNT
               IF WS-BCL-PERIOD-END-FLAG(WS-BCL-IDX) = "E"
                       AND WS-BCL-DATE(WS-BCL-IDX)
                           >= WS-BUS-CAL-PERIOD-DATE
                   IF WS-BUS-CAL-PERIOD-END-DATE = 0
                           OR WS-BCL-DATE(WS-BCL-IDX)
                               < WS-BUS-CAL-PERIOD-END-DATE
                       MOVE WS-BCL-DATE(WS-BCL-IDX)
                           TO WS-BUS-CAL-PERIOD-END-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BUS-CAL-PERIOD-END-DATE = 0
               SET WS-BUS-CAL-END-DEFAULTED TO TRUE
               MOVE WS-BCP-YYYY TO WS-BCN-YYYY
               COMPUTE WS-BCN-MM = WS-BCP-MM + 1
               MOVE 1 TO WS-BCN-DD
               IF WS-BCN-MM > 12
                   MOVE 1 TO WS-BCN-MM
                   ADD 1 TO WS-BCN-YYYY
               END-IF
               COMPUTE WS-BUS-CAL-PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUS-CAL-NEXT-MONTH)
                           - 1)
           END-IF
           .
