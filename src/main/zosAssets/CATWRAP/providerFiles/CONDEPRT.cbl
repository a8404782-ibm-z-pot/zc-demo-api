      * quantity and cost out of the day's figures and the
      * month-to-date accumulator just as the acceptance once
      * added them, which is why the accumulators and the
      * month-to-date record are signed.  Return lines (status T,
      * written by the CON02 return operation) are a credit to the
      * department the same way, whether the goods went back to
      * stock or were scrapped.  Once the day is posted
      * the intraday commitment file CON02 wrote during the day
      * is rolled: commitments dated through the run date are now
      * covered by the month-to-date file and are dropped, and
      *----------------------------------------------------------*
      *    2000-PROCESS-AUDIT-RECORD - skip rejected lines and any  *
      *    line not dated today, break on item and department,     *
      *    accumulate and roll the month-to-date figures forward;   *
      *    cancels and returns are credits                          *
      *----------------------------------------------------------*
       2000-PROCESS-AUDIT-RECORD.
           IF (AU-LINE-WAS-ACCEPTED OR AU-LINE-WAS-CANCELLED
                  OR AU-LINE-WAS-RETURNED)
              AND AU-DATE = WS-CURRENT-DATE
               ADD 1 TO WS-LINES-POSTED-COUNT
               PERFORM 2100-CHECK-BREAKS THRU 2100-EXIT
           MOVE AU-QUANTITY-REQ TO WS-LINE-QUANTITY.
           COMPUTE WS-LINE-COST ROUNDED =
               AU-QUANTITY-REQ * AU-UNIT-COST-NUM.
           IF AU-LINE-WAS-CANCELLED OR AU-LINE-WAS-RETURNED
               COMPUTE WS-LINE-QUANTITY = 0 - WS-LINE-QUANTITY
               COMPUTE WS-LINE-COST = 0 - WS-LINE-COST
           END-IF.
