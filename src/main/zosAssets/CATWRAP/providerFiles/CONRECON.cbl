      * new date (or after a completed one) starts fresh from the
      * top of the catalog.  The exception report and summary
      * cover only the items processed by this execution.
      *
      * Cycle-count adjustments posted by CONCCPST (audit status
      * "J", reason CG for a gain and CL for a loss, the size in
      * AU-QUANTITY-RECV) are part of the day's stock movement
      * too, so they are added into the in-stock expectation the
      * same way receipts are; a count that corrected the shelf
      * figure is not reported back as an exception the next
      * night.  Returns taken back to stock by the CON02 return
      * operation (status T, the restocked quantity in
      * AU-QUANTITY-RECV - zero for a scrapped return) come off
      * the day's fulfillment, since that stock is on the shelf
      * again.  An order held for approval reserves its stock the
      * moment it is held, so a held line (status H) counts as
      * fulfillment on the day it was held; the accepted line an
      * approval later writes (reason AP) moves no stock and is
      * not counted again, and a hold released by a decline or by
      * the nightly expiry (status L) puts the stock back and
      * comes off the day's fulfillment like a cancellation.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-QTY-RECEIVED-TOTAL PIC 9(8) VALUE 0.
           05  WS-QTY-FULFILLED-TOTAL PIC S9(8) VALUE 0.
           05  WS-QTY-REQUISITIONED-TOTAL PIC 9(8) VALUE 0.
           05  WS-QTY-ADJUSTED-TOTAL PIC S9(8) VALUE 0.
           05  WS-EXPECTED-IN-STOCK PIC S9(8) VALUE 0.
           05  WS-EXPECTED-ON-ORDER PIC S9(8) VALUE 0.
           05  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           MOVE 0 TO WS-QTY-RECEIVED-TOTAL.
           MOVE 0 TO WS-QTY-FULFILLED-TOTAL.
           MOVE 0 TO WS-QTY-REQUISITIONED-TOTAL.
           MOVE 0 TO WS-QTY-ADJUSTED-TOTAL.
           PERFORM 2050-SKIP-ORPHAN-PREQ THRU 2050-EXIT
               UNTIL WS-PREQ-AT-EOF
                  OR PR-ITEM-REF NOT < CI-ITEM-REF.
      *    fulfillment, matching the stock the cancel restored;    *
      *    "P" lines are the receipts CONRECVP                     *
      *    actually posted, carried in AU-QUANTITY-RECV, so a      *
      *    receipt it rejected never enters the expectation;       *
      *    "J" lines are cycle-count adjustments, a gain (CG) or a *
      *    loss (CL) of AU-QUANTITY-RECV units; "T" lines are      *
      *    returns, of which only AU-QUANTITY-RECV went back on    *
      *    the shelf; "H" lines reserved their stock when held,    *
      *    so the approval's "A" line (reason AP) is skipped, and   *
      *    "L" lines put a released hold's stock back              *
      *----------------------------------------------------------*
       2150-ACCUMULATE-FULFILLED.
           IF AU-DATE = WS-CURRENT-DATE
               IF AU-LINE-WAS-ACCEPTED
                  AND AU-REASON-CODE NOT = "AP"
                   ADD AU-QUANTITY-REQ TO WS-QTY-FULFILLED-TOTAL
               END-IF
               IF AU-LINE-WAS-HELD
                   ADD AU-QUANTITY-REQ TO WS-QTY-FULFILLED-TOTAL
               END-IF
               IF AU-LINE-WAS-CANCELLED
                  OR AU-HOLD-WAS-RELEASED
                   SUBTRACT AU-QUANTITY-REQ
                       FROM WS-QTY-FULFILLED-TOTAL
               END-IF
               IF AU-RECEIPT-WAS-POSTED
                   ADD AU-QUANTITY-RECV TO WS-QTY-RECEIVED-TOTAL
               END-IF
               IF AU-LINE-WAS-RETURNED
                   SUBTRACT AU-QUANTITY-RECV
                       FROM WS-QTY-FULFILLED-TOTAL
               END-IF
               IF AU-STOCK-WAS-ADJUSTED
                   IF AU-REASON-CODE = "CL"
                       SUBTRACT AU-QUANTITY-RECV
                           FROM WS-QTY-ADJUSTED-TOTAL
                   ELSE
                       ADD AU-QUANTITY-RECV TO WS-QTY-ADJUSTED-TOTAL
                   END-IF
               END-IF
           END-IF.
           PERFORM 1300-READ-NEXT-AUDIT THRU 1300-EXIT.
       2150-EXIT.
       2300-COMPARE-BALANCES.
           COMPUTE WS-EXPECTED-IN-STOCK =
               SN-IN-STOCK + WS-QTY-RECEIVED-TOTAL
                   - WS-QTY-FULFILLED-TOTAL
                   + WS-QTY-ADJUSTED-TOTAL.
           COMPUTE WS-EXPECTED-ON-ORDER =
               SN-ON-ORDER + WS-QTY-REQUISITIONED-TOTAL
                   - WS-QTY-RECEIVED-TOTAL.
