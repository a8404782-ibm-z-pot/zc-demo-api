      * CI-ON-ORDER never overflows its field; an item whose
      * on-order figure is already at that cap is left alone until
      * receiving relieves it.  Discontinued items are never
      * replenished; the stock a discontinued item still holds is
      * counted into the stock position of its successor instead,
      * so the replacement is not reordered while the old stock
      * can still cover it, and the requisition shows how much of
      * the position came from there (PR-FOLDED-STOCK).  A
      * successor that has itself been discontinued is not
      * replenished either, so its predecessor's stock goes no
      * further.  This step belongs ahead of CONRECON in the
      * night's schedule so the snapshot baseline picks up the new
      * on-order figures.
      *
           05  WS-ON-ORDER-ROOM PIC S9(8) VALUE 0.
           05  WS-PRIOR-ON-ORDER PIC 9(7) VALUE 0.
           05  WS-REQUISITION-COUNT PIC 9(7) VALUE 0.
           05  WS-FOLDED-ITEM-COUNT PIC 9(7) VALUE 0.
       01  WS-FOLD-WORK.
           05  WS-ITEM-IDX PIC 9(5) VALUE 0.
           05  WS-FOLDED-STOCK PIC 9(7) VALUE 0.
      *----------------------------------------------------------*
      *    Stock still held on discontinued items, totalled under  *
      *    their successors, one entry per possible item           *
      *    reference (entry = CI-ITEM-REF + 1)                      *
      *----------------------------------------------------------*
       01  WS-ITEM-FOLD.
           05  WS-FOLD-STOCK PIC 9(7) OCCURS 10000 TIMES.
       01  WS-PO-WORK.
           05  WS-PO-NUMBER PIC 9(8) VALUE 0.
           05  WS-LEAD-TIME-DAYS PIC 9(3) VALUE 7.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-BUILD-FOLD-TABLE THRU 1200-EXIT.
           PERFORM 1300-START-CATALOG THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-CATALOG.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-BUILD-FOLD-TABLE - a first pass over the catalog    *
      *    totals the stock on every discontinued item that names   *
      *    a successor under that successor, since a successor may  *
      *    come ahead of its predecessor in item-ref order          *
      *----------------------------------------------------------*
       1200-BUILD-FOLD-TABLE.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 1250-CLEAR-FOLD-ENTRY THRU 1250-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT.
           PERFORM 1270-FOLD-ONE-ITEM THRU 1270-EXIT
               UNTIL WS-CATL-AT-EOF.
       1200-EXIT.
           EXIT.
       1250-CLEAR-FOLD-ENTRY.
           ADD 1 TO WS-ITEM-IDX.
           MOVE 0 TO WS-FOLD-STOCK(WS-ITEM-IDX).
       1250-EXIT.
           EXIT.
       1270-FOLD-ONE-ITEM.
           IF CI-ITEM-IS-DISCONTINUED
              AND CI-SUCCESSOR-REF IS NUMERIC
              AND CI-SUCCESSOR-REF > 0
              AND CI-IN-STOCK > 0
               COMPUTE WS-ITEM-IDX = CI-SUCCESSOR-REF + 1
               ADD CI-IN-STOCK TO WS-FOLD-STOCK(WS-ITEM-IDX)
           END-IF.
           PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT.
       1270-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1300-START-CATALOG - the replenishment pass starts the   *
      *    catalog over from its lowest item reference              *
      *----------------------------------------------------------*
       1300-START-CATALOG.
           MOVE "N" TO WS-CATL-EOF-SWITCH.
           MOVE 0 TO CI-ITEM-REF.
           START CATALOG-ITEM-FILE KEY IS NOT LESS THAN CI-ITEM-REF
               INVALID KEY SET WS-CATL-AT-EOF TO TRUE
           END-START.
           IF NOT WS-CATL-AT-EOF
               PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT
           END-IF.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CHECK-ONE-ITEM - raise a requisition when the       *
      *    stock position (with any stock folded in from            *
      *    discontinued predecessors) is below the reorder point.   *
      *    The master is rewritten first and the requisition only   *
      *    goes to the buyers when that took: a failed rewrite      *
      *    must not leave a live requisition with nothing tracking  *
      *    it as inbound                                            *
      *----------------------------------------------------------*
       2000-CHECK-ONE-ITEM.
           IF CI-ITEM-IS-DISCONTINUED
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1.
           MOVE WS-FOLD-STOCK(WS-ITEM-IDX) TO WS-FOLDED-STOCK.
           IF WS-FOLDED-STOCK > 0
               ADD 1 TO WS-FOLDED-ITEM-COUNT
           END-IF.
           COMPUTE WS-STOCK-POSITION =
               CI-IN-STOCK + CI-ON-ORDER + WS-FOLDED-STOCK.
           IF WS-STOCK-POSITION NOT < CI-REORDER-POINT
               GO TO 2000-NEXT
           END-IF.
           MOVE CI-REORDER-POINT TO PR-REORDER-POINT.
           MOVE WS-SUGGESTED-QTY TO PR-ORDER-QUANTITY.
           MOVE WS-PO-NUMBER TO PR-PO-NUMBER.
           MOVE WS-FOLDED-STOCK TO PR-FOLDED-STOCK.
           WRITE PURCHASE-REQ-RECORD.
           ADD 1 TO WS-REQUISITION-COUNT.
       3000-EXIT.
           MOVE WS-EXPECTED-DATE-NUM TO PO-EXPECTED-DATE.
           MOVE WS-SUGGESTED-QTY TO PO-QUANTITY-ORDERED.
           MOVE 0 TO PO-QUANTITY-RECEIVED.
           MOVE 0 TO PO-QUANTITY-BILLED.
           SET PO-IS-OPEN TO TRUE.
           SET PO-NOT-OVER-RECEIVED TO TRUE.
           WRITE PURCHASE-ORDER-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME-6 TO NR-END-TIME.
           MOVE WS-REQUISITION-COUNT TO NR-COUNT-1.
           MOVE WS-FOLDED-ITEM-COUNT TO NR-COUNT-2.
           MOVE 0 TO NR-COUNT-3.
           REWRITE NIGHT-RUN-RECORD.
       8900-EXIT.
