      * consumption); posted receipts and rejected lines do not,
      * and cancellation reversal lines subtract what their
      * acceptance once added, so a cancelled order never
      * inflates an item's velocity.  Returns (status T) are netted
      * out the same way - restocked or scrapped, goods that came
      * back were not consumed.
      * Discontinued items are not reviewed, but the windowed
      * demand of one that names a successor is carried forward
      * and added to the successor's own, so a replacement item's
      * reorder point does not start from zero; the review line
      * shows how much of the demand was carried.  A first pass
      * over the catalog and the audit log collects it, since a
      * successor may come ahead of its predecessor in item-ref
      * order.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-CHANGE-COUNT PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT PIC 9(5) VALUE 0.
           05  WS-WINDOW-MONTHS PIC 9(1) VALUE 3.
           05  WS-CARRIED-COUNT PIC 9(5) VALUE 0.
       01  WS-CARRY-WORK.
           05  WS-ITEM-IDX PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-REF PIC 9(4) VALUE 0.
           05  WS-CARRIED-IN PIC S9(7) VALUE 0.
      *----------------------------------------------------------*
      *    Successor of each discontinued item, and the demand     *
      *    carried forward to each successor, one entry per        *
      *    possible item reference (entry = CI-ITEM-REF + 1)        *
      *----------------------------------------------------------*
       01  WS-ITEM-CARRY.
           05  WS-ITEM-CARRY-ENTRY OCCURS 10000 TIMES.
               10  WS-IC-SUCCESSOR-REF PIC 9(4).
               10  WS-IC-CARRIED-DEMAND PIC S9(7).
       01  WS-WINDOW-CONTROL.
           05  WS-WINDOW-START PIC 9(8) VALUE 0.
           05  WS-WINDOW-END PIC 9(8) VALUE 0.
           05  WS-RL-REC-ROP PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-RL-FLAG PIC X(11).
           05  WS-RL-CARRIED-AREA.
               10  WS-RL-CARRIED-LABEL PIC X(9).
               10  WS-RL-CARRIED PIC -ZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(16) VALUE "ITEMS REVIEWED: ".
           05  WS-SUM-REVIEWED PIC ZZZZ9.
           05  WS-SUM-CHANGES PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE " APPLIED: ".
           05  WS-SUM-APPLIED PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE " CARRIED: ".
           05  WS-SUM-CARRIED PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1300-CARRY-DEMAND-FORWARD THRU 1300-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-READ-NEXT-AUDIT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1300-CARRY-DEMAND-FORWARD - the first pass.  The        *
      *    catalog gives each discontinued item's successor; the   *
      *    whole audit log is then read once and every such item's *
      *    windowed demand is added to its successor's entry.  The *
      *    audit log is reopened and the catalog started over for  *
      *    the review pass                                          *
      *----------------------------------------------------------*
       1300-CARRY-DEMAND-FORWARD.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 1350-CLEAR-CARRY-ENTRY THRU 1350-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT.
           PERFORM 1400-NOTE-SUCCESSOR THRU 1400-EXIT
               UNTIL WS-CATL-AT-EOF.
           PERFORM 1200-READ-NEXT-AUDIT THRU 1200-EXIT.
           PERFORM 1450-CARRY-AUDIT-LINE THRU 1450-EXIT
               UNTIL WS-AUDIT-AT-EOF.
           CLOSE AUDIT-LOG-FILE.
           MOVE "N" TO WS-AUDIT-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "N" TO WS-AUDIT-OPENED-SWITCH
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
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
       1350-CLEAR-CARRY-ENTRY.
           ADD 1 TO WS-ITEM-IDX.
           MOVE 0 TO WS-IC-SUCCESSOR-REF(WS-ITEM-IDX).
           MOVE 0 TO WS-IC-CARRIED-DEMAND(WS-ITEM-IDX).
       1350-EXIT.
           EXIT.
       1400-NOTE-SUCCESSOR.
           IF CI-ITEM-IS-DISCONTINUED
              AND CI-SUCCESSOR-REF IS NUMERIC
              AND CI-SUCCESSOR-REF > 0
               COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1
               MOVE CI-SUCCESSOR-REF
                   TO WS-IC-SUCCESSOR-REF(WS-ITEM-IDX)
           END-IF.
           PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT.
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1450-CARRY-AUDIT-LINE - 2100 decides what the line adds  *
      *    to demand (and reads the next one), exactly as in the   *
      *    review pass                                              *
      *----------------------------------------------------------*
       1450-CARRY-AUDIT-LINE.
           COMPUTE WS-ITEM-IDX = AU-ITEM-REF + 1.
           MOVE WS-IC-SUCCESSOR-REF(WS-ITEM-IDX) TO WS-SUCCESSOR-REF.
           MOVE 0 TO WS-ITEM-DEMAND.
           PERFORM 2100-ACCUMULATE-DEMAND THRU 2100-EXIT.
           IF WS-SUCCESSOR-REF > 0
               COMPUTE WS-ITEM-IDX = WS-SUCCESSOR-REF + 1
               ADD WS-ITEM-DEMAND
                   TO WS-IC-CARRIED-DEMAND(WS-ITEM-IDX)
           END-IF.
       1450-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-REVIEW-ONE-ITEM - total the item's windowed         *
      *    demand, recommend a reorder point, and apply it when     *
      *    the run was asked to                                     *
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-REVIEWED-COUNT.
           COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1.
           MOVE WS-IC-CARRIED-DEMAND(WS-ITEM-IDX) TO WS-CARRIED-IN.
           IF WS-CARRIED-IN NOT = 0
               ADD 1 TO WS-CARRIED-COUNT
               ADD WS-CARRIED-IN TO WS-ITEM-DEMAND
           END-IF.
           IF WS-ITEM-DEMAND < 0
               MOVE 0 TO WS-ITEM-DEMAND
           END-IF.
               IF AU-LINE-WAS-CANCELLED
                   SUBTRACT AU-QUANTITY-REQ FROM WS-ITEM-DEMAND
               END-IF
               IF AU-LINE-WAS-RETURNED
                   SUBTRACT AU-QUANTITY-REQ FROM WS-ITEM-DEMAND
               END-IF
           END-IF.
           PERFORM 1200-READ-NEXT-AUDIT THRU 1200-EXIT.
       2100-EXIT.
           MOVE WS-ITEM-DEMAND TO WS-RL-DEMAND.
           MOVE WS-OLD-REORDER-POINT TO WS-RL-CUR-ROP.
           MOVE WS-RECOMMENDED-ROP TO WS-RL-REC-ROP.
           IF WS-CARRIED-IN = 0
               MOVE SPACES TO WS-RL-CARRIED-AREA
           ELSE
               MOVE " CARRIED " TO WS-RL-CARRIED-LABEL
               MOVE WS-CARRIED-IN TO WS-RL-CARRIED
           END-IF.
           EVALUATE TRUE
               WHEN WS-RECOMMENDED-ROP = WS-OLD-REORDER-POINT
                   MOVE "OK" TO WS-RL-FLAG
           MOVE CI-COST TO MA-NEW-COST.
           MOVE CI-REORDER-POINT TO MA-NEW-REORDER-POINT.
           MOVE CI-STATUS-FLAG TO MA-NEW-STATUS-FLAG.
           IF CI-SUCCESSOR-REF IS NUMERIC
               MOVE CI-SUCCESSOR-REF TO MA-OLD-SUCCESSOR-REF
           ELSE
               MOVE 0 TO MA-OLD-SUCCESSOR-REF
           END-IF.
           MOVE MA-OLD-SUCCESSOR-REF TO MA-NEW-SUCCESSOR-REF.
           SET MA-ACTION-WAS-ACCEPTED TO TRUE.
           MOVE "00" TO MA-REASON-CODE.
           WRITE CATALOG-MAINT-AUDIT-RECORD.
           MOVE WS-REVIEWED-COUNT TO WS-SUM-REVIEWED.
           MOVE WS-CHANGE-COUNT TO WS-SUM-CHANGES.
           MOVE WS-APPLIED-COUNT TO WS-SUM-APPLIED.
           MOVE WS-CARRIED-COUNT TO WS-SUM-CARRIED.
           WRITE REORDER-RPT-LINE FROM WS-SUMMARY-LINE.
       8000-EXIT.
           EXIT.
