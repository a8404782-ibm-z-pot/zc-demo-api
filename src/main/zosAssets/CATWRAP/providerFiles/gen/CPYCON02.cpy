           88 C2-ORD-LINE-REJECTED VALUE "R".
           88 C2-ORD-LINE-CANCELLED VALUE "C".
           88 C2-ORD-LINE-DELIVERED VALUE "D".
           88 C2-ORD-LINE-HELD VALUE "H".
          07 C2-ORD-REASON-CODE PIC X(2) USAGE DISPLAY.
         05 C2-ORDER-NUMBER PIC 9(8) USAGE DISPLAY.
         05 C2-ORDER-STATUS PIC X(1) USAGE DISPLAY.
          88 C2-ORDER-REJECTED VALUE "R".
          88 C2-ORDER-PARTIAL VALUE "P".
          88 C2-ORDER-CANCELLED VALUE "X".
          88 C2-ORDER-HELD VALUE "H".
         05 C2-ORDER-REASON PIC X(40) USAGE DISPLAY.
         05 C2-BUDGET-REMAINING PIC 9(7)V99 USAGE DISPLAY.
         05 C2-BUDGET-LIMIT-FLAG PIC X(1) USAGE DISPLAY.
         05 C2-ORDER-DATE PIC 9(8) USAGE DISPLAY.
         05 C2-ORDER-TIME PIC 9(6) USAGE DISPLAY.
         05 C2-CANCEL-LINE PIC 9(2) USAGE DISPLAY.
         05 C2-RETURN-LINE PIC 9(2) USAGE DISPLAY.
         05 C2-RETURN-QUANTITY PIC 9(5) USAGE DISPLAY.
         05 C2-RETURN-DISPOSITION PIC X(1) USAGE DISPLAY.
          88 C2-RETURN-TO-STOCK VALUE "R".
          88 C2-RETURN-TO-SCRAP VALUE "S".
         05 C2-ORD-SUCCESSOR-REF PIC 9(4) USAGE DISPLAY OCCURS 10
           TIMES.
         05 FILLER PIC X(872) USAGE DISPLAY.
        03 C2-MAINT-REQUEST REDEFINES C2-RESPONSE-SPECIFIC.
         05 C2-MNT-USERID PIC X(8) USAGE DISPLAY.
         05 C2-MNT-ACTION PIC X(1) USAGE DISPLAY.
          88 C2-MAINT-REJECTED VALUE "R".
         05 C2-MNT-REASON PIC X(40) USAGE DISPLAY.
         05 C2-MNT-EFFECTIVE-DATE PIC 9(8) USAGE DISPLAY.
         05 C2-MNT-SUCCESSOR-REF PIC 9(4) USAGE DISPLAY.
         05 FILLER PIC X(1014) USAGE DISPLAY.
        03 C2-STANDING-REQUEST REDEFINES C2-RESPONSE-SPECIFIC.
         05 C2-SO-USERID PIC X(8) USAGE DISPLAY.
         05 C2-SO-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
         05 C2-SO-ACTION PIC X(1) USAGE DISPLAY.
          88 C2-SO-ACTION-IS-ADD VALUE "A".
          88 C2-SO-ACTION-IS-CHANGE VALUE "C".
          88 C2-SO-ACTION-IS-SUSPEND VALUE "S".
          88 C2-SO-ACTION-IS-RESUME VALUE "R".
          88 C2-SO-ACTION-IS-LIST VALUE "L".
         05 C2-SO-STANDING-NUMBER PIC 9(4) USAGE DISPLAY.
         05 C2-SO-FREQUENCY PIC X(1) USAGE DISPLAY.
          88 C2-SO-FREQ-IS-WEEKLY VALUE "W".
          88 C2-SO-FREQ-IS-MONTHLY VALUE "M".
          88 C2-SO-FREQ-IS-DAY-OF-MONTH VALUE "D".
         05 C2-SO-DAY-OF-MONTH PIC 9(2) USAGE DISPLAY.
         05 C2-SO-START-DATE PIC 9(8) USAGE DISPLAY.
         05 C2-SO-START-DATE-PARTS REDEFINES C2-SO-START-DATE.
          07 C2-SO-START-YYYY PIC 9(4) USAGE DISPLAY.
          07 C2-SO-START-MM PIC 9(2) USAGE DISPLAY.
          07 C2-SO-START-DD PIC 9(2) USAGE DISPLAY.
         05 C2-SO-END-DATE PIC 9(8) USAGE DISPLAY.
         05 C2-SO-LINE-COUNT PIC 9(2) USAGE DISPLAY.
         05 C2-SO-LINE OCCURS 10 TIMES.
          07 C2-SO-ITEM-REF PIC 9(4) USAGE DISPLAY.
          07 C2-SO-QUANTITY PIC 9(5) USAGE DISPLAY.
         05 C2-SO-STATUS PIC X(1) USAGE DISPLAY.
          88 C2-STANDING-ACCEPTED VALUE "A".
          88 C2-STANDING-REJECTED VALUE "R".
         05 C2-SO-REASON PIC X(40) USAGE DISPLAY.
         05 C2-SO-LIST-START PIC 9(4) USAGE DISPLAY.
         05 C2-SO-LIST-COUNT PIC 9(2) USAGE DISPLAY.
         05 C2-SO-LIST-ENTRY OCCURS 6 TIMES.
          07 C2-SL-STANDING-NUMBER PIC 9(4) USAGE DISPLAY.
          07 C2-SL-USERID PIC X(8) USAGE DISPLAY.
          07 C2-SL-FREQUENCY PIC X(1) USAGE DISPLAY.
          07 C2-SL-DAY-OF-MONTH PIC 9(2) USAGE DISPLAY.
          07 C2-SL-START-DATE PIC 9(8) USAGE DISPLAY.
          07 C2-SL-END-DATE PIC 9(8) USAGE DISPLAY.
          07 C2-SL-STATUS PIC X(1) USAGE DISPLAY.
          07 C2-SL-SUSPEND-REASON PIC X(2) USAGE DISPLAY.
          07 C2-SL-NEXT-DUE-DATE PIC 9(8) USAGE DISPLAY.
          07 C2-SL-LAST-RUN-DATE PIC 9(8) USAGE DISPLAY.
          07 C2-SL-LAST-ORDER-NUMBER PIC 9(8) USAGE DISPLAY.
          07 C2-SL-LINE-COUNT PIC 9(2) USAGE DISPLAY.
          07 C2-SL-LINE OCCURS 10 TIMES.
           09 C2-SL-ITEM-REF PIC 9(4) USAGE DISPLAY.
           09 C2-SL-QUANTITY PIC 9(5) USAGE DISPLAY.
         05 FILLER PIC X(54) USAGE DISPLAY.
        03 C2-APPROVAL-REQUEST REDEFINES C2-RESPONSE-SPECIFIC.
         05 C2-AP-USERID PIC X(8) USAGE DISPLAY.
         05 C2-AP-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
         05 C2-AP-ACTION PIC X(1) USAGE DISPLAY.
          88 C2-AP-ACTION-IS-LIST VALUE "L".
          88 C2-AP-ACTION-IS-APPROVE VALUE "A".
          88 C2-AP-ACTION-IS-DECLINE VALUE "D".
         05 C2-AP-ORDER-NUMBER PIC 9(8) USAGE DISPLAY.
         05 C2-AP-STATUS PIC X(1) USAGE DISPLAY.
          88 C2-APPROVAL-ACCEPTED VALUE "A".
          88 C2-APPROVAL-REJECTED VALUE "R".
         05 C2-AP-REASON PIC X(40) USAGE DISPLAY.
         05 C2-AP-LIST-START PIC 9(8) USAGE DISPLAY.
         05 C2-AP-LIST-COUNT PIC 9(2) USAGE DISPLAY.
         05 C2-AP-LIST-ENTRY OCCURS 15 TIMES.
          07 C2-AL-ORDER-NUMBER PIC 9(8) USAGE DISPLAY.
          07 C2-AL-USERID PIC X(8) USAGE DISPLAY.
          07 C2-AL-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
          07 C2-AL-ORDER-DATE PIC 9(8) USAGE DISPLAY.
          07 C2-AL-ORDER-TIME PIC 9(6) USAGE DISPLAY.
          07 C2-AL-LINE-COUNT PIC 9(2) USAGE DISPLAY.
          07 C2-AL-HOLD-REASON PIC X(2) USAGE DISPLAY.
          07 C2-AL-HELD-VALUE PIC 9(9)V99 USAGE DISPLAY.
         05 FILLER PIC X(262) USAGE DISPLAY.
