       01 STANDING-ORDER-RECORD.
        03 SO-STANDING-KEY.
         05 SO-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
         05 SO-STANDING-NUMBER PIC 9(4) USAGE DISPLAY.
        03 SO-USERID PIC X(8) USAGE DISPLAY.
        03 SO-FREQUENCY PIC X(1) USAGE DISPLAY.
         88 SO-FREQ-IS-WEEKLY VALUE "W".
         88 SO-FREQ-IS-MONTHLY VALUE "M".
         88 SO-FREQ-IS-DAY-OF-MONTH VALUE "D".
        03 SO-DAY-OF-MONTH PIC 9(2) USAGE DISPLAY.
        03 SO-START-DATE PIC 9(8) USAGE DISPLAY.
        03 SO-START-DATE-PARTS REDEFINES SO-START-DATE.
         05 SO-START-YYYY PIC 9(4) USAGE DISPLAY.
         05 SO-START-MM PIC 9(2) USAGE DISPLAY.
         05 SO-START-DD PIC 9(2) USAGE DISPLAY.
        03 SO-END-DATE PIC 9(8) USAGE DISPLAY.
        03 SO-STATUS PIC X(1) USAGE DISPLAY.
         88 SO-IS-ACTIVE VALUE "A".
         88 SO-IS-SUSPENDED VALUE "S".
         88 SO-IS-ENDED VALUE "E".
        03 SO-SUSPEND-REASON PIC X(2) USAGE DISPLAY.
        03 SO-NEXT-DUE-DATE PIC 9(8) USAGE DISPLAY.
        03 SO-LAST-RUN-DATE PIC 9(8) USAGE DISPLAY.
        03 SO-LAST-ORDER-NUMBER PIC 9(8) USAGE DISPLAY.
        03 SO-LINE-COUNT PIC 9(2) USAGE DISPLAY.
        03 SO-LINE OCCURS 10 TIMES.
         05 SO-ITEM-REF PIC 9(4) USAGE DISPLAY.
         05 SO-QUANTITY PIC 9(5) USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
