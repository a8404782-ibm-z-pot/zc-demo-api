         88 OD-LINE-WAS-REJECTED VALUE "R".
         88 OD-LINE-WAS-CANCELLED VALUE "C".
         88 OD-LINE-WAS-DELIVERED VALUE "D".
         88 OD-LINE-IS-HELD VALUE "H".
        03 OD-REASON-CODE PIC X(2) USAGE DISPLAY.
        03 OD-UNIT-COST PIC X(6) USAGE DISPLAY.
        03 OD-DELIVERED-DATE PIC 9(8) USAGE DISPLAY.
        03 OD-RETURNED-QTY PIC 9(5) USAGE DISPLAY.
        03 OD-RETURNED-DATE PIC 9(8) USAGE DISPLAY.
        03 FILLER PIC X(2) USAGE DISPLAY.
