       01 COUNT-RELEASE-RECORD.
        03 CR-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 CR-SUPERVISOR-ID PIC X(8) USAGE DISPLAY.
        03 CR-ACTION PIC X(1) USAGE DISPLAY.
         88 CR-ACTION-IS-RELEASE VALUE "R".
         88 CR-ACTION-IS-DISCARD VALUE "D".
        03 FILLER PIC X(10) USAGE DISPLAY.
