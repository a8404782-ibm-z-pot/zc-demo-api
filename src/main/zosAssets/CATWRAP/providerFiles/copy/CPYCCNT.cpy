       01 COUNT-ENTRY-RECORD.
        03 CC-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 CC-COUNT-DATE PIC 9(8) USAGE DISPLAY.
        03 CC-COUNTED-QTY PIC 9(7) USAGE DISPLAY.
        03 CC-COUNTER-ID PIC X(8) USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
