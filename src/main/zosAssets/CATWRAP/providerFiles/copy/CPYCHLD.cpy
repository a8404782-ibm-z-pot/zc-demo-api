       01 COUNT-HOLD-RECORD.
        03 CH-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 CH-COUNT-DATE PIC 9(8) USAGE DISPLAY.
        03 CH-COUNTED-QTY PIC 9(7) USAGE DISPLAY.
        03 CH-BOOK-QTY PIC 9(7) USAGE DISPLAY.
        03 CH-COUNTER-ID PIC X(8) USAGE DISPLAY.
        03 CH-HELD-DATE PIC 9(8) USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
