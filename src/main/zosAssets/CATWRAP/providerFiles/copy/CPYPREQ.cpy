        03 PR-REORDER-POINT PIC 9(4) USAGE DISPLAY.
        03 PR-ORDER-QUANTITY PIC 9(7) USAGE DISPLAY.
        03 PR-PO-NUMBER PIC 9(8) USAGE DISPLAY.
        03 PR-FOLDED-STOCK PIC 9(7) USAGE DISPLAY.
        03 FILLER PIC X(2) USAGE DISPLAY.
