        03 PO-OVER-RECEIPT-FLAG PIC X(1) USAGE DISPLAY.
         88 PO-WAS-OVER-RECEIVED VALUE "Y".
         88 PO-NOT-OVER-RECEIVED VALUES SPACE "N".
        03 PO-QUANTITY-BILLED PIC 9(7) USAGE DISPLAY.
        03 FILLER PIC X(3) USAGE DISPLAY.
