       01 VENDOR-INVOICE-RECORD.
        03 IV-INVOICE-NUMBER PIC X(12) USAGE DISPLAY.
        03 IV-VENDOR-CODE PIC X(6) USAGE DISPLAY.
        03 IV-INVOICE-DATE PIC 9(8) USAGE DISPLAY.
        03 IV-PO-NUMBER PIC 9(8) USAGE DISPLAY.
        03 IV-QUANTITY-BILLED PIC 9(7) USAGE DISPLAY.
        03 IV-UNIT-PRICE-BILLED PIC 9(4)V99 USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
