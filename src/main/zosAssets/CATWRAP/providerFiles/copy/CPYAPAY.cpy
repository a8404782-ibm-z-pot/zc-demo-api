       01 APPROVED-PAYMENT-RECORD.
        03 AP-VENDOR-CODE PIC X(6) USAGE DISPLAY.
        03 AP-INVOICE-NUMBER PIC X(12) USAGE DISPLAY.
        03 AP-INVOICE-DATE PIC 9(8) USAGE DISPLAY.
        03 AP-PO-NUMBER PIC 9(8) USAGE DISPLAY.
        03 AP-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 AP-QUANTITY-BILLED PIC 9(7) USAGE DISPLAY.
        03 AP-UNIT-PRICE PIC 9(4)V99 USAGE DISPLAY.
        03 AP-EXTENDED-AMOUNT PIC 9(9)V99 USAGE DISPLAY.
        03 AP-APPROVED-DATE PIC 9(8) USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
