       01 INVOICE-REGISTER-RECORD.
        03 IR-REGISTER-KEY.
         05 IR-VENDOR-CODE PIC X(6) USAGE DISPLAY.
         05 IR-INVOICE-NUMBER PIC X(12) USAGE DISPLAY.
         05 IR-PO-NUMBER PIC 9(8) USAGE DISPLAY.
        03 IR-INVOICE-DATE PIC 9(8) USAGE DISPLAY.
        03 IR-QUANTITY-BILLED PIC 9(7) USAGE DISPLAY.
        03 IR-MATCHED-DATE PIC 9(8) USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
