         88 AU-LINE-WAS-REJECTED VALUE "R".
         88 AU-RECEIPT-WAS-POSTED VALUE "P".
         88 AU-LINE-WAS-CANCELLED VALUE "X".
         88 AU-STOCK-WAS-ADJUSTED VALUE "J".
         88 AU-LINE-WAS-RETURNED VALUE "T".
         88 AU-LINE-WAS-HELD VALUE "H".
         88 AU-HOLD-WAS-RELEASED VALUE "L".
         88 AU-LINE-WAS-REDIRECTED VALUE "S".
        03 AU-REASON-CODE PIC X(2) USAGE DISPLAY.
        03 AU-UNIT-COST PIC X(6) USAGE DISPLAY.
        03 AU-UNIT-COST-NUM REDEFINES AU-UNIT-COST PIC 9(4)V99.
