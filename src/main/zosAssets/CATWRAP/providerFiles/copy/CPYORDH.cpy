         88 OH-ORDER-WAS-REJECTED VALUE "R".
         88 OH-ORDER-WAS-PARTIAL VALUE "P".
         88 OH-ORDER-WAS-CANCELLED VALUE "X".
         88 OH-ORDER-IS-HELD VALUE "H".
        03 OH-LINE-COUNT PIC 9(2) USAGE DISPLAY.
        03 OH-APPROVED-DATE PIC 9(8) USAGE DISPLAY.
        03 OH-HOLD-REASON PIC X(2) USAGE DISPLAY.
