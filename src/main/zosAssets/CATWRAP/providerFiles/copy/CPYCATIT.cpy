         88 CI-ITEM-IS-ACTIVE VALUES SPACE "A".
         88 CI-ITEM-IS-DISCONTINUED VALUE "D".
        03 CI-VENDOR-CODE PIC X(6) USAGE DISPLAY.
        03 CI-SUCCESSOR-REF PIC 9(4) USAGE DISPLAY.
        03 FILLER PIC X(3) USAGE DISPLAY.
