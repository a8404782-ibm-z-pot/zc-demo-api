         88 MA-ACTION-WAS-ACCEPTED VALUE "A".
         88 MA-ACTION-WAS-REJECTED VALUE "R".
        03 MA-REASON-CODE PIC X(2) USAGE DISPLAY.
        03 MA-OLD-SUCCESSOR-REF PIC 9(4) USAGE DISPLAY.
        03 MA-NEW-SUCCESSOR-REF PIC 9(4) USAGE DISPLAY.
        03 FILLER PIC X(2) USAGE DISPLAY.
