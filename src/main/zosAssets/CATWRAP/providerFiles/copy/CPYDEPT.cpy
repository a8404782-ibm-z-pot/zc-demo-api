         88 DM-DEPT-IS-INACTIVE VALUE "N".
        03 DM-MONTHLY-BUDGET PIC 9(7)V99 USAGE DISPLAY.
        03 DM-OVER-BUDGET-MONTHS PIC 9(2) USAGE DISPLAY.
        03 DM-APPROVAL-THRESHOLD PIC 9(7)V99 USAGE DISPLAY.
        03 DM-AUTO-SUBSTITUTE-FLAG PIC X(1) USAGE DISPLAY.
         88 DM-AUTO-SUBSTITUTE VALUE "Y".
