        03 UA-ALL-DEPT-FLAG PIC X(1) USAGE DISPLAY.
         88 UA-ALL-DEPTS-ALLOWED VALUE "Y".
        03 UA-DEPT-ENTRY PIC X(8) OCCURS 5 TIMES.
        03 UA-APPROVER-FLAG PIC X(1) USAGE DISPLAY.
         88 UA-IS-APPROVER VALUE "Y".
        03 FILLER PIC X(9) USAGE DISPLAY.
