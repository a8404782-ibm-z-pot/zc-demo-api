       01 GL-ACCOUNT-MAP-RECORD.
        03 GM-DEPT-CODE PIC X(8) USAGE DISPLAY.
        03 GM-EXPENSE-ACCOUNT PIC X(10) USAGE DISPLAY.
        03 FILLER PIC X(10) USAGE DISPLAY.
