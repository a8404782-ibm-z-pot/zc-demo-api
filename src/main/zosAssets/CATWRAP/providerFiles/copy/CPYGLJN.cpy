       01 GL-JOURNAL-RECORD.
        03 GJ-RECORD-TYPE PIC X(1) USAGE DISPLAY.
         88 GJ-IS-HEADER VALUE "H".
         88 GJ-IS-DETAIL VALUE "D".
         88 GJ-IS-TRAILER VALUE "T".
        03 GJ-RECORD-BODY PIC X(79) USAGE DISPLAY.
        03 GJ-HEADER-BODY REDEFINES GJ-RECORD-BODY.
         05 GJH-SOURCE-SYSTEM PIC X(8) USAGE DISPLAY.
         05 GJH-JOURNAL-ID PIC X(12) USAGE DISPLAY.
         05 GJH-RUN-DATE PIC 9(8) USAGE DISPLAY.
         05 GJH-CREATED-TIME PIC 9(6) USAGE DISPLAY.
         05 FILLER PIC X(45) USAGE DISPLAY.
        03 GJ-DETAIL-BODY REDEFINES GJ-RECORD-BODY.
         05 GJD-SEQUENCE PIC 9(7) USAGE DISPLAY.
         05 GJD-ACCOUNT PIC X(10) USAGE DISPLAY.
         05 GJD-DEPT PIC X(8) USAGE DISPLAY.
         05 GJD-DR-CR-FLAG PIC X(1) USAGE DISPLAY.
          88 GJD-IS-DEBIT VALUE "D".
          88 GJD-IS-CREDIT VALUE "C".
         05 GJD-AMOUNT PIC 9(9)V99 USAGE DISPLAY.
         05 GJD-ITEM-REF PIC 9(4) USAGE DISPLAY.
         05 GJD-ORDER-NUMBER PIC 9(8) USAGE DISPLAY.
         05 GJD-SOURCE-STATUS PIC X(1) USAGE DISPLAY.
         05 GJD-SOURCE-REASON PIC X(2) USAGE DISPLAY.
         05 GJD-SUSPENSE-FLAG PIC X(1) USAGE DISPLAY.
          88 GJD-IS-SUSPENDED VALUE "Y".
          88 GJD-NOT-SUSPENDED VALUE "N".
         05 FILLER PIC X(26) USAGE DISPLAY.
        03 GJ-TRAILER-BODY REDEFINES GJ-RECORD-BODY.
         05 GJT-RUN-DATE PIC 9(8) USAGE DISPLAY.
         05 GJT-DETAIL-COUNT PIC 9(7) USAGE DISPLAY.
         05 GJT-DEBIT-COUNT PIC 9(7) USAGE DISPLAY.
         05 GJT-CREDIT-COUNT PIC 9(7) USAGE DISPLAY.
         05 GJT-DEBIT-TOTAL PIC 9(11)V99 USAGE DISPLAY.
         05 GJT-CREDIT-TOTAL PIC 9(11)V99 USAGE DISPLAY.
         05 GJT-SUSPENSE-COUNT PIC 9(7) USAGE DISPLAY.
         05 GJT-UNVALUED-COUNT PIC 9(7) USAGE DISPLAY.
         05 FILLER PIC X(10) USAGE DISPLAY.
