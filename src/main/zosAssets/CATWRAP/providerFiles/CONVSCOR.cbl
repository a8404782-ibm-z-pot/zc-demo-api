       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSCOR.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Monthly vendor performance scorecard.  Where CONPORPT shows
      * the buyers what is open or overdue today, this shows how
      * each vendor has performed over the three complete months
      * before the run month (the same window CONVELOC reviews
      * demand over).  It walks the purchase-order file in
      * PO-number order and merges in the posted receipts -
      * unloaded and sorted by PO number ahead of this step - so
      * each PO raised in the window is seen once with the date of
      * its last receipt.  Per vendor it totals POs raised, lines
      * received complete, the on-time rate (a complete PO whose
      * last receipt is on or before PO-EXPECTED-DATE is on time;
      * a complete PO received after it, or an open one already
      * past it, is late), the average days late of the late ones,
      * the fill rate (quantity received against ordered), and
      * the over-receipt count.  Actual lead time is measured on
      * complete POs from order date to last receipt and set
      * beside VN-LEAD-TIME-DAYS (or the seven days CONREPLN
      * assumes when the master has none).  A vendor whose actual
      * lead time runs longer than the master figure on most of
      * at least three complete POs, and longer on average, is
      * flagged LONGER with the average, rounded up, as the
      * recommended lead time.  When the run option APPLY is
      * supplied the recommendation is also written back to the
      * vendor master in the same pass, so the expected dates
      * CONREPLN sets from then on reflect how the vendor really
      * delivers.  Vendors with no POs in the window are listed
      * as such; POs whose vendor is not on the master are scored
      * and listed after the master vendors.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORD-FILE ASSIGN TO PORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-PORD-STATUS.
           SELECT POSTED-RCPT-FILE ASSIGN TO PRCPSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCP-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO VENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT SCORECARD-RPT-FILE ASSIGN TO VSCRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORD-FILE.
           COPY CPYPORD.
       FD  POSTED-RCPT-FILE.
           COPY CPYPRCP.
       FD  VENDOR-MASTER-FILE.
           COPY CPYVEND.
       FD  SCORECARD-RPT-FILE.
       01  SCORECARD-RPT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PORD-STATUS PIC X(2) VALUE "00".
           05  WS-PRCP-STATUS PIC X(2) VALUE "00".
           05  WS-VEND-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-PORD-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-PORD-AT-EOF VALUE "Y".
           05  WS-PRCP-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-PRCP-AT-EOF VALUE "Y".
           05  WS-VEND-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-VEND-AT-EOF VALUE "Y".
           05  WS-VENDOR-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-VENDOR-WAS-FOUND VALUE "Y".
           05  WS-LEAD-FLAG-SWITCH PIC X(1) VALUE "N".
            88 WS-LEAD-IS-LONGER VALUE "Y".
           05  WS-APPLY-STATUS-SWITCH PIC X(1) VALUE "N".
            88 WS-APPLY-WORKED VALUE "A".
            88 WS-APPLY-FAILED VALUE "F".
           05  WS-DATE-BAD-SWITCH PIC X(1) VALUE "N".
            88 WS-DATE-IS-BAD VALUE "Y".
           05  WS-LEAP-YEAR-SWITCH PIC X(1) VALUE "N".
            88 WS-IS-LEAP-YEAR VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-PORD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PORD-WAS-OPENED VALUE "Y".
           05  WS-PRCP-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PRCP-WAS-OPENED VALUE "Y".
           05  WS-VEND-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-VEND-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
       01  WS-RUN-OPTION PIC X(8) VALUE SPACES.
           88 WS-APPLY-REQUESTED VALUE "APPLY".
       01  WS-COUNTERS.
           05  WS-PO-SCORED-COUNT PIC 9(7) VALUE 0.
           05  WS-NO-VENDOR-COUNT PIC 9(7) VALUE 0.
           05  WS-TABLE-FULL-COUNT PIC 9(7) VALUE 0.
           05  WS-VENDORS-SCORED PIC 9(5) VALUE 0.
           05  WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT PIC 9(5) VALUE 0.
           05  WS-WINDOW-MONTHS PIC 9(1) VALUE 3.
           05  WS-MIN-LEAD-SAMPLE PIC 9(3) VALUE 3.
           05  WS-DEFAULT-LEAD-DAYS PIC 9(3) VALUE 7.
       01  WS-WINDOW-CONTROL.
           05  WS-WINDOW-START PIC 9(8) VALUE 0.
           05  WS-WINDOW-END PIC 9(8) VALUE 0.
           05  WS-WINDOW-YYYYMM.
               10  WS-WINDOW-YYYY PIC 9(4).
               10  WS-WINDOW-MM PIC 9(2).
       01  WS-PO-WORK.
           05  WS-LAST-RECEIPT-DATE PIC 9(8) VALUE 0.
           05  WS-PO-LEAD-DAYS PIC S9(7) VALUE 0.
       01  WS-SCORE-WORK.
           05  WS-ONTIME-PCT PIC 9(3) VALUE 0.
           05  WS-AVG-LATE PIC 9(5)V9 VALUE 0.
           05  WS-FILL-PCT PIC 9(5) VALUE 0.
           05  WS-AVG-LEAD PIC 9(5) VALUE 0.
           05  WS-REC-LEAD PIC 9(5) VALUE 0.
           05  WS-OLD-LEAD-TIME PIC 9(3) VALUE 0.
           05  WS-SAVED-LEAD-TIME PIC 9(3) VALUE 0.
       01  WS-VENDOR-TOTALS.
           05  WS-VENDOR-USED PIC 9(3) VALUE 0.
           05  WS-VENDOR-IDX PIC 9(3) VALUE 0.
           05  WS-SEARCH-VENDOR PIC X(6) VALUE SPACES.
           05  WS-VENDOR-ENTRY OCCURS 300 TIMES.
               10  WS-VT-VENDOR PIC X(6).
               10  WS-VT-ON-MASTER PIC X(1).
               10  WS-VT-REPORTED PIC X(1).
               10  WS-VT-MASTER-LEAD PIC 9(3).
               10  WS-VT-PO-COUNT PIC 9(5).
               10  WS-VT-COMPLETE-COUNT PIC 9(5).
               10  WS-VT-MEASURED-COUNT PIC 9(5).
               10  WS-VT-ONTIME-COUNT PIC 9(5).
               10  WS-VT-LATE-COUNT PIC 9(5).
               10  WS-VT-LATE-DAYS PIC 9(7).
               10  WS-VT-QTY-ORDERED PIC 9(9).
               10  WS-VT-QTY-RECEIVED PIC 9(9).
               10  WS-VT-OVER-COUNT PIC 9(5).
               10  WS-VT-LEAD-COUNT PIC 9(5).
               10  WS-VT-LEAD-DAYS PIC 9(7).
               10  WS-VT-LONG-COUNT PIC 9(5).
       01  WS-DAY-WORK.
           05  WS-FROM-DATE PIC 9(8) VALUE 0.
           05  WS-TO-DATE PIC 9(8) VALUE 0.
           05  WS-DAYS-BETWEEN PIC S9(7) VALUE 0.
           05  WS-FROM-DAY-NUMBER PIC 9(7) VALUE 0.
           05  WS-DN-DATE.
               10  WS-DN-YYYY PIC 9(4).
               10  WS-DN-MM PIC 9(2).
               10  WS-DN-DD PIC 9(2).
           05  WS-DN-DATE-NUM REDEFINES WS-DN-DATE PIC 9(8).
           05  WS-DN-DAY-NUMBER PIC 9(7) VALUE 0.
           05  WS-DN-PRIOR-YEARS PIC 9(4) VALUE 0.
           05  WS-DN-LEAP-4 PIC 9(4) VALUE 0.
           05  WS-DN-LEAP-100 PIC 9(4) VALUE 0.
           05  WS-DN-LEAP-400 PIC 9(4) VALUE 0.
           05  WS-LEAP-QUOTIENT PIC 9(4) VALUE 0.
           05  WS-LEAP-REMAINDER PIC 9(4) VALUE 0.
       01  WS-MONTH-START-DATA.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-DATA.
           05  WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
           05  WS-CURRENT-MONTH REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY PIC 9(4).
               10  WS-CURRENT-MM PIC 9(2).
               10  FILLER PIC 9(2).
       01  WS-HEADER-LINE.
           05  FILLER PIC X(31) VALUE
               "VENDOR SCORECARD - POS RAISED ".
           05  WS-HL-START PIC 9(8).
           05  FILLER PIC X(11) VALUE " TO BEFORE ".
           05  WS-HL-END PIC 9(8).
           05  FILLER PIC X(62) VALUE SPACE.
       01  WS-SCORE-LINE.
           05  FILLER PIC X(4) VALUE "VND ".
           05  WS-SL-VENDOR PIC X(6).
           05  FILLER PIC X(5) VALUE " POS ".
           05  WS-SL-POS PIC ZZZ9.
           05  FILLER PIC X(6) VALUE " CMPL ".
           05  WS-SL-COMPLETE PIC ZZZ9.
           05  FILLER PIC X(8) VALUE " ONTIME ".
           05  WS-SL-ONTIME PIC ZZ9.
           05  FILLER PIC X(1) VALUE "%".
           05  FILLER PIC X(6) VALUE " LATE ".
           05  WS-SL-AVG-LATE PIC ZZZ9.9.
           05  FILLER PIC X(6) VALUE " FILL ".
           05  WS-SL-FILL PIC ZZ9.
           05  FILLER PIC X(1) VALUE "%".
           05  FILLER PIC X(5) VALUE " OVR ".
           05  WS-SL-OVER PIC ZZZ9.
           05  FILLER PIC X(6) VALUE " LEAD ".
           05  WS-SL-MASTER-LEAD PIC ZZ9.
           05  FILLER PIC X(5) VALUE " ACT ".
           05  WS-SL-ACTUAL-LEAD PIC ZZ9.
           05  FILLER PIC X(5) VALUE " REC ".
           05  WS-SL-REC-LEAD PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SL-FLAG PIC X(16).
           05  FILLER PIC X(6) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(16) VALUE "VENDORS SCORED: ".
           05  WS-SUM-VENDORS PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE " POS SCORED ".
           05  WS-SUM-POS PIC ZZZZZZ9.
           05  FILLER PIC X(9) VALUE " FLAGGED ".
           05  WS-SUM-FLAGGED PIC ZZZZ9.
           05  FILLER PIC X(9) VALUE " APPLIED ".
           05  WS-SUM-APPLIED PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " NO VENDOR ".
           05  WS-SUM-NO-VENDOR PIC ZZZZZZ9.
           05  FILLER PIC X(12) VALUE " TABLE FULL ".
           05  WS-SUM-TABLE-FULL PIC ZZZZZZ9.
           05  FILLER PIC X(15) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-SCORE-ONE-PO THRU 2000-EXIT
               UNTIL WS-PORD-AT-EOF.
           PERFORM 3000-REPORT-VENDORS THRU 3000-EXIT.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - the run option comes in through       *
      *    SYSIN; anything but APPLY reports without updating the  *
      *    vendor master                                           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-OPTION.
           PERFORM 1050-COMPUTE-WINDOW-START THRU 1050-EXIT.
           OPEN INPUT PURCHASE-ORD-FILE.
           IF WS-PORD-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-PORD-WAS-OPENED TO TRUE.
           OPEN INPUT POSTED-RCPT-FILE.
           IF WS-PRCP-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-PRCP-WAS-OPENED TO TRUE.
           OPEN I-O VENDOR-MASTER-FILE.
           IF WS-VEND-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-VEND-WAS-OPENED TO TRUE.
           OPEN OUTPUT SCORECARD-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           MOVE WS-WINDOW-START TO WS-HL-START.
           MOVE WS-WINDOW-END TO WS-HL-END.
           WRITE SCORECARD-RPT-LINE FROM WS-HEADER-LINE.
           PERFORM 1100-READ-NEXT-PO THRU 1100-EXIT.
           PERFORM 1200-READ-NEXT-RECEIPT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1050-COMPUTE-WINDOW-START.
           MOVE WS-CURRENT-YYYY TO WS-WINDOW-YYYY.
           MOVE WS-CURRENT-MM TO WS-WINDOW-MM.
           IF WS-WINDOW-MM > 3
               SUBTRACT 3 FROM WS-WINDOW-MM
           ELSE
               ADD 9 TO WS-WINDOW-MM
               SUBTRACT 1 FROM WS-WINDOW-YYYY
           END-IF.
           COMPUTE WS-WINDOW-START =
               (WS-WINDOW-YYYY * 10000) + (WS-WINDOW-MM * 100) + 1.
           COMPUTE WS-WINDOW-END =
               (WS-CURRENT-YYYY * 10000) + (WS-CURRENT-MM * 100) + 1.
       1050-EXIT.
           EXIT.
       1100-READ-NEXT-PO.
           READ PURCHASE-ORD-FILE NEXT RECORD
               AT END SET WS-PORD-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-NEXT-RECEIPT.
           READ POSTED-RCPT-FILE
               AT END SET WS-PRCP-AT-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-SCORE-ONE-PO - pick up the PO's receipts first (the *
      *    merge has to move past them whether or not the PO is in  *
      *    the window), then score a windowed PO against its       *
      *    vendor's totals                                          *
      *----------------------------------------------------------*
       2000-SCORE-ONE-PO.
           MOVE 0 TO WS-LAST-RECEIPT-DATE.
           PERFORM 2050-SKIP-ORPHAN-RECEIPT THRU 2050-EXIT
               UNTIL WS-PRCP-AT-EOF
                  OR PC-PO-NUMBER NOT < PO-PO-NUMBER.
           PERFORM 2100-COLLECT-RECEIPT THRU 2100-EXIT
               UNTIL WS-PRCP-AT-EOF
                  OR PC-PO-NUMBER NOT = PO-PO-NUMBER.
           IF PO-ORDER-DATE < WS-WINDOW-START
              OR PO-ORDER-DATE NOT < WS-WINDOW-END
               GO TO 2000-NEXT
           END-IF.
           IF PO-VENDOR-CODE = SPACES
               ADD 1 TO WS-NO-VENDOR-COUNT
               GO TO 2000-NEXT
           END-IF.
           MOVE PO-VENDOR-CODE TO WS-SEARCH-VENDOR.
           PERFORM 4000-FIND-VENDOR-ENTRY THRU 4000-EXIT.
           IF NOT WS-VENDOR-WAS-FOUND
               PERFORM 4200-ADD-VENDOR-ENTRY THRU 4200-EXIT
           END-IF.
           IF WS-VENDOR-IDX = 0
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-PO-SCORED-COUNT.
           PERFORM 2200-ACCUMULATE-PO THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-PO THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2050-SKIP-ORPHAN-RECEIPT - receipts posted without a PO  *
      *    (PO number zero) or against a PO no longer on file sort  *
      *    behind the PO scan's key and can never match later      *
      *----------------------------------------------------------*
       2050-SKIP-ORPHAN-RECEIPT.
           PERFORM 1200-READ-NEXT-RECEIPT THRU 1200-EXIT.
       2050-EXIT.
           EXIT.
       2100-COLLECT-RECEIPT.
           IF PC-RECEIPT-DATE > WS-LAST-RECEIPT-DATE
               MOVE PC-RECEIPT-DATE TO WS-LAST-RECEIPT-DATE
           END-IF.
           PERFORM 1200-READ-NEXT-RECEIPT THRU 1200-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-ACCUMULATE-PO - a complete PO is timed from its     *
      *    last receipt; an open PO counts only once it is past    *
      *    its expected date, and then as late to the run date.    *
      *    An open PO not yet due says nothing about the vendor    *
      *----------------------------------------------------------*
       2200-ACCUMULATE-PO.
           ADD 1 TO WS-VT-PO-COUNT(WS-VENDOR-IDX).
           ADD PO-QUANTITY-ORDERED TO WS-VT-QTY-ORDERED(WS-VENDOR-IDX).
           ADD PO-QUANTITY-RECEIVED
               TO WS-VT-QTY-RECEIVED(WS-VENDOR-IDX).
           IF PO-WAS-OVER-RECEIVED
               ADD 1 TO WS-VT-OVER-COUNT(WS-VENDOR-IDX)
           END-IF.
           IF PO-QUANTITY-ORDERED > 0
              AND PO-QUANTITY-RECEIVED NOT < PO-QUANTITY-ORDERED
               ADD 1 TO WS-VT-COMPLETE-COUNT(WS-VENDOR-IDX)
               IF WS-LAST-RECEIPT-DATE > 0
                   PERFORM 2300-TIME-COMPLETE-PO THRU 2300-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF PO-EXPECTED-DATE < WS-CURRENT-DATE
               MOVE PO-EXPECTED-DATE TO WS-FROM-DATE
               MOVE WS-CURRENT-DATE TO WS-TO-DATE
               PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
               IF NOT WS-DATE-IS-BAD
                   ADD 1 TO WS-VT-MEASURED-COUNT(WS-VENDOR-IDX)
                   ADD 1 TO WS-VT-LATE-COUNT(WS-VENDOR-IDX)
                   ADD WS-DAYS-BETWEEN
                       TO WS-VT-LATE-DAYS(WS-VENDOR-IDX)
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
       2300-TIME-COMPLETE-PO.
           MOVE PO-EXPECTED-DATE TO WS-FROM-DATE.
           MOVE WS-LAST-RECEIPT-DATE TO WS-TO-DATE.
           PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT.
           IF NOT WS-DATE-IS-BAD
               ADD 1 TO WS-VT-MEASURED-COUNT(WS-VENDOR-IDX)
               IF WS-DAYS-BETWEEN > 0
                   ADD 1 TO WS-VT-LATE-COUNT(WS-VENDOR-IDX)
                   ADD WS-DAYS-BETWEEN
                       TO WS-VT-LATE-DAYS(WS-VENDOR-IDX)
               ELSE
                   ADD 1 TO WS-VT-ONTIME-COUNT(WS-VENDOR-IDX)
               END-IF
           END-IF.
           MOVE PO-ORDER-DATE TO WS-FROM-DATE.
           MOVE WS-LAST-RECEIPT-DATE TO WS-TO-DATE.
           PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT.
           IF WS-DATE-IS-BAD
              OR WS-DAYS-BETWEEN < 0
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-DAYS-BETWEEN TO WS-PO-LEAD-DAYS.
           ADD 1 TO WS-VT-LEAD-COUNT(WS-VENDOR-IDX).
           ADD WS-PO-LEAD-DAYS TO WS-VT-LEAD-DAYS(WS-VENDOR-IDX).
           IF WS-PO-LEAD-DAYS > WS-VT-MASTER-LEAD(WS-VENDOR-IDX)
               ADD 1 TO WS-VT-LONG-COUNT(WS-VENDOR-IDX)
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-REPORT-VENDORS - one line per vendor in vendor-code *
      *    order off the master, then the vendors only the PO file *
      *    knows about                                              *
      *----------------------------------------------------------*
       3000-REPORT-VENDORS.
           MOVE LOW-VALUES TO VN-VENDOR-CODE.
           START VENDOR-MASTER-FILE KEY IS NOT LESS THAN VN-VENDOR-CODE
               INVALID KEY SET WS-VEND-AT-EOF TO TRUE
           END-START.
           IF NOT WS-VEND-AT-EOF
               PERFORM 3050-READ-NEXT-VENDOR THRU 3050-EXIT
           END-IF.
           PERFORM 3100-REPORT-ONE-VENDOR THRU 3100-EXIT
               UNTIL WS-VEND-AT-EOF.
           MOVE 0 TO WS-VENDOR-IDX.
           PERFORM 3500-REPORT-UNKNOWN-VENDOR THRU 3500-EXIT
               UNTIL WS-VENDOR-IDX NOT < WS-VENDOR-USED.
       3000-EXIT.
           EXIT.
       3050-READ-NEXT-VENDOR.
           READ VENDOR-MASTER-FILE NEXT RECORD
               AT END SET WS-VEND-AT-EOF TO TRUE
           END-READ.
       3050-EXIT.
           EXIT.
       3100-REPORT-ONE-VENDOR.
           MOVE VN-VENDOR-CODE TO WS-SEARCH-VENDOR.
           PERFORM 4000-FIND-VENDOR-ENTRY THRU 4000-EXIT.
           IF NOT WS-VENDOR-WAS-FOUND
               IF VN-VENDOR-IS-ACTIVE
                   PERFORM 3400-WRITE-IDLE-LINE THRU 3400-EXIT
               END-IF
               GO TO 3100-NEXT
           END-IF.
           MOVE "Y" TO WS-VT-REPORTED(WS-VENDOR-IDX).
           PERFORM 3200-COMPUTE-SCORES THRU 3200-EXIT.
           MOVE "N" TO WS-APPLY-STATUS-SWITCH.
           MOVE WS-VT-MASTER-LEAD(WS-VENDOR-IDX) TO WS-OLD-LEAD-TIME.
           IF WS-LEAD-IS-LONGER
              AND WS-APPLY-REQUESTED
               PERFORM 3700-APPLY-LEAD-TIME THRU 3700-EXIT
           END-IF.
           PERFORM 3300-WRITE-SCORE-LINE THRU 3300-EXIT.
       3100-NEXT.
           PERFORM 3050-READ-NEXT-VENDOR THRU 3050-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-COMPUTE-SCORES - rates are whole percentages; the   *
      *    recommended lead time is the actual average rounded up, *
      *    so the master is never set short of what was observed   *
      *----------------------------------------------------------*
       3200-COMPUTE-SCORES.
           ADD 1 TO WS-VENDORS-SCORED.
           MOVE 0 TO WS-ONTIME-PCT.
           MOVE 0 TO WS-AVG-LATE.
           MOVE 0 TO WS-FILL-PCT.
           MOVE 0 TO WS-AVG-LEAD.
           MOVE 0 TO WS-REC-LEAD.
           MOVE "N" TO WS-LEAD-FLAG-SWITCH.
           IF WS-VT-MEASURED-COUNT(WS-VENDOR-IDX) > 0
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   WS-VT-ONTIME-COUNT(WS-VENDOR-IDX) * 100
                   / WS-VT-MEASURED-COUNT(WS-VENDOR-IDX)
           END-IF.
           IF WS-VT-LATE-COUNT(WS-VENDOR-IDX) > 0
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-VT-LATE-DAYS(WS-VENDOR-IDX)
                   / WS-VT-LATE-COUNT(WS-VENDOR-IDX)
           END-IF.
           IF WS-VT-QTY-ORDERED(WS-VENDOR-IDX) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-VT-QTY-RECEIVED(WS-VENDOR-IDX) * 100
                   / WS-VT-QTY-ORDERED(WS-VENDOR-IDX)
           END-IF.
           IF WS-FILL-PCT > 999
               MOVE 999 TO WS-FILL-PCT
           END-IF.
           IF WS-VT-LEAD-COUNT(WS-VENDOR-IDX) = 0
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-AVG-LEAD ROUNDED =
               WS-VT-LEAD-DAYS(WS-VENDOR-IDX)
               / WS-VT-LEAD-COUNT(WS-VENDOR-IDX).
           COMPUTE WS-REC-LEAD =
               (WS-VT-LEAD-DAYS(WS-VENDOR-IDX)
                + WS-VT-LEAD-COUNT(WS-VENDOR-IDX) - 1)
               / WS-VT-LEAD-COUNT(WS-VENDOR-IDX).
           IF WS-REC-LEAD > 999
               MOVE 999 TO WS-REC-LEAD
           END-IF.
           IF WS-VT-LEAD-COUNT(WS-VENDOR-IDX) NOT < WS-MIN-LEAD-SAMPLE
              AND WS-VT-LONG-COUNT(WS-VENDOR-IDX) * 2
                  > WS-VT-LEAD-COUNT(WS-VENDOR-IDX)
              AND WS-REC-LEAD > WS-VT-MASTER-LEAD(WS-VENDOR-IDX)
               SET WS-LEAD-IS-LONGER TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-WRITE-SCORE-LINE - written after any apply          *
      *    attempt, so the flag reports what actually happened     *
      *----------------------------------------------------------*
       3300-WRITE-SCORE-LINE.
           MOVE WS-VT-VENDOR(WS-VENDOR-IDX) TO WS-SL-VENDOR.
           MOVE WS-VT-PO-COUNT(WS-VENDOR-IDX) TO WS-SL-POS.
           MOVE WS-VT-COMPLETE-COUNT(WS-VENDOR-IDX) TO WS-SL-COMPLETE.
           MOVE WS-ONTIME-PCT TO WS-SL-ONTIME.
           MOVE WS-AVG-LATE TO WS-SL-AVG-LATE.
           MOVE WS-FILL-PCT TO WS-SL-FILL.
           MOVE WS-VT-OVER-COUNT(WS-VENDOR-IDX) TO WS-SL-OVER.
           MOVE WS-OLD-LEAD-TIME TO WS-SL-MASTER-LEAD.
           MOVE WS-AVG-LEAD TO WS-SL-ACTUAL-LEAD.
           MOVE 0 TO WS-SL-REC-LEAD.
           MOVE "OK" TO WS-SL-FLAG.
           IF WS-LEAD-IS-LONGER
               MOVE WS-REC-LEAD TO WS-SL-REC-LEAD
               MOVE "LONGER" TO WS-SL-FLAG
           END-IF.
           IF WS-APPLY-WORKED
               MOVE "APPLIED" TO WS-SL-FLAG
           END-IF.
           IF WS-APPLY-FAILED
               MOVE "APPLY ERROR" TO WS-SL-FLAG
           END-IF.
           IF WS-VT-ON-MASTER(WS-VENDOR-IDX) NOT = "Y"
               MOVE "NOT ON MASTER" TO WS-SL-FLAG
           END-IF.
           WRITE SCORECARD-RPT-LINE FROM WS-SCORE-LINE.
       3300-EXIT.
           EXIT.
       3400-WRITE-IDLE-LINE.
           MOVE VN-VENDOR-CODE TO WS-SL-VENDOR.
           MOVE 0 TO WS-SL-POS.
           MOVE 0 TO WS-SL-COMPLETE.
           MOVE 0 TO WS-SL-ONTIME.
           MOVE 0 TO WS-SL-AVG-LATE.
           MOVE 0 TO WS-SL-FILL.
           MOVE 0 TO WS-SL-OVER.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-SL-MASTER-LEAD.
           IF VN-LEAD-TIME-DAYS IS NUMERIC
              AND VN-LEAD-TIME-DAYS > 0
               MOVE VN-LEAD-TIME-DAYS TO WS-SL-MASTER-LEAD
           END-IF.
           MOVE 0 TO WS-SL-ACTUAL-LEAD.
           MOVE 0 TO WS-SL-REC-LEAD.
           MOVE "NO POS IN WINDOW" TO WS-SL-FLAG.
           WRITE SCORECARD-RPT-LINE FROM WS-SCORE-LINE.
       3400-EXIT.
           EXIT.
       3500-REPORT-UNKNOWN-VENDOR.
           ADD 1 TO WS-VENDOR-IDX.
           IF WS-VT-REPORTED(WS-VENDOR-IDX) = "Y"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3200-COMPUTE-SCORES THRU 3200-EXIT.
           MOVE "N" TO WS-APPLY-STATUS-SWITCH.
           MOVE WS-VT-MASTER-LEAD(WS-VENDOR-IDX) TO WS-OLD-LEAD-TIME.
           PERFORM 3300-WRITE-SCORE-LINE THRU 3300-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3700-APPLY-LEAD-TIME - the master record is the one the  *
      *    vendor walk just read.  A failed rewrite restores the    *
      *    old value and is flagged APPLY ERROR on the score line   *
      *----------------------------------------------------------*
       3700-APPLY-LEAD-TIME.
           MOVE VN-LEAD-TIME-DAYS TO WS-SAVED-LEAD-TIME.
           MOVE WS-REC-LEAD TO VN-LEAD-TIME-DAYS.
           REWRITE VENDOR-MASTER-RECORD
               INVALID KEY MOVE "99" TO WS-VEND-STATUS
           END-REWRITE.
           IF WS-VEND-STATUS NOT = "00"
               MOVE WS-SAVED-LEAD-TIME TO VN-LEAD-TIME-DAYS
               SET WS-APPLY-FAILED TO TRUE
               GO TO 3700-EXIT
           END-IF.
           SET WS-APPLY-WORKED TO TRUE.
           ADD 1 TO WS-APPLIED-COUNT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-FIND-VENDOR-ENTRY - locate WS-SEARCH-VENDOR in the  *
      *    totals table; WS-VENDOR-IDX is left on the entry found   *
      *----------------------------------------------------------*
       4000-FIND-VENDOR-ENTRY.
           MOVE "N" TO WS-VENDOR-FOUND-SWITCH.
           MOVE 0 TO WS-VENDOR-IDX.
           PERFORM 4100-SCAN-VENDOR-ENTRY THRU 4100-EXIT
               UNTIL WS-VENDOR-WAS-FOUND
                  OR WS-VENDOR-IDX NOT < WS-VENDOR-USED.
       4000-EXIT.
           EXIT.
       4100-SCAN-VENDOR-ENTRY.
           ADD 1 TO WS-VENDOR-IDX.
           IF WS-VT-VENDOR(WS-VENDOR-IDX) = WS-SEARCH-VENDOR
               SET WS-VENDOR-WAS-FOUND TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4200-ADD-VENDOR-ENTRY - start a totals entry, carrying   *
      *    the master lead time (CONREPLN's seven-day default when  *
      *    the master has none).  WS-VENDOR-IDX comes back zero     *
      *    only if the table is full                                *
      *----------------------------------------------------------*
       4200-ADD-VENDOR-ENTRY.
           IF WS-VENDOR-USED NOT < 300
               MOVE 0 TO WS-VENDOR-IDX
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-VENDOR-USED.
           MOVE WS-VENDOR-USED TO WS-VENDOR-IDX.
           MOVE WS-SEARCH-VENDOR TO WS-VT-VENDOR(WS-VENDOR-IDX).
           MOVE "N" TO WS-VT-ON-MASTER(WS-VENDOR-IDX).
           MOVE "N" TO WS-VT-REPORTED(WS-VENDOR-IDX).
           MOVE WS-DEFAULT-LEAD-DAYS
               TO WS-VT-MASTER-LEAD(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-PO-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-COMPLETE-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-MEASURED-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-ONTIME-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-LATE-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-LATE-DAYS(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-QTY-ORDERED(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-QTY-RECEIVED(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-OVER-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-LEAD-COUNT(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-LEAD-DAYS(WS-VENDOR-IDX).
           MOVE 0 TO WS-VT-LONG-COUNT(WS-VENDOR-IDX).
           MOVE WS-SEARCH-VENDOR TO VN-VENDOR-CODE.
           READ VENDOR-MASTER-FILE RECORD
               INVALID KEY MOVE "23" TO WS-VEND-STATUS
               NOT INVALID KEY MOVE "00" TO WS-VEND-STATUS
           END-READ.
           IF WS-VEND-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           MOVE "Y" TO WS-VT-ON-MASTER(WS-VENDOR-IDX).
           IF VN-LEAD-TIME-DAYS IS NUMERIC
              AND VN-LEAD-TIME-DAYS > 0
               MOVE VN-LEAD-TIME-DAYS
                   TO WS-VT-MASTER-LEAD(WS-VENDOR-IDX)
           END-IF.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-COMPUTE-DAYS-BETWEEN - WS-TO-DATE less WS-FROM-DATE *
      *    in calendar days, negative when the to-date is earlier. *
      *    Either date not a real YYYYMMDD sets WS-DATE-IS-BAD      *
      *----------------------------------------------------------*
       7000-COMPUTE-DAYS-BETWEEN.
           MOVE "N" TO WS-DATE-BAD-SWITCH.
           MOVE 0 TO WS-DAYS-BETWEEN.
           MOVE WS-FROM-DATE TO WS-DN-DATE-NUM.
           PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT.
           IF WS-DATE-IS-BAD
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
           MOVE WS-TO-DATE TO WS-DN-DATE-NUM.
           PERFORM 7100-COMPUTE-DAY-NUMBER THRU 7100-EXIT.
           IF WS-DATE-IS-BAD
               GO TO 7000-EXIT
           END-IF.
           COMPUTE WS-DAYS-BETWEEN =
               WS-DN-DAY-NUMBER - WS-FROM-DAY-NUMBER.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7100-COMPUTE-DAY-NUMBER - days from the start of the     *
      *    calendar to WS-DN-DATE: whole prior years with their     *
      *    leap days, the days of the months before this one, and  *
      *    this month's day, plus one for a leap February passed   *
      *----------------------------------------------------------*
       7100-COMPUTE-DAY-NUMBER.
           MOVE 0 TO WS-DN-DAY-NUMBER.
           IF WS-DN-DATE-NUM = 0
              OR WS-DN-YYYY = 0
              OR WS-DN-MM < 1
              OR WS-DN-MM > 12
              OR WS-DN-DD < 1
              OR WS-DN-DD > 31
               SET WS-DATE-IS-BAD TO TRUE
               GO TO 7100-EXIT
           END-IF.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAP-4.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
           COMPUTE WS-DN-DAY-NUMBER =
               (WS-DN-PRIOR-YEARS * 365) + WS-DN-LEAP-4
               - WS-DN-LEAP-100 + WS-DN-LEAP-400
               + WS-DAYS-BEFORE-MONTH(WS-DN-MM) + WS-DN-DD.
           IF WS-DN-MM > 2
               PERFORM 7200-TEST-LEAP-YEAR THRU 7200-EXIT
               IF WS-IS-LEAP-YEAR
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.
       7200-TEST-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH.
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = 0
               GO TO 7200-EXIT
           END-IF.
           DIVIDE WS-DN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = 0
               SET WS-IS-LEAP-YEAR TO TRUE
               GO TO 7200-EXIT
           END-IF.
           DIVIDE WS-DN-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               SET WS-IS-LEAP-YEAR TO TRUE
           END-IF.
       7200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE WS-VENDORS-SCORED TO WS-SUM-VENDORS.
           MOVE WS-PO-SCORED-COUNT TO WS-SUM-POS.
           MOVE WS-FLAGGED-COUNT TO WS-SUM-FLAGGED.
           MOVE WS-APPLIED-COUNT TO WS-SUM-APPLIED.
           MOVE WS-NO-VENDOR-COUNT TO WS-SUM-NO-VENDOR.
           MOVE WS-TABLE-FULL-COUNT TO WS-SUM-TABLE-FULL.
           WRITE SCORECARD-RPT-LINE FROM WS-SUMMARY-LINE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-PORD-WAS-OPENED
               CLOSE PURCHASE-ORD-FILE
           END-IF.
           IF WS-PRCP-WAS-OPENED
               CLOSE POSTED-RCPT-FILE
           END-IF.
           IF WS-VEND-WAS-OPENED
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE SCORECARD-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
