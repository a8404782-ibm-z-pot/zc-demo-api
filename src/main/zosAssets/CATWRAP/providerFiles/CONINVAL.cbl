       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONINVAL.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Month-end inventory valuation and slow-moving stock
      * analysis.  First it reads the CON02 audit log - which the
      * job concatenates with the CONAUCLS archives covering the
      * last twelve months - and builds, per item, the date of its
      * last demand and its twelve-month consumption value.  Demand
      * is counted the way CONVELOC counts it: accepted lines and
      * backorder fills add, cancellation reversals and returns
      * take back what they undo, and the value of each line is
      * the unit cost it was charged at.  Then it walks the
      * catalog master three times.  The first pass values
      * CI-IN-STOCK and CI-ON-ORDER at CI-COST, subtotalled by
      * CI-DEPARTMENT with a grand total finance can tie to the
      * ledger; an item whose CI-COST is not numeric is never
      * valued silently at zero, it is listed separately with its
      * quantities and left out of the totals, and the count of
      * them is printed beside the grand total.  The second pass
      * ranks each item into ABC classes by consumption value -
      * the items that between them make up the first 80 percent
      * of the total are class A, the next 15 percent class B, the
      * rest (and anything with no consumption) class C - and ages
      * the stock on hand by days since last demand into the 90,
      * 180 and 365 day buckets, with counts and values per class
      * and per bucket.  An item never demanded within the history
      * supplied ages into the oldest bucket.  The third pass
      * lists the dead-stock candidates: stock on hand and no
      * demand in a year, with the value tied up in each.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CATALOG-ITEM-FILE ASSIGN TO CATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-REF
               FILE STATUS IS WS-CATL-STATUS.
           SELECT VALUATION-RPT-FILE ASSIGN TO INVALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY CPYAUDIT.
       FD  CATALOG-ITEM-FILE.
           COPY CPYCATIT.
       FD  VALUATION-RPT-FILE.
       01  VALUATION-RPT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS PIC X(2) VALUE "00".
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-AUDIT-AT-EOF VALUE "Y".
           05  WS-CATL-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-AT-EOF VALUE "Y".
           05  WS-COST-SWITCH PIC X(1) VALUE "N".
            88 WS-COST-IS-USABLE VALUE "Y".
           05  WS-DATE-BAD-SWITCH PIC X(1) VALUE "N".
            88 WS-DATE-IS-BAD VALUE "Y".
           05  WS-LEAP-YEAR-SWITCH PIC X(1) VALUE "N".
            88 WS-IS-LEAP-YEAR VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-AUDIT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-AUDIT-WAS-OPENED VALUE "Y".
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
       01  WS-COUNTERS.
           05  WS-ITEM-COUNT PIC 9(5) VALUE 0.
           05  WS-UNVALUED-COUNT PIC 9(5) VALUE 0.
           05  WS-DEAD-COUNT PIC 9(5) VALUE 0.
           05  WS-A-CLASS-PCT PIC 9(3) VALUE 80.
           05  WS-B-CLASS-PCT PIC 9(3) VALUE 95.
       01  WS-GRAND-TOTALS.
           05  WS-GT-STOCK-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-GT-ORDER-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-GT-CONSUMPTION PIC 9(11)V99 VALUE 0.
           05  WS-GT-DEAD-VALUE PIC 9(11)V99 VALUE 0.
       01  WS-ITEM-WORK.
           05  WS-UNIT-COST PIC 9(4)V99 VALUE 0.
           05  WS-UNIT-COST-X REDEFINES WS-UNIT-COST PIC X(6).
           05  WS-STOCK-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-ORDER-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-LINE-VALUE PIC 9(9)V99 VALUE 0.
           05  WS-ITEM-CONSUMPTION PIC 9(9)V99 VALUE 0.
           05  WS-DAYS-IDLE PIC 9(7) VALUE 0.
           05  WS-ITEM-CLASS PIC X(1) VALUE SPACE.
           05  WS-AGE-BUCKET PIC 9(1) VALUE 0.
       01  WS-WINDOW-CONTROL.
           05  WS-WINDOW-START PIC 9(8) VALUE 0.
           05  WS-WINDOW-START-X REDEFINES WS-WINDOW-START.
               10  WS-WINDOW-YYYY PIC 9(4).
               10  WS-WINDOW-MMDD PIC 9(4).
      *----------------------------------------------------------*
      *    Class cut-offs: an item's consumption value at or above *
      *    WS-A-CUTOFF is class A, at or above WS-B-CUTOFF class B *
      *----------------------------------------------------------*
       01  WS-ABC-WORK.
           05  WS-A-CUTOFF PIC 9(9)V99 VALUE 0.
           05  WS-B-CUTOFF PIC 9(9)V99 VALUE 0.
           05  WS-MAX-CONSUMPTION PIC 9(9)V99 VALUE 0.
           05  WS-CUT-TARGET PIC 9(11)V99 VALUE 0.
           05  WS-CUT-LOW PIC 9(9)V99 VALUE 0.
           05  WS-CUT-HIGH PIC 9(9)V99 VALUE 0.
           05  WS-CUT-MID PIC 9(9)V99 VALUE 0.
           05  WS-CUT-SUM PIC 9(11)V99 VALUE 0.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  WS-CT-COUNT PIC 9(5).
               10  WS-CT-CONSUMPTION PIC 9(11)V99.
               10  WS-CT-STOCK-VALUE PIC 9(11)V99.
       01  WS-CLASS-IDX PIC 9(1) VALUE 0.
       01  WS-CLASS-NAMES-DATA.
           05  FILLER PIC X(3) VALUE "ABC".
       01  WS-CLASS-NAMES REDEFINES WS-CLASS-NAMES-DATA.
           05  WS-CLASS-NAME PIC X(1) OCCURS 3 TIMES.
      *----------------------------------------------------------*
      *    Aging buckets 1 to 4: demand within 90 days, no demand  *
      *    in 90, in 180, in 365 days                               *
      *----------------------------------------------------------*
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BT-COUNT PIC 9(5).
               10  WS-BT-STOCK-VALUE PIC 9(11)V99.
       01  WS-BUCKET-IDX PIC 9(1) VALUE 0.
       01  WS-BUCKET-NAMES-DATA.
           05  FILLER PIC X(14) VALUE "CURRENT".
           05  FILLER PIC X(14) VALUE "NO DEMAND 90".
           05  FILLER PIC X(14) VALUE "NO DEMAND 180".
           05  FILLER PIC X(14) VALUE "NO DEMAND 365".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-DATA.
           05  WS-BUCKET-NAME PIC X(14) OCCURS 4 TIMES.
       01  WS-DEPT-TOTALS.
           05  WS-DEPT-IDX PIC 9(4) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10  WS-DV-ITEM-COUNT PIC 9(5).
               10  WS-DV-STOCK-VALUE PIC 9(11)V99.
               10  WS-DV-ORDER-VALUE PIC 9(11)V99.
      *----------------------------------------------------------*
      *    Demand history, one entry per possible item reference   *
      *    (entry = CI-ITEM-REF + 1), filled from the audit log    *
      *----------------------------------------------------------*
       01  WS-ITEM-DEMAND.
           05  WS-ITEM-IDX PIC 9(5) VALUE 0.
           05  WS-ITEM-ENTRY OCCURS 10000 TIMES.
               10  WS-ID-LAST-DEMAND PIC 9(8).
               10  WS-ID-CONSUMPTION PIC S9(9)V99.
               10  WS-ID-ON-CATALOG PIC X(1).
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
       01  WS-TITLE-LINE.
           05  WS-TL-TEXT PIC X(50).
           05  FILLER PIC X(10) VALUE " RUN DATE ".
           05  WS-TL-DATE PIC 9(8).
           05  FILLER PIC X(52) VALUE SPACE.
       01  WS-UNVALUED-LINE.
           05  FILLER PIC X(5) VALUE "ITEM ".
           05  WS-UL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-UL-DESCRIPTION PIC X(40).
           05  FILLER PIC X(7) VALUE " COST '".
           05  WS-UL-COST PIC X(6).
           05  FILLER PIC X(7) VALUE "' STK ".
           05  WS-UL-STOCK PIC ZZZZZZ9.
           05  FILLER PIC X(5) VALUE " ORD ".
           05  WS-UL-ORDER PIC ZZZZZZ9.
           05  FILLER PIC X(31) VALUE
               " NOT VALUED - COST NOT NUMERIC".
       01  WS-DEPT-LINE.
           05  FILLER PIC X(5) VALUE "DEPT ".
           05  WS-DL-DEPT PIC 9(3).
           05  FILLER PIC X(7) VALUE " ITEMS ".
           05  WS-DL-ITEMS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE " STOCK VALUE ".
           05  WS-DL-STOCK-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(16) VALUE " ON-ORDER VALUE ".
           05  WS-DL-ORDER-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(43) VALUE SPACE.
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER PIC X(13) VALUE "GRAND TOTAL  ".
           05  FILLER PIC X(13) VALUE " STOCK VALUE ".
           05  WS-GL-STOCK-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(16) VALUE " ON-ORDER VALUE ".
           05  WS-GL-ORDER-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(18) VALUE " ITEMS NOT VALUED ".
           05  WS-GL-UNVALUED PIC ZZZZ9.
           05  FILLER PIC X(27) VALUE SPACE.
       01  WS-ANALYSIS-LINE.
           05  FILLER PIC X(5) VALUE "ITEM ".
           05  WS-AL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(6) VALUE " DEPT ".
           05  WS-AL-DEPT PIC 9(3).
           05  FILLER PIC X(5) VALUE " STK ".
           05  WS-AL-STOCK PIC ZZZZZZ9.
           05  FILLER PIC X(7) VALUE " VALUE ".
           05  WS-AL-STOCK-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(9) VALUE " 12M USE ".
           05  WS-AL-CONSUMPTION PIC ZZZZZZZZ9.99.
           05  FILLER PIC X(7) VALUE " CLASS ".
           05  WS-AL-CLASS PIC X(1).
           05  FILLER PIC X(13) VALUE " LAST DEMAND ".
           05  WS-AL-LAST-DEMAND PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-AL-BUCKET PIC X(14).
           05  FILLER PIC X(4) VALUE SPACE.
       01  WS-CLASS-LINE.
           05  FILLER PIC X(6) VALUE "CLASS ".
           05  WS-CL-CLASS PIC X(1).
           05  FILLER PIC X(7) VALUE " ITEMS ".
           05  WS-CL-COUNT PIC ZZZZ9.
           05  FILLER PIC X(17) VALUE " 12M USE VALUE ".
           05  WS-CL-CONSUMPTION PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(13) VALUE " STOCK VALUE ".
           05  WS-CL-STOCK-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(43) VALUE SPACE.
       01  WS-BUCKET-LINE.
           05  FILLER PIC X(7) VALUE "BUCKET ".
           05  WS-BL-NAME PIC X(14).
           05  FILLER PIC X(7) VALUE " ITEMS ".
           05  WS-BL-COUNT PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE " STOCK VALUE ".
           05  WS-BL-STOCK-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(60) VALUE SPACE.
       01  WS-DEAD-LINE.
           05  FILLER PIC X(5) VALUE "ITEM ".
           05  WS-XL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-XL-DESCRIPTION PIC X(40).
           05  FILLER PIC X(5) VALUE " STK ".
           05  WS-XL-STOCK PIC ZZZZZZ9.
           05  FILLER PIC X(13) VALUE " LAST DEMAND ".
           05  WS-XL-LAST-DEMAND PIC 9(8).
           05  FILLER PIC X(11) VALUE " TIED UP ".
           05  WS-XL-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-XL-NOTE PIC X(7).
           05  FILLER PIC X(4) VALUE SPACE.
       01  WS-DEAD-TOTAL-LINE.
           05  FILLER PIC X(22) VALUE "DEAD-STOCK CANDIDATES ".
           05  WS-DT-COUNT PIC ZZZZ9.
           05  FILLER PIC X(17) VALUE " TIED-UP VALUE ".
           05  WS-DT-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(62) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-ACCUMULATE-DEMAND THRU 2000-EXIT
               UNTIL WS-AUDIT-AT-EOF.
           PERFORM 3000-VALUE-CATALOG THRU 3000-EXIT.
           PERFORM 5000-COMPUTE-CUTOFFS THRU 5000-EXIT.
           PERFORM 6000-ANALYSE-CATALOG THRU 6000-EXIT.
           PERFORM 7000-LIST-DEAD-STOCK THRU 7000-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - the consumption window is the year     *
      *    up to the run date; a 29 February run looks back to the *
      *    28th                                                     *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-WINDOW-START = WS-CURRENT-DATE - 10000.
           IF WS-WINDOW-MMDD = 0229
               MOVE 0228 TO WS-WINDOW-MMDD
           END-IF.
           PERFORM 1050-CLEAR-TABLES THRU 1050-EXIT.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-AUDIT-WAS-OPENED TO TRUE.
           OPEN INPUT CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
           OPEN OUTPUT VALUATION-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1100-READ-NEXT-AUDIT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1050-CLEAR-TABLES.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 1060-CLEAR-ITEM-ENTRY THRU 1060-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM 1070-CLEAR-DEPT-ENTRY THRU 1070-EXIT
               UNTIL WS-DEPT-IDX NOT < 1000.
           MOVE 0 TO WS-CLASS-IDX.
           PERFORM 1080-CLEAR-CLASS-ENTRY THRU 1080-EXIT
               UNTIL WS-CLASS-IDX NOT < 3.
           MOVE 0 TO WS-BUCKET-IDX.
           PERFORM 1090-CLEAR-BUCKET-ENTRY THRU 1090-EXIT
               UNTIL WS-BUCKET-IDX NOT < 4.
       1050-EXIT.
           EXIT.
       1060-CLEAR-ITEM-ENTRY.
           ADD 1 TO WS-ITEM-IDX.
           MOVE 0 TO WS-ID-LAST-DEMAND(WS-ITEM-IDX).
           MOVE 0 TO WS-ID-CONSUMPTION(WS-ITEM-IDX).
           MOVE "N" TO WS-ID-ON-CATALOG(WS-ITEM-IDX).
       1060-EXIT.
           EXIT.
       1070-CLEAR-DEPT-ENTRY.
           ADD 1 TO WS-DEPT-IDX.
           MOVE 0 TO WS-DV-ITEM-COUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DV-STOCK-VALUE(WS-DEPT-IDX).
           MOVE 0 TO WS-DV-ORDER-VALUE(WS-DEPT-IDX).
       1070-EXIT.
           EXIT.
       1080-CLEAR-CLASS-ENTRY.
           ADD 1 TO WS-CLASS-IDX.
           MOVE 0 TO WS-CT-COUNT(WS-CLASS-IDX).
           MOVE 0 TO WS-CT-CONSUMPTION(WS-CLASS-IDX).
           MOVE 0 TO WS-CT-STOCK-VALUE(WS-CLASS-IDX).
       1080-EXIT.
           EXIT.
       1090-CLEAR-BUCKET-ENTRY.
           ADD 1 TO WS-BUCKET-IDX.
           MOVE 0 TO WS-BT-COUNT(WS-BUCKET-IDX).
           MOVE 0 TO WS-BT-STOCK-VALUE(WS-BUCKET-IDX).
       1090-EXIT.
           EXIT.
       1100-READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE
               AT END SET WS-AUDIT-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-ACCUMULATE-DEMAND - last demand is the latest       *
      *    accepted line at any date in the history; consumption   *
      *    value only counts lines inside the twelve-month window  *
      *----------------------------------------------------------*
       2000-ACCUMULATE-DEMAND.
           IF NOT AU-LINE-WAS-ACCEPTED
              AND NOT AU-LINE-WAS-CANCELLED
              AND NOT AU-LINE-WAS-RETURNED
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-ITEM-IDX = AU-ITEM-REF + 1.
           IF AU-LINE-WAS-ACCEPTED
              AND AU-DATE > WS-ID-LAST-DEMAND(WS-ITEM-IDX)
               MOVE AU-DATE TO WS-ID-LAST-DEMAND(WS-ITEM-IDX)
           END-IF.
           IF AU-DATE < WS-WINDOW-START
              OR AU-DATE > WS-CURRENT-DATE
               GO TO 2000-NEXT
           END-IF.
           MOVE 0 TO WS-LINE-VALUE.
           IF AU-UNIT-COST IS NUMERIC
               COMPUTE WS-LINE-VALUE ROUNDED =
                   AU-QUANTITY-REQ * AU-UNIT-COST-NUM
           END-IF.
           IF AU-LINE-WAS-ACCEPTED
               ADD WS-LINE-VALUE TO WS-ID-CONSUMPTION(WS-ITEM-IDX)
           ELSE
               SUBTRACT WS-LINE-VALUE
                   FROM WS-ID-CONSUMPTION(WS-ITEM-IDX)
           END-IF.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-AUDIT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-VALUE-CATALOG - first catalog pass: stock and on-   *
      *    order value by department, unvalued items listed as     *
      *    they are met, department subtotals and the grand total  *
      *    after                                                    *
      *----------------------------------------------------------*
       3000-VALUE-CATALOG.
           MOVE "INVENTORY VALUATION - ITEMS NOT VALUED"
               TO WS-TL-TEXT.
           MOVE WS-CURRENT-DATE TO WS-TL-DATE.
           WRITE VALUATION-RPT-LINE FROM WS-TITLE-LINE.
           PERFORM 3900-START-CATALOG THRU 3900-EXIT.
           PERFORM 3100-VALUE-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-CATL-AT-EOF.
           MOVE "INVENTORY VALUATION BY DEPARTMENT" TO WS-TL-TEXT.
           WRITE VALUATION-RPT-LINE FROM WS-TITLE-LINE.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM 3500-WRITE-DEPT-LINE THRU 3500-EXIT
               UNTIL WS-DEPT-IDX NOT < 1000.
           MOVE WS-GT-STOCK-VALUE TO WS-GL-STOCK-VALUE.
           MOVE WS-GT-ORDER-VALUE TO WS-GL-ORDER-VALUE.
           MOVE WS-UNVALUED-COUNT TO WS-GL-UNVALUED.
           WRITE VALUATION-RPT-LINE FROM WS-GRAND-TOTAL-LINE.
       3000-EXIT.
           EXIT.
       3100-VALUE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1.
           MOVE "Y" TO WS-ID-ON-CATALOG(WS-ITEM-IDX).
           PERFORM 3200-GET-ITEM-COST THRU 3200-EXIT.
           IF NOT WS-COST-IS-USABLE
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE CI-ITEM-REF TO WS-UL-ITEM-REF
               MOVE CI-DESCRIPTION TO WS-UL-DESCRIPTION
               MOVE CI-COST TO WS-UL-COST
               MOVE CI-IN-STOCK TO WS-UL-STOCK
               MOVE CI-ON-ORDER TO WS-UL-ORDER
               WRITE VALUATION-RPT-LINE FROM WS-UNVALUED-LINE
               GO TO 3100-NEXT
           END-IF.
           COMPUTE WS-DEPT-IDX = CI-DEPARTMENT + 1.
           ADD 1 TO WS-DV-ITEM-COUNT(WS-DEPT-IDX).
           ADD WS-STOCK-VALUE TO WS-DV-STOCK-VALUE(WS-DEPT-IDX).
           ADD WS-ORDER-VALUE TO WS-DV-ORDER-VALUE(WS-DEPT-IDX).
           ADD WS-STOCK-VALUE TO WS-GT-STOCK-VALUE.
           ADD WS-ORDER-VALUE TO WS-GT-ORDER-VALUE.
       3100-NEXT.
           PERFORM 3950-READ-NEXT-CATALOG THRU 3950-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-GET-ITEM-COST - values the current item's stock     *
      *    and on-order quantities, or leaves WS-COST-IS-USABLE    *
      *    off when CI-COST is not numeric                          *
      *----------------------------------------------------------*
       3200-GET-ITEM-COST.
           MOVE "N" TO WS-COST-SWITCH.
           MOVE 0 TO WS-STOCK-VALUE.
           MOVE 0 TO WS-ORDER-VALUE.
           IF CI-COST NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           SET WS-COST-IS-USABLE TO TRUE.
           MOVE CI-COST TO WS-UNIT-COST-X.
           COMPUTE WS-STOCK-VALUE = CI-IN-STOCK * WS-UNIT-COST.
           COMPUTE WS-ORDER-VALUE = CI-ON-ORDER * WS-UNIT-COST.
       3200-EXIT.
           EXIT.
       3500-WRITE-DEPT-LINE.
           ADD 1 TO WS-DEPT-IDX.
           IF WS-DV-ITEM-COUNT(WS-DEPT-IDX) = 0
               GO TO 3500-EXIT
           END-IF.
           COMPUTE WS-DL-DEPT = WS-DEPT-IDX - 1.
           MOVE WS-DV-ITEM-COUNT(WS-DEPT-IDX) TO WS-DL-ITEMS.
           MOVE WS-DV-STOCK-VALUE(WS-DEPT-IDX) TO WS-DL-STOCK-VALUE.
           MOVE WS-DV-ORDER-VALUE(WS-DEPT-IDX) TO WS-DL-ORDER-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-DEPT-LINE.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3900-START-CATALOG - each pass starts the catalog over   *
      *    from its lowest item reference                          *
      *----------------------------------------------------------*
       3900-START-CATALOG.
           MOVE "N" TO WS-CATL-EOF-SWITCH.
           MOVE 0 TO CI-ITEM-REF.
           START CATALOG-ITEM-FILE KEY IS NOT LESS THAN CI-ITEM-REF
               INVALID KEY SET WS-CATL-AT-EOF TO TRUE
           END-START.
           IF NOT WS-CATL-AT-EOF
               PERFORM 3950-READ-NEXT-CATALOG THRU 3950-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
       3950-READ-NEXT-CATALOG.
           READ CATALOG-ITEM-FILE NEXT RECORD
               AT END SET WS-CATL-AT-EOF TO TRUE
           END-READ.
       3950-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-COMPUTE-CUTOFFS - rather than sort the catalog by  *
      *    consumption, find the lowest value whose items (it and  *
      *    everything above it) still reach 80 percent of the      *
      *    total, and the same for 95 percent; items at or above   *
      *    those values are exactly the ones a ranked list would   *
      *    put in A and in A or B                                  *
      *----------------------------------------------------------*
       5000-COMPUTE-CUTOFFS.
           MOVE 0 TO WS-GT-CONSUMPTION.
           MOVE 0 TO WS-MAX-CONSUMPTION.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 5100-TOTAL-CONSUMPTION THRU 5100-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           MOVE 0 TO WS-A-CUTOFF.
           MOVE 0 TO WS-B-CUTOFF.
           IF WS-GT-CONSUMPTION = 0
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-CUT-TARGET ROUNDED =
               WS-GT-CONSUMPTION * WS-A-CLASS-PCT / 100.
           PERFORM 5200-FIND-CUTOFF THRU 5200-EXIT.
           MOVE WS-CUT-LOW TO WS-A-CUTOFF.
           COMPUTE WS-CUT-TARGET ROUNDED =
               WS-GT-CONSUMPTION * WS-B-CLASS-PCT / 100.
           PERFORM 5200-FIND-CUTOFF THRU 5200-EXIT.
           MOVE WS-CUT-LOW TO WS-B-CUTOFF.
       5000-EXIT.
           EXIT.
       5100-TOTAL-CONSUMPTION.
           ADD 1 TO WS-ITEM-IDX.
           IF WS-ID-ON-CATALOG(WS-ITEM-IDX) NOT = "Y"
              OR WS-ID-CONSUMPTION(WS-ITEM-IDX) NOT > 0
               GO TO 5100-EXIT
           END-IF.
           ADD WS-ID-CONSUMPTION(WS-ITEM-IDX) TO WS-GT-CONSUMPTION.
           IF WS-ID-CONSUMPTION(WS-ITEM-IDX) > WS-MAX-CONSUMPTION
               MOVE WS-ID-CONSUMPTION(WS-ITEM-IDX)
                   TO WS-MAX-CONSUMPTION
           END-IF.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-FIND-CUTOFF - halve the range between one cent and *
      *    the largest item value until it closes on the highest  *
      *    value whose at-or-above total still meets the target    *
      *----------------------------------------------------------*
       5200-FIND-CUTOFF.
           MOVE 0.01 TO WS-CUT-LOW.
           MOVE WS-MAX-CONSUMPTION TO WS-CUT-HIGH.
           PERFORM 5300-HALVE-RANGE THRU 5300-EXIT
               UNTIL WS-CUT-LOW NOT < WS-CUT-HIGH.
       5200-EXIT.
           EXIT.
       5300-HALVE-RANGE.
           COMPUTE WS-CUT-MID =
               (WS-CUT-LOW + WS-CUT-HIGH + 0.01) / 2.
           MOVE 0 TO WS-CUT-SUM.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 5400-SUM-AT-OR-ABOVE THRU 5400-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           IF WS-CUT-SUM NOT < WS-CUT-TARGET
               MOVE WS-CUT-MID TO WS-CUT-LOW
           ELSE
               COMPUTE WS-CUT-HIGH = WS-CUT-MID - 0.01
           END-IF.
       5300-EXIT.
           EXIT.
       5400-SUM-AT-OR-ABOVE.
           ADD 1 TO WS-ITEM-IDX.
           IF WS-ID-ON-CATALOG(WS-ITEM-IDX) = "Y"
              AND WS-ID-CONSUMPTION(WS-ITEM-IDX) NOT < WS-CUT-MID
               ADD WS-ID-CONSUMPTION(WS-ITEM-IDX) TO WS-CUT-SUM
           END-IF.
       5400-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-ANALYSE-CATALOG - second catalog pass: class and    *
      *    age for every item, then the class and bucket totals    *
      *----------------------------------------------------------*
       6000-ANALYSE-CATALOG.
           MOVE "ABC CLASS AND STOCK AGING BY ITEM" TO WS-TL-TEXT.
           WRITE VALUATION-RPT-LINE FROM WS-TITLE-LINE.
           PERFORM 3900-START-CATALOG THRU 3900-EXIT.
           PERFORM 6100-ANALYSE-ONE-ITEM THRU 6100-EXIT
               UNTIL WS-CATL-AT-EOF.
           MOVE "ABC CLASS SUMMARY" TO WS-TL-TEXT.
           WRITE VALUATION-RPT-LINE FROM WS-TITLE-LINE.
           MOVE 0 TO WS-CLASS-IDX.
           PERFORM 6500-WRITE-CLASS-LINE THRU 6500-EXIT
               UNTIL WS-CLASS-IDX NOT < 3.
           MOVE "STOCK AGING SUMMARY" TO WS-TL-TEXT.
           WRITE VALUATION-RPT-LINE FROM WS-TITLE-LINE.
           MOVE 0 TO WS-BUCKET-IDX.
           PERFORM 6600-WRITE-BUCKET-LINE THRU 6600-EXIT
               UNTIL WS-BUCKET-IDX NOT < 4.
       6000-EXIT.
           EXIT.
       6100-ANALYSE-ONE-ITEM.
           PERFORM 6200-CLASSIFY-ITEM THRU 6200-EXIT.
           PERFORM 3200-GET-ITEM-COST THRU 3200-EXIT.
           ADD 1 TO WS-CT-COUNT(WS-CLASS-IDX).
           ADD WS-ITEM-CONSUMPTION TO WS-CT-CONSUMPTION(WS-CLASS-IDX).
           ADD WS-STOCK-VALUE TO WS-CT-STOCK-VALUE(WS-CLASS-IDX).
           IF CI-IN-STOCK > 0
               ADD 1 TO WS-BT-COUNT(WS-BUCKET-IDX)
               ADD WS-STOCK-VALUE TO WS-BT-STOCK-VALUE(WS-BUCKET-IDX)
           END-IF.
           MOVE CI-ITEM-REF TO WS-AL-ITEM-REF.
           MOVE CI-DEPARTMENT TO WS-AL-DEPT.
           MOVE CI-IN-STOCK TO WS-AL-STOCK.
           MOVE WS-STOCK-VALUE TO WS-AL-STOCK-VALUE.
           MOVE WS-ITEM-CONSUMPTION TO WS-AL-CONSUMPTION.
           MOVE WS-ITEM-CLASS TO WS-AL-CLASS.
           MOVE WS-ID-LAST-DEMAND(WS-ITEM-IDX) TO WS-AL-LAST-DEMAND.
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO WS-AL-BUCKET.
           IF NOT WS-COST-IS-USABLE
               MOVE "NO COST" TO WS-AL-BUCKET
           END-IF.
           WRITE VALUATION-RPT-LINE FROM WS-ANALYSIS-LINE.
           PERFORM 3950-READ-NEXT-CATALOG THRU 3950-EXIT.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6200-CLASSIFY-ITEM - class by consumption value against *
      *    the cut-offs, bucket by days since last demand; sets    *
      *    WS-CLASS-IDX and WS-BUCKET-IDX for the current item     *
      *----------------------------------------------------------*
       6200-CLASSIFY-ITEM.
           COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1.
           MOVE 0 TO WS-ITEM-CONSUMPTION.
           IF WS-ID-CONSUMPTION(WS-ITEM-IDX) > 0
               MOVE WS-ID-CONSUMPTION(WS-ITEM-IDX)
                   TO WS-ITEM-CONSUMPTION
           END-IF.
           MOVE 3 TO WS-CLASS-IDX.
           IF WS-ITEM-CONSUMPTION > 0
              AND WS-ITEM-CONSUMPTION NOT < WS-B-CUTOFF
               MOVE 2 TO WS-CLASS-IDX
           END-IF.
           IF WS-ITEM-CONSUMPTION > 0
              AND WS-ITEM-CONSUMPTION NOT < WS-A-CUTOFF
               MOVE 1 TO WS-CLASS-IDX
           END-IF.
           MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO WS-ITEM-CLASS.
           MOVE 4 TO WS-BUCKET-IDX.
           IF WS-ID-LAST-DEMAND(WS-ITEM-IDX) = 0
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-ID-LAST-DEMAND(WS-ITEM-IDX) TO WS-FROM-DATE.
           MOVE WS-CURRENT-DATE TO WS-TO-DATE.
           PERFORM 8000-COMPUTE-DAYS-BETWEEN THRU 8000-EXIT.
           IF WS-DATE-IS-BAD
               GO TO 6200-EXIT
           END-IF.
           MOVE 0 TO WS-DAYS-IDLE.
           IF WS-DAYS-BETWEEN > 0
               MOVE WS-DAYS-BETWEEN TO WS-DAYS-IDLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-IDLE NOT < 365
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN WS-DAYS-IDLE NOT < 180
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-DAYS-IDLE NOT < 90
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-IDX
           END-EVALUATE.
       6200-EXIT.
           EXIT.
       6500-WRITE-CLASS-LINE.
           ADD 1 TO WS-CLASS-IDX.
           MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO WS-CL-CLASS.
           MOVE WS-CT-COUNT(WS-CLASS-IDX) TO WS-CL-COUNT.
           MOVE WS-CT-CONSUMPTION(WS-CLASS-IDX) TO WS-CL-CONSUMPTION.
           MOVE WS-CT-STOCK-VALUE(WS-CLASS-IDX) TO WS-CL-STOCK-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-CLASS-LINE.
       6500-EXIT.
           EXIT.
       6600-WRITE-BUCKET-LINE.
           ADD 1 TO WS-BUCKET-IDX.
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO WS-BL-NAME.
           MOVE WS-BT-COUNT(WS-BUCKET-IDX) TO WS-BL-COUNT.
           MOVE WS-BT-STOCK-VALUE(WS-BUCKET-IDX) TO WS-BL-STOCK-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-BUCKET-LINE.
       6600-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-LIST-DEAD-STOCK - third catalog pass: stock on     *
      *    hand with no demand in a year.  An item with no usable  *
      *    cost is still listed, marked NO COST, with nothing       *
      *    added to the tied-up total                               *
      *----------------------------------------------------------*
       7000-LIST-DEAD-STOCK.
           MOVE "DEAD-STOCK CANDIDATES - NO DEMAND IN 365 DAYS"
               TO WS-TL-TEXT.
           WRITE VALUATION-RPT-LINE FROM WS-TITLE-LINE.
           PERFORM 3900-START-CATALOG THRU 3900-EXIT.
           PERFORM 7100-CHECK-DEAD-ITEM THRU 7100-EXIT
               UNTIL WS-CATL-AT-EOF.
           MOVE WS-DEAD-COUNT TO WS-DT-COUNT.
           MOVE WS-GT-DEAD-VALUE TO WS-DT-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-DEAD-TOTAL-LINE.
       7000-EXIT.
           EXIT.
       7100-CHECK-DEAD-ITEM.
           IF CI-IN-STOCK = 0
               GO TO 7100-NEXT
           END-IF.
           PERFORM 6200-CLASSIFY-ITEM THRU 6200-EXIT.
           IF WS-BUCKET-IDX NOT = 4
               GO TO 7100-NEXT
           END-IF.
           PERFORM 3200-GET-ITEM-COST THRU 3200-EXIT.
           ADD 1 TO WS-DEAD-COUNT.
           ADD WS-STOCK-VALUE TO WS-GT-DEAD-VALUE.
           MOVE CI-ITEM-REF TO WS-XL-ITEM-REF.
           MOVE CI-DESCRIPTION TO WS-XL-DESCRIPTION.
           MOVE CI-IN-STOCK TO WS-XL-STOCK.
           MOVE WS-ID-LAST-DEMAND(WS-ITEM-IDX) TO WS-XL-LAST-DEMAND.
           MOVE WS-STOCK-VALUE TO WS-XL-VALUE.
           MOVE SPACES TO WS-XL-NOTE.
           IF NOT WS-COST-IS-USABLE
               MOVE "NO COST" TO WS-XL-NOTE
           END-IF.
           WRITE VALUATION-RPT-LINE FROM WS-DEAD-LINE.
       7100-NEXT.
           PERFORM 3950-READ-NEXT-CATALOG THRU 3950-EXIT.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-COMPUTE-DAYS-BETWEEN - WS-TO-DATE less WS-FROM-DATE *
      *    in calendar days, negative when the to-date is earlier. *
      *    Either date not a real YYYYMMDD sets WS-DATE-IS-BAD      *
      *----------------------------------------------------------*
       8000-COMPUTE-DAYS-BETWEEN.
           MOVE "N" TO WS-DATE-BAD-SWITCH.
           MOVE 0 TO WS-DAYS-BETWEEN.
           MOVE WS-FROM-DATE TO WS-DN-DATE-NUM.
           PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
           IF WS-DATE-IS-BAD
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
           MOVE WS-TO-DATE TO WS-DN-DATE-NUM.
           PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
           IF WS-DATE-IS-BAD
               GO TO 8000-EXIT
           END-IF.
           COMPUTE WS-DAYS-BETWEEN =
               WS-DN-DAY-NUMBER - WS-FROM-DAY-NUMBER.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-COMPUTE-DAY-NUMBER - days from the start of the     *
      *    calendar to WS-DN-DATE: whole prior years with their     *
      *    leap days, the days of the months before this one, and  *
      *    this month's day, plus one for a leap February passed   *
      *----------------------------------------------------------*
       8100-COMPUTE-DAY-NUMBER.
           MOVE 0 TO WS-DN-DAY-NUMBER.
           IF WS-DN-DATE-NUM = 0
              OR WS-DN-YYYY = 0
              OR WS-DN-MM < 1
              OR WS-DN-MM > 12
              OR WS-DN-DD < 1
              OR WS-DN-DD > 31
               SET WS-DATE-IS-BAD TO TRUE
               GO TO 8100-EXIT
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
               PERFORM 8200-TEST-LEAP-YEAR THRU 8200-EXIT
               IF WS-IS-LEAP-YEAR
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.
       8200-TEST-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH.
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = 0
               GO TO 8200-EXIT
           END-IF.
           DIVIDE WS-DN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = 0
               SET WS-IS-LEAP-YEAR TO TRUE
               GO TO 8200-EXIT
           END-IF.
           DIVIDE WS-DN-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               SET WS-IS-LEAP-YEAR TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-AUDIT-WAS-OPENED
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-CATL-WAS-OPENED
               CLOSE CATALOG-ITEM-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE VALUATION-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
