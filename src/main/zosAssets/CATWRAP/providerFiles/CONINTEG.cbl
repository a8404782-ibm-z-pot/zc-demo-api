       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONINTEG.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Nightly cross-file integrity check.  The order history
      * header and detail files, the commitment file, the
      * backorder file, the purchase orders, the posted receipts,
      * the pending prices and the catalog all point at one
      * another, and until now a break between them only showed
      * up when some downstream step misbehaved.  This step reads
      * them all, changes nothing, and lists every break it finds
      * on an exception report grouped by rule, each rule with its
      * own count and a recap of all of them at the end:
      *   01 an order detail with no order header on file;
      *   02 a header whose OH-LINE-COUNT disagrees with the
      *      number of detail records on file for it;
      *   03 a header status its lines contradict - accepted with
      *      a rejected or held line or nothing accepted or
      *      delivered, partial without both a rejected and an
      *      accepted or delivered line, rejected or cancelled
      *      with a line still accepted, delivered or held (and a
      *      cancelled order with no cancelled line), held with no
      *      held line, or a status or line status that is not
      *      one CON02 writes;
      *   04 and 05 a backorder for an order or an item that is
      *      not on file;
      *   06 and 07 the same for a commitment record;
      *   08 and 09 an open PO for a discontinued item or for an
      *      item no longer on the catalog;
      *   10 a posted receipt whose PO is not on file;
      *   11 a pending price for an item no longer on the catalog;
      *   12 a CI-ON-ORDER that disagrees with what is still open
      *      on the item's POs - the ordered quantity less what
      *      was received, over every open PO for the item, which
      *      is exactly what CONREPLN adds and CONRECVP relieves;
      *   13 a discontinued item whose successor is itself, is not
      *      on the catalog, or has been discontinued too, so
      *      nothing can be redirected to it.
      * A missing backorder or commitment file just means there
      * was nothing to hold; those rules are shown as not checked
      * rather than clean.  The step stamps the exception count,
      * the number of rules that found something and the number
      * of rules checked on the night-run control file, and the
      * end-of-night summary shows the step CLEAN or EXCEPTIONS
      * from them.  Runs last, after the general ledger extract,
      * when no other step is updating the files it reads.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HIST-FILE ASSIGN TO ORDHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-NUMBER
               FILE STATUS IS WS-ORDH-STATUS.
           SELECT ORDER-DETL-FILE ASSIGN TO ORDDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-DETAIL-KEY
               FILE STATUS IS WS-ORDD-STATUS.
           SELECT CATALOG-ITEM-FILE ASSIGN TO CATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-REF
               FILE STATUS IS WS-CATL-STATUS.
           SELECT PURCHASE-ORD-FILE ASSIGN TO PORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-PORD-STATUS.
           SELECT POSTED-RCPT-FILE ASSIGN TO PRCPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-RECEIPT-REF
               FILE STATUS IS WS-PRCP-STATUS.
           SELECT PENDING-PRICE-FILE ASSIGN TO PPRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PRICE-KEY
               FILE STATUS IS WS-PPRC-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO BACKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-STATUS.
           SELECT COMMIT-FILE ASSIGN TO CMITFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMIT-STATUS.
           SELECT INTEG-RPT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NIGHT-RUN-FILE ASSIGN TO NRUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-STEP-KEY
               FILE STATUS IS WS-NRUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-HIST-FILE.
           COPY CPYORDH.
       FD  ORDER-DETL-FILE.
           COPY CPYORDD.
       FD  CATALOG-ITEM-FILE.
           COPY CPYCATIT.
       FD  PURCHASE-ORD-FILE.
           COPY CPYPORD.
       FD  POSTED-RCPT-FILE.
           COPY CPYPRCP.
       FD  PENDING-PRICE-FILE.
           COPY CPYPPRC.
       FD  BACKORDER-FILE.
           COPY CPYBACK.
       FD  COMMIT-FILE.
           COPY CPYCMIT.
       FD  INTEG-RPT-FILE.
       01  INTEG-RPT-LINE PIC X(120).
       FD  NIGHT-RUN-FILE.
           COPY CPYNRUN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ORDH-STATUS PIC X(2) VALUE "00".
           05  WS-ORDD-STATUS PIC X(2) VALUE "00".
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-PORD-STATUS PIC X(2) VALUE "00".
           05  WS-PRCP-STATUS PIC X(2) VALUE "00".
           05  WS-PPRC-STATUS PIC X(2) VALUE "00".
           05  WS-BACK-STATUS PIC X(2) VALUE "00".
           05  WS-CMIT-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
           05  WS-NRUN-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-FILE-AT-EOF VALUE "Y".
           05  WS-TALLY-DONE-SWITCH PIC X(1) VALUE "N".
            88 WS-TALLY-IS-DONE VALUE "Y".
           05  WS-HEADER-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-HEADER-WAS-FOUND VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-ORDH-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDH-WAS-OPENED VALUE "Y".
           05  WS-ORDD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDD-WAS-OPENED VALUE "Y".
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-PORD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PORD-WAS-OPENED VALUE "Y".
           05  WS-PRCP-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PRCP-WAS-OPENED VALUE "Y".
           05  WS-PPRC-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PPRC-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
           05  WS-NRUN-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-OPENED VALUE "Y".
       01  WS-COUNTERS.
           05  WS-RULE-IDX PIC 9(2) VALUE 0.
           05  WS-RULES-CHECKED PIC 9(2) VALUE 0.
           05  WS-RULES-FAILED PIC 9(2) VALUE 0.
           05  WS-EXCEPTION-TOTAL PIC 9(7) VALUE 0.
           05  WS-LAST-ORDER-NUMBER PIC 9(8) VALUE 0.
           05  WS-ITEM-IDX PIC 9(5) VALUE 0.
           05  WS-PO-OUTSTANDING PIC 9(7) VALUE 0.
      *----------------------------------------------------------*
      *    What one order's detail records say, tallied by line    *
      *    status, for the line-count and header-status rules      *
      *----------------------------------------------------------*
       01  WS-LINE-TALLY.
           05  WS-DETAILS-ON-FILE PIC 9(3) VALUE 0.
           05  WS-ACCEPTED-LINES PIC 9(3) VALUE 0.
           05  WS-REJECTED-LINES PIC 9(3) VALUE 0.
           05  WS-CANCELLED-LINES PIC 9(3) VALUE 0.
           05  WS-DELIVERED-LINES PIC 9(3) VALUE 0.
           05  WS-HELD-LINES PIC 9(3) VALUE 0.
           05  WS-UNKNOWN-LINES PIC 9(3) VALUE 0.
           05  WS-CONTRADICTION PIC X(45) VALUE SPACE.
       01  WS-RULE-TITLES-DATA.
           05  FILLER PIC X(60) VALUE
               "ORDER DETAIL WITH NO ORDER HEADER".
           05  FILLER PIC X(60) VALUE
               "HEADER LINE COUNT DISAGREES WITH ITS DETAILS".
           05  FILLER PIC X(60) VALUE
               "HEADER STATUS CONTRADICTED BY ITS LINES".
           05  FILLER PIC X(60) VALUE
               "BACKORDER FOR AN ORDER NOT ON FILE".
           05  FILLER PIC X(60) VALUE
               "BACKORDER FOR AN ITEM NOT ON THE CATALOG".
           05  FILLER PIC X(60) VALUE
               "COMMITMENT FOR AN ORDER NOT ON FILE".
           05  FILLER PIC X(60) VALUE
               "COMMITMENT FOR AN ITEM NOT ON THE CATALOG".
           05  FILLER PIC X(60) VALUE
               "OPEN PURCHASE ORDER FOR A DISCONTINUED ITEM".
           05  FILLER PIC X(60) VALUE
               "OPEN PURCHASE ORDER FOR AN ITEM NOT ON THE CATALOG".
           05  FILLER PIC X(60) VALUE
               "POSTED RECEIPT FOR A PURCHASE ORDER NOT ON FILE".
           05  FILLER PIC X(60) VALUE
               "PENDING PRICE FOR AN ITEM NOT ON THE CATALOG".
           05  FILLER PIC X(60) VALUE
               "ON-ORDER QUANTITY DISAGREES WITH OPEN PURCHASE ORDERS".
           05  FILLER PIC X(60) VALUE
               "DISCONTINUED ITEM'S SUCCESSOR CANNOT BE ORDERED".
       01  WS-RULE-TITLES REDEFINES WS-RULE-TITLES-DATA.
           05  WS-RULE-TITLE PIC X(60) OCCURS 13 TIMES.
       01  WS-RULE-RESULTS.
           05  WS-RULE-ENTRY OCCURS 13 TIMES.
               10  WS-RULE-COUNT PIC 9(7).
               10  WS-RULE-CHECKED-FLAG PIC X(1).
                88 WS-RULE-WAS-CHECKED VALUE "Y".
      *----------------------------------------------------------*
      *    Quantity still open on POs, one entry per possible      *
      *    item reference (entry = CI-ITEM-REF + 1)                 *
      *----------------------------------------------------------*
       01  WS-ITEM-ON-ORDER.
           05  WS-OPEN-PO-QTY PIC 9(9) OCCURS 10000 TIMES.
      *----------------------------------------------------------*
      *    Each item's catalog status - A active, D discontinued,  *
      *    space not on the catalog (entry = CI-ITEM-REF + 1)       *
      *----------------------------------------------------------*
       01  WS-ITEM-STATES.
           05  WS-ITEM-STATE PIC X(1) OCCURS 10000 TIMES.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME-6 REDEFINES WS-CURRENT-TIME
                   PIC 9(6).
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-QTY PIC ZZZZZZZZ9.
       01  WS-HEADER-LINE.
           05  FILLER PIC X(27) VALUE "CROSS-FILE INTEGRITY CHECK ".
           05  FILLER PIC X(4) VALUE "FOR ".
           05  WS-HD-DATE PIC 9(8).
           05  FILLER PIC X(81) VALUE SPACE.
       01  WS-RULE-HEADING-LINE.
           05  FILLER PIC X(5) VALUE "RULE ".
           05  WS-RH-RULE PIC 9(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-RH-TITLE PIC X(60).
           05  FILLER PIC X(52) VALUE SPACE.
       01  WS-EXCEPTION-LINE.
           05  FILLER PIC X(4) VALUE SPACE.
           05  WS-EX-LABEL-1 PIC X(10).
           05  WS-EX-VALUE-1 PIC X(12).
           05  WS-EX-LABEL-2 PIC X(10).
           05  WS-EX-VALUE-2 PIC X(12).
           05  WS-EX-LABEL-3 PIC X(10).
           05  WS-EX-VALUE-3 PIC X(12).
           05  WS-EX-TEXT PIC X(45).
           05  FILLER PIC X(5) VALUE SPACE.
       01  WS-RULE-COUNT-LINE.
           05  FILLER PIC X(9) VALUE "    RULE ".
           05  WS-RC-RULE PIC 9(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-RC-OUTCOME PIC X(38).
           05  WS-RC-COUNT PIC ZZZZZZ9.
           05  FILLER PIC X(63) VALUE SPACE.
       01  WS-RECAP-HEADING-LINE.
           05  FILLER PIC X(30) VALUE "EXCEPTIONS BY RULE".
           05  FILLER PIC X(90) VALUE SPACE.
       01  WS-RECAP-LINE.
           05  FILLER PIC X(5) VALUE "RULE ".
           05  WS-RL-RULE PIC 9(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-RL-TITLE PIC X(60).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-RL-RESULT PIC X(11).
           05  WS-RL-COUNT PIC ZZZZZZ9.
           05  FILLER PIC X(33) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(15) VALUE "RULES CHECKED: ".
           05  WS-SUM-CHECKED PIC Z9.
           05  FILLER PIC X(25) VALUE " RULES WITH EXCEPTIONS: ".
           05  WS-SUM-FAILED PIC Z9.
           05  FILLER PIC X(20) VALUE " TOTAL EXCEPTIONS: ".
           05  WS-SUM-EXCEPTIONS PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  WS-SUM-RESULT PIC X(10).
           05  FILLER PIC X(37) VALUE SPACE.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "INTEG".
           05  WS-PREREQ-STEP PIC X(8) VALUE "GLEXT".
       01  WS-PREREQ-MSG-LINE.
           05  FILLER PIC X(30) VALUE
               "STEP ABANDONED - PREREQUISITE".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-PM-STEP PIC X(8).
           05  FILLER PIC X(27) VALUE
               " NOT COMPLETE FOR RUN DATE ".
           05  WS-PM-DATE PIC 9(8).
           05  FILLER PIC X(46) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE - one pass per rule, so each rule's        *
      *    exceptions print together under its own heading          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-CHECK-ORPHAN-DETAILS THRU 2000-EXIT.
           PERFORM 2200-CHECK-LINE-COUNTS THRU 2200-EXIT.
           PERFORM 2400-CHECK-HEADER-STATUS THRU 2400-EXIT.
           PERFORM 3000-CHECK-BACKORDERS THRU 3000-EXIT.
           PERFORM 3200-CHECK-COMMITMENTS THRU 3200-EXIT.
           PERFORM 4000-CHECK-OPEN-PO-ITEMS THRU 4000-EXIT.
           PERFORM 4200-CHECK-RECEIPT-POS THRU 4200-EXIT.
           PERFORM 4400-CHECK-PENDING-PRICES THRU 4400-EXIT.
           PERFORM 5000-CHECK-ON-ORDER THRU 5000-EXIT.
           PERFORM 5500-CHECK-SUCCESSORS THRU 5500-EXIT.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - every keyed file is opened for input  *
      *    only; the backorder and commitment files are opened     *
      *    by their own rules, since either may be absent          *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT ORDER-HIST-FILE.
           IF WS-ORDH-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-ORDH-WAS-OPENED TO TRUE.
           OPEN INPUT ORDER-DETL-FILE.
           IF WS-ORDD-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-ORDD-WAS-OPENED TO TRUE.
           OPEN INPUT CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
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
           OPEN INPUT PENDING-PRICE-FILE.
           IF WS-PPRC-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-PPRC-WAS-OPENED TO TRUE.
           OPEN OUTPUT INTEG-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1900-STAMP-RUN-START THRU 1900-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           MOVE 0 TO WS-RULE-IDX.
           PERFORM 1100-CLEAR-RULE-RESULT THRU 1100-EXIT
               UNTIL WS-RULE-IDX NOT < 13.
           MOVE WS-CURRENT-DATE TO WS-HD-DATE.
           WRITE INTEG-RPT-LINE FROM WS-HEADER-LINE.
       1000-EXIT.
           EXIT.
       1100-CLEAR-RULE-RESULT.
           ADD 1 TO WS-RULE-IDX.
           MOVE 0 TO WS-RULE-COUNT(WS-RULE-IDX).
           MOVE "N" TO WS-RULE-CHECKED-FLAG(WS-RULE-IDX).
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CHECK-ORPHAN-DETAILS - rule 01.  The details come   *
      *    in key order, so the header is only looked up when the  *
      *    order number changes                                     *
      *----------------------------------------------------------*
       2000-CHECK-ORPHAN-DETAILS.
           MOVE 1 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO WS-LAST-ORDER-NUMBER.
           MOVE "N" TO WS-HEADER-FOUND-SWITCH.
           MOVE 0 TO OD-ORDER-NUMBER.
           MOVE 0 TO OD-LINE-NUMBER.
           START ORDER-DETL-FILE KEY IS NOT LESS THAN OD-DETAIL-KEY
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
           PERFORM 2100-CHECK-ONE-DETAIL THRU 2100-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       2000-EXIT.
           EXIT.
       2100-CHECK-ONE-DETAIL.
           READ ORDER-DETL-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 2100-EXIT
           END-IF.
           IF OD-ORDER-NUMBER NOT = WS-LAST-ORDER-NUMBER
              OR WS-LAST-ORDER-NUMBER = 0
               MOVE OD-ORDER-NUMBER TO WS-LAST-ORDER-NUMBER
               MOVE OD-ORDER-NUMBER TO OH-ORDER-NUMBER
               READ ORDER-HIST-FILE RECORD
                   INVALID KEY MOVE "N" TO WS-HEADER-FOUND-SWITCH
                   NOT INVALID KEY SET WS-HEADER-WAS-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-HEADER-WAS-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE "ORDER" TO WS-EX-LABEL-1.
           MOVE OD-ORDER-NUMBER TO WS-EX-VALUE-1.
           MOVE "LINE" TO WS-EX-LABEL-2.
           MOVE OD-LINE-NUMBER TO WS-EX-VALUE-2.
           MOVE "ITEM" TO WS-EX-LABEL-3.
           MOVE OD-ITEM-REF TO WS-EX-VALUE-3.
           MOVE "NO ORDER HEADER ON FILE" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-CHECK-LINE-COUNTS - rule 02: every detail record   *
      *    on file for the order is counted, not just lines 1 to   *
      *    OH-LINE-COUNT, so a stray extra line shows up too        *
      *----------------------------------------------------------*
       2200-CHECK-LINE-COUNTS.
           MOVE 2 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 2800-START-HEADERS THRU 2800-EXIT.
           PERFORM 2300-CHECK-ONE-COUNT THRU 2300-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       2200-EXIT.
           EXIT.
       2300-CHECK-ONE-COUNT.
           READ ORDER-HIST-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2900-TALLY-ORDER-LINES THRU 2900-EXIT.
           IF WS-DETAILS-ON-FILE = OH-LINE-COUNT
               GO TO 2300-EXIT
           END-IF.
           MOVE "ORDER" TO WS-EX-LABEL-1.
           MOVE OH-ORDER-NUMBER TO WS-EX-VALUE-1.
           MOVE "LINE COUNT" TO WS-EX-LABEL-2.
           MOVE OH-LINE-COUNT TO WS-EX-VALUE-2.
           MOVE "ON FILE" TO WS-EX-LABEL-3.
           MOVE WS-DETAILS-ON-FILE TO WS-EX-VALUE-3.
           MOVE "DETAIL RECORDS DO NOT MATCH HEADER"
               TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2400-CHECK-HEADER-STATUS - rule 03: what each header    *
      *    status allows its lines to be, as CON02, CONDELIV and   *
      *    CONHLDEX leave them                                      *
      *----------------------------------------------------------*
       2400-CHECK-HEADER-STATUS.
           MOVE 3 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 2800-START-HEADERS THRU 2800-EXIT.
           PERFORM 2500-CHECK-ONE-STATUS THRU 2500-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       2400-EXIT.
           EXIT.
       2500-CHECK-ONE-STATUS.
           READ ORDER-HIST-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2900-TALLY-ORDER-LINES THRU 2900-EXIT.
           MOVE SPACES TO WS-CONTRADICTION.
           IF WS-UNKNOWN-LINES > 0
               MOVE "A LINE STATUS IS NOT RECOGNIZED"
                   TO WS-CONTRADICTION
               GO TO 2500-REPORT
           END-IF.
           EVALUATE TRUE
               WHEN OH-ORDER-WAS-ACCEPTED
                   PERFORM 2610-CHECK-ACCEPTED THRU 2610-EXIT
               WHEN OH-ORDER-WAS-PARTIAL
                   PERFORM 2620-CHECK-PARTIAL THRU 2620-EXIT
               WHEN OH-ORDER-WAS-REJECTED
                   PERFORM 2630-CHECK-REJECTED THRU 2630-EXIT
               WHEN OH-ORDER-WAS-CANCELLED
                   PERFORM 2640-CHECK-CANCELLED THRU 2640-EXIT
               WHEN OH-ORDER-IS-HELD
                   PERFORM 2650-CHECK-HELD THRU 2650-EXIT
               WHEN OTHER
                   MOVE "HEADER STATUS IS NOT RECOGNIZED"
                       TO WS-CONTRADICTION
           END-EVALUATE.
       2500-REPORT.
           IF WS-CONTRADICTION = SPACES
               GO TO 2500-EXIT
           END-IF.
           MOVE "ORDER" TO WS-EX-LABEL-1.
           MOVE OH-ORDER-NUMBER TO WS-EX-VALUE-1.
           MOVE "STATUS" TO WS-EX-LABEL-2.
           MOVE OH-ORDER-STATUS TO WS-EX-VALUE-2.
           MOVE "DEPT" TO WS-EX-LABEL-3.
           MOVE OH-CHARGE-DEPT TO WS-EX-VALUE-3.
           MOVE WS-CONTRADICTION TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       2500-EXIT.
           EXIT.
       2610-CHECK-ACCEPTED.
           IF WS-REJECTED-LINES > 0
              OR WS-HELD-LINES > 0
               MOVE "ACCEPTED BUT A LINE IS REJECTED OR HELD"
                   TO WS-CONTRADICTION
               GO TO 2610-EXIT
           END-IF.
           IF WS-ACCEPTED-LINES = 0
              AND WS-DELIVERED-LINES = 0
               MOVE "ACCEPTED BUT NO LINE ACCEPTED OR DELIVERED"
                   TO WS-CONTRADICTION
           END-IF.
       2610-EXIT.
           EXIT.
       2620-CHECK-PARTIAL.
           IF WS-HELD-LINES > 0
               MOVE "PARTIAL BUT A LINE IS STILL HELD"
                   TO WS-CONTRADICTION
               GO TO 2620-EXIT
           END-IF.
           IF WS-REJECTED-LINES = 0
               MOVE "PARTIAL BUT NO LINE IS REJECTED"
                   TO WS-CONTRADICTION
               GO TO 2620-EXIT
           END-IF.
           IF WS-ACCEPTED-LINES = 0
              AND WS-DELIVERED-LINES = 0
               MOVE "PARTIAL BUT NO LINE ACCEPTED OR DELIVERED"
                   TO WS-CONTRADICTION
           END-IF.
       2620-EXIT.
           EXIT.
       2630-CHECK-REJECTED.
           IF WS-ACCEPTED-LINES > 0
              OR WS-DELIVERED-LINES > 0
              OR WS-CANCELLED-LINES > 0
              OR WS-HELD-LINES > 0
               MOVE "REJECTED BUT A LINE WAS NOT REJECTED"
                   TO WS-CONTRADICTION
           END-IF.
       2630-EXIT.
           EXIT.
       2640-CHECK-CANCELLED.
           IF WS-ACCEPTED-LINES > 0
              OR WS-DELIVERED-LINES > 0
              OR WS-HELD-LINES > 0
               MOVE "CANCELLED BUT A LINE IS STILL OPEN"
                   TO WS-CONTRADICTION
               GO TO 2640-EXIT
           END-IF.
           IF WS-CANCELLED-LINES = 0
               MOVE "CANCELLED BUT NO LINE WAS CANCELLED"
                   TO WS-CONTRADICTION
           END-IF.
       2640-EXIT.
           EXIT.
       2650-CHECK-HELD.
           IF WS-HELD-LINES = 0
               MOVE "HELD BUT NO LINE IS HELD" TO WS-CONTRADICTION
               GO TO 2650-EXIT
           END-IF.
           IF WS-ACCEPTED-LINES > 0
              OR WS-DELIVERED-LINES > 0
              OR WS-CANCELLED-LINES > 0
               MOVE "HELD BUT A LINE WAS ALREADY ACCEPTED"
                   TO WS-CONTRADICTION
           END-IF.
       2650-EXIT.
           EXIT.
       2800-START-HEADERS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO OH-ORDER-NUMBER.
           START ORDER-HIST-FILE KEY IS NOT LESS THAN OH-ORDER-NUMBER
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2900-TALLY-ORDER-LINES - every detail record on file    *
      *    for the current header, counted by line status           *
      *----------------------------------------------------------*
       2900-TALLY-ORDER-LINES.
           MOVE 0 TO WS-DETAILS-ON-FILE.
           MOVE 0 TO WS-ACCEPTED-LINES.
           MOVE 0 TO WS-REJECTED-LINES.
           MOVE 0 TO WS-CANCELLED-LINES.
           MOVE 0 TO WS-DELIVERED-LINES.
           MOVE 0 TO WS-HELD-LINES.
           MOVE 0 TO WS-UNKNOWN-LINES.
           MOVE "N" TO WS-TALLY-DONE-SWITCH.
           MOVE OH-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE 0 TO OD-LINE-NUMBER.
           START ORDER-DETL-FILE KEY IS NOT LESS THAN OD-DETAIL-KEY
               INVALID KEY SET WS-TALLY-IS-DONE TO TRUE
           END-START.
           PERFORM 2950-TALLY-ONE-LINE THRU 2950-EXIT
               UNTIL WS-TALLY-IS-DONE.
       2900-EXIT.
           EXIT.
       2950-TALLY-ONE-LINE.
           READ ORDER-DETL-FILE NEXT RECORD
               AT END SET WS-TALLY-IS-DONE TO TRUE
           END-READ.
           IF WS-TALLY-IS-DONE
               GO TO 2950-EXIT
           END-IF.
           IF OD-ORDER-NUMBER NOT = OH-ORDER-NUMBER
               SET WS-TALLY-IS-DONE TO TRUE
               GO TO 2950-EXIT
           END-IF.
           ADD 1 TO WS-DETAILS-ON-FILE.
           EVALUATE TRUE
               WHEN OD-LINE-WAS-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-LINES
               WHEN OD-LINE-WAS-REJECTED
                   ADD 1 TO WS-REJECTED-LINES
               WHEN OD-LINE-WAS-CANCELLED
                   ADD 1 TO WS-CANCELLED-LINES
               WHEN OD-LINE-WAS-DELIVERED
                   ADD 1 TO WS-DELIVERED-LINES
               WHEN OD-LINE-IS-HELD
                   ADD 1 TO WS-HELD-LINES
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-LINES
           END-EVALUATE.
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CHECK-BACKORDERS - rules 04 and 05, one pass of    *
      *    the backorder file each                                  *
      *----------------------------------------------------------*
       3000-CHECK-BACKORDERS.
           MOVE 4 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 3050-OPEN-BACKORDERS THRU 3050-EXIT.
           PERFORM 3100-CHECK-BACKORDER-ORDER THRU 3100-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 3090-CLOSE-BACKORDERS THRU 3090-EXIT.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
           MOVE 5 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 3050-OPEN-BACKORDERS THRU 3050-EXIT.
           PERFORM 3150-CHECK-BACKORDER-ITEM THRU 3150-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 3090-CLOSE-BACKORDERS THRU 3090-EXIT.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       3000-EXIT.
           EXIT.
       3050-OPEN-BACKORDERS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACK-STATUS NOT = "00"
               MOVE "N" TO WS-RULE-CHECKED-FLAG(WS-RULE-IDX)
               SET WS-FILE-AT-EOF TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.
       3090-CLOSE-BACKORDERS.
           IF WS-BACK-STATUS = "00"
              OR WS-BACK-STATUS = "10"
               CLOSE BACKORDER-FILE
           END-IF.
       3090-EXIT.
           EXIT.
       3100-CHECK-BACKORDER-ORDER.
           READ BACKORDER-FILE
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 3100-EXIT
           END-IF.
           MOVE BO-ORDER-NUMBER TO OH-ORDER-NUMBER.
           READ ORDER-HIST-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDH-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDH-STATUS
           END-READ.
           IF WS-ORDH-STATUS = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE "ORDER" TO WS-EX-LABEL-1.
           MOVE BO-ORDER-NUMBER TO WS-EX-VALUE-1.
           MOVE "ITEM" TO WS-EX-LABEL-2.
           MOVE BO-ITEM-REF TO WS-EX-VALUE-2.
           MOVE "DEPT" TO WS-EX-LABEL-3.
           MOVE BO-CHARGE-DEPT TO WS-EX-VALUE-3.
           MOVE "BACKORDERED ORDER NOT ON ORDER HISTORY"
               TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       3100-EXIT.
           EXIT.
       3150-CHECK-BACKORDER-ITEM.
           READ BACKORDER-FILE
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 3150-EXIT
           END-IF.
           MOVE BO-ITEM-REF TO CI-ITEM-REF.
           PERFORM 6000-READ-CATALOG THRU 6000-EXIT.
           IF WS-CATL-STATUS = "00"
               GO TO 3150-EXIT
           END-IF.
           MOVE "ITEM" TO WS-EX-LABEL-1.
           MOVE BO-ITEM-REF TO WS-EX-VALUE-1.
           MOVE "ORDER" TO WS-EX-LABEL-2.
           MOVE BO-ORDER-NUMBER TO WS-EX-VALUE-2.
           MOVE "DEPT" TO WS-EX-LABEL-3.
           MOVE BO-CHARGE-DEPT TO WS-EX-VALUE-3.
           MOVE "BACKORDERED ITEM NOT ON CATALOG" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-CHECK-COMMITMENTS - rules 06 and 07, one pass of   *
      *    the commitment file each                                 *
      *----------------------------------------------------------*
       3200-CHECK-COMMITMENTS.
           MOVE 6 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 3250-OPEN-COMMITMENTS THRU 3250-EXIT.
           PERFORM 3300-CHECK-COMMIT-ORDER THRU 3300-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 3290-CLOSE-COMMITMENTS THRU 3290-EXIT.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
           MOVE 7 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 3250-OPEN-COMMITMENTS THRU 3250-EXIT.
           PERFORM 3350-CHECK-COMMIT-ITEM THRU 3350-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 3290-CLOSE-COMMITMENTS THRU 3290-EXIT.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       3200-EXIT.
           EXIT.
       3250-OPEN-COMMITMENTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT COMMIT-FILE.
           IF WS-CMIT-STATUS NOT = "00"
               MOVE "N" TO WS-RULE-CHECKED-FLAG(WS-RULE-IDX)
               SET WS-FILE-AT-EOF TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.
       3290-CLOSE-COMMITMENTS.
           IF WS-CMIT-STATUS = "00"
              OR WS-CMIT-STATUS = "10"
               CLOSE COMMIT-FILE
           END-IF.
       3290-EXIT.
           EXIT.
       3300-CHECK-COMMIT-ORDER.
           READ COMMIT-FILE
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 3300-EXIT
           END-IF.
           MOVE CM-ORDER-NUMBER TO OH-ORDER-NUMBER.
           READ ORDER-HIST-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDH-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDH-STATUS
           END-READ.
           IF WS-ORDH-STATUS = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE "ORDER" TO WS-EX-LABEL-1.
           MOVE CM-ORDER-NUMBER TO WS-EX-VALUE-1.
           MOVE "ITEM" TO WS-EX-LABEL-2.
           MOVE CM-ITEM-REF TO WS-EX-VALUE-2.
           MOVE "DEPT" TO WS-EX-LABEL-3.
           MOVE CM-CHARGE-DEPT TO WS-EX-VALUE-3.
           MOVE "COMMITTED ORDER NOT ON ORDER HISTORY"
               TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       3300-EXIT.
           EXIT.
       3350-CHECK-COMMIT-ITEM.
           READ COMMIT-FILE
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 3350-EXIT
           END-IF.
           MOVE CM-ITEM-REF TO CI-ITEM-REF.
           PERFORM 6000-READ-CATALOG THRU 6000-EXIT.
           IF WS-CATL-STATUS = "00"
               GO TO 3350-EXIT
           END-IF.
           MOVE "ITEM" TO WS-EX-LABEL-1.
           MOVE CM-ITEM-REF TO WS-EX-VALUE-1.
           MOVE "ORDER" TO WS-EX-LABEL-2.
           MOVE CM-ORDER-NUMBER TO WS-EX-VALUE-2.
           MOVE "DEPT" TO WS-EX-LABEL-3.
           MOVE CM-CHARGE-DEPT TO WS-EX-VALUE-3.
           MOVE "COMMITTED ITEM NOT ON CATALOG" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       3350-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-CHECK-OPEN-PO-ITEMS - rules 08 and 09; closed POs  *
      *    are history and are left alone                           *
      *----------------------------------------------------------*
       4000-CHECK-OPEN-PO-ITEMS.
           MOVE 8 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 4050-START-POS THRU 4050-EXIT.
           PERFORM 4100-CHECK-PO-DISCONTINUED THRU 4100-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
           MOVE 9 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           PERFORM 4050-START-POS THRU 4050-EXIT.
           PERFORM 4150-CHECK-PO-MISSING-ITEM THRU 4150-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       4000-EXIT.
           EXIT.
       4050-START-POS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO PO-PO-NUMBER.
           START PURCHASE-ORD-FILE KEY IS NOT LESS THAN PO-PO-NUMBER
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
       4050-EXIT.
           EXIT.
       4100-CHECK-PO-DISCONTINUED.
           READ PURCHASE-ORD-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 4100-EXIT
           END-IF.
           IF NOT PO-IS-OPEN
               GO TO 4100-EXIT
           END-IF.
           MOVE PO-ITEM-REF TO CI-ITEM-REF.
           PERFORM 6000-READ-CATALOG THRU 6000-EXIT.
           IF WS-CATL-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           IF NOT CI-ITEM-IS-DISCONTINUED
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4190-FILL-PO-EXCEPTION THRU 4190-EXIT.
           MOVE "ITEM IS DISCONTINUED" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       4100-EXIT.
           EXIT.
       4150-CHECK-PO-MISSING-ITEM.
           READ PURCHASE-ORD-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 4150-EXIT
           END-IF.
           IF NOT PO-IS-OPEN
               GO TO 4150-EXIT
           END-IF.
           MOVE PO-ITEM-REF TO CI-ITEM-REF.
           PERFORM 6000-READ-CATALOG THRU 6000-EXIT.
           IF WS-CATL-STATUS = "00"
               GO TO 4150-EXIT
           END-IF.
           PERFORM 4190-FILL-PO-EXCEPTION THRU 4190-EXIT.
           MOVE "ITEM NOT ON CATALOG" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       4150-EXIT.
           EXIT.
       4190-FILL-PO-EXCEPTION.
           MOVE "PO" TO WS-EX-LABEL-1.
           MOVE PO-PO-NUMBER TO WS-EX-VALUE-1.
           MOVE "ITEM" TO WS-EX-LABEL-2.
           MOVE PO-ITEM-REF TO WS-EX-VALUE-2.
           MOVE "VENDOR" TO WS-EX-LABEL-3.
           MOVE PO-VENDOR-CODE TO WS-EX-VALUE-3.
       4190-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4200-CHECK-RECEIPT-POS - rule 10                         *
      *----------------------------------------------------------*
       4200-CHECK-RECEIPT-POS.
           MOVE 10 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO PC-RECEIPT-REF.
           START POSTED-RCPT-FILE KEY IS NOT LESS THAN PC-RECEIPT-REF
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
           PERFORM 4300-CHECK-ONE-RECEIPT THRU 4300-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       4200-EXIT.
           EXIT.
       4300-CHECK-ONE-RECEIPT.
           READ POSTED-RCPT-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 4300-EXIT
           END-IF.
           MOVE PC-PO-NUMBER TO PO-PO-NUMBER.
           READ PURCHASE-ORD-FILE RECORD
               INVALID KEY MOVE "23" TO WS-PORD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-PORD-STATUS
           END-READ.
           IF WS-PORD-STATUS = "00"
               GO TO 4300-EXIT
           END-IF.
           MOVE "RECEIPT" TO WS-EX-LABEL-1.
           MOVE PC-RECEIPT-REF TO WS-EX-VALUE-1.
           MOVE "PO" TO WS-EX-LABEL-2.
           MOVE PC-PO-NUMBER TO WS-EX-VALUE-2.
           MOVE "ITEM" TO WS-EX-LABEL-3.
           MOVE PC-ITEM-REF TO WS-EX-VALUE-3.
           MOVE "PURCHASE ORDER NOT ON FILE" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4400-CHECK-PENDING-PRICES - rule 11                      *
      *----------------------------------------------------------*
       4400-CHECK-PENDING-PRICES.
           MOVE 11 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO PP-ITEM-REF.
           MOVE 0 TO PP-EFFECTIVE-DATE.
           START PENDING-PRICE-FILE KEY IS NOT LESS THAN PP-PRICE-KEY
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
           PERFORM 4500-CHECK-ONE-PRICE THRU 4500-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       4400-EXIT.
           EXIT.
       4500-CHECK-ONE-PRICE.
           READ PENDING-PRICE-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 4500-EXIT
           END-IF.
           MOVE PP-ITEM-REF TO CI-ITEM-REF.
           PERFORM 6000-READ-CATALOG THRU 6000-EXIT.
           IF WS-CATL-STATUS = "00"
               GO TO 4500-EXIT
           END-IF.
           MOVE "ITEM" TO WS-EX-LABEL-1.
           MOVE PP-ITEM-REF TO WS-EX-VALUE-1.
           MOVE "EFFECTIVE" TO WS-EX-LABEL-2.
           MOVE PP-EFFECTIVE-DATE TO WS-EX-VALUE-2.
           MOVE "KEYED BY" TO WS-EX-LABEL-3.
           MOVE PP-USERID TO WS-EX-VALUE-3.
           MOVE "PRICED ITEM NOT ON CATALOG" TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-CHECK-ON-ORDER - rule 12.  The open quantity on    *
      *    every open PO is gathered per item first, then each     *
      *    catalog item's CI-ON-ORDER is held up against it         *
      *----------------------------------------------------------*
       5000-CHECK-ON-ORDER.
           MOVE 12 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 5050-CLEAR-ITEM-ENTRY THRU 5050-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           PERFORM 4050-START-POS THRU 4050-EXIT.
           PERFORM 5100-ADD-ONE-PO THRU 5100-EXIT
               UNTIL WS-FILE-AT-EOF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO CI-ITEM-REF.
           START CATALOG-ITEM-FILE KEY IS NOT LESS THAN CI-ITEM-REF
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
           PERFORM 5200-CHECK-ONE-ITEM THRU 5200-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       5000-EXIT.
           EXIT.
       5050-CLEAR-ITEM-ENTRY.
           ADD 1 TO WS-ITEM-IDX.
           MOVE 0 TO WS-OPEN-PO-QTY(WS-ITEM-IDX).
       5050-EXIT.
           EXIT.
       5100-ADD-ONE-PO.
           READ PURCHASE-ORD-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 5100-EXIT
           END-IF.
           IF NOT PO-IS-OPEN
              OR PO-QUANTITY-RECEIVED NOT < PO-QUANTITY-ORDERED
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-PO-OUTSTANDING =
               PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED.
           COMPUTE WS-ITEM-IDX = PO-ITEM-REF + 1.
           ADD WS-PO-OUTSTANDING TO WS-OPEN-PO-QTY(WS-ITEM-IDX).
       5100-EXIT.
           EXIT.
       5200-CHECK-ONE-ITEM.
           READ CATALOG-ITEM-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1.
           IF CI-ON-ORDER = WS-OPEN-PO-QTY(WS-ITEM-IDX)
               GO TO 5200-EXIT
           END-IF.
           MOVE "ITEM" TO WS-EX-LABEL-1.
           MOVE CI-ITEM-REF TO WS-EX-VALUE-1.
           MOVE "ON ORDER" TO WS-EX-LABEL-2.
           MOVE CI-ON-ORDER TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-EX-VALUE-2.
           MOVE "OPEN ON PO" TO WS-EX-LABEL-3.
           MOVE WS-OPEN-PO-QTY(WS-ITEM-IDX) TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-EX-VALUE-3.
           MOVE "CI-ON-ORDER DOES NOT MATCH OPEN POS"
               TO WS-EX-TEXT.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5500-CHECK-SUCCESSORS - rule 13.  One catalog pass       *
      *    notes every item's status, a second holds each           *
      *    discontinued item's successor up against it              *
      *----------------------------------------------------------*
       5500-CHECK-SUCCESSORS.
           MOVE 13 TO WS-RULE-IDX.
           PERFORM 7000-START-RULE THRU 7000-EXIT.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 5550-CLEAR-ITEM-STATE THRU 5550-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           PERFORM 5580-START-CATALOG THRU 5580-EXIT.
           PERFORM 5600-NOTE-ONE-STATE THRU 5600-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 5580-START-CATALOG THRU 5580-EXIT.
           PERFORM 5700-CHECK-ONE-SUCCESSOR THRU 5700-EXIT
               UNTIL WS-FILE-AT-EOF.
           PERFORM 7100-END-RULE THRU 7100-EXIT.
       5500-EXIT.
           EXIT.
       5550-CLEAR-ITEM-STATE.
           ADD 1 TO WS-ITEM-IDX.
           MOVE SPACE TO WS-ITEM-STATE(WS-ITEM-IDX).
       5550-EXIT.
           EXIT.
       5580-START-CATALOG.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO CI-ITEM-REF.
           START CATALOG-ITEM-FILE KEY IS NOT LESS THAN CI-ITEM-REF
               INVALID KEY SET WS-FILE-AT-EOF TO TRUE
           END-START.
       5580-EXIT.
           EXIT.
       5600-NOTE-ONE-STATE.
           READ CATALOG-ITEM-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 5600-EXIT
           END-IF.
           COMPUTE WS-ITEM-IDX = CI-ITEM-REF + 1.
           IF CI-ITEM-IS-DISCONTINUED
               MOVE "D" TO WS-ITEM-STATE(WS-ITEM-IDX)
           ELSE
               MOVE "A" TO WS-ITEM-STATE(WS-ITEM-IDX)
           END-IF.
       5600-EXIT.
           EXIT.
       5700-CHECK-ONE-SUCCESSOR.
           READ CATALOG-ITEM-FILE NEXT RECORD
               AT END SET WS-FILE-AT-EOF TO TRUE
           END-READ.
           IF WS-FILE-AT-EOF
               GO TO 5700-EXIT
           END-IF.
           IF NOT CI-ITEM-IS-DISCONTINUED
              OR CI-SUCCESSOR-REF NOT NUMERIC
              OR CI-SUCCESSOR-REF = 0
               GO TO 5700-EXIT
           END-IF.
           COMPUTE WS-ITEM-IDX = CI-SUCCESSOR-REF + 1.
           EVALUATE TRUE
               WHEN CI-SUCCESSOR-REF = CI-ITEM-REF
                   MOVE "ITEM NAMES ITSELF AS SUCCESSOR"
                       TO WS-EX-TEXT
               WHEN WS-ITEM-STATE(WS-ITEM-IDX) = SPACE
                   MOVE "SUCCESSOR NOT ON CATALOG" TO WS-EX-TEXT
               WHEN WS-ITEM-STATE(WS-ITEM-IDX) = "D"
                   MOVE "SUCCESSOR IS DISCONTINUED" TO WS-EX-TEXT
               WHEN OTHER
                   GO TO 5700-EXIT
           END-EVALUATE.
           MOVE "ITEM" TO WS-EX-LABEL-1.
           MOVE CI-ITEM-REF TO WS-EX-VALUE-1.
           MOVE "SUCCESSOR" TO WS-EX-LABEL-2.
           MOVE CI-SUCCESSOR-REF TO WS-EX-VALUE-2.
           MOVE SPACES TO WS-EX-LABEL-3.
           MOVE SPACES TO WS-EX-VALUE-3.
           PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT.
       5700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-READ-CATALOG - random read by CI-ITEM-REF           *
      *----------------------------------------------------------*
       6000-READ-CATALOG.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-START-RULE / 7100-END-RULE - the heading and the    *
      *    count that bracket each rule's exceptions                *
      *----------------------------------------------------------*
       7000-START-RULE.
           MOVE "Y" TO WS-RULE-CHECKED-FLAG(WS-RULE-IDX).
           MOVE WS-RULE-IDX TO WS-RH-RULE.
           MOVE WS-RULE-TITLE(WS-RULE-IDX) TO WS-RH-TITLE.
           WRITE INTEG-RPT-LINE FROM WS-RULE-HEADING-LINE.
       7000-EXIT.
           EXIT.
       7100-END-RULE.
           MOVE WS-RULE-IDX TO WS-RC-RULE.
           MOVE WS-RULE-COUNT(WS-RULE-IDX) TO WS-RC-COUNT.
           IF NOT WS-RULE-WAS-CHECKED(WS-RULE-IDX)
               MOVE "NOT CHECKED - FILE NOT AVAILABLE"
                   TO WS-RC-OUTCOME
               MOVE 0 TO WS-RC-COUNT
               WRITE INTEG-RPT-LINE FROM WS-RULE-COUNT-LINE
               GO TO 7100-EXIT
           END-IF.
           ADD 1 TO WS-RULES-CHECKED.
           IF WS-RULE-COUNT(WS-RULE-IDX) > 0
               ADD 1 TO WS-RULES-FAILED
               MOVE "EXCEPTIONS:" TO WS-RC-OUTCOME
           ELSE
               MOVE "CLEAN - EXCEPTIONS:" TO WS-RC-OUTCOME
           END-IF.
           WRITE INTEG-RPT-LINE FROM WS-RULE-COUNT-LINE.
       7100-EXIT.
           EXIT.
       7200-WRITE-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT(WS-RULE-IDX).
           ADD 1 TO WS-EXCEPTION-TOTAL.
           WRITE INTEG-RPT-LINE FROM WS-EXCEPTION-LINE.
       7200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY - every rule and its count again,     *
      *    then the totals the night-run record carries             *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           WRITE INTEG-RPT-LINE FROM WS-RECAP-HEADING-LINE.
           MOVE 0 TO WS-RULE-IDX.
           PERFORM 8050-WRITE-RECAP-LINE THRU 8050-EXIT
               UNTIL WS-RULE-IDX NOT < 13.
           MOVE WS-RULES-CHECKED TO WS-SUM-CHECKED.
           MOVE WS-RULES-FAILED TO WS-SUM-FAILED.
           MOVE WS-EXCEPTION-TOTAL TO WS-SUM-EXCEPTIONS.
           IF WS-EXCEPTION-TOTAL = 0
               MOVE "CLEAN" TO WS-SUM-RESULT
           ELSE
               MOVE "EXCEPTIONS" TO WS-SUM-RESULT
           END-IF.
           WRITE INTEG-RPT-LINE FROM WS-SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       8050-WRITE-RECAP-LINE.
           ADD 1 TO WS-RULE-IDX.
           MOVE WS-RULE-IDX TO WS-RL-RULE.
           MOVE WS-RULE-TITLE(WS-RULE-IDX) TO WS-RL-TITLE.
           MOVE WS-RULE-COUNT(WS-RULE-IDX) TO WS-RL-COUNT.
           IF NOT WS-RULE-WAS-CHECKED(WS-RULE-IDX)
               MOVE "NOT CHECKED" TO WS-RL-RESULT
           ELSE
               IF WS-RULE-COUNT(WS-RULE-IDX) > 0
                   MOVE "EXCEPTIONS" TO WS-RL-RESULT
               ELSE
                   MOVE "CLEAN" TO WS-RL-RESULT
               END-IF
           END-IF.
           WRITE INTEG-RPT-LINE FROM WS-RECAP-LINE.
       8050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1900-STAMP-RUN-START - the night-run control file is    *
      *    how the schedule protects itself: the step refuses to   *
      *    run until its prerequisite has completed for the run    *
      *    date, and stamps itself in-progress so the end-of-      *
      *    night summary can show exactly what ran                 *
      *----------------------------------------------------------*
       1900-STAMP-RUN-START.
           OPEN I-O NIGHT-RUN-FILE.
           IF WS-NRUN-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1900-EXIT
           END-IF.
           SET WS-NRUN-WAS-OPENED TO TRUE.
           MOVE WS-CURRENT-DATE TO NR-RUN-DATE.
           MOVE WS-PREREQ-STEP TO NR-STEP-ID.
           READ NIGHT-RUN-FILE RECORD
               INVALID KEY MOVE "23" TO WS-NRUN-STATUS
               NOT INVALID KEY MOVE "00" TO WS-NRUN-STATUS
           END-READ.
           IF WS-NRUN-STATUS NOT = "00"
              OR NOT NR-STEP-COMPLETE
               MOVE WS-PREREQ-STEP TO WS-PM-STEP
               MOVE WS-CURRENT-DATE TO WS-PM-DATE
               WRITE INTEG-RPT-LINE FROM WS-PREREQ-MSG-LINE
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1900-EXIT
           END-IF.
           PERFORM 1950-WRITE-START-STAMP THRU 1950-EXIT.
       1900-EXIT.
           EXIT.
       1950-WRITE-START-STAMP.
           MOVE "N" TO WS-NRUN-FOUND-SWITCH.
           MOVE WS-CURRENT-DATE TO NR-RUN-DATE.
           MOVE WS-STEP-ID TO NR-STEP-ID.
           READ NIGHT-RUN-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-NRUN-WAS-FOUND TO TRUE
           END-READ.
           MOVE WS-CURRENT-DATE TO NR-RUN-DATE.
           MOVE WS-STEP-ID TO NR-STEP-ID.
           SET NR-STEP-IN-PROGRESS TO TRUE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME-6 TO NR-START-TIME.
           MOVE 0 TO NR-END-TIME.
           MOVE 0 TO NR-COUNT-1.
           MOVE 0 TO NR-COUNT-2.
           MOVE 0 TO NR-COUNT-3.
           IF WS-NRUN-WAS-FOUND
               REWRITE NIGHT-RUN-RECORD
           ELSE
               WRITE NIGHT-RUN-RECORD
           END-IF.
       1950-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8900-STAMP-RUN-END - completion and the run's counts    *
      *    (exceptions found, rules with exceptions, and rules     *
      *    checked), for the end-of-night summary                   *
      *----------------------------------------------------------*
       8900-STAMP-RUN-END.
           IF NOT WS-NRUN-WAS-OPENED
               GO TO 8900-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO NR-RUN-DATE.
           MOVE WS-STEP-ID TO NR-STEP-ID.
           READ NIGHT-RUN-FILE RECORD
               INVALID KEY MOVE "23" TO WS-NRUN-STATUS
               NOT INVALID KEY MOVE "00" TO WS-NRUN-STATUS
           END-READ.
           IF WS-NRUN-STATUS NOT = "00"
               GO TO 8900-EXIT
           END-IF.
           SET NR-STEP-COMPLETE TO TRUE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME-6 TO NR-END-TIME.
           MOVE WS-EXCEPTION-TOTAL TO NR-COUNT-1.
           MOVE WS-RULES-FAILED TO NR-COUNT-2.
           MOVE WS-RULES-CHECKED TO NR-COUNT-3.
           REWRITE NIGHT-RUN-RECORD.
       8900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-ORDH-WAS-OPENED
               CLOSE ORDER-HIST-FILE
           END-IF.
           IF WS-ORDD-WAS-OPENED
               CLOSE ORDER-DETL-FILE
           END-IF.
           IF WS-CATL-WAS-OPENED
               CLOSE CATALOG-ITEM-FILE
           END-IF.
           IF WS-PORD-WAS-OPENED
               CLOSE PURCHASE-ORD-FILE
           END-IF.
           IF WS-PRCP-WAS-OPENED
               CLOSE POSTED-RCPT-FILE
           END-IF.
           IF WS-PPRC-WAS-OPENED
               CLOSE PENDING-PRICE-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE INTEG-RPT-FILE
           END-IF.
           IF WS-NRUN-WAS-OPENED
               CLOSE NIGHT-RUN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
