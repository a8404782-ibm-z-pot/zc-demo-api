       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONHLDEX.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Nightly approval-hold expiry.  An order CON02 held for
      * approval (above the department's approval threshold, or
      * over its monthly budget) keeps its stock reserved until an
      * approver approves or declines it.  One nobody has acted
      * on within the expiry period is released here, exactly as
      * a decline would release it: each held line's quantity goes
      * back into CI-IN-STOCK, the history detail is rejected with
      * reason EX, a release line (status L, reason EX) lands on
      * the audit log under the userid HOLDEXP so the
      * reconciliation backs the reservation out of the day's
      * fulfillment, and the history header is marked rejected.
      * A line whose stock could not be put back, or whose detail
      * would not rewrite (its stock is taken back off the shelf
      * again), stays held and is retried the next night.  The
      * expiry period comes in through SYSIN as a card DAYS nnn;
      * anything else, or zero, means five days.  An order held
      * on or before the run date less that many days has
      * expired.  The report lists every order expired and every
      * line released, with a summary of what is still waiting
      * for an approver.  Runs after receiving posting and ahead
      * of the backorder fill, so the released stock is there for
      * tonight's backorders.
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
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HLDEX-RPT-FILE ASSIGN TO HLDEXRPT
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
       FD  AUDIT-LOG-FILE.
           COPY CPYAUDIT.
       FD  HLDEX-RPT-FILE.
       01  HLDEX-RPT-LINE PIC X(100).
       FD  NIGHT-RUN-FILE.
           COPY CPYNRUN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ORDH-STATUS PIC X(2) VALUE "00".
           05  WS-ORDD-STATUS PIC X(2) VALUE "00".
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-AUDIT-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
           05  WS-NRUN-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-ORDH-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDH-AT-EOF VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-ORDH-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDH-WAS-OPENED VALUE "Y".
           05  WS-ORDD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDD-WAS-OPENED VALUE "Y".
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-AUDIT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-AUDIT-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
           05  WS-NRUN-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-OPENED VALUE "Y".
       01  WS-COUNTERS.
           05  WS-HELD-COUNT PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
           05  WS-WAITING-COUNT PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT PIC 9(7) VALUE 0.
           05  WS-RETRY-COUNT PIC 9(7) VALUE 0.
           05  WS-UNITS-RETURNED PIC 9(9) VALUE 0.
           05  WS-ORDER-RELEASED PIC 9(2) VALUE 0.
           05  WS-ORDER-STILL-HELD PIC 9(2) VALUE 0.
           05  WS-LINE-IDX PIC 9(2) VALUE 0.
           05  WS-RESTOCKED-QTY PIC 9(5) VALUE 0.
       01  WS-PARM-CARD.
           05  WS-PARM-KEYWORD PIC X(5).
            88 WS-PARM-IS-DAYS VALUE "DAYS ".
           05  WS-PARM-DAYS PIC 9(3).
           05  FILLER PIC X(72).
       01  WS-EXPIRY-WORK.
           05  WS-EXPIRY-DAYS PIC 9(3) VALUE 5.
           05  WS-DAYS-TO-GO PIC 9(3) VALUE 0.
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YYYY PIC 9(4).
               10  WS-CUTOFF-MM PIC 9(2).
               10  WS-CUTOFF-DD PIC 9(2).
           05  WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE
                   PIC 9(8).
           05  WS-MONTH-LENGTH PIC 9(2) VALUE 0.
           05  WS-LEAP-QUOTIENT PIC 9(4) VALUE 0.
           05  WS-LEAP-REMAINDER PIC 9(4) VALUE 0.
       01  WS-MONTH-TABLE-DATA.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.
           05  WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME-6 REDEFINES WS-CURRENT-TIME
                   PIC 9(6).
       01  WS-HEADER-LINE.
           05  FILLER PIC X(25) VALUE "APPROVAL HOLD EXPIRY FOR ".
           05  WS-HD-DATE PIC 9(8).
           05  FILLER PIC X(17) VALUE " - HELD ON/BEFORE".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-HD-CUTOFF PIC 9(8).
           05  FILLER PIC X(2) VALUE " (".
           05  WS-HD-DAYS PIC ZZ9.
           05  FILLER PIC X(6) VALUE " DAYS)".
           05  FILLER PIC X(30) VALUE SPACE.
       01  WS-ORDER-LINE.
           05  FILLER PIC X(6) VALUE "ORDER ".
           05  WS-OL-ORDER PIC 9(8).
           05  FILLER PIC X(6) VALUE " DEPT ".
           05  WS-OL-DEPT PIC X(8).
           05  FILLER PIC X(6) VALUE " USER ".
           05  WS-OL-USERID PIC X(8).
           05  FILLER PIC X(6) VALUE " HELD ".
           05  WS-OL-DATE PIC 9(8).
           05  FILLER PIC X(8) VALUE " REASON ".
           05  WS-OL-HOLD-REASON PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-OL-OUTCOME PIC X(30).
           05  FILLER PIC X(3) VALUE SPACE.
       01  WS-LINE-DETAIL.
           05  FILLER PIC X(9) VALUE "    LINE ".
           05  WS-LD-LINE PIC 9(2).
           05  FILLER PIC X(6) VALUE " ITEM ".
           05  WS-LD-ITEM-REF PIC 9(4).
           05  FILLER PIC X(5) VALUE " QTY ".
           05  WS-LD-QTY PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LD-OUTCOME PIC X(40).
           05  FILLER PIC X(28) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(14) VALUE "HELD ORDERS: ".
           05  WS-SUM-HELD PIC ZZZZZZ9.
           05  FILLER PIC X(10) VALUE " EXPIRED: ".
           05  WS-SUM-EXPIRED PIC ZZZZZZ9.
           05  FILLER PIC X(17) VALUE " STILL WAITING: ".
           05  WS-SUM-WAITING PIC ZZZZZZ9.
           05  FILLER PIC X(17) VALUE " LINES RELEASED: ".
           05  WS-SUM-RELEASED PIC ZZZZZZ9.
           05  FILLER PIC X(14) VALUE SPACE.
       01  WS-UNITS-LINE.
           05  FILLER PIC X(16) VALUE "UNITS RESTOCKED ".
           05  WS-UL-UNITS PIC ZZZZZZZZ9.
           05  FILLER PIC X(21) VALUE " LINES LEFT FOR RETRY".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-UL-RETRY PIC ZZZZZZ9.
           05  FILLER PIC X(46) VALUE SPACE.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "HLDEX".
           05  WS-PREREQ-STEP PIC X(8) VALUE "RECVP".
       01  WS-PREREQ-MSG-LINE.
           05  FILLER PIC X(30) VALUE
               "STEP ABANDONED - PREREQUISITE".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-PM-STEP PIC X(8).
           05  FILLER PIC X(27) VALUE
               " NOT COMPLETE FOR RUN DATE ".
           05  WS-PM-DATE PIC 9(8).
           05  FILLER PIC X(26) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-CHECK-ONE-ORDER THRU 2000-EXIT
               UNTIL WS-ORDH-AT-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - the expiry period comes in through     *
      *    SYSIN; the cut-off date is the run date walked back      *
      *    that many days                                           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           IF WS-PARM-IS-DAYS
              AND WS-PARM-DAYS IS NUMERIC
              AND WS-PARM-DAYS > 0
               MOVE WS-PARM-DAYS TO WS-EXPIRY-DAYS
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE-NUM.
           MOVE WS-EXPIRY-DAYS TO WS-DAYS-TO-GO.
           PERFORM 3450-SUBTRACT-ONE-DAY THRU 3450-EXIT
               UNTIL WS-DAYS-TO-GO = 0.
           OPEN I-O ORDER-HIST-FILE.
           IF WS-ORDH-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-ORDH-WAS-OPENED TO TRUE.
           OPEN I-O ORDER-DETL-FILE.
           IF WS-ORDD-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-ORDD-WAS-OPENED TO TRUE.
           OPEN I-O CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-AUDIT-WAS-OPENED TO TRUE.
           OPEN OUTPUT HLDEX-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1900-STAMP-RUN-START THRU 1900-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-HD-DATE.
           MOVE WS-CUTOFF-DATE-NUM TO WS-HD-CUTOFF.
           MOVE WS-EXPIRY-DAYS TO WS-HD-DAYS.
           WRITE HLDEX-RPT-LINE FROM WS-HEADER-LINE.
           MOVE 0 TO OH-ORDER-NUMBER.
           START ORDER-HIST-FILE KEY IS NOT LESS THAN OH-ORDER-NUMBER
               INVALID KEY SET WS-ORDH-AT-EOF TO TRUE
           END-START.
           IF NOT WS-ORDH-AT-EOF
               PERFORM 1100-READ-NEXT-HEADER THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-HEADER.
           READ ORDER-HIST-FILE NEXT RECORD
               AT END SET WS-ORDH-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CHECK-ONE-ORDER - only held orders matter; one      *
      *    held past the cut-off has every held line released       *
      *----------------------------------------------------------*
       2000-CHECK-ONE-ORDER.
           IF NOT OH-ORDER-IS-HELD
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           IF OH-DATE > WS-CUTOFF-DATE-NUM
               ADD 1 TO WS-WAITING-COUNT
               GO TO 2000-NEXT
           END-IF.
           MOVE OH-ORDER-NUMBER TO WS-OL-ORDER.
           MOVE OH-CHARGE-DEPT TO WS-OL-DEPT.
           MOVE OH-USERID TO WS-OL-USERID.
           MOVE OH-DATE TO WS-OL-DATE.
           MOVE OH-HOLD-REASON TO WS-OL-HOLD-REASON.
           MOVE 0 TO WS-ORDER-RELEASED.
           MOVE 0 TO WS-ORDER-STILL-HELD.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM 2100-RELEASE-NEXT-LINE THRU 2100-EXIT
               UNTIL WS-LINE-IDX > OH-LINE-COUNT.
           IF WS-ORDER-STILL-HELD > 0
               ADD 1 TO WS-WAITING-COUNT
               MOVE "NOT ALL STOCK RELEASED - RETRY"
                   TO WS-OL-OUTCOME
               WRITE HLDEX-RPT-LINE FROM WS-ORDER-LINE
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-EXPIRED-COUNT.
           SET OH-ORDER-WAS-REJECTED TO TRUE.
           REWRITE ORDER-HEADER-RECORD
               INVALID KEY MOVE "99" TO WS-ORDH-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDH-STATUS
           END-REWRITE.
           IF WS-ORDH-STATUS = "00"
               MOVE "EXPIRED - HOLD RELEASED" TO WS-OL-OUTCOME
           ELSE
               MOVE "EXPIRED - HEADER UPDATE FAILED"
                   TO WS-OL-OUTCOME
           END-IF.
           WRITE HLDEX-RPT-LINE FROM WS-ORDER-LINE.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-HEADER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
       2100-RELEASE-NEXT-LINE.
           PERFORM 2200-RELEASE-ONE-LINE THRU 2200-EXIT.
           ADD 1 TO WS-LINE-IDX.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-RELEASE-ONE-LINE - the stock goes back first and    *
      *    the line is only released once the catalog took it, as  *
      *    CON02 does for a decline; a detail that will not rewrite *
      *    has its stock taken back and stays held                  *
      *----------------------------------------------------------*
       2200-RELEASE-ONE-LINE.
           MOVE OH-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE WS-LINE-IDX TO OD-LINE-NUMBER.
           READ ORDER-DETL-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDD-STATUS
           END-READ.
           IF WS-ORDD-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF.
           IF NOT OD-LINE-IS-HELD
               GO TO 2200-EXIT
           END-IF.
           MOVE OD-LINE-NUMBER TO WS-LD-LINE.
           MOVE OD-ITEM-REF TO WS-LD-ITEM-REF.
           MOVE OD-QUANTITY-REQ TO WS-LD-QTY.
           MOVE 0 TO WS-RESTOCKED-QTY.
           MOVE OD-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS = "00"
               ADD OD-QUANTITY-REQ TO CI-IN-STOCK
               REWRITE CATALOG-ITEM-RECORD
                   INVALID KEY MOVE "99" TO WS-CATL-STATUS
               END-REWRITE
               IF WS-CATL-STATUS NOT = "00"
                   ADD 1 TO WS-ORDER-STILL-HELD
                   ADD 1 TO WS-RETRY-COUNT
                   MOVE "CATALOG UPDATE FAILED - LINE STILL HELD"
                       TO WS-LD-OUTCOME
                   WRITE HLDEX-RPT-LINE FROM WS-LINE-DETAIL
                   GO TO 2200-EXIT
               END-IF
               MOVE OD-QUANTITY-REQ TO WS-RESTOCKED-QTY
               MOVE "RELEASED - STOCK RETURNED" TO WS-LD-OUTCOME
           ELSE
               MOVE "RELEASED - ITEM NO LONGER ON CATALOG"
                   TO WS-LD-OUTCOME
           END-IF.
           SET OD-LINE-WAS-REJECTED TO TRUE.
           MOVE "EX" TO OD-REASON-CODE.
           REWRITE ORDER-DETAIL-RECORD
               INVALID KEY MOVE "99" TO WS-ORDD-STATUS
           END-REWRITE.
           IF WS-ORDD-STATUS NOT = "00"
               PERFORM 2300-UNDO-RESTOCK THRU 2300-EXIT
               ADD 1 TO WS-ORDER-STILL-HELD
               ADD 1 TO WS-RETRY-COUNT
               MOVE "LINE UPDATE FAILED - LINE STILL HELD"
                   TO WS-LD-OUTCOME
               WRITE HLDEX-RPT-LINE FROM WS-LINE-DETAIL
               GO TO 2200-EXIT
           END-IF.
           ADD WS-RESTOCKED-QTY TO WS-UNITS-RETURNED.
           ADD 1 TO WS-ORDER-RELEASED.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 5000-WRITE-RELEASE-AUDIT THRU 5000-EXIT.
           WRITE HLDEX-RPT-LINE FROM WS-LINE-DETAIL.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2300-UNDO-RESTOCK - takes back the stock put on the      *
      *    shelf for a line that then stayed held, so the next      *
      *    night's retry does not return it twice                   *
      *----------------------------------------------------------*
       2300-UNDO-RESTOCK.
           IF WS-RESTOCKED-QTY = 0
               GO TO 2300-EXIT
           END-IF.
           MOVE OD-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           IF CI-IN-STOCK < WS-RESTOCKED-QTY
               MOVE 0 TO CI-IN-STOCK
           ELSE
               SUBTRACT WS-RESTOCKED-QTY FROM CI-IN-STOCK
           END-IF.
           REWRITE CATALOG-ITEM-RECORD
               INVALID KEY MOVE "99" TO WS-CATL-STATUS
           END-REWRITE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3450-SUBTRACT-ONE-DAY - one calendar day back from the  *
      *    cut-off date                                             *
      *----------------------------------------------------------*
       3450-SUBTRACT-ONE-DAY.
           IF WS-CUTOFF-DD > 1
               SUBTRACT 1 FROM WS-CUTOFF-DD
           ELSE
               IF WS-CUTOFF-MM > 1
                   SUBTRACT 1 FROM WS-CUTOFF-MM
               ELSE
                   MOVE 12 TO WS-CUTOFF-MM
                   SUBTRACT 1 FROM WS-CUTOFF-YYYY
               END-IF
               PERFORM 3470-GET-MONTH-LENGTH THRU 3470-EXIT
               MOVE WS-MONTH-LENGTH TO WS-CUTOFF-DD
           END-IF.
           SUBTRACT 1 FROM WS-DAYS-TO-GO.
       3450-EXIT.
           EXIT.
       3470-GET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-CUTOFF-MM) TO WS-MONTH-LENGTH.
           IF WS-CUTOFF-MM = 2
               DIVIDE WS-CUTOFF-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-CUTOFF-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       DIVIDE WS-CUTOFF-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3470-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-WRITE-RELEASE-AUDIT - status L, reason EX: the      *
      *    reconciliation takes the reserved quantity back out of   *
      *    the day's fulfillment                                    *
      *----------------------------------------------------------*
       5000-WRITE-RELEASE-AUDIT.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE "HOLDEXP" TO AU-USERID.
           MOVE OH-CHARGE-DEPT TO AU-CHARGE-DEPT.
           MOVE OH-ORDER-NUMBER TO AU-ORDER-NUMBER.
           MOVE OD-ITEM-REF TO AU-ITEM-REF.
           MOVE OD-QUANTITY-REQ TO AU-QUANTITY-REQ.
           SET AU-HOLD-WAS-RELEASED TO TRUE.
           MOVE "EX" TO AU-REASON-CODE.
           MOVE OD-UNIT-COST TO AU-UNIT-COST.
           MOVE 0 TO AU-QUANTITY-RECV.
           WRITE CON02-AUDIT-RECORD.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE WS-HELD-COUNT TO WS-SUM-HELD.
           MOVE WS-EXPIRED-COUNT TO WS-SUM-EXPIRED.
           MOVE WS-WAITING-COUNT TO WS-SUM-WAITING.
           MOVE WS-RELEASED-COUNT TO WS-SUM-RELEASED.
           WRITE HLDEX-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-UNITS-RETURNED TO WS-UL-UNITS.
           MOVE WS-RETRY-COUNT TO WS-UL-RETRY.
           WRITE HLDEX-RPT-LINE FROM WS-UNITS-LINE.
       8000-EXIT.
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
               WRITE HLDEX-RPT-LINE FROM WS-PREREQ-MSG-LINE
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
      *    (orders expired, lines released, and orders still       *
      *    waiting for an approver), for the end-of-night summary  *
      *    and for whichever step runs next in the chain           *
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
           MOVE WS-EXPIRED-COUNT TO NR-COUNT-1.
           MOVE WS-RELEASED-COUNT TO NR-COUNT-2.
           MOVE WS-WAITING-COUNT TO NR-COUNT-3.
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
           IF WS-AUDIT-WAS-OPENED
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE HLDEX-RPT-FILE
           END-IF.
           IF WS-NRUN-WAS-OPENED
               CLOSE NIGHT-RUN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
