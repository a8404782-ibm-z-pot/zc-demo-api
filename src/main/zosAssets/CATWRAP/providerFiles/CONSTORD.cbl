       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTORD.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Nightly standing order run.  Walks the standing order file
      * (CPYSORD) kept through the CON02 standing order operation
      * and places every active standing order that falls due on
      * or before the run date.  Each one is placed by calling
      * CON02 with the order operation and a commarea built from
      * the standing order, exactly as if the requester had keyed
      * it, so it gets every rule a keyed order gets - department
      * validation, the budget check against month-to-date spend
      * and today's commitments, the stock check with backorders
      * for short lines, the order history header and details,
      * the commitment lines, and the audit log.  CON02 is
      * cancelled after each call so every order starts from
      * fresh working storage.  Before anything is placed the
      * requester's authority for the department is checked
      * against the user authority file; a requester who has lost
      * it has the standing order suspended (reason NA) rather
      * than placed, and someone still authorized for the
      * department has to resume it.  A weekly order falls due
      * every seven days from its start date, a monthly or day-
      * of-month order on its day each month (the last day of a
      * shorter month).  The next due date is worked out here the
      * first night after a standing order is added, changed, or
      * resumed, never earlier than the run date, so occurrences
      * that fell before then are not made up; after each placing
      * it is stepped past the run date, so a rerun of the step
      * places nothing twice.  A standing order whose next due
      * date falls after its end date is marked ended.  The report
      * lists each order placed, partially placed, held for
      * approval, or rejected, with the outcome and reason of
      * every line of the last three, plus every standing order
      * suspended or ended tonight.  A held standing order has
      * been placed as far as its schedule is concerned; it waits
      * for an approver like any keyed order that was held.
      * A line for a discontinued item that has a successor shows
      * the successor to order instead, or, for a department that
      * has opted in to automatic substitution, the item it was
      * switched from.
      * Runs after delivery confirmations and ahead of the pick
      * list, so tonight's standing orders are picked with the
      * rest of the day's orders.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-STANDING-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UAUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USERID
               FILE STATUS IS WS-UAUT-STATUS.
           SELECT STORD-RPT-FILE ASSIGN TO STORDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NIGHT-RUN-FILE ASSIGN TO NRUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-STEP-KEY
               FILE STATUS IS WS-NRUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY CPYSORD.
       FD  USER-AUTH-FILE.
           COPY CPYUAUT.
       FD  STORD-RPT-FILE.
       01  STORD-RPT-LINE PIC X(120).
       FD  NIGHT-RUN-FILE.
           COPY CPYNRUN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SORD-STATUS PIC X(2) VALUE "00".
           05  WS-UAUT-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
           05  WS-NRUN-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-SORD-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-SORD-AT-EOF VALUE "Y".
           05  WS-AUTH-OK-SWITCH PIC X(1) VALUE "N".
            88 WS-USER-IS-AUTHORIZED VALUE "Y".
           05  WS-SCHEDULE-SWITCH PIC X(1) VALUE "N".
            88 WS-SCHEDULE-IS-INVALID VALUE "Y".
           05  WS-CHANGED-SWITCH PIC X(1) VALUE "N".
            88 WS-RECORD-WAS-CHANGED VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-SORD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-SORD-WAS-OPENED VALUE "Y".
           05  WS-UAUT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-UAUT-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
           05  WS-NRUN-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-OPENED VALUE "Y".
       01  WS-COUNTERS.
           05  WS-READ-COUNT PIC 9(5) VALUE 0.
           05  WS-DUE-COUNT PIC 9(5) VALUE 0.
           05  WS-PLACED-COUNT PIC 9(5) VALUE 0.
           05  WS-PARTIAL-COUNT PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT PIC 9(5) VALUE 0.
           05  WS-PARTIAL-HELD-COUNT PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT PIC 9(5) VALUE 0.
           05  WS-SUSPENDED-COUNT PIC 9(5) VALUE 0.
           05  WS-ENDED-COUNT PIC 9(5) VALUE 0.
           05  WS-NOT-PLACED-COUNT PIC 9(7) VALUE 0.
           05  WS-LINE-IDX PIC 9(2) VALUE 0.
           05  WS-AUTH-IDX PIC 9(2) VALUE 0.
       01  WS-CON02-OPERATION PIC X(1) VALUE "O".
           COPY CPYCON02.
       01  WS-DUE-WORK.
           05  WS-DUE-DATE.
               10  WS-DUE-YYYY PIC 9(4).
               10  WS-DUE-MM PIC 9(2).
               10  WS-DUE-DD PIC 9(2).
           05  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                   PIC 9(8).
           05  WS-DAYS-TO-ADD PIC 9(3) VALUE 0.
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
           05  FILLER PIC X(23) VALUE "STANDING ORDER RUN FOR ".
           05  WS-HD-DATE PIC 9(8).
           05  FILLER PIC X(89) VALUE SPACE.
       01  WS-ORDER-LINE.
           05  FILLER PIC X(5) VALUE "DEPT ".
           05  WS-OL-DEPT PIC X(8).
           05  FILLER PIC X(10) VALUE " STANDING ".
           05  WS-OL-NUMBER PIC 9(4).
           05  FILLER PIC X(6) VALUE " USER ".
           05  WS-OL-USERID PIC X(8).
           05  FILLER PIC X(7) VALUE " ORDER ".
           05  WS-OL-ORDER PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-OL-OUTCOME PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-OL-REASON PIC X(40).
           05  FILLER PIC X(12) VALUE SPACE.
       01  WS-LINE-DETAIL.
           05  FILLER PIC X(9) VALUE "    LINE ".
           05  WS-LD-LINE PIC 9(2).
           05  FILLER PIC X(6) VALUE " ITEM ".
           05  WS-LD-ITEM-REF PIC 9(4).
           05  FILLER PIC X(5) VALUE " QTY ".
           05  WS-LD-QTY PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LD-STATUS PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LD-REASON-CODE PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-LD-REASON-TEXT PIC X(40).
           05  FILLER PIC X(36) VALUE SPACE.
       01  WS-SUCCESSOR-TEXT.
           05  WS-ST-LEAD PIC X(24).
           05  WS-ST-ITEM-REF PIC 9(4).
           05  FILLER PIC X(12) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(15) VALUE "STANDING READ: ".
           05  WS-SUM-READ PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE " DUE: ".
           05  WS-SUM-DUE PIC ZZZZ9.
           05  FILLER PIC X(9) VALUE " PLACED: ".
           05  WS-SUM-PLACED PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE " PARTIAL: ".
           05  WS-SUM-PARTIAL PIC ZZZZ9.
           05  FILLER PIC X(7) VALUE " HELD: ".
           05  WS-SUM-HELD PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " REJECTED: ".
           05  WS-SUM-REJECTED PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE " SUSPENDED: ".
           05  WS-SUM-SUSPENDED PIC ZZZZ9.
           05  FILLER PIC X(8) VALUE " ENDED: ".
           05  WS-SUM-ENDED PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "STORD".
           05  WS-PREREQ-STEP PIC X(8) VALUE "DELIV".
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
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-PROCESS-STANDING-ORDER THRU 2000-EXIT
               UNTIL WS-SORD-AT-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE                                        *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-SORD-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-SORD-WAS-OPENED TO TRUE.
           OPEN INPUT USER-AUTH-FILE.
           IF WS-UAUT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-UAUT-WAS-OPENED TO TRUE.
           OPEN OUTPUT STORD-RPT-FILE.
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
           WRITE STORD-RPT-LINE FROM WS-HEADER-LINE.
           MOVE LOW-VALUES TO SO-STANDING-KEY.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN
                   SO-STANDING-KEY
               INVALID KEY SET WS-SORD-AT-EOF TO TRUE
           END-START.
           IF NOT WS-SORD-AT-EOF
               PERFORM 1100-READ-NEXT-STANDING THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-STANDING.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END SET WS-SORD-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROCESS-STANDING-ORDER - place the standing order  *
      *    if it is active and due, suspending or ending it         *
      *    instead where that is what it calls for                  *
      *----------------------------------------------------------*
       2000-PROCESS-STANDING-ORDER.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-CHANGED-SWITCH.
           IF NOT SO-IS-ACTIVE
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2050-CHECK-SCHEDULE THRU 2050-EXIT.
           IF WS-SCHEDULE-IS-INVALID
               SET SO-IS-SUSPENDED TO TRUE
               MOVE "SV" TO SO-SUSPEND-REASON
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 0 TO WS-OL-ORDER
               MOVE "SUSPENDED" TO WS-OL-OUTCOME
               MOVE "SCHEDULE ON FILE IS INVALID" TO WS-OL-REASON
               PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT
               PERFORM 6500-REWRITE-STANDING THRU 6500-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF SO-NEXT-DUE-DATE NOT NUMERIC
              OR SO-NEXT-DUE-DATE = 0
               PERFORM 3000-COMPUTE-FIRST-DUE THRU 3000-EXIT
               SET WS-RECORD-WAS-CHANGED TO TRUE
           END-IF.
           IF SO-END-DATE NOT = 0
              AND SO-NEXT-DUE-DATE > SO-END-DATE
               SET SO-IS-ENDED TO TRUE
               ADD 1 TO WS-ENDED-COUNT
               MOVE 0 TO WS-OL-ORDER
               MOVE "ENDED" TO WS-OL-OUTCOME
               MOVE "SCHEDULE RUNS PAST END DATE" TO WS-OL-REASON
               PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT
               PERFORM 6500-REWRITE-STANDING THRU 6500-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF SO-NEXT-DUE-DATE > WS-CURRENT-DATE
               IF WS-RECORD-WAS-CHANGED
                   PERFORM 6500-REWRITE-STANDING THRU 6500-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           PERFORM 2100-CHECK-REQUESTER THRU 2100-EXIT.
           IF NOT WS-USER-IS-AUTHORIZED
               SET SO-IS-SUSPENDED TO TRUE
               MOVE "NA" TO SO-SUSPEND-REASON
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 0 TO WS-OL-ORDER
               MOVE "SUSPENDED" TO WS-OL-OUTCOME
               MOVE "REQUESTER NOT AUTHORIZED FOR DEPARTMENT"
                   TO WS-OL-REASON
               PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT
               PERFORM 6500-REWRITE-STANDING THRU 6500-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-PLACE-ORDER THRU 2200-EXIT.
           IF C2-ORD-LINE-STATUS(1) = SPACE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 0 TO WS-OL-ORDER
               MOVE "NOT PLACED" TO WS-OL-OUTCOME
               MOVE "ORDER FILES UNAVAILABLE - STILL DUE"
                   TO WS-OL-REASON
               PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT
               IF WS-RECORD-WAS-CHANGED
                   PERFORM 6500-REWRITE-STANDING THRU 6500-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2300-REPORT-ORDER THRU 2300-EXIT.
           MOVE WS-CURRENT-DATE TO SO-LAST-RUN-DATE.
           MOVE C2-ORDER-NUMBER TO SO-LAST-ORDER-NUMBER.
           MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE-NUM.
           PERFORM 3100-ADVANCE-DUE-DATE THRU 3100-EXIT
               UNTIL WS-DUE-DATE-NUM > WS-CURRENT-DATE.
           MOVE WS-DUE-DATE-NUM TO SO-NEXT-DUE-DATE.
           IF SO-END-DATE NOT = 0
              AND SO-NEXT-DUE-DATE > SO-END-DATE
               SET SO-IS-ENDED TO TRUE
               ADD 1 TO WS-ENDED-COUNT
               MOVE "ENDED" TO WS-OL-OUTCOME
               MOVE "NO FURTHER OCCURRENCE BEFORE END DATE"
                   TO WS-OL-REASON
               PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT
           END-IF.
           PERFORM 6500-REWRITE-STANDING THRU 6500-EXIT.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-STANDING THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2050-CHECK-SCHEDULE - CON02 validates a schedule when    *
      *    it is keyed, but the due-date walk below cannot step     *
      *    through a bad one, so a record loaded any other way is   *
      *    checked before it is trusted                             *
      *----------------------------------------------------------*
       2050-CHECK-SCHEDULE.
           MOVE "N" TO WS-SCHEDULE-SWITCH.
           IF NOT SO-FREQ-IS-WEEKLY
              AND NOT SO-FREQ-IS-MONTHLY
              AND NOT SO-FREQ-IS-DAY-OF-MONTH
               SET WS-SCHEDULE-IS-INVALID TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF NOT SO-FREQ-IS-WEEKLY
               IF SO-DAY-OF-MONTH NOT NUMERIC
                  OR SO-DAY-OF-MONTH < 1
                  OR SO-DAY-OF-MONTH > 31
                   SET WS-SCHEDULE-IS-INVALID TO TRUE
                   GO TO 2050-EXIT
               END-IF
           END-IF.
           IF SO-START-DATE NOT NUMERIC
              OR SO-START-MM < 1 OR SO-START-MM > 12
              OR SO-START-DD < 1 OR SO-START-DD > 31
              OR SO-END-DATE NOT NUMERIC
              OR SO-LINE-COUNT NOT NUMERIC
              OR SO-LINE-COUNT < 1
              OR SO-LINE-COUNT > 10
               SET WS-SCHEDULE-IS-INVALID TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-CHECK-REQUESTER - the same test CON02 applies to a  *
      *    keyed order: SO-USERID must be on the authority file     *
      *    with the all-departments flag or SO-CHARGE-DEPT in its   *
      *    department list                                          *
      *----------------------------------------------------------*
       2100-CHECK-REQUESTER.
           MOVE "N" TO WS-AUTH-OK-SWITCH.
           MOVE SO-USERID TO UA-USERID.
           READ USER-AUTH-FILE RECORD
               INVALID KEY MOVE "23" TO WS-UAUT-STATUS
               NOT INVALID KEY MOVE "00" TO WS-UAUT-STATUS
           END-READ.
           IF WS-UAUT-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           IF UA-ALL-DEPTS-ALLOWED
               SET WS-USER-IS-AUTHORIZED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-AUTH-IDX.
           PERFORM 2150-SCAN-AUTH-DEPT THRU 2150-EXIT
               UNTIL WS-USER-IS-AUTHORIZED
                  OR WS-AUTH-IDX NOT < 5.
       2100-EXIT.
           EXIT.
       2150-SCAN-AUTH-DEPT.
           ADD 1 TO WS-AUTH-IDX.
           IF UA-DEPT-ENTRY(WS-AUTH-IDX) = SO-CHARGE-DEPT
              AND SO-CHARGE-DEPT NOT = SPACES
               SET WS-USER-IS-AUTHORIZED TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-PLACE-ORDER - build the order commarea from the     *
      *    standing order and hand it to CON02.  A line status     *
      *    still blank afterwards means CON02 never reached the    *
      *    lines (its files could not be opened)                    *
      *----------------------------------------------------------*
       2200-PLACE-ORDER.
           MOVE SPACES TO CPYCON02.
           MOVE SO-USERID TO C2-USERID.
           MOVE SO-CHARGE-DEPT TO C2-CHARGE-DEPT.
           MOVE SO-LINE-COUNT TO C2-ORDER-LINE-COUNT.
           MOVE 0 TO C2-ORDER-NUMBER.
           MOVE 0 TO WS-LINE-IDX.
           PERFORM 2250-MOVE-ORDER-LINE THRU 2250-EXIT
               UNTIL WS-LINE-IDX NOT < SO-LINE-COUNT.
           MOVE "O" TO WS-CON02-OPERATION.
           CALL "CON02" USING WS-CON02-OPERATION, CPYCON02.
           CANCEL "CON02".
       2200-EXIT.
           EXIT.
       2250-MOVE-ORDER-LINE.
           ADD 1 TO WS-LINE-IDX.
           MOVE SO-ITEM-REF(WS-LINE-IDX)
               TO C2-ORD-ITEM-REF(WS-LINE-IDX).
           MOVE SO-QUANTITY(WS-LINE-IDX)
               TO C2-ORD-QUANTITY-REQ(WS-LINE-IDX).
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2300-REPORT-ORDER - the order's outcome as CON02 set    *
      *    it, and for anything short of fully placed the outcome  *
      *    of every line, so the department can see why            *
      *----------------------------------------------------------*
       2300-REPORT-ORDER.
           MOVE C2-ORDER-NUMBER TO WS-OL-ORDER.
           MOVE C2-ORDER-REASON TO WS-OL-REASON.
           EVALUATE TRUE
               WHEN C2-ORDER-ACCEPTED
                   ADD 1 TO WS-PLACED-COUNT
                   MOVE "PLACED" TO WS-OL-OUTCOME
               WHEN C2-ORDER-PARTIAL
                   ADD 1 TO WS-PARTIAL-COUNT
                   MOVE "PARTIAL" TO WS-OL-OUTCOME
               WHEN C2-ORDER-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD" TO WS-OL-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-OL-OUTCOME
           END-EVALUATE.
           PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT.
           IF C2-ORDER-ACCEPTED
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO WS-LINE-IDX.
           PERFORM 2350-REPORT-ORDER-LINE THRU 2350-EXIT
               UNTIL WS-LINE-IDX NOT < SO-LINE-COUNT.
       2300-EXIT.
           EXIT.
       2350-REPORT-ORDER-LINE.
           ADD 1 TO WS-LINE-IDX.
           MOVE WS-LINE-IDX TO WS-LD-LINE.
           MOVE C2-ORD-ITEM-REF(WS-LINE-IDX) TO WS-LD-ITEM-REF.
           MOVE C2-ORD-QUANTITY-REQ(WS-LINE-IDX) TO WS-LD-QTY.
           IF C2-ORD-LINE-ACCEPTED(WS-LINE-IDX)
               MOVE "ACCEPTED" TO WS-LD-STATUS
           ELSE
               IF C2-ORD-LINE-HELD(WS-LINE-IDX)
                   MOVE "HELD" TO WS-LD-STATUS
               ELSE
                   MOVE "REJECTED" TO WS-LD-STATUS
               END-IF
           END-IF.
           MOVE C2-ORD-REASON-CODE(WS-LINE-IDX) TO WS-LD-REASON-CODE.
           EVALUATE C2-ORD-REASON-CODE(WS-LINE-IDX)
               WHEN "00"
                   MOVE SPACES TO WS-LD-REASON-TEXT
               WHEN "BR"
                   MOVE "ITEM NOT ON CATALOG" TO WS-LD-REASON-TEXT
               WHEN "DC"
                   MOVE "ITEM DISCONTINUED" TO WS-LD-REASON-TEXT
               WHEN "SU"
                   MOVE "ITEM SUPERSEDED BY ITEM" TO WS-ST-LEAD
                   MOVE C2-ORD-SUCCESSOR-REF(WS-LINE-IDX)
                       TO WS-ST-ITEM-REF
                   MOVE WS-SUCCESSOR-TEXT TO WS-LD-REASON-TEXT
               WHEN "SB"
                   MOVE "SUBSTITUTED FOR OLD ITEM" TO WS-ST-LEAD
                   MOVE SO-ITEM-REF(WS-LINE-IDX) TO WS-ST-ITEM-REF
                   MOVE WS-SUCCESSOR-TEXT TO WS-LD-REASON-TEXT
               WHEN "OB"
                   MOVE "OVER MONTHLY BUDGET" TO WS-LD-REASON-TEXT
               WHEN "AT"
                   MOVE "ABOVE DEPARTMENT APPROVAL THRESHOLD"
                       TO WS-LD-REASON-TEXT
               WHEN "IS"
                   IF C2-ORDER-HELD
                       MOVE "SHORT OF STOCK - BACKORDER IF APPROVED"
                           TO WS-LD-REASON-TEXT
                   ELSE
                       MOVE "INSUFFICIENT STOCK - BACKORDERED"
                           TO WS-LD-REASON-TEXT
                   END-IF
               WHEN "RW"
                   MOVE "CATALOG UPDATE FAILED" TO WS-LD-REASON-TEXT
               WHEN "DI"
                   MOVE "DEPARTMENT NOT FOUND OR INACTIVE"
                       TO WS-LD-REASON-TEXT
               WHEN "NA"
                   MOVE "USER NOT AUTHORIZED FOR DEPARTMENT"
                       TO WS-LD-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-LD-REASON-TEXT
           END-EVALUATE.
           WRITE STORD-RPT-LINE FROM WS-LINE-DETAIL.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-COMPUTE-FIRST-DUE - the first occurrence on or      *
      *    after the start date, then stepped forward to the run    *
      *    date so a schedule added with a start in the past (or    *
      *    resumed after a suspension) picks up from tonight        *
      *----------------------------------------------------------*
       3000-COMPUTE-FIRST-DUE.
           MOVE SO-START-DATE TO WS-DUE-DATE-NUM.
           IF NOT SO-FREQ-IS-WEEKLY
               PERFORM 3200-SET-DUE-DAY THRU 3200-EXIT
               IF WS-DUE-DATE-NUM < SO-START-DATE
                   PERFORM 3300-ADD-ONE-MONTH THRU 3300-EXIT
               END-IF
           END-IF.
           PERFORM 3100-ADVANCE-DUE-DATE THRU 3100-EXIT
               UNTIL WS-DUE-DATE-NUM NOT < WS-CURRENT-DATE.
           MOVE WS-DUE-DATE-NUM TO SO-NEXT-DUE-DATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-ADVANCE-DUE-DATE - one occurrence on: seven days    *
      *    for a weekly order, one month for the others             *
      *----------------------------------------------------------*
       3100-ADVANCE-DUE-DATE.
           IF SO-FREQ-IS-WEEKLY
               MOVE 7 TO WS-DAYS-TO-ADD
               PERFORM 3450-ADD-ONE-DAY THRU 3450-EXIT
                   UNTIL WS-DAYS-TO-ADD = 0
           ELSE
               PERFORM 3300-ADD-ONE-MONTH THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-SET-DUE-DAY - the order's day in the due month, or  *
      *    the month's last day when the month is shorter           *
      *----------------------------------------------------------*
       3200-SET-DUE-DAY.
           PERFORM 3470-GET-MONTH-LENGTH THRU 3470-EXIT.
           IF SO-DAY-OF-MONTH > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-DUE-DD
           ELSE
               MOVE SO-DAY-OF-MONTH TO WS-DUE-DD
           END-IF.
       3200-EXIT.
           EXIT.
       3300-ADD-ONE-MONTH.
           IF WS-DUE-MM < 12
               ADD 1 TO WS-DUE-MM
           ELSE
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
           PERFORM 3200-SET-DUE-DAY THRU 3200-EXIT.
       3300-EXIT.
           EXIT.
       3450-ADD-ONE-DAY.
           PERFORM 3470-GET-MONTH-LENGTH THRU 3470-EXIT.
           IF WS-DUE-DD < WS-MONTH-LENGTH
               ADD 1 TO WS-DUE-DD
           ELSE
               MOVE 1 TO WS-DUE-DD
               IF WS-DUE-MM < 12
                   ADD 1 TO WS-DUE-MM
               ELSE
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
               END-IF
           END-IF.
           SUBTRACT 1 FROM WS-DAYS-TO-ADD.
       3450-EXIT.
           EXIT.
       3470-GET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-LENGTH.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       DIVIDE WS-DUE-YYYY BY 400
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
      *    6000-WRITE-ORDER-LINE - one line per standing order     *
      *    acted on; the caller sets the order number, outcome,    *
      *    and reason                                               *
      *----------------------------------------------------------*
       6000-WRITE-ORDER-LINE.
           MOVE SO-CHARGE-DEPT TO WS-OL-DEPT.
           MOVE SO-STANDING-NUMBER TO WS-OL-NUMBER.
           MOVE SO-USERID TO WS-OL-USERID.
           WRITE STORD-RPT-LINE FROM WS-ORDER-LINE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6500-REWRITE-STANDING - a failed rewrite leaves the      *
      *    standing order due again on a rerun, so it is reported  *
      *----------------------------------------------------------*
       6500-REWRITE-STANDING.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY MOVE "99" TO WS-SORD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-SORD-STATUS
           END-REWRITE.
           IF WS-SORD-STATUS NOT = "00"
               MOVE SO-LAST-ORDER-NUMBER TO WS-OL-ORDER
               MOVE "NOT SAVED" TO WS-OL-OUTCOME
               MOVE "STANDING ORDER FILE UPDATE FAILED"
                   TO WS-OL-REASON
               PERFORM 6000-WRITE-ORDER-LINE THRU 6000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE WS-READ-COUNT TO WS-SUM-READ.
           MOVE WS-DUE-COUNT TO WS-SUM-DUE.
           MOVE WS-PLACED-COUNT TO WS-SUM-PLACED.
           MOVE WS-PARTIAL-COUNT TO WS-SUM-PARTIAL.
           MOVE WS-HELD-COUNT TO WS-SUM-HELD.
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
           MOVE WS-SUSPENDED-COUNT TO WS-SUM-SUSPENDED.
           MOVE WS-ENDED-COUNT TO WS-SUM-ENDED.
           WRITE STORD-RPT-LINE FROM WS-SUMMARY-LINE.
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
               WRITE STORD-RPT-LINE FROM WS-PREREQ-MSG-LINE
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
      *    (placed, partially placed or held for approval, and     *
      *    not placed - rejected or suspended), for the end-of-    *
      *    night summary and for whichever step runs next in the   *
      *    chain                                                   *
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
           MOVE WS-PLACED-COUNT TO NR-COUNT-1.
           COMPUTE WS-PARTIAL-HELD-COUNT =
               WS-PARTIAL-COUNT + WS-HELD-COUNT.
           MOVE WS-PARTIAL-HELD-COUNT TO NR-COUNT-2.
           COMPUTE WS-NOT-PLACED-COUNT =
               WS-REJECTED-COUNT + WS-SUSPENDED-COUNT.
           MOVE WS-NOT-PLACED-COUNT TO NR-COUNT-3.
           REWRITE NIGHT-RUN-RECORD.
       8900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-SORD-WAS-OPENED
               CLOSE STANDING-ORDER-FILE
           END-IF.
           IF WS-UAUT-WAS-OPENED
               CLOSE USER-AUTH-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE STORD-RPT-FILE
           END-IF.
           IF WS-NRUN-WAS-OPENED
               CLOSE NIGHT-RUN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
