      * order the lines were rejected, so reading front to back is
      * oldest-first) and tries to satisfy each one out of the
      * catalog master's current CI-IN-STOCK - which is why this
      * step belongs after the day's receiving has been posted,
      * and after CONHLDEX has put back the stock reserved by
      * approval holds that expired.
      * A filled backorder decrements CI-IN-STOCK and appends an
      * accepted line to the CON02 audit log (reason code BF) so
      * the department report and the nightly reconciliation see
      * the backorder file for the next run.  A backorder whose
      * item no longer exists on the catalog master is dropped with
      * a report line rather than carried forever, as is one whose
      * item has since been discontinued with no successor.  One
      * whose discontinued item names a successor that is on file
      * and still active is moved to the successor instead - a
      * redirect line (status S, reason SU, the successor in
      * AU-QUANTITY-RECV) goes to the audit log and the report -
      * and is then filled or carried forward against the
      * successor like any other backorder.  The report
      * shows every backorder's outcome plus filled/still-open
      * totals by department and the number redirected.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            88 WS-DEPT-WAS-FOUND VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
           05  WS-REDIRECT-SWITCH PIC X(1) VALUE "N".
            88 WS-BACKORDER-REDIRECTED VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-BACK-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-BACK-WAS-OPENED VALUE "Y".
           05  WS-FILLED-COUNT PIC 9(5) VALUE 0.
           05  WS-OPEN-COUNT PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT PIC 9(5) VALUE 0.
           05  WS-REDIRECT-COUNT PIC 9(5) VALUE 0.
           05  WS-SUCCESSOR-REF PIC 9(4) VALUE 0.
       01  WS-DEPT-TOTALS.
           05  WS-DEPT-USED PIC 9(2) VALUE 0.
           05  WS-DEPT-IDX PIC 9(2) VALUE 0.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-DL-OUTCOME PIC X(10).
           05  FILLER PIC X(21) VALUE SPACE.
       01  WS-REDIRECT-LINE.
           05  FILLER PIC X(5) VALUE "ITEM ".
           05  WS-RL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(6) VALUE " DEPT ".
           05  WS-RL-DEPT PIC X(8).
           05  FILLER PIC X(7) VALUE " ORDER ".
           05  WS-RL-ORDER PIC 9(8).
           05  FILLER PIC X(5) VALUE " QTY ".
           05  WS-RL-QTY PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(19) VALUE "REDIRECTED TO ITEM ".
           05  WS-RL-SUCCESSOR PIC 9(4).
           05  FILLER PIC X(8) VALUE SPACE.
       01  WS-DEPT-SUMMARY-LINE.
           05  FILLER PIC X(11) VALUE "DEPARTMENT ".
           05  WS-DS-DEPT PIC X(8).
           05  FILLER PIC X(10) VALUE " DROPPED: ".
           05  WS-SUM-DROPPED PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE SPACE.
       01  WS-REDIRECT-SUMMARY-LINE.
           05  FILLER PIC X(38) VALUE
               "BACKORDERS REDIRECTED TO A SUCCESSOR: ".
           05  WS-SUM-REDIRECTED PIC ZZZZ9.
           05  FILLER PIC X(37) VALUE SPACE.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "BOFIL".
           05  WS-PREREQ-STEP PIC X(8) VALUE "HLDEX".
       01  WS-PREREQ-MSG-LINE.
           05  FILLER PIC X(30) VALUE
               "STEP ABANDONED - PREREQUISITE".
               GO TO 2000-NEXT
           END-IF.
           IF CI-ITEM-IS-DISCONTINUED
               PERFORM 2100-REDIRECT-BACKORDER THRU 2100-EXIT
               IF NOT WS-BACKORDER-REDIRECTED
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "DISCONTD" TO WS-DL-OUTCOME
                   PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
                   GO TO 2000-NEXT
               END-IF
           END-IF.
           IF CI-IN-STOCK < BO-QUANTITY
               PERFORM 3500-CARRY-OPEN THRU 3500-EXIT
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-REDIRECT-BACKORDER - a discontinued item's          *
      *    backorder moves to its successor when the successor is   *
      *    on file and still active.  On the way out the catalog    *
      *    record is the successor's and BO-ITEM-REF names it, so   *
      *    the fill or carry-forward that follows (and the record   *
      *    carried to the next run) is for the successor            *
      *----------------------------------------------------------*
       2100-REDIRECT-BACKORDER.
           MOVE "N" TO WS-REDIRECT-SWITCH.
           IF CI-SUCCESSOR-REF NOT NUMERIC
              OR CI-SUCCESSOR-REF = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE CI-SUCCESSOR-REF TO WS-SUCCESSOR-REF.
           MOVE WS-SUCCESSOR-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
              OR CI-ITEM-IS-DISCONTINUED
               GO TO 2100-EXIT
           END-IF.
           SET WS-BACKORDER-REDIRECTED TO TRUE.
           ADD 1 TO WS-REDIRECT-COUNT.
           PERFORM 5100-WRITE-REDIRECT-AUDIT THRU 5100-EXIT.
           MOVE BO-ITEM-REF TO WS-RL-ITEM-REF.
           MOVE BO-CHARGE-DEPT TO WS-RL-DEPT.
           MOVE BO-ORDER-NUMBER TO WS-RL-ORDER.
           MOVE BO-QUANTITY TO WS-RL-QTY.
           MOVE WS-SUCCESSOR-REF TO WS-RL-SUCCESSOR.
           WRITE FILL-RPT-LINE FROM WS-REDIRECT-LINE.
           MOVE WS-SUCCESSOR-REF TO BO-ITEM-REF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-FILL-BACKORDER - take the stock, audit the fill as  *
      *    an accepted line so downstream reporting and the nightly *
      *    reconciliation both account for it                       *
           WRITE CON02-AUDIT-RECORD.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-WRITE-REDIRECT-AUDIT - the backorder's move from    *
      *    the discontinued item to its successor, under the        *
      *    original order number, with the successor riding in      *
      *    AU-QUANTITY-RECV                                         *
      *----------------------------------------------------------*
       5100-WRITE-REDIRECT-AUDIT.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE BO-USERID TO AU-USERID.
           MOVE BO-CHARGE-DEPT TO AU-CHARGE-DEPT.
           MOVE BO-ORDER-NUMBER TO AU-ORDER-NUMBER.
           MOVE BO-ITEM-REF TO AU-ITEM-REF.
           MOVE BO-QUANTITY TO AU-QUANTITY-REQ.
           SET AU-LINE-WAS-REDIRECTED TO TRUE.
           MOVE "SU" TO AU-REASON-CODE.
           MOVE ZERO TO AU-UNIT-COST.
           MOVE WS-SUCCESSOR-REF TO AU-QUANTITY-RECV.
           WRITE CON02-AUDIT-RECORD.
       5100-EXIT.
           EXIT.
       6000-WRITE-DETAIL.
           MOVE BO-ITEM-REF TO WS-DL-ITEM-REF.
           MOVE BO-CHARGE-DEPT TO WS-DL-DEPT.
           MOVE WS-OPEN-COUNT TO WS-SUM-OPEN.
           MOVE WS-DROPPED-COUNT TO WS-SUM-DROPPED.
           WRITE FILL-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-REDIRECT-COUNT TO WS-SUM-REDIRECTED.
           WRITE FILL-RPT-LINE FROM WS-REDIRECT-SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       8100-WRITE-DEPT-SUMMARY.
