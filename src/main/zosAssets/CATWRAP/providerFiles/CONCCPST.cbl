       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCPST.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Cycle-count posting run.  Applies the count-entry feed
      * keyed from the CONCCSHT count sheets to the catalog item
      * master: for each count the shelf figure replaces
      * CI-IN-STOCK, and the variance report shows the book
      * quantity, the counted quantity, and the variance in units
      * and in value at CI-COST (an item whose cost is not a
      * number is posted by quantity and flagged NO COST rather
      * than valued at zero without a word).  A count is rejected
      * - to the report, with the master untouched - when its item
      * is not on the catalog, its date is not plausible, or its
      * quantity is not a number.
      * A count whose variance is over tolerance - worth more than
      * WS-TOLERANCE-VALUE at cost, or more than WS-TOLERANCE-PCT
      * percent of the book quantity (any variance at all on an
      * item the book says is empty) - is not posted.  It is held
      * on the keyed count-hold file for a supervisor to look at,
      * one hold per item, a later count of the same item
      * replacing an earlier hold.  Supervisors answer holds
      * through the release feed: a catalog administrator on the
      * user authority file may release a hold, which posts the
      * held variance against the stock as it stands now (the
      * shelf has moved since the count, so the counted figure
      * itself is stale; stock never goes below zero), or discard
      * it when a recount has been ordered.  Releases are worked
      * before the night's counts, so a recount keyed the same
      * day has the last word.
      * Every posted adjustment appends a line to the CON02 audit
      * log with line status "J", reason CG for a count gain or
      * CL for a count loss, the size of the adjustment in
      * AU-QUANTITY-RECV and the unit cost, under the counter's
      * (or the releasing supervisor's) userid; CONRECON adds
      * those lines into its stock expectation, and the order-
      * based passes ignore them as they ignore receipts.  The
      * run must therefore be made on the day the counts are
      * keyed, ahead of the night chain, so the adjustments carry
      * the same run date CONRECON reconciles.  A feed must be
      * posted once only: posted again after stock has moved
      * (an order, a receipt), each count would set the shelf
      * back to the counted figure and post a second adjustment
      * for the movement in between.  A hold that cannot be
      * taken off after its variance posted is shown as HOLD
      * DELETE FAILED and must be discarded before the next
      * release run, or the variance would be posted again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-ENTRY-FILE ASSIGN TO CCNTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCNT-STATUS.
           SELECT COUNT-RELEASE-FILE ASSIGN TO CRELFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREL-STATUS.
           SELECT COUNT-HOLD-FILE ASSIGN TO CHLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-ITEM-REF
               FILE STATUS IS WS-CHLD-STATUS.
           SELECT CATALOG-ITEM-FILE ASSIGN TO CATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-REF
               FILE STATUS IS WS-CATL-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UAUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USERID
               FILE STATUS IS WS-UAUT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VARIANCE-RPT-FILE ASSIGN TO CCVARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-ENTRY-FILE.
           COPY CPYCCNT.
       FD  COUNT-RELEASE-FILE.
           COPY CPYCREL.
       FD  COUNT-HOLD-FILE.
           COPY CPYCHLD.
       FD  CATALOG-ITEM-FILE.
           COPY CPYCATIT.
       FD  USER-AUTH-FILE.
           COPY CPYUAUT.
       FD  AUDIT-LOG-FILE.
           COPY CPYAUDIT.
       FD  VARIANCE-RPT-FILE.
       01  VARIANCE-RPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CCNT-STATUS PIC X(2) VALUE "00".
           05  WS-CREL-STATUS PIC X(2) VALUE "00".
           05  WS-CHLD-STATUS PIC X(2) VALUE "00".
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-UAUT-STATUS PIC X(2) VALUE "00".
           05  WS-AUDIT-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-CCNT-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-CCNT-AT-EOF VALUE "Y".
           05  WS-CREL-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-CREL-AT-EOF VALUE "Y".
           05  WS-DATE-OK-SWITCH PIC X(1) VALUE "N".
            88 WS-DATE-IS-PLAUSIBLE VALUE "Y".
           05  WS-HOLD-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-HOLD-WAS-FOUND VALUE "Y".
           05  WS-TOLERANCE-SWITCH PIC X(1) VALUE "N".
            88 WS-OVER-TOLERANCE VALUE "Y".
           05  WS-POST-STATUS-SWITCH PIC X(1) VALUE "N".
            88 WS-POST-WORKED VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-CCNT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CCNT-WAS-OPENED VALUE "Y".
           05  WS-CREL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CREL-WAS-OPENED VALUE "Y".
           05  WS-CHLD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CHLD-WAS-OPENED VALUE "Y".
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-UAUT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-UAUT-WAS-OPENED VALUE "Y".
           05  WS-AUDIT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-AUDIT-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
       01  WS-TOLERANCES.
           05  WS-TOLERANCE-PCT PIC 9(3) VALUE 10.
           05  WS-TOLERANCE-VALUE PIC 9(5)V99 VALUE 250.00.
       01  WS-COUNTERS.
           05  WS-READ-COUNT PIC 9(5) VALUE 0.
           05  WS-POSTED-COUNT PIC 9(5) VALUE 0.
           05  WS-AGREED-COUNT PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT PIC 9(5) VALUE 0.
           05  WS-RELEASE-READ-COUNT PIC 9(5) VALUE 0.
           05  WS-RELEASED-COUNT PIC 9(5) VALUE 0.
           05  WS-DISCARDED-COUNT PIC 9(5) VALUE 0.
       01  WS-VARIANCE-WORK.
           05  WS-BOOK-QTY PIC 9(7) VALUE 0.
           05  WS-COUNTED-QTY PIC 9(7) VALUE 0.
           05  WS-NEW-IN-STOCK PIC S9(8) VALUE 0.
           05  WS-VARIANCE-QTY PIC S9(8) VALUE 0.
           05  WS-ABS-VARIANCE-QTY PIC 9(8) VALUE 0.
           05  WS-UNIT-COST PIC 9(4)V99 VALUE 0.
           05  WS-UNIT-COST-X REDEFINES WS-UNIT-COST PIC X(6).
           05  WS-VARIANCE-VALUE PIC S9(11)V99 VALUE 0.
           05  WS-ABS-VARIANCE-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-NET-VARIANCE-VALUE PIC S9(11)V99 VALUE 0.
           05  WS-ADJUST-USERID PIC X(8) VALUE SPACES.
           05  WS-COST-FLAG PIC X(7) VALUE SPACES.
       01  WS-CHECK-DATE.
           05  WS-CHK-YYYY PIC 9(4).
           05  WS-CHK-MM PIC 9(2).
           05  WS-CHK-DD PIC 9(2).
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME-6 REDEFINES WS-CURRENT-TIME
                   PIC 9(6).
       01  WS-VARIANCE-LINE.
           05  FILLER PIC X(5) VALUE "ITEM ".
           05  WS-VL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(6) VALUE " BOOK ".
           05  WS-VL-BOOK PIC ZZZZZZ9.
           05  FILLER PIC X(7) VALUE " COUNT ".
           05  WS-VL-COUNT PIC ZZZZZZ9.
           05  FILLER PIC X(5) VALUE " VAR ".
           05  WS-VL-VAR-QTY PIC -(7)9.
           05  FILLER PIC X(7) VALUE " VALUE ".
           05  WS-VL-VAR-VALUE PIC -(9)9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-VL-OUTCOME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-VL-COST-FLAG PIC X(7).
           05  FILLER PIC X(2) VALUE SPACE.
       01  WS-COUNT-SUMMARY-LINE.
           05  FILLER PIC X(13) VALUE "COUNTS READ: ".
           05  WS-SUM-READ PIC ZZZZ9.
           05  FILLER PIC X(9) VALUE " POSTED: ".
           05  WS-SUM-POSTED PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE " NO VARIANCE: ".
           05  WS-SUM-AGREED PIC ZZZZ9.
           05  FILLER PIC X(7) VALUE " HELD: ".
           05  WS-SUM-HELD PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " REJECTED: ".
           05  WS-SUM-REJECTED PIC ZZZZ9.
           05  FILLER PIC X(20) VALUE SPACE.
       01  WS-RELEASE-SUMMARY-LINE.
           05  FILLER PIC X(15) VALUE "RELEASES READ: ".
           05  WS-SUM-RELEASE-READ PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " RELEASED: ".
           05  WS-SUM-RELEASED PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE " DISCARDED: ".
           05  WS-SUM-DISCARDED PIC ZZZZ9.
           05  FILLER PIC X(21) VALUE " NET VARIANCE VALUE: ".
           05  WS-SUM-NET-VALUE PIC -(9)9.99.
           05  FILLER PIC X(13) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-PROCESS-RELEASE THRU 2000-EXIT
               UNTIL WS-CREL-AT-EOF.
           PERFORM 3000-PROCESS-COUNT THRU 3000-EXIT
               UNTIL WS-CCNT-AT-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE                                        *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT COUNT-ENTRY-FILE.
           IF WS-CCNT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CCNT-WAS-OPENED TO TRUE.
           OPEN INPUT COUNT-RELEASE-FILE.
           IF WS-CREL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CREL-WAS-OPENED TO TRUE.
           OPEN I-O COUNT-HOLD-FILE.
           IF WS-CHLD-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CHLD-WAS-OPENED TO TRUE.
           OPEN I-O CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
           OPEN INPUT USER-AUTH-FILE.
           IF WS-UAUT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-UAUT-WAS-OPENED TO TRUE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-AUDIT-WAS-OPENED TO TRUE.
           OPEN OUTPUT VARIANCE-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1100-READ-NEXT-COUNT THRU 1100-EXIT.
           PERFORM 1200-READ-NEXT-RELEASE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-COUNT.
           READ COUNT-ENTRY-FILE
               AT END SET WS-CCNT-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-NEXT-RELEASE.
           READ COUNT-RELEASE-FILE
               AT END SET WS-CREL-AT-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROCESS-RELEASE - a supervisor's answer to a held  *
      *    count: release posts the held variance, discard just    *
      *    drops the hold.  Either needs a catalog administrator   *
      *----------------------------------------------------------*
       2000-PROCESS-RELEASE.
           ADD 1 TO WS-RELEASE-READ-COUNT.
           MOVE CR-ITEM-REF TO WS-VL-ITEM-REF.
           MOVE 0 TO WS-BOOK-QTY.
           MOVE 0 TO WS-COUNTED-QTY.
           MOVE 0 TO WS-VARIANCE-QTY.
           MOVE 0 TO WS-VARIANCE-VALUE.
           MOVE SPACES TO WS-COST-FLAG.
           IF NOT CR-ACTION-IS-RELEASE
              AND NOT CR-ACTION-IS-DISCARD
               MOVE "ACTION INVALID" TO WS-VL-OUTCOME
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2100-CHECK-SUPERVISOR THRU 2100-EXIT.
           IF WS-VL-OUTCOME NOT = SPACES
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE CR-ITEM-REF TO CH-ITEM-REF.
           PERFORM 3300-READ-HOLD THRU 3300-EXIT.
           IF NOT WS-HOLD-WAS-FOUND
               MOVE "NO HOLD ON FILE" TO WS-VL-OUTCOME
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE CH-BOOK-QTY TO WS-BOOK-QTY.
           MOVE CH-COUNTED-QTY TO WS-COUNTED-QTY.
           COMPUTE WS-VARIANCE-QTY = CH-COUNTED-QTY - CH-BOOK-QTY.
           IF CR-ACTION-IS-DISCARD
               PERFORM 3500-DELETE-HOLD THRU 3500-EXIT
               IF WS-CHLD-STATUS NOT = "00"
                   MOVE "HOLD DELETE FAILED" TO WS-VL-OUTCOME
                   PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
                   GO TO 2000-NEXT
               END-IF
               ADD 1 TO WS-DISCARDED-COUNT
               MOVE "DISCARDED" TO WS-VL-OUTCOME
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 1200-READ-NEXT-RELEASE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-CHECK-SUPERVISOR - only a catalog administrator on  *
      *    the user authority file may answer a hold; a reason      *
      *    left in WS-VL-OUTCOME tells the caller it failed         *
      *----------------------------------------------------------*
       2100-CHECK-SUPERVISOR.
           MOVE SPACES TO WS-VL-OUTCOME.
           MOVE CR-SUPERVISOR-ID TO UA-USERID.
           READ USER-AUTH-FILE RECORD
               INVALID KEY MOVE "23" TO WS-UAUT-STATUS
               NOT INVALID KEY MOVE "00" TO WS-UAUT-STATUS
           END-READ.
           IF WS-UAUT-STATUS NOT = "00"
              OR NOT UA-IS-CATALOG-ADMIN
               MOVE "NOT AUTHORIZED" TO WS-VL-OUTCOME
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-RELEASE-HOLD - the held variance goes against the  *
      *    stock as it stands tonight, floored at zero, and the    *
      *    hold only comes off once the master took it.  A stock   *
      *    already at the floor takes nothing, so the hold just    *
      *    comes off with no adjustment and no audit line          *
      *----------------------------------------------------------*
       2200-RELEASE-HOLD.
           MOVE CH-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
               MOVE "ITEM NOT ON CATALOG" TO WS-VL-OUTCOME
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-NEW-IN-STOCK = CI-IN-STOCK + WS-VARIANCE-QTY.
           IF WS-NEW-IN-STOCK < 0
               MOVE 0 TO WS-NEW-IN-STOCK
           END-IF.
           IF WS-NEW-IN-STOCK > 9999999
               MOVE "CAPACITY EXCEEDED" TO WS-VL-OUTCOME
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE CI-IN-STOCK TO WS-BOOK-QTY.
           MOVE WS-NEW-IN-STOCK TO WS-COUNTED-QTY.
           COMPUTE WS-VARIANCE-QTY = WS-COUNTED-QTY - WS-BOOK-QTY.
           PERFORM 3100-VALUE-VARIANCE THRU 3100-EXIT.
           IF WS-VARIANCE-QTY = 0
               MOVE "RELEASED - NO CHANGE" TO WS-VL-OUTCOME
               GO TO 2200-DROP-HOLD
           END-IF.
           MOVE CR-SUPERVISOR-ID TO WS-ADJUST-USERID.
           PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT.
           IF NOT WS-POST-WORKED
               GO TO 2200-EXIT
           END-IF.
           MOVE "RELEASED" TO WS-VL-OUTCOME.
       2200-DROP-HOLD.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 3500-DELETE-HOLD THRU 3500-EXIT.
           IF WS-CHLD-STATUS NOT = "00"
               MOVE "HOLD DELETE FAILED" TO WS-VL-OUTCOME
           END-IF.
           PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-PROCESS-COUNT - validate, work out the variance,   *
      *    then post it, hold it, or note that the shelf agreed    *
      *----------------------------------------------------------*
       3000-PROCESS-COUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE CC-ITEM-REF TO WS-VL-ITEM-REF.
           MOVE 0 TO WS-BOOK-QTY.
           MOVE 0 TO WS-COUNTED-QTY.
           MOVE 0 TO WS-VARIANCE-QTY.
           MOVE 0 TO WS-VARIANCE-VALUE.
           MOVE SPACES TO WS-COST-FLAG.
           PERFORM 3050-VALIDATE-DATE THRU 3050-EXIT.
           IF NOT WS-DATE-IS-PLAUSIBLE
               MOVE "IMPLAUSIBLE DATE" TO WS-VL-OUTCOME
               PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF CC-COUNTED-QTY NOT NUMERIC
               MOVE "QUANTITY INVALID" TO WS-VL-OUTCOME
               PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
               GO TO 3000-NEXT
           END-IF.
           MOVE CC-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
               MOVE "ITEM NOT ON CATALOG" TO WS-VL-OUTCOME
               PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
               GO TO 3000-NEXT
           END-IF.
           MOVE CI-IN-STOCK TO WS-BOOK-QTY.
           MOVE CC-COUNTED-QTY TO WS-COUNTED-QTY.
           COMPUTE WS-VARIANCE-QTY = WS-COUNTED-QTY - WS-BOOK-QTY.
           PERFORM 3100-VALUE-VARIANCE THRU 3100-EXIT.
           MOVE CC-ITEM-REF TO CH-ITEM-REF.
           PERFORM 3300-READ-HOLD THRU 3300-EXIT.
           IF WS-VARIANCE-QTY = 0
               ADD 1 TO WS-AGREED-COUNT
               MOVE "NO VARIANCE" TO WS-VL-OUTCOME
               IF WS-HOLD-WAS-FOUND
                   PERFORM 3500-DELETE-HOLD THRU 3500-EXIT
                   IF WS-CHLD-STATUS NOT = "00"
                       MOVE "HOLD DELETE FAILED" TO WS-VL-OUTCOME
                   END-IF
               END-IF
               PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT
               GO TO 3000-NEXT
           END-IF.
           PERFORM 3200-CHECK-TOLERANCE THRU 3200-EXIT.
           IF WS-OVER-TOLERANCE
               PERFORM 3400-WRITE-HOLD THRU 3400-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF CC-COUNTER-ID = SPACES
               MOVE "CYCLECNT" TO WS-ADJUST-USERID
           ELSE
               MOVE CC-COUNTER-ID TO WS-ADJUST-USERID
           END-IF.
           PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT.
           IF NOT WS-POST-WORKED
               GO TO 3000-NEXT
           END-IF.
           MOVE "POSTED" TO WS-VL-OUTCOME.
           IF WS-HOLD-WAS-FOUND
               PERFORM 3500-DELETE-HOLD THRU 3500-EXIT
               IF WS-CHLD-STATUS NOT = "00"
                   MOVE "HOLD DELETE FAILED" TO WS-VL-OUTCOME
               END-IF
           END-IF.
           PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT.
       3000-NEXT.
           PERFORM 1100-READ-NEXT-COUNT THRU 1100-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3050-VALIDATE-DATE - numeric, a real-looking month and   *
      *    day, this century, and not in the future                 *
      *----------------------------------------------------------*
       3050-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           IF CC-COUNT-DATE NOT NUMERIC
               GO TO 3050-EXIT
           END-IF.
           MOVE CC-COUNT-DATE TO WS-CHECK-DATE.
           IF WS-CHK-YYYY < 2000
              OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
              OR CC-COUNT-DATE > WS-CURRENT-DATE
               GO TO 3050-EXIT
           END-IF.
           SET WS-DATE-IS-PLAUSIBLE TO TRUE.
       3050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-VALUE-VARIANCE - at CI-COST; an item whose cost is  *
      *    not a number carries no value and is flagged NO COST     *
      *----------------------------------------------------------*
       3100-VALUE-VARIANCE.
           MOVE SPACES TO WS-COST-FLAG.
           IF CI-COST IS NUMERIC
               MOVE CI-COST TO WS-UNIT-COST-X
           ELSE
               MOVE 0 TO WS-UNIT-COST
               MOVE "NO COST" TO WS-COST-FLAG
           END-IF.
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QTY * WS-UNIT-COST.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-CHECK-TOLERANCE - over on value at cost, or over   *
      *    on units against the book quantity; an empty book has   *
      *    no tolerance at all                                      *
      *----------------------------------------------------------*
       3200-CHECK-TOLERANCE.
           MOVE "N" TO WS-TOLERANCE-SWITCH.
           IF WS-VARIANCE-QTY < 0
               COMPUTE WS-ABS-VARIANCE-QTY = 0 - WS-VARIANCE-QTY
               COMPUTE WS-ABS-VARIANCE-VALUE = 0 - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-QTY TO WS-ABS-VARIANCE-QTY
               MOVE WS-VARIANCE-VALUE TO WS-ABS-VARIANCE-VALUE
           END-IF.
           IF WS-ABS-VARIANCE-VALUE > WS-TOLERANCE-VALUE
               SET WS-OVER-TOLERANCE TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF WS-ABS-VARIANCE-QTY * 100 >
              WS-BOOK-QTY * WS-TOLERANCE-PCT
               SET WS-OVER-TOLERANCE TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-READ-HOLD - the caller has put the item reference   *
      *    in CH-ITEM-REF                                           *
      *----------------------------------------------------------*
       3300-READ-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           READ COUNT-HOLD-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HOLD-WAS-FOUND TO TRUE
           END-READ.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3400-WRITE-HOLD - one hold per item; a later count      *
      *    replaces whatever was held before.  A hold that did not *
      *    go onto the file is a reject, not a held count           *
      *----------------------------------------------------------*
       3400-WRITE-HOLD.
           MOVE CC-ITEM-REF TO CH-ITEM-REF.
           MOVE CC-COUNT-DATE TO CH-COUNT-DATE.
           MOVE CC-COUNTED-QTY TO CH-COUNTED-QTY.
           MOVE WS-BOOK-QTY TO CH-BOOK-QTY.
           MOVE CC-COUNTER-ID TO CH-COUNTER-ID.
           MOVE WS-CURRENT-DATE TO CH-HELD-DATE.
           IF WS-HOLD-WAS-FOUND
               REWRITE COUNT-HOLD-RECORD
                   INVALID KEY MOVE "99" TO WS-CHLD-STATUS
               END-REWRITE
           ELSE
               WRITE COUNT-HOLD-RECORD
                   INVALID KEY MOVE "99" TO WS-CHLD-STATUS
               END-WRITE
           END-IF.
           IF WS-CHLD-STATUS NOT = "00"
               MOVE "HOLD WRITE FAILED" TO WS-VL-OUTCOME
               PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "HELD FOR SUPERVISOR" TO WS-VL-OUTCOME.
           PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-DELETE-HOLD - takes off the hold last read; the    *
      *    caller tests WS-CHLD-STATUS                              *
      *----------------------------------------------------------*
       3500-DELETE-HOLD.
           DELETE COUNT-HOLD-FILE RECORD
               INVALID KEY MOVE "99" TO WS-CHLD-STATUS
           END-DELETE.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-POST-ADJUSTMENT - the master takes the new figure  *
      *    first; the audit line only follows a rewrite that took  *
      *----------------------------------------------------------*
       4000-POST-ADJUSTMENT.
           MOVE "N" TO WS-POST-STATUS-SWITCH.
           MOVE WS-COUNTED-QTY TO CI-IN-STOCK.
           REWRITE CATALOG-ITEM-RECORD
               INVALID KEY MOVE "99" TO WS-CATL-STATUS
           END-REWRITE.
           IF WS-CATL-STATUS NOT = "00"
               MOVE "REWRITE FAILED" TO WS-VL-OUTCOME
               PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
               GO TO 4000-EXIT
           END-IF.
           SET WS-POST-WORKED TO TRUE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-VARIANCE-VALUE TO WS-NET-VARIANCE-VALUE.
           PERFORM 5000-WRITE-AUDIT-LINE THRU 5000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-WRITE-AUDIT-LINE - line status "J" marks a stock   *
      *    adjustment; the reason code carries the direction and   *
      *    the size rides in AU-QUANTITY-RECV, as for receipts     *
      *----------------------------------------------------------*
       5000-WRITE-AUDIT-LINE.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE WS-ADJUST-USERID TO AU-USERID.
           MOVE SPACES TO AU-CHARGE-DEPT.
           MOVE 0 TO AU-ORDER-NUMBER.
           MOVE CI-ITEM-REF TO AU-ITEM-REF.
           MOVE 0 TO AU-QUANTITY-REQ.
           SET AU-STOCK-WAS-ADJUSTED TO TRUE.
           IF WS-VARIANCE-QTY < 0
               MOVE "CL" TO AU-REASON-CODE
               COMPUTE AU-QUANTITY-RECV = 0 - WS-VARIANCE-QTY
           ELSE
               MOVE "CG" TO AU-REASON-CODE
               MOVE WS-VARIANCE-QTY TO AU-QUANTITY-RECV
           END-IF.
           IF CI-COST IS NUMERIC
               MOVE CI-COST TO AU-UNIT-COST
           ELSE
               MOVE ZERO TO AU-UNIT-COST
           END-IF.
           WRITE CON02-AUDIT-RECORD.
       5000-EXIT.
           EXIT.
       5500-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 6000-WRITE-VARIANCE-LINE THRU 6000-EXIT.
       5500-EXIT.
           EXIT.
       6000-WRITE-VARIANCE-LINE.
           MOVE WS-BOOK-QTY TO WS-VL-BOOK.
           MOVE WS-COUNTED-QTY TO WS-VL-COUNT.
           MOVE WS-VARIANCE-QTY TO WS-VL-VAR-QTY.
           MOVE WS-VARIANCE-VALUE TO WS-VL-VAR-VALUE.
           MOVE WS-COST-FLAG TO WS-VL-COST-FLAG.
           WRITE VARIANCE-RPT-LINE FROM WS-VARIANCE-LINE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE WS-READ-COUNT TO WS-SUM-READ.
           MOVE WS-POSTED-COUNT TO WS-SUM-POSTED.
           MOVE WS-AGREED-COUNT TO WS-SUM-AGREED.
           MOVE WS-HELD-COUNT TO WS-SUM-HELD.
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
           WRITE VARIANCE-RPT-LINE FROM WS-COUNT-SUMMARY-LINE.
           MOVE WS-RELEASE-READ-COUNT TO WS-SUM-RELEASE-READ.
           MOVE WS-RELEASED-COUNT TO WS-SUM-RELEASED.
           MOVE WS-DISCARDED-COUNT TO WS-SUM-DISCARDED.
           MOVE WS-NET-VARIANCE-VALUE TO WS-SUM-NET-VALUE.
           WRITE VARIANCE-RPT-LINE FROM WS-RELEASE-SUMMARY-LINE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CCNT-WAS-OPENED
               CLOSE COUNT-ENTRY-FILE
           END-IF.
           IF WS-CREL-WAS-OPENED
               CLOSE COUNT-RELEASE-FILE
           END-IF.
           IF WS-CHLD-WAS-OPENED
               CLOSE COUNT-HOLD-FILE
           END-IF.
           IF WS-CATL-WAS-OPENED
               CLOSE CATALOG-ITEM-FILE
           END-IF.
           IF WS-UAUT-WAS-OPENED
               CLOSE USER-AUTH-FILE
           END-IF.
           IF WS-AUDIT-WAS-OPENED
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE VARIANCE-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
