      * applied by that step - also lands on the price history
      * ledger, so "what did item 0042 cost in March" no longer
      * means replaying the maintenance audit archive.
      * A return (one delivered line, via C2-RETURN-LINE) takes
      * back up to the quantity delivered, less anything already
      * returned against the line.  The disposition decides the
      * stock: R puts the goods back into CI-IN-STOCK, S scraps
      * them and leaves the catalog alone.  Either way the
      * returned quantity and date are recorded on the history
      * detail, the department is credited through a negative
      * commitment (and, tonight, through CONDEPRT posting the
      * audit line to the month-to-date file), and a return line
      * - status T, reason RS for restock or SC for scrap - lands
      * on the audit log with the restocked quantity in
      * AU-QUANTITY-RECV.
      * Standing orders (CPYSORD) are kept through the same
      * commarea: a requester may add, change, suspend, resume, or
      * list the department's repeat requisitions - weekly from the
      * start date, monthly on the start date's day, or on a fixed
      * day of the month - under exactly the department checks an
      * order gets.  Nothing is ordered when a standing order is
      * keyed; the nightly CONSTORD step places each one through
      * the order operation on the night it falls due.
      * A department may set an approval threshold (CPYDEPT).  An
      * order whose orderable value is above it, or which would
      * take the department over its monthly budget, is neither
      * accepted nor rejected: it is held (status H).  The stock
      * for the held lines is reserved at once so it cannot be
      * sold twice, but nothing is committed against the budget
      * until an approver named on the user authority file
      * approves it through the approval operation, which lists
      * the held orders for the approver's departments and
      * approves or declines each one.  Approval turns the held
      * lines into accepted lines (reason AP) and commits their
      * spend; a decline, like the nightly expiry in CONHLDEX,
      * puts the reserved stock back (reason DA).  Every approval
      * action lands on the audit log under the approver's userid.
      * Discontinuing an item may name its successor (an item on
      * file and still active), and an item already discontinued
      * may be given one, or a new one, the same way.  An order
      * line for an item with a successor is rejected SU, with the
      * successor handed back beside the line, unless the charge
      * department has opted in to automatic substitution
      * (CPYDEPT): then the line is switched to the successor
      * before anything is priced or posted, the switch lands on
      * the audit log (status S, reason SU, the successor in
      * AU-QUANTITY-RECV), and the line, if accepted, carries
      * reason SB.  Only one step is followed: a successor that
      * has since been discontinued itself leaves the line
      * rejected DC.

      *
       ENVIRONMENT DIVISION.
           SELECT PRICE-HIST-FILE ASSIGN TO PHISFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIS-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-STANDING-KEY
               FILE STATUS IS WS-SORD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-ITEM-FILE.
           COPY CPYPPRC.
       FD  PRICE-HIST-FILE.
           COPY CPYPHIS.
       FD  STANDING-ORDER-FILE.
           COPY CPYSORD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-UAUT-STATUS PIC X(2) VALUE "00".
           05  WS-PPRC-STATUS PIC X(2) VALUE "00".
           05  WS-PHIS-STATUS PIC X(2) VALUE "00".
           05  WS-SORD-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-DEPT-REJECT-SWITCH PIC X(1) VALUE SPACE.
           05  WS-CMIT-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-CMIT-AT-EOF VALUE "Y".
           05  WS-SORD-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-SORD-AT-EOF VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
            88 WS-PPRC-WAS-OPENED VALUE "Y".
           05  WS-PHIS-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PHIS-WAS-OPENED VALUE "Y".
           05  WS-SORD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-SORD-WAS-OPENED VALUE "Y".
       01  WS-COUNTERS.
           05  WS-ACCEPT-COUNT PIC 9(2) VALUE 0.
           05  WS-REJECT-COUNT PIC 9(2) VALUE 0.
           05  WS-CANCEL-UNIT-COST-X REDEFINES WS-CANCEL-UNIT-COST
                   PIC X(6).
           05  WS-CANCEL-LINE-COST PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-WORK.
           05  WS-RETURN-PRIOR-QTY PIC 9(5) VALUE 0.
           05  WS-RETURN-RESTOCK-QTY PIC 9(5) VALUE 0.
           05  WS-UNDO-RESTOCK-QTY PIC 9(5) VALUE 0.
       01  WS-MAINT-WORK.
           05  WS-MNT-COST-NUM PIC 9(4)V99 VALUE 0.
           05  WS-MNT-COST-X REDEFINES WS-MNT-COST-NUM PIC X(6).
            88 WS-COST-WAS-APPLIED VALUE "Y".
           05  WS-PPRC-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-PPRC-WAS-FOUND VALUE "Y".
       01  WS-STANDING-WORK.
           05  WS-SO-INVALID-SWITCH PIC X(1) VALUE "N".
            88 WS-SO-IS-INVALID VALUE "Y".
           05  WS-SO-NEXT-NUMBER PIC 9(5) VALUE 0.
           05  WS-SO-LIST-IDX PIC 9(2) VALUE 0.
       01  WS-APPROVAL-WORK.
           05  WS-HOLD-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDER-IS-HELD VALUE "Y".
           05  WS-HOLD-REASON-CODE PIC X(2) VALUE SPACES.
           05  WS-HELD-COUNT PIC 9(2) VALUE 0.
           05  WS-ORDER-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-HOLD-UNIT-COST PIC 9(4)V99 VALUE 0.
           05  WS-HOLD-UNIT-COST-X REDEFINES WS-HOLD-UNIT-COST
                   PIC X(6).
           05  WS-HOLD-LINE-COST PIC 9(9)V99 VALUE 0.
           05  WS-APPROVER-SWITCH PIC X(1) VALUE "N".
            88 WS-USER-IS-APPROVER VALUE "Y".
           05  WS-AP-LIST-IDX PIC 9(2) VALUE 0.
           05  WS-HELD-VALUE PIC 9(9)V99 VALUE 0.
           05  WS-APPROVED-COUNT PIC 9(2) VALUE 0.
           05  WS-STILL-HELD-COUNT PIC 9(2) VALUE 0.
       01  WS-SUCCESSOR-WORK.
           05  WS-SUCCESSOR-REF PIC 9(4) VALUE 0.
           05  WS-SUCCESSOR-BAD-SWITCH PIC X(1) VALUE "N".
            88 WS-SUCCESSOR-IS-BAD VALUE "Y".
       01  WS-BEFORE-IMAGE.
           05  WS-OLD-DESCRIPTION PIC X(40) VALUE SPACES.
           05  WS-OLD-COST PIC X(6) VALUE SPACES.
           05  WS-OLD-REORDER-POINT PIC 9(4) VALUE 0.
           05  WS-OLD-STATUS-FLAG PIC X(1) VALUE SPACE.
           05  WS-OLD-SUCCESSOR-REF PIC 9(4) VALUE 0.
       LINKAGE SECTION.
       01  CON02-OPERATION-CODE PIC X(1).
           88 CON02-OP-IS-LIST VALUE "L".
           88 CON02-OP-IS-STATUS VALUE "Q".
           88 CON02-OP-IS-SEARCH VALUE "K".
           88 CON02-OP-IS-CANCEL VALUE "X".
           88 CON02-OP-IS-RETURN VALUE "R".
           88 CON02-OP-IS-STANDING VALUE "G".
           88 CON02-OP-IS-APPROVAL VALUE "A".
           COPY CPYCON02.
       PROCEDURE DIVISION USING CON02-OPERATION-CODE, CPYCON02.
      *----------------------------------------------------------*
                   ELSE
                       PERFORM 8000-PROCESS-CANCEL THRU 8000-EXIT
                   END-IF
               WHEN CON02-OP-IS-RETURN
                   PERFORM 1050-INITIALIZE-ORDER-FILES THRU 1050-EXIT
                   IF WS-OPEN-ERROR
                       SET C2-ORDER-REJECTED TO TRUE
                       MOVE "ORDER SUBSYSTEM FILES UNAVAILABLE"
                           TO C2-ORDER-REASON
                   ELSE
                       PERFORM 8500-PROCESS-RETURN THRU 8500-EXIT
                   END-IF
               WHEN CON02-OP-IS-STATUS
                   PERFORM 1080-INITIALIZE-HISTORY-INQ THRU 1080-EXIT
                   IF WS-OPEN-ERROR
                   ELSE
                       PERFORM 7000-INQUIRE-ORDER THRU 7000-EXIT
                   END-IF
               WHEN CON02-OP-IS-STANDING
                   PERFORM 1090-INITIALIZE-STANDING-FILES
                       THRU 1090-EXIT
                   IF WS-OPEN-ERROR
                       SET C2-STANDING-REJECTED TO TRUE
                       MOVE "STANDING ORDER FILES UNAVAILABLE"
                           TO C2-SO-REASON
                   ELSE
                       PERFORM 7500-PROCESS-STANDING-ORDER
                           THRU 7500-EXIT
                   END-IF
               WHEN CON02-OP-IS-APPROVAL
                   PERFORM 1050-INITIALIZE-ORDER-FILES THRU 1050-EXIT
                   IF WS-OPEN-ERROR
                       SET C2-APPROVAL-REJECTED TO TRUE
                       MOVE "ORDER SUBSYSTEM FILES UNAVAILABLE"
                           TO C2-AP-REASON
                   ELSE
                       PERFORM 8700-PROCESS-APPROVAL THRU 8700-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1080-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1090-INITIALIZE-STANDING-FILES - opened only when        *
      *    CON02-OP-IS-STANDING: the standing order file, and the   *
      *    department master and authority file its checks need     *
      *----------------------------------------------------------*
       1090-INITIALIZE-STANDING-FILES.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-SORD-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1090-EXIT
           END-IF.
           SET WS-SORD-WAS-OPENED TO TRUE.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1090-EXIT
           END-IF.
           SET WS-DEPT-WAS-OPENED TO TRUE.
           OPEN INPUT USER-AUTH-FILE.
           IF WS-UAUT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1090-EXIT
           END-IF.
           SET WS-UAUT-WAS-OPENED TO TRUE.
       1090-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-INQUIRE-LIST - paged catalog scan, resumed by     *
      *    C2-CONTINUATION-TOKEN (or C2-LIST-START-REF on the     *
      *    first call of a scroll).  When C2-DEPT-FILTER is       *
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE 0 TO C2-ORDER-NUMBER.
           MOVE 0 TO WS-ORDER-SPEND.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE "N" TO WS-HOLD-SWITCH.
           MOVE SPACES TO WS-HOLD-REASON-CODE.
           MOVE 0 TO C2-BUDGET-REMAINING.
           SET C2-BUDGET-NO-LIMIT TO TRUE.
           IF C2-ORDER-LINE-COUNT < 1 OR C2-ORDER-LINE-COUNT > 10
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-GET-NEXT-ORDER-NUMBER THRU 4100-EXIT.
           PERFORM 4110-APPLY-SUCCESSORS THRU 4110-EXIT.
           PERFORM 4150-GET-MTD-SPEND THRU 4150-EXIT.
           PERFORM 4120-CHECK-APPROVAL-HOLD THRU 4120-EXIT.
           PERFORM 4185-OPEN-COMMIT-EXTEND THRU 4185-EXIT.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM 4200-PROCESS-ORDER-LINE THRU 4200-EXIT
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4110-APPLY-SUCCESSORS - a line for a discontinued item   *
      *    whose successor is on file and still active gets the     *
      *    successor handed back beside it.  When the department    *
      *    has opted in to automatic substitution the line itself   *
      *    is switched to the successor here, before the hold       *
      *    check prices it, and the switch is audited; otherwise    *
      *    4200 rejects the line SU                                 *
      *----------------------------------------------------------*
       4110-APPLY-SUCCESSORS.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM 4115-CHECK-LINE-SUCCESSOR THRU 4115-EXIT
               UNTIL WS-LINE-IDX > C2-ORDER-LINE-COUNT.
       4110-EXIT.
           EXIT.
       4115-CHECK-LINE-SUCCESSOR.
           MOVE 0 TO C2-ORD-SUCCESSOR-REF(WS-LINE-IDX).
           MOVE C2-ORD-ITEM-REF(WS-LINE-IDX) TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
              OR NOT CI-ITEM-IS-DISCONTINUED
              OR CI-SUCCESSOR-REF NOT NUMERIC
              OR CI-SUCCESSOR-REF = 0
               GO TO 4115-NEXT
           END-IF.
           MOVE CI-SUCCESSOR-REF TO WS-SUCCESSOR-REF.
           MOVE WS-SUCCESSOR-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
              OR CI-ITEM-IS-DISCONTINUED
               GO TO 4115-NEXT
           END-IF.
           MOVE WS-SUCCESSOR-REF TO C2-ORD-SUCCESSOR-REF(WS-LINE-IDX).
           IF DM-AUTO-SUBSTITUTE
               PERFORM 5020-WRITE-REDIRECT-AUDIT THRU 5020-EXIT
               MOVE WS-SUCCESSOR-REF TO C2-ORD-ITEM-REF(WS-LINE-IDX)
           END-IF.
       4115-NEXT.
           ADD 1 TO WS-LINE-IDX.
       4115-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4120-CHECK-APPROVAL-HOLD - price the lines that would    *
      *    be accepted (on file, not discontinued, enough stock)    *
      *    before any of them is posted.  If that value is above    *
      *    the department's approval threshold (reason AT), or      *
      *    would take the department over its budget (reason OB),   *
      *    the whole order is held for approval instead of being    *
      *    accepted line by line.  A threshold of spaces or zero    *
      *    means the department never holds on value alone         *
      *----------------------------------------------------------*
       4120-CHECK-APPROVAL-HOLD.
           MOVE 0 TO WS-ORDER-VALUE.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM 4130-VALUE-ORDER-LINE THRU 4130-EXIT
               UNTIL WS-LINE-IDX > C2-ORDER-LINE-COUNT.
           IF WS-ORDER-VALUE = 0
               GO TO 4120-EXIT
           END-IF.
           IF DM-APPROVAL-THRESHOLD IS NUMERIC
              AND DM-APPROVAL-THRESHOLD > 0
              AND WS-ORDER-VALUE > DM-APPROVAL-THRESHOLD
               SET WS-ORDER-IS-HELD TO TRUE
               MOVE "AT" TO WS-HOLD-REASON-CODE
               GO TO 4120-EXIT
           END-IF.
           IF WS-BUDGET-APPLIES
              AND WS-MTD-SPEND + WS-ORDER-VALUE > DM-MONTHLY-BUDGET
               SET WS-ORDER-IS-HELD TO TRUE
               MOVE "OB" TO WS-HOLD-REASON-CODE
           END-IF.
       4120-EXIT.
           EXIT.
       4130-VALUE-ORDER-LINE.
           MOVE C2-ORD-ITEM-REF(WS-LINE-IDX) TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS = "00"
              AND NOT CI-ITEM-IS-DISCONTINUED
              AND CI-COST IS NUMERIC
              AND CI-IN-STOCK NOT < C2-ORD-QUANTITY-REQ(WS-LINE-IDX)
               MOVE CI-COST TO WS-HOLD-UNIT-COST-X
               COMPUTE WS-HOLD-LINE-COST ROUNDED =
                   C2-ORD-QUANTITY-REQ(WS-LINE-IDX)
                       * WS-HOLD-UNIT-COST
               ADD WS-HOLD-LINE-COST TO WS-ORDER-VALUE
           END-IF.
           ADD 1 TO WS-LINE-IDX.
       4130-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4150-GET-MTD-SPEND - total what the charge department    *
      *    has already spent this month from the accumulator file   *
      *    CONDEPRT maintains.  A department record whose budget    *
               END-IF
               IF CI-ITEM-IS-DISCONTINUED
                   SET C2-ORD-LINE-REJECTED(WS-LINE-IDX) TO TRUE
                   IF C2-ORD-SUCCESSOR-REF(WS-LINE-IDX) > 0
                       MOVE "SU" TO C2-ORD-REASON-CODE(WS-LINE-IDX)
                   ELSE
                       MOVE "DC" TO C2-ORD-REASON-CODE(WS-LINE-IDX)
                   END-IF
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                COMPUTE WS-LINE-COST ROUNDED =
                    C2-ORD-QUANTITY-REQ(WS-LINE-IDX)
                        * AU-UNIT-COST-NUM
                IF WS-BUDGET-APPLIES
                   AND NOT WS-ORDER-IS-HELD
                   AND WS-MTD-SPEND + WS-ORDER-SPEND + WS-LINE-COST
                       > DM-MONTHLY-BUDGET
                   SET C2-ORD-LINE-REJECTED(WS-LINE-IDX) TO TRUE
                   SET C2-ORD-LINE-REJECTED(WS-LINE-IDX) TO TRUE
                   MOVE "IS" TO C2-ORD-REASON-CODE(WS-LINE-IDX)
                   ADD 1 TO WS-REJECT-COUNT
                   IF NOT WS-ORDER-IS-HELD
                       PERFORM 4250-WRITE-BACKORDER THRU 4250-EXIT
                   END-IF
                 ELSE
                   SUBTRACT C2-ORD-QUANTITY-REQ(WS-LINE-IDX)
                       FROM CI-IN-STOCK
                       INVALID KEY MOVE "99" TO WS-CATL-STATUS
                   END-REWRITE
                   IF WS-CATL-STATUS = "00"
                    IF WS-ORDER-IS-HELD
                       SET C2-ORD-LINE-HELD(WS-LINE-IDX) TO TRUE
                       MOVE WS-HOLD-REASON-CODE
                           TO C2-ORD-REASON-CODE(WS-LINE-IDX)
                       ADD 1 TO WS-HELD-COUNT
                    ELSE
                       SET C2-ORD-LINE-ACCEPTED(WS-LINE-IDX) TO TRUE
                       IF C2-ORD-SUCCESSOR-REF(WS-LINE-IDX) > 0
                           MOVE "SB"
                               TO C2-ORD-REASON-CODE(WS-LINE-IDX)
                       ELSE
                           MOVE "00"
                               TO C2-ORD-REASON-CODE(WS-LINE-IDX)
                       END-IF
                       ADD 1 TO WS-ACCEPT-COUNT
                       ADD WS-LINE-COST TO WS-ORDER-SPEND
                       PERFORM 5050-WRITE-COMMITMENT THRU 5050-EXIT
                    END-IF
                   ELSE
                       SET C2-ORD-LINE-REJECTED(WS-LINE-IDX) TO TRUE
                       MOVE "RW" TO C2-ORD-REASON-CODE(WS-LINE-IDX)
           WRITE BACKORDER-RECORD.
       4250-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4300-SET-OVERALL-STATUS - a held line makes the whole    *
      *    order held, whatever happened to its other lines; the    *
      *    approver settles those when the order is approved        *
      *----------------------------------------------------------*
       4300-SET-OVERALL-STATUS.
           IF WS-HELD-COUNT > 0
               SET C2-ORDER-HELD TO TRUE
               IF WS-HOLD-REASON-CODE = "OB"
                   MOVE "HELD FOR APPROVAL - OVER MONTHLY BUDGET"
                       TO C2-ORDER-REASON
               ELSE
                   MOVE "HELD FOR APPROVAL - ABOVE DEPT THRESHOLD"
                       TO C2-ORDER-REASON
               END-IF
               GO TO 4300-EXIT
           END-IF.
           IF WS-REJECT-COUNT = 0
               SET C2-ORDER-ACCEPTED TO TRUE
               MOVE "ALL LINES ACCEPTED" TO C2-ORDER-REASON
           MOVE WS-CURRENT-TIME-6 TO OH-TIME.
           MOVE C2-ORDER-STATUS TO OH-ORDER-STATUS.
           MOVE C2-ORDER-LINE-COUNT TO OH-LINE-COUNT.
           MOVE 0 TO OH-APPROVED-DATE.
           IF C2-ORDER-HELD
               MOVE WS-HOLD-REASON-CODE TO OH-HOLD-REASON
           ELSE
               MOVE SPACES TO OH-HOLD-REASON
           END-IF.
           WRITE ORDER-HEADER-RECORD
               INVALID KEY MOVE "22" TO WS-ORDH-STATUS
           END-WRITE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5020-WRITE-REDIRECT-AUDIT - a line switched from a       *
      *    discontinued item to its successor.  The item is the     *
      *    one the requester keyed; the successor it was switched   *
      *    to rides in AU-QUANTITY-RECV                             *
      *----------------------------------------------------------*
       5020-WRITE-REDIRECT-AUDIT.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE C2-USERID TO AU-USERID.
           MOVE C2-CHARGE-DEPT TO AU-CHARGE-DEPT.
           MOVE C2-ORDER-NUMBER TO AU-ORDER-NUMBER.
           MOVE C2-ORD-ITEM-REF(WS-LINE-IDX) TO AU-ITEM-REF.
           MOVE C2-ORD-QUANTITY-REQ(WS-LINE-IDX) TO AU-QUANTITY-REQ.
           SET AU-LINE-WAS-REDIRECTED TO TRUE.
           MOVE "SU" TO AU-REASON-CODE.
           MOVE ZERO TO AU-UNIT-COST.
           MOVE WS-SUCCESSOR-REF TO AU-QUANTITY-RECV.
           WRITE CON02-AUDIT-RECORD.
       5020-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5050-WRITE-COMMITMENT - the intraday record of this      *
      *    accepted line's spend, written while WS-LINE-COST still  *
      *    holds it, so the next budget check in this department    *
           MOVE C2-ORD-REASON-CODE(WS-LINE-IDX) TO OD-REASON-CODE.
           MOVE AU-UNIT-COST TO OD-UNIT-COST.
           MOVE 0 TO OD-DELIVERED-DATE.
           MOVE 0 TO OD-RETURNED-QTY.
           MOVE 0 TO OD-RETURNED-DATE.
           WRITE ORDER-DETAIL-RECORD
               INVALID KEY MOVE "22" TO WS-ORDD-STATUS
           END-WRITE.
           MOVE SPACES TO WS-OLD-COST.
           MOVE 0 TO WS-OLD-REORDER-POINT.
           MOVE SPACE TO WS-OLD-STATUS-FLAG.
           MOVE 0 TO WS-OLD-SUCCESSOR-REF.
           PERFORM 6050-CHECK-MAINT-AUTHORITY THRU 6050-EXIT.
           IF NOT WS-USER-IS-AUTHORIZED
               SET C2-MAINT-REJECTED TO TRUE
           MOVE 0 TO CI-ON-ORDER.
           MOVE C2-MNT-REORDER-POINT TO CI-REORDER-POINT.
           MOVE SPACE TO CI-STATUS-FLAG.
           MOVE 0 TO CI-SUCCESSOR-REF.
           WRITE CATALOG-ITEM-RECORD
               INVALID KEY MOVE "22" TO WS-CATL-STATUS
           END-WRITE.
      *----------------------------------------------------------*
      *    6300-DISCONTINUE-ITEM - the record stays on the master   *
      *    for history, but stops appearing on list pages and is    *
      *    rejected on order lines from here on.  A successor on    *
      *    the request must be another item, on file and still      *
      *    active (reason SR otherwise); naming one is also how an  *
      *    item already discontinued gets a successor set or        *
      *    changed                                                  *
      *----------------------------------------------------------*
       6300-DISCONTINUE-ITEM.
           MOVE C2-MNT-ITEM-REF TO CI-ITEM-REF.
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6400-SAVE-BEFORE-IMAGE THRU 6400-EXIT.
           MOVE 0 TO WS-SUCCESSOR-REF.
           IF C2-MNT-SUCCESSOR-REF IS NUMERIC
               MOVE C2-MNT-SUCCESSOR-REF TO WS-SUCCESSOR-REF
           END-IF.
           IF CI-ITEM-IS-DISCONTINUED
              AND WS-SUCCESSOR-REF = 0
               SET C2-MAINT-REJECTED TO TRUE
               MOVE "AD" TO WS-MNT-REJECT-CODE
               MOVE "ITEM ALREADY DISCONTINUED" TO C2-MNT-REASON
               GO TO 6300-EXIT
           END-IF.
           IF WS-SUCCESSOR-REF > 0
               PERFORM 6350-CHECK-SUCCESSOR THRU 6350-EXIT
               IF WS-SUCCESSOR-IS-BAD
                   SET C2-MAINT-REJECTED TO TRUE
                   MOVE "SR" TO WS-MNT-REJECT-CODE
                   MOVE "SUCCESSOR NOT ON FILE OR NOT ACTIVE"
                       TO C2-MNT-REASON
                   GO TO 6300-EXIT
               END-IF
               IF WS-CATL-STATUS NOT = "00"
                   SET C2-MAINT-REJECTED TO TRUE
                   MOVE "NF" TO WS-MNT-REJECT-CODE
                   MOVE "ITEM NOT ON FILE" TO C2-MNT-REASON
                   GO TO 6300-EXIT
               END-IF
               MOVE WS-SUCCESSOR-REF TO CI-SUCCESSOR-REF
           END-IF.
           MOVE "D" TO CI-STATUS-FLAG.
           REWRITE CATALOG-ITEM-RECORD
               INVALID KEY MOVE "99" TO WS-CATL-STATUS
           END-REWRITE.
           IF WS-CATL-STATUS = "00"
               SET C2-MAINT-ACCEPTED TO TRUE
               IF WS-SUCCESSOR-REF > 0
                   MOVE "ITEM DISCONTINUED - SUCCESSOR SET"
                       TO C2-MNT-REASON
               ELSE
                   MOVE "ITEM DISCONTINUED" TO C2-MNT-REASON
               END-IF
           ELSE
               SET C2-MAINT-REJECTED TO TRUE
               MOVE "RW" TO WS-MNT-REJECT-CODE
           END-IF.
       6300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6350-CHECK-SUCCESSOR - the successor is read over the    *
      *    item being discontinued, so the item is read back        *
      *    before 6300 goes on to rewrite it                        *
      *----------------------------------------------------------*
       6350-CHECK-SUCCESSOR.
           MOVE "N" TO WS-SUCCESSOR-BAD-SWITCH.
           IF WS-SUCCESSOR-REF = C2-MNT-ITEM-REF
               SET WS-SUCCESSOR-IS-BAD TO TRUE
               GO TO 6350-EXIT
           END-IF.
           MOVE WS-SUCCESSOR-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
              OR CI-ITEM-IS-DISCONTINUED
               SET WS-SUCCESSOR-IS-BAD TO TRUE
           END-IF.
           MOVE C2-MNT-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
       6350-EXIT.
           EXIT.
       6400-SAVE-BEFORE-IMAGE.
           MOVE CI-DESCRIPTION TO WS-OLD-DESCRIPTION.
           MOVE CI-COST TO WS-OLD-COST.
           MOVE CI-REORDER-POINT TO WS-OLD-REORDER-POINT.
           MOVE CI-STATUS-FLAG TO WS-OLD-STATUS-FLAG.
           IF CI-SUCCESSOR-REF IS NUMERIC
               MOVE CI-SUCCESSOR-REF TO WS-OLD-SUCCESSOR-REF
           ELSE
               MOVE 0 TO WS-OLD-SUCCESSOR-REF
           END-IF.
       6400-EXIT.
           EXIT.
      *----------------------------------------------------------*
           MOVE WS-OLD-COST TO MA-OLD-COST.
           MOVE WS-OLD-REORDER-POINT TO MA-OLD-REORDER-POINT.
           MOVE WS-OLD-STATUS-FLAG TO MA-OLD-STATUS-FLAG.
           MOVE WS-OLD-SUCCESSOR-REF TO MA-OLD-SUCCESSOR-REF.
           MOVE WS-OLD-SUCCESSOR-REF TO MA-NEW-SUCCESSOR-REF.
           IF C2-MAINT-ACCEPTED
               MOVE CI-DESCRIPTION TO MA-NEW-DESCRIPTION
               MOVE CI-COST TO MA-NEW-COST
               MOVE CI-REORDER-POINT TO MA-NEW-REORDER-POINT
               MOVE CI-STATUS-FLAG TO MA-NEW-STATUS-FLAG
               IF CI-SUCCESSOR-REF IS NUMERIC
                   MOVE CI-SUCCESSOR-REF TO MA-NEW-SUCCESSOR-REF
               END-IF
               SET MA-ACTION-WAS-ACCEPTED TO TRUE
               MOVE WS-MNT-ACCEPT-CODE TO MA-REASON-CODE
           ELSE
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7500-PROCESS-STANDING-ORDER - add, change, suspend,      *
      *    resume, or list a department's standing orders.  The    *
      *    requester is held to the same department checks as a    *
      *    keyed order (C2-SO-USERID and C2-SO-CHARGE-DEPT sit      *
      *    where C2-USERID and C2-CHARGE-DEPT do, so                *
      *    4080-CHECK-DEPT-AUTHORITY serves unchanged).  Nothing    *
      *    is ordered here - CONSTORD places each order through    *
      *    the order operation on the night it falls due            *
      *----------------------------------------------------------*
       7500-PROCESS-STANDING-ORDER.
           SET C2-STANDING-ACCEPTED TO TRUE.
           MOVE SPACES TO C2-SO-REASON.
           MOVE SPACE TO WS-DEPT-REJECT-SWITCH.
           MOVE C2-SO-CHARGE-DEPT TO DM-DEPT-CODE.
           READ DEPT-MASTER-FILE RECORD
               INVALID KEY MOVE "Y" TO WS-DEPT-REJECT-SWITCH
           END-READ.
           IF WS-DEPT-REJECT-SWITCH NOT = "Y"
              AND DM-DEPT-IS-INACTIVE
              AND NOT C2-SO-ACTION-IS-LIST
              AND NOT C2-SO-ACTION-IS-SUSPEND
               MOVE "Y" TO WS-DEPT-REJECT-SWITCH
           END-IF.
           IF WS-DEPT-REJECT-SWITCH = "Y"
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "DEPARTMENT NOT FOUND OR INACTIVE"
                   TO C2-SO-REASON
               GO TO 7500-EXIT
           END-IF.
           MOVE C2-SO-CHARGE-DEPT TO WS-AUTH-DEPT.
           PERFORM 4080-CHECK-DEPT-AUTHORITY THRU 4080-EXIT.
           IF NOT WS-USER-IS-AUTHORIZED
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "USER NOT AUTHORIZED FOR DEPARTMENT"
                   TO C2-SO-REASON
               GO TO 7500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN C2-SO-ACTION-IS-ADD
                   PERFORM 7600-ADD-STANDING-ORDER THRU 7600-EXIT
               WHEN C2-SO-ACTION-IS-CHANGE
                   PERFORM 7650-CHANGE-STANDING-ORDER THRU 7650-EXIT
               WHEN C2-SO-ACTION-IS-SUSPEND
                   PERFORM 7700-SUSPEND-STANDING-ORDER THRU 7700-EXIT
               WHEN C2-SO-ACTION-IS-RESUME
                   PERFORM 7720-RESUME-STANDING-ORDER THRU 7720-EXIT
               WHEN C2-SO-ACTION-IS-LIST
                   PERFORM 7800-LIST-STANDING-ORDERS THRU 7800-EXIT
               WHEN OTHER
                   SET C2-STANDING-REJECTED TO TRUE
                   MOVE "INVALID STANDING ORDER ACTION"
                       TO C2-SO-REASON
           END-EVALUATE.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7550-VALIDATE-SCHEDULE - the frequency, dates, and lines *
      *    of an add or change.  The nightly due-date walk trusts   *
      *    what is stored, so nothing it cannot step through is     *
      *    ever written.  Every line must name an orderable item;   *
      *    stock and budget are left to the night it is placed     *
      *----------------------------------------------------------*
       7550-VALIDATE-SCHEDULE.
           MOVE "N" TO WS-SO-INVALID-SWITCH.
           IF NOT C2-SO-FREQ-IS-WEEKLY
              AND NOT C2-SO-FREQ-IS-MONTHLY
              AND NOT C2-SO-FREQ-IS-DAY-OF-MONTH
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "FREQUENCY MUST BE W, M, OR D" TO C2-SO-REASON
               GO TO 7550-EXIT
           END-IF.
           IF C2-SO-FREQ-IS-DAY-OF-MONTH
               IF C2-SO-DAY-OF-MONTH NOT NUMERIC
                  OR C2-SO-DAY-OF-MONTH < 1
                  OR C2-SO-DAY-OF-MONTH > 31
                   SET WS-SO-IS-INVALID TO TRUE
                   MOVE "DAY OF MONTH MUST BE 01 TO 31"
                       TO C2-SO-REASON
                   GO TO 7550-EXIT
               END-IF
           END-IF.
           IF C2-SO-START-DATE NOT NUMERIC
              OR C2-SO-START-YYYY < 1900
              OR C2-SO-START-MM < 1 OR C2-SO-START-MM > 12
              OR C2-SO-START-DD < 1 OR C2-SO-START-DD > 31
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "INVALID START DATE" TO C2-SO-REASON
               GO TO 7550-EXIT
           END-IF.
           IF C2-SO-END-DATE NOT NUMERIC
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "INVALID END DATE" TO C2-SO-REASON
               GO TO 7550-EXIT
           END-IF.
           IF C2-SO-END-DATE NOT = 0
              AND C2-SO-END-DATE < C2-SO-START-DATE
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "END DATE BEFORE START DATE" TO C2-SO-REASON
               GO TO 7550-EXIT
           END-IF.
           IF C2-SO-LINE-COUNT NOT NUMERIC
              OR C2-SO-LINE-COUNT < 1
              OR C2-SO-LINE-COUNT > 10
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "INVALID ORDER LINE COUNT" TO C2-SO-REASON
               GO TO 7550-EXIT
           END-IF.
           MOVE 0 TO WS-LINE-IDX.
           PERFORM 7560-VALIDATE-STANDING-LINE THRU 7560-EXIT
               UNTIL WS-SO-IS-INVALID
                  OR WS-LINE-IDX NOT < C2-SO-LINE-COUNT.
       7550-EXIT.
           EXIT.
       7560-VALIDATE-STANDING-LINE.
           ADD 1 TO WS-LINE-IDX.
           IF C2-SO-QUANTITY(WS-LINE-IDX) NOT NUMERIC
              OR C2-SO-QUANTITY(WS-LINE-IDX) = 0
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "LINE QUANTITY MUST BE GREATER THAN ZERO"
                   TO C2-SO-REASON
               GO TO 7560-EXIT
           END-IF.
           MOVE C2-SO-ITEM-REF(WS-LINE-IDX) TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "LINE ITEM NOT ON CATALOG" TO C2-SO-REASON
               GO TO 7560-EXIT
           END-IF.
           IF CI-ITEM-IS-DISCONTINUED
               SET WS-SO-IS-INVALID TO TRUE
               MOVE "LINE ITEM IS DISCONTINUED" TO C2-SO-REASON
           END-IF.
       7560-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7580-MOVE-SCHEDULE-TO-RECORD - a monthly order runs on   *
      *    its start date's day of the month, so that day is        *
      *    stored in SO-DAY-OF-MONTH and the nightly walk treats    *
      *    monthly and day-of-month orders alike.  The next due     *
      *    date is cleared for CONSTORD to work out afresh, and     *
      *    whoever keys the schedule becomes its requester          *
      *----------------------------------------------------------*
       7580-MOVE-SCHEDULE-TO-RECORD.
           MOVE C2-SO-USERID TO SO-USERID.
           MOVE C2-SO-FREQUENCY TO SO-FREQUENCY.
           EVALUATE TRUE
               WHEN C2-SO-FREQ-IS-WEEKLY
                   MOVE 0 TO SO-DAY-OF-MONTH
               WHEN C2-SO-FREQ-IS-MONTHLY
                   MOVE C2-SO-START-DD TO SO-DAY-OF-MONTH
               WHEN OTHER
                   MOVE C2-SO-DAY-OF-MONTH TO SO-DAY-OF-MONTH
           END-EVALUATE.
           MOVE C2-SO-START-DATE TO SO-START-DATE.
           MOVE C2-SO-END-DATE TO SO-END-DATE.
           MOVE 0 TO SO-NEXT-DUE-DATE.
           MOVE C2-SO-LINE-COUNT TO SO-LINE-COUNT.
           MOVE 0 TO WS-LINE-IDX.
           PERFORM 7590-MOVE-STANDING-LINE THRU 7590-EXIT
               UNTIL WS-LINE-IDX NOT < 10.
       7580-EXIT.
           EXIT.
       7590-MOVE-STANDING-LINE.
           ADD 1 TO WS-LINE-IDX.
           IF WS-LINE-IDX > C2-SO-LINE-COUNT
               MOVE 0 TO SO-ITEM-REF(WS-LINE-IDX)
               MOVE 0 TO SO-QUANTITY(WS-LINE-IDX)
           ELSE
               MOVE C2-SO-ITEM-REF(WS-LINE-IDX)
                   TO SO-ITEM-REF(WS-LINE-IDX)
               MOVE C2-SO-QUANTITY(WS-LINE-IDX)
                   TO SO-QUANTITY(WS-LINE-IDX)
           END-IF.
       7590-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7600-ADD-STANDING-ORDER - numbered one past the highest  *
      *    standing order the department already has                *
      *----------------------------------------------------------*
       7600-ADD-STANDING-ORDER.
           PERFORM 7550-VALIDATE-SCHEDULE THRU 7550-EXIT.
           IF WS-SO-IS-INVALID
               SET C2-STANDING-REJECTED TO TRUE
               GO TO 7600-EXIT
           END-IF.
           PERFORM 7610-GET-NEXT-STANDING-NUMBER THRU 7610-EXIT.
           IF WS-SO-NEXT-NUMBER > 9999
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "DEPARTMENT STANDING ORDER LIMIT REACHED"
                   TO C2-SO-REASON
               GO TO 7600-EXIT
           END-IF.
           MOVE SPACES TO STANDING-ORDER-RECORD.
           MOVE C2-SO-CHARGE-DEPT TO SO-CHARGE-DEPT.
           MOVE WS-SO-NEXT-NUMBER TO SO-STANDING-NUMBER.
           PERFORM 7580-MOVE-SCHEDULE-TO-RECORD THRU 7580-EXIT.
           SET SO-IS-ACTIVE TO TRUE.
           MOVE SPACES TO SO-SUSPEND-REASON.
           MOVE 0 TO SO-LAST-RUN-DATE.
           MOVE 0 TO SO-LAST-ORDER-NUMBER.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY MOVE "22" TO WS-SORD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-SORD-STATUS
           END-WRITE.
           IF WS-SORD-STATUS NOT = "00"
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "STANDING ORDER FILE WRITE FAILED"
                   TO C2-SO-REASON
               GO TO 7600-EXIT
           END-IF.
           MOVE SO-STANDING-NUMBER TO C2-SO-STANDING-NUMBER.
           MOVE "STANDING ORDER ADDED" TO C2-SO-REASON.
       7600-EXIT.
           EXIT.
       7610-GET-NEXT-STANDING-NUMBER.
           MOVE 1 TO WS-SO-NEXT-NUMBER.
           MOVE "N" TO WS-SORD-EOF-SWITCH.
           MOVE C2-SO-CHARGE-DEPT TO SO-CHARGE-DEPT.
           MOVE 0 TO SO-STANDING-NUMBER.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN
                   SO-STANDING-KEY
               INVALID KEY SET WS-SORD-AT-EOF TO TRUE
           END-START.
           PERFORM 7620-SCAN-DEPT-STANDING THRU 7620-EXIT
               UNTIL WS-SORD-AT-EOF.
       7610-EXIT.
           EXIT.
       7620-SCAN-DEPT-STANDING.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END SET WS-SORD-AT-EOF TO TRUE
           END-READ.
           IF WS-SORD-AT-EOF
               GO TO 7620-EXIT
           END-IF.
           IF SO-CHARGE-DEPT NOT = C2-SO-CHARGE-DEPT
               SET WS-SORD-AT-EOF TO TRUE
               GO TO 7620-EXIT
           END-IF.
           COMPUTE WS-SO-NEXT-NUMBER = SO-STANDING-NUMBER + 1.
       7620-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7630-READ-STANDING-ORDER - the standing order named by   *
      *    C2-SO-STANDING-NUMBER within the charge department       *
      *----------------------------------------------------------*
       7630-READ-STANDING-ORDER.
           MOVE C2-SO-CHARGE-DEPT TO SO-CHARGE-DEPT.
           MOVE C2-SO-STANDING-NUMBER TO SO-STANDING-NUMBER.
           READ STANDING-ORDER-FILE RECORD
               INVALID KEY MOVE "23" TO WS-SORD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-SORD-STATUS
           END-READ.
           IF WS-SORD-STATUS NOT = "00"
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "STANDING ORDER NOT FOUND" TO C2-SO-REASON
           END-IF.
       7630-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7640-REWRITE-STANDING-ORDER                              *
      *----------------------------------------------------------*
       7640-REWRITE-STANDING-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY MOVE "99" TO WS-SORD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-SORD-STATUS
           END-REWRITE.
           IF WS-SORD-STATUS NOT = "00"
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "STANDING ORDER FILE UPDATE FAILED"
                   TO C2-SO-REASON
           END-IF.
       7640-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7650-CHANGE-STANDING-ORDER - replaces the schedule and   *
      *    the lines.  A suspended order stays suspended until it   *
      *    is resumed; one whose schedule had run out is revived    *
      *    by the new dates                                         *
      *----------------------------------------------------------*
       7650-CHANGE-STANDING-ORDER.
           PERFORM 7630-READ-STANDING-ORDER THRU 7630-EXIT.
           IF C2-STANDING-REJECTED
               GO TO 7650-EXIT
           END-IF.
           PERFORM 7550-VALIDATE-SCHEDULE THRU 7550-EXIT.
           IF WS-SO-IS-INVALID
               SET C2-STANDING-REJECTED TO TRUE
               GO TO 7650-EXIT
           END-IF.
           PERFORM 7580-MOVE-SCHEDULE-TO-RECORD THRU 7580-EXIT.
           IF SO-IS-ENDED
               SET SO-IS-ACTIVE TO TRUE
           END-IF.
           PERFORM 7640-REWRITE-STANDING-ORDER THRU 7640-EXIT.
           IF C2-STANDING-ACCEPTED
               MOVE "STANDING ORDER CHANGED" TO C2-SO-REASON
           END-IF.
       7650-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7700-SUSPEND-STANDING-ORDER - held, reason US, until     *
      *    resumed; CONSTORD passes over it meanwhile               *
      *----------------------------------------------------------*
       7700-SUSPEND-STANDING-ORDER.
           PERFORM 7630-READ-STANDING-ORDER THRU 7630-EXIT.
           IF C2-STANDING-REJECTED
               GO TO 7700-EXIT
           END-IF.
           SET SO-IS-SUSPENDED TO TRUE.
           MOVE "US" TO SO-SUSPEND-REASON.
           PERFORM 7640-REWRITE-STANDING-ORDER THRU 7640-EXIT.
           IF C2-STANDING-ACCEPTED
               MOVE "STANDING ORDER SUSPENDED" TO C2-SO-REASON
           END-IF.
       7700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7720-RESUME-STANDING-ORDER - the resuming userid (just   *
      *    checked for the department) becomes the requester, so   *
      *    an order suspended because its requester lost authority  *
      *    can be taken over.  Occurrences missed while suspended   *
      *    are not made up: the next due date is worked out afresh  *
      *----------------------------------------------------------*
       7720-RESUME-STANDING-ORDER.
           PERFORM 7630-READ-STANDING-ORDER THRU 7630-EXIT.
           IF C2-STANDING-REJECTED
               GO TO 7720-EXIT
           END-IF.
           IF NOT SO-IS-SUSPENDED
               SET C2-STANDING-REJECTED TO TRUE
               MOVE "STANDING ORDER IS NOT SUSPENDED" TO C2-SO-REASON
               GO TO 7720-EXIT
           END-IF.
           SET SO-IS-ACTIVE TO TRUE.
           MOVE SPACES TO SO-SUSPEND-REASON.
           MOVE C2-SO-USERID TO SO-USERID.
           MOVE 0 TO SO-NEXT-DUE-DATE.
           PERFORM 7640-REWRITE-STANDING-ORDER THRU 7640-EXIT.
           IF C2-STANDING-ACCEPTED
               MOVE "STANDING ORDER RESUMED" TO C2-SO-REASON
           END-IF.
       7720-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7800-LIST-STANDING-ORDERS - one page of the department's *
      *    standing orders numbered after C2-SO-LIST-START, which   *
      *    is handed back as the last number listed so the caller   *
      *    can page on; fewer than a full page means the end        *
      *----------------------------------------------------------*
       7800-LIST-STANDING-ORDERS.
           MOVE 0 TO C2-SO-LIST-COUNT.
           IF C2-SO-LIST-START NOT NUMERIC
               MOVE 0 TO C2-SO-LIST-START
           END-IF.
           MOVE "N" TO WS-SORD-EOF-SWITCH.
           MOVE C2-SO-CHARGE-DEPT TO SO-CHARGE-DEPT.
           MOVE C2-SO-LIST-START TO SO-STANDING-NUMBER.
           START STANDING-ORDER-FILE KEY IS GREATER THAN
                   SO-STANDING-KEY
               INVALID KEY SET WS-SORD-AT-EOF TO TRUE
           END-START.
           PERFORM 7850-LIST-NEXT-STANDING THRU 7850-EXIT
               UNTIL WS-SORD-AT-EOF
                  OR C2-SO-LIST-COUNT NOT < 6.
           IF C2-SO-LIST-COUNT = 0
               MOVE "NO STANDING ORDERS FOUND" TO C2-SO-REASON
           ELSE
               MOVE "STANDING ORDERS LISTED" TO C2-SO-REASON
           END-IF.
       7800-EXIT.
           EXIT.
       7850-LIST-NEXT-STANDING.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END SET WS-SORD-AT-EOF TO TRUE
           END-READ.
           IF WS-SORD-AT-EOF
               GO TO 7850-EXIT
           END-IF.
           IF SO-CHARGE-DEPT NOT = C2-SO-CHARGE-DEPT
               SET WS-SORD-AT-EOF TO TRUE
               GO TO 7850-EXIT
           END-IF.
           ADD 1 TO C2-SO-LIST-COUNT.
           MOVE C2-SO-LIST-COUNT TO WS-SO-LIST-IDX.
           MOVE SO-STANDING-NUMBER
               TO C2-SL-STANDING-NUMBER(WS-SO-LIST-IDX).
           MOVE SO-USERID TO C2-SL-USERID(WS-SO-LIST-IDX).
           MOVE SO-FREQUENCY TO C2-SL-FREQUENCY(WS-SO-LIST-IDX).
           MOVE SO-DAY-OF-MONTH TO C2-SL-DAY-OF-MONTH(WS-SO-LIST-IDX).
           MOVE SO-START-DATE TO C2-SL-START-DATE(WS-SO-LIST-IDX).
           MOVE SO-END-DATE TO C2-SL-END-DATE(WS-SO-LIST-IDX).
           MOVE SO-STATUS TO C2-SL-STATUS(WS-SO-LIST-IDX).
           MOVE SO-SUSPEND-REASON
               TO C2-SL-SUSPEND-REASON(WS-SO-LIST-IDX).
           MOVE SO-NEXT-DUE-DATE TO C2-SL-NEXT-DUE-DATE(WS-SO-LIST-IDX).
           MOVE SO-LAST-RUN-DATE TO C2-SL-LAST-RUN-DATE(WS-SO-LIST-IDX).
           MOVE SO-LAST-ORDER-NUMBER
               TO C2-SL-LAST-ORDER-NUMBER(WS-SO-LIST-IDX).
           MOVE SO-LINE-COUNT TO C2-SL-LINE-COUNT(WS-SO-LIST-IDX).
           MOVE 0 TO WS-LINE-IDX.
           PERFORM 7860-LIST-STANDING-LINE THRU 7860-EXIT
               UNTIL WS-LINE-IDX NOT < 10.
           MOVE SO-STANDING-NUMBER TO C2-SO-LIST-START.
       7850-EXIT.
           EXIT.
       7860-LIST-STANDING-LINE.
           ADD 1 TO WS-LINE-IDX.
           MOVE SO-ITEM-REF(WS-LINE-IDX)
               TO C2-SL-ITEM-REF(WS-SO-LIST-IDX, WS-LINE-IDX).
           MOVE SO-QUANTITY(WS-LINE-IDX)
               TO C2-SL-QUANTITY(WS-SO-LIST-IDX, WS-LINE-IDX).
       7860-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-PROCESS-CANCEL - reverse an order (or one line of  *
      *    it, via C2-CANCEL-LINE) by order number.  Only accepted  *
      *    lines carry stock, so only accepted lines are reversed;  *
       8350-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8500-PROCESS-RETURN - take back some or all of one       *
      *    delivered line.  Only a delivered line can come back,    *
      *    and never more than was delivered less what has already *
      *    been returned against it.  Same authority rule as the    *
      *    cancel: the requester must be allowed to charge the      *
      *    order's department                                       *
      *----------------------------------------------------------*
       8500-PROCESS-RETURN.
           MOVE C2-ORDER-NUMBER TO OH-ORDER-NUMBER.
           READ ORDER-HIST-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDH-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDH-STATUS
           END-READ.
           IF WS-ORDH-STATUS NOT = "00"
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "ORDER NOT FOUND ON HISTORY" TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           MOVE OH-CHARGE-DEPT TO WS-AUTH-DEPT.
           PERFORM 4080-CHECK-DEPT-AUTHORITY THRU 4080-EXIT.
           IF NOT WS-USER-IS-AUTHORIZED
               PERFORM 8030-WRITE-UNAUTH-CANCEL-AUDIT
                   THRU 8030-EXIT
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "USER NOT AUTHORIZED FOR DEPARTMENT"
                   TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           IF C2-RETURN-LINE NOT NUMERIC
               MOVE 0 TO C2-RETURN-LINE
           END-IF.
           IF C2-RETURN-LINE = 0
              OR C2-RETURN-LINE > OH-LINE-COUNT
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "RETURN LINE NOT ON ORDER" TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           IF NOT C2-RETURN-TO-STOCK
              AND NOT C2-RETURN-TO-SCRAP
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "INVALID RETURN DISPOSITION" TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           MOVE C2-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE C2-RETURN-LINE TO OD-LINE-NUMBER.
           READ ORDER-DETL-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDD-STATUS
           END-READ.
           IF WS-ORDD-STATUS NOT = "00"
              OR NOT OD-LINE-WAS-DELIVERED
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "RETURN LINE NOT DELIVERED" TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           IF OD-RETURNED-QTY IS NUMERIC
               MOVE OD-RETURNED-QTY TO WS-RETURN-PRIOR-QTY
           ELSE
               MOVE 0 TO WS-RETURN-PRIOR-QTY
           END-IF.
           IF C2-RETURN-QUANTITY NOT NUMERIC
              OR C2-RETURN-QUANTITY = 0
              OR C2-RETURN-QUANTITY + WS-RETURN-PRIOR-QTY
                 > OD-QUANTITY-REQ
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "RETURN QUANTITY EXCEEDS DELIVERED"
                   TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           MOVE 0 TO WS-RETURN-RESTOCK-QTY.
           IF C2-RETURN-TO-STOCK
               PERFORM 8550-RESTOCK-RETURN THRU 8550-EXIT
               IF WS-CATL-STATUS NOT = "00"
                   SET C2-ORDER-REJECTED TO TRUE
                   MOVE "CATALOG UPDATE FAILED - NOT RETURNED"
                       TO C2-ORDER-REASON
                   GO TO 8500-EXIT
               END-IF
           END-IF.
           COMPUTE OD-RETURNED-QTY =
               WS-RETURN-PRIOR-QTY + C2-RETURN-QUANTITY.
           MOVE WS-CURRENT-DATE TO OD-RETURNED-DATE.
           REWRITE ORDER-DETAIL-RECORD
               INVALID KEY MOVE "99" TO WS-ORDD-STATUS
           END-REWRITE.
           IF WS-ORDD-STATUS NOT = "00"
               MOVE WS-RETURN-RESTOCK-QTY TO WS-UNDO-RESTOCK-QTY
               PERFORM 8560-UNDO-RESTOCK THRU 8560-EXIT
               SET C2-ORDER-REJECTED TO TRUE
               MOVE "ORDER LINE REWRITE FAILED - NOT RETURNED"
                   TO C2-ORDER-REASON
               GO TO 8500-EXIT
           END-IF.
           PERFORM 4185-OPEN-COMMIT-EXTEND THRU 4185-EXIT.
           PERFORM 8600-WRITE-RETURN-AUDIT THRU 8600-EXIT.
           PERFORM 8650-WRITE-RETURN-COMMITMENT THRU 8650-EXIT.
           MOVE OH-ORDER-STATUS TO C2-ORDER-STATUS.
           MOVE OH-DATE TO C2-ORDER-DATE.
           MOVE OH-TIME TO C2-ORDER-TIME.
           MOVE OH-LINE-COUNT TO C2-ORDER-LINE-COUNT.
           IF C2-ORDER-LINE-COUNT > 10
               MOVE 10 TO C2-ORDER-LINE-COUNT
           END-IF.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM 7100-FETCH-ORDER-LINE THRU 7100-EXIT
               UNTIL WS-LINE-IDX > C2-ORDER-LINE-COUNT.
           IF C2-RETURN-TO-STOCK
               MOVE "RETURN POSTED - RESTOCKED" TO C2-ORDER-REASON
           ELSE
               MOVE "RETURN POSTED - SCRAPPED" TO C2-ORDER-REASON
           END-IF.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8550-RESTOCK-RETURN - the goods go back on the shelf     *
      *    before the detail records the return, so a failed        *
      *    catalog rewrite never leaves a return on file that the   *
      *    stock figure does not reflect                            *
      *----------------------------------------------------------*
       8550-RESTOCK-RETURN.
           MOVE OD-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
               GO TO 8550-EXIT
           END-IF.
           ADD C2-RETURN-QUANTITY TO CI-IN-STOCK.
           REWRITE CATALOG-ITEM-RECORD
               INVALID KEY MOVE "99" TO WS-CATL-STATUS
           END-REWRITE.
           IF WS-CATL-STATUS = "00"
               MOVE C2-RETURN-QUANTITY TO WS-RETURN-RESTOCK-QTY
           END-IF.
       8550-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8560-UNDO-RESTOCK - takes back the WS-UNDO-RESTOCK-QTY   *
      *    put on the shelf for a line whose detail rewrite then   *
      *    failed, so the line can be tried again without the      *
      *    stock going back twice                                   *
      *----------------------------------------------------------*
       8560-UNDO-RESTOCK.
           IF WS-UNDO-RESTOCK-QTY = 0
               GO TO 8560-EXIT
           END-IF.
           MOVE OD-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
               GO TO 8560-EXIT
           END-IF.
           IF CI-IN-STOCK < WS-UNDO-RESTOCK-QTY
               MOVE 0 TO CI-IN-STOCK
           ELSE
               SUBTRACT WS-UNDO-RESTOCK-QTY FROM CI-IN-STOCK
           END-IF.
           REWRITE CATALOG-ITEM-RECORD
               INVALID KEY MOVE "99" TO WS-CATL-STATUS
           END-REWRITE.
       8560-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8600-WRITE-RETURN-AUDIT - status T, reason RS or SC,     *
      *    the returned quantity in AU-QUANTITY-REQ at the unit     *
      *    cost the order carried, and the quantity actually put    *
      *    back into stock in AU-QUANTITY-RECV (zero for scrap)     *
      *----------------------------------------------------------*
       8600-WRITE-RETURN-AUDIT.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE C2-USERID TO AU-USERID.
           MOVE OH-CHARGE-DEPT TO AU-CHARGE-DEPT.
           MOVE C2-ORDER-NUMBER TO AU-ORDER-NUMBER.
           MOVE OD-ITEM-REF TO AU-ITEM-REF.
           MOVE C2-RETURN-QUANTITY TO AU-QUANTITY-REQ.
           SET AU-LINE-WAS-RETURNED TO TRUE.
           IF C2-RETURN-TO-STOCK
               MOVE "RS" TO AU-REASON-CODE
           ELSE
               MOVE "SC" TO AU-REASON-CODE
           END-IF.
           MOVE OD-UNIT-COST TO AU-UNIT-COST.
           MOVE WS-RETURN-RESTOCK-QTY TO AU-QUANTITY-RECV.
           WRITE CON02-AUDIT-RECORD.
       8600-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8650-WRITE-RETURN-COMMITMENT - credits the department    *
      *    for the returned quantity straight away, the same way a  *
      *    cancelled line's spend is backed out                     *
      *----------------------------------------------------------*
       8650-WRITE-RETURN-COMMITMENT.
           IF NOT WS-CMIT-WAS-OPENED
               GO TO 8650-EXIT
           END-IF.
           IF OD-UNIT-COST IS NUMERIC
               MOVE OD-UNIT-COST TO WS-CANCEL-UNIT-COST-X
           ELSE
               MOVE 0 TO WS-CANCEL-UNIT-COST
           END-IF.
           COMPUTE WS-CANCEL-LINE-COST ROUNDED =
               C2-RETURN-QUANTITY * WS-CANCEL-UNIT-COST.
           MOVE WS-CURRENT-DATE TO CM-DATE.
           MOVE OH-CHARGE-DEPT TO CM-CHARGE-DEPT.
           MOVE C2-ORDER-NUMBER TO CM-ORDER-NUMBER.
           MOVE OD-ITEM-REF TO CM-ITEM-REF.
           COMPUTE CM-QUANTITY = 0 - C2-RETURN-QUANTITY.
           COMPUTE CM-COST-TOTAL = 0 - WS-CANCEL-LINE-COST.
           WRITE COMMITMENT-RECORD.
       8650-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8700-PROCESS-APPROVAL - list the held orders an          *
      *    approver may act on, or approve or decline one of them.  *
      *    The userid must carry the approver flag on the user      *
      *    authority file and be allowed to charge the order's      *
      *    department (C2-AP-USERID sits where C2-USERID does)      *
      *----------------------------------------------------------*
       8700-PROCESS-APPROVAL.
           SET C2-APPROVAL-ACCEPTED TO TRUE.
           PERFORM 8710-CHECK-APPROVER THRU 8710-EXIT.
           EVALUATE TRUE
               WHEN C2-AP-ACTION-IS-LIST
                   IF NOT WS-USER-IS-APPROVER
                       SET C2-APPROVAL-REJECTED TO TRUE
                       MOVE 0 TO C2-AP-LIST-COUNT
                       MOVE "USER IS NOT AN APPROVER" TO C2-AP-REASON
                   ELSE
                       PERFORM 8750-LIST-HELD-ORDERS THRU 8750-EXIT
                   END-IF
               WHEN C2-AP-ACTION-IS-APPROVE
               WHEN C2-AP-ACTION-IS-DECLINE
                   PERFORM 8800-DECIDE-HELD-ORDER THRU 8800-EXIT
               WHEN OTHER
                   SET C2-APPROVAL-REJECTED TO TRUE
                   MOVE "INVALID APPROVAL ACTION" TO C2-AP-REASON
           END-EVALUATE.
       8700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8710-CHECK-APPROVER - read the approver's authority      *
      *    record once; 8720 then tests each department against    *
      *    the record left in the buffer                            *
      *----------------------------------------------------------*
       8710-CHECK-APPROVER.
           MOVE "N" TO WS-APPROVER-SWITCH.
           MOVE C2-AP-USERID TO UA-USERID.
           READ USER-AUTH-FILE RECORD
               INVALID KEY MOVE "23" TO WS-UAUT-STATUS
               NOT INVALID KEY MOVE "00" TO WS-UAUT-STATUS
           END-READ.
           IF WS-UAUT-STATUS = "00"
              AND UA-IS-APPROVER
               SET WS-USER-IS-APPROVER TO TRUE
           END-IF.
       8710-EXIT.
           EXIT.
       8720-CHECK-APPROVER-DEPT.
           MOVE "N" TO WS-AUTH-OK-SWITCH.
           IF NOT WS-USER-IS-APPROVER
               GO TO 8720-EXIT
           END-IF.
           IF UA-ALL-DEPTS-ALLOWED
               SET WS-USER-IS-AUTHORIZED TO TRUE
               GO TO 8720-EXIT
           END-IF.
           MOVE 0 TO WS-AUTH-IDX.
           PERFORM 4090-SCAN-AUTH-DEPT THRU 4090-EXIT
               UNTIL WS-USER-IS-AUTHORIZED
                  OR WS-AUTH-IDX NOT < 5.
       8720-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8750-LIST-HELD-ORDERS - one page of held orders numbered *
      *    after C2-AP-LIST-START in the approver's departments     *
      *    (or the one department in C2-AP-CHARGE-DEPT), with the   *
      *    value waiting on each.  C2-AP-LIST-START comes back as   *
      *    the last order listed; a short page means the end        *
      *----------------------------------------------------------*
       8750-LIST-HELD-ORDERS.
           MOVE 0 TO C2-AP-LIST-COUNT.
           IF C2-AP-LIST-START NOT NUMERIC
               MOVE 0 TO C2-AP-LIST-START
           END-IF.
           MOVE C2-AP-LIST-START TO OH-ORDER-NUMBER.
           START ORDER-HIST-FILE KEY IS GREATER THAN OH-ORDER-NUMBER
               INVALID KEY MOVE "23" TO WS-ORDH-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDH-STATUS
           END-START.
           PERFORM 8760-LIST-NEXT-HELD THRU 8760-EXIT
               UNTIL WS-ORDH-STATUS NOT = "00"
                  OR C2-AP-LIST-COUNT NOT < 15.
           IF C2-AP-LIST-COUNT = 0
               MOVE "NO ORDERS AWAITING APPROVAL" TO C2-AP-REASON
           ELSE
               MOVE "HELD ORDERS LISTED" TO C2-AP-REASON
           END-IF.
       8750-EXIT.
           EXIT.
       8760-LIST-NEXT-HELD.
           READ ORDER-HIST-FILE NEXT RECORD
               AT END MOVE "10" TO WS-ORDH-STATUS
           END-READ.
           IF WS-ORDH-STATUS NOT = "00"
               GO TO 8760-EXIT
           END-IF.
           IF NOT OH-ORDER-IS-HELD
               GO TO 8760-EXIT
           END-IF.
           IF C2-AP-CHARGE-DEPT NOT = SPACES
              AND OH-CHARGE-DEPT NOT = C2-AP-CHARGE-DEPT
               GO TO 8760-EXIT
           END-IF.
           MOVE OH-CHARGE-DEPT TO WS-AUTH-DEPT.
           PERFORM 8720-CHECK-APPROVER-DEPT THRU 8720-EXIT.
           IF NOT WS-USER-IS-AUTHORIZED
               GO TO 8760-EXIT
           END-IF.
           ADD 1 TO C2-AP-LIST-COUNT.
           MOVE C2-AP-LIST-COUNT TO WS-AP-LIST-IDX.
           MOVE OH-ORDER-NUMBER TO C2-AL-ORDER-NUMBER(WS-AP-LIST-IDX).
           MOVE OH-USERID TO C2-AL-USERID(WS-AP-LIST-IDX).
           MOVE OH-CHARGE-DEPT TO C2-AL-CHARGE-DEPT(WS-AP-LIST-IDX).
           MOVE OH-DATE TO C2-AL-ORDER-DATE(WS-AP-LIST-IDX).
           MOVE OH-TIME TO C2-AL-ORDER-TIME(WS-AP-LIST-IDX).
           MOVE OH-LINE-COUNT TO C2-AL-LINE-COUNT(WS-AP-LIST-IDX).
           MOVE OH-HOLD-REASON TO C2-AL-HOLD-REASON(WS-AP-LIST-IDX).
           MOVE 0 TO WS-HELD-VALUE.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM 8770-ADD-HELD-LINE-VALUE THRU 8770-EXIT
               UNTIL WS-LINE-IDX > OH-LINE-COUNT.
           MOVE WS-HELD-VALUE TO C2-AL-HELD-VALUE(WS-AP-LIST-IDX).
           MOVE OH-ORDER-NUMBER TO C2-AP-LIST-START.
       8760-EXIT.
           EXIT.
       8770-ADD-HELD-LINE-VALUE.
           MOVE OH-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE WS-LINE-IDX TO OD-LINE-NUMBER.
           READ ORDER-DETL-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDD-STATUS
           END-READ.
           IF WS-ORDD-STATUS = "00"
              AND OD-LINE-IS-HELD
              AND OD-UNIT-COST IS NUMERIC
               MOVE OD-UNIT-COST TO WS-HOLD-UNIT-COST-X
               COMPUTE WS-HOLD-LINE-COST ROUNDED =
                   OD-QUANTITY-REQ * WS-HOLD-UNIT-COST
               ADD WS-HOLD-LINE-COST TO WS-HELD-VALUE
           END-IF.
           ADD 1 TO WS-LINE-IDX.
       8770-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8790-WRITE-UNAUTH-APPROVAL-AUDIT - one summary line for  *
      *    the refused approval or decline, reason NA, so the       *
      *    attempt is on the record even though nothing changed     *
      *----------------------------------------------------------*
       8790-WRITE-UNAUTH-APPROVAL-AUDIT.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE C2-AP-USERID TO AU-USERID.
           MOVE OH-CHARGE-DEPT TO AU-CHARGE-DEPT.
           MOVE OH-ORDER-NUMBER TO AU-ORDER-NUMBER.
           MOVE 0 TO AU-ITEM-REF.
           MOVE 0 TO AU-QUANTITY-REQ.
           SET AU-LINE-WAS-REJECTED TO TRUE.
           MOVE "NA" TO AU-REASON-CODE.
           MOVE ZERO TO AU-UNIT-COST.
           MOVE 0 TO AU-QUANTITY-RECV.
           WRITE CON02-AUDIT-RECORD.
       8790-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8800-DECIDE-HELD-ORDER - approve or decline one held     *
      *    order.  Approval accepts every held line (reason AP),    *
      *    commits its spend, and backorders the lines the order    *
      *    could not fill from stock; a decline puts the reserved   *
      *    stock back and rejects the held lines (reason DA).  An   *
      *    attempt by anyone who may not approve for the order's    *
      *    department is refused and audited with reason NA.  A     *
      *    line or header that would not rewrite leaves the order   *
      *    held and the decision refused, so it can be retried;     *
      *    the backorders are only written once the header took     *
      *----------------------------------------------------------*
       8800-DECIDE-HELD-ORDER.
           MOVE C2-AP-ORDER-NUMBER TO OH-ORDER-NUMBER.
           READ ORDER-HIST-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDH-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDH-STATUS
           END-READ.
           IF WS-ORDH-STATUS NOT = "00"
               SET C2-APPROVAL-REJECTED TO TRUE
               MOVE "ORDER NOT FOUND ON HISTORY" TO C2-AP-REASON
               GO TO 8800-EXIT
           END-IF.
           IF NOT OH-ORDER-IS-HELD
               SET C2-APPROVAL-REJECTED TO TRUE
               MOVE "ORDER IS NOT AWAITING APPROVAL" TO C2-AP-REASON
               GO TO 8800-EXIT
           END-IF.
           MOVE OH-CHARGE-DEPT TO WS-AUTH-DEPT.
           PERFORM 8720-CHECK-APPROVER-DEPT THRU 8720-EXIT.
           IF NOT WS-USER-IS-AUTHORIZED
               PERFORM 8790-WRITE-UNAUTH-APPROVAL-AUDIT
                   THRU 8790-EXIT
               SET C2-APPROVAL-REJECTED TO TRUE
               MOVE "USER NOT AN APPROVER FOR DEPARTMENT"
                   TO C2-AP-REASON
               GO TO 8800-EXIT
           END-IF.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-STILL-HELD-COUNT.
           IF C2-AP-ACTION-IS-APPROVE
               PERFORM 4185-OPEN-COMMIT-EXTEND THRU 4185-EXIT
               MOVE 1 TO WS-LINE-IDX
               PERFORM 8810-APPROVE-NEXT-LINE THRU 8810-EXIT
                   UNTIL WS-LINE-IDX > OH-LINE-COUNT
               IF WS-STILL-HELD-COUNT > 0
                   SET C2-APPROVAL-REJECTED TO TRUE
                   MOVE "NOT ALL HELD LINES APPROVED - RETRY"
                       TO C2-AP-REASON
                   GO TO 8800-EXIT
               END-IF
               IF WS-APPROVED-COUNT = OH-LINE-COUNT
                   SET OH-ORDER-WAS-ACCEPTED TO TRUE
               ELSE
                   SET OH-ORDER-WAS-PARTIAL TO TRUE
               END-IF
               MOVE WS-CURRENT-DATE TO OH-APPROVED-DATE
               MOVE "ORDER APPROVED - HELD LINES ACCEPTED"
                   TO C2-AP-REASON
           ELSE
               MOVE 1 TO WS-LINE-IDX
               PERFORM 8840-DECLINE-NEXT-LINE THRU 8840-EXIT
                   UNTIL WS-LINE-IDX > OH-LINE-COUNT
               IF WS-STILL-HELD-COUNT > 0
                   SET C2-APPROVAL-REJECTED TO TRUE
                   MOVE "STOCK NOT RELEASED FOR ALL LINES - RETRY"
                       TO C2-AP-REASON
                   GO TO 8800-EXIT
               END-IF
               SET OH-ORDER-WAS-REJECTED TO TRUE
               MOVE "ORDER DECLINED - RESERVED STOCK RELEASED"
                   TO C2-AP-REASON
           END-IF.
           REWRITE ORDER-HEADER-RECORD
               INVALID KEY MOVE "99" TO WS-ORDH-STATUS
           END-REWRITE.
           IF WS-ORDH-STATUS NOT = "00"
               SET C2-APPROVAL-REJECTED TO TRUE
               MOVE "ORDER HEADER UPDATE FAILED - RETRY"
                   TO C2-AP-REASON
               GO TO 8800-EXIT
           END-IF.
           IF C2-AP-ACTION-IS-APPROVE
               MOVE 1 TO WS-LINE-IDX
               PERFORM 8830-BACKORDER-NEXT-LINE THRU 8830-EXIT
                   UNTIL WS-LINE-IDX > OH-LINE-COUNT
           END-IF.
       8800-EXIT.
           EXIT.
       8810-APPROVE-NEXT-LINE.
           PERFORM 8820-APPROVE-ONE-LINE THRU 8820-EXIT.
           ADD 1 TO WS-LINE-IDX.
       8810-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8820-APPROVE-ONE-LINE - the stock already left the       *
      *    catalog when the line was held, so approval only         *
      *    changes the line's status and commits the spend.  A     *
      *    line already accepted was approved by an earlier try     *
      *    that failed part way, and only needs counting           *
      *----------------------------------------------------------*
       8820-APPROVE-ONE-LINE.
           MOVE OH-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE WS-LINE-IDX TO OD-LINE-NUMBER.
           READ ORDER-DETL-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDD-STATUS
           END-READ.
           IF WS-ORDD-STATUS NOT = "00"
               GO TO 8820-EXIT
           END-IF.
           IF OD-LINE-WAS-ACCEPTED
               ADD 1 TO WS-APPROVED-COUNT
               GO TO 8820-EXIT
           END-IF.
           IF NOT OD-LINE-IS-HELD
               GO TO 8820-EXIT
           END-IF.
           SET OD-LINE-WAS-ACCEPTED TO TRUE.
           MOVE "AP" TO OD-REASON-CODE.
           REWRITE ORDER-DETAIL-RECORD
               INVALID KEY MOVE "99" TO WS-ORDD-STATUS
           END-REWRITE.
           IF WS-ORDD-STATUS NOT = "00"
               ADD 1 TO WS-STILL-HELD-COUNT
               GO TO 8820-EXIT
           END-IF.
           ADD 1 TO WS-APPROVED-COUNT.
           SET AU-LINE-WAS-ACCEPTED TO TRUE.
           MOVE "AP" TO AU-REASON-CODE.
           PERFORM 8880-WRITE-APPROVAL-AUDIT THRU 8880-EXIT.
           PERFORM 8890-WRITE-APPROVAL-COMMITMENT THRU 8890-EXIT.
       8820-EXIT.
           EXIT.
       8830-BACKORDER-NEXT-LINE.
           PERFORM 8835-BACKORDER-ONE-LINE THRU 8835-EXIT.
           ADD 1 TO WS-LINE-IDX.
       8830-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8835-BACKORDER-ONE-LINE - a line short of stock in a     *
      *    held order was rejected without a backorder; approval    *
      *    writes it now                                            *
      *----------------------------------------------------------*
       8835-BACKORDER-ONE-LINE.
           MOVE OH-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE WS-LINE-IDX TO OD-LINE-NUMBER.
           READ ORDER-DETL-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDD-STATUS
           END-READ.
           IF WS-ORDD-STATUS NOT = "00"
               GO TO 8835-EXIT
           END-IF.
           IF NOT OD-LINE-WAS-REJECTED
              OR OD-REASON-CODE NOT = "IS"
               GO TO 8835-EXIT
           END-IF.
           MOVE OD-ITEM-REF TO BO-ITEM-REF.
           MOVE OH-CHARGE-DEPT TO BO-CHARGE-DEPT.
           MOVE OH-USERID TO BO-USERID.
           MOVE OH-ORDER-NUMBER TO BO-ORDER-NUMBER.
           MOVE OD-QUANTITY-REQ TO BO-QUANTITY.
           MOVE WS-CURRENT-DATE TO BO-DATE.
           WRITE BACKORDER-RECORD.
       8835-EXIT.
           EXIT.
       8840-DECLINE-NEXT-LINE.
           PERFORM 8850-DECLINE-ONE-LINE THRU 8850-EXIT.
           ADD 1 TO WS-LINE-IDX.
       8840-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8850-DECLINE-ONE-LINE - as with a cancellation, the      *
      *    stock goes back first and the line is only released     *
      *    once the catalog took it; a line whose restore failed    *
      *    stays held so the decline can be retried, and a line     *
      *    that would not rewrite has its stock taken back first    *
      *----------------------------------------------------------*
       8850-DECLINE-ONE-LINE.
           MOVE OH-ORDER-NUMBER TO OD-ORDER-NUMBER.
           MOVE WS-LINE-IDX TO OD-LINE-NUMBER.
           READ ORDER-DETL-FILE RECORD
               INVALID KEY MOVE "23" TO WS-ORDD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-ORDD-STATUS
           END-READ.
           IF WS-ORDD-STATUS NOT = "00"
               GO TO 8850-EXIT
           END-IF.
           IF NOT OD-LINE-IS-HELD
               GO TO 8850-EXIT
           END-IF.
           MOVE 0 TO WS-UNDO-RESTOCK-QTY.
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
                   ADD 1 TO WS-STILL-HELD-COUNT
                   GO TO 8850-EXIT
               END-IF
               MOVE OD-QUANTITY-REQ TO WS-UNDO-RESTOCK-QTY
           END-IF.
           SET OD-LINE-WAS-REJECTED TO TRUE.
           MOVE "DA" TO OD-REASON-CODE.
           REWRITE ORDER-DETAIL-RECORD
               INVALID KEY MOVE "99" TO WS-ORDD-STATUS
           END-REWRITE.
           IF WS-ORDD-STATUS NOT = "00"
               PERFORM 8560-UNDO-RESTOCK THRU 8560-EXIT
               ADD 1 TO WS-STILL-HELD-COUNT
               GO TO 8850-EXIT
           END-IF.
           SET AU-HOLD-WAS-RELEASED TO TRUE.
           MOVE "DA" TO AU-REASON-CODE.
           PERFORM 8880-WRITE-APPROVAL-AUDIT THRU 8880-EXIT.
       8850-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8880-WRITE-APPROVAL-AUDIT - the caller sets the status   *
      *    and reason; the line is recorded under the approver's    *
      *    userid, not the requester's                              *
      *----------------------------------------------------------*
       8880-WRITE-APPROVAL-AUDIT.
           MOVE WS-CURRENT-DATE TO AU-DATE.
           MOVE WS-CURRENT-TIME-6 TO AU-TIME.
           MOVE C2-AP-USERID TO AU-USERID.
           MOVE OH-CHARGE-DEPT TO AU-CHARGE-DEPT.
           MOVE OH-ORDER-NUMBER TO AU-ORDER-NUMBER.
           MOVE OD-ITEM-REF TO AU-ITEM-REF.
           MOVE OD-QUANTITY-REQ TO AU-QUANTITY-REQ.
           MOVE OD-UNIT-COST TO AU-UNIT-COST.
           MOVE 0 TO AU-QUANTITY-RECV.
           WRITE CON02-AUDIT-RECORD.
       8880-EXIT.
           EXIT.
       8890-WRITE-APPROVAL-COMMITMENT.
           IF NOT WS-CMIT-WAS-OPENED
               GO TO 8890-EXIT
           END-IF.
           IF OD-UNIT-COST IS NUMERIC
               MOVE OD-UNIT-COST TO WS-HOLD-UNIT-COST-X
           ELSE
               MOVE 0 TO WS-HOLD-UNIT-COST
           END-IF.
           COMPUTE WS-HOLD-LINE-COST ROUNDED =
               OD-QUANTITY-REQ * WS-HOLD-UNIT-COST.
           MOVE WS-CURRENT-DATE TO CM-DATE.
           MOVE OH-CHARGE-DEPT TO CM-CHARGE-DEPT.
           MOVE OH-ORDER-NUMBER TO CM-ORDER-NUMBER.
           MOVE OD-ITEM-REF TO CM-ITEM-REF.
           MOVE OD-QUANTITY-REQ TO CM-QUANTITY.
           MOVE WS-HOLD-LINE-COST TO CM-COST-TOTAL.
           WRITE COMMITMENT-RECORD.
       8890-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE - close what 1000-INITIALIZE opened     *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-PHIS-WAS-OPENED
               CLOSE PRICE-HIST-FILE
           END-IF.
           IF WS-SORD-WAS-OPENED
               CLOSE STANDING-ORDER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
