       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGLEXT.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * General ledger journal extract.  Reads the CON02 audit log
      * for the run date and builds the day's balanced journal for
      * the ledger interface - a header record, a debit and a
      * credit detail record for every audit line that moves
      * money, and a trailer carrying the detail, debit and credit
      * counts and the debit and credit hash totals, which always
      * agree - so finance no longer re-keys the CONDEPRT totals.
      * Accepted lines (same-day acceptances and backorder fills,
      * reason BF, alike) debit the charge department's expense
      * account and credit inventory, at the unit cost the audit
      * line carries; cancellation reversals post the opposite
      * pair.  Returns credit the department too: a restock (RS)
      * goes back to inventory, a scrap (SC) to the scrap
      * write-off account.  Posted receipts (status P) debit
      * inventory and credit accrued payables, valued at CI-COST
      * since the receipt line carries no cost; a receipt whose
      * item has no usable cost is listed rather than valued, as
      * is any other line that moves money but carries no usable
      * cost of its own, and the trailer counts them all so the
      * journal can still be tied back to the audit log.
      * Cycle-count adjustments (status J) move inventory against
      * the inventory adjustment account, a gain (CG) one way and
      * a loss (CL) the other.  Each department's expense account
      * comes from the GL account map (CPYGLMP); a department with
      * no mapping is posted to the suspense account instead - the
      * journal still balances - and listed on the run report so
      * finance can clear it.  The night-run control file guards
      * against a second journal: once this step has completed
      * for a run date, a rerun for that date is abandoned before
      * the journal file is opened, leaving the one already sent
      * untouched.  Runs at the end of the night after the
      * invoice match (itself after the reconciliation), once
      * every step that writes to the audit log has finished.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO GLMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-DEPT-CODE
               FILE STATUS IS WS-GLMP-STATUS.
           SELECT CATALOG-ITEM-FILE ASSIGN TO CATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-REF
               FILE STATUS IS WS-CATL-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJN-STATUS.
           SELECT GL-RPT-FILE ASSIGN TO GLEXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NIGHT-RUN-FILE ASSIGN TO NRUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-STEP-KEY
               FILE STATUS IS WS-NRUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY CPYAUDIT.
       FD  GL-ACCOUNT-MAP-FILE.
           COPY CPYGLMP.
       FD  CATALOG-ITEM-FILE.
           COPY CPYCATIT.
       FD  GL-JOURNAL-FILE.
           COPY CPYGLJN.
       FD  GL-RPT-FILE.
       01  GL-RPT-LINE PIC X(100).
       FD  NIGHT-RUN-FILE.
           COPY CPYNRUN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS PIC X(2) VALUE "00".
           05  WS-GLMP-STATUS PIC X(2) VALUE "00".
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-GLJN-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
           05  WS-NRUN-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-AUDIT-AT-EOF VALUE "Y".
           05  WS-ENTRY-SWITCH PIC X(1) VALUE "N".
            88 WS-ENTRY-APPLIES VALUE "Y".
           05  WS-SUSPENSE-SWITCH PIC X(1) VALUE "N".
            88 WS-DEPT-IS-SUSPENDED VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-AUDIT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-AUDIT-WAS-OPENED VALUE "Y".
           05  WS-GLMP-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-GLMP-WAS-OPENED VALUE "Y".
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-GLJN-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-GLJN-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
           05  WS-NRUN-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-OPENED VALUE "Y".
       01  WS-GL-ACCOUNTS.
           05  WS-INVENTORY-ACCOUNT PIC X(10) VALUE "141000".
           05  WS-ACCRUED-PAY-ACCOUNT PIC X(10) VALUE "215000".
           05  WS-SCRAP-ACCOUNT PIC X(10) VALUE "655000".
           05  WS-INV-ADJUST-ACCOUNT PIC X(10) VALUE "656000".
           05  WS-SUSPENSE-ACCOUNT PIC X(10) VALUE "999999".
       01  WS-COUNTERS.
           05  WS-LINES-JOURNALLED PIC 9(7) VALUE 0.
           05  WS-DETAIL-COUNT PIC 9(7) VALUE 0.
           05  WS-DEBIT-COUNT PIC 9(7) VALUE 0.
           05  WS-CREDIT-COUNT PIC 9(7) VALUE 0.
           05  WS-SUSPENSE-COUNT PIC 9(7) VALUE 0.
           05  WS-UNVALUED-COUNT PIC 9(7) VALUE 0.
       01  WS-HASH-TOTALS.
           05  WS-DEBIT-TOTAL PIC 9(11)V99 VALUE 0.
           05  WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
       01  WS-ENTRY-WORK.
           05  WS-UNIT-COST PIC 9(4)V99 VALUE 0.
           05  WS-UNIT-COST-X REDEFINES WS-UNIT-COST PIC X(6).
           05  WS-ENTRY-AMOUNT PIC 9(9)V99 VALUE 0.
           05  WS-DEPT-ACCOUNT PIC X(10) VALUE SPACES.
           05  WS-DR-ACCOUNT PIC X(10) VALUE SPACES.
           05  WS-DR-DEPT PIC X(8) VALUE SPACES.
           05  WS-DR-SUSPENSE-FLAG PIC X(1) VALUE "N".
           05  WS-CR-ACCOUNT PIC X(10) VALUE SPACES.
           05  WS-CR-DEPT PIC X(8) VALUE SPACES.
           05  WS-CR-SUSPENSE-FLAG PIC X(1) VALUE "N".
           05  WS-LEG-ACCOUNT PIC X(10) VALUE SPACES.
           05  WS-LEG-DEPT PIC X(8) VALUE SPACES.
           05  WS-LEG-DR-CR-FLAG PIC X(1) VALUE SPACE.
           05  WS-LEG-SUSPENSE-FLAG PIC X(1) VALUE "N".
       01  WS-JOURNAL-ID.
           05  FILLER PIC X(4) VALUE "CATW".
           05  WS-JI-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME-6 REDEFINES WS-CURRENT-TIME
                   PIC 9(6).
       01  WS-SUSPENSE-LINE.
           05  FILLER PIC X(14) VALUE "SUSPENDED DEPT".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SL-DEPT PIC X(8).
           05  FILLER PIC X(7) VALUE " ORDER ".
           05  WS-SL-ORDER PIC 9(8).
           05  FILLER PIC X(6) VALUE " ITEM ".
           05  WS-SL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(8) VALUE " STATUS ".
           05  WS-SL-STATUS PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SL-REASON PIC X(2).
           05  FILLER PIC X(8) VALUE " AMOUNT ".
           05  WS-SL-AMOUNT PIC ZZZZZZZZ9.99.
           05  FILLER PIC X(20) VALUE " NO ACCOUNT MAPPING".
       01  WS-UNVALUED-LINE.
           05  FILLER PIC X(14) VALUE "UNVALUED LINE ".
           05  FILLER PIC X(7) VALUE "STATUS ".
           05  WS-UL-STATUS PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-UL-REASON PIC X(2).
           05  FILLER PIC X(7) VALUE " ORDER ".
           05  WS-UL-ORDER PIC 9(8).
           05  FILLER PIC X(6) VALUE " ITEM ".
           05  WS-UL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(5) VALUE " QTY ".
           05  WS-UL-QTY PIC ZZZZZZ9.
           05  FILLER PIC X(18) VALUE " NOT JOURNALLED - ".
           05  WS-UL-TEXT PIC X(20).
       01  WS-ALREADY-RUN-LINE.
           05  FILLER PIC X(36) VALUE
               "RUN ABANDONED - JOURNAL ALREADY MADE".
           05  FILLER PIC X(14) VALUE " FOR RUN DATE ".
           05  WS-AR-DATE PIC 9(8).
           05  FILLER PIC X(42) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(13) VALUE "AUDIT LINES: ".
           05  WS-SUM-LINES PIC ZZZZZZ9.
           05  FILLER PIC X(10) VALUE " DETAILS: ".
           05  WS-SUM-DETAILS PIC ZZZZZZ9.
           05  FILLER PIC X(8) VALUE " DEBIT: ".
           05  WS-SUM-DEBIT PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(9) VALUE " CREDIT: ".
           05  WS-SUM-CREDIT PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(11) VALUE " SUSPENSE: ".
           05  WS-SUM-SUSPENSE PIC ZZZZZZ9.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "GLEXT".
           05  WS-PREREQ-STEP PIC X(8) VALUE "INVMT".
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
           PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
               UNTIL WS-AUDIT-AT-EOF.
           PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - the journal file is opened only once   *
      *    the night-run check has passed, so an abandoned rerun    *
      *    never truncates the journal already produced             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-AUDIT-WAS-OPENED TO TRUE.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-GLMP-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-GLMP-WAS-OPENED TO TRUE.
           OPEN INPUT CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
           OPEN OUTPUT GL-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1900-STAMP-RUN-START THRU 1900-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJN-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-GLJN-WAS-OPENED TO TRUE.
           PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
           PERFORM 1100-READ-NEXT-AUDIT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE
               AT END SET WS-AUDIT-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-WRITE-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-IS-HEADER TO TRUE.
           MOVE "CATWRAP" TO GJH-SOURCE-SYSTEM.
           MOVE WS-CURRENT-DATE TO WS-JI-RUN-DATE.
           MOVE WS-JOURNAL-ID TO GJH-JOURNAL-ID.
           MOVE WS-CURRENT-DATE TO GJH-RUN-DATE.
           MOVE WS-CURRENT-TIME-6 TO GJH-CREATED-TIME.
           WRITE GL-JOURNAL-RECORD.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROCESS-AUDIT-RECORD - today's lines only; each     *
      *    kind of line sets up its debit and credit legs.  A line  *
      *    that would move money but values at zero (no usable      *
      *    cost on it) posts nothing and is listed instead          *
      *----------------------------------------------------------*
       2000-PROCESS-AUDIT-RECORD.
           IF AU-DATE NOT = WS-CURRENT-DATE
               GO TO 2000-NEXT
           END-IF.
           MOVE "N" TO WS-ENTRY-SWITCH.
           MOVE 0 TO WS-ENTRY-AMOUNT.
           MOVE SPACES TO WS-DR-DEPT.
           MOVE SPACES TO WS-CR-DEPT.
           MOVE "N" TO WS-DR-SUSPENSE-FLAG.
           MOVE "N" TO WS-CR-SUSPENSE-FLAG.
           IF AU-UNIT-COST IS NUMERIC
               MOVE AU-UNIT-COST TO WS-UNIT-COST-X
           ELSE
               MOVE 0 TO WS-UNIT-COST
           END-IF.
           EVALUATE TRUE
               WHEN AU-LINE-WAS-ACCEPTED
                   PERFORM 2100-ENTRY-FOR-ISSUE THRU 2100-EXIT
               WHEN AU-LINE-WAS-CANCELLED
                   PERFORM 2200-ENTRY-FOR-REVERSAL THRU 2200-EXIT
               WHEN AU-LINE-WAS-RETURNED
                   PERFORM 2300-ENTRY-FOR-RETURN THRU 2300-EXIT
               WHEN AU-RECEIPT-WAS-POSTED
                   PERFORM 2400-ENTRY-FOR-RECEIPT THRU 2400-EXIT
               WHEN AU-STOCK-WAS-ADJUSTED
                   PERFORM 2500-ENTRY-FOR-ADJUSTMENT THRU 2500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ENTRY-APPLIES
              AND WS-ENTRY-AMOUNT = 0
               MOVE "NO COST ON LINE" TO WS-UL-TEXT
               PERFORM 2950-LIST-UNVALUED THRU 2950-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF WS-ENTRY-APPLIES
               PERFORM 3000-WRITE-ENTRY-PAIR THRU 3000-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-AUDIT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-ENTRY-FOR-ISSUE - goods out to a department:        *
      *    debit its expense, credit inventory                      *
      *----------------------------------------------------------*
       2100-ENTRY-FOR-ISSUE.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               AU-QUANTITY-REQ * WS-UNIT-COST.
           PERFORM 2900-LOOKUP-DEPT-ACCOUNT THRU 2900-EXIT.
           MOVE WS-DEPT-ACCOUNT TO WS-DR-ACCOUNT.
           MOVE AU-CHARGE-DEPT TO WS-DR-DEPT.
           MOVE WS-SUSPENSE-SWITCH TO WS-DR-SUSPENSE-FLAG.
           MOVE WS-INVENTORY-ACCOUNT TO WS-CR-ACCOUNT.
           SET WS-ENTRY-APPLIES TO TRUE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-ENTRY-FOR-REVERSAL - a cancellation puts back       *
      *    exactly what the acceptance posted                       *
      *----------------------------------------------------------*
       2200-ENTRY-FOR-REVERSAL.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               AU-QUANTITY-REQ * WS-UNIT-COST.
           PERFORM 2900-LOOKUP-DEPT-ACCOUNT THRU 2900-EXIT.
           MOVE WS-INVENTORY-ACCOUNT TO WS-DR-ACCOUNT.
           MOVE WS-DEPT-ACCOUNT TO WS-CR-ACCOUNT.
           MOVE AU-CHARGE-DEPT TO WS-CR-DEPT.
           MOVE WS-SUSPENSE-SWITCH TO WS-CR-SUSPENSE-FLAG.
           SET WS-ENTRY-APPLIES TO TRUE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2300-ENTRY-FOR-RETURN - the department is credited       *
      *    either way; restocked goods go back to inventory,        *
      *    scrapped goods are written off                           *
      *----------------------------------------------------------*
       2300-ENTRY-FOR-RETURN.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               AU-QUANTITY-REQ * WS-UNIT-COST.
           PERFORM 2900-LOOKUP-DEPT-ACCOUNT THRU 2900-EXIT.
           IF AU-REASON-CODE = "RS"
               MOVE WS-INVENTORY-ACCOUNT TO WS-DR-ACCOUNT
           ELSE
               MOVE WS-SCRAP-ACCOUNT TO WS-DR-ACCOUNT
           END-IF.
           MOVE WS-DEPT-ACCOUNT TO WS-CR-ACCOUNT.
           MOVE AU-CHARGE-DEPT TO WS-CR-DEPT.
           MOVE WS-SUSPENSE-SWITCH TO WS-CR-SUSPENSE-FLAG.
           SET WS-ENTRY-APPLIES TO TRUE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2400-ENTRY-FOR-RECEIPT - the receipt audit line carries  *
      *    no cost, so the stock is valued at today's CI-COST; an   *
      *    item with no usable cost is listed for finance instead   *
      *----------------------------------------------------------*
       2400-ENTRY-FOR-RECEIPT.
           MOVE AU-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS NOT = "00"
              OR CI-COST NOT NUMERIC
               MOVE "NO CATALOG COST" TO WS-UL-TEXT
               PERFORM 2950-LIST-UNVALUED THRU 2950-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE CI-COST TO WS-UNIT-COST-X.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               AU-QUANTITY-RECV * WS-UNIT-COST.
           MOVE WS-INVENTORY-ACCOUNT TO WS-DR-ACCOUNT.
           MOVE WS-ACCRUED-PAY-ACCOUNT TO WS-CR-ACCOUNT.
           SET WS-ENTRY-APPLIES TO TRUE.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2500-ENTRY-FOR-ADJUSTMENT - a count gain (CG) raises     *
      *    inventory against the adjustment account, a loss (CL)   *
      *    lowers it                                                *
      *----------------------------------------------------------*
       2500-ENTRY-FOR-ADJUSTMENT.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               AU-QUANTITY-RECV * WS-UNIT-COST.
           IF AU-REASON-CODE = "CL"
               MOVE WS-INV-ADJUST-ACCOUNT TO WS-DR-ACCOUNT
               MOVE WS-INVENTORY-ACCOUNT TO WS-CR-ACCOUNT
           ELSE
               MOVE WS-INVENTORY-ACCOUNT TO WS-DR-ACCOUNT
               MOVE WS-INV-ADJUST-ACCOUNT TO WS-CR-ACCOUNT
           END-IF.
           SET WS-ENTRY-APPLIES TO TRUE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2900-LOOKUP-DEPT-ACCOUNT - an unmapped department (or    *
      *    one mapped to a blank account) posts to suspense         *
      *----------------------------------------------------------*
       2900-LOOKUP-DEPT-ACCOUNT.
           MOVE "N" TO WS-SUSPENSE-SWITCH.
           MOVE AU-CHARGE-DEPT TO GM-DEPT-CODE.
           READ GL-ACCOUNT-MAP-FILE RECORD
               INVALID KEY MOVE "23" TO WS-GLMP-STATUS
               NOT INVALID KEY MOVE "00" TO WS-GLMP-STATUS
           END-READ.
           IF WS-GLMP-STATUS = "00"
              AND GM-EXPENSE-ACCOUNT NOT = SPACES
               MOVE GM-EXPENSE-ACCOUNT TO WS-DEPT-ACCOUNT
           ELSE
               MOVE WS-SUSPENSE-ACCOUNT TO WS-DEPT-ACCOUNT
               SET WS-DEPT-IS-SUSPENDED TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2950-LIST-UNVALUED - a line the journal cannot value;    *
      *    the caller has put the reason in WS-UL-TEXT              *
      *----------------------------------------------------------*
       2950-LIST-UNVALUED.
           ADD 1 TO WS-UNVALUED-COUNT.
           MOVE AU-LINE-STATUS TO WS-UL-STATUS.
           MOVE AU-REASON-CODE TO WS-UL-REASON.
           MOVE AU-ORDER-NUMBER TO WS-UL-ORDER.
           MOVE AU-ITEM-REF TO WS-UL-ITEM-REF.
           IF AU-RECEIPT-WAS-POSTED
              OR AU-STOCK-WAS-ADJUSTED
               MOVE AU-QUANTITY-RECV TO WS-UL-QTY
           ELSE
               MOVE AU-QUANTITY-REQ TO WS-UL-QTY
           END-IF.
           WRITE GL-RPT-LINE FROM WS-UNVALUED-LINE.
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-WRITE-ENTRY-PAIR - debit leg then credit leg, same  *
      *    amount, so the journal balances line by line             *
      *----------------------------------------------------------*
       3000-WRITE-ENTRY-PAIR.
           ADD 1 TO WS-LINES-JOURNALLED.
           MOVE WS-DR-ACCOUNT TO WS-LEG-ACCOUNT.
           MOVE WS-DR-DEPT TO WS-LEG-DEPT.
           MOVE "D" TO WS-LEG-DR-CR-FLAG.
           MOVE WS-DR-SUSPENSE-FLAG TO WS-LEG-SUSPENSE-FLAG.
           PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
           MOVE WS-CR-ACCOUNT TO WS-LEG-ACCOUNT.
           MOVE WS-CR-DEPT TO WS-LEG-DEPT.
           MOVE "C" TO WS-LEG-DR-CR-FLAG.
           MOVE WS-CR-SUSPENSE-FLAG TO WS-LEG-SUSPENSE-FLAG.
           PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
           IF WS-DR-SUSPENSE-FLAG = "Y"
              OR WS-CR-SUSPENSE-FLAG = "Y"
               PERFORM 3500-LIST-SUSPENSE THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-IS-DETAIL TO TRUE.
           MOVE WS-DETAIL-COUNT TO GJD-SEQUENCE.
           MOVE WS-LEG-ACCOUNT TO GJD-ACCOUNT.
           MOVE WS-LEG-DEPT TO GJD-DEPT.
           MOVE WS-LEG-DR-CR-FLAG TO GJD-DR-CR-FLAG.
           MOVE WS-ENTRY-AMOUNT TO GJD-AMOUNT.
           MOVE AU-ITEM-REF TO GJD-ITEM-REF.
           MOVE AU-ORDER-NUMBER TO GJD-ORDER-NUMBER.
           MOVE AU-LINE-STATUS TO GJD-SOURCE-STATUS.
           MOVE AU-REASON-CODE TO GJD-SOURCE-REASON.
           MOVE WS-LEG-SUSPENSE-FLAG TO GJD-SUSPENSE-FLAG.
           WRITE GL-JOURNAL-RECORD.
           IF GJD-IS-DEBIT
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
       3100-EXIT.
           EXIT.
       3500-LIST-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE AU-CHARGE-DEPT TO WS-SL-DEPT.
           MOVE AU-ORDER-NUMBER TO WS-SL-ORDER.
           MOVE AU-ITEM-REF TO WS-SL-ITEM-REF.
           MOVE AU-LINE-STATUS TO WS-SL-STATUS.
           MOVE AU-REASON-CODE TO WS-SL-REASON.
           MOVE WS-ENTRY-AMOUNT TO WS-SL-AMOUNT.
           WRITE GL-RPT-LINE FROM WS-SUSPENSE-LINE.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-TRAILER - counts and hash totals the ledger   *
      *    interface checks before it accepts the journal           *
      *----------------------------------------------------------*
       8000-WRITE-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-IS-TRAILER TO TRUE.
           MOVE WS-CURRENT-DATE TO GJT-RUN-DATE.
           MOVE WS-DETAIL-COUNT TO GJT-DETAIL-COUNT.
           MOVE WS-DEBIT-COUNT TO GJT-DEBIT-COUNT.
           MOVE WS-CREDIT-COUNT TO GJT-CREDIT-COUNT.
           MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
           MOVE WS-SUSPENSE-COUNT TO GJT-SUSPENSE-COUNT.
           MOVE WS-UNVALUED-COUNT TO GJT-UNVALUED-COUNT.
           WRITE GL-JOURNAL-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8100-WRITE-SUMMARY.
           MOVE WS-LINES-JOURNALLED TO WS-SUM-LINES.
           MOVE WS-DETAIL-COUNT TO WS-SUM-DETAILS.
           MOVE WS-DEBIT-TOTAL TO WS-SUM-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-SUM-CREDIT.
           MOVE WS-SUSPENSE-COUNT TO WS-SUM-SUSPENSE.
           WRITE GL-RPT-LINE FROM WS-SUMMARY-LINE.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1900-STAMP-RUN-START - the night-run control file is    *
      *    how the schedule protects itself: the step refuses to   *
      *    run until its prerequisite has completed for the run    *
      *    date, and stamps itself in-progress so the end-of-      *
      *    night summary can show exactly what ran.  This step     *
      *    also refuses to run a second time for a date it has     *
      *    already completed                                       *
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
               WRITE GL-RPT-LINE FROM WS-PREREQ-MSG-LINE
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1900-EXIT
           END-IF.
           PERFORM 1920-CHECK-PRIOR-JOURNAL THRU 1920-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1900-EXIT
           END-IF.
           PERFORM 1950-WRITE-START-STAMP THRU 1950-EXIT.
       1900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1920-CHECK-PRIOR-JOURNAL - a completed stamp for this    *
      *    step and date means the journal has been made; one left *
      *    in progress means the last attempt died part way, and   *
      *    its partial journal is simply replaced                   *
      *----------------------------------------------------------*
       1920-CHECK-PRIOR-JOURNAL.
           MOVE WS-CURRENT-DATE TO NR-RUN-DATE.
           MOVE WS-STEP-ID TO NR-STEP-ID.
           READ NIGHT-RUN-FILE RECORD
               INVALID KEY MOVE "23" TO WS-NRUN-STATUS
               NOT INVALID KEY MOVE "00" TO WS-NRUN-STATUS
           END-READ.
           IF WS-NRUN-STATUS = "00"
              AND NR-STEP-COMPLETE
               MOVE WS-CURRENT-DATE TO WS-AR-DATE
               WRITE GL-RPT-LINE FROM WS-ALREADY-RUN-LINE
               SET WS-OPEN-ERROR TO TRUE
           END-IF.
       1920-EXIT.
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
      *    8900-STAMP-RUN-END - completion and the run's counts,   *
      *    for the end-of-night summary and for whichever step     *
      *    runs next in the chain                                  *
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
           MOVE WS-DETAIL-COUNT TO NR-COUNT-1.
           MOVE WS-SUSPENSE-COUNT TO NR-COUNT-2.
           MOVE WS-UNVALUED-COUNT TO NR-COUNT-3.
           REWRITE NIGHT-RUN-RECORD.
       8900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-AUDIT-WAS-OPENED
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-GLMP-WAS-OPENED
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CATL-WAS-OPENED
               CLOSE CATALOG-ITEM-FILE
           END-IF.
           IF WS-GLJN-WAS-OPENED
               CLOSE GL-JOURNAL-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE GL-RPT-FILE
           END-IF.
           IF WS-NRUN-WAS-OPENED
               CLOSE NIGHT-RUN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
