       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONINVMT.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Vendor invoice three-way match.  Reads the vendor invoice
      * file - one record per invoice line, naming the purchase
      * order it bills, the quantity billed and the unit price
      * billed - and checks each line three ways: against the
      * purchase order itself, against the quantity actually
      * received for that PO on the posted-receipts file CONRECVP
      * keeps, and against what the item cost on the day the PO
      * was raised.  The invoice feed and the posted receipts -
      * unloaded, as for CONVSCOR - both come in sorted by PO
      * number, so the receipts are merged in once and every
      * invoice line for a PO sees the same received total; an
      * invoice line out of PO order goes to the exceptions.  That
      * cost is taken from the price history ledger (CPYPHIS),
      * loaded once into a table chained by item so each lookup
      * only walks that item's changes (a ledger too big for the
      * table is read through for each lookup instead): the latest
      * change effective on or before PO-ORDER-DATE gives the cost
      * then in force, failing that the old cost of the first
      * change after it, and an item whose cost has never changed
      * is priced at CI-COST.  A line that passes goes to the
      * approved-for-payment file, its quantity is added to the
      * PO's billed-to-date figure (PO-QUANTITY-BILLED) so partial
      * invoices are tracked the way partial receipts are, and it
      * is recorded on the matched-invoice register under vendor,
      * invoice number and PO.  A line whose register entry or
      * payment record cannot be written is backed off the PO and
      * reported instead, so nothing is paid that the register
      * would not stop being paid again.  Everything else goes to
      * the exception report for the buyers with the PO and the
      * register left untouched: a PO not on file, billed by a
      * different vendor, or already closed and fully billed; a
      * quantity that would take the billed-to-date past what has
      * been received; a unit price more than the tolerance above
      * the PO-date cost (billing under it is accepted at the
      * billed price); and a line the register already holds,
      * which is how a resubmitted invoice - or the same invoice
      * keyed twice - is kept from being paid twice.  The step
      * needs the reconciliation complete for the run date
      * (receiving posting runs well before it), and is scheduled
      * at the end of the night straight after.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO INVCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVC-STATUS.
           SELECT PURCHASE-ORD-FILE ASSIGN TO PORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-PORD-STATUS.
           SELECT POSTED-RCPT-FILE ASSIGN TO PRCPSORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCP-STATUS.
           SELECT PRICE-HIST-FILE ASSIGN TO PHISFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIS-STATUS.
           SELECT CATALOG-ITEM-FILE ASSIGN TO CATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-REF
               FILE STATUS IS WS-CATL-STATUS.
           SELECT INVOICE-REG-FILE ASSIGN TO INVRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-REGISTER-KEY
               FILE STATUS IS WS-INVR-STATUS.
           SELECT APPROVED-PAY-FILE ASSIGN TO APAYFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APAY-STATUS.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO INVMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NIGHT-RUN-FILE ASSIGN TO NRUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-STEP-KEY
               FILE STATUS IS WS-NRUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICE-FILE.
           COPY CPYINVC.
       FD  PURCHASE-ORD-FILE.
           COPY CPYPORD.
       FD  POSTED-RCPT-FILE.
           COPY CPYPRCP.
       FD  PRICE-HIST-FILE.
           COPY CPYPHIS.
       FD  CATALOG-ITEM-FILE.
           COPY CPYCATIT.
       FD  INVOICE-REG-FILE.
           COPY CPYINVR.
       FD  APPROVED-PAY-FILE.
           COPY CPYAPAY.
       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-LINE PIC X(110).
       FD  NIGHT-RUN-FILE.
           COPY CPYNRUN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVC-STATUS PIC X(2) VALUE "00".
           05  WS-PORD-STATUS PIC X(2) VALUE "00".
           05  WS-PRCP-STATUS PIC X(2) VALUE "00".
           05  WS-PHIS-STATUS PIC X(2) VALUE "00".
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-INVR-STATUS PIC X(2) VALUE "00".
           05  WS-APAY-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
           05  WS-NRUN-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-INVC-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-INVC-AT-EOF VALUE "Y".
           05  WS-PHIS-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-PHIS-AT-EOF VALUE "Y".
           05  WS-PRCP-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-PRCP-AT-EOF VALUE "Y".
           05  WS-PHIS-LOADED-SWITCH PIC X(1) VALUE "N".
            88 WS-PHIS-WAS-LOADED VALUE "Y".
           05  WS-PHIS-OVERFLOW-SWITCH PIC X(1) VALUE "N".
            88 WS-PHIS-TABLE-OVERFLOWED VALUE "Y".
           05  WS-BEFORE-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-BEFORE-WAS-FOUND VALUE "Y".
           05  WS-AFTER-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-AFTER-WAS-FOUND VALUE "Y".
           05  WS-COST-KNOWN-SWITCH PIC X(1) VALUE "N".
            88 WS-PO-DATE-COST-KNOWN VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-INVC-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-INVC-WAS-OPENED VALUE "Y".
           05  WS-PORD-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PORD-WAS-OPENED VALUE "Y".
           05  WS-PRCP-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-PRCP-WAS-OPENED VALUE "Y".
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-INVR-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-INVR-WAS-OPENED VALUE "Y".
           05  WS-APAY-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-APAY-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
           05  WS-NRUN-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-OPENED VALUE "Y".
       01  WS-COUNTERS.
           05  WS-READ-COUNT PIC 9(5) VALUE 0.
           05  WS-APPROVED-COUNT PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           05  WS-DUPLICATE-COUNT PIC 9(5) VALUE 0.
       01  WS-TOLERANCES.
           05  WS-PRICE-TOLERANCE-PCT PIC 9(3) VALUE 2.
       01  WS-MATCH-WORK.
           05  WS-RECEIVED-TOTAL PIC 9(8) VALUE 0.
           05  WS-BILLED-TO-DATE PIC 9(8) VALUE 0.
           05  WS-NEW-BILLED PIC 9(8) VALUE 0.
           05  WS-BEFORE-DATE PIC 9(8) VALUE 0.
           05  WS-BEFORE-COST PIC X(6) VALUE SPACES.
           05  WS-AFTER-DATE PIC 9(8) VALUE 0.
           05  WS-AFTER-COST PIC X(6) VALUE SPACES.
           05  WS-PO-DATE-COST-X PIC X(6) VALUE SPACES.
           05  WS-PO-DATE-COST REDEFINES WS-PO-DATE-COST-X
                   PIC 9(4)V99.
           05  WS-PRICE-VARIANCE PIC S9(5)V99 VALUE 0.
           05  WS-EXTENDED-AMOUNT PIC 9(9)V99 VALUE 0.
           05  WS-APPROVED-VALUE PIC 9(11)V99 VALUE 0.
           05  WS-LAST-PO-NUMBER PIC 9(8) VALUE 0.
           05  WS-TOTALLED-PO-NUMBER PIC 9(8) VALUE 0.
      *----------------------------------------------------------*
      *    The price history ledger in memory.  WS-CH-FIRST-ENTRY  *
      *    (entry = item ref + 1) points at the item's latest      *
      *    change, and each change points at the one before it     *
      *----------------------------------------------------------*
       01  WS-PRICE-CHAIN-WORK.
           05  WS-ITEM-IDX PIC 9(5) VALUE 0.
           05  WS-CH-IDX PIC 9(5) VALUE 0.
           05  WS-CH-COUNT PIC 9(5) VALUE 0.
           05  WS-CH-MAX PIC 9(5) VALUE 20000.
       01  WS-ITEM-PRICE-CHAINS.
           05  WS-CH-FIRST-ENTRY PIC 9(5) OCCURS 10000 TIMES.
       01  WS-PRICE-CHANGES.
           05  WS-CH-ENTRY OCCURS 20000 TIMES.
               10  WS-CH-EFFECTIVE-DATE PIC 9(8).
               10  WS-CH-OLD-COST PIC X(6).
               10  WS-CH-NEW-COST PIC X(6).
               10  WS-CH-NEXT-ENTRY PIC 9(5).
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME PIC 9(8) VALUE 0.
           05  WS-CURRENT-TIME-6 REDEFINES WS-CURRENT-TIME
                   PIC 9(6).
       01  WS-EXCEPTION-LINE.
           05  FILLER PIC X(4) VALUE "INV ".
           05  WS-EX-INVOICE PIC X(12).
           05  FILLER PIC X(4) VALUE " PO ".
           05  WS-EX-PO-NUMBER PIC 9(8).
           05  FILLER PIC X(5) VALUE " QTY ".
           05  WS-EX-QTY PIC ZZZZZZ9.
           05  FILLER PIC X(7) VALUE " PRICE ".
           05  WS-EX-PRICE PIC ZZZ9.99.
           05  FILLER PIC X(6) VALUE " RCVD ".
           05  WS-EX-RECEIVED PIC ZZZZZZ9.
           05  FILLER PIC X(6) VALUE " COST ".
           05  WS-EX-COST PIC ZZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-EX-REASON PIC X(26).
           05  FILLER PIC X(3) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(15) VALUE "INVOICES READ: ".
           05  WS-SUM-READ PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " APPROVED: ".
           05  WS-SUM-APPROVED PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE " EXCEPTIONS: ".
           05  WS-SUM-EXCEPTIONS PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE " DUP: ".
           05  WS-SUM-DUPLICATES PIC ZZZZ9.
           05  FILLER PIC X(7) VALUE " VALUE ".
           05  WS-SUM-VALUE PIC ZZZZZZZZZZ9.99.
           05  FILLER PIC X(24) VALUE SPACE.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "INVMT".
           05  WS-PREREQ-STEP PIC X(8) VALUE "RECON".
       01  WS-PREREQ-MSG-LINE.
           05  FILLER PIC X(30) VALUE
               "STEP ABANDONED - PREREQUISITE".
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-PM-STEP PIC X(8).
           05  FILLER PIC X(27) VALUE
               " NOT COMPLETE FOR RUN DATE ".
           05  WS-PM-DATE PIC 9(8).
           05  FILLER PIC X(36) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-MATCH-INVOICE-LINE THRU 2000-EXIT
               UNTIL WS-INVC-AT-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - the price history ledger is loaded     *
      *    and closed again here; only a ledger too big for the     *
      *    table is reopened, by each lookup                        *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT VENDOR-INVOICE-FILE.
           IF WS-INVC-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-INVC-WAS-OPENED TO TRUE.
           OPEN I-O PURCHASE-ORD-FILE.
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
           OPEN INPUT CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
           OPEN I-O INVOICE-REG-FILE.
           IF WS-INVR-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-INVR-WAS-OPENED TO TRUE.
           OPEN OUTPUT APPROVED-PAY-FILE.
           IF WS-APAY-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-APAY-WAS-OPENED TO TRUE.
           OPEN OUTPUT EXCEPTION-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1900-STAMP-RUN-START THRU 1900-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-LOAD-PRICE-HISTORY THRU 1300-EXIT.
           PERFORM 1100-READ-NEXT-INVOICE THRU 1100-EXIT.
           PERFORM 1200-READ-NEXT-RECEIPT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-INVOICE.
           READ VENDOR-INVOICE-FILE
               AT END SET WS-INVC-AT-EOF TO TRUE
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
      *    1300-LOAD-PRICE-HISTORY - every change goes on the front *
      *    of its item's chain, so a chain runs latest first.  No   *
      *    ledger at all leaves every item priced at CI-COST, as    *
      *    an item never repriced is                                *
      *----------------------------------------------------------*
       1300-LOAD-PRICE-HISTORY.
           MOVE 0 TO WS-ITEM-IDX.
           PERFORM 1350-CLEAR-ITEM-CHAIN THRU 1350-EXIT
               UNTIL WS-ITEM-IDX NOT < 10000.
           MOVE 0 TO WS-CH-COUNT.
           MOVE "N" TO WS-PHIS-EOF-SWITCH.
           OPEN INPUT PRICE-HIST-FILE.
           IF WS-PHIS-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1400-LOAD-PRICE-CHANGE THRU 1400-EXIT
               UNTIL WS-PHIS-AT-EOF
                  OR WS-PHIS-TABLE-OVERFLOWED.
           CLOSE PRICE-HIST-FILE.
           SET WS-PHIS-WAS-LOADED TO TRUE.
       1300-EXIT.
           EXIT.
       1350-CLEAR-ITEM-CHAIN.
           ADD 1 TO WS-ITEM-IDX.
           MOVE 0 TO WS-CH-FIRST-ENTRY(WS-ITEM-IDX).
       1350-EXIT.
           EXIT.
       1400-LOAD-PRICE-CHANGE.
           READ PRICE-HIST-FILE
               AT END SET WS-PHIS-AT-EOF TO TRUE
           END-READ.
           IF WS-PHIS-AT-EOF
              OR PH-ITEM-REF NOT NUMERIC
               GO TO 1400-EXIT
           END-IF.
           IF WS-CH-COUNT NOT < WS-CH-MAX
               SET WS-PHIS-TABLE-OVERFLOWED TO TRUE
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-CH-COUNT.
           COMPUTE WS-ITEM-IDX = PH-ITEM-REF + 1.
           MOVE PH-EFFECTIVE-DATE TO WS-CH-EFFECTIVE-DATE(WS-CH-COUNT).
           MOVE PH-OLD-COST TO WS-CH-OLD-COST(WS-CH-COUNT).
           MOVE PH-NEW-COST TO WS-CH-NEW-COST(WS-CH-COUNT).
           MOVE WS-CH-FIRST-ENTRY(WS-ITEM-IDX)
               TO WS-CH-NEXT-ENTRY(WS-CH-COUNT).
           MOVE WS-CH-COUNT TO WS-CH-FIRST-ENTRY(WS-ITEM-IDX).
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-MATCH-INVOICE-LINE - each check either leaves a     *
      *    reason for the exception report or lets the line on to  *
      *    the next one; only a line that clears them all is        *
      *    approved                                                 *
      *----------------------------------------------------------*
       2000-MATCH-INVOICE-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE 0 TO WS-RECEIVED-TOTAL.
           MOVE 0 TO WS-PO-DATE-COST.
           IF IV-INVOICE-NUMBER = SPACES
               MOVE "NO INVOICE NUMBER" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF IV-QUANTITY-BILLED NOT NUMERIC
              OR IV-QUANTITY-BILLED = 0
              OR IV-UNIT-PRICE-BILLED NOT NUMERIC
               MOVE "QTY OR PRICE INVALID" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
           IF WS-EX-REASON NOT = SPACES
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-MATCH-PURCHASE-ORDER THRU 2200-EXIT.
           IF WS-EX-REASON NOT = SPACES
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2500-TOTAL-RECEIPTS THRU 2500-EXIT.
           IF WS-EX-REASON NOT = SPACES
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-NEW-BILLED =
               WS-BILLED-TO-DATE + IV-QUANTITY-BILLED.
           IF WS-NEW-BILLED > WS-RECEIVED-TOTAL
               MOVE "QTY BILLED OVER RECEIVED" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2600-PRICE-AS-OF-PO-DATE THRU 2600-EXIT.
           IF NOT WS-PO-DATE-COST-KNOWN
               MOVE "NO COST FOR PO DATE" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-PRICE-VARIANCE =
               IV-UNIT-PRICE-BILLED - WS-PO-DATE-COST.
           IF WS-PRICE-VARIANCE > 0
              AND WS-PRICE-VARIANCE * 100
                  > WS-PO-DATE-COST * WS-PRICE-TOLERANCE-PCT
               MOVE "PRICE VARIANCE" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 3000-APPROVE-LINE THRU 3000-EXIT.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-INVOICE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-CHECK-DUPLICATE - a line already on the matched-    *
      *    invoice register was approved on an earlier run (or      *
      *    earlier in this one); only approved lines are            *
      *    registered, so a corrected resubmission of a line that   *
      *    went to exceptions is matched again normally             *
      *----------------------------------------------------------*
       2100-CHECK-DUPLICATE.
           MOVE SPACES TO WS-EX-REASON.
           MOVE IV-VENDOR-CODE TO IR-VENDOR-CODE.
           MOVE IV-INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE IV-PO-NUMBER TO IR-PO-NUMBER.
           READ INVOICE-REG-FILE RECORD
               INVALID KEY MOVE "23" TO WS-INVR-STATUS
               NOT INVALID KEY MOVE "00" TO WS-INVR-STATUS
           END-READ.
           IF WS-INVR-STATUS = "00"
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE INVOICE" TO WS-EX-REASON
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-MATCH-PURCHASE-ORDER - the PO must be on file, be   *
      *    the billing vendor's, and still have something left to  *
      *    bill.  A closed PO is normal (receiving closes it) as    *
      *    long as what was received has not all been billed        *
      *----------------------------------------------------------*
       2200-MATCH-PURCHASE-ORDER.
           MOVE SPACES TO WS-EX-REASON.
           MOVE 0 TO WS-BILLED-TO-DATE.
           IF IV-PO-NUMBER NOT NUMERIC
              OR IV-PO-NUMBER = 0
               MOVE "NO PO REFERENCE" TO WS-EX-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE IV-PO-NUMBER TO PO-PO-NUMBER.
           READ PURCHASE-ORD-FILE RECORD
               INVALID KEY MOVE "23" TO WS-PORD-STATUS
               NOT INVALID KEY MOVE "00" TO WS-PORD-STATUS
           END-READ.
           IF WS-PORD-STATUS NOT = "00"
               MOVE "PO NOT ON FILE" TO WS-EX-REASON
               GO TO 2200-EXIT
           END-IF.
           IF PO-VENDOR-CODE NOT = IV-VENDOR-CODE
               MOVE "VENDOR NOT ON PO" TO WS-EX-REASON
               GO TO 2200-EXIT
           END-IF.
           IF PO-QUANTITY-BILLED IS NUMERIC
               MOVE PO-QUANTITY-BILLED TO WS-BILLED-TO-DATE
           END-IF.
           IF PO-IS-CLOSED
              AND WS-BILLED-TO-DATE NOT < PO-QUANTITY-RECEIVED
               MOVE "PO CLOSED AND FULLY BILLED" TO WS-EX-REASON
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2500-TOTAL-RECEIPTS - what has actually been received    *
      *    against the PO, from the posted receipts rather than     *
      *    the PO's own running figure, so the match rests on the   *
      *    receipts themselves.  The merge moves past everything    *
      *    below the PO, totals the PO's own receipts, and keeps    *
      *    the total for the PO's next invoice line; a line whose   *
      *    PO is below the last one matched is out of order and     *
      *    its receipts have already gone by                        *
      *----------------------------------------------------------*
       2500-TOTAL-RECEIPTS.
           MOVE SPACES TO WS-EX-REASON.
           IF PO-PO-NUMBER < WS-LAST-PO-NUMBER
               MOVE 0 TO WS-RECEIVED-TOTAL
               MOVE "INVOICE OUT OF PO SEQUENCE" TO WS-EX-REASON
               GO TO 2500-EXIT
           END-IF.
           MOVE PO-PO-NUMBER TO WS-LAST-PO-NUMBER.
           IF PO-PO-NUMBER = WS-TOTALLED-PO-NUMBER
               GO TO 2500-EXIT
           END-IF.
           MOVE 0 TO WS-RECEIVED-TOTAL.
           PERFORM 2550-SKIP-EARLIER-RECEIPT THRU 2550-EXIT
               UNTIL WS-PRCP-AT-EOF
                  OR PC-PO-NUMBER NOT < PO-PO-NUMBER.
           PERFORM 2560-ADD-PO-RECEIPT THRU 2560-EXIT
               UNTIL WS-PRCP-AT-EOF
                  OR PC-PO-NUMBER NOT = PO-PO-NUMBER.
           MOVE PO-PO-NUMBER TO WS-TOTALLED-PO-NUMBER.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2550-SKIP-EARLIER-RECEIPT - receipts for POs nobody has  *
      *    invoiced tonight, or posted without a PO at all          *
      *----------------------------------------------------------*
       2550-SKIP-EARLIER-RECEIPT.
           PERFORM 1200-READ-NEXT-RECEIPT THRU 1200-EXIT.
       2550-EXIT.
           EXIT.
       2560-ADD-PO-RECEIPT.
           IF PC-ITEM-REF = PO-ITEM-REF
               ADD PC-QUANTITY TO WS-RECEIVED-TOTAL
           END-IF.
           PERFORM 1200-READ-NEXT-RECEIPT THRU 1200-EXIT.
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2600-PRICE-AS-OF-PO-DATE - the PO item's price changes.  *
      *    The latest change effective on or before PO-ORDER-DATE   *
      *    set the cost then (a later ledger line for the same date *
      *    wins, as it was applied later); with none, the earliest  *
      *    change after the PO date still shows what the cost had   *
      *    been, as its old cost; an item never repriced costs      *
      *    CI-COST.  The item's chain is walked when the whole      *
      *    ledger is in the table, otherwise the ledger is read     *
      *----------------------------------------------------------*
       2600-PRICE-AS-OF-PO-DATE.
           MOVE "N" TO WS-COST-KNOWN-SWITCH.
           MOVE "N" TO WS-BEFORE-FOUND-SWITCH.
           MOVE "N" TO WS-AFTER-FOUND-SWITCH.
           MOVE "N" TO WS-PHIS-EOF-SWITCH.
           MOVE 0 TO WS-BEFORE-DATE.
           MOVE 99999999 TO WS-AFTER-DATE.
           IF WS-PHIS-TABLE-OVERFLOWED
               OPEN INPUT PRICE-HIST-FILE
               IF WS-PHIS-STATUS = "00"
                   PERFORM 2650-SCAN-PRICE-HISTORY THRU 2650-EXIT
                       UNTIL WS-PHIS-AT-EOF
                   CLOSE PRICE-HIST-FILE
               END-IF
           ELSE
               IF WS-PHIS-WAS-LOADED
                   COMPUTE WS-ITEM-IDX = PO-ITEM-REF + 1
                   MOVE WS-CH-FIRST-ENTRY(WS-ITEM-IDX) TO WS-CH-IDX
                   PERFORM 2660-CHECK-PRICE-CHANGE THRU 2660-EXIT
                       UNTIL WS-CH-IDX = 0
               END-IF
           END-IF.
           IF WS-BEFORE-WAS-FOUND
               MOVE WS-BEFORE-COST TO WS-PO-DATE-COST-X
           ELSE
               IF WS-AFTER-WAS-FOUND
                   MOVE WS-AFTER-COST TO WS-PO-DATE-COST-X
               ELSE
                   PERFORM 2700-CURRENT-CATALOG-COST THRU 2700-EXIT
               END-IF
           END-IF.
           IF WS-PO-DATE-COST-X IS NUMERIC
               SET WS-PO-DATE-COST-KNOWN TO TRUE
           ELSE
               MOVE 0 TO WS-PO-DATE-COST
           END-IF.
       2600-EXIT.
           EXIT.
       2650-SCAN-PRICE-HISTORY.
           READ PRICE-HIST-FILE
               AT END SET WS-PHIS-AT-EOF TO TRUE
           END-READ.
           IF WS-PHIS-AT-EOF
              OR PH-ITEM-REF NOT = PO-ITEM-REF
               GO TO 2650-EXIT
           END-IF.
           IF PH-EFFECTIVE-DATE NOT > PO-ORDER-DATE
               IF PH-EFFECTIVE-DATE NOT < WS-BEFORE-DATE
                   MOVE PH-EFFECTIVE-DATE TO WS-BEFORE-DATE
                   MOVE PH-NEW-COST TO WS-BEFORE-COST
                   SET WS-BEFORE-WAS-FOUND TO TRUE
               END-IF
           ELSE
               IF PH-EFFECTIVE-DATE < WS-AFTER-DATE
                   MOVE PH-EFFECTIVE-DATE TO WS-AFTER-DATE
                   MOVE PH-OLD-COST TO WS-AFTER-COST
                   SET WS-AFTER-WAS-FOUND TO TRUE
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2660-CHECK-PRICE-CHANGE - the chain runs latest first,   *
      *    so of two changes on the same date the one met first     *
      *    is kept on or before the PO date and the one met last    *
      *    after it, exactly as the ledger read forwards would      *
      *----------------------------------------------------------*
       2660-CHECK-PRICE-CHANGE.
           IF WS-CH-EFFECTIVE-DATE(WS-CH-IDX) NOT > PO-ORDER-DATE
               IF WS-CH-EFFECTIVE-DATE(WS-CH-IDX) > WS-BEFORE-DATE
                  OR NOT WS-BEFORE-WAS-FOUND
                   MOVE WS-CH-EFFECTIVE-DATE(WS-CH-IDX)
                       TO WS-BEFORE-DATE
                   MOVE WS-CH-NEW-COST(WS-CH-IDX) TO WS-BEFORE-COST
                   SET WS-BEFORE-WAS-FOUND TO TRUE
               END-IF
           ELSE
               IF WS-CH-EFFECTIVE-DATE(WS-CH-IDX) NOT > WS-AFTER-DATE
                   MOVE WS-CH-EFFECTIVE-DATE(WS-CH-IDX)
                       TO WS-AFTER-DATE
                   MOVE WS-CH-OLD-COST(WS-CH-IDX) TO WS-AFTER-COST
                   SET WS-AFTER-WAS-FOUND TO TRUE
               END-IF
           END-IF.
           MOVE WS-CH-NEXT-ENTRY(WS-CH-IDX) TO WS-CH-IDX.
       2660-EXIT.
           EXIT.
       2700-CURRENT-CATALOG-COST.
           MOVE SPACES TO WS-PO-DATE-COST-X.
           MOVE PO-ITEM-REF TO CI-ITEM-REF.
           READ CATALOG-ITEM-FILE RECORD
               INVALID KEY MOVE "23" TO WS-CATL-STATUS
               NOT INVALID KEY MOVE "00" TO WS-CATL-STATUS
           END-READ.
           IF WS-CATL-STATUS = "00"
               MOVE CI-COST TO WS-PO-DATE-COST-X
           END-IF.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-APPROVE-LINE - the PO takes the billed quantity     *
      *    first; the register entry and then the payment record   *
      *    are only written once it has, so a line is never paid    *
      *    that the PO does not show as billed.  A register entry   *
      *    that will not write backs the billing off the PO, and a  *
      *    payment record that will not write takes the register   *
      *    entry off as well, so the line can be matched again      *
      *----------------------------------------------------------*
       3000-APPROVE-LINE.
           MOVE WS-NEW-BILLED TO PO-QUANTITY-BILLED.
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY MOVE "99" TO WS-PORD-STATUS
           END-REWRITE.
           IF WS-PORD-STATUS NOT = "00"
               MOVE "PO REWRITE FAILED" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE IV-VENDOR-CODE TO IR-VENDOR-CODE.
           MOVE IV-INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE IV-PO-NUMBER TO IR-PO-NUMBER.
           MOVE IV-INVOICE-DATE TO IR-INVOICE-DATE.
           MOVE IV-QUANTITY-BILLED TO IR-QUANTITY-BILLED.
           MOVE WS-CURRENT-DATE TO IR-MATCHED-DATE.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY MOVE "22" TO WS-INVR-STATUS
           END-WRITE.
           IF WS-INVR-STATUS NOT = "00"
               PERFORM 3100-BACK-OUT-BILLING THRU 3100-EXIT
               MOVE "REGISTER WRITE FAILED" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
               IV-QUANTITY-BILLED * IV-UNIT-PRICE-BILLED.
           MOVE IV-VENDOR-CODE TO AP-VENDOR-CODE.
           MOVE IV-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE IV-INVOICE-DATE TO AP-INVOICE-DATE.
           MOVE IV-PO-NUMBER TO AP-PO-NUMBER.
           MOVE PO-ITEM-REF TO AP-ITEM-REF.
           MOVE IV-QUANTITY-BILLED TO AP-QUANTITY-BILLED.
           MOVE IV-UNIT-PRICE-BILLED TO AP-UNIT-PRICE.
           MOVE WS-EXTENDED-AMOUNT TO AP-EXTENDED-AMOUNT.
           MOVE WS-CURRENT-DATE TO AP-APPROVED-DATE.
           WRITE APPROVED-PAYMENT-RECORD.
           IF WS-APAY-STATUS NOT = "00"
               DELETE INVOICE-REG-FILE RECORD
                   INVALID KEY MOVE "23" TO WS-INVR-STATUS
               END-DELETE
               PERFORM 3100-BACK-OUT-BILLING THRU 3100-EXIT
               MOVE "PAYMENT WRITE FAILED" TO WS-EX-REASON
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-EXTENDED-AMOUNT TO WS-APPROVED-VALUE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-BACK-OUT-BILLING - the PO goes back to what it      *
      *    showed billed before this line                           *
      *----------------------------------------------------------*
       3100-BACK-OUT-BILLING.
           MOVE WS-BILLED-TO-DATE TO PO-QUANTITY-BILLED.
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY MOVE "99" TO WS-PORD-STATUS
           END-REWRITE.
       3100-EXIT.
           EXIT.
       4000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE IV-INVOICE-NUMBER TO WS-EX-INVOICE.
           MOVE IV-PO-NUMBER TO WS-EX-PO-NUMBER.
           IF IV-QUANTITY-BILLED IS NUMERIC
               MOVE IV-QUANTITY-BILLED TO WS-EX-QTY
           ELSE
               MOVE 0 TO WS-EX-QTY
           END-IF.
           IF IV-UNIT-PRICE-BILLED IS NUMERIC
               MOVE IV-UNIT-PRICE-BILLED TO WS-EX-PRICE
           ELSE
               MOVE 0 TO WS-EX-PRICE
           END-IF.
           MOVE WS-RECEIVED-TOTAL TO WS-EX-RECEIVED.
           MOVE WS-PO-DATE-COST TO WS-EX-COST.
           WRITE EXCEPTION-RPT-LINE FROM WS-EXCEPTION-LINE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE WS-READ-COUNT TO WS-SUM-READ.
           MOVE WS-APPROVED-COUNT TO WS-SUM-APPROVED.
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS.
           MOVE WS-DUPLICATE-COUNT TO WS-SUM-DUPLICATES.
           MOVE WS-APPROVED-VALUE TO WS-SUM-VALUE.
           WRITE EXCEPTION-RPT-LINE FROM WS-SUMMARY-LINE.
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
               WRITE EXCEPTION-RPT-LINE FROM WS-PREREQ-MSG-LINE
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
           MOVE WS-APPROVED-COUNT TO NR-COUNT-1.
           MOVE WS-EXCEPTION-COUNT TO NR-COUNT-2.
           MOVE WS-DUPLICATE-COUNT TO NR-COUNT-3.
           REWRITE NIGHT-RUN-RECORD.
       8900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INVC-WAS-OPENED
               CLOSE VENDOR-INVOICE-FILE
           END-IF.
           IF WS-PORD-WAS-OPENED
               CLOSE PURCHASE-ORD-FILE
           END-IF.
           IF WS-PRCP-WAS-OPENED
               CLOSE POSTED-RCPT-FILE
           END-IF.
           IF WS-CATL-WAS-OPENED
               CLOSE CATALOG-ITEM-FILE
           END-IF.
           IF WS-INVR-WAS-OPENED
               CLOSE INVOICE-REG-FILE
           END-IF.
           IF WS-APAY-WAS-OPENED
               CLOSE APPROVED-PAY-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE EXCEPTION-RPT-FILE
           END-IF.
           IF WS-NRUN-WAS-OPENED
               CLOSE NIGHT-RUN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
