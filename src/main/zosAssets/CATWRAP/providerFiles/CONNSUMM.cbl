      * control file every batch step stamps at start and finish
      * and prints one page for the run date: each expected step
      * of the chain in schedule order - pending-price apply,
      * replenishment, receiving posting, approval-hold expiry,
      * backorder fill,
      * delivery confirmations, standing orders, pick list,
      * department report, reconciliation, the vendor invoice
      * match that follows it, the general ledger journal
      * extract, and the cross-file integrity check - with its
      * status (COMPLETE, IN PROGRESS for a step that stamped a
      * start but never finished, MISSING for one that never ran
      * at all; a finished integrity check shows CLEAN, or
      * EXCEPTIONS when it found any breaks between the files,
      * instead of COMPLETE), its start and end times, and its
      * record counts
      * (what each count means depends on the step: receipts
      * posted, backorders filled, requisitions raised,
      * exceptions, and so on - the counts are the same figures
      * the step printed on its own report).  One look at this
      * page the next morning replaces chasing thirteen separate
      * reports to find out whether a step was skipped or run out
      * of order.
      *
           05  FILLER PIC X(8) VALUE "PRAPL".
           05  FILLER PIC X(8) VALUE "REPLN".
           05  FILLER PIC X(8) VALUE "RECVP".
           05  FILLER PIC X(8) VALUE "HLDEX".
           05  FILLER PIC X(8) VALUE "BOFIL".
           05  FILLER PIC X(8) VALUE "DELIV".
           05  FILLER PIC X(8) VALUE "STORD".
           05  FILLER PIC X(8) VALUE "PICKL".
           05  FILLER PIC X(8) VALUE "DEPRT".
           05  FILLER PIC X(8) VALUE "RECON".
           05  FILLER PIC X(8) VALUE "INVMT".
           05  FILLER PIC X(8) VALUE "GLEXT".
           05  FILLER PIC X(8) VALUE "INTEG".
       01  WS-EXPECTED-STEPS REDEFINES WS-EXPECTED-STEPS-DATA.
           05  WS-EXPECTED-STEP PIC X(8) OCCURS 13 TIMES.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01  WS-HEADER-LINE.
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(16) VALUE "STEPS COMPLETE: ".
           05  WS-SUM-COMPLETE PIC Z9.
           05  FILLER PIC X(7) VALUE " OF 13 ".
           05  FILLER PIC X(9) VALUE "MISSING: ".
           05  WS-SUM-MISSING PIC Z9.
           05  FILLER PIC X(54) VALUE SPACE.
           END-IF.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM 2000-REPORT-ONE-STEP THRU 2000-EXIT
               UNTIL WS-STEP-IDX NOT < 13.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF NR-STEP-COMPLETE
               ADD 1 TO WS-COMPLETE-COUNT
               MOVE "COMPLETE" TO WS-SL-STATUS
               IF NR-STEP-ID = "INTEG"
                   PERFORM 2100-SET-INTEGRITY-STATUS THRU 2100-EXIT
               END-IF
           ELSE
               MOVE "IN PROGRESS" TO WS-SL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-SET-INTEGRITY-STATUS - the integrity check's first *
      *    count is its exception count                            *
      *----------------------------------------------------------*
       2100-SET-INTEGRITY-STATUS.
           IF NR-COUNT-1 = 0
               MOVE "CLEAN" TO WS-SL-STATUS
           ELSE
               MOVE "EXCEPTIONS" TO WS-SL-STATUS
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
