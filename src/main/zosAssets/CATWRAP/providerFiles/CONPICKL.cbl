      * collect-then-report pass over the headers (the same
      * bounded department table CONBOFIL uses), so the history
      * file never needs an alternate key.
      * An order held for approval is never picked: its lines are
      * held, not accepted, and the whole order is passed over
      * while the hold stands.  An order approved today is picked
      * tonight along with the day's new orders, whatever day it
      * was first keyed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            88 WS-DEPT-WAS-FOUND VALUE "Y".
           05  WS-NRUN-FOUND-SWITCH PIC X(1) VALUE "N".
            88 WS-NRUN-WAS-FOUND VALUE "Y".
           05  WS-PICKABLE-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDER-IS-PICKABLE VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-ORDH-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-ORDH-WAS-OPENED VALUE "Y".
           05  FILLER PIC X(62) VALUE SPACE.
       01  WS-NIGHT-RUN-WORK.
           05  WS-STEP-ID PIC X(8) VALUE "PICKL".
           05  WS-PREREQ-STEP PIC X(8) VALUE "STORD".
       01  WS-PREREQ-MSG-LINE.
           05  FILLER PIC X(30) VALUE
               "STEP ABANDONED - PREREQUISITE".
           EXIT.
      *----------------------------------------------------------*
      *    2000-COLLECT-DEPARTMENTS - first pass: note every        *
      *    charge department with an order to pick today.  A full   *
      *    table (more than 50 departments in one day) drops the    *
      *    overflow departments from tonight's list; they pick up   *
      *    tomorrow when their lines are still at accepted          *
      *----------------------------------------------------------*
       2000-COLLECT-DEPARTMENTS.
           PERFORM 2050-CHECK-PICKABLE THRU 2050-EXIT.
           IF WS-ORDER-IS-PICKABLE
               PERFORM 2100-FIND-DEPT-ENTRY THRU 2100-EXIT
           END-IF.
           PERFORM 1100-READ-NEXT-HEADER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2050-CHECK-PICKABLE - keyed today, or approved today     *
      *    after a hold, and neither rejected, cancelled, nor       *
      *    still held.  A header written before approval dates      *
      *    existed carries no approval date                         *
      *----------------------------------------------------------*
       2050-CHECK-PICKABLE.
           MOVE "N" TO WS-PICKABLE-SWITCH.
           IF OH-ORDER-WAS-REJECTED
              OR OH-ORDER-WAS-CANCELLED
              OR OH-ORDER-IS-HELD
               GO TO 2050-EXIT
           END-IF.
           IF OH-DATE = WS-CURRENT-DATE
               SET WS-ORDER-IS-PICKABLE TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF OH-APPROVED-DATE IS NUMERIC
              AND OH-APPROVED-DATE = WS-CURRENT-DATE
               SET WS-ORDER-IS-PICKABLE TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.
       2100-FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           MOVE 0 TO WS-DEPT-IDX.
       3000-EXIT.
           EXIT.
       3100-CHECK-ONE-ORDER.
           PERFORM 2050-CHECK-PICKABLE THRU 2050-EXIT.
           IF WS-ORDER-IS-PICKABLE
              AND OH-CHARGE-DEPT = WS-DT-DEPT(WS-REPORT-DEPT-IDX)
               ADD 1 TO WS-ORDER-COUNT
               MOVE 1 TO WS-LINE-IDX
               PERFORM 3200-PICK-ONE-LINE THRU 3200-EXIT
