       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCSHT.
       AUTHOR. CATWRAP-PROVIDER-TEAM.
      *
      * Cycle-count sheet print.  The stockroom counts a slice of
      * the catalog at a time rather than the whole shelf at once,
      * and this job prints the sheet the counters carry round.
      * The slice comes in through SYSIN as a selection card:
      * DEPT followed by a CI-DEPARTMENT picks every item of that
      * department, ITEM followed by a from and a to item
      * reference picks that range of the catalog.  The sheet is
      * printed blind - item, description, department, and blanks
      * for the counted quantity and the counter's id, but never
      * the book quantity, so a counter cannot simply copy the
      * master's figure back onto the sheet.  Discontinued items
      * are left off unless stock is still booked against them,
      * since that stock still has to be found.  The filled-in
      * sheets are keyed to the count-entry feed (CPYCCNT) that
      * CONCCPST posts.  A card that is neither form prints a
      * line saying so and nothing else, so an empty sheet cannot
      * be mistaken for a department with nothing to count.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-ITEM-FILE ASSIGN TO CATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-REF
               FILE STATUS IS WS-CATL-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO CCSHTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-ITEM-FILE.
           COPY CPYCATIT.
       FD  COUNT-SHEET-FILE.
       01  COUNT-SHEET-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CATL-STATUS PIC X(2) VALUE "00".
           05  WS-RPT-STATUS PIC X(2) VALUE "00".
       01  WS-SWITCHES.
           05  WS-ERROR-SWITCH PIC X(1) VALUE "N".
            88 WS-OPEN-ERROR VALUE "Y".
           05  WS-CATL-EOF-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-AT-EOF VALUE "Y".
       01  WS-FILE-OPENED-SWITCHES.
           05  WS-CATL-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-CATL-WAS-OPENED VALUE "Y".
           05  WS-RPT-OPENED-SWITCH PIC X(1) VALUE "N".
            88 WS-RPT-WAS-OPENED VALUE "Y".
       01  WS-SELECTION-CARD.
           05  WS-SEL-TYPE PIC X(4).
            88 WS-SELECT-BY-DEPT VALUE "DEPT".
            88 WS-SELECT-BY-RANGE VALUE "ITEM".
           05  FILLER PIC X(1).
           05  WS-SEL-DEPT-DATA.
               10  WS-SEL-DEPT PIC 9(3).
               10  FILLER PIC X(6).
           05  WS-SEL-RANGE-DATA REDEFINES WS-SEL-DEPT-DATA.
               10  WS-SEL-FROM-REF PIC 9(4).
               10  FILLER PIC X(1).
               10  WS-SEL-TO-REF PIC 9(4).
           05  FILLER PIC X(66).
       01  WS-COUNTERS.
           05  WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01  WS-DEPT-HEADER-LINE.
           05  FILLER PIC X(29) VALUE
               "CYCLE COUNT SHEET DEPARTMENT ".
           05  WS-DH-DEPT PIC 9(3).
           05  FILLER PIC X(9) VALUE " PRINTED ".
           05  WS-DH-DATE PIC 9(8).
           05  FILLER PIC X(31) VALUE SPACE.
       01  WS-RANGE-HEADER-LINE.
           05  FILLER PIC X(24) VALUE "CYCLE COUNT SHEET ITEMS ".
           05  WS-RH-FROM-REF PIC 9(4).
           05  FILLER PIC X(4) VALUE " TO ".
           05  WS-RH-TO-REF PIC 9(4).
           05  FILLER PIC X(9) VALUE " PRINTED ".
           05  WS-RH-DATE PIC 9(8).
           05  FILLER PIC X(27) VALUE SPACE.
       01  WS-COLUMN-LINE.
           05  FILLER PIC X(5) VALUE "ITEM ".
           05  FILLER PIC X(41) VALUE "DESCRIPTION".
           05  FILLER PIC X(5) VALUE "DEPT ".
           05  FILLER PIC X(11) VALUE "COUNTED".
           05  FILLER PIC X(18) VALUE "COUNTED BY".
       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM-REF PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-DL-DESCRIPTION PIC X(40).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-DL-DEPARTMENT PIC 9(3).
           05  FILLER PIC X(2) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "_________".
           05  FILLER PIC X(2) VALUE SPACE.
           05  FILLER PIC X(8) VALUE "________".
           05  FILLER PIC X(10) VALUE SPACE.
       01  WS-BAD-CARD-LINE.
           05  FILLER PIC X(39) VALUE
               "NO SHEET PRINTED - SELECTION CARD NOT ".
           05  FILLER PIC X(41) VALUE
               "DEPT NNN OR ITEM NNNN NNNN".
       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(14) VALUE "ITEMS LISTED: ".
           05  WS-SUM-LISTED PIC ZZZZ9.
           05  FILLER PIC X(61) VALUE SPACE.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OPEN-ERROR
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-LIST-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-CATL-AT-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INITIALIZE - the selection card comes in through    *
      *    SYSIN; a range run positions the catalog at its first    *
      *    item, a department run has to read the whole catalog    *
      *    since the file is keyed by item only                     *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-SELECTION-CARD.
           ACCEPT WS-SELECTION-CARD.
           OPEN OUTPUT COUNT-SHEET-FILE.
           IF WS-RPT-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RPT-WAS-OPENED TO TRUE.
           PERFORM 1200-VALIDATE-SELECTION THRU 1200-EXIT.
           IF WS-OPEN-ERROR
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CATALOG-ITEM-FILE.
           IF WS-CATL-STATUS NOT = "00"
               SET WS-OPEN-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CATL-WAS-OPENED TO TRUE.
           IF WS-SELECT-BY-RANGE
               MOVE WS-SEL-FROM-REF TO CI-ITEM-REF
               START CATALOG-ITEM-FILE
                   KEY IS NOT LESS THAN CI-ITEM-REF
                   INVALID KEY SET WS-CATL-AT-EOF TO TRUE
               END-START
               MOVE WS-SEL-FROM-REF TO WS-RH-FROM-REF
               MOVE WS-SEL-TO-REF TO WS-RH-TO-REF
               MOVE WS-CURRENT-DATE TO WS-RH-DATE
               WRITE COUNT-SHEET-LINE FROM WS-RANGE-HEADER-LINE
           ELSE
               MOVE WS-SEL-DEPT TO WS-DH-DEPT
               MOVE WS-CURRENT-DATE TO WS-DH-DATE
               WRITE COUNT-SHEET-LINE FROM WS-DEPT-HEADER-LINE
           END-IF.
           WRITE COUNT-SHEET-LINE FROM WS-COLUMN-LINE.
           IF NOT WS-CATL-AT-EOF
               PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT-CATALOG.
           READ CATALOG-ITEM-FILE NEXT RECORD
               AT END SET WS-CATL-AT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-VALIDATE-SELECTION - a department must be numeric; *
      *    a range must be numeric and the right way round         *
      *----------------------------------------------------------*
       1200-VALIDATE-SELECTION.
           IF WS-SELECT-BY-DEPT
              AND WS-SEL-DEPT IS NUMERIC
               GO TO 1200-EXIT
           END-IF.
           IF WS-SELECT-BY-RANGE
              AND WS-SEL-FROM-REF IS NUMERIC
              AND WS-SEL-TO-REF IS NUMERIC
              AND WS-SEL-FROM-REF NOT > WS-SEL-TO-REF
               GO TO 1200-EXIT
           END-IF.
           WRITE COUNT-SHEET-LINE FROM WS-BAD-CARD-LINE.
           SET WS-OPEN-ERROR TO TRUE.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-LIST-ONE-ITEM - a range run stops at the first     *
      *    item past the range; a department run skips anything    *
      *    outside the department                                  *
      *----------------------------------------------------------*
       2000-LIST-ONE-ITEM.
           IF WS-SELECT-BY-RANGE
              AND CI-ITEM-REF > WS-SEL-TO-REF
               SET WS-CATL-AT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-SELECT-BY-DEPT
              AND CI-DEPARTMENT NOT = WS-SEL-DEPT
               GO TO 2000-NEXT
           END-IF.
           IF CI-ITEM-IS-DISCONTINUED
              AND CI-IN-STOCK = 0
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE CI-ITEM-REF TO WS-DL-ITEM-REF.
           MOVE CI-DESCRIPTION TO WS-DL-DESCRIPTION.
           MOVE CI-DEPARTMENT TO WS-DL-DEPARTMENT.
           WRITE COUNT-SHEET-LINE FROM WS-DETAIL-LINE.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-CATALOG THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                      *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE WS-LISTED-COUNT TO WS-SUM-LISTED.
           WRITE COUNT-SHEET-LINE FROM WS-SUMMARY-LINE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CATL-WAS-OPENED
               CLOSE CATALOG-ITEM-FILE
           END-IF.
           IF WS-RPT-WAS-OPENED
               CLOSE COUNT-SHEET-FILE
           END-IF.
       9000-EXIT.
           EXIT.
