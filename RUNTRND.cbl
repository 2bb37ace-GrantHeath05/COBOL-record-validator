      *    - out-of-balance occurrences across the window
      *    - average scores by category across the window,
      *      weighted by each run's passed-record count
      *    - every business day from the oldest run in the window
      *      to yesterday with no run-history record at all - a
      *      nightly run that was missed, cancelled or never got
      *      through its main pass. Today is never judged: a run
      *      is stamped with the date its main pass started, so a
      *      good night that crosses midnight has no record for
      *      the day this step runs on
      *
      *    Business days come from the CALENDAR dataset CALMNT
      *    builds. A missed business day, or a calendar with no
      *    complete-year entry for this year, ends the step RC=4.
      *
      *    The numbers were always computed - this report is what
      *    keeps them after the daily VALREPO is cleared down.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Run-history dataset, the business-day calendar and the
      * trend report
       FILE-CONTROL.
           SELECT HIST-DATA  ASSIGN TO RUNHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAL-DATA   ASSIGN TO CALENDAR
               FILE STATUS IS WS-CAL-STATUS.
           SELECT TRNDREPO   ASSIGN TO TRNDREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
           RECORDING MODE IS F.
       01 HIST-DATA-RECORD       PIC X(250).

       FD CAL-DATA
           RECORDING MODE IS F.
       01 CAL-DATA-RECORD        PIC X(80).

       FD TRNDREPO
           RECORDING MODE IS F.
       01 TRNDREPO-REC           PIC X(132).
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.

      *********************************
      * One calendar entry as CALMNT writes it - a closure (H) or
      * a complete year (Y); see CALMNT for the columns
       01 WS-CAL-LINE.
          05 WS-CAL-TYPE         PIC X.
             88 CAL-COMMENT                 VALUE '*'.
             88 CAL-CLOSURE                 VALUE 'H'.
             88 CAL-YEAR                    VALUE 'Y'.
          05 FILLER              PIC X.
          05 WS-CAL-FROM         PIC X(8).
          05 FILLER              PIC X.
          05 WS-CAL-THRU         PIC X(8).
          05 FILLER              PIC X(61).

       01 WS-CAL-YEAR-LINE REDEFINES WS-CAL-LINE.
          05 FILLER              PIC X(2).
          05 WS-CAL-YEAR-NO      PIC X(4).
          05 FILLER              PIC X(74).

      *********************************
      * The calendar's closures as day numbers
       01 WS-CALENDAR-DATA.
          05 WS-CAL-STATUS       PIC XX     VALUE SPACES.
          05 WS-CAL-EOF          PIC X      VALUE 'N'.
             88 CAL-EOF-YES                 VALUE 'Y'.
          05 WS-CAL-YEAR-FOUND   PIC X      VALUE 'N'.
          05 WS-CAL-DATE-N       PIC 9(8)   VALUE 0.
          05 WS-CAL-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-CAL-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-CAL-ENTRY        OCCURS 500 TIMES.
             10 WS-CAL-FROM-INT  PIC S9(9)  COMP.
             10 WS-CAL-THRU-INT  PIC S9(9)  COMP.
          05 WS-DAY-INT          PIC S9(9)  COMP VALUE 0.
          05 WS-DAY-CLOSED       PIC X      VALUE 'N'.

      *********************************
      * Missed-run check - every business day from the oldest run
      * kept to the day before the run date is looked for among
      * the kept runs;
      * the first 60 missed are held for listing, all are counted
       01 WS-MISSED-DATA.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-RUN-DATE-INT     PIC S9(9)  COMP VALUE 0.
          05 WS-SCAN-END-INT     PIC S9(9)  COMP VALUE 0.
          05 WS-RUN-YEAR         PIC 9(4)   VALUE 0.
          05 WS-OLDEST-DATE      PIC 9(8)   VALUE 0.
          05 WS-OLDEST-INT       PIC S9(9)  COMP VALUE 0.
          05 WS-CHECK-DATE       PIC 9(8)   VALUE 0.
          05 WS-RUN-FOUND        PIC X      VALUE 'N'.
          05 WS-MISSED-COUNT     PIC 9(5)   VALUE 0.
          05 WS-MISSED-KEPT      PIC 9(2)   COMP VALUE 0.
          05 WS-MISSED-IDX       PIC 9(2)   COMP VALUE 0.
          05 WS-MISSED-DATE      OCCURS 60 TIMES PIC 9(8).
          05 WS-WEEKDAY-NO       PIC 9      VALUE 0.
          05 WS-WEEKDAY-NAMES    PIC X(21)
                VALUE 'MONTUEWEDTHUFRISATSUN'.
          05 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
             10 WS-WEEKDAY-NAME  OCCURS 7 TIMES PIC X(3).

      *********************************
      * Cross-window accumulators - category averages are weighted
      * by each run's passed-record count, collected by letter
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-LOOP UNTIL EOF-YES
           PERFORM 3000-TALLY-WINDOW
           PERFORM 4000-CHECK-MISSED-RUNS
           PERFORM 9000-PRINT-TREND
           PERFORM 1010-CLOSE
           IF WS-MISSED-COUNT > 0 OR WS-CAL-YEAR-FOUND = 'N'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           .
              MOVE WS-TRD-OOB-RUNS TO WS-JST-COUNT(2)
              MOVE WS-TRD-READ TO WS-JST-COUNT(3)
              MOVE WS-TRD-INVALID TO WS-JST-COUNT(4)
              MOVE WS-MISSED-COUNT TO WS-JST-COUNT(5)
              MOVE 0 TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
      * job runs - an empty trend report is the right answer, not
      * an abend
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-SCAN-END-INT = WS-RUN-DATE-INT - 1
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           PERFORM 1500-LOAD-CALENDAR
           OPEN OUTPUT TRNDREPO
           OPEN INPUT HIST-DATA
           IF WS-HIST-STATUS = '00'
           CLOSE TRNDREPO
           .

       1500-LOAD-CALENDAR.
           OPEN INPUT CAL-DATA
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'RUNTRND: CALENDAR WILL NOT OPEN - STATUS '
                 WS-CAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1510-READ-CALENDAR UNTIL CAL-EOF-YES
           CLOSE CAL-DATA
           .

       1510-READ-CALENDAR.
           READ CAL-DATA INTO WS-CAL-LINE
           AT END
              SET CAL-EOF-YES TO TRUE
           NOT AT END
              EVALUATE TRUE
                 WHEN CAL-COMMENT
                    CONTINUE
                 WHEN CAL-CLOSURE AND WS-CAL-FROM IS NUMERIC
                    AND WS-CAL-THRU IS NUMERIC
                    AND WS-CAL-COUNT < 500
                    ADD 1 TO WS-CAL-COUNT
                    MOVE WS-CAL-FROM TO WS-CAL-DATE-N
                    COMPUTE WS-CAL-FROM-INT(WS-CAL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
                    MOVE WS-CAL-THRU TO WS-CAL-DATE-N
                    COMPUTE WS-CAL-THRU-INT(WS-CAL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-N)
                 WHEN CAL-YEAR AND WS-CAL-YEAR-NO IS NUMERIC
                    IF WS-CAL-YEAR-NO = WS-RUN-YEAR
                       MOVE 'Y' TO WS-CAL-YEAR-FOUND
                    END-IF
                 WHEN OTHER
                    DISPLAY 'RUNTRND: CALENDAR RECORD MALFORMED - '
                       'REBUILD THE CALENDAR WITH CALMNT'
                    DISPLAY 'RUNTRND: RECORD IN ERROR: <' WS-CAL-LINE
                       '>'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-READ
           .

      * Day numbers count from 1 January 1601, a Monday, so the
      * day number less one, modulo 7, is 5 or 6 on a weekend
       1700-TEST-BUSINESS-DAY.
           MOVE 'N' TO WS-DAY-CLOSED
           IF FUNCTION MOD(WS-DAY-INT - 1, 7) > 4
              MOVE 'Y' TO WS-DAY-CLOSED
           ELSE
              PERFORM 1710-TEST-CLOSURE
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
                    OR WS-DAY-CLOSED = 'Y'
           END-IF
           .

       1710-TEST-CLOSURE.
           IF WS-DAY-INT >= WS-CAL-FROM-INT(WS-CAL-IDX)
              AND WS-DAY-INT <= WS-CAL-THRU-INT(WS-CAL-IDX)
              MOVE 'Y' TO WS-DAY-CLOSED
           END-IF
           .

      * Every record lands in the ring; once the ring is full each
      * new record overwrites the oldest, so whatever is left at
      * end of file is the most recent 30 runs in arrival order
           END-IF
           .

      * Looks for a kept run on every business day from the oldest
      * kept run's date to yesterday. Days before the window are
      * not judged - the ring only remembers the last 30 runs
       4000-CHECK-MISSED-RUNS.
           IF WS-RING-KEPT > 0
              IF WS-RING-TOTAL <= WS-RING-SIZE
                 MOVE 1 TO WS-RING-IDX
              ELSE
                 COMPUTE WS-RING-IDX =
                    FUNCTION MOD(WS-RING-TOTAL, WS-RING-SIZE) + 1
              END-IF
              MOVE WS-RING-REC(WS-RING-IDX) TO WS-HIST-LINE
              IF WS-HIST-DATE IS NUMERIC
                 AND WS-HIST-DATE NOT > WS-RUN-DATE
                 MOVE WS-HIST-DATE TO WS-OLDEST-DATE
                 COMPUTE WS-OLDEST-INT =
                    FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE)
                 PERFORM 4100-CHECK-ONE-DAY
                    VARYING WS-DAY-INT FROM WS-OLDEST-INT BY 1
                    UNTIL WS-DAY-INT > WS-SCAN-END-INT
              END-IF
           END-IF
           .

       4100-CHECK-ONE-DAY.
           PERFORM 1700-TEST-BUSINESS-DAY
           IF WS-DAY-CLOSED = 'N'
              COMPUTE WS-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              MOVE 'N' TO WS-RUN-FOUND
              PERFORM 4110-SEARCH-RUN
                 VARYING WS-RING-IDX FROM 1 BY 1
                 UNTIL WS-RING-IDX > WS-RING-KEPT
                    OR WS-RUN-FOUND = 'Y'
              IF WS-RUN-FOUND = 'N'
                 ADD 1 TO WS-MISSED-COUNT
                 IF WS-MISSED-KEPT < 60
                    ADD 1 TO WS-MISSED-KEPT
                    MOVE WS-CHECK-DATE
                       TO WS-MISSED-DATE(WS-MISSED-KEPT)
                 END-IF
              END-IF
           END-IF
           .

       4110-SEARCH-RUN.
           IF WS-RING-REC(WS-RING-IDX)(1:8) = WS-CHECK-DATE
              MOVE 'Y' TO WS-RUN-FOUND
           END-IF
           .

       9000-PRINT-TREND.
           MOVE 'RUN-HISTORY TREND - MOST RECENT 30 RUNS'
              TO WS-REPORT-LINE
           PERFORM 9200-PRINT-CATEGORY-TREND
              VARYING WS-TCAT-IDX FROM 1 BY 1
              UNTIL WS-TCAT-IDX > WS-TCAT-COUNT
           PERFORM 9300-PRINT-MISSED-RUNS
           .

       9100-PRINT-RUN-LINE.
           WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           .

      * Every business day in the window that has no run at all
       9300-PRINT-MISSED-RUNS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           MOVE 'BUSINESS DAYS WITH NO RUN RECORDED' TO WS-REPORT-LINE
           WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           WRITE TRNDREPO-REC FROM WS-HEADER-LINE-2
           IF WS-CAL-YEAR-FOUND = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** THE CALENDAR HAS NO COMPLETE-YEAR ENTRY FOR '
                        DELIMITED BY SIZE
                     WS-RUN-YEAR DELIMITED BY SIZE
                     ' - ONLY WEEKENDS AND LISTED CLOSURES COUNTED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-MISSED-COUNT = 0
              MOVE '  NONE - EVERY BUSINESS DAY IN THE WINDOW HAS A RUN'
                 TO WS-REPORT-LINE
              WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           END-IF
           PERFORM 9310-PRINT-MISSED-DAY
              VARYING WS-MISSED-IDX FROM 1 BY 1
              UNTIL WS-MISSED-IDX > WS-MISSED-KEPT
           IF WS-MISSED-COUNT > WS-MISSED-KEPT
              MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' MISSED IN ALL - FIRST 60 LISTED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9310-PRINT-MISSED-DAY.
           MOVE WS-MISSED-DATE(WS-MISSED-IDX) TO WS-CHECK-DATE
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-DAY-INT - 1, 7)
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-CHECK-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WEEKDAY-NAME(WS-WEEKDAY-NO + 1) DELIMITED BY SIZE
                  '  *** NO RUN-HISTORY RECORD ***' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TRNDREPO-REC FROM WS-REPORT-LINE
           .

       END PROGRAM RUNTRND.
