      *
      *    | Keyword  | Operand | Writes off entries whose        |
      *    |----------|---------|---------------------------------|
      *    | MAXDAYS  | nnn     | business days outstanding       |
      *    |          |         | exceed nnn                      |
      *    | MAXTRIES | nnn     | attempt count reaches nnn       |
      *
      *    Either rule alone is enough to write an entry off; a
      *    member giving neither writes nothing off. Days are
      *    business days from the CALENDAR dataset CALMNT builds,
      *    measured from the date the entry FIRST failed, the same
      *    way the aging report buckets them - weekends and listed
      *    closures never count against the sender. An entry with
      *    no usable first-rejected date cannot be aged and is only
      *    ever written off by the attempts rule. A calendar with no
      *    complete-year entry for the run date's year still ages
      *    (weekends only) but ends the step RC=4.
      *
      *    Nothing ever just disappears: every written-off entry
      *    goes to the permanent WOFFARCH archive with its full
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Outstanding invalid-records file (rewritten in place), the
      * write-off parameter dataset, the business-day calendar,
      * the permanent archive and the audit report
       FILE-CONTROL.
           SELECT INV-DATA   ASSIGN TO INVFILE
               FILE STATUS IS WS-INV-STATUS.
           SELECT CAL-DATA   ASSIGN TO CALENDAR
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WOFF-PARM  ASSIGN TO WOFFPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ARCH-DATA  ASSIGN TO WOFFARCH
           RECORDING MODE IS F.
       01 WOFF-PARM-RECORD       PIC X(80).

       FD CAL-DATA
           RECORDING MODE IS F.
       01 CAL-DATA-RECORD        PIC X(80).

      * The archive is permanent and append-only - each record is
      * the full INVFILE entry as it stood when written off, plus
      * the write-off date and which rule retired it
          05 WS-MAX-TRIES-GIVEN  PIC X      VALUE 'N'.

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
      * The calendar's closures as day numbers, and the business
      * days looking back from the run date: WS-BUS-BACK(n) is the
      * business days after the day n days before the run date, up
      * to and including the run date. Built once, so aging an
      * entry is a table lookup; an entry older than the table is
      * counted out day by day past its end
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
          05 WS-CAL-DAYS-OUT     PIC S9(9)  COMP VALUE 0.
          05 WS-OLD-FROM-INT     PIC S9(9)  COMP VALUE 0.
          05 WS-OLD-THRU-INT     PIC S9(9)  COMP VALUE 0.
          05 WS-BUS-RUNNING      PIC S9(5)  COMP VALUE 0.
          05 WS-BACK-LIMIT       PIC 9(4)   COMP VALUE 2000.
          05 WS-BACK-IDX         PIC 9(4)   COMP VALUE 0.
          05 WS-BUS-BACK         OCCURS 2000 TIMES PIC S9(5) COMP.

      *********************************
      * Aging work fields - business days outstanding measured
      * from the first-rejected date, exactly as the aging report
      * measures
       01 WS-AGING-DATA.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-FIRST-DATE-N     PIC 9(8)   VALUE 0.
          05 WS-RUN-DATE-INT     PIC S9(9)  COMP VALUE 0.
          05 WS-FIRST-DATE-INT   PIC S9(9)  COMP VALUE 0.
          05 WS-DAYS-OUT         PIC S9(5)  COMP VALUE 0.
          05 WS-RUN-YEAR         PIC 9(4)   VALUE 0.

      *********************************
      * Counters for:
           PERFORM 1010-CLOSE
           IF WS-FOOT-ERR = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CAL-YEAR-FOUND = 'N'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           END-IF
           .

      * The parameters and the calendar are loaded and proven
      * whole before INVFILE is opened. INVFILE can legitimately
      * be empty or absent on a clean day - an empty audit report
      * with zero counts is the right answer for that, not an
      * abend. The archive is opened EXTEND: it is permanent, and
      * only ever grows
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           PERFORM 1100-LOAD-PARMS
           PERFORM 1500-LOAD-CALENDAR
           PERFORM 1600-BUILD-BUSINESS-DAYS
           OPEN OUTPUT WOFFREPO
           OPEN EXTEND ARCH-DATA
           IF WS-ARCH-STATUS NOT = '00' AND '05'
           IF WS-MAX-DAYS-GIVEN = 'Y'
              MOVE WS-MAX-DAYS TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'MAX BUSINESS DAYS...: ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
                 TO WS-REPORT-LINE
              WRITE WOFFREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-CAL-YEAR-FOUND = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** THE CALENDAR HAS NO COMPLETE-YEAR ENTRY FOR '
                        DELIMITED BY SIZE
                     WS-RUN-YEAR DELIMITED BY SIZE
                     ' - ONLY WEEKENDS AND LISTED CLOSURES COUNTED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE WOFFREPO-REC FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WOFFREPO-REC FROM WS-REPORT-LINE
           MOVE 'ENTRIES WRITTEN OFF' TO WS-REPORT-LINE
           WRITE WOFFREPO-REC FROM WS-HEADER-LINE-2
           .

       1500-LOAD-CALENDAR.
           OPEN INPUT CAL-DATA
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'INVWOFF: CALENDAR WILL NOT OPEN - STATUS '
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
                    DISPLAY 'INVWOFF: CALENDAR RECORD MALFORMED - '
                       'REBUILD THE CALENDAR WITH CALMNT'
                    DISPLAY 'INVWOFF: RECORD IN ERROR: <' WS-CAL-LINE
                       '>'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-READ
           .

      * Walks back from the run date one day at a time, keeping
      * the running count of business days passed
       1600-BUILD-BUSINESS-DAYS.
           MOVE 0 TO WS-BUS-RUNNING
           PERFORM 1610-COUNT-BACK-ONE-DAY
              VARYING WS-BACK-IDX FROM 1 BY 1
              UNTIL WS-BACK-IDX > WS-BACK-LIMIT
           .

       1610-COUNT-BACK-ONE-DAY.
           COMPUTE WS-DAY-INT = WS-RUN-DATE-INT - WS-BACK-IDX + 1
           PERFORM 1700-TEST-BUSINESS-DAY
           IF WS-DAY-CLOSED = 'N'
              ADD 1 TO WS-BUS-RUNNING
           END-IF
           MOVE WS-BUS-RUNNING TO WS-BUS-BACK(WS-BACK-IDX)
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

      * Business days after the first-failed date up to and
      * including the run date. A date on or after the run date
      * has not aged at all
       1800-COUNT-BUSINESS-DAYS.
           COMPUTE WS-CAL-DAYS-OUT =
              WS-RUN-DATE-INT - WS-FIRST-DATE-INT
           EVALUATE TRUE
              WHEN WS-CAL-DAYS-OUT < 1
                 MOVE 0 TO WS-DAYS-OUT
              WHEN WS-CAL-DAYS-OUT <= WS-BACK-LIMIT
                 MOVE WS-BUS-BACK(WS-CAL-DAYS-OUT) TO WS-DAYS-OUT
              WHEN OTHER
                 MOVE WS-BUS-BACK(WS-BACK-LIMIT) TO WS-BUS-RUNNING
                 COMPUTE WS-OLD-FROM-INT = WS-FIRST-DATE-INT + 1
                 COMPUTE WS-OLD-THRU-INT =
                    WS-RUN-DATE-INT - WS-BACK-LIMIT
                 PERFORM 1810-COUNT-OLD-DAY
                    VARYING WS-DAY-INT FROM WS-OLD-FROM-INT BY 1
                    UNTIL WS-DAY-INT > WS-OLD-THRU-INT
                 MOVE WS-BUS-RUNNING TO WS-DAYS-OUT
           END-EVALUATE
           .

       1810-COUNT-OLD-DAY.
           PERFORM 1700-TEST-BUSINESS-DAY
           IF WS-DAY-CLOSED = 'N'
              ADD 1 TO WS-BUS-RUNNING
           END-IF
           .

       2000-LOAD-LOOP.
           READ INV-DATA
           AT END
              MOVE WS-INV-LINE-FIRST-DATE TO WS-FIRST-DATE-N
              COMPUTE WS-FIRST-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-N)
              PERFORM 1800-COUNT-BUSINESS-DAYS
              IF WS-DAYS-OUT > WS-MAX-DAYS
                 MOVE 'Y' TO WS-DAYS-HIT
              END-IF
