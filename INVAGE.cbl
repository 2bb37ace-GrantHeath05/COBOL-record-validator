      *    date using the first-rejected date RECVAL stamps on each
      *    reject, and reports:
      *
      *    | Bucket          | Business days outstanding |
      *    |-----------------|---------------------------|
      *    | CURRENT         | under 3                   |
      *    | AGING           | 3 to 7                    |
      *    | ESCALATED       | over 7                    |
      *
      *    Days are business days from the CALENDAR dataset CALMNT
      *    builds - weekends and the listed closures do not count,
      *    so a reject that lands before a long weekend is not
      *    escalated before the office has had a working day to
      *    fix it. A calendar with no complete-year entry for the
      *    run date's year still ages (weekends only) but ends the
      *    step RC=4 so the missing year is noticed.
      *
      *    Every entry past the escalation threshold is listed with
      *    its full attempt history - ID, date first rejected, date
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Outstanding invalid-records file, the business-day
      * calendar and the aging report
       FILE-CONTROL.
           SELECT INV-DATA   ASSIGN TO INVFILE
               FILE STATUS IS WS-INV-STATUS.
           SELECT CAL-DATA   ASSIGN TO CALENDAR
               FILE STATUS IS WS-CAL-STATUS.
           SELECT AGEREPO    ASSIGN TO AGEREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
           RECORDING MODE IS F.
       01 INV-DATA-RECORD        PIC X(224).

       FD CAL-DATA
           RECORDING MODE IS F.
       01 CAL-DATA-RECORD        PIC X(80).

       FD AGEREPO
           RECORDING MODE IS F.
       01 AGEREPO-REC            PIC X(132).
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
      * Aging control - business days outstanding are measured
      * from the date the record FIRST failed, not the latest
      * bounce; an entry more than WS-ESCALATE-DAYS business days
      * old is listed for chasing
       01 WS-AGING-DATA.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-FIRST-DATE-N     PIC 9(8)   VALUE 0.
          05 WS-FIRST-DATE-INT   PIC S9(9)  COMP VALUE 0.
          05 WS-DAYS-OUT         PIC S9(5)  COMP VALUE 0.
          05 WS-ESCALATE-DAYS    PIC 9(3)   VALUE 7.
          05 WS-RUN-YEAR         PIC 9(4)   VALUE 0.

      *********************************
      * Counters for:
           PERFORM 2000-AGE-LOOP UNTIL EOF-YES
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 1010-CLOSE
           IF WS-CAL-YEAR-FOUND = 'N'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           .
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           PERFORM 1500-LOAD-CALENDAR
           PERFORM 1600-BUILD-BUSINESS-DAYS
           OPEN OUTPUT AGEREPO
           OPEN INPUT INV-DATA
           IF WS-INV-STATUS = '00'
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE AGEREPO-REC FROM WS-REPORT-LINE
           MOVE 'DAYS ARE BUSINESS DAYS FROM THE CALENDAR'
              TO WS-REPORT-LINE
           WRITE AGEREPO-REC FROM WS-REPORT-LINE
           IF WS-CAL-YEAR-FOUND = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** THE CALENDAR HAS NO COMPLETE-YEAR ENTRY FOR '
                        DELIMITED BY SIZE
                     WS-RUN-YEAR DELIMITED BY SIZE
                     ' - ONLY WEEKENDS AND LISTED CLOSURES COUNTED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE AGEREPO-REC FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AGEREPO-REC FROM WS-REPORT-LINE
           MOVE 'ENTRIES PAST THE ESCALATION THRESHOLD'
           WRITE AGEREPO-REC FROM WS-HEADER-LINE-2
           .

      * The calendar must be there - aging by calendar days would
      * quietly escalate every reject over a holiday weekend. A
      * record CALMNT would not have written means the dataset
      * was edited by hand, and the run stops
       1500-LOAD-CALENDAR.
           OPEN INPUT CAL-DATA
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'INVAGE: CALENDAR WILL NOT OPEN - STATUS '
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
                    DISPLAY 'INVAGE: CALENDAR RECORD MALFORMED - '
                       'REBUILD THE CALENDAR WITH CALMNT'
                    DISPLAY 'INVAGE: RECORD IN ERROR: <' WS-CAL-LINE
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

       2000-AGE-LOOP.
           READ INV-DATA INTO WS-INV-LINE
           AT END
           END-READ
           .

      * Buckets one entry by business days outstanding since it
      * first failed. An entry with no usable first-rejected date (from
      * before the aging fields existed) cannot be aged - it is
      * counted separately and listed for chasing anyway, since
      * nobody knows how old it really is
              MOVE WS-INV-LINE-FIRST-DATE TO WS-FIRST-DATE-N
              COMPUTE WS-FIRST-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-N)
              PERFORM 1800-COUNT-BUSINESS-DAYS
              EVALUATE TRUE
                 WHEN WS-DAYS-OUT < 3
                    ADD 1 TO WS-BUCKET-CURRENT

           MOVE WS-BUCKET-CURRENT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'UNDER 3 BUS DAYS...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING

           MOVE WS-BUCKET-AGING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '3 TO 7 BUS DAYS....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING

           MOVE WS-BUCKET-ESCALATED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OVER 7 BUS DAYS....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
