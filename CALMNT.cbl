       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Business-Day Calendar Maintenance And Listing
      *
      *    Builds the CALENDAR dataset the aging, write-off and
      *    trend steps count business days from, out of the
      *    calendar member data control maintains. Saturday and
      *    Sunday are never business days; the member lists the
      *    weekday closures on top of them:
      *
      *    | Type | Columns | Content                          |
      *    |------|---------|----------------------------------|
      *    | H    | 3-10    | First day closed (YYYYMMDD)      |
      *    |      | 12-19   | Last day closed (YYYYMMDD)       |
      *    |      | 21-60   | Name of the closure              |
      *    | Y    | 3-6     | Year whose closures are complete |
      *    |      | 21-60   | Note                             |
      *
      *    Every entry is proven before anything is written. A
      *    closure with a date that is not a real date, a last day
      *    before its first, a span over 31 days, no name, or
      *    anything in the separator columns is malformed; two
      *    closures sharing any day overlap; a year given twice is
      *    a duplicate. Any one of these refuses the whole member -
      *    the CALENDAR dataset is left exactly as it was and the
      *    step ends RC=8 - so a bad calendar can never quietly
      *    skew every aging figure.
      *
      *    A clean member is written to CALENDAR in date order and
      *    listed on CALREPO with the weekday each closure starts
      *    and ends on, the business days it removes, and for each
      *    complete year the business days left in it.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Calendar member, the calendar dataset (replaced only when
      * the member is clean) and the listing
       FILE-CONTROL.
           SELECT CSRC-DATA  ASSIGN TO CALSRC
               FILE STATUS IS WS-CSRC-STATUS.
           SELECT CAL-DATA   ASSIGN TO CALENDAR
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CALREPO    ASSIGN TO CALREPO.
       DATA DIVISION.
       FILE SECTION.

       FD CSRC-DATA
           RECORDING MODE IS F.
       01 CSRC-DATA-RECORD       PIC X(80).

       FD CAL-DATA
           RECORDING MODE IS F.
       01 CAL-DATA-RECORD        PIC X(80).

       FD CALREPO
           RECORDING MODE IS F.
       01 CALREPO-REC            PIC X(132).

       WORKING-STORAGE SECTION.

      *********************************
      * One calendar entry, in either of its two layouts
       01 WS-CSRC-LINE.
          05 WS-CSRC-TYPE        PIC X.
             88 CSRC-COMMENT                VALUE '*'.
             88 CSRC-CLOSURE                VALUE 'H'.
             88 CSRC-YEAR                   VALUE 'Y'.
          05 WS-CSRC-SEP1        PIC X.
          05 WS-CSRC-FROM        PIC X(8).
          05 WS-CSRC-SEP2        PIC X.
          05 WS-CSRC-THRU        PIC X(8).
          05 WS-CSRC-SEP3        PIC X.
          05 WS-CSRC-NAME        PIC X(40).
          05 WS-CSRC-REST        PIC X(20).

       01 WS-CSRC-YEAR-LINE REDEFINES WS-CSRC-LINE.
          05 FILLER              PIC X(2).
          05 WS-CSRC-YEAR-NO     PIC X(4).
          05 WS-CSRC-YEAR-SEP    PIC X(14).
          05 FILLER              PIC X(60).

      *********************************
      * The closures accepted so far, put into date order before
      * the overlap check and the listing
       01 WS-CLOSURE-TABLE.
          05 WS-CLS-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-CLS-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-CLS-ENTRY        OCCURS 500 TIMES.
             10 WS-CLS-FROM      PIC 9(8).
             10 WS-CLS-THRU      PIC 9(8).
             10 WS-CLS-NAME      PIC X(40).
             10 WS-CLS-LINE-NO   PIC 9(5).

       01 WS-CLS-HOLD.
          05 WS-HOLD-FROM        PIC 9(8).
          05 WS-HOLD-THRU        PIC 9(8).
          05 WS-HOLD-NAME        PIC X(40).
          05 WS-HOLD-LINE-NO     PIC 9(5).

      *********************************
      * The years marked complete
       01 WS-YEAR-TABLE.
          05 WS-YR-COUNT         PIC 9(2)   COMP VALUE 0.
          05 WS-YR-IDX           PIC 9(2)   COMP VALUE 0.
          05 WS-YR-ENTRY         OCCURS 50 TIMES.
             10 WS-YR-YEAR       PIC 9(4).
             10 WS-YR-NOTE       PIC X(40).

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-CSRC-STATUS      PIC XX     VALUE SPACES.
          05 WS-CAL-STATUS       PIC XX     VALUE SPACES.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-ENTRY-BAD        PIC X      VALUE 'N'.
          05 WS-DATE-BAD         PIC X      VALUE 'N'.
          05 WS-YR-FOUND         PIC X      VALUE 'N'.
          05 WS-SORT-DONE        PIC X      VALUE 'N'.
          05 WS-DAY-CLOSED       PIC X      VALUE 'N'.

      *********************************
      * Date checking - a real YYYYMMDD date, February taking 29
      * in a leap year, the same test RECVAL puts an effective
      * date through
       01 WS-DATE-CHECK-FIELDS.
          05 WS-CHK-DATE         PIC 9(8)   VALUE 0.
          05 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
             10 WS-CHK-YYYY      PIC 9(4).
             10 WS-CHK-MM        PIC 9(2).
             10 WS-CHK-DD        PIC 9(2).
          05 WS-MONTH-LIMIT      PIC 9(2)   VALUE 0.
          05 WS-MONTH-DAYS       PIC X(24)
                VALUE '312831303130313130313031'.
          05 WS-MONTH-TABLE REDEFINES WS-MONTH-DAYS.
             10 WS-MONTH-DAY     OCCURS 12 TIMES PIC 9(2).

      *********************************
      * Day arithmetic - day numbers from INTEGER-OF-DATE, whose
      * day 1 (1 January 1601) was a Monday, so the day number
      * less one, modulo 7, gives 0 for Monday through 6 for
      * Sunday
       01 WS-DAY-FIELDS.
          05 WS-FROM-INT         PIC S9(9)  COMP VALUE 0.
          05 WS-THRU-INT         PIC S9(9)  COMP VALUE 0.
          05 WS-DAY-INT          PIC S9(9)  COMP VALUE 0.
          05 WS-SPAN-DAYS        PIC S9(9)  COMP VALUE 0.
          05 WS-WEEKDAY-NO       PIC 9      VALUE 0.
          05 WS-WEEKDAY-NAMES    PIC X(21)
                VALUE 'MONTUEWEDTHUFRISATSUN'.
          05 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
             10 WS-WEEKDAY-NAME  OCCURS 7 TIMES PIC X(3).
          05 WS-CLOSED-WEEKDAYS  PIC 9(3)   VALUE 0.
          05 WS-YEAR-BUS-DAYS    PIC 9(3)   VALUE 0.
          05 WS-YEAR-CLOSED      PIC 9(3)   VALUE 0.
          05 WS-YEAR-START       PIC 9(8)   VALUE 0.
          05 WS-YEAR-END         PIC 9(8)   VALUE 0.

      *********************************
      * Insertion-sort and overlap-check work fields - the latest
      * last-day seen so far is carried forward, so a closure is
      * caught overlapping any earlier one, not only its neighbour
       01 WS-SORT-FIELDS.
          05 WS-SORT-I           PIC 9(3)   COMP VALUE 0.
          05 WS-SORT-J           PIC 9(3)   COMP VALUE 0.
          05 WS-MAX-THRU         PIC 9(8)   VALUE 0.
          05 WS-MAX-IDX          PIC 9(3)   COMP VALUE 0.

      *********************************
      * Counters for:
      * Member records read, entries accepted and refused
       01 WS-COUNTERS.
          05 WS-LINES-READ       PIC 9(5)   VALUE 0.
          05 WS-ERR-COUNT        PIC 9(5)   VALUE 0.
          05 WS-CAL-WRITTEN      PIC 9(5)   VALUE 0.

      *********************************
      * Date and time this listing ran, printed on the heading and
      * stamped on the calendar dataset
       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.
       01 WS-RUN-TIME            PIC 9(8)   VALUE 0.

      *********************************
      * Working fields used to build the report lines
       01 WS-REPORT-FIELDS.
          05 WS-REPORT-LINE      PIC X(132).
          05 WS-ERR-TEXT         PIC X(40).
          05 WS-ERR-LINE-NO      PIC 9(5)   VALUE 0.
          05 WS-EDIT-COUNT       PIC ZZZZ9.
          05 WS-EDIT-LINE-NO     PIC ZZZZ9.
          05 WS-EDIT-DAYS        PIC ZZ9.
          05 WS-EDIT-DAYS2       PIC ZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      *********************************
      * One line per closure on the listing
       01 WS-LST-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-LST-FROM         PIC X(8).
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-LST-FROM-DAY     PIC X(3).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-LST-THRU         PIC X(8).
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-LST-THRU-DAY     PIC X(3).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-LST-WEEKDAYS     PIC ZZ9.
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-LST-NAME         PIC X(40).

       01 WS-LST-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(14)  VALUE 'FIRST CLOSED  '.
          05 FILLER              PIC X(14)  VALUE 'LAST CLOSED   '.
          05 FILLER              PIC X(6)   VALUE 'BUS   '.
          05 FILLER              PIC X(4)   VALUE 'NAME'.

       01 WS-LST-HEADER-2.
          05 FILLER              PIC X(30)  VALUE SPACES.
          05 FILLER              PIC X(4)   VALUE 'DAYS'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LOOP UNTIL EOF-YES
           CLOSE CSRC-DATA
           PERFORM 3000-SORT-CLOSURES
           PERFORM 4000-CHECK-OVERLAPS
           PERFORM 5000-LIST-CLOSURES
           PERFORM 6000-LIST-YEARS
           IF WS-ERR-COUNT = 0
              PERFORM 7000-WRITE-CALENDAR
           END-IF
           PERFORM 9000-PRINT-SUMMARY
           CLOSE CALREPO
           IF WS-ERR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * The member must be there - there is nothing to build a
      * calendar from without it
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT CSRC-DATA
           IF WS-CSRC-STATUS NOT = '00'
              DISPLAY 'CALMNT: CALSRC WILL NOT OPEN - STATUS '
                 WS-CSRC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT CALREPO
           MOVE 'BUSINESS-DAY CALENDAR LISTING' TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           .

       2000-LOAD-LOOP.
           READ CSRC-DATA INTO WS-CSRC-LINE
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-LINES-READ
              EVALUATE TRUE
                 WHEN CSRC-COMMENT
                    CONTINUE
                 WHEN WS-CSRC-LINE = SPACES
                    CONTINUE
                 WHEN CSRC-CLOSURE
                    PERFORM 2100-CHECK-CLOSURE
                 WHEN CSRC-YEAR
                    PERFORM 2200-CHECK-YEAR
                 WHEN OTHER
                    MOVE 'ENTRY TYPE IS NOT H OR Y' TO WS-ERR-TEXT
                    PERFORM 2900-REFUSE-ENTRY
              END-EVALUATE
           END-READ
           .

      * One closure - both dates real, in order, no more than 31
      * days apart, named, and the separator columns blank so a
      * shifted entry cannot be read as a different date
       2100-CHECK-CLOSURE.
           MOVE 'N' TO WS-ENTRY-BAD
           IF WS-CSRC-SEP1 NOT = SPACE
              OR WS-CSRC-SEP2 NOT = SPACE
              OR WS-CSRC-SEP3 NOT = SPACE
              OR WS-CSRC-REST NOT = SPACES
              MOVE 'ENTRY NOT IN ITS COLUMNS' TO WS-ERR-TEXT
              MOVE 'Y' TO WS-ENTRY-BAD
           END-IF
           IF WS-ENTRY-BAD = 'N'
              MOVE 'N' TO WS-DATE-BAD
              IF WS-CSRC-FROM IS NUMERIC
                 MOVE WS-CSRC-FROM TO WS-CHK-DATE
                 PERFORM 2300-CHECK-DATE
              ELSE
                 MOVE 'Y' TO WS-DATE-BAD
              END-IF
              IF WS-DATE-BAD = 'Y'
                 MOVE 'FIRST DAY CLOSED IS NOT A DATE' TO WS-ERR-TEXT
                 MOVE 'Y' TO WS-ENTRY-BAD
              END-IF
           END-IF
           IF WS-ENTRY-BAD = 'N'
              MOVE 'N' TO WS-DATE-BAD
              IF WS-CSRC-THRU IS NUMERIC
                 MOVE WS-CSRC-THRU TO WS-CHK-DATE
                 PERFORM 2300-CHECK-DATE
              ELSE
                 MOVE 'Y' TO WS-DATE-BAD
              END-IF
              IF WS-DATE-BAD = 'Y'
                 MOVE 'LAST DAY CLOSED IS NOT A DATE' TO WS-ERR-TEXT
                 MOVE 'Y' TO WS-ENTRY-BAD
              END-IF
           END-IF
           IF WS-ENTRY-BAD = 'N'
              IF WS-CSRC-THRU < WS-CSRC-FROM
                 MOVE 'LAST DAY CLOSED IS BEFORE THE FIRST'
                    TO WS-ERR-TEXT
                 MOVE 'Y' TO WS-ENTRY-BAD
              ELSE
                 MOVE WS-CSRC-FROM TO WS-CHK-DATE
                 COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
                 MOVE WS-CSRC-THRU TO WS-CHK-DATE
                 COMPUTE WS-THRU-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
                 COMPUTE WS-SPAN-DAYS = WS-THRU-INT - WS-FROM-INT + 1
                 IF WS-SPAN-DAYS > 31
                    MOVE 'CLOSURE LONGER THAN 31 DAYS' TO WS-ERR-TEXT
                    MOVE 'Y' TO WS-ENTRY-BAD
                 END-IF
              END-IF
           END-IF
           IF WS-ENTRY-BAD = 'N' AND WS-CSRC-NAME = SPACES
              MOVE 'CLOSURE HAS NO NAME' TO WS-ERR-TEXT
              MOVE 'Y' TO WS-ENTRY-BAD
           END-IF
           IF WS-ENTRY-BAD = 'N' AND WS-CLS-COUNT NOT < 500
              MOVE 'MORE THAN 500 CLOSURES' TO WS-ERR-TEXT
              MOVE 'Y' TO WS-ENTRY-BAD
           END-IF
           IF WS-ENTRY-BAD = 'Y'
              PERFORM 2900-REFUSE-ENTRY
           ELSE
              ADD 1 TO WS-CLS-COUNT
              MOVE WS-CSRC-FROM TO WS-CLS-FROM(WS-CLS-COUNT)
              MOVE WS-CSRC-THRU TO WS-CLS-THRU(WS-CLS-COUNT)
              MOVE WS-CSRC-NAME TO WS-CLS-NAME(WS-CLS-COUNT)
              MOVE WS-LINES-READ TO WS-CLS-LINE-NO(WS-CLS-COUNT)
           END-IF
           .

      * One complete-year marker - a real year, given once
       2200-CHECK-YEAR.
           MOVE 'N' TO WS-ENTRY-BAD
           IF WS-CSRC-SEP1 NOT = SPACE
              OR WS-CSRC-YEAR-SEP NOT = SPACES
              OR WS-CSRC-REST NOT = SPACES
              MOVE 'ENTRY NOT IN ITS COLUMNS' TO WS-ERR-TEXT
              MOVE 'Y' TO WS-ENTRY-BAD
           END-IF
           IF WS-ENTRY-BAD = 'N'
              IF WS-CSRC-YEAR-NO IS NOT NUMERIC
                 MOVE 'YEAR IS NOT NUMERIC' TO WS-ERR-TEXT
                 MOVE 'Y' TO WS-ENTRY-BAD
              ELSE
                 IF WS-CSRC-YEAR-NO < '1900'
                    MOVE 'YEAR BEFORE 1900' TO WS-ERR-TEXT
                    MOVE 'Y' TO WS-ENTRY-BAD
                 END-IF
              END-IF
           END-IF
           IF WS-ENTRY-BAD = 'N'
              MOVE 'N' TO WS-YR-FOUND
              PERFORM 2210-SEARCH-YEAR
                 VARYING WS-YR-IDX FROM 1 BY 1
                 UNTIL WS-YR-IDX > WS-YR-COUNT
                    OR WS-YR-FOUND = 'Y'
              IF WS-YR-FOUND = 'Y'
                 MOVE 'YEAR ALREADY GIVEN' TO WS-ERR-TEXT
                 MOVE 'Y' TO WS-ENTRY-BAD
              END-IF
           END-IF
           IF WS-ENTRY-BAD = 'N' AND WS-YR-COUNT NOT < 50
              MOVE 'MORE THAN 50 YEARS' TO WS-ERR-TEXT
              MOVE 'Y' TO WS-ENTRY-BAD
           END-IF
           IF WS-ENTRY-BAD = 'Y'
              PERFORM 2900-REFUSE-ENTRY
           ELSE
              ADD 1 TO WS-YR-COUNT
              MOVE WS-CSRC-YEAR-NO TO WS-YR-YEAR(WS-YR-COUNT)
              MOVE WS-CSRC-NAME TO WS-YR-NOTE(WS-YR-COUNT)
           END-IF
           .

       2210-SEARCH-YEAR.
           IF WS-YR-YEAR(WS-YR-IDX) = WS-CSRC-YEAR-NO
              MOVE 'Y' TO WS-YR-FOUND
           END-IF
           .

      * Day within the month's length - February takes 29 in a
      * leap year (every fourth year, except centuries not
      * divisible by 400)
       2300-CHECK-DATE.
           IF WS-CHK-YYYY < 1900
              OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1
              MOVE 'Y' TO WS-DATE-BAD
           ELSE
              MOVE WS-MONTH-DAY(WS-CHK-MM) TO WS-MONTH-LIMIT
              IF WS-CHK-MM = 2
                 AND FUNCTION MOD(WS-CHK-YYYY, 4) = 0
                 AND (FUNCTION MOD(WS-CHK-YYYY, 100) NOT = 0
                      OR FUNCTION MOD(WS-CHK-YYYY, 400) = 0)
                 MOVE 29 TO WS-MONTH-LIMIT
              END-IF
              IF WS-CHK-DD > WS-MONTH-LIMIT
                 MOVE 'Y' TO WS-DATE-BAD
              END-IF
           END-IF
           .

      * Lists the refused entry with the member line it sits on,
      * so the member can be fixed without counting records
       2900-REFUSE-ENTRY.
           MOVE WS-LINES-READ TO WS-ERR-LINE-NO
           PERFORM 2910-PRINT-ERROR
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    <' DELIMITED BY SIZE
                  WS-CSRC-LINE DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           .

       2910-PRINT-ERROR.
           IF WS-ERR-COUNT = 0
              MOVE SPACES TO WS-REPORT-LINE
              WRITE CALREPO-REC FROM WS-REPORT-LINE
              MOVE 'ENTRIES REFUSED' TO WS-REPORT-LINE
              WRITE CALREPO-REC FROM WS-REPORT-LINE
              WRITE CALREPO-REC FROM WS-HEADER-LINE-2
           END-IF
           ADD 1 TO WS-ERR-COUNT
           MOVE WS-ERR-LINE-NO TO WS-EDIT-LINE-NO
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*** LINE ' DELIMITED BY SIZE
                  WS-EDIT-LINE-NO DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-ERR-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           .

      * Insertion sort on the first day closed - the member is
      * kept roughly in date order already, so little moves
       3000-SORT-CLOSURES.
           PERFORM 3100-INSERT-CLOSURE
              VARYING WS-SORT-I FROM 2 BY 1
              UNTIL WS-SORT-I > WS-CLS-COUNT
           .

       3100-INSERT-CLOSURE.
           MOVE WS-CLS-ENTRY(WS-SORT-I) TO WS-CLS-HOLD
           MOVE WS-SORT-I TO WS-SORT-J
           MOVE 'N' TO WS-SORT-DONE
           PERFORM 3110-SHIFT-CLOSURE UNTIL WS-SORT-DONE = 'Y'
           MOVE WS-CLS-HOLD TO WS-CLS-ENTRY(WS-SORT-J)
           .

       3110-SHIFT-CLOSURE.
           IF WS-SORT-J = 1
              MOVE 'Y' TO WS-SORT-DONE
           ELSE
              IF WS-CLS-FROM(WS-SORT-J - 1) > WS-HOLD-FROM
                 MOVE WS-CLS-ENTRY(WS-SORT-J - 1)
                    TO WS-CLS-ENTRY(WS-SORT-J)
                 SUBTRACT 1 FROM WS-SORT-J
              ELSE
                 MOVE 'Y' TO WS-SORT-DONE
              END-IF
           END-IF
           .

      * In date order a closure overlaps an earlier one exactly
      * when it starts on or before the latest last day seen so
      * far. Both member lines are named
       4000-CHECK-OVERLAPS.
           MOVE 0 TO WS-MAX-THRU WS-MAX-IDX
           PERFORM 4100-CHECK-ONE-OVERLAP
              VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-COUNT
           .

       4100-CHECK-ONE-OVERLAP.
           IF WS-MAX-IDX > 0
              AND WS-CLS-FROM(WS-CLS-IDX) <= WS-MAX-THRU
              MOVE WS-CLS-LINE-NO(WS-CLS-IDX) TO WS-ERR-LINE-NO
              MOVE WS-CLS-LINE-NO(WS-MAX-IDX) TO WS-EDIT-LINE-NO
              MOVE SPACES TO WS-ERR-TEXT
              STRING 'OVERLAPS THE CLOSURE ON LINE ' DELIMITED BY SIZE
                     WS-EDIT-LINE-NO DELIMITED BY SIZE
                     INTO WS-ERR-TEXT
              END-STRING
              PERFORM 2910-PRINT-ERROR
           END-IF
           IF WS-CLS-THRU(WS-CLS-IDX) > WS-MAX-THRU
              MOVE WS-CLS-THRU(WS-CLS-IDX) TO WS-MAX-THRU
              MOVE WS-CLS-IDX TO WS-MAX-IDX
           END-IF
           .

       5000-LIST-CLOSURES.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           MOVE 'CLOSURES' TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-HEADER-LINE-2
           WRITE CALREPO-REC FROM WS-LST-HEADER
           WRITE CALREPO-REC FROM WS-LST-HEADER-2
           IF WS-CLS-COUNT = 0
              MOVE '  NONE - EVERY WEEKDAY IS A BUSINESS DAY'
                 TO WS-REPORT-LINE
              WRITE CALREPO-REC FROM WS-REPORT-LINE
           END-IF
           PERFORM 5100-LIST-ONE-CLOSURE
              VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-COUNT
           .

      * The weekdays a closure takes out - a closure falling
      * wholly on a weekend removes none and lists as zero
       5100-LIST-ONE-CLOSURE.
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE(WS-CLS-FROM(WS-CLS-IDX))
           COMPUTE WS-THRU-INT =
              FUNCTION INTEGER-OF-DATE(WS-CLS-THRU(WS-CLS-IDX))
           MOVE 0 TO WS-CLOSED-WEEKDAYS
           PERFORM 5110-COUNT-CLOSED-WEEKDAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-THRU-INT
           MOVE WS-CLS-FROM(WS-CLS-IDX) TO WS-LST-FROM
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-FROM-INT - 1, 7)
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-NO + 1) TO WS-LST-FROM-DAY
           MOVE WS-CLS-THRU(WS-CLS-IDX) TO WS-LST-THRU
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-THRU-INT - 1, 7)
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-NO + 1) TO WS-LST-THRU-DAY
           MOVE WS-CLOSED-WEEKDAYS TO WS-LST-WEEKDAYS
           MOVE WS-CLS-NAME(WS-CLS-IDX) TO WS-LST-NAME
           WRITE CALREPO-REC FROM WS-LST-LINE
           .

       5110-COUNT-CLOSED-WEEKDAY.
           IF FUNCTION MOD(WS-DAY-INT - 1, 7) < 5
              ADD 1 TO WS-CLOSED-WEEKDAYS
           END-IF
           .

      * Business days left in each complete year - a figure data
      * control can check against the published calendar at a
      * glance
       6000-LIST-YEARS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           MOVE 'COMPLETE YEARS' TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-HEADER-LINE-2
           IF WS-YR-COUNT = 0
              MOVE '  NONE - EVERY RUN WILL WARN THE CALENDAR IS SHORT'
                 TO WS-REPORT-LINE
              WRITE CALREPO-REC FROM WS-REPORT-LINE
           END-IF
           PERFORM 6100-LIST-ONE-YEAR
              VARYING WS-YR-IDX FROM 1 BY 1
              UNTIL WS-YR-IDX > WS-YR-COUNT
           .

       6100-LIST-ONE-YEAR.
           COMPUTE WS-YEAR-START = WS-YR-YEAR(WS-YR-IDX) * 10000
              + 101
           COMPUTE WS-YEAR-END = WS-YR-YEAR(WS-YR-IDX) * 10000
              + 1231
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-YEAR-START)
           COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
           MOVE 0 TO WS-YEAR-BUS-DAYS WS-YEAR-CLOSED
           PERFORM 6110-COUNT-YEAR-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-THRU-INT
           MOVE WS-YEAR-BUS-DAYS TO WS-EDIT-DAYS
           MOVE WS-YEAR-CLOSED TO WS-EDIT-DAYS2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-YR-YEAR(WS-YR-IDX) DELIMITED BY SIZE
                  '  BUSINESS DAYS: ' DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  '  WEEKDAYS CLOSED: ' DELIMITED BY SIZE
                  WS-EDIT-DAYS2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-YR-NOTE(WS-YR-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           .

       6110-COUNT-YEAR-DAY.
           IF FUNCTION MOD(WS-DAY-INT - 1, 7) < 5
              MOVE 'N' TO WS-DAY-CLOSED
              PERFORM 6120-TEST-CLOSURE
                 VARYING WS-CLS-IDX FROM 1 BY 1
                 UNTIL WS-CLS-IDX > WS-CLS-COUNT
                    OR WS-DAY-CLOSED = 'Y'
              IF WS-DAY-CLOSED = 'Y'
                 ADD 1 TO WS-YEAR-CLOSED
              ELSE
                 ADD 1 TO WS-YEAR-BUS-DAYS
              END-IF
           END-IF
           .

       6120-TEST-CLOSURE.
           IF WS-DAY-INT >=
                 FUNCTION INTEGER-OF-DATE(WS-CLS-FROM(WS-CLS-IDX))
              AND WS-DAY-INT <=
                 FUNCTION INTEGER-OF-DATE(WS-CLS-THRU(WS-CLS-IDX))
              MOVE 'Y' TO WS-DAY-CLOSED
           END-IF
           .

      * Replaces the calendar with the proven entries - a stamp
      * line saying when it was built, the complete years, then
      * the closures in date order
       7000-WRITE-CALENDAR.
           OPEN OUTPUT CAL-DATA
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'CALMNT: CALENDAR WILL NOT OPEN - STATUS '
                 WS-CAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '* BUILT BY CALMNT ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  ' - CHANGE THE MEMBER, NOT THIS DATASET'
                     DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CAL-DATA-RECORD FROM WS-REPORT-LINE(1:80)
           PERFORM 7100-WRITE-YEAR
              VARYING WS-YR-IDX FROM 1 BY 1
              UNTIL WS-YR-IDX > WS-YR-COUNT
           PERFORM 7200-WRITE-CLOSURE
              VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-COUNT
           CLOSE CAL-DATA
           .

       7100-WRITE-YEAR.
           MOVE SPACES TO WS-CSRC-LINE
           MOVE 'Y' TO WS-CSRC-TYPE
           MOVE WS-YR-YEAR(WS-YR-IDX) TO WS-CSRC-YEAR-NO
           MOVE WS-YR-NOTE(WS-YR-IDX) TO WS-CSRC-NAME
           WRITE CAL-DATA-RECORD FROM WS-CSRC-LINE
           ADD 1 TO WS-CAL-WRITTEN
           .

       7200-WRITE-CLOSURE.
           MOVE SPACES TO WS-CSRC-LINE
           MOVE 'H' TO WS-CSRC-TYPE
           MOVE WS-CLS-FROM(WS-CLS-IDX) TO WS-CSRC-FROM
           MOVE WS-CLS-THRU(WS-CLS-IDX) TO WS-CSRC-THRU
           MOVE WS-CLS-NAME(WS-CLS-IDX) TO WS-CSRC-NAME
           WRITE CAL-DATA-RECORD FROM WS-CSRC-LINE
           ADD 1 TO WS-CAL-WRITTEN
           .

       9000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           MOVE 'CALENDAR TOTALS' TO WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           WRITE CALREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-LINES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MEMBER LINES READ..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE

           MOVE WS-CLS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLOSURES...........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE

           MOVE WS-YR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPLETE YEARS.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ERR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES REFUSED....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE CALREPO-REC FROM WS-REPORT-LINE

           IF WS-ERR-COUNT > 0
              MOVE '*** MEMBER REFUSED - CALENDAR LEFT AS IT WAS ***'
                 TO WS-REPORT-LINE
           ELSE
              MOVE WS-CAL-WRITTEN TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CALENDAR REPLACED..: ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' ENTRIES' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE CALREPO-REC FROM WS-REPORT-LINE
           .

       END PROGRAM CALMNT.
