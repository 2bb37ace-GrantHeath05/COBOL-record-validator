      *    | FACCTO   | yyyymmdd            | first accept <= date  |
      *    | LUPDFROM | yyyymmdd            | last update >= date   |
      *    | LUPDTO   | yyyymmdd            | last update <= date   |
      *    | EFFFROM  | yyyymmdd            | effective >= date     |
      *    | EFFTO    | yyyymmdd            | effective <= date     |
      *
      *    IDRANGE, CATEGORY and SCORERNG may each appear up to ten
      *    times - within one keyword the entries are alternatives,
       FD MSTR-IN.
       01 MSTR-IN-RECORD.
          05 MIQ-ID              PIC X(5).
          05 FILLER              PIC X(55).

       FD PARM-DATA
           RECORDING MODE IS F.

       FD EXTR-DATA
           RECORDING MODE IS F.
       01 EXTR-DATA-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.

      *    | CATEGORY     | 15      | Rules   |
      *    | FIRST ACCEPT | 16-23   | YYYYMMDD|
      *    | LAST UPDATE  | 24-31   | YYYYMMDD|
      *    | STATUS       | 32      | ' ' / R |
      *    | EFF DATE     | 33-40   | YYYYMMDD|
      *    | RULES VER    | 41-48   | Text    |
      *    | OFFICE       | 49-51   | Text    |
      *    | (unused)     | 52-60   |         |
      *********************************
      * The effective date is when the scores held were true as
      * of - spaces on a record last written before effective
      * dating, which an EFFFROM/EFFTO window never selects.
      * Status space is a live record; R is retired - taken back
      * by its office through a retraction and kept on the master
      * as a logical delete. Retired records still select (the
          05 WS-MSTR-LAST-DATE   PIC X(8).
          05 WS-MSTR-STATUS-FLAG PIC X.
             88 MSTR-RETIRED               VALUE 'R'.
          05 WS-MSTR-EFF-DATE    PIC X(8).
          05 WS-MSTR-RULES-VER   PIC X(8).
          05 WS-MSTR-OFFICE      PIC X(3).
          05 FILLER              PIC X(9).

      *********************************
      * Flags for tracking
          05 WS-LUPD-FROM        PIC X(8)   VALUE '00000000'.
          05 WS-LUPD-TO          PIC X(8)   VALUE '99999999'.
          05 WS-LUPD-GIVEN       PIC X      VALUE 'N'.
          05 WS-EFF-FROM         PIC X(8)   VALUE '00000000'.
          05 WS-EFF-TO           PIC X(8)   VALUE '99999999'.
          05 WS-EFF-GIVEN        PIC X      VALUE 'N'.

      *********************************
      * Numeric views of the master fields being tested
          05 WS-DET-FIRST        PIC X(8).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-DET-LAST         PIC X(8).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-DET-EFF          PIC X(8).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-DET-STATUS       PIC X(7).

          05 FILLER              PIC X(8)   VALUE 'SCORE 3 '.
          05 FILLER              PIC X(5)   VALUE 'CAT  '.
          05 FILLER              PIC X(12)  VALUE 'FIRST ACC   '.
          05 FILLER              PIC X(12)  VALUE 'LAST UPD    '.
          05 FILLER              PIC X(11)  VALUE 'EFFECTIVE  '.
          05 FILLER              PIC X(6)   VALUE 'STATUS'.

       PROCEDURE DIVISION.
                 PERFORM 1130-CHECK-DATE-OPERAND
                 MOVE WS-CRIT-OP1(1:8) TO WS-LUPD-TO
                 MOVE 'Y' TO WS-LUPD-GIVEN
              WHEN 'EFFFROM'
                 PERFORM 1130-CHECK-DATE-OPERAND
                 MOVE WS-CRIT-OP1(1:8) TO WS-EFF-FROM
                 MOVE 'Y' TO WS-EFF-GIVEN
              WHEN 'EFFTO'
                 PERFORM 1130-CHECK-DATE-OPERAND
                 MOVE WS-CRIT-OP1(1:8) TO WS-EFF-TO
                 MOVE 'Y' TO WS-EFF-GIVEN
              WHEN OTHER
                 MOVE 'UNKNOWN CRITERION KEYWORD' TO WS-CRIT-ERR-TEXT
                 PERFORM 1165-CRITERIA-ERROR
              END-STRING
              WRITE INQREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-EFF-GIVEN = 'Y'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  EFFECTIVE DATE...: ' DELIMITED BY SIZE
                     WS-EFF-FROM DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     WS-EFF-TO DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE INQREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       2000-SELECT-LOOP.
                 MOVE 'N' TO WS-SELECTED
              END-IF
           END-IF
           IF WS-SELECTED = 'Y' AND WS-EFF-GIVEN = 'Y'
              IF WS-MSTR-EFF-DATE IS NUMERIC
                 IF WS-MSTR-EFF-DATE < WS-EFF-FROM
                    OR WS-MSTR-EFF-DATE > WS-EFF-TO
                    MOVE 'N' TO WS-SELECTED
                 END-IF
              ELSE
                 MOVE 'N' TO WS-SELECTED
              END-IF
           END-IF
           .

      * A selected record goes to both outputs - formatted on the
           MOVE WS-MSTR-CATEGORY TO WS-DET-CATEGORY
           MOVE WS-MSTR-FIRST-DATE TO WS-DET-FIRST
           MOVE WS-MSTR-LAST-DATE TO WS-DET-LAST
           MOVE WS-MSTR-EFF-DATE TO WS-DET-EFF
           IF MSTR-RETIRED
              MOVE 'RETIRED' TO WS-DET-STATUS
           ELSE
