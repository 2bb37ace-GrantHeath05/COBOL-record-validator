       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRRGD.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Master Re-Grade Under A Rules Version
      *
      *    Walks the accepted-records master front to back and
      *    grades every live record again under the rules member on
      *    RULEFILE - the same per-score test RECVAL applies on the
      *    way in: each score must reach its category's passing
      *    minimum and stay within the MAXSCORE ceiling, and the
      *    category itself must still be one the rules define.
      *    Records that passed under the rules in force when they
      *    were accepted but fail under these are listed on
      *    RGDREPO, with totals by category and by office, so a
      *    rules change can be judged against the master before or
      *    after it goes live.
      *
      *    Every master record carries the rules version it was
      *    accepted under and its sending office (stamped by
      *    MSTRUPD). The version being graded under is the VERSION
      *    rule on RULEFILE; to grade under an older or a proposed
      *    version, point RULEFILE at the member kept under that
      *    version's name. RGPARM may name the version expected -
      *    RULEFILE carrying any other version ends the run RC=16
      *    before the master is read, so a mis-pointed DD cannot
      *    produce a plausible-looking report.
      *
      *    | Keyword  | Operands | Meaning                          |
      *    |----------|----------|----------------------------------|
      *    | VERSION  | id       | Version RULEFILE must carry      |
      *    | IDFILE   | Y / N    | Write failing IDs to RGIDS       |
      *
      *    RGPARM is optional; absent, any version is graded and no
      *    ID file is written. With IDFILE Y every failing ID goes
      *    to RGIDS as an INFILE-format retraction record (RTR in
      *    columns 6-8) closed by a legacy trailer, ready to run as
      *    the INFILE of an off-cycle RECVAL/MSTRUPD pass once the
      *    list has been agreed - nothing here changes the master.
      *
      *    Retired records are counted and passed over. Read must
      *    equal retired plus graded or the run ends RC=8; any
      *    failing record ends it RC=4. A missing or malformed
      *    rules or parameter member ends it RC=16.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Master being graded, the rules member graded under, the
      * optional re-grade parameter dataset, the report and the
      * optional retraction file of failing IDs
       FILE-CONTROL.
           SELECT MSTR-IN    ASSIGN TO MSTRIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRG-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT RULE-DATA  ASSIGN TO RULEFILE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT OPTIONAL RGD-PARM ASSIGN TO RGPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RGDREPO    ASSIGN TO RGDREPO.
           SELECT OPTIONAL RGD-IDS ASSIGN TO RGIDS
               FILE STATUS IS WS-IDS-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * The master is the keyed VSAM cluster - read here front to
      * back in key order, never updated
       FD MSTR-IN.
       01 MSTR-IN-RECORD.
          05 MRG-ID              PIC X(5).
          05 FILLER              PIC X(55).

       FD RULE-DATA
           RECORDING MODE IS F.
       01 RULE-DATA-RECORD       PIC X(80).

       FD RGD-PARM
           RECORDING MODE IS F.
       01 RGD-PARM-RECORD        PIC X(80).

       FD RGDREPO
           RECORDING MODE IS F.
       01 RGDREPO-REC            PIC X(132).

      * Failing IDs as 80-byte RECVAL input records - retractions
      * and a closing trailer
       FD RGD-IDS
           RECORDING MODE IS F.
       01 RGD-IDS-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      *    Master record layout - must match what MSTRUPD writes
      *    | Field        | Columns | Type    |
      *    |--------------|---------|---------|
      *    | ID           | 1-5     | Numeric |
      *    | SCORE-1      | 6-8     | Numeric |
      *    | SCORE-2      | 9-11    | Numeric |
      *    | SCORE-3      | 12-14   | Numeric |
      *    | CATEGORY     | 15      | Rules   |
      *    | FIRST ACCEPT | 16-23   | YYYYMMDD|
      *    | LAST UPDATE  | 24-31   | YYYYMMDD|
      *    | STATUS       | 32      | ' ' / R |
      *    | EFF DATE     | 33-40   | YYYYMMDD|
      *    | RULES VER    | 41-48   | Text    |
      *    | OFFICE       | 49-51   | Text    |
      *    | (unused)     | 52-60   |         |
      *********************************
      * Rules version and office are spaces on a record not
      * updated since the master was widened to carry them
       01 WS-MSTR-REC.
          05 WS-MSTR-ID          PIC X(5).
          05 WS-MSTR-SCORE1      PIC X(3).
          05 WS-MSTR-SCORE2      PIC X(3).
          05 WS-MSTR-SCORE3      PIC X(3).
          05 WS-MSTR-CATEGORY    PIC X.
          05 WS-MSTR-FIRST-DATE  PIC X(8).
          05 WS-MSTR-LAST-DATE   PIC X(8).
          05 WS-MSTR-STATUS-FLAG PIC X.
             88 MSTR-RETIRED               VALUE 'R'.
          05 WS-MSTR-EFF-DATE    PIC X(8).
          05 WS-MSTR-RULES-VER   PIC X(8).
          05 WS-MSTR-OFFICE      PIC X(3).
          05 FILLER              PIC X(9).

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-MSTR-STATUS      PIC XX     VALUE SPACES.
          05 WS-RULE-STATUS      PIC XX     VALUE SPACES.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-IDS-STATUS       PIC XX     VALUE SPACES.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-RULE-EOF         PIC X      VALUE 'N'.
             88 RULE-EOF-YES                VALUE 'Y'.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-CAT-FOUND        PIC X      VALUE 'N'.
          05 WS-OFC-FOUND        PIC X      VALUE 'N'.
          05 WS-REC-FAILS        PIC X      VALUE 'N'.
             88 REC-FAILS-YES               VALUE 'Y'.

      *********************************
      * The grading rules from RULEFILE. Only VERSION, CATEGORY,
      * MAXSCORE and TRAILID matter here - every other keyword
      * belongs to RECVAL and is passed over without comment. Each
      * category carries its own live and failing counts for the
      * totals by category; a category the rules no longer define
      * is counted on its own line
       01 WS-RULES.
          05 WS-RULE-ERR-TEXT    PIC X(40).
          05 WS-RULE-KW          PIC X(8).
          05 WS-RULE-OP1         PIC X(8).
          05 WS-RULE-OP2         PIC X(8).
          05 WS-RULE-VERSION     PIC X(8)   VALUE SPACES.
          05 WS-RULE-MAX-SCORE   PIC 9(3)   VALUE 100.
          05 WS-TRAILER-ID       PIC X(5)   VALUE '99999'.
          05 WS-RULE-CAT-COUNT   PIC 9(2)   COMP VALUE 0.
          05 WS-CAT-IDX          PIC 9(2)   COMP VALUE 0.
          05 WS-RULE-CAT-ENTRY   OCCURS 10 TIMES.
             10 WS-RULE-CAT-LETTER   PIC X.
             10 WS-RULE-CAT-MIN      PIC 9(3).
             10 WS-CAT-LIVE          PIC 9(7).
             10 WS-CAT-FAIL          PIC 9(7).
          05 WS-UNDEF-LIVE       PIC 9(7)   VALUE 0.
          05 WS-UNDEF-FAIL       PIC 9(7)   VALUE 0.

      *********************************
      * Re-grade parameters from RGPARM, * in column 1 for
      * comments:
      *    VERSION id   version RULEFILE must carry
      *    IDFILE  Y/N  write the failing IDs to RGIDS
       01 WS-RGD-PARMS.
          05 WS-EXPECT-VERSION   PIC X(8)   VALUE SPACES.
          05 WS-IDFILE           PIC X      VALUE 'N'.
             88 IDFILE-YES                  VALUE 'Y'.

      *********************************
      * Live and failing counts by sending office, built as the
      * offices turn up on the master. Records with no office
      * stamped are counted under spaces and print as NONE
       01 WS-OFFICE-TOTALS.
          05 WS-OFC-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-ENTRY        OCCURS 200 TIMES.
             10 WS-OFC-CODE      PIC X(3).
             10 WS-OFC-LIVE      PIC 9(7).
             10 WS-OFC-FAIL      PIC 9(7).
          05 WS-OFC-OVERFLOW     PIC 9(7)   VALUE 0.

      *********************************
      * Working fields for grading one record
       01 WS-GRADE-FIELDS.
          05 WS-SCORE-MIN        PIC 9(3)   VALUE 0.
          05 WS-SCORE1-N         PIC 9(3)   VALUE 0.
          05 WS-SCORE2-N         PIC 9(3)   VALUE 0.
          05 WS-SCORE3-N         PIC 9(3)   VALUE 0.
          05 WS-FAIL-REASON      PIC X(24)  VALUE SPACES.

      *********************************
      * Counters for:
      * Master records read, retired, graded and failing, records
      * stamped under another version or not stamped at all, and
      * the retraction records written
       01 WS-COUNTERS.
          05 WS-MSTR-READ        PIC 9(7)   VALUE 0.
          05 WS-RETIRED-COUNT    PIC 9(7)   VALUE 0.
          05 WS-LIVE-COUNT       PIC 9(7)   VALUE 0.
          05 WS-FAIL-COUNT       PIC 9(7)   VALUE 0.
          05 WS-OTHER-VERSION    PIC 9(7)   VALUE 0.
          05 WS-UNSTAMPED        PIC 9(7)   VALUE 0.
          05 WS-IDS-WRITTEN      PIC 9(7)   VALUE 0.

      *********************************
      * Date this re-grade ran, printed on the report heading
       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.

      *********************************
      * One retraction record and the trailer closing the file,
      * in the layout RECVAL reads on INFILE
       01 WS-RTR-LINE.
          05 WS-RTR-ID           PIC X(5).
          05 WS-RTR-MARK         PIC X(3)   VALUE 'RTR'.
          05 FILLER              PIC X(72)  VALUE SPACES.

       01 WS-RTR-TRAILER.
          05 WS-RTR-TRL-ID       PIC X(5).
          05 WS-RTR-TRL-COUNT    PIC 9(5).
          05 FILLER              PIC X(70)  VALUE SPACES.

      *********************************
      * Working fields used to build the report lines
       01 WS-REPORT-FIELDS.
          05 WS-REPORT-LINE      PIC X(132).
          05 WS-EDIT-COUNT       PIC ZZZZZZ9.
          05 WS-EDIT-COUNT2      PIC ZZZZZZ9.
          05 WS-EDIT-SCORE       PIC ZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      *********************************
      * Detail line for one live record failing under the rules
       01 WS-DET-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-ID           PIC X(5).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-DET-SCORE1       PIC X(3).
          05 FILLER              PIC X      VALUE '/'.
          05 WS-DET-SCORE2       PIC X(3).
          05 FILLER              PIC X      VALUE '/'.
          05 WS-DET-SCORE3       PIC X(3).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-DET-CATEGORY     PIC X.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-DET-MIN          PIC X(3).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-DET-OFFICE       PIC X(4).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-DET-VERSION      PIC X(8).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-DET-EFF          PIC X(8).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-DET-REASON       PIC X(24).

       01 WS-DET-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(9)   VALUE 'ID       '.
          05 FILLER              PIC X(14)  VALUE 'S1 /S2 /S3    '.
          05 FILLER              PIC X(5)   VALUE 'CAT  '.
          05 FILLER              PIC X(7)   VALUE 'MIN    '.
          05 FILLER              PIC X(7)   VALUE 'OFFICE '.
          05 FILLER              PIC X(11)  VALUE 'ACCEPTED   '.
          05 FILLER              PIC X(11)  VALUE 'EFFECTIVE  '.
          05 FILLER              PIC X(6)   VALUE 'REASON'.

      *********************************
      * Totals line for one category or one office
       01 WS-TOT-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-TOT-KEY          PIC X(10).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-TOT-LIVE         PIC ZZZZZZ9.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-TOT-FAIL         PIC ZZZZZZ9.

       01 WS-TOT-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-TOT-HDR-KEY      PIC X(10).
          05 FILLER              PIC X(20)  VALUE
             '     LIVE    FAILING'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GRADE-LOOP UNTIL EOF-YES
           PERFORM 9000-PRINT-SUMMARY
           IF IDFILE-YES
              PERFORM 2310-WRITE-ID-TRAILER
           END-IF
           PERFORM 1010-CLOSE
           IF WS-FAIL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MSTR-READ NOT = WS-RETIRED-COUNT + WS-LIVE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * The parameters and the rules are loaded and proven whole
      * before the master is opened - a half-read rules member
      * must never grade a record
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-RGD-PARMS
           PERFORM 1200-LOAD-RULES
           OPEN INPUT MSTR-IN
           IF WS-MSTR-STATUS NOT = '00'
              DISPLAY 'MSTRRGD: MASTER WILL NOT OPEN - STATUS '
                 WS-MSTR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RGDREPO
           IF IDFILE-YES
              OPEN OUTPUT RGD-IDS
              IF WS-IDS-STATUS NOT = '00'
                 DISPLAY 'MSTRRGD: RGIDS WILL NOT OPEN - STATUS '
                    WS-IDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM 1300-WRITE-HEADERS
           .

       1010-CLOSE.
           CLOSE MSTR-IN
                 RGDREPO
           IF IDFILE-YES
              CLOSE RGD-IDS
           END-IF
           .

      * RGPARM is optional - absent, every setting stands at its
      * default. A keyword this program does not know is an error:
      * the member is written for this job alone
       1100-LOAD-RGD-PARMS.
           OPEN INPUT RGD-PARM
           IF WS-PARM-STATUS = '00'
              PERFORM 1110-READ-RGD-PARM UNTIL PARM-EOF-YES
              CLOSE RGD-PARM
           END-IF
           .

       1110-READ-RGD-PARM.
           READ RGD-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF RGD-PARM-RECORD(1:1) NOT = '*'
                 AND RGD-PARM-RECORD NOT = SPACES
                 PERFORM 1120-APPLY-RGD-PARM
              END-IF
           END-READ
           .

       1120-APPLY-RGD-PARM.
           MOVE SPACES TO WS-RULE-KW WS-RULE-OP1 WS-RULE-OP2
           UNSTRING RGD-PARM-RECORD
              DELIMITED BY ALL ' '
              INTO WS-RULE-KW WS-RULE-OP1 WS-RULE-OP2
           END-UNSTRING
           EVALUATE WS-RULE-KW
              WHEN 'VERSION'
                 IF WS-RULE-OP1 = SPACES
                    OR WS-RULE-OP2 NOT = SPACES
                    MOVE 'BAD VERSION PARAMETER' TO WS-RULE-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-RULE-OP1 TO WS-EXPECT-VERSION
              WHEN 'IDFILE'
                 IF (WS-RULE-OP1 NOT = 'Y' AND NOT = 'N')
                    OR WS-RULE-OP2 NOT = SPACES
                    MOVE 'BAD IDFILE PARAMETER' TO WS-RULE-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-RULE-OP1(1:1) TO WS-IDFILE
              WHEN OTHER
                 MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-RULE-ERR-TEXT
                 PERFORM 1165-PARM-ERROR
           END-EVALUATE
           .

       1165-PARM-ERROR.
           DISPLAY 'MSTRRGD: PARAMETER ERROR - ' WS-RULE-ERR-TEXT
           IF RGD-PARM-RECORD NOT = SPACES
              DISPLAY 'MSTRRGD: RECORD IN ERROR: <' RGD-PARM-RECORD
                 '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * The rules member is required and must carry its VERSION
      * and at least one CATEGORY - a member without them cannot
      * say what it graded under or grade anything at all
       1200-LOAD-RULES.
           OPEN INPUT RULE-DATA
           IF WS-RULE-STATUS NOT = '00'
              MOVE 'RULEFILE MISSING OR UNREADABLE'
                 TO WS-RULE-ERR-TEXT
              PERFORM 1265-RULE-ERROR
           END-IF
           PERFORM 1210-READ-RULE UNTIL RULE-EOF-YES
           CLOSE RULE-DATA
           IF WS-RULE-VERSION = SPACES
              MOVE 'NO VERSION RULE DEFINED' TO WS-RULE-ERR-TEXT
              PERFORM 1265-RULE-ERROR
           END-IF
           IF WS-RULE-CAT-COUNT = 0
              MOVE 'NO CATEGORY RULES DEFINED' TO WS-RULE-ERR-TEXT
              PERFORM 1265-RULE-ERROR
           END-IF
           IF WS-EXPECT-VERSION NOT = SPACES
              AND WS-EXPECT-VERSION NOT = WS-RULE-VERSION
              MOVE 'RULEFILE VERSION IS NOT THE ONE NAMED'
                 TO WS-RULE-ERR-TEXT
              PERFORM 1265-RULE-ERROR
           END-IF
           .

       1210-READ-RULE.
           READ RULE-DATA
           AT END
              SET RULE-EOF-YES TO TRUE
           NOT AT END
              IF RULE-DATA-RECORD(1:1) NOT = '*'
                 AND RULE-DATA-RECORD NOT = SPACES
                 PERFORM 1220-APPLY-RULE
              END-IF
           END-READ
           .

       1220-APPLY-RULE.
           MOVE SPACES TO WS-RULE-KW WS-RULE-OP1 WS-RULE-OP2
           UNSTRING RULE-DATA-RECORD
              DELIMITED BY ALL ' '
              INTO WS-RULE-KW WS-RULE-OP1 WS-RULE-OP2
           END-UNSTRING
           EVALUATE WS-RULE-KW
              WHEN 'VERSION'
                 IF WS-RULE-OP1 = SPACES
                    OR WS-RULE-OP2 NOT = SPACES
                    OR WS-RULE-VERSION NOT = SPACES
                    MOVE 'BAD VERSION RULE' TO WS-RULE-ERR-TEXT
                    PERFORM 1265-RULE-ERROR
                 END-IF
                 MOVE WS-RULE-OP1 TO WS-RULE-VERSION
              WHEN 'CATEGORY'
                 IF WS-RULE-OP1(1:1) = SPACE
                    OR WS-RULE-OP1(2:7) NOT = SPACES
                    OR WS-RULE-OP2(1:3) IS NOT NUMERIC
                    OR WS-RULE-OP2(4:5) NOT = SPACES
                    MOVE 'BAD CATEGORY RULE' TO WS-RULE-ERR-TEXT
                    PERFORM 1265-RULE-ERROR
                 END-IF
                 IF WS-RULE-CAT-COUNT >= 10
                    MOVE 'MORE THAN 10 CATEGORY RULES'
                       TO WS-RULE-ERR-TEXT
                    PERFORM 1265-RULE-ERROR
                 END-IF
                 ADD 1 TO WS-RULE-CAT-COUNT
                 MOVE WS-RULE-OP1(1:1)
                    TO WS-RULE-CAT-LETTER(WS-RULE-CAT-COUNT)
                 MOVE WS-RULE-OP2(1:3)
                    TO WS-RULE-CAT-MIN(WS-RULE-CAT-COUNT)
                 MOVE 0 TO WS-CAT-LIVE(WS-RULE-CAT-COUNT)
                           WS-CAT-FAIL(WS-RULE-CAT-COUNT)
              WHEN 'MAXSCORE'
                 IF WS-RULE-OP1(1:3) IS NOT NUMERIC
                    OR WS-RULE-OP1(4:5) NOT = SPACES
                    MOVE 'BAD MAXSCORE RULE' TO WS-RULE-ERR-TEXT
                    PERFORM 1265-RULE-ERROR
                 END-IF
                 MOVE WS-RULE-OP1(1:3) TO WS-RULE-MAX-SCORE
              WHEN 'TRAILID'
                 IF WS-RULE-OP1(1:5) IS NOT NUMERIC
                    OR WS-RULE-OP1(6:3) NOT = SPACES
                    MOVE 'BAD TRAILID RULE' TO WS-RULE-ERR-TEXT
                    PERFORM 1265-RULE-ERROR
                 END-IF
                 MOVE WS-RULE-OP1(1:5) TO WS-TRAILER-ID
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       1265-RULE-ERROR.
           DISPLAY 'MSTRRGD: RULES ERROR - ' WS-RULE-ERR-TEXT
           IF RULE-DATA-RECORD NOT = SPACES
              AND WS-RULE-STATUS = '00'
              DISPLAY 'MSTRRGD: RECORD IN ERROR: <' RULE-DATA-RECORD
                 '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Echoes the version and the minimums being graded under at
      * the top of the report, so the listing always says which
      * policy it was judged by
       1300-WRITE-HEADERS.
           MOVE 'ACCEPTED-RECORDS MASTER RE-GRADE' TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GRADED UNDER RULES VERSION: ' DELIMITED BY SIZE
                  WS-RULE-VERSION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           PERFORM 1310-ECHO-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT
           MOVE WS-RULE-MAX-SCORE TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SCORE CEILING......: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF IDFILE-YES
              MOVE '  FAILING IDS WRITTEN TO RGIDS AS RETRACTIONS'
                 TO WS-REPORT-LINE
           ELSE
              MOVE '  NO ID FILE REQUESTED' TO WS-REPORT-LINE
           END-IF
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE 'LIVE RECORDS FAILING UNDER THESE RULES'
              TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-HEADER-LINE-2
           WRITE RGDREPO-REC FROM WS-DET-HEADER
           .

       1310-ECHO-CATEGORY.
           MOVE WS-RULE-CAT-MIN(WS-CAT-IDX) TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CATEGORY ' DELIMITED BY SIZE
                  WS-RULE-CAT-LETTER(WS-CAT-IDX) DELIMITED BY SIZE
                  ' MINIMUM..: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           .

      * Retired records are the office's own logical deletes and
      * are not graded - only what the master still holds live
       2000-GRADE-LOOP.
           READ MSTR-IN INTO WS-MSTR-REC
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-MSTR-READ
              IF MSTR-RETIRED
                 ADD 1 TO WS-RETIRED-COUNT
              ELSE
                 PERFORM 2100-GRADE-RECORD
              END-IF
           END-READ
           .

      * The same test RECVAL applies: every score at or above the
      * category minimum and no higher than the ceiling, and the
      * category one the rules define. The first reason found is
      * the one reported
       2100-GRADE-RECORD.
           ADD 1 TO WS-LIVE-COUNT
           IF WS-MSTR-RULES-VER = SPACES
              ADD 1 TO WS-UNSTAMPED
           ELSE
              IF WS-MSTR-RULES-VER NOT = WS-RULE-VERSION
                 ADD 1 TO WS-OTHER-VERSION
              END-IF
           END-IF
           MOVE 'N' TO WS-REC-FAILS
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM 2110-SET-CATEGORY-INDEX
           PERFORM 2120-SET-OFFICE-INDEX
           IF WS-CAT-FOUND = 'Y'
              MOVE WS-RULE-CAT-MIN(WS-CAT-IDX) TO WS-SCORE-MIN
           ELSE
              MOVE 0 TO WS-SCORE-MIN
              SET REC-FAILS-YES TO TRUE
              MOVE 'CATEGORY NOT DEFINED' TO WS-FAIL-REASON
           END-IF
           IF NOT REC-FAILS-YES
              PERFORM 2130-CHECK-SCORES
           END-IF
           IF WS-CAT-FOUND = 'Y'
              ADD 1 TO WS-CAT-LIVE(WS-CAT-IDX)
           ELSE
              ADD 1 TO WS-UNDEF-LIVE
           END-IF
           IF WS-OFC-FOUND = 'Y'
              ADD 1 TO WS-OFC-LIVE(WS-OFC-IDX)
           END-IF
           IF REC-FAILS-YES
              ADD 1 TO WS-FAIL-COUNT
              IF WS-CAT-FOUND = 'Y'
                 ADD 1 TO WS-CAT-FAIL(WS-CAT-IDX)
              ELSE
                 ADD 1 TO WS-UNDEF-FAIL
              END-IF
              IF WS-OFC-FOUND = 'Y'
                 ADD 1 TO WS-OFC-FAIL(WS-OFC-IDX)
              END-IF
              PERFORM 2200-WRITE-DETAIL
              IF IDFILE-YES
                 PERFORM 2300-WRITE-ID
              END-IF
           END-IF
           .

       2110-SET-CATEGORY-INDEX.
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM 2115-SEARCH-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT
                 OR WS-CAT-FOUND = 'Y'
           IF WS-CAT-FOUND = 'Y'
              SUBTRACT 1 FROM WS-CAT-IDX
           END-IF
           .

       2115-SEARCH-CATEGORY.
           IF WS-RULE-CAT-LETTER(WS-CAT-IDX) = WS-MSTR-CATEGORY
              MOVE 'Y' TO WS-CAT-FOUND
           END-IF
           .

      * Finds the record's office in the totals table, adding it
      * the first time it is seen. Past 200 offices the record is
      * counted as overflow and flagged on the totals
       2120-SET-OFFICE-INDEX.
           MOVE 'N' TO WS-OFC-FOUND
           PERFORM 2125-SEARCH-OFFICE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
                 OR WS-OFC-FOUND = 'Y'
           IF WS-OFC-FOUND = 'Y'
              SUBTRACT 1 FROM WS-OFC-IDX
           ELSE
              IF WS-OFC-COUNT < 200
                 ADD 1 TO WS-OFC-COUNT
                 MOVE WS-OFC-COUNT TO WS-OFC-IDX
                 MOVE WS-MSTR-OFFICE TO WS-OFC-CODE(WS-OFC-IDX)
                 MOVE 0 TO WS-OFC-LIVE(WS-OFC-IDX)
                           WS-OFC-FAIL(WS-OFC-IDX)
                 MOVE 'Y' TO WS-OFC-FOUND
              ELSE
                 ADD 1 TO WS-OFC-OVERFLOW
              END-IF
           END-IF
           .

       2125-SEARCH-OFFICE.
           IF WS-OFC-CODE(WS-OFC-IDX) = WS-MSTR-OFFICE
              MOVE 'Y' TO WS-OFC-FOUND
           END-IF
           .

       2130-CHECK-SCORES.
           IF WS-MSTR-SCORE1 IS NOT NUMERIC
              OR WS-MSTR-SCORE2 IS NOT NUMERIC
              OR WS-MSTR-SCORE3 IS NOT NUMERIC
              SET REC-FAILS-YES TO TRUE
              MOVE 'SCORE NOT NUMERIC' TO WS-FAIL-REASON
           ELSE
              MOVE WS-MSTR-SCORE1 TO WS-SCORE1-N
              MOVE WS-MSTR-SCORE2 TO WS-SCORE2-N
              MOVE WS-MSTR-SCORE3 TO WS-SCORE3-N
              IF WS-SCORE1-N < WS-SCORE-MIN
                 OR WS-SCORE2-N < WS-SCORE-MIN
                 OR WS-SCORE3-N < WS-SCORE-MIN
                 SET REC-FAILS-YES TO TRUE
                 MOVE 'SCORE BELOW MINIMUM' TO WS-FAIL-REASON
              ELSE
                 IF WS-SCORE1-N > WS-RULE-MAX-SCORE
                    OR WS-SCORE2-N > WS-RULE-MAX-SCORE
                    OR WS-SCORE3-N > WS-RULE-MAX-SCORE
                    SET REC-FAILS-YES TO TRUE
                    MOVE 'SCORE OVER CEILING' TO WS-FAIL-REASON
                 END-IF
              END-IF
           END-IF
           .

       2200-WRITE-DETAIL.
           MOVE WS-MSTR-ID TO WS-DET-ID
           MOVE WS-MSTR-SCORE1 TO WS-DET-SCORE1
           MOVE WS-MSTR-SCORE2 TO WS-DET-SCORE2
           MOVE WS-MSTR-SCORE3 TO WS-DET-SCORE3
           MOVE WS-MSTR-CATEGORY TO WS-DET-CATEGORY
           IF WS-CAT-FOUND = 'Y'
              MOVE WS-SCORE-MIN TO WS-DET-MIN
           ELSE
              MOVE '---' TO WS-DET-MIN
           END-IF
           IF WS-MSTR-OFFICE = SPACES
              MOVE 'NONE' TO WS-DET-OFFICE
           ELSE
              MOVE WS-MSTR-OFFICE TO WS-DET-OFFICE
           END-IF
           IF WS-MSTR-RULES-VER = SPACES
              MOVE 'UNKNOWN' TO WS-DET-VERSION
           ELSE
              MOVE WS-MSTR-RULES-VER TO WS-DET-VERSION
           END-IF
           MOVE WS-MSTR-EFF-DATE TO WS-DET-EFF
           MOVE WS-FAIL-REASON TO WS-DET-REASON
           WRITE RGDREPO-REC FROM WS-DET-LINE
           .

       2300-WRITE-ID.
           MOVE WS-MSTR-ID TO WS-RTR-ID
           WRITE RGD-IDS-RECORD FROM WS-RTR-LINE
           ADD 1 TO WS-IDS-WRITTEN
           .

      * The legacy trailer - the rules member's trailer ID and the
      * count of retractions ahead of it - so RECVAL balances the
      * file like any unbatched extract
       2310-WRITE-ID-TRAILER.
           MOVE WS-TRAILER-ID TO WS-RTR-TRL-ID
           MOVE WS-IDS-WRITTEN TO WS-RTR-TRL-COUNT
           WRITE RGD-IDS-RECORD FROM WS-RTR-TRAILER
           .

       9000-PRINT-SUMMARY.
           IF WS-FAIL-COUNT = 0
              MOVE '  NONE - EVERY LIVE RECORD PASSES' TO WS-REPORT-LINE
              WRITE RGDREPO-REC FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE 'RE-GRADE CONTROL TOTALS' TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-MSTR-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER RECORDS READ........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-RETIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RETIRED (NOT GRADED).......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LIVE RECORDS GRADED........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LIVE RECORDS FAILING.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-OTHER-VERSION TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCEPTED UNDER ANOTHER VER.: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-UNSTAMPED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VERSION NOT YET STAMPED....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RGDREPO-REC FROM WS-REPORT-LINE

           IF IDFILE-YES
              MOVE WS-IDS-WRITTEN TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RETRACTIONS WRITTEN........: '
                        DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE RGDREPO-REC FROM WS-REPORT-LINE
           END-IF

           IF WS-MSTR-READ NOT = WS-RETIRED-COUNT + WS-LIVE-COUNT
              MOVE '*** RETIRED + GRADED DO NOT FOOT TO READ ***'
                 TO WS-REPORT-LINE
              WRITE RGDREPO-REC FROM WS-REPORT-LINE
           END-IF

           PERFORM 9100-PRINT-CATEGORY-TOTALS
           PERFORM 9200-PRINT-OFFICE-TOTALS
           .

       9100-PRINT-CATEGORY-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE 'TOTALS BY CATEGORY' TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-HEADER-LINE-2
           MOVE 'CATEGORY' TO WS-TOT-HDR-KEY
           WRITE RGDREPO-REC FROM WS-TOT-HEADER
           PERFORM 9110-PRINT-CATEGORY-LINE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT
           IF WS-UNDEF-LIVE > 0
              MOVE 'UNDEFINED' TO WS-TOT-KEY
              MOVE WS-UNDEF-LIVE TO WS-TOT-LIVE
              MOVE WS-UNDEF-FAIL TO WS-TOT-FAIL
              WRITE RGDREPO-REC FROM WS-TOT-LINE
           END-IF
           .

       9110-PRINT-CATEGORY-LINE.
           MOVE SPACES TO WS-TOT-KEY
           MOVE WS-RULE-CAT-LETTER(WS-CAT-IDX) TO WS-TOT-KEY
           MOVE WS-CAT-LIVE(WS-CAT-IDX) TO WS-TOT-LIVE
           MOVE WS-CAT-FAIL(WS-CAT-IDX) TO WS-TOT-FAIL
           WRITE RGDREPO-REC FROM WS-TOT-LINE
           .

       9200-PRINT-OFFICE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           MOVE 'TOTALS BY OFFICE' TO WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-REPORT-LINE
           WRITE RGDREPO-REC FROM WS-HEADER-LINE-2
           MOVE 'OFFICE' TO WS-TOT-HDR-KEY
           WRITE RGDREPO-REC FROM WS-TOT-HEADER
           PERFORM 9210-PRINT-OFFICE-LINE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
           IF WS-OFC-OVERFLOW > 0
              MOVE WS-OFC-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS FROM OFFICES PAST THE 200-OFFICE TABLE'
                        DELIMITED BY SIZE
                     ' - NOT IN THE OFFICE TOTALS ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE RGDREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9210-PRINT-OFFICE-LINE.
           IF WS-OFC-CODE(WS-OFC-IDX) = SPACES
              MOVE 'NONE' TO WS-TOT-KEY
           ELSE
              MOVE WS-OFC-CODE(WS-OFC-IDX) TO WS-TOT-KEY
           END-IF
           MOVE WS-OFC-LIVE(WS-OFC-IDX) TO WS-TOT-LIVE
           MOVE WS-OFC-FAIL(WS-OFC-IDX) TO WS-TOT-FAIL
           WRITE RGDREPO-REC FROM WS-TOT-LINE
           .

       END PROGRAM MSTRRGD.
