       IDENTIFICATION DIVISION.
       PROGRAM-ID. QASAMP.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    QA Sample Draw
      *
      *    Draws a random sample of the day's accepted records for
      *    the QA verifiers to check against the source documents.
      *    Every record on the accepted-records extract (main pass
      *    and corrections promotions alike) is drawn or not at the
      *    rate set for its office on the QASAMPLE parm member:
      *
      *    | Keyword  | Operand       | Meaning                    |
      *    |----------|---------------|----------------------------|
      *    | SEED     | 9 digits      | Starting value for the draw|
      *    |          |               | (default 000000000)        |
      *    | DEFAULT  | 4 digits      | Rate per thousand for any  |
      *    |          |               | office not listed          |
      *    |          |               | (required, exactly once)   |
      *    | RATE     | office 4 digs | The office's own rate      |
      *    | MINACC   | 4 digits      | Read by QAFEED only        |
      *    | MINCHECK | 4 digits      | Read by QAFEED only        |
      *    | WINDOW   | 3 digits      | Read by QAFEED only        |
      *
      *    The draw is repeatable. Each record's draw is worked out
      *    from its ID, the date it was accepted and the seed alone
      *    - never from its place on the file - so a rerun, or the
      *    same records arriving through a different partition,
      *    picks exactly the same sample:
      *
      *    | Step | Working value                                 |
      *    |------|-----------------------------------------------|
      *    | 1    | (ID x 7919 + accepted day number x 104729     |
      *    |      |   + seed) mod 999983                          |
      *    | 2    | (value x value + 12345) mod 999983, 3 times   |
      *    | 3    | value mod 1000 - drawn when below the rate    |
      *
      *    Retractions are never drawn - there is nothing left to
      *    verify - and neither is a record QAFEED sent back
      *    through tonight's corrections pass (listed on QACORR),
      *    since QA has just checked it.
      *
      *    Every record drawn goes to the QAWORK worklist for the
      *    verifiers. Each drawn record not already on the
      *    permanent QA log is also written to QASNEW as a sample
      *    log record; the job appends QASNEW to the log once the
      *    night's master update has run clean, and QAFEED matches
      *    the verifiers' outcomes against it. A rerun writes the
      *    same worklist again but logs nothing twice.
      *
      *    A missing or malformed parm member or an unreadable
      *    extract ends the run RC=16 with the worklist empty.
      *    More than 200 offices in a day ends it RC=4 - the extra
      *    offices are still drawn, at the default rate.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * QA sampling parameters, the day's accepted-records extract,
      * the permanent QA log, tonight's QA re-entries, the QA
      * worklist, the new sample log records, the draw report and
      * the shared job-status feed
       FILE-CONTROL.
           SELECT QA-PARM    ASSIGN TO QAPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCP-DATA  ASSIGN TO ACCPFILE
               FILE STATUS IS WS-ACCP-STATUS.
           SELECT OPTIONAL QAHIST-DATA ASSIGN TO QAHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL QACORR-DATA ASSIGN TO QACORR
               FILE STATUS IS WS-QAC-STATUS.
           SELECT QAWORK-DATA ASSIGN TO QAWORK
               FILE STATUS IS WS-WORK-STATUS.
           SELECT QASNEW-DATA ASSIGN TO QASNEW
               FILE STATUS IS WS-SNEW-STATUS.
           SELECT QASREPO    ASSIGN TO QASREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD QA-PARM
           RECORDING MODE IS F.
       01 QA-PARM-RECORD         PIC X(80).

       FD ACCP-DATA
           RECORDING MODE IS F.
       01 ACCP-DATA-RECORD       PIC X(50).

      * Permanent QA log - sample and outcome records, appended by
      * the job, never cleared
       FD QAHIST-DATA
           RECORDING MODE IS F.
       01 QAHIST-DATA-RECORD     PIC X(80).

      * Corrected records QAFEED sent through tonight's corrections
      * pass, in INFILE layout - only the ID is read here
       FD QACORR-DATA
           RECORDING MODE IS F.
       01 QACORR-DATA-RECORD     PIC X(80).

       FD QAWORK-DATA
           RECORDING MODE IS F.
       01 QAWORK-DATA-RECORD     PIC X(80).

       FD QASNEW-DATA
           RECORDING MODE IS F.
       01 QASNEW-DATA-RECORD     PIC X(80).

       FD QASREPO
           RECORDING MODE IS F.
       01 QASREPO-REC            PIC X(132).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      * One accepted-records extract record as RECVAL writes it -
      * source M main pass, C corrections promotion, R retraction,
      * T the count trailer
       01 WS-ACCP-LINE.
          05 WS-ACCP-ID          PIC X(5).
          05 WS-ACCP-SCORE1      PIC X(3).
          05 WS-ACCP-SCORE2      PIC X(3).
          05 WS-ACCP-SCORE3      PIC X(3).
          05 WS-ACCP-CATEGORY    PIC X.
          05 WS-ACCP-DATE        PIC X(8).
          05 WS-ACCP-SOURCE      PIC X.
             88 ACCP-TRAILER                VALUE 'T'.
             88 ACCP-RETRACTION             VALUE 'R'.
          05 WS-ACCP-EFF-DATE    PIC X(8).
          05 WS-ACCP-RULES-VER   PIC X(8).
          05 WS-ACCP-OFFICE      PIC X(3).
          05 FILLER              PIC X(7).

      *********************************
      *    QA worklist record - QAFEED reads the same layout back
      *    from the verifiers with the outcome filled in
      *    | Field        | Columns | Meaning                      |
      *    |--------------|---------|------------------------------|
      *    | ID           | 1-5     | Record ID                    |
      *    | SCORES       | 6-14    | The three scores as accepted |
      *    | CATEGORY     | 15      | Category as accepted         |
      *    | EFF DATE     | 16-23   | Effective date as accepted   |
      *    | SAMPLE DATE  | 24-31   | Date the record was accepted |
      *    | OFFICE       | 32-34   | Sending office               |
      *    | RULES VER    | 35-42   | Rules version accepted under |
      *    | SOURCE       | 43      | M main pass, C corrections   |
      *    | VERDICT      | 45      | C confirmed, W wrong -       |
      *    |              |         | blank until verified         |
      *    | NEW SCORES   | 46-54   | Corrected scores, W only -   |
      *    |              |         | blank where unchanged        |
      *    | NEW CATEGORY | 55      | Corrected category, W only   |
      *    | VERIFIER     | 56-63   | Who checked it               |
      *********************************
       01 WS-WRK-LINE.
          05 WS-WRK-ID           PIC X(5).
          05 WS-WRK-SCORE1       PIC X(3).
          05 WS-WRK-SCORE2       PIC X(3).
          05 WS-WRK-SCORE3       PIC X(3).
          05 WS-WRK-CATEGORY     PIC X.
          05 WS-WRK-EFF-DATE     PIC X(8).
          05 WS-WRK-SAMPLE-DATE  PIC X(8).
          05 WS-WRK-OFFICE       PIC X(3).
          05 WS-WRK-RULES-VER    PIC X(8).
          05 WS-WRK-SOURCE       PIC X.
          05 FILLER              PIC X.
          05 WS-WRK-VERDICT      PIC X.
          05 WS-WRK-NEW-SCORE1   PIC X(3).
          05 WS-WRK-NEW-SCORE2   PIC X(3).
          05 WS-WRK-NEW-SCORE3   PIC X(3).
          05 WS-WRK-NEW-CATEGORY PIC X.
          05 WS-WRK-VERIFIER     PIC X(8).
          05 FILLER              PIC X(17).

      *********************************
      *    Permanent QA log record
      *    | Field        | Columns | Meaning                      |
      *    |--------------|---------|------------------------------|
      *    | KIND         | 1       | S sampled, O outcome applied |
      *    | ID           | 2-6     | Record ID                    |
      *    | SAMPLE DATE  | 7-14    | Date the record was accepted |
      *    | OFFICE       | 15-17   | Sending office               |
      *    | SCORES       | 18-26   | S: as accepted; O: as        |
      *    |              |         | verified                     |
      *    | CATEGORY     | 27      | The same                     |
      *    | EFF DATE     | 28-35   | Effective date as accepted   |
      *    | RULES VER    | 36-43   | Rules version accepted under |
      *    | RATE         | 44-47   | S: office rate at the draw   |
      *    | VERDICT      | 48      | O: C confirmed, W wrong      |
      *    | LOG DATE     | 49-56   | Run date the record was made |
      *    | VERIFIER     | 57-64   | O: who checked it            |
      *********************************
       01 WS-HIST-LINE.
          05 WS-HIST-KIND        PIC X.
             88 HIST-SAMPLE                 VALUE 'S'.
             88 HIST-OUTCOME                VALUE 'O'.
          05 WS-HIST-ID          PIC X(5).
          05 WS-HIST-SAMPLE-DATE PIC X(8).
          05 WS-HIST-OFFICE      PIC X(3).
          05 WS-HIST-SCORE1      PIC X(3).
          05 WS-HIST-SCORE2      PIC X(3).
          05 WS-HIST-SCORE3      PIC X(3).
          05 WS-HIST-CATEGORY    PIC X.
          05 WS-HIST-EFF-DATE    PIC X(8).
          05 WS-HIST-RULES-VER   PIC X(8).
          05 WS-HIST-RATE        PIC X(4).
          05 WS-HIST-VERDICT     PIC X.
          05 WS-HIST-LOG-DATE    PIC X(8).
          05 WS-HIST-VERIFIER    PIC X(8).
          05 FILLER              PIC X(16).

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-ACCP-STATUS      PIC XX     VALUE SPACES.
          05 WS-HIST-STATUS      PIC XX     VALUE SPACES.
          05 WS-QAC-STATUS       PIC XX     VALUE SPACES.
          05 WS-WORK-STATUS      PIC XX     VALUE SPACES.
          05 WS-SNEW-STATUS      PIC XX     VALUE SPACES.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-ACCP-EOF         PIC X      VALUE 'N'.
             88 ACCP-EOF-YES                VALUE 'Y'.
          05 WS-HIST-EOF         PIC X      VALUE 'N'.
             88 HIST-EOF-YES                VALUE 'Y'.
          05 WS-QAC-EOF          PIC X      VALUE 'N'.
             88 QAC-EOF-YES                 VALUE 'Y'.
          05 WS-HIST-PRESENT     PIC X      VALUE 'N'.
          05 WS-OFC-FOUND        PIC X      VALUE 'N'.
          05 WS-RATE-FOUND       PIC X      VALUE 'N'.
          05 WS-LOGGED-FOUND     PIC X      VALUE 'N'.
          05 WS-QAC-FOUND        PIC X      VALUE 'N'.

      *********************************
      * Sampling parameters. Rates are per thousand records
       01 WS-QA-PARMS.
          05 WS-PARM-ERR-TEXT    PIC X(40).
          05 WS-PARM-LINE        PIC X(80)  VALUE SPACES.
          05 WS-PARM-KW          PIC X(10).
          05 WS-PARM-OP1         PIC X(10).
          05 WS-PARM-OP2         PIC X(10).
          05 WS-PARM-RATE-TEXT   PIC X(10).
          05 WS-PARM-RATE        PIC 9(4)   VALUE 0.
          05 WS-PARM-RATE-OK     PIC X      VALUE 'N'.
          05 WS-SEED             PIC 9(9)   VALUE 0.
          05 WS-DEFAULT-RATE     PIC 9(4)   VALUE 0.
          05 WS-DEFAULT-GIVEN    PIC X      VALUE 'N'.
          05 WS-MIN-ACCURACY     PIC 9(4)   VALUE 950.
          05 WS-MIN-CHECKS       PIC 9(4)   VALUE 20.
          05 WS-WINDOW-DAYS      PIC 9(3)   VALUE 90.

      * Office rates given on the parm member
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT       PIC 9(3)   COMP VALUE 0.
          05 WS-RATE-IDX         PIC 9(3)   COMP VALUE 0.
          05 WS-RATE-ENTRY       OCCURS 200 TIMES.
             10 WS-RATE-OFFICE   PIC X(3).
             10 WS-RATE-VALUE    PIC 9(4).

      *********************************
      * Run date, the day number the draw is worked from and the
      * earliest sample date a rerun could be repeating
       01 WS-DATE-FIELDS.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-RUN-DATE-INT     PIC 9(7)   VALUE 0.
          05 WS-LOG-CUTOFF       PIC 9(8)   VALUE 0.
          05 WS-LOG-CUTOFF-X REDEFINES WS-LOG-CUTOFF PIC X(8).
          05 WS-DRAW-DATE        PIC 9(8)   VALUE 0.
          05 WS-DRAW-DATE-INT    PIC 9(7)   VALUE 0.

      *********************************
      * Working fields for one record's draw
       01 WS-DRAW-FIELDS.
          05 WS-ID-N             PIC 9(5)   VALUE 0.
          05 WS-DRAW-WORK        PIC 9(15)  VALUE 0.
          05 WS-DRAW             PIC 9(3)   VALUE 0.
          05 WS-CUR-RATE         PIC 9(4)   VALUE 0.

      *********************************
      * Sample log records already on the QA log from the last
      * week - a drawn record found here was logged by an earlier
      * run of the same day's sample
       01 WS-LOGGED-TABLE.
          05 WS-LOGGED-COUNT     PIC 9(4)   COMP VALUE 0.
          05 WS-LOGGED-IDX       PIC 9(4)   COMP VALUE 0.
          05 WS-LOGGED-ENTRY     OCCURS 9999 TIMES.
             10 WS-LOGGED-ID     PIC X(5).
             10 WS-LOGGED-DATE   PIC X(8).

      * IDs QAFEED sent back through tonight's corrections pass
       01 WS-QAC-TABLE.
          05 WS-QAC-COUNT        PIC 9(4)   COMP VALUE 0.
          05 WS-QAC-IDX          PIC 9(4)   COMP VALUE 0.
          05 WS-QAC-ENTRY        OCCURS 2000 TIMES.
             10 WS-QAC-ID        PIC X(5).

      * Offices seen on the extract, in the order first seen, each
      * with the rate it was drawn at
       01 WS-OFFICE-TOTALS.
          05 WS-OFC-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-ENTRY        OCCURS 200 TIMES.
             10 WS-OFC-CODE      PIC X(3).
             10 WS-OFC-RATE      PIC 9(4).
             10 WS-OFC-ACCEPTED  PIC 9(7).
             10 WS-OFC-SAMPLED   PIC 9(7).
          05 WS-OFC-OVERFLOW     PIC 9(7)   VALUE 0.

      *********************************
      * Counters for:
      * Extract data records read, retractions and QA re-entries
      * passed over, records eligible, records drawn, and of those
      * logged now or already logged by an earlier run
       01 WS-COUNTERS.
          05 WS-ACCP-READ        PIC 9(7)   VALUE 0.
          05 WS-RTR-SKIPPED      PIC 9(7)   VALUE 0.
          05 WS-QAC-SKIPPED      PIC 9(7)   VALUE 0.
          05 WS-ELIGIBLE         PIC 9(7)   VALUE 0.
          05 WS-SAMPLED          PIC 9(7)   VALUE 0.
          05 WS-NEW-LOGGED       PIC 9(7)   VALUE 0.
          05 WS-ALREADY-LOGGED   PIC 9(7)   VALUE 0.

      *********************************
      * One job-status record as every step writes it
       01 WS-JSTAT-LINE.
          05 WS-JST-PROGRAM      PIC X(8).
          05 WS-JST-PASS         PIC X.
          05 WS-JST-DATE         PIC 9(8).
          05 WS-JST-TIME         PIC 9(6).
          05 WS-JST-RC           PIC 9(2).
          05 WS-JST-BALANCE      PIC X.
          05 WS-JST-COUNT        OCCURS 6 TIMES PIC 9(7).
          05 FILLER              PIC X(12)  VALUE SPACES.

       01 WS-JSTAT-CONTROL.
          05 WS-JSTAT-STATUS     PIC XX     VALUE SPACES.
          05 WS-JST-TIME-RAW     PIC 9(8)   VALUE 0.

      *********************************
      * Working fields used to build the report lines
       01 WS-REPORT-FIELDS.
          05 WS-REPORT-LINE      PIC X(132).
          05 WS-EDIT-COUNT       PIC ZZZZZZ9.
          05 WS-EDIT-RATE        PIC ZZ9.9.
          05 WS-EDIT-SEED        PIC 9(9).

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      * One office's line of the sample
       01 WS-OFC-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-OL-OFFICE        PIC X(6).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-OL-RATE          PIC ZZ9.9.
          05 FILLER              PIC X      VALUE '%'.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-OL-ACCEPTED      PIC ZZZZZZ9.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-OL-SAMPLED       PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-OL-NOTE          PIC X(30).

       01 WS-OFC-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(8)   VALUE 'OFFICE  '.
          05 FILLER              PIC X(10)  VALUE '    RATE  '.
          05 FILLER              PIC X(11)  VALUE ' ACCEPTED  '.
          05 FILLER              PIC X(9)   VALUE '  SAMPLED'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SAMPLE-LOG
           PERFORM 2500-LOAD-QA-REENTRIES
           PERFORM 3000-READ-ACCEPTED UNTIL ACCP-EOF-YES
           CLOSE ACCP-DATA
           CLOSE QAWORK-DATA
           CLOSE QASNEW-DATA
           PERFORM 9000-PRINT-REPORT
           CLOSE QASREPO
           IF WS-OFC-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           .

      * Appends this step's outcome to the shared job-control
      * status feed for the end-of-job operations summary
       9600-WRITE-JOB-STATUS.
           OPEN EXTEND JSTAT-DATA
           IF WS-JSTAT-STATUS = '00' OR '05'
              MOVE SPACES TO WS-JSTAT-LINE
              MOVE 'QASAMP' TO WS-JST-PROGRAM
              MOVE SPACE TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              ACCEPT WS-JST-TIME-RAW FROM TIME
              MOVE WS-JST-TIME-RAW(1:6) TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              MOVE 'B' TO WS-JST-BALANCE
              MOVE WS-ELIGIBLE TO WS-JST-COUNT(1)
              MOVE WS-SAMPLED TO WS-JST-COUNT(2)
              MOVE WS-NEW-LOGGED TO WS-JST-COUNT(3)
              MOVE WS-ALREADY-LOGGED TO WS-JST-COUNT(4)
              MOVE WS-RTR-SKIPPED TO WS-JST-COUNT(5)
              MOVE WS-QAC-SKIPPED TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

      * The worklist and the new sample log records are opened
      * before anything is checked, so a run stopped by a bad parm
      * member still leaves both empty and whole for the steps
      * behind it. A rerun can only be repeating samples drawn in
      * the last week, so only that much of the QA log is loaded
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-LOG-CUTOFF =
              FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 7)
           OPEN OUTPUT QAWORK-DATA
           OPEN OUTPUT QASNEW-DATA
           IF WS-WORK-STATUS NOT = '00'
              OR WS-SNEW-STATUS NOT = '00'
              DISPLAY 'QASAMP: QAWORK OR QASNEW WILL NOT OPEN - '
                 'STATUS ' WS-WORK-STATUS ' / ' WS-SNEW-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT QASREPO
           PERFORM 1100-LOAD-PARMS
           OPEN INPUT ACCP-DATA
           IF WS-ACCP-STATUS NOT = '00'
              DISPLAY 'QASAMP: ACCEPTED-RECORDS EXTRACT WILL NOT '
                 'OPEN - STATUS ' WS-ACCP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * QAPARM is required - without it there is no rate to draw
      * at. Anything wrong ends the run RC=16 through
      * 1165-PARM-ERROR
       1100-LOAD-PARMS.
           OPEN INPUT QA-PARM
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'QAPARM MISSING OR UNREADABLE' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           PERFORM 1110-READ-PARM UNTIL PARM-EOF-YES
           CLOSE QA-PARM
           IF WS-DEFAULT-GIVEN = 'N'
              MOVE SPACES TO WS-PARM-LINE
              MOVE 'DEFAULT PARAMETER MISSING' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           .

       1110-READ-PARM.
           READ QA-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF QA-PARM-RECORD(1:1) NOT = '*'
                 AND QA-PARM-RECORD NOT = SPACES
                 MOVE QA-PARM-RECORD TO WS-PARM-LINE
                 PERFORM 1120-APPLY-PARM
              END-IF
           END-READ
           .

      * Numeric operands are fixed-width and zero-padded, the same
      * convention as the rules member. QAFEED reads the same
      * member, so its keywords are checked here too - a member
      * one program would refuse is refused by both
       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           UNSTRING WS-PARM-LINE
              DELIMITED BY ALL ' '
              INTO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           END-UNSTRING
           EVALUATE WS-PARM-KW
              WHEN 'SEED'
                 IF WS-PARM-OP1(1:9) IS NOT NUMERIC
                    OR WS-PARM-OP1(10:1) NOT = SPACE
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD SEED PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:9) TO WS-SEED
              WHEN 'DEFAULT'
                 MOVE WS-PARM-OP1 TO WS-PARM-RATE-TEXT
                 PERFORM 1130-CHECK-RATE
                 IF WS-PARM-RATE-OK = 'N'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD DEFAULT PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 IF WS-DEFAULT-GIVEN = 'Y'
                    MOVE 'DEFAULT GIVEN MORE THAN ONCE'
                       TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-RATE TO WS-DEFAULT-RATE
                 MOVE 'Y' TO WS-DEFAULT-GIVEN
              WHEN 'RATE'
                 PERFORM 1140-ADD-OFFICE-RATE
              WHEN 'MINACC'
                 MOVE WS-PARM-OP1 TO WS-PARM-RATE-TEXT
                 PERFORM 1130-CHECK-RATE
                 IF WS-PARM-RATE-OK = 'N'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD MINACC PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-RATE TO WS-MIN-ACCURACY
              WHEN 'MINCHECK'
                 IF WS-PARM-OP1(1:4) IS NOT NUMERIC
                    OR WS-PARM-OP1(5:6) NOT = SPACES
                    OR WS-PARM-OP1(1:4) = '0000'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD MINCHECK PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:4) TO WS-MIN-CHECKS
              WHEN 'WINDOW'
                 IF WS-PARM-OP1(1:3) IS NOT NUMERIC
                    OR WS-PARM-OP1(4:7) NOT = SPACES
                    OR WS-PARM-OP1(1:3) = '000'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD WINDOW PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:3) TO WS-WINDOW-DAYS
              WHEN OTHER
                 MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-PARM-ERR-TEXT
                 PERFORM 1165-PARM-ERROR
           END-EVALUATE
           .

      * A rate is four digits, 0000 to 1000 per thousand
       1130-CHECK-RATE.
           MOVE 'N' TO WS-PARM-RATE-OK
           IF WS-PARM-RATE-TEXT(1:4) IS NUMERIC
              AND WS-PARM-RATE-TEXT(5:6) = SPACES
              MOVE WS-PARM-RATE-TEXT(1:4) TO WS-PARM-RATE
              IF WS-PARM-RATE NOT > 1000
                 MOVE 'Y' TO WS-PARM-RATE-OK
              END-IF
           END-IF
           .

      * RATE <office> <rate> - each office at most once
       1140-ADD-OFFICE-RATE.
           MOVE WS-PARM-OP2 TO WS-PARM-RATE-TEXT
           PERFORM 1130-CHECK-RATE
           IF WS-PARM-RATE-OK = 'N'
              OR WS-PARM-OP1(1:3) = SPACES
              OR WS-PARM-OP1(4:7) NOT = SPACES
              MOVE 'BAD RATE PARAMETER' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM 1150-SEARCH-PARM-RATE
              VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 OR WS-RATE-FOUND = 'Y'
           IF WS-RATE-FOUND = 'Y'
              MOVE 'OFFICE GIVEN A RATE MORE THAN ONCE'
                 TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           IF WS-RATE-COUNT >= 200
              MOVE 'MORE THAN 200 OFFICE RATES' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-PARM-OP1(1:3) TO WS-RATE-OFFICE(WS-RATE-COUNT)
           MOVE WS-PARM-RATE TO WS-RATE-VALUE(WS-RATE-COUNT)
           .

       1150-SEARCH-PARM-RATE.
           IF WS-RATE-OFFICE(WS-RATE-IDX) = WS-PARM-OP1(1:3)
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF
           .

      * Fail fast - the message names the parameter that broke so
      * the parm member can be fixed without digging through a dump
       1165-PARM-ERROR.
           DISPLAY 'QASAMP: PARAMETER ERROR - ' WS-PARM-ERR-TEXT
           IF WS-PARM-LINE NOT = SPACES
              DISPLAY 'QASAMP: RECORD IN ERROR: <' WS-PARM-LINE '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * The QA log is OPTIONAL only so the first night can run
      * before anything has been appended to it
       2000-LOAD-SAMPLE-LOG.
           OPEN INPUT QAHIST-DATA
           IF WS-HIST-STATUS NOT = '00' AND '05'
              DISPLAY 'QASAMP: QA LOG WILL NOT OPEN - STATUS '
                 WS-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2010-READ-SAMPLE-LOG UNTIL HIST-EOF-YES
           CLOSE QAHIST-DATA
           .

       2010-READ-SAMPLE-LOG.
           READ QAHIST-DATA INTO WS-HIST-LINE
           AT END
              SET HIST-EOF-YES TO TRUE
           NOT AT END
              IF HIST-SAMPLE
                 AND WS-HIST-SAMPLE-DATE >= WS-LOG-CUTOFF-X
                 IF WS-LOGGED-COUNT >= 9999
                    DISPLAY 'QASAMP: LAST WEEK''S SAMPLES EXCEED '
                       'TABLE CAPACITY - RUN STOPPED'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-LOGGED-COUNT
                 MOVE WS-HIST-ID TO WS-LOGGED-ID(WS-LOGGED-COUNT)
                 MOVE WS-HIST-SAMPLE-DATE
                    TO WS-LOGGED-DATE(WS-LOGGED-COUNT)
              END-IF
           END-READ
           .

      * QACORR is OPTIONAL - absent or empty on a night QAFEED had
      * nothing to send back
       2500-LOAD-QA-REENTRIES.
           OPEN INPUT QACORR-DATA
           IF WS-QAC-STATUS = '00'
              PERFORM 2510-READ-QA-REENTRY UNTIL QAC-EOF-YES
              CLOSE QACORR-DATA
           END-IF
           .

       2510-READ-QA-REENTRY.
           READ QACORR-DATA
           AT END
              SET QAC-EOF-YES TO TRUE
           NOT AT END
              IF WS-QAC-COUNT >= 2000
                 DISPLAY 'QASAMP: QA RE-ENTRIES EXCEED TABLE '
                    'CAPACITY - RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-QAC-COUNT
              MOVE QACORR-DATA-RECORD(1:5) TO WS-QAC-ID(WS-QAC-COUNT)
           END-READ
           .

       3000-READ-ACCEPTED.
           READ ACCP-DATA INTO WS-ACCP-LINE
           AT END
              SET ACCP-EOF-YES TO TRUE
           NOT AT END
              EVALUATE TRUE
                 WHEN ACCP-TRAILER
                    CONTINUE
                 WHEN ACCP-RETRACTION
                    ADD 1 TO WS-ACCP-READ
                    ADD 1 TO WS-RTR-SKIPPED
                 WHEN OTHER
                    ADD 1 TO WS-ACCP-READ
                    PERFORM 3100-CONSIDER-RECORD
              END-EVALUATE
           END-READ
           .

       3100-CONSIDER-RECORD.
           MOVE 'N' TO WS-QAC-FOUND
           PERFORM 3110-SEARCH-QA-REENTRY
              VARYING WS-QAC-IDX FROM 1 BY 1
              UNTIL WS-QAC-IDX > WS-QAC-COUNT
                 OR WS-QAC-FOUND = 'Y'
           IF WS-QAC-FOUND = 'Y'
              ADD 1 TO WS-QAC-SKIPPED
           ELSE
              ADD 1 TO WS-ELIGIBLE
              PERFORM 3200-SET-OFFICE-INDEX
              IF WS-OFC-FOUND = 'Y'
                 MOVE WS-OFC-RATE(WS-OFC-IDX) TO WS-CUR-RATE
                 ADD 1 TO WS-OFC-ACCEPTED(WS-OFC-IDX)
              ELSE
                 MOVE WS-DEFAULT-RATE TO WS-CUR-RATE
              END-IF
              PERFORM 3300-DRAW
              IF WS-DRAW < WS-CUR-RATE
                 PERFORM 3400-WRITE-SAMPLE
              END-IF
           END-IF
           .

       3110-SEARCH-QA-REENTRY.
           IF WS-QAC-ID(WS-QAC-IDX) = WS-ACCP-ID
              MOVE 'Y' TO WS-QAC-FOUND
           END-IF
           .

      * Finds the office in the totals table, adding it with its
      * rate the first time it is seen
       3200-SET-OFFICE-INDEX.
           MOVE 'N' TO WS-OFC-FOUND
           PERFORM 3210-SEARCH-OFFICE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
                 OR WS-OFC-FOUND = 'Y'
           IF WS-OFC-FOUND = 'Y'
              SUBTRACT 1 FROM WS-OFC-IDX
           ELSE
              IF WS-OFC-COUNT < 200
                 ADD 1 TO WS-OFC-COUNT
                 MOVE WS-OFC-COUNT TO WS-OFC-IDX
                 MOVE WS-ACCP-OFFICE TO WS-OFC-CODE(WS-OFC-IDX)
                 MOVE 0 TO WS-OFC-ACCEPTED(WS-OFC-IDX)
                           WS-OFC-SAMPLED(WS-OFC-IDX)
                 PERFORM 3220-SET-OFFICE-RATE
                 MOVE 'Y' TO WS-OFC-FOUND
              ELSE
                 ADD 1 TO WS-OFC-OVERFLOW
              END-IF
           END-IF
           .

       3210-SEARCH-OFFICE.
           IF WS-OFC-CODE(WS-OFC-IDX) = WS-ACCP-OFFICE
              MOVE 'Y' TO WS-OFC-FOUND
           END-IF
           .

       3220-SET-OFFICE-RATE.
           MOVE WS-DEFAULT-RATE TO WS-OFC-RATE(WS-OFC-IDX)
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM 3230-SEARCH-RATE
              VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 OR WS-RATE-FOUND = 'Y'
           .

       3230-SEARCH-RATE.
           IF WS-RATE-OFFICE(WS-RATE-IDX) = WS-ACCP-OFFICE
              MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-OFC-RATE(WS-OFC-IDX)
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF
           .

      * Works this record's draw, 000-999, from its ID, the day it
      * was accepted and the seed - see the table at the top. The
      * extract is always stamped with a valid accepted date; the
      * run date stands in only should one ever be missing
       3300-DRAW.
           MOVE 0 TO WS-ID-N
           IF WS-ACCP-ID IS NUMERIC
              MOVE WS-ACCP-ID TO WS-ID-N
           END-IF
           IF WS-ACCP-DATE IS NUMERIC
              MOVE WS-ACCP-DATE TO WS-DRAW-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-DRAW-DATE
           END-IF
           COMPUTE WS-DRAW-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DRAW-DATE)
           COMPUTE WS-DRAW-WORK = FUNCTION MOD(WS-ID-N * 7919
              + WS-DRAW-DATE-INT * 104729 + WS-SEED, 999983)
           PERFORM 3310-STIR-DRAW 3 TIMES
           COMPUTE WS-DRAW = FUNCTION MOD(WS-DRAW-WORK, 1000)
           .

       3310-STIR-DRAW.
           COMPUTE WS-DRAW-WORK = FUNCTION MOD(WS-DRAW-WORK
              * WS-DRAW-WORK + 12345, 999983)
           .

      * Every drawn record goes on the worklist; only one not
      * already on the QA log is logged
       3400-WRITE-SAMPLE.
           ADD 1 TO WS-SAMPLED
           IF WS-OFC-FOUND = 'Y'
              ADD 1 TO WS-OFC-SAMPLED(WS-OFC-IDX)
           END-IF
           MOVE SPACES TO WS-WRK-LINE
           MOVE WS-ACCP-ID TO WS-WRK-ID
           MOVE WS-ACCP-SCORE1 TO WS-WRK-SCORE1
           MOVE WS-ACCP-SCORE2 TO WS-WRK-SCORE2
           MOVE WS-ACCP-SCORE3 TO WS-WRK-SCORE3
           MOVE WS-ACCP-CATEGORY TO WS-WRK-CATEGORY
           MOVE WS-ACCP-EFF-DATE TO WS-WRK-EFF-DATE
           MOVE WS-DRAW-DATE TO WS-WRK-SAMPLE-DATE
           MOVE WS-ACCP-OFFICE TO WS-WRK-OFFICE
           MOVE WS-ACCP-RULES-VER TO WS-WRK-RULES-VER
           MOVE WS-ACCP-SOURCE TO WS-WRK-SOURCE
           WRITE QAWORK-DATA-RECORD FROM WS-WRK-LINE
           MOVE 'N' TO WS-LOGGED-FOUND
           PERFORM 3410-SEARCH-LOGGED
              VARYING WS-LOGGED-IDX FROM 1 BY 1
              UNTIL WS-LOGGED-IDX > WS-LOGGED-COUNT
                 OR WS-LOGGED-FOUND = 'Y'
           IF WS-LOGGED-FOUND = 'Y'
              ADD 1 TO WS-ALREADY-LOGGED
           ELSE
              PERFORM 3500-WRITE-SAMPLE-LOG
           END-IF
           .

       3410-SEARCH-LOGGED.
           IF WS-LOGGED-ID(WS-LOGGED-IDX) = WS-WRK-ID
              AND WS-LOGGED-DATE(WS-LOGGED-IDX) = WS-WRK-SAMPLE-DATE
              MOVE 'Y' TO WS-LOGGED-FOUND
           END-IF
           .

       3500-WRITE-SAMPLE-LOG.
           ADD 1 TO WS-NEW-LOGGED
           MOVE SPACES TO WS-HIST-LINE
           SET HIST-SAMPLE TO TRUE
           MOVE WS-WRK-ID TO WS-HIST-ID
           MOVE WS-WRK-SAMPLE-DATE TO WS-HIST-SAMPLE-DATE
           MOVE WS-WRK-OFFICE TO WS-HIST-OFFICE
           MOVE WS-WRK-SCORE1 TO WS-HIST-SCORE1
           MOVE WS-WRK-SCORE2 TO WS-HIST-SCORE2
           MOVE WS-WRK-SCORE3 TO WS-HIST-SCORE3
           MOVE WS-WRK-CATEGORY TO WS-HIST-CATEGORY
           MOVE WS-WRK-EFF-DATE TO WS-HIST-EFF-DATE
           MOVE WS-WRK-RULES-VER TO WS-HIST-RULES-VER
           MOVE WS-CUR-RATE TO WS-HIST-RATE
           MOVE WS-RUN-DATE TO WS-HIST-LOG-DATE
           WRITE QASNEW-DATA-RECORD FROM WS-HIST-LINE
           .

       9000-PRINT-REPORT.
           MOVE 'QA SAMPLE DRAW' TO WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE...........: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           MOVE WS-SEED TO WS-EDIT-SEED
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEED...............: ' DELIMITED BY SIZE
                  WS-EDIT-SEED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           COMPUTE WS-EDIT-RATE = WS-DEFAULT-RATE / 10
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEFAULT RATE.......: ' DELIMITED BY SIZE
                  WS-EDIT-RATE DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           MOVE 'SAMPLE BY OFFICE' TO WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-HEADER-LINE-2
           WRITE QASREPO-REC FROM WS-OFC-HEADER
           PERFORM 9100-PRINT-OFFICE-LINE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
           IF WS-OFC-OVERFLOW > 0
              MOVE WS-OFC-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS PAST THE 200-OFFICE TABLE - DRAWN AT '
                        DELIMITED BY SIZE
                     'THE DEFAULT RATE ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QASREPO-REC FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           MOVE 'CONTROL TOTALS' TO WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           WRITE QASREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-ACCP-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXTRACT RECORDS READ.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE WS-RTR-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RETRACTIONS - NOT DRAWN..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE WS-QAC-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  QA RE-ENTRIES - NOT DRAWN: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ELIGIBLE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ACCEPTED AND ELIGIBLE....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE WS-SAMPLED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS DRAWN TO QAWORK....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE WS-NEW-LOGGED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NEW TO THE QA LOG........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ALREADY-LOGGED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ALREADY ON THE QA LOG....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QASREPO-REC FROM WS-REPORT-LINE
           IF WS-ALREADY-LOGGED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** SAMPLE ALREADY DRAWN BY AN EARLIER RUN - '
                        DELIMITED BY SIZE
                     'THE WORKLIST IS THE SAME, ' DELIMITED BY SIZE
                     'NOTHING LOGGED TWICE ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QASREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9100-PRINT-OFFICE-LINE.
           MOVE SPACES TO WS-OL-OFFICE WS-OL-NOTE
           IF WS-OFC-CODE(WS-OFC-IDX) = SPACES
              MOVE 'NONE' TO WS-OL-OFFICE
           ELSE
              MOVE WS-OFC-CODE(WS-OFC-IDX) TO WS-OL-OFFICE
           END-IF
           COMPUTE WS-OL-RATE = WS-OFC-RATE(WS-OFC-IDX) / 10
           MOVE WS-OFC-ACCEPTED(WS-OFC-IDX) TO WS-OL-ACCEPTED
           MOVE WS-OFC-SAMPLED(WS-OFC-IDX) TO WS-OL-SAMPLED
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM 9110-SEARCH-GIVEN-RATE
              VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 OR WS-RATE-FOUND = 'Y'
           IF WS-RATE-FOUND = 'N'
              MOVE 'DEFAULT RATE' TO WS-OL-NOTE
           END-IF
           WRITE QASREPO-REC FROM WS-OFC-LINE
           .

       9110-SEARCH-GIVEN-RATE.
           IF WS-RATE-OFFICE(WS-RATE-IDX) = WS-OFC-CODE(WS-OFC-IDX)
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF
           .

       END PROGRAM QASAMP.
