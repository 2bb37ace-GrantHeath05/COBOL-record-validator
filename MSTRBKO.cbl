       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKO.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Accepted-Records Master Backout
      *
      *    Takes one night's changes back off the keyed master,
      *    using the before images MSTRUPD left on the permanent
      *    MSTRJRNL change journal. The BKOPARM member names the
      *    night, and can narrow the backout to a list of IDs:
      *
      *    | Keyword  | Operand  | Meaning                          |
      *    |----------|----------|----------------------------------|
      *    | RUNDATE  | yyyymmdd | Night whose changes are reversed |
      *    |          |          | (required, exactly once)         |
      *    | ID       | nnnnn    | Reverse only this ID's changes - |
      *    |          |          | repeat for each ID; none given   |
      *    |          |          | reverses the whole night         |
      *
      *    The night's journal records are applied backwards, last
      *    change first, so an ID touched twice in one night (a
      *    rerun, or a main pass and a corrections promotion) steps
      *    back through each state to where it stood before the
      *    night began:
      *
      *    | Journalled | Reversed by                             |
      *    |------------|-----------------------------------------|
      *    | A (add)    | Deleting the record from the cluster    |
      *    | U, V, R    | Rewriting the before image in place     |
      *
      *    A change is only reversed when the master still holds
      *    exactly the after image the journal recorded - if
      *    anything has touched the record since, reversing would
      *    throw that later change away, so the entry is listed as
      *    not reversed and left for data control to decide.
      *
      *    Every record restored is listed on BKOREPO, and each
      *    reversal is itself journalled (pass B) so the backout is
      *    as auditable as the night it undid. The report balances
      *    journal entries selected against records reversed plus
      *    refused, and the cluster walk after against the walk
      *    before less the adds deleted. Anything refused ends the
      *    step RC=4; an out-of-balance backout ends RC=8. A
      *    malformed parm ends the run RC=16 before the master is
      *    touched.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Backout parameter dataset, the change journal (read, then
      * extended with the reversals), the keyed master and the
      * backout report
       FILE-CONTROL.
           SELECT BKO-PARM     ASSIGN TO BKOPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JRNL-DATA    ASSIGN TO MSTRJRNL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MSTR-VS      ASSIGN TO MSTRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-ID
               FILE STATUS IS WS-VS-STATUS.
           SELECT BKOREPO      ASSIGN TO BKOREPO.
       DATA DIVISION.
       FILE SECTION.

       FD BKO-PARM
           RECORDING MODE IS F.
       01 BKO-PARM-RECORD        PIC X(80).

       FD JRNL-DATA
           RECORDING MODE IS F.
       01 JRNL-DATA-RECORD       PIC X(160).

      * The keyed master - the record ID is the cluster key
       FD MSTR-VS.
       01 MSTR-VS-RECORD.
          05 MV-ID               PIC X(5).
          05 FILLER              PIC X(55).

       FD BKOREPO
           RECORDING MODE IS F.
       01 BKOREPO-REC            PIC X(132).

       WORKING-STORAGE SECTION.

      *********************************
      * One journal record as MSTRUPD writes it - see MSTRUPD for
      * the column layout. Pass B and actions D/X are this
      * program's own reversals. Each image is split across its
      * 40-byte field and its EXT field (master bytes 41-60); the
      * full images are put back together below
       01 WS-JRNL-LINE.
          05 WS-JRNL-RUN-DATE    PIC 9(8).
          05 WS-JRNL-RUN-TIME    PIC 9(6).
          05 WS-JRNL-PASS        PIC X.
             88 JRNL-PASS-BACKOUT           VALUE 'B'.
          05 WS-JRNL-ACTION      PIC X.
             88 JRNL-ACT-ADD                VALUE 'A'.
             88 JRNL-ACT-UPDATE             VALUE 'U'.
             88 JRNL-ACT-REACTIVATE         VALUE 'V'.
             88 JRNL-ACT-RETIRE             VALUE 'R'.
          05 WS-JRNL-ID          PIC X(5).
          05 WS-JRNL-SEQ         PIC 9(7).
          05 WS-JRNL-BEFORE      PIC X(40).
          05 WS-JRNL-AFTER       PIC X(40).
          05 WS-JRNL-BEFORE-EXT  PIC X(20).
          05 WS-JRNL-AFTER-EXT   PIC X(20).
          05 FILLER              PIC X(12)  VALUE SPACES.

      * Full 60-byte before and after images of the entry being
      * reversed
       01 WS-JRNL-IMAGES.
          05 WS-JRNL-BEFORE-FULL PIC X(60)  VALUE SPACES.
          05 WS-JRNL-AFTER-FULL  PIC X(60)  VALUE SPACES.

      *********************************
      * Master record layout - as MSTRUPD keeps it
       01 WS-MSTR-REC.
          05 WS-MSTR-ID          PIC X(5).
          05 WS-MSTR-SCORE1      PIC 9(3).
          05 WS-MSTR-SCORE2      PIC 9(3).
          05 WS-MSTR-SCORE3      PIC 9(3).
          05 WS-MSTR-CATEGORY    PIC X.
          05 WS-MSTR-FIRST-DATE  PIC X(8).
          05 WS-MSTR-LAST-DATE   PIC X(8).
          05 WS-MSTR-STATUS-FLAG PIC X      VALUE SPACE.
             88 MSTR-RETIRED               VALUE 'R'.
          05 WS-MSTR-EFF-DATE    PIC X(8)   VALUE SPACES.
          05 WS-MSTR-RULES-VER   PIC X(8)   VALUE SPACES.
          05 WS-MSTR-OFFICE      PIC X(3)   VALUE SPACES.
          05 FILLER              PIC X(9)   VALUE SPACES.

      * The master record as it stood before the reversal - the
      * image journalled as this reversal's before image
       01 WS-MSTR-CURRENT        PIC X(60)  VALUE SPACES.

      *********************************
      * The night's selected journal records, loaded whole in
      * journal order before anything is reversed - the table is
      * walked backwards to undo them. A night that exceeds the
      * table fails the run before the master is touched
       01 WS-BKO-TABLE.
          05 WS-BKO-COUNT        PIC 9(5)   COMP VALUE 0.
          05 WS-BKO-IDX          PIC 9(5)   COMP VALUE 0.
          05 WS-BKO-ENTRY        OCCURS 20000 TIMES
                                 PIC X(160).

      *********************************
      * IDs the backout is limited to, from the ID keyword - with
      * a hit flag so an ID the night never touched is reported
       01 WS-ID-TABLE.
          05 WS-ID-COUNT         PIC 9(3)   COMP VALUE 0.
          05 WS-ID-IDX           PIC 9(3)   COMP VALUE 0.
          05 WS-ID-ENTRY         OCCURS 500 TIMES.
             10 WS-ID-VALUE      PIC X(5).
             10 WS-ID-HIT        PIC X.

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-JRNL-STATUS      PIC XX     VALUE SPACES.
          05 WS-VS-STATUS        PIC XX     VALUE SPACES.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-JRNL-EOF         PIC X      VALUE 'N'.
             88 JRNL-EOF-YES                VALUE 'Y'.
          05 WS-VS-EOF           PIC X      VALUE 'N'.
             88 VS-EOF-YES                  VALUE 'Y'.
          05 WS-MSTR-FOUND       PIC X      VALUE 'N'.
          05 WS-ID-FOUND         PIC X      VALUE 'N'.
          05 WS-BKO-OOB          PIC X      VALUE 'N'.

      *********************************
      * Backout parameters
       01 WS-BKO-PARMS.
          05 WS-PARM-ERR-TEXT    PIC X(40).
          05 WS-PARM-KW          PIC X(8).
          05 WS-PARM-OP1         PIC X(8).
          05 WS-BKO-DATE         PIC 9(8)   VALUE 0.
          05 WS-BKO-DATE-GIVEN   PIC X      VALUE 'N'.

      *********************************
      * Run date and time - stamped on the reversal journal records
       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.
       01 WS-RUN-TIME-RAW        PIC 9(8)   VALUE 0.

      *********************************
      * Counters for:
      * Journal records read, selected for the night, reversed
      * (deleted or restored), refused, reversal records written,
      * and the master counts before and after from the cluster
       01 WS-COUNTERS.
          05 WS-JRNL-READ        PIC 9(7)   VALUE 0.
          05 WS-JRNL-SELECTED    PIC 9(7)   VALUE 0.
          05 WS-BKO-REVERSED     PIC 9(7)   VALUE 0.
          05 WS-BKO-DELETED      PIC 9(7)   VALUE 0.
          05 WS-BKO-RESTORED     PIC 9(7)   VALUE 0.
          05 WS-BKO-REFUSED      PIC 9(7)   VALUE 0.
          05 WS-JRNL-WRITTEN     PIC 9(7)   VALUE 0.
          05 WS-MSTR-IN-COUNT    PIC 9(7)   VALUE 0.
          05 WS-MSTR-OUT-COUNT   PIC 9(7)   VALUE 0.
          05 WS-MSTR-WALK        PIC 9(7)   VALUE 0.

      *********************************
      * Working fields used to build the report lines
       01 WS-REPORT-FIELDS.
          05 WS-REPORT-LINE      PIC X(132).
          05 WS-EDIT-COUNT       PIC ZZZZZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      *********************************
      * One line per journal entry reversed or refused
       01 WS-DET-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-ID           PIC X(5).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-SEQ          PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-PASS         PIC X.
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-DET-ACTION       PIC X(12).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-RESULT       PIC X(30).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-IMAGE        PIC X(60).

       01 WS-DET-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(7)   VALUE 'ID     '.
          05 FILLER              PIC X(9)   VALUE '  JRNL SQ'.
          05 FILLER              PIC X(6)   VALUE '  PASS'.
          05 FILLER              PIC X(14)  VALUE ' CHANGE       '.
          05 FILLER              PIC X(32)  VALUE 'RESULT'.
          05 FILLER              PIC X(40)  VALUE
             'MASTER RECORD AS RESTORED'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LOOP UNTIL JRNL-EOF-YES
           CLOSE JRNL-DATA
           PERFORM 1300-OPEN-FOR-REVERSAL
           PERFORM 3000-REVERSE-ENTRY
              VARYING WS-BKO-IDX FROM WS-BKO-COUNT BY -1
              UNTIL WS-BKO-IDX < 1
           PERFORM 8000-CHECK-BALANCE
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 1010-CLOSE
           IF WS-BKO-REFUSED > 0 OR WS-JRNL-SELECTED = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BKO-OOB = 'Y'
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * The parameters are loaded and proven whole before the
      * journal or the master is opened - a half-read backout
      * request must never touch the cluster
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           PERFORM 1100-LOAD-PARMS
           OPEN INPUT JRNL-DATA
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'MSTRBKO: CHANGE JOURNAL WILL NOT OPEN - '
                 'STATUS ' WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT BKOREPO
           PERFORM 1200-WRITE-HEADERS
           .

       1010-CLOSE.
           CLOSE MSTR-VS
                 JRNL-DATA
                 BKOREPO
           .

      * Reads the backout request. Anything wrong - missing
      * dataset, an unknown keyword, a bad operand, no night named
      * - ends the run RC=16 through 1165-PARM-ERROR
       1100-LOAD-PARMS.
           OPEN INPUT BKO-PARM
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'BKOPARM MISSING OR UNREADABLE'
                 TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           PERFORM 1110-READ-PARM UNTIL PARM-EOF-YES
           CLOSE BKO-PARM
           IF WS-BKO-DATE-GIVEN = 'N'
              MOVE SPACES TO BKO-PARM-RECORD
              MOVE 'RUNDATE NOT GIVEN' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           .

       1110-READ-PARM.
           READ BKO-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF BKO-PARM-RECORD(1:1) NOT = '*'
                 AND BKO-PARM-RECORD NOT = SPACES
                 PERFORM 1120-APPLY-PARM
              END-IF
           END-READ
           .

      * Numeric operands are fixed-width and zero-padded, the same
      * convention as the rules member. The night can only be
      * named once - two nights in one request would interleave
      * their reversals
       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KW WS-PARM-OP1
           UNSTRING BKO-PARM-RECORD
              DELIMITED BY ALL ' '
              INTO WS-PARM-KW WS-PARM-OP1
           END-UNSTRING
           EVALUATE WS-PARM-KW
              WHEN 'RUNDATE'
                 IF WS-BKO-DATE-GIVEN = 'Y'
                    MOVE 'RUNDATE GIVEN MORE THAN ONCE'
                       TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 IF WS-PARM-OP1 IS NOT NUMERIC
                    MOVE 'BAD RUNDATE PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1 TO WS-BKO-DATE
                 MOVE 'Y' TO WS-BKO-DATE-GIVEN
              WHEN 'ID'
                 IF WS-PARM-OP1(1:5) IS NOT NUMERIC
                    OR WS-PARM-OP1(6:3) NOT = SPACES
                    MOVE 'BAD ID PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 IF WS-ID-COUNT NOT < 500
                    MOVE 'TOO MANY ID ENTRIES' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 ADD 1 TO WS-ID-COUNT
                 MOVE WS-PARM-OP1(1:5) TO WS-ID-VALUE(WS-ID-COUNT)
                 MOVE 'N' TO WS-ID-HIT(WS-ID-COUNT)
              WHEN OTHER
                 MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-PARM-ERR-TEXT
                 PERFORM 1165-PARM-ERROR
           END-EVALUATE
           .

      * Fail fast - the message names the parameter that broke so
      * the parm member can be fixed without digging through a dump
       1165-PARM-ERROR.
           DISPLAY 'MSTRBKO: PARAMETER ERROR - ' WS-PARM-ERR-TEXT
           IF BKO-PARM-RECORD NOT = SPACES
              DISPLAY 'MSTRBKO: RECORD IN ERROR: <' BKO-PARM-RECORD
                 '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Echoes the request so the report stands on its own
       1200-WRITE-HEADERS.
           MOVE 'ACCEPTED-RECORDS MASTER BACKOUT' TO WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NIGHT BACKED OUT: ' DELIMITED BY SIZE
                  WS-BKO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           IF WS-ID-COUNT = 0
              MOVE 'IDS: ALL CHANGES THAT NIGHT' TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
           ELSE
              MOVE WS-ID-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'IDS: LIMITED TO ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' IDS NAMED ON BKOPARM' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           MOVE 'JOURNAL ENTRIES REVERSED (LAST CHANGE FIRST)'
              TO WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-DET-HEADER
           WRITE BKOREPO-REC FROM WS-HEADER-LINE-2
           .

      * The journal has been read whole; it is reopened EXTEND to
      * take the reversal records, and the master is opened I-O
      * and counted before the first change is undone
       1300-OPEN-FOR-REVERSAL.
           OPEN EXTEND JRNL-DATA
           IF WS-JRNL-STATUS NOT = '00' AND '05'
              DISPLAY 'MSTRBKO: CHANGE JOURNAL UNUSABLE - STATUS '
                 WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O MSTR-VS
           IF WS-VS-STATUS NOT = '00'
              DISPLAY 'MSTRBKO: MASTER CLUSTER WILL NOT OPEN I-O - '
                 'STATUS ' WS-VS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 7000-COUNT-MASTER
           MOVE WS-MSTR-WALK TO WS-MSTR-IN-COUNT
           .

      * Keeps the journal records MSTRUPD wrote on the named night
      * - earlier backouts (pass B) are never themselves reversed
       2000-LOAD-LOOP.
           READ JRNL-DATA INTO WS-JRNL-LINE
           AT END
              SET JRNL-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-JRNL-READ
              IF WS-JRNL-RUN-DATE = WS-BKO-DATE
                 AND NOT JRNL-PASS-BACKOUT
                 PERFORM 2100-SELECT-ENTRY
              END-IF
           END-READ
           .

       2100-SELECT-ENTRY.
           MOVE 'Y' TO WS-ID-FOUND
           IF WS-ID-COUNT > 0
              MOVE 'N' TO WS-ID-FOUND
              PERFORM 2110-SEARCH-ID
                 VARYING WS-ID-IDX FROM 1 BY 1
                 UNTIL WS-ID-IDX > WS-ID-COUNT
           END-IF
           IF WS-ID-FOUND = 'Y'
              IF WS-BKO-COUNT < 20000
                 ADD 1 TO WS-BKO-COUNT
                 ADD 1 TO WS-JRNL-SELECTED
                 MOVE WS-JRNL-LINE TO WS-BKO-ENTRY(WS-BKO-COUNT)
              ELSE
                 DISPLAY 'MSTRBKO: NIGHT EXCEEDS BACKOUT TABLE '
                    'CAPACITY - RUN STOPPED, MASTER NOT TOUCHED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

       2110-SEARCH-ID.
           IF WS-ID-VALUE(WS-ID-IDX) = WS-JRNL-ID
              MOVE 'Y' TO WS-ID-FOUND
              MOVE 'Y' TO WS-ID-HIT(WS-ID-IDX)
           END-IF
           .

      * Undoes one journalled change - only when the cluster still
      * holds exactly the after image, otherwise the record has
      * moved on since and is left alone. The detail line is filled
      * from the entry as journalled before anything overwrites it
       3000-REVERSE-ENTRY.
           MOVE WS-BKO-ENTRY(WS-BKO-IDX) TO WS-JRNL-LINE
           MOVE WS-JRNL-BEFORE TO WS-JRNL-BEFORE-FULL(1:40)
           MOVE WS-JRNL-BEFORE-EXT TO WS-JRNL-BEFORE-FULL(41:20)
           MOVE WS-JRNL-AFTER TO WS-JRNL-AFTER-FULL(1:40)
           MOVE WS-JRNL-AFTER-EXT TO WS-JRNL-AFTER-FULL(41:20)
           MOVE SPACES TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-IMAGE
           MOVE WS-JRNL-ID TO WS-DET-ID
           MOVE WS-JRNL-SEQ TO WS-DET-SEQ
           MOVE WS-JRNL-PASS TO WS-DET-PASS
           PERFORM 3410-SET-ACTION-TEXT
           MOVE 'N' TO WS-MSTR-FOUND
           MOVE SPACES TO WS-MSTR-CURRENT
           MOVE WS-JRNL-ID TO MV-ID
           READ MSTR-VS INTO WS-MSTR-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MSTR-FOUND
                 MOVE WS-MSTR-REC TO WS-MSTR-CURRENT
           END-READ
           EVALUATE TRUE
              WHEN WS-MSTR-FOUND = 'N'
                 ADD 1 TO WS-BKO-REFUSED
                 MOVE 'NOT REVERSED - NOT ON MASTER'
                    TO WS-DET-RESULT
              WHEN WS-MSTR-CURRENT NOT = WS-JRNL-AFTER-FULL
                 ADD 1 TO WS-BKO-REFUSED
                 MOVE 'NOT REVERSED - CHANGED SINCE'
                    TO WS-DET-RESULT
                 MOVE WS-MSTR-CURRENT TO WS-DET-IMAGE
              WHEN JRNL-ACT-ADD
                 PERFORM 3100-DELETE-ADDED
              WHEN OTHER
                 PERFORM 3200-RESTORE-BEFORE
           END-EVALUATE
           PERFORM 3400-PRINT-DETAIL
           .

      * A first accept is undone by removing the record - before
      * that night the master never held the ID
       3100-DELETE-ADDED.
           DELETE MSTR-VS RECORD
              INVALID KEY
                 PERFORM 8900-VSAM-ERROR
           END-DELETE
           ADD 1 TO WS-BKO-REVERSED
           ADD 1 TO WS-BKO-DELETED
           MOVE 'DELETED - FIRST ACCEPT UNDONE' TO WS-DET-RESULT
           MOVE 'D' TO WS-JRNL-ACTION
           MOVE SPACES TO WS-JRNL-AFTER-FULL
           PERFORM 3300-WRITE-REVERSAL
           .

      * An update, reactivation or retirement is undone by putting
      * the before image back exactly as it was
       3200-RESTORE-BEFORE.
           MOVE WS-JRNL-BEFORE-FULL TO MSTR-VS-RECORD
           REWRITE MSTR-VS-RECORD
              INVALID KEY
                 PERFORM 8900-VSAM-ERROR
           END-REWRITE
           ADD 1 TO WS-BKO-REVERSED
           ADD 1 TO WS-BKO-RESTORED
           MOVE 'RESTORED TO BEFORE IMAGE' TO WS-DET-RESULT
           MOVE WS-JRNL-BEFORE-FULL TO WS-DET-IMAGE
           MOVE 'X' TO WS-JRNL-ACTION
           MOVE WS-JRNL-BEFORE-FULL TO WS-JRNL-AFTER-FULL
           PERFORM 3300-WRITE-REVERSAL
           .

      * Journals the reversal as pass B - before image is what the
      * cluster held, after image is what it holds now (spaces for
      * a deleted record). The original entry is overwritten here,
      * after 3000 has taken the detail line from it
       3300-WRITE-REVERSAL.
           ADD 1 TO WS-JRNL-WRITTEN
           MOVE WS-RUN-DATE TO WS-JRNL-RUN-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-JRNL-RUN-TIME
           MOVE 'B' TO WS-JRNL-PASS
           MOVE WS-JRNL-WRITTEN TO WS-JRNL-SEQ
           MOVE WS-MSTR-CURRENT(1:40) TO WS-JRNL-BEFORE
           MOVE WS-MSTR-CURRENT(41:20) TO WS-JRNL-BEFORE-EXT
           MOVE WS-JRNL-AFTER-FULL(1:40) TO WS-JRNL-AFTER
           MOVE WS-JRNL-AFTER-FULL(41:20) TO WS-JRNL-AFTER-EXT
           WRITE JRNL-DATA-RECORD FROM WS-JRNL-LINE
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'MSTRBKO: CHANGE JOURNAL WRITE FAILED - STATUS '
                 WS-JRNL-STATUS ' ID ' WS-JRNL-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       3400-PRINT-DETAIL.
           WRITE BKOREPO-REC FROM WS-DET-LINE
           .

       3410-SET-ACTION-TEXT.
           EVALUATE TRUE
              WHEN JRNL-ACT-ADD
                 MOVE 'FIRST ACCEPT' TO WS-DET-ACTION
              WHEN JRNL-ACT-UPDATE
                 MOVE 'UPDATE' TO WS-DET-ACTION
              WHEN JRNL-ACT-REACTIVATE
                 MOVE 'REACTIVATION' TO WS-DET-ACTION
              WHEN JRNL-ACT-RETIRE
                 MOVE 'RETIREMENT' TO WS-DET-ACTION
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-DET-ACTION
           END-EVALUATE
           .

      * Walks the whole cluster in key order and counts what is
      * there - before and after, so the balance is proven against
      * the file itself
       7000-COUNT-MASTER.
           MOVE 0 TO WS-MSTR-WALK
           MOVE 'N' TO WS-VS-EOF
           MOVE LOW-VALUES TO MV-ID
           START MSTR-VS KEY NOT < MV-ID
              INVALID KEY
                 SET VS-EOF-YES TO TRUE
           END-START
           PERFORM 7100-COUNT-NEXT-MASTER
              UNTIL VS-EOF-YES
           .

       7100-COUNT-NEXT-MASTER.
           READ MSTR-VS NEXT RECORD
           AT END
              SET VS-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-MSTR-WALK
           END-READ
           .

      * Every entry selected was either reversed or refused, every
      * reversal was journalled, and the cluster lost exactly the
      * records whose first accepts were undone
       8000-CHECK-BALANCE.
           PERFORM 7000-COUNT-MASTER
           MOVE WS-MSTR-WALK TO WS-MSTR-OUT-COUNT
           IF WS-JRNL-SELECTED NOT = WS-BKO-REVERSED + WS-BKO-REFUSED
              MOVE 'Y' TO WS-BKO-OOB
           END-IF
           IF WS-JRNL-WRITTEN NOT = WS-BKO-REVERSED
              MOVE 'Y' TO WS-BKO-OOB
           END-IF
           IF WS-MSTR-OUT-COUNT + WS-BKO-DELETED NOT = WS-MSTR-IN-COUNT
              MOVE 'Y' TO WS-BKO-OOB
           END-IF
           .

      * A failed keyed rewrite or delete means the cluster and this
      * program disagree about what is out there - stop at once
       8900-VSAM-ERROR.
           DISPLAY 'MSTRBKO: VSAM ERROR ON MASTER - STATUS '
              WS-VS-STATUS ' ID ' WS-JRNL-ID
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Prints the backout balance - journal entries selected
      * against records reversed - and any named ID the night
      * never touched
       9000-PRINT-SUMMARY.
           IF WS-ID-COUNT > 0
              PERFORM 9100-REPORT-ID-MISSED
                 VARYING WS-ID-IDX FROM 1 BY 1
                 UNTIL WS-ID-IDX > WS-ID-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           MOVE 'BACKOUT CONTROL TOTALS' TO WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-REPORT-LINE
           WRITE BKOREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-JRNL-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'JOURNAL RECORDS....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-JRNL-SELECTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES SELECTED...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-BKO-REVERSED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS REVERSED...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-BKO-DELETED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ADDS DELETED.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-BKO-RESTORED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  IMAGES RESTORED..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-BKO-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOT REVERSED.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-JRNL-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REVERSALS JOURNALLD: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-MSTR-IN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER IN..........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           MOVE WS-MSTR-OUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER OUT.........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE BKOREPO-REC FROM WS-REPORT-LINE

           IF WS-JRNL-SELECTED = 0
              MOVE '*** NOTHING ON THE JOURNAL FOR THAT NIGHT -'
                 TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
              MOVE '    CHECK THE RUNDATE ON BKOPARM ***'
                 TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
           END-IF

           IF WS-BKO-REFUSED > 0
              MOVE '*** SOME CHANGES NOT REVERSED - THE MASTER HAS'
                 TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
              MOVE '    MOVED ON SINCE; SEE THE LINES ABOVE ***'
                 TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
           END-IF

           IF WS-BKO-OOB = 'Y'
              MOVE '*** BACKOUT OUT OF BALANCE - SELECTED, REVERSED'
                 TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
              MOVE '    AND MASTER COUNTS DISAGREE - DO NOT RELEASE ***'
                 TO WS-REPORT-LINE
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9100-REPORT-ID-MISSED.
           IF WS-ID-HIT(WS-ID-IDX) = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  *** ID ' DELIMITED BY SIZE
                     WS-ID-VALUE(WS-ID-IDX) DELIMITED BY SIZE
                     ' - NO JOURNAL ENTRY THAT NIGHT ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE BKOREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       END PROGRAM MSTRBKO.
