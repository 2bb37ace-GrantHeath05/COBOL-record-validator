       IDENTIFICATION DIVISION.
       PROGRAM-ID. LKUPBLD.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Online Lookup File Build
      *
      *    Rebuilds the keyed lookup cluster the online inquiry
      *    transactions read. Most of what a caller asks about sits
      *    on sequential datasets no transaction can read by ID,
      *    and the master cluster is held exclusively by the
      *    update, backout, reload and month-end jobs, so no
      *    transaction reads it either. Each night this step
      *    copies them all into one cluster keyed the way the
      *    screens look things up:
      *
      *    | Kind | Key                      | From                |
      *    |------|--------------------------|---------------------|
      *    | C    | (one record)             | build date and time |
      *    | D    | ID, source, sequence     | INVFILE (I),        |
      *    |      |                          | SUSPFILE (S),       |
      *    |      |                          | REVHELD (H),        |
      *    |      |                          | WOFFARCH (W)        |
      *    | O    | office, ID, sequence     | INVFILE entries     |
      *    |      |                          | with an office code |
      *    | A    | user ID, office          | LKUPAUTH member     |
      *    | M    | ID                       | master cluster      |
      *
      *    The D records answer "what happened to this ID" - the
      *    trace screen reads every one for the ID. The O records
      *    are the outstanding rejects in office order for the
      *    office browse screen, and the A records say which user
      *    IDs may browse which offices (*** = every office). The
      *    M records are the master as the night left it, live and
      *    retired alike, one per ID for the trace screen.
      *    Within an ID and source the sequence keeps the order the
      *    entries had on their dataset, so the last one read is
      *    the latest.
      *
      *    The whole cluster is replaced every run - it is a copy,
      *    never a source of truth, and yesterday's copy is simply
      *    rebuilt. A dataset that is absent (no write-offs yet,
      *    say) loads nothing and is noted on the report. A
      *    malformed authority member ends the run RC=16 before the
      *    cluster is touched; a master, or a cluster, that will
      *    not open, and a cluster that will not load, end it
      *    RC=16 too. A duplicated authority entry is
      *    loaded once and ends the step RC=4.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Four datasets copied, the browse authority member, the
      * master cluster, the sort work file, the lookup cluster
      * and the build report
       FILE-CONTROL.
           SELECT INV-DATA   ASSIGN TO INVFILE
               FILE STATUS IS WS-INV-STATUS.
           SELECT SUSP-DATA  ASSIGN TO SUSPFILE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT HOLD-DATA  ASSIGN TO REVHELD
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ARCH-DATA  ASSIGN TO WOFFARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUTH-PARM  ASSIGN TO LKUPAUTH
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MSTR-VS    ASSIGN TO MSTRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-ID
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT SORT-WORK  ASSIGN TO SORTWK01.
           SELECT LKUP-VS    ASSIGN TO LKUPVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LKV-KEY
               FILE STATUS IS WS-VS-STATUS.
           SELECT LKUPREPO   ASSIGN TO LKUPREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD INV-DATA
           RECORDING MODE IS F.
       01 INV-DATA-RECORD        PIC X(224).

       FD SUSP-DATA
           RECORDING MODE IS F.
       01 SUSP-DATA-RECORD       PIC X(214).

       FD HOLD-DATA
           RECORDING MODE IS F.
       01 HOLD-DATA-RECORD       PIC X(80).

       FD ARCH-DATA
           RECORDING MODE IS F.
       01 ARCH-DATA-RECORD       PIC X(240).

       FD AUTH-PARM
           RECORDING MODE IS F.
       01 AUTH-PARM-RECORD       PIC X(80).

      * The master cluster - read front to back, never updated
       FD MSTR-VS.
       01 MSTR-VS-RECORD.
          05 MV-ID               PIC X(5).
          05 FILLER              PIC X(55).

       SD SORT-WORK.
       01 SORT-WORK-RECORD.
          05 SW-KEY              PIC X(16).
          05 FILLER              PIC X(240).

      * The lookup cluster - loaded front to back in key order,
      * which is why everything goes through the sort first
       FD LKUP-VS.
       01 LKUP-VS-RECORD.
          05 LKV-KEY             PIC X(16).
          05 FILLER              PIC X(240).

       FD LKUPREPO
           RECORDING MODE IS F.
       01 LKUPREPO-REC           PIC X(132).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      * One INVFILE entry as RECVAL writes it - the original
      * 80-byte record, the reason text, the aging fields and the
      * office whose batch the record arrived under
       01 WS-INV-LINE.
          05 WS-INV-LINE-ORIGINAL PIC X(80).
          05 FILLER               PIC X(2).
          05 WS-INV-LINE-REASON   PIC X(118).
          05 WS-INV-LINE-FIRST-DATE PIC X(8).
          05 WS-INV-LINE-LAST-DATE  PIC X(8).
          05 WS-INV-LINE-ATTEMPTS   PIC X(3).
          05 WS-INV-LINE-OFFICE   PIC X(3).
          05 FILLER               PIC X(2).

      *********************************
      * One SUSPFILE entry - the original record, why it is
      * suspect, when it was flagged and the office
       01 WS-SUSP-LINE.
          05 WS-SUSP-LINE-ORIGINAL PIC X(80).
          05 FILLER               PIC X(2).
          05 WS-SUSP-LINE-REASON  PIC X(118).
          05 WS-SUSP-LINE-DATE    PIC X(8).
          05 WS-SUSP-LINE-OFFICE  PIC X(3).
          05 FILLER               PIC X(3).

      *********************************
      * One WOFFARCH entry - the INVFILE entry as it stood when
      * written off, then the write-off date and rule
       01 WS-ARCH-LINE.
          05 WS-ARCH-ENTRY        PIC X(224).
          05 WS-ARCH-WOFF-DATE    PIC X(8).
          05 WS-ARCH-WOFF-RULE    PIC X.
          05 FILLER               PIC X(7).

      *********************************
      * One lookup record - must match what the online inquiry
      * programs RVLKUP and RVLKOF read
      *    | Field      | Columns | Content                       |
      *    |------------|---------|-------------------------------|
      *    | KIND       | 1       | C, D, O, A or M (see above)   |
      *    | KEY MAJOR  | 2-9     | D/M: ID; O: office+ID;        |
      *    |            |         | A: user                       |
      *    | KEY SOURCE | 10      | D: I/S/H/W; O: I; A/M: space  |
      *    | KEY SEQ    | 11-16   | D/O: sequence; A: office;     |
      *    |            |         | M: spaces                     |
      *    | SOURCE     | 17      | I, S, H, W or M               |
      *    | ID         | 18-22   | Record ID                     |
      *    | OFFICE     | 23-25   | Sending office                |
      *    | FIRST DATE | 26-33   | First failed / flagged date   |
      *    | LAST DATE  | 34-41   | Last resubmission date        |
      *    | ATTEMPTS   | 42-44   | Attempts bounced              |
      *    | WOFF DATE  | 45-52   | Write-off date                |
      *    | WOFF RULE  | 53      | D, A or B                     |
      *    | RECORD     | 54-133  | The original 80-byte record;  |
      *    |            |         | M: the 60-byte master record  |
      *    | REASON     | 134-251 | Reject / suspect reason text  |
       01 WS-LKR-LINE.
          05 WS-LKR-KEY.
             10 WS-LKR-KIND      PIC X.
             10 WS-LKR-KEY-MAJOR PIC X(8).
             10 WS-LKR-KEY-SOURCE PIC X.
             10 WS-LKR-KEY-SEQ   PIC X(6).
          05 WS-LKR-SOURCE       PIC X.
          05 WS-LKR-ID           PIC X(5).
          05 WS-LKR-OFFICE       PIC X(3).
          05 WS-LKR-FIRST-DATE   PIC X(8).
          05 WS-LKR-LAST-DATE    PIC X(8).
          05 WS-LKR-ATTEMPTS     PIC X(3).
          05 WS-LKR-WOFF-DATE    PIC X(8).
          05 WS-LKR-WOFF-RULE    PIC X.
          05 WS-LKR-RECORD       PIC X(80).
          05 WS-LKR-REASON       PIC X(118).
          05 FILLER              PIC X(5).

      *********************************
      * The control record - when the copy was taken, so the
      * screens can say how current the reject data is
       01 WS-LKC-LINE.
          05 WS-LKC-KEY          PIC X(16).
          05 WS-LKC-BUILD-DATE   PIC 9(8).
          05 WS-LKC-BUILD-TIME   PIC 9(6).
          05 FILLER              PIC X(226).

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-INV-STATUS       PIC XX     VALUE SPACES.
          05 WS-SUSP-STATUS      PIC XX     VALUE SPACES.
          05 WS-HOLD-STATUS      PIC XX     VALUE SPACES.
          05 WS-ARCH-STATUS      PIC XX     VALUE SPACES.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-VS-STATUS        PIC XX     VALUE SPACES.
          05 WS-MSTR-STATUS      PIC XX     VALUE SPACES.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-SORT-EOF         PIC X      VALUE 'N'.
             88 SORT-EOF-YES                VALUE 'Y'.
          05 WS-INV-PRESENT      PIC X      VALUE 'N'.
          05 WS-SUSP-PRESENT     PIC X      VALUE 'N'.
          05 WS-HOLD-PRESENT     PIC X      VALUE 'N'.
          05 WS-ARCH-PRESENT     PIC X      VALUE 'N'.

      *********************************
      * Browse authority member - one BROWSE record per user and
      * office, read whole and proven before anything is loaded
       01 WS-AUTH-PARMS.
          05 WS-PARM-ERR-TEXT    PIC X(40).
          05 WS-PARM-KW          PIC X(8).
          05 WS-PARM-OP1         PIC X(9).
          05 WS-PARM-OP2         PIC X(4).
          05 WS-PARM-OP3         PIC X(8).
          05 WS-AUTH-COUNT       PIC 9(3)   COMP VALUE 0.
          05 WS-AUTH-IDX         PIC 9(3)   COMP VALUE 0.
          05 WS-AUTH-ENTRY       OCCURS 500 TIMES.
             10 WS-AUTH-USER     PIC X(8).
             10 WS-AUTH-OFFICE   PIC X(3).

      *********************************
      * Counters for:
      * Entries copied from each dataset and the master, office
      * index entries,
      * authority entries and duplicated authority entries
       01 WS-COUNTERS.
          05 WS-SEQ-N            PIC 9(6)   VALUE 0.
          05 WS-INV-COUNT        PIC 9(7)   VALUE 0.
          05 WS-SUSP-COUNT       PIC 9(7)   VALUE 0.
          05 WS-HOLD-COUNT       PIC 9(7)   VALUE 0.
          05 WS-ARCH-COUNT       PIC 9(7)   VALUE 0.
          05 WS-MSTR-COUNT       PIC 9(7)   VALUE 0.
          05 WS-OFC-COUNT        PIC 9(7)   VALUE 0.
          05 WS-NO-OFC-COUNT     PIC 9(7)   VALUE 0.
          05 WS-AUTH-LOADED      PIC 9(7)   VALUE 0.
          05 WS-AUTH-DUPS        PIC 9(7)   VALUE 0.
          05 WS-LOADED           PIC 9(7)   VALUE 0.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-RUN-TIME         PIC 9(8)   VALUE 0.

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
          05 WS-SOURCE-NAME      PIC X(20).
          05 WS-SOURCE-PRESENT   PIC X.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
              ON ASCENDING KEY SW-KEY
              INPUT PROCEDURE IS 2000-RELEASE-ENTRIES
              OUTPUT PROCEDURE IS 3000-LOAD-CLUSTER
           PERFORM 9000-PRINT-SUMMARY
           CLOSE LKUPREPO
           IF WS-AUTH-DUPS > 0
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
              MOVE 'LKUPBLD' TO WS-JST-PROGRAM
              MOVE SPACE TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              ACCEPT WS-JST-TIME-RAW FROM TIME
              MOVE WS-JST-TIME-RAW(1:6) TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              MOVE SPACE TO WS-JST-BALANCE
              MOVE WS-INV-COUNT TO WS-JST-COUNT(1)
              MOVE WS-SUSP-COUNT TO WS-JST-COUNT(2)
              MOVE WS-HOLD-COUNT TO WS-JST-COUNT(3)
              MOVE WS-ARCH-COUNT TO WS-JST-COUNT(4)
              MOVE WS-OFC-COUNT TO WS-JST-COUNT(5)
              MOVE WS-AUTH-LOADED TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

      * The authority member is proven whole before the sort - a
      * half-read member must never leave an office open to the
      * wrong users, or shut out the right ones
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-LOAD-AUTHORITY
           OPEN OUTPUT LKUPREPO
           MOVE 'ONLINE LOOKUP FILE BUILD' TO WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           .

      * Reads the browse authority member. Anything wrong - a
      * missing member, an unknown keyword, a bad operand - ends
      * the run RC=16 through 1165-PARM-ERROR before the cluster
      * is touched, so last night's copy stays in service
       1100-LOAD-AUTHORITY.
           OPEN INPUT AUTH-PARM
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'LKUPAUTH MISSING OR UNREADABLE'
                 TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           PERFORM 1110-READ-PARM UNTIL PARM-EOF-YES
           CLOSE AUTH-PARM
           .

       1110-READ-PARM.
           READ AUTH-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF AUTH-PARM-RECORD(1:1) NOT = '*'
                 AND AUTH-PARM-RECORD NOT = SPACES
                 PERFORM 1120-APPLY-PARM
              END-IF
           END-READ
           .

      * BROWSE <user ID> <office code or ALL> - ALL is held as ***,
      * the key the browse screen tries when the office itself has
      * no entry for the user
       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
                          WS-PARM-OP3
           UNSTRING AUTH-PARM-RECORD
              DELIMITED BY ALL ' '
              INTO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2 WS-PARM-OP3
           END-UNSTRING
           IF WS-PARM-KW NOT = 'BROWSE'
              MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           IF WS-PARM-OP1 = SPACES
              OR WS-PARM-OP1(9:1) NOT = SPACE
              MOVE 'BAD BROWSE USER ID' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           IF WS-PARM-OP2(1:3) = SPACES
              OR WS-PARM-OP2(3:1) = SPACE
              OR WS-PARM-OP2(4:1) NOT = SPACE
              OR WS-PARM-OP2(1:3) = '***'
              OR WS-PARM-OP3 NOT = SPACES
              MOVE 'BAD BROWSE OFFICE' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           IF WS-AUTH-COUNT NOT < 500
              MOVE 'MORE THAN 500 BROWSE ENTRIES'
                 TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           MOVE WS-PARM-OP1(1:8) TO WS-AUTH-USER(WS-AUTH-COUNT)
           IF WS-PARM-OP2(1:3) = 'ALL'
              MOVE '***' TO WS-AUTH-OFFICE(WS-AUTH-COUNT)
           ELSE
              MOVE WS-PARM-OP2(1:3) TO WS-AUTH-OFFICE(WS-AUTH-COUNT)
           END-IF
           .

      * Fail fast - the message names the parameter that broke so
      * the member can be fixed without digging through a dump
       1165-PARM-ERROR.
           DISPLAY 'LKUPBLD: PARAMETER ERROR - ' WS-PARM-ERR-TEXT
           IF AUTH-PARM-RECORD NOT = SPACES
              DISPLAY 'LKUPBLD: RECORD IN ERROR: <' AUTH-PARM-RECORD
                 '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Sort input - every entry of every dataset, then the
      * master, the authority entries and the control record. The
      * sequence number is one running count across the datasets,
      * and the master holds each ID once, so no two keys can ever
      * collide except a duplicated authority entry
       2000-RELEASE-ENTRIES.
           OPEN INPUT INV-DATA
           IF WS-INV-STATUS = '00'
              MOVE 'Y' TO WS-INV-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM 2100-RELEASE-REJECT UNTIL EOF-YES
              CLOSE INV-DATA
           END-IF
           OPEN INPUT SUSP-DATA
           IF WS-SUSP-STATUS = '00'
              MOVE 'Y' TO WS-SUSP-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM 2200-RELEASE-SUSPECT UNTIL EOF-YES
              CLOSE SUSP-DATA
           END-IF
           OPEN INPUT HOLD-DATA
           IF WS-HOLD-STATUS = '00'
              MOVE 'Y' TO WS-HOLD-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM 2300-RELEASE-HELD UNTIL EOF-YES
              CLOSE HOLD-DATA
           END-IF
           OPEN INPUT ARCH-DATA
           IF WS-ARCH-STATUS = '00'
              MOVE 'Y' TO WS-ARCH-PRESENT
              MOVE 'N' TO WS-EOF
              PERFORM 2400-RELEASE-WRITE-OFF UNTIL EOF-YES
              CLOSE ARCH-DATA
           END-IF
           OPEN INPUT MSTR-VS
           IF WS-MSTR-STATUS NOT = '00'
              DISPLAY 'LKUPBLD: MASTER CLUSTER WILL NOT OPEN - STATUS '
                 WS-MSTR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM 2600-RELEASE-MASTER UNTIL EOF-YES
           CLOSE MSTR-VS
           PERFORM 2500-RELEASE-AUTHORITY
              VARYING WS-AUTH-IDX FROM 1 BY 1
              UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
           MOVE SPACES TO WS-LKC-LINE
           MOVE 'C' TO WS-LKC-KEY
           MOVE WS-RUN-DATE TO WS-LKC-BUILD-DATE
           MOVE WS-RUN-TIME(1:6) TO WS-LKC-BUILD-TIME
           RELEASE SORT-WORK-RECORD FROM WS-LKC-LINE
           .

      * An outstanding reject goes in twice - once under its ID for
      * the trace screen, and once under its office for the browse
      * screen. A reject with no office (a legacy unbatched file)
      * can be traced but belongs to no office to browse
       2100-RELEASE-REJECT.
           READ INV-DATA INTO WS-INV-LINE
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-INV-COUNT
              ADD 1 TO WS-SEQ-N
              MOVE SPACES TO WS-LKR-LINE
              MOVE 'I' TO WS-LKR-SOURCE
              MOVE WS-INV-LINE-ORIGINAL(1:5) TO WS-LKR-ID
              MOVE WS-INV-LINE-OFFICE TO WS-LKR-OFFICE
              MOVE WS-INV-LINE-FIRST-DATE TO WS-LKR-FIRST-DATE
              MOVE WS-INV-LINE-LAST-DATE TO WS-LKR-LAST-DATE
              MOVE WS-INV-LINE-ATTEMPTS TO WS-LKR-ATTEMPTS
              MOVE WS-INV-LINE-ORIGINAL TO WS-LKR-RECORD
              MOVE WS-INV-LINE-REASON TO WS-LKR-REASON
              PERFORM 2900-RELEASE-BY-ID
              IF WS-INV-LINE-OFFICE = SPACES
                 ADD 1 TO WS-NO-OFC-COUNT
              ELSE
                 ADD 1 TO WS-OFC-COUNT
                 MOVE 'O' TO WS-LKR-KIND
                 MOVE WS-LKR-OFFICE TO WS-LKR-KEY-MAJOR(1:3)
                 MOVE WS-LKR-ID TO WS-LKR-KEY-MAJOR(4:5)
                 MOVE 'I' TO WS-LKR-KEY-SOURCE
                 MOVE WS-SEQ-N TO WS-LKR-KEY-SEQ
                 RELEASE SORT-WORK-RECORD FROM WS-LKR-LINE
              END-IF
           END-READ
           .

      * A suspect carries the date it was flagged in the first-
      * date slot; it has no attempts of its own
       2200-RELEASE-SUSPECT.
           READ SUSP-DATA INTO WS-SUSP-LINE
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-SUSP-COUNT
              ADD 1 TO WS-SEQ-N
              MOVE SPACES TO WS-LKR-LINE
              MOVE 'S' TO WS-LKR-SOURCE
              MOVE WS-SUSP-LINE-ORIGINAL(1:5) TO WS-LKR-ID
              MOVE WS-SUSP-LINE-OFFICE TO WS-LKR-OFFICE
              MOVE WS-SUSP-LINE-DATE TO WS-LKR-FIRST-DATE
              MOVE WS-SUSP-LINE-ORIGINAL TO WS-LKR-RECORD
              MOVE WS-SUSP-LINE-REASON TO WS-LKR-REASON
              PERFORM 2900-RELEASE-BY-ID
           END-READ
           .

      * A held revision is the raw input record and nothing else
       2300-RELEASE-HELD.
           READ HOLD-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-HOLD-COUNT
              ADD 1 TO WS-SEQ-N
              MOVE SPACES TO WS-LKR-LINE
              MOVE 'H' TO WS-LKR-SOURCE
              MOVE HOLD-DATA-RECORD(1:5) TO WS-LKR-ID
              MOVE HOLD-DATA-RECORD TO WS-LKR-RECORD
              PERFORM 2900-RELEASE-BY-ID
           END-READ
           .

      * A written-off entry keeps its whole aging history plus the
      * write-off stamp
       2400-RELEASE-WRITE-OFF.
           READ ARCH-DATA INTO WS-ARCH-LINE
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-ARCH-COUNT
              ADD 1 TO WS-SEQ-N
              MOVE WS-ARCH-ENTRY TO WS-INV-LINE
              MOVE SPACES TO WS-LKR-LINE
              MOVE 'W' TO WS-LKR-SOURCE
              MOVE WS-INV-LINE-ORIGINAL(1:5) TO WS-LKR-ID
              MOVE WS-INV-LINE-OFFICE TO WS-LKR-OFFICE
              MOVE WS-INV-LINE-FIRST-DATE TO WS-LKR-FIRST-DATE
              MOVE WS-INV-LINE-LAST-DATE TO WS-LKR-LAST-DATE
              MOVE WS-INV-LINE-ATTEMPTS TO WS-LKR-ATTEMPTS
              MOVE WS-ARCH-WOFF-DATE TO WS-LKR-WOFF-DATE
              MOVE WS-ARCH-WOFF-RULE TO WS-LKR-WOFF-RULE
              MOVE WS-INV-LINE-ORIGINAL TO WS-LKR-RECORD
              MOVE WS-INV-LINE-REASON TO WS-LKR-REASON
              PERFORM 2900-RELEASE-BY-ID
           END-READ
           .

       2500-RELEASE-AUTHORITY.
           MOVE SPACES TO WS-LKR-LINE
           MOVE 'A' TO WS-LKR-KIND
           MOVE WS-AUTH-USER(WS-AUTH-IDX) TO WS-LKR-KEY-MAJOR
           MOVE WS-AUTH-OFFICE(WS-AUTH-IDX) TO WS-LKR-KEY-SEQ(1:3)
           MOVE WS-AUTH-OFFICE(WS-AUTH-IDX) TO WS-LKR-OFFICE
           RELEASE SORT-WORK-RECORD FROM WS-LKR-LINE
           .

      * One M record per master record, keyed by the ID alone -
      * the master holds each ID once, so the key is unique
       2600-RELEASE-MASTER.
           READ MSTR-VS NEXT
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-MSTR-COUNT
              MOVE SPACES TO WS-LKR-LINE
              MOVE 'M' TO WS-LKR-KIND
              MOVE MV-ID TO WS-LKR-KEY-MAJOR
              MOVE 'M' TO WS-LKR-SOURCE
              MOVE MV-ID TO WS-LKR-ID
              MOVE MSTR-VS-RECORD(49:3) TO WS-LKR-OFFICE
              MOVE MSTR-VS-RECORD TO WS-LKR-RECORD
              RELEASE SORT-WORK-RECORD FROM WS-LKR-LINE
           END-READ
           .

       2900-RELEASE-BY-ID.
           MOVE 'D' TO WS-LKR-KIND
           MOVE WS-LKR-ID TO WS-LKR-KEY-MAJOR
           MOVE WS-LKR-SOURCE TO WS-LKR-KEY-SOURCE
           MOVE WS-SEQ-N TO WS-LKR-KEY-SEQ
           RELEASE SORT-WORK-RECORD FROM WS-LKR-LINE
           .

      * Sort output - the cluster is defined REUSE and opened
      * OUTPUT, so last night's copy is emptied and the sorted
      * records load in key order. Only a duplicated authority
      * entry can hit an existing key; it is loaded once
       3000-LOAD-CLUSTER.
           OPEN OUTPUT LKUP-VS
           IF WS-VS-STATUS NOT = '00'
              DISPLAY 'LKUPBLD: LOOKUP CLUSTER WILL NOT OPEN - STATUS '
                 WS-VS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 3100-LOAD-ONE UNTIL SORT-EOF-YES
           CLOSE LKUP-VS
           .

       3100-LOAD-ONE.
           RETURN SORT-WORK INTO WS-LKR-LINE
           AT END
              SET SORT-EOF-YES TO TRUE
           NOT AT END
              WRITE LKUP-VS-RECORD FROM WS-LKR-LINE
              EVALUATE TRUE
                 WHEN WS-VS-STATUS = '00'
                    ADD 1 TO WS-LOADED
                    IF WS-LKR-KIND = 'A'
                       ADD 1 TO WS-AUTH-LOADED
                    END-IF
                 WHEN WS-VS-STATUS = '22' AND WS-LKR-KIND = 'A'
                    ADD 1 TO WS-AUTH-DUPS
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '*** DUPLICATE BROWSE ENTRY IGNORED: '
                              DELIMITED BY SIZE
                           WS-LKR-KEY-MAJOR DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-LKR-OFFICE DELIMITED BY SIZE
                           ' ***' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
                    WRITE LKUPREPO-REC FROM WS-REPORT-LINE
                 WHEN OTHER
                    DISPLAY 'LKUPBLD: LOOKUP CLUSTER WRITE FAILED - '
                       'STATUS ' WS-VS-STATUS ' KEY ' WS-LKR-KEY
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-RETURN
           .

       9000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE 'ENTRIES COPIED' TO WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-HEADER-LINE-2
           MOVE 'OUTSTANDING REJECTS' TO WS-SOURCE-NAME
           MOVE WS-INV-PRESENT TO WS-SOURCE-PRESENT
           MOVE WS-INV-COUNT TO WS-EDIT-COUNT
           PERFORM 9100-PRINT-SOURCE
           MOVE 'SUSPECTS' TO WS-SOURCE-NAME
           MOVE WS-SUSP-PRESENT TO WS-SOURCE-PRESENT
           MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT
           PERFORM 9100-PRINT-SOURCE
           MOVE 'HELD REVISIONS' TO WS-SOURCE-NAME
           MOVE WS-HOLD-PRESENT TO WS-SOURCE-PRESENT
           MOVE WS-HOLD-COUNT TO WS-EDIT-COUNT
           PERFORM 9100-PRINT-SOURCE
           MOVE 'WRITE-OFF ARCHIVE' TO WS-SOURCE-NAME
           MOVE WS-ARCH-PRESENT TO WS-SOURCE-PRESENT
           MOVE WS-ARCH-COUNT TO WS-EDIT-COUNT
           PERFORM 9100-PRINT-SOURCE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE WS-MSTR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER RECORDS..........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE WS-OFC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OFFICE BROWSE ENTRIES...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE WS-NO-OFC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REJECTS WITH NO OFFICE..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE WS-AUTH-LOADED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BROWSE AUTHORITIES......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           MOVE WS-LOADED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS LOADED..........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           IF WS-AUTH-DUPS > 0
              MOVE WS-AUTH-DUPS TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' DUPLICATE BROWSE ENTRIES IN LKUPAUTH ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

      * One dataset's count - or a note that it was not there, so
      * a missing DD is never mistaken for an empty dataset
       9100-PRINT-SOURCE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SOURCE-PRESENT = 'Y'
              STRING WS-SOURCE-NAME DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING WS-SOURCE-NAME DELIMITED BY SIZE
                     ':  NOT PRESENT - NOTHING COPIED'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE LKUPREPO-REC FROM WS-REPORT-LINE
           .

       END PROGRAM LKUPBLD.
