      *    | 02   | Invalid score    |
      *    | 03   | Invalid category |
      *    | 04   | Duplicate ID     |
      *    | 05   | Unknown office   |
      *    | 06   | Replayed batch   |
      *    | 07   | Invalid eff date |
      *
      *    Codes 05 and 06 condemn a whole batch at its header - an
      *    office the registry does not know, or an office/date/
      *    sequence at or behind the high-water mark the registry
      *    holds for that office - and every record in the batch
      *    is rejected under that one code without further checks.
      *
      *    Every accepted record carries an effective date - the
      *    date its data was true as of - onto ACCPFILE for the
      *    master update to judge it by. The office may give it in
      *    columns 16-23; left blank it defaults to the BHDR batch
      *    date (the run date on an unbatched file). A corrections
      *    pass defaults it to the date the original first failed,
      *    since that is when the office sent it, not today. A date
      *    given but not a real YYYYMMDD date, or later than the
      *    run date, fails the record under code 07.
      *
      *    The program also produces summary
      *    counts for total, valid, and invalid records.
      *    a logical delete. Retractions count separately from
      *    valid records everywhere the suite balances.
      *
      *    A PARTCTL DD runs the main pass as one partition of a
      *    split INFILE (see RVSPLIT and RVMERGE). The partition
      *    validates its own slice of the offices exactly as a
      *    whole-file run would, but leaves the registry, the run
      *    history and the missing-sender check to the merge, and
      *    stamps its checkpoint with the partition number and the
      *    split it belongs to so the merge can prove every slice
      *    ran to completion against the same split. Each accepted
      *    ID goes on the checkpoint with the position it was
      *    accepted at, which is what lets the merge settle a
      *    duplicate sent in under two different partitions.
      *
      *********************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-JSTAT-STATUS.
           SELECT OPTIONAL SUSP-DATA ASSIGN TO SUSPFILE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OFCREG-DATA ASSIGN TO OFCREG
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL PART-CTL ASSIGN TO PARTCTL
               FILE STATUS IS WS-PART-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * (MSTRUPD) applies to the cumulative accepted-records master
       FD ACCP-DATA
           RECORDING MODE IS F.
       01 ACCP-DATA-RECORD       PIC X(50).

      * Restart dataset, written append-only (see 8800-WRITE-
      * CHECKPOINT) - each totals-type record holds how many INFILE
          05 CHKPT-T-REC-REVISED        PIC 9(5).
          05 CHKPT-T-REV-HELD           PIC 9(5).
          05 CHKPT-T-REC-SUSPECT        PIC 9(5).
      * Partition number and split stamp (date and time) when the
      * run was one partition of a split INFILE, zeros otherwise,
      * and whether a legacy file trailer failed to balance - the
      * merge reads all three off each partition's last record
          05 CHKPT-T-PART-NO            PIC 9.
          05 CHKPT-T-SPLIT-STAMP        PIC 9(14).
          05 CHKPT-T-TRL-OOB            PIC X.
      * Batches refused because the batch table was full
          05 CHKPT-T-BATCH-OVER         PIC 9(3).

      * The data-record position the ID was accepted at rides
      * beside it - the merge of a partitioned run needs it to
      * tell which of an ID's occurrences was the one taken
       01 CHKPT-ID-REC REDEFINES CHKPT-RECORD.
          05 FILLER                     PIC X.
          05 CHKPT-I-ID                 PIC X(5).
          05 CHKPT-I-SEQ                PIC 9(5).
          05 FILLER                     PIC X(629).

      * One record per input batch seen so far, written behind the
      * totals record the same way the accepted-ID records are, so a
          05 CHKPT-B-TRAILER-FND        PIC X.
          05 CHKPT-B-OOB                PIC X.
          05 CHKPT-B-SUSPECT            PIC 9(5).
          05 CHKPT-B-REJECT             PIC X.
          05 CHKPT-B-GAP                PIC X.
          05 CHKPT-B-HW-DATE            PIC X(8).
          05 CHKPT-B-HW-SEQ             PIC X(3).
          05 FILLER                     PIC X(585).

      * Correction/resubmission dataset - same 80-byte layout as
      * INFILE, keyed by the ID field. RECVAL matches each record
          05 MRV-LAST-DATE       PIC X(8).
          05 MRV-STATUS-FLAG     PIC X.
             88 MRV-RETIRED                VALUE 'R'.
          05 FILLER              PIC X(28).

      * Revisions held for review when the HOLDREV rule is on -
      * the raw 80-byte input records, kept off ACCPFILE so they
           RECORDING MODE IS F.
       01 SUSP-DATA-RECORD       PIC X(214).

      * Office registry - one record per office allowed to send a
      * batch, with the days it is due and the last batch sequence
      * accepted from it. Read at the start of a main pass and
      * rewritten at the end of a clean one with the new high-water
      * marks, so the sequence carries from one night to the next.
      * * in column 1 for comments, which are kept on the rewrite
      *    | Field     | Columns | Content                   |
      *    |-----------|---------|---------------------------|
      *    | OFFICE    | 1-3     | Office code               |
      *    | DAYS      | 5-11    | Y/N for Monday..Sunday    |
      *    | LAST DATE | 13-20   | YYYYMMDD, zeros if none   |
      *    | LAST SEQ  | 22-24   | Numeric, 000 if none      |
      *    | NAME      | 26-55   | Office name               |
       FD OFCREG-DATA
           RECORDING MODE IS F.
       01 OFCREG-DATA-RECORD     PIC X(80).

      * Partition control record - one record, written by the
      * RVSPLIT step beside each partition's slice of INFILE. Its
      * presence is the partition switch, the same way CANDRULE
      * switches a run into simulation. The split date and time
      * identify the split the slice came from; the merge refuses
      * a partition whose checkpoint carries any other stamp.
       FD PART-CTL
           RECORDING MODE IS F.
       01 PART-CTL-RECORD        PIC X(80).

       01 PART-CTL-FIELDS REDEFINES PART-CTL-RECORD.
          05 PCTL-PART-NO        PIC X.
          05 PCTL-SPLIT-DATE     PIC X(8).
          05 PCTL-SPLIT-TIME     PIC X(6).
          05 PCTL-DATA-RECS      PIC X(7).
          05 PCTL-BATCHES        PIC X(5).
      * Y when the whole INFILE carried batch headers - only a
      * slice of an unbatched file can owe a file trailer
          05 PCTL-BATCHED-FILE   PIC X.
      * How many of the slice's batches fall among the whole
      * file's first 20 - the ones this run may take into its
      * batch table
          05 PCTL-BATCH-LIMIT    PIC X(3).
          05 FILLER              PIC X(49).

       WORKING-STORAGE SECTION.

      *********************************
      *    | SCORE-2   | 9-11    | Numeric |
      *    | SCORE-3   | 12-14   | Numeric |
      *    | CATEGORY  | 15      | Rules   |
      *    | EFF DATE  | 16-23   | YYYYMMDD or blank |
      *********************************
      * Holds the raw 80-byte record currently being validated,
      * whether it came from INPUT-DATA or (later) a correction file
          05 WS-IN-SCORE2        PIC X(3).
          05 WS-IN-SCORE3        PIC X(3).
          05 WS-IN-CATEGORY      PIC X.
          05 WS-IN-EFF-DATE      PIC X(8).

      *********************************
      * Effective date settled for the current record (see 2220)
      * and the working view 4400 checks a supplied one through
       01 WS-EFF-DATA.
          05 WS-EFF-DATE         PIC X(8)   VALUE SPACES.
          05 WS-EFF-CHECK        PIC 9(8)   VALUE 0.
          05 WS-EFF-CHECK-PARTS REDEFINES WS-EFF-CHECK.
             10 WS-EFF-CHECK-YYYY PIC 9(4).
             10 WS-EFF-CHECK-MM   PIC 9(2).
             10 WS-EFF-CHECK-DD   PIC 9(2).
          05 WS-EFF-BAD          PIC X      VALUE 'N'.
      * Office the current record came from - its batch on the
      * main pass, its outstanding entry's office on corrections
          05 WS-SRC-OFFICE       PIC X(3)   VALUE SPACES.
          05 WS-EFF-MONTH-LIMIT  PIC 9(2)   VALUE 0.
          05 WS-EFF-MONTH-DAYS   PIC X(24)
                VALUE '312831303130313130313031'.
          05 WS-EFF-MONTH-TABLE REDEFINES WS-EFF-MONTH-DAYS.
             10 WS-EFF-MONTH-DAY OCCURS 12 TIMES PIC 9(2).

      *********************************
      * Category-specific passing minimum applied in 4200-CHECK-SCORES
             88 RTR-RECORD-YES                 VALUE 'Y'.
          05 WS-BATCH-MODE           PIC X     VALUE 'N'.
             88 BATCH-MODE-YES                 VALUE 'Y'.
      * X while a batch the table had no room for is open - with
      * the registry in force such a batch is refused whole, since
      * it cannot be judged against the registry
          05 WS-BATCH-OPEN           PIC X     VALUE 'N'.
             88 BATCH-OPEN-YES                 VALUE 'Y'.
             88 BATCH-OVERFLOW-OPEN            VALUE 'X'.
          05 WS-CTL-RECORD           PIC X     VALUE 'N'.
          05 WS-BATCH-COUNT          PIC 9(3)  COMP VALUE 0.
      * Batches the table may take - 20 on a whole-file run; a
      * partition takes only those of its batches that fall among
      * the whole file's first 20, as its control record says, so
      * it refuses the same batches a whole-file run would
          05 WS-BATCH-LIMIT          PIC 9(3)  COMP VALUE 20.
          05 WS-BATCH-OVERFLOW       PIC 9(3)  VALUE 0.
          05 WS-BATCH-OVF-OFFICE     PIC X(3)  VALUE SPACES.
          05 WS-BATCH-IDX            PIC 9(3)  COMP VALUE 0.
          05 WS-BATCH-OOB-COUNT      PIC 9(3)  VALUE 0.
          05 WS-BATCH-STRAY          PIC 9(5)  VALUE 0.
             10 WS-BAT-EXPECTED      PIC 9(5).
             10 WS-BAT-TRAILER-FND   PIC X.
             10 WS-BAT-OOB           PIC X.
      * Registry outcome for the batch - REJECT is U (unknown
      * office) or R (replayed) when the whole batch is refused,
      * space otherwise; GAP is Y when the sequence did not follow
      * on from the office's high-water mark. HW-DATE/HW-SEQ keep
      * the high-water the header was judged against, for the
      * report
             10 WS-BAT-REJECT        PIC X.
                88 BAT-REJECT-UNKNOWN           VALUE 'U'.
                88 BAT-REJECT-REPLAY            VALUE 'R'.
             10 WS-BAT-GAP           PIC X.
             10 WS-BAT-HW-DATE       PIC X(8).
             10 WS-BAT-HW-SEQ        PIC X(3).

      *********************************
      * Per-office rollup of the batch table, built at report time
             10 WS-OFC-SUSPECT       PIC 9(7).
             10 WS-OFC-OOB           PIC 9(3).

      *********************************
      * Office registry held in memory for the main pass. Every
      * registry record is kept, comments included, in the line
      * table so the rewrite puts the dataset back exactly as it
      * was apart from the high-water columns; the office table
      * points each office at its line. CUR-DATE/CUR-SEQ start at
      * the registry's high-water and move up as each accepted
      * batch header is read, so a second batch from the same
      * office in the same file is judged against the first
       01 WS-REGISTRY-DATA.
          05 WS-REG-STATUS           PIC XX    VALUE SPACES.
          05 WS-REG-EOF              PIC X     VALUE 'N'.
             88 REG-EOF-YES                    VALUE 'Y'.
          05 WS-REG-ACTIVE           PIC X     VALUE 'N'.
             88 REG-ACTIVE-YES                 VALUE 'Y'.
          05 WS-REG-REWRITE-FAILED   PIC X     VALUE 'N'.
             88 REG-REWRITE-FAILED-YES         VALUE 'Y'.
          05 WS-REG-RECORD           PIC X(80).
          05 WS-REG-ERR-TEXT         PIC X(40).
          05 WS-REG-LINE-COUNT       PIC 9(3)  COMP VALUE 0.
          05 WS-REG-LINE-IDX         PIC 9(3)  COMP VALUE 0.
          05 WS-REG-COUNT            PIC 9(3)  COMP VALUE 0.
          05 WS-REG-IDX              PIC 9(3)  COMP VALUE 0.
          05 WS-REG-MATCH-IDX        PIC 9(3)  COMP VALUE 0.
          05 WS-REG-FOUND            PIC X     VALUE 'N'.
          05 WS-REG-SENT             PIC X     VALUE 'N'.
          05 WS-REG-NEXT-SEQ         PIC 9(3)  VALUE 0.
          05 WS-REG-BAT-SEQ-N        PIC 9(3)  VALUE 0.
          05 WS-REG-CUR-SEQ-N        PIC 9(3)  VALUE 0.
          05 WS-RUN-DOW              PIC 9     VALUE 0.
          05 WS-BATCH-REJECT-COUNT   PIC 9(3)  VALUE 0.
          05 WS-BATCH-GAP-COUNT      PIC 9(3)  VALUE 0.
          05 WS-MISSING-COUNT        PIC 9(3)  VALUE 0.
          05 WS-REG-LINE             OCCURS 300 TIMES PIC X(80).
          05 WS-REG-ENTRY            OCCURS 200 TIMES.
             10 WS-REG-OFFICE        PIC X(3).
             10 WS-REG-DAYS          PIC X(7).
             10 WS-REG-DAY-TABLE     REDEFINES WS-REG-DAYS.
                15 WS-REG-DAY        OCCURS 7 TIMES PIC X.
             10 WS-REG-LAST-DATE     PIC X(8).
             10 WS-REG-LAST-SEQ      PIC X(3).
             10 WS-REG-NAME          PIC X(30).
             10 WS-REG-LINE-NO       PIC 9(3)  COMP.
             10 WS-REG-CUR-DATE      PIC X(8).
             10 WS-REG-CUR-SEQ       PIC X(3).

      *********************************
      * Partition control - set from the PARTCTL record when this
      * run is one slice of a split INFILE. The split stamp goes on
      * every checkpoint so a restart can prove it is resuming the
      * same split, and the merge can prove every slice ran against
      * it. A slice owes the old whole-file trailer check only when
      * the file was unbatched, and then only slice 1 holds it
       01 WS-PART-CONTROL.
          05 WS-PART-STATUS          PIC XX    VALUE SPACES.
          05 WS-PART-MODE            PIC X     VALUE 'N'.
             88 PART-MODE-YES                  VALUE 'Y'.
          05 WS-PART-NO              PIC 9     VALUE 0.
          05 WS-PART-STAMP           PIC 9(14) VALUE 0.
          05 WS-PART-STAMP-X REDEFINES WS-PART-STAMP.
             10 WS-PART-STAMP-DATE   PIC X(8).
             10 WS-PART-STAMP-TIME   PIC X(6).
          05 WS-PART-TRL-CHECK       PIC X     VALUE 'Y'.
             88 PART-TRL-CHECK-YES             VALUE 'Y'.
          05 WS-RESTART-PART-NO      PIC 9     VALUE 0.
          05 WS-RESTART-STAMP        PIC 9(14) VALUE 0.

      *********************************
      * Error handling - a record can fail more than one check, so
      * every applicable code is kept, not just the last one found
          05 ERR-SCORE-INVALID   PIC XX     VALUE '02'.
          05 ERR-CAT-INVALID     PIC XX     VALUE '03'.
          05 ERR-DUP-ID          PIC XX     VALUE '04'.
          05 ERR-UNKNOWN-OFFICE  PIC XX     VALUE '05'.
          05 ERR-BATCH-REPLAY    PIC XX     VALUE '06'.
          05 ERR-EFF-DATE-INVALID PIC XX    VALUE '07'.

      *********************************
      * IDs already accepted as valid this run, used to catch the
          05 WS-ACC-IDX-START    PIC 9(6)   COMP.
          05 WS-ACC-SUB          PIC 9(6)   COMP.
          05 WS-ACC-ADD-ID       PIC X(5).
          05 WS-ACC-ADD-SEQ      PIC 9(5)   VALUE 0.
          05 WS-ACC-ID-NUM       PIC 9(5)   VALUE 0.
          05 WS-DUP-FOUND        PIC X.
          05 WS-ACC-ID           OCCURS 100000 TIMES
                                  PIC X(5).
          05 WS-ACC-SEQ          OCCURS 100000 TIMES
                                  PIC 9(5).
          05 WS-ACC-FLAGS.
             10 WS-ACC-FLAG      OCCURS 100000 TIMES
                                  PIC X VALUE 'N'.
          05 WS-RULE-OP1         PIC X(8).
          05 WS-RULE-OP2         PIC X(8).
          05 WS-RULE-ERR-TEXT    PIC X(40).
      * Version identifier the rules member carries - stamped on
      * every extract record so the master knows which policy each
      * record was accepted under
          05 WS-RULE-VERSION     PIC X(8)   VALUE SPACES.
          05 WS-RULE-CAT-COUNT   PIC 9(2)   COMP VALUE 0.
          05 WS-RULE-CAT-ENTRY   OCCURS 10 TIMES.
             10 WS-RULE-CAT-LETTER   PIC X.
          05 WS-CAND-EOF         PIC X      VALUE 'N'.
             88 CAND-EOF-YES                VALUE 'Y'.
          05 WS-CND-MAX-SCORE    PIC 9(3)   VALUE 100.
          05 WS-CND-VERSION      PIC X(8)   VALUE SPACES.
          05 WS-CND-SCORE-MIN    PIC 9(3)   VALUE 0.
          05 WS-CND-CAT-COUNT    PIC 9(2)   COMP VALUE 0.
          05 WS-CND-CAT-IDX      PIC 9(2)   COMP VALUE 0.
      * The source indicator says which pass accepted the record:
      * M = main validation pass, C = corrections promotion,
      * T = the count trailer each pass writes behind its records
      * so the receiving system can balance what it was sent.
      * The date field is when the record was accepted; the
      * effective date is when its data was true as of, and is
      * what the master update orders submissions by. The rules
      * version is the VERSION of the rules member the record was
      * graded under, and the office the batch it arrived in
      * (spaces on an unbatched file)
       01 WS-ACCP-LINE.
          05 WS-ACCP-ID          PIC X(5).
          05 WS-ACCP-SCORE1      PIC 9(3).
          05 WS-ACCP-CATEGORY    PIC X.
          05 WS-ACCP-DATE        PIC X(8).
          05 WS-ACCP-SOURCE      PIC X.
          05 WS-ACCP-EFF-DATE    PIC X(8).
          05 WS-ACCP-RULES-VER   PIC X(8).
          05 WS-ACCP-OFFICE      PIC X(3).
          05 FILLER              PIC X(7)   VALUE SPACES.

      * The trailer's main count covers every record this pass put
      * on the extract, retractions included; the retraction count
          05 WS-ACCP-TRL-RTR-CT  PIC 9(7).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-ACCP-TRL-SOURCE  PIC X      VALUE 'T'.
          05 FILLER              PIC X(26)  VALUE SPACES.

      *********************************
      * Date this run started, stamped onto every extract record
                    PERFORM 9050-CHECK-TRAILER-BALANCE
                    PERFORM 9000-PRINT-TRAILER-REPORT
                    PERFORM 9550-WRITE-OFFICE-RETURN-TRAILERS
                    IF NOT PART-MODE-YES
                       PERFORM 9500-WRITE-RUN-HISTORY
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 1010-CLOSE

      * The registry moves on only once the main pass is complete
      * and its checkpoint cleared - a restart must judge the
      * headers it re-reads against the same high-water marks the
      * abended run did. A partition leaves the registry, like the
      * run history, to the merge, which moves it once for every
      * slice together
           IF REG-ACTIVE-YES AND NOT TRAILER-OUT-OF-BAL-YES
              AND NOT PART-MODE-YES
              PERFORM 9450-REWRITE-REGISTRY
           END-IF

      * A simulation changed no production file, so nothing it saw
      * should fail the job - its findings live on the report
           IF NOT SIM-MODE-YES
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-BATCH-OOB-COUNT > 0
                    OR WS-BATCH-REJECT-COUNT > 0
                    OR WS-BATCH-OVERFLOW > 0
                    OR WS-BATCH-GAP-COUNT > 0
                    OR WS-MISSING-COUNT > 0
                    OR REG-REWRITE-FAILED-YES
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
                 PERFORM 1250-LOAD-ACCEPTED-IDS
                 PERFORM 1150-WRITE-CORRECTIONS-BANNER
              ELSE
                 PERFORM 1950-CHECK-PARTITION-MODE
                 PERFORM 1400-LOAD-OFFICE-REGISTRY
                 IF WS-RESTART-MODE = 'Y'
                    PERFORM 1470-REPLAY-BATCH-HIGH-WATER
                       VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                    IF BATCH-OPEN-YES
                       MOVE WS-BATCH-COUNT TO WS-BATCH-IDX
                    END-IF
                    OPEN INPUT INPUT-DATA
                    OPEN EXTEND INV-DATA
                    OPEN EXTEND VALREPO
           END-IF
           .

      * A PARTCTL DD makes this main pass one partition of a split
      * INFILE. The control record must carry a partition number
      * and the split's date and time - anything else ends the run
      * RC=16 before a record is read. A restart must resume the
      * same partition of the same split its checkpoint came from;
      * a checkpoint from any other is refused the same way rather
      * than replayed against the wrong slice
       1950-CHECK-PARTITION-MODE.
           OPEN INPUT PART-CTL
           IF WS-PART-STATUS = '00'
              READ PART-CTL
              AT END
                 MOVE SPACES TO PART-CTL-RECORD
              END-READ
              CLOSE PART-CTL
              IF PCTL-PART-NO IS NOT NUMERIC
                 OR PCTL-PART-NO = '0'
                 OR PCTL-SPLIT-DATE IS NOT NUMERIC
                 OR PCTL-SPLIT-TIME IS NOT NUMERIC
                 OR PCTL-BATCH-LIMIT IS NOT NUMERIC
                 OR PCTL-BATCH-LIMIT > '020'
                 DISPLAY 'RECVAL: PARTCTL RECORD IS MALFORMED: <'
                    PART-CTL-RECORD '>'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET PART-MODE-YES TO TRUE
              MOVE PCTL-PART-NO TO WS-PART-NO
              MOVE PCTL-SPLIT-DATE TO WS-PART-STAMP-DATE
              MOVE PCTL-SPLIT-TIME TO WS-PART-STAMP-TIME
              MOVE PCTL-BATCH-LIMIT TO WS-BATCH-LIMIT
              IF WS-PART-NO NOT = 1 OR PCTL-BATCHED-FILE = 'Y'
                 MOVE 'N' TO WS-PART-TRL-CHECK
              END-IF
              MOVE SPACES TO WS-PASS-TYPE
              STRING 'PARTITION ' WS-PART-NO
                 DELIMITED BY SIZE INTO WS-PASS-TYPE
           END-IF
           IF WS-RESTART-MODE = 'Y'
              IF WS-RESTART-PART-NO NOT = WS-PART-NO
                 OR WS-RESTART-STAMP NOT = WS-PART-STAMP
                 DISPLAY 'RECVAL: CHECKPOINT BELONGS TO PARTITION '
                    WS-RESTART-PART-NO ' OF SPLIT ' WS-RESTART-STAMP
                 DISPLAY 'RECVAL: THIS RUN IS PARTITION '
                    WS-PART-NO ' OF SPLIT ' WS-PART-STAMP
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

      * Reads the office registry into memory for the main pass.
      * The registry is required - without it there is no telling
      * a real office from a mistyped one, or a new batch from one
      * already taken - so a missing or malformed registry ends
      * the run RC=16 through 1465-REGISTRY-ERROR before any input
      * record has been read
       1400-LOAD-OFFICE-REGISTRY.
           OPEN INPUT OFCREG-DATA
           IF WS-REG-STATUS NOT = '00'
              MOVE 'OFCREG MISSING OR UNREADABLE' TO WS-REG-ERR-TEXT
              MOVE SPACES TO WS-REG-RECORD
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           MOVE 'N' TO WS-REG-EOF
           PERFORM 1410-READ-REGISTRY
              UNTIL REG-EOF-YES
           CLOSE OFCREG-DATA
           IF WS-REG-COUNT = 0
              MOVE 'NO OFFICES ON REGISTRY' TO WS-REG-ERR-TEXT
              MOVE SPACES TO WS-REG-RECORD
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           SET REG-ACTIVE-YES TO TRUE
           COMPUTE WS-RUN-DOW =
              FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1,
                 7) + 1
           .

       1410-READ-REGISTRY.
           READ OFCREG-DATA
           AT END
              SET REG-EOF-YES TO TRUE
           NOT AT END
              MOVE OFCREG-DATA-RECORD TO WS-REG-RECORD
              IF WS-REG-LINE-COUNT >= 300
                 MOVE 'MORE THAN 300 REGISTRY RECORDS'
                    TO WS-REG-ERR-TEXT
                 PERFORM 1465-REGISTRY-ERROR
              END-IF
              ADD 1 TO WS-REG-LINE-COUNT
              MOVE WS-REG-RECORD TO WS-REG-LINE(WS-REG-LINE-COUNT)
              IF WS-REG-RECORD(1:1) NOT = '*'
                 AND WS-REG-RECORD NOT = SPACES
                 PERFORM 1420-ADD-REGISTRY-OFFICE
              END-IF
           END-READ
           .

      * Checks one office record and adds it to the office table.
      * The days column must be seven Y/N flags, Monday first; the
      * high-water date and sequence must be numeric (zeros for an
      * office that has never sent a batch)
       1420-ADD-REGISTRY-OFFICE.
           IF WS-REG-COUNT >= 200
              MOVE 'MORE THAN 200 OFFICES' TO WS-REG-ERR-TEXT
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           IF WS-REG-RECORD(1:3) = SPACES
              OR WS-REG-RECORD(1:1) = SPACE
              MOVE 'BAD OFFICE CODE' TO WS-REG-ERR-TEXT
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           MOVE 'N' TO WS-REG-FOUND
           PERFORM 1425-CHECK-DAY-FLAG
              VARYING WS-REG-LINE-IDX FROM 5 BY 1
              UNTIL WS-REG-LINE-IDX > 11
           IF WS-REG-FOUND = 'Y'
              MOVE 'BAD SENDING DAYS' TO WS-REG-ERR-TEXT
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           IF WS-REG-RECORD(13:8) IS NOT NUMERIC
              OR WS-REG-RECORD(22:3) IS NOT NUMERIC
              MOVE 'BAD HIGH-WATER DATE OR SEQUENCE'
                 TO WS-REG-ERR-TEXT
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           MOVE 'N' TO WS-REG-FOUND
           PERFORM 1430-CHECK-DUP-OFFICE
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
                 OR WS-REG-FOUND = 'Y'
           IF WS-REG-FOUND = 'Y'
              MOVE 'DUPLICATE OFFICE' TO WS-REG-ERR-TEXT
              PERFORM 1465-REGISTRY-ERROR
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-RECORD(1:3) TO WS-REG-OFFICE(WS-REG-COUNT)
           MOVE WS-REG-RECORD(5:7) TO WS-REG-DAYS(WS-REG-COUNT)
           MOVE WS-REG-RECORD(13:8) TO WS-REG-LAST-DATE(WS-REG-COUNT)
           MOVE WS-REG-RECORD(22:3) TO WS-REG-LAST-SEQ(WS-REG-COUNT)
           MOVE WS-REG-RECORD(26:30) TO WS-REG-NAME(WS-REG-COUNT)
           MOVE WS-REG-LINE-COUNT TO WS-REG-LINE-NO(WS-REG-COUNT)
           MOVE WS-REG-RECORD(13:8) TO WS-REG-CUR-DATE(WS-REG-COUNT)
           MOVE WS-REG-RECORD(22:3) TO WS-REG-CUR-SEQ(WS-REG-COUNT)
           .

       1425-CHECK-DAY-FLAG.
           IF WS-REG-RECORD(WS-REG-LINE-IDX:1) NOT = 'Y'
              AND WS-REG-RECORD(WS-REG-LINE-IDX:1) NOT = 'N'
              MOVE 'Y' TO WS-REG-FOUND
           END-IF
           .

       1430-CHECK-DUP-OFFICE.
           IF WS-REG-OFFICE(WS-REG-IDX) = WS-REG-RECORD(1:3)
              MOVE 'Y' TO WS-REG-FOUND
           END-IF
           .

      * Finds the registry entry for an office code - WS-REG-FOUND
      * says whether it is there, WS-REG-MATCH-IDX where
       1440-FIND-REGISTRY-OFFICE.
           MOVE 'N' TO WS-REG-FOUND
           PERFORM 1445-SEARCH-REGISTRY
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
                 OR WS-REG-FOUND = 'Y'
           .

       1445-SEARCH-REGISTRY.
           IF WS-REG-OFFICE(WS-REG-IDX) = WS-BAT-OFFICE(WS-BATCH-IDX)
              MOVE 'Y' TO WS-REG-FOUND
              MOVE WS-REG-IDX TO WS-REG-MATCH-IDX
           END-IF
           .

      * Fail fast, the same way a bad rules member does - the
      * message names what is wrong and the record it is on
       1465-REGISTRY-ERROR.
           DISPLAY 'RECVAL: OFFICE REGISTRY ERROR - ' WS-REG-ERR-TEXT
           IF WS-REG-RECORD NOT = SPACES
              DISPLAY 'RECVAL: RECORD IN ERROR: <' WS-REG-RECORD '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * On a restart the batch table comes back whole from the
      * checkpoint, but the registry is read fresh - so every
      * batch header already accepted before the abend moves its
      * office's running high-water on again here, exactly as it
      * did when the header was first read
       1470-REPLAY-BATCH-HIGH-WATER.
           IF WS-BAT-REJECT(WS-BATCH-IDX) = SPACE
              PERFORM 1440-FIND-REGISTRY-OFFICE
              IF WS-REG-FOUND = 'Y'
                 PERFORM 2178-ADVANCE-HIGH-WATER
              END-IF
           END-IF
           .

      * The cross-day revision check needs one keyed read of the
      * master per accepted record. The DD is OPTIONAL - when the
      * master cannot be opened the check simply runs switched
              MOVE 'NO CATEGORY RULES DEFINED' TO WS-RULE-ERR-TEXT
              PERFORM 1065-RULES-ERROR
           END-IF
           IF WS-RULE-VERSION = SPACES
              MOVE 'NO VERSION RULE DEFINED' TO WS-RULE-ERR-TEXT
              PERFORM 1065-RULES-ERROR
           END-IF
           .

       1055-READ-RULE.
                    MOVE WS-RULE-OP1(1:3) TO WS-RULE-MAX-JUMP
                    MOVE 'Y' TO WS-JUMP-GIVEN
                 END-IF
              WHEN 'VERSION'
                 IF WS-RULE-OP1 = SPACES
                    OR WS-RULE-OP2 NOT = SPACES
                    MOVE 'BAD VERSION RULE' TO WS-RULE-ERR-TEXT
                    PERFORM 1065-RULES-ERROR
                 END-IF
                 IF RULE-TARGET-CAND
                    IF WS-CND-VERSION NOT = SPACES
                       MOVE 'VERSION GIVEN MORE THAN ONCE'
                          TO WS-RULE-ERR-TEXT
                       PERFORM 1065-RULES-ERROR
                    END-IF
                    MOVE WS-RULE-OP1 TO WS-CND-VERSION
                 ELSE
                    IF WS-RULE-VERSION NOT = SPACES
                       MOVE 'VERSION GIVEN MORE THAN ONCE'
                          TO WS-RULE-ERR-TEXT
                       PERFORM 1065-RULES-ERROR
                    END-IF
                    MOVE WS-RULE-OP1 TO WS-RULE-VERSION
                 END-IF
              WHEN 'HOLDREV'
                 IF (WS-RULE-OP1(1:1) NOT = 'Y'
                    AND WS-RULE-OP1(1:1) NOT = 'N')
           MOVE 'VALIDATION RULES IN EFFECT' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RULES VERSION......: ' DELIMITED BY SIZE
                  WS-RULE-VERSION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 1075-ECHO-CATEGORY-RULE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT
           MOVE 'CANDIDATE RULES UNDER SIMULATION' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           IF WS-CND-VERSION NOT = SPACES
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  RULES VERSION......: ' DELIMITED BY SIZE
                     WS-CND-VERSION DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF
           PERFORM 1092-ECHO-CND-CATEGORY-RULE
              VARYING WS-CND-CAT-IDX FROM 1 BY 1
              UNTIL WS-CND-CAT-IDX > WS-CND-CAT-COUNT
           IF NOT EOF-YES AND WS-CTL-RECORD = 'N'
              PERFORM 2180-COUNT-BATCH-READ
              PERFORM 2200-MOVE-FIELDS
              PERFORM 2220-SET-EFFECTIVE-DATE
              PERFORM 2225-SET-SOURCE-OFFICE
              PERFORM 2050-RESET-RECORD-ERROR
              PERFORM 2190-CHECK-RETRACTION
              EVALUATE TRUE
                 WHEN BATCH-OVERFLOW-OPEN
                    PERFORM 2195-REJECT-WITH-BATCH
                 WHEN BATCH-OPEN-YES
                    AND WS-BAT-REJECT(WS-BATCH-IDX) NOT = SPACE
                    PERFORM 2195-REJECT-WITH-BATCH
                 WHEN RTR-RECORD-YES
                    PERFORM 4050-ERROR-CHECK-RETRACTION
                 WHEN OTHER
                    PERFORM 4000-ERROR-CHECK
              END-EVALUATE

              IF WS-RECORD-ERR = 'Y'
                  PERFORM 5000-WRITE-INVALID
           END-IF
           .

      * A record inside a batch the registry refused goes straight
      * to INVFILE under the batch's own code - none of the record
      * checks run, and nothing in the batch joins the accepted-ID
      * table, so a refused replay cannot make the genuine records
      * that follow it look like duplicates. A batch past the
      * table's limit was never judged against the registry, so
      * its office is as good as unknown and it goes under 05
       2195-REJECT-WITH-BATCH.
           IF BATCH-OVERFLOW-OPEN
              MOVE ERR-UNKNOWN-OFFICE TO WS-ERR-CODE-TO-ADD
           ELSE
              IF BAT-REJECT-UNKNOWN(WS-BATCH-IDX)
                 MOVE ERR-UNKNOWN-OFFICE TO WS-ERR-CODE-TO-ADD
              ELSE
                 MOVE ERR-BATCH-REPLAY TO WS-ERR-CODE-TO-ADD
              END-IF
           END-IF
           PERFORM 4900-ADD-ERROR-CODE
           MOVE 'Y' TO WS-RECORD-ERR
           .

      * Read each record
       2100-READ-RECORD.
           READ INPUT-DATA
              SUBTRACT 1 FROM WS-REC-READ
              IF BATCH-MODE-YES
                 MOVE 'Y' TO WS-CTL-RECORD
                 EVALUATE TRUE
                    WHEN BATCH-OPEN-YES
                       PERFORM 2165-CLOSE-BATCH
                    WHEN BATCH-OVERFLOW-OPEN
                       MOVE 'N' TO WS-BATCH-OPEN
                    WHEN OTHER
                       ADD 1 TO WS-BATCH-STRAY
                 END-EVALUATE
              ELSE
                 SET TRAILER-FOUND-YES TO TRUE
                 IF INPUT-DATA-RECORD(6:5) IS NUMERIC
      * sender never trailed (flagging it out of balance), and opens
      * the next batch under the office/date/sequence the header
      * carries. The first header seen switches the run into batch
      * mode for good. Once the table holds its limit, a further
      * batch cannot be judged against the registry - with the
      * registry in force it is refused whole, without one it is
      * left unbatched and its records counted as strays
       2170-CHECK-BATCH-HEADER.
           IF INPUT-DATA-RECORD(1:5) = WS-BATCH-HDR-MARK
              MOVE 'Y' TO WS-CTL-RECORD
              IF BATCH-OPEN-YES
                 MOVE 'Y' TO WS-BAT-OOB(WS-BATCH-IDX)
                 ADD 1 TO WS-BATCH-OOB-COUNT
              END-IF
              MOVE 'N' TO WS-BATCH-OPEN
              IF WS-BATCH-COUNT < WS-BATCH-LIMIT
                 ADD 1 TO WS-BATCH-COUNT
                 MOVE WS-BATCH-COUNT TO WS-BATCH-IDX
                 MOVE INPUT-DATA-RECORD(6:3)
                 MOVE 0 TO WS-BAT-EXPECTED(WS-BATCH-IDX)
                 MOVE 'N' TO WS-BAT-TRAILER-FND(WS-BATCH-IDX)
                 MOVE 'N' TO WS-BAT-OOB(WS-BATCH-IDX)
                 MOVE SPACE TO WS-BAT-REJECT(WS-BATCH-IDX)
                 MOVE 'N' TO WS-BAT-GAP(WS-BATCH-IDX)
                 MOVE SPACES TO WS-BAT-HW-DATE(WS-BATCH-IDX)
                 MOVE SPACES TO WS-BAT-HW-SEQ(WS-BATCH-IDX)
                 IF REG-ACTIVE-YES
                    PERFORM 2175-CHECK-OFFICE-REGISTRY
                 END-IF
                 SET BATCH-OPEN-YES TO TRUE
              ELSE
                 IF REG-ACTIVE-YES
                    SET BATCH-OVERFLOW-OPEN TO TRUE
                    MOVE INPUT-DATA-RECORD(6:3) TO WS-BATCH-OVF-OFFICE
                    ADD 1 TO WS-BATCH-OVERFLOW
                 ELSE
                    ADD 1 TO WS-BATCH-STRAY
                 END-IF
              END-IF
           END-IF
           .

      * Judges a new batch header against the office registry. An
      * office not on the registry, or a date/sequence at or
      * behind the office's high-water mark (already taken on an
      * earlier night, or earlier in this same file), refuses the
      * whole batch. A batch that is new but does not follow on
      * from the high-water sequence is taken and flagged as a gap
      * - the missing batch may still turn up. Sequences run 001
      * to 999 and wrap back to 001; an office with a zero
      * high-water has never sent and cannot be out of sequence
       2175-CHECK-OFFICE-REGISTRY.
           PERFORM 1440-FIND-REGISTRY-OFFICE
           IF WS-REG-FOUND = 'N'
              MOVE 'U' TO WS-BAT-REJECT(WS-BATCH-IDX)
              ADD 1 TO WS-BATCH-REJECT-COUNT
           ELSE
              MOVE WS-REG-CUR-DATE(WS-REG-MATCH-IDX)
                 TO WS-BAT-HW-DATE(WS-BATCH-IDX)
              MOVE WS-REG-CUR-SEQ(WS-REG-MATCH-IDX)
                 TO WS-BAT-HW-SEQ(WS-BATCH-IDX)
              IF WS-BAT-DATE(WS-BATCH-IDX)
                    < WS-REG-CUR-DATE(WS-REG-MATCH-IDX)
                 OR (WS-BAT-DATE(WS-BATCH-IDX)
                    = WS-REG-CUR-DATE(WS-REG-MATCH-IDX)
                    AND WS-BAT-SEQ(WS-BATCH-IDX)
                       <= WS-REG-CUR-SEQ(WS-REG-MATCH-IDX))
                 MOVE 'R' TO WS-BAT-REJECT(WS-BATCH-IDX)
                 ADD 1 TO WS-BATCH-REJECT-COUNT
              ELSE
                 PERFORM 2177-CHECK-SEQUENCE-GAP
                 PERFORM 2178-ADVANCE-HIGH-WATER
              END-IF
           END-IF
           .

       2177-CHECK-SEQUENCE-GAP.
           IF WS-BAT-SEQ(WS-BATCH-IDX) IS NOT NUMERIC
              MOVE 'Y' TO WS-BAT-GAP(WS-BATCH-IDX)
           ELSE
              IF WS-REG-CUR-SEQ(WS-REG-MATCH-IDX) NOT = '000'
                 MOVE WS-REG-CUR-SEQ(WS-REG-MATCH-IDX)
                    TO WS-REG-CUR-SEQ-N
                 IF WS-REG-CUR-SEQ-N = 999
                    MOVE 1 TO WS-REG-NEXT-SEQ
                 ELSE
                    COMPUTE WS-REG-NEXT-SEQ = WS-REG-CUR-SEQ-N + 1
                 END-IF
                 MOVE WS-BAT-SEQ(WS-BATCH-IDX) TO WS-REG-BAT-SEQ-N
                 IF WS-REG-BAT-SEQ-N NOT = WS-REG-NEXT-SEQ
                    MOVE 'Y' TO WS-BAT-GAP(WS-BATCH-IDX)
                 END-IF
              END-IF
           END-IF
           IF WS-BAT-GAP(WS-BATCH-IDX) = 'Y'
              ADD 1 TO WS-BATCH-GAP-COUNT
           END-IF
           .

      * Moves the office's running high-water up to an accepted
      * batch. A header whose date or sequence is not numeric is
      * taken (and flagged) but never becomes the high-water - the
      * registry only ever holds marks it can compare against
       2178-ADVANCE-HIGH-WATER.
           IF WS-BAT-DATE(WS-BATCH-IDX) IS NUMERIC
              AND WS-BAT-SEQ(WS-BATCH-IDX) IS NUMERIC
              MOVE WS-BAT-DATE(WS-BATCH-IDX)
                 TO WS-REG-CUR-DATE(WS-REG-MATCH-IDX)
              MOVE WS-BAT-SEQ(WS-BATCH-IDX)
                 TO WS-REG-CUR-SEQ(WS-REG-MATCH-IDX)
           END-IF
           .

      * Rolls a data record into the open batch's read count. In
      * batch mode a record arriving outside any open batch is
      * still validated and routed - it is counted as a stray so
      * the per-office totals admit they do not cover it. A record
      * in a batch refused for want of table room is not a stray -
      * it is on INVFILE with its batch
       2180-COUNT-BATCH-READ.
           IF BATCH-OPEN-YES
              ADD 1 TO WS-BAT-READ(WS-BATCH-IDX)
           ELSE
              IF BATCH-MODE-YES AND NOT BATCH-OVERFLOW-OPEN
                 ADD 1 TO WS-BATCH-STRAY
              END-IF
           END-IF
      * and trailers in the skipped range are passed over without
      * being re-applied - the batch table as of the checkpoint was
      * restored whole from CHKPTFILE - so only data records count
      * toward the restart position. Each header passed leaves its
      * office behind, so a refused batch the table had no room for
      * resumes under the office it arrived with
       2150-SKIP-RECORD.
           READ INPUT-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              IF INPUT-DATA-RECORD(1:5) = WS-BATCH-HDR-MARK
                 MOVE INPUT-DATA-RECORD(6:3) TO WS-BATCH-OVF-OFFICE
              END-IF
              IF INPUT-DATA-RECORD(1:5) NOT = WS-BATCH-HDR-MARK
                 AND INPUT-DATA-RECORD(1:5) NOT = WS-TRAILER-ID
                 ADD 1 TO WS-SKIP-COUNT
           MOVE INPUT-DATA-RECORD(9:3) TO WS-IN-SCORE2.
           MOVE INPUT-DATA-RECORD(12:3) TO WS-IN-SCORE3.
           MOVE INPUT-DATA-RECORD(15:1) TO WS-IN-CATEGORY.
           MOVE INPUT-DATA-RECORD(16:8) TO WS-IN-EFF-DATE.

      * Same field layout as 2200-MOVE-FIELDS, but sourced from a
      * corrected record already sitting in WS-CURRENT-RAW-RECORD
           MOVE WS-CURRENT-RAW-RECORD(9:3) TO WS-IN-SCORE2.
           MOVE WS-CURRENT-RAW-RECORD(12:3) TO WS-IN-SCORE3.
           MOVE WS-CURRENT-RAW-RECORD(15:1) TO WS-IN-CATEGORY.
           MOVE WS-CURRENT-RAW-RECORD(16:8) TO WS-IN-EFF-DATE.

      * Settles the effective date the record goes forward under -
      * the one the office supplied, else the batch date, else the
      * run date. A corrections record with none of its own takes
      * the date its outstanding entry first failed, which is the
      * night the office originally sent it
       2220-SET-EFFECTIVE-DATE.
           IF WS-IN-EFF-DATE NOT = SPACES
              MOVE WS-IN-EFF-DATE TO WS-EFF-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-EFF-DATE
              IF CORR-MODE-YES
                 IF WS-INV-TBL-FIRST-DATE(WS-INV-TBL-MATCH-IDX)
                    IS NUMERIC
                    MOVE WS-INV-TBL-FIRST-DATE(WS-INV-TBL-MATCH-IDX)
                       TO WS-EFF-DATE
                 END-IF
              ELSE
                 IF BATCH-OPEN-YES
                    AND WS-BAT-DATE(WS-BATCH-IDX) IS NUMERIC
                    MOVE WS-BAT-DATE(WS-BATCH-IDX) TO WS-EFF-DATE
                 END-IF
              END-IF
           END-IF
           .

      * The office a record is carried under onto the extract -
      * the batch it arrived in, or on a corrections pass the
      * office its outstanding entry was returned to
       2225-SET-SOURCE-OFFICE.
           MOVE SPACES TO WS-SRC-OFFICE
           IF CORR-MODE-YES
              MOVE WS-INV-TBL-OFFICE(WS-INV-TBL-MATCH-IDX)
                 TO WS-SRC-OFFICE
           ELSE
              IF BATCH-OPEN-YES
                 MOVE WS-BAT-OFFICE(WS-BATCH-IDX) TO WS-SRC-OFFICE
              END-IF
           END-IF
           .

      * Reads one corrected record, matches it against the
      * outstanding INVFILE entries, and either promotes it to
              IF INV-TBL-FROM-SUSP(WS-INV-TBL-MATCH-IDX)
                 SET CORR-SELF-MATCH-YES TO TRUE
              END-IF
              PERFORM 2220-SET-EFFECTIVE-DATE
              PERFORM 2225-SET-SOURCE-OFFICE
              PERFORM 2050-RESET-RECORD-ERROR
              PERFORM 2190-CHECK-RETRACTION
              IF RTR-RECORD-YES
           PERFORM 4100-CHECK-ID
           PERFORM 4150-CHECK-DUPLICATE-ID
           PERFORM 4200-CHECK-SCORES
           PERFORM 4300-CHECK-CATEGORY
           PERFORM 4400-CHECK-EFFECTIVE-DATE.

      * A retraction has no scores or category to grade - only the
      * ID checks apply. The duplicate check still holds: an ID
      * retracted, the later record is the one in error
       4050-ERROR-CHECK-RETRACTION.
           PERFORM 4100-CHECK-ID
           PERFORM 4150-CHECK-DUPLICATE-ID
           PERFORM 4400-CHECK-EFFECTIVE-DATE.

      * Checks if the ID is numeric
       4100-CHECK-ID.
              MOVE 'Y' TO WS-RECORD-ERR
           END-IF.

      * An effective date the office supplied must be a real
      * YYYYMMDD date no later than the run date - a record cannot
      * be true as of a day that has not happened yet. A defaulted
      * date came from the batch header or the run and is not
      * checked here
       4400-CHECK-EFFECTIVE-DATE.
           MOVE 'N' TO WS-EFF-BAD
           IF WS-IN-EFF-DATE NOT = SPACES
              IF WS-IN-EFF-DATE IS NUMERIC
                 MOVE WS-IN-EFF-DATE TO WS-EFF-CHECK
                 IF WS-EFF-CHECK-YYYY < 1900
                    OR WS-EFF-CHECK-MM < 1 OR WS-EFF-CHECK-MM > 12
                    OR WS-EFF-CHECK-DD < 1 OR WS-EFF-CHECK-DD > 31
                    OR WS-EFF-CHECK > WS-RUN-DATE
                    MOVE 'Y' TO WS-EFF-BAD
                 ELSE
                    PERFORM 4410-CHECK-EFF-DAY-OF-MONTH
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-EFF-BAD
              END-IF
           END-IF
           IF WS-EFF-BAD = 'Y'
              MOVE ERR-EFF-DATE-INVALID TO WS-ERR-CODE-TO-ADD
              PERFORM 4900-ADD-ERROR-CODE
              MOVE 'Y' TO WS-RECORD-ERR
           END-IF
           .

      * Day within the month's length - February takes 29 in a
      * leap year (every fourth year, except centuries not
      * divisible by 400)
       4410-CHECK-EFF-DAY-OF-MONTH.
           MOVE WS-EFF-MONTH-DAY(WS-EFF-CHECK-MM) TO WS-EFF-MONTH-LIMIT
           IF WS-EFF-CHECK-MM = 2
              AND FUNCTION MOD(WS-EFF-CHECK-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-EFF-CHECK-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-EFF-CHECK-YYYY, 400) = 0)
              MOVE 29 TO WS-EFF-MONTH-LIMIT
           END-IF
           IF WS-EFF-CHECK-DD > WS-EFF-MONTH-LIMIT
              MOVE 'Y' TO WS-EFF-BAD
           END-IF
           .

      * Reasonableness checks on a record that has already passed
      * every validation check - pass/fail tells the truth about a
      * record's fields, this tells whether the numbers make sense
           MOVE WS-RUN-DATE TO WS-INV-LINE-FIRST-DATE
           MOVE WS-RUN-DATE TO WS-INV-LINE-LAST-DATE
           MOVE 1 TO WS-INV-LINE-ATTEMPTS
           EVALUATE TRUE
              WHEN BATCH-OPEN-YES
                 MOVE WS-BAT-OFFICE(WS-BATCH-IDX) TO WS-INV-LINE-OFFICE
              WHEN BATCH-OVERFLOW-OPEN
                 MOVE WS-BATCH-OVF-OFFICE TO WS-INV-LINE-OFFICE
              WHEN OTHER
                 MOVE SPACES TO WS-INV-LINE-OFFICE
           END-EVALUATE
           WRITE INV-DATA-RECORD FROM WS-INV-LINE
           PERFORM 5300-WRITE-OFFICE-RETURN
           .
                 MOVE '03 - INVALID CATEGORY' TO WS-REASON-TEXT
              WHEN ERR-DUP-ID
                 MOVE '04 - DUPLICATE ID' TO WS-REASON-TEXT
              WHEN ERR-UNKNOWN-OFFICE
                 MOVE '05 - UNKNOWN OFFICE' TO WS-REASON-TEXT
              WHEN ERR-BATCH-REPLAY
                 MOVE '06 - BATCH ALREADY PROCESSED' TO WS-REASON-TEXT
              WHEN ERR-EFF-DATE-INVALID
                 MOVE '07 - INVALID EFFECTIVE DATE' TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN ERROR' TO WS-REASON-TEXT
           END-EVALUATE
           MOVE SPACE TO WS-ACCP-CATEGORY
           MOVE WS-RUN-DATE TO WS-ACCP-DATE
           MOVE 'R' TO WS-ACCP-SOURCE
           MOVE WS-EFF-DATE TO WS-ACCP-EFF-DATE
           MOVE WS-RULE-VERSION TO WS-ACCP-RULES-VER
           MOVE WS-SRC-OFFICE TO WS-ACCP-OFFICE
           WRITE ACCP-DATA-RECORD FROM WS-ACCP-LINE
           .

           ELSE
              MOVE 'M' TO WS-ACCP-SOURCE
           END-IF
           MOVE WS-EFF-DATE TO WS-ACCP-EFF-DATE
           MOVE WS-RULE-VERSION TO WS-ACCP-RULES-VER
           MOVE WS-SRC-OFFICE TO WS-ACCP-OFFICE
           WRITE ACCP-DATA-RECORD FROM WS-ACCP-LINE
           .

           .

      * Records this ID as accepted so a later occurrence of the
      * same ID in this run is caught as a duplicate, along with
      * the data-record position it was accepted at
       7100-ADD-ACCEPTED-ID.
           MOVE WS-IN-ID TO WS-ACC-ADD-ID
           MOVE WS-REC-READ TO WS-ACC-ADD-SEQ
           PERFORM 7110-ADD-ID-TO-TABLE
           .

                 MOVE 'Y' TO WS-ACC-FLAG(WS-ACC-SUB)
                 ADD 1 TO WS-ACC-COUNT
                 MOVE WS-ACC-ADD-ID TO WS-ACC-ID(WS-ACC-COUNT)
                 MOVE WS-ACC-ADD-SEQ TO WS-ACC-SEQ(WS-ACC-COUNT)
              END-IF
           END-IF
           .
           IF BATCH-MODE-YES
              PERFORM 9070-PRINT-BATCH-TOTALS
           ELSE
              IF PART-TRL-CHECK-YES
                 PERFORM 9055-PRINT-TRAILER-BALANCE
              END-IF
           END-IF
           IF REG-ACTIVE-YES AND NOT PART-MODE-YES
              PERFORM 9086-PRINT-MISSING-SENDERS
           END-IF
           IF WS-REC-REVISED > 0
              PERFORM 9200-PRINT-REVISION-SECTION
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF

           IF WS-BATCH-REJECT-COUNT > 0
              MOVE WS-BATCH-REJECT-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' BATCH(ES) REFUSED BY THE OFFICE REGISTRY - '
                        DELIMITED BY SIZE
                     'EVERY RECORD ON INVFILE ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF

           IF WS-BATCH-OVERFLOW > 0
              MOVE WS-BATCH-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' BATCH(ES) PAST THE 20TH NOT LISTED ABOVE - '
                        DELIMITED BY SIZE
                     'REFUSED 05, EVERY RECORD ON INVFILE ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF

           IF WS-BATCH-GAP-COUNT > 0
              MOVE WS-BATCH-GAP-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' BATCH(ES) OUT OF SEQUENCE - FLAGGED ABOVE; '
                        DELIMITED BY SIZE
                     'CHASE THE MISSING BATCHES ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF
           .

      * Lists every registry office due to send on the run date's
      * day of the week that has no batch header anywhere in this
      * file - a refused batch still counts as having sent, it is
      * already flagged above. An office that did send is never
      * listed, whatever day it is
       9086-PRINT-MISSING-SENDERS.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'MISSING SENDERS (OFFICES DUE TODAY THAT SENT NOTHING)'
              TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-HEADER-LINE-2 TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM 9087-CHECK-ONE-SENDER
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
           IF WS-MISSING-COUNT = 0
              MOVE '  NONE - EVERY OFFICE DUE TODAY SENT A BATCH'
                 TO WS-REPORT-LINE
           ELSE
              MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' OFFICE(S) DUE TODAY SENT NOTHING ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

       9087-CHECK-ONE-SENDER.
           IF WS-REG-DAY(WS-REG-IDX, WS-RUN-DOW) = 'Y'
              MOVE 'N' TO WS-REG-SENT
              PERFORM 9088-SEARCH-BATCH-OFFICE
                 VARYING WS-BATCH-IDX FROM 1 BY 1
                 UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                    OR WS-REG-SENT = 'Y'
              IF WS-REG-SENT = 'N'
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  OFFICE ' DELIMITED BY SIZE
                        WS-REG-OFFICE(WS-REG-IDX) DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        WS-REG-NAME(WS-REG-IDX) DELIMITED BY SIZE
                        '  LAST BATCH ' DELIMITED BY SIZE
                        WS-REG-LAST-SEQ(WS-REG-IDX) DELIMITED BY SIZE
                        ' OF ' DELIMITED BY SIZE
                        WS-REG-LAST-DATE(WS-REG-IDX) DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO WS-PRINT-REC
                 PERFORM 8700-WRITE-REPORT-REC
              END-IF
           END-IF
           .

       9088-SEARCH-BATCH-OFFICE.
           IF WS-BAT-OFFICE(WS-BATCH-IDX) = WS-REG-OFFICE(WS-REG-IDX)
              MOVE 'Y' TO WS-REG-SENT
           END-IF
           .

       9075-PRINT-BATCH-LINE.
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF
           EVALUATE TRUE
              WHEN BAT-REJECT-UNKNOWN(WS-BATCH-IDX)
                 MOVE '    *** UNKNOWN OFFICE - BATCH REJECTED ***'
                    TO WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO WS-PRINT-REC
                 PERFORM 8700-WRITE-REPORT-REC
              WHEN BAT-REJECT-REPLAY(WS-BATCH-IDX)
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '    *** ALREADY PROCESSED - OFFICE HIGH-WATER '
                           DELIMITED BY SIZE
                        WS-BAT-HW-DATE(WS-BATCH-IDX) DELIMITED BY SIZE
                        ' BATCH ' DELIMITED BY SIZE
                        WS-BAT-HW-SEQ(WS-BATCH-IDX) DELIMITED BY SIZE
                        ' - BATCH REJECTED ***' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO WS-PRINT-REC
                 PERFORM 8700-WRITE-REPORT-REC
              WHEN WS-BAT-GAP(WS-BATCH-IDX) = 'Y'
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '    *** SEQUENCE GAP - LAST BATCH TAKEN WAS '
                           DELIMITED BY SIZE
                        WS-BAT-HW-SEQ(WS-BATCH-IDX) DELIMITED BY SIZE
                        ' OF ' DELIMITED BY SIZE
                        WS-BAT-HW-DATE(WS-BATCH-IDX) DELIMITED BY SIZE
                        ' - RECORDS PROCESSED ***' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO WS-PRINT-REC
                 PERFORM 8700-WRITE-REPORT-REC
           END-EVALUATE
           .

      * Rolls one batch into its office's entry in the per-office
      * not confirm it saw a complete file. In batch mode the
      * balancing has already happened batch by batch as each
      * trailer was read - all that is settled here is a final
      * batch the file ended on without ever trailing. A partition
      * that was never given the file trailer has nothing to check
       9050-CHECK-TRAILER-BALANCE.
           IF BATCH-MODE-YES
              IF BATCH-OPEN-YES
                 MOVE 'Y' TO WS-BAT-OOB(WS-BATCH-IDX)
                 ADD 1 TO WS-BATCH-OOB-COUNT
              END-IF
              MOVE 'N' TO WS-BATCH-OPEN
           ELSE
              IF PART-TRL-CHECK-YES
                 IF NOT TRAILER-FOUND-YES
                    SET TRAILER-OUT-OF-BAL-YES TO TRUE
                 ELSE
                    IF WS-TRAILER-EXP-COUNT NOT = WS-REC-READ
                       SET TRAILER-OUT-OF-BAL-YES TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           WRITE OFCR-DATA-RECORD FROM WS-OFCR-TRAILER
           .

      * Puts the registry back with each office's high-water moved
      * up to the last batch accepted from it - every other column
      * and every comment line goes back exactly as it was read.
      * The run's work is already done by now, so a registry that
      * cannot be rewritten does not undo it: the run ends RC=4
      * and tomorrow's headers are judged against today's marks
      * until the registry is put right
       9450-REWRITE-REGISTRY.
           PERFORM 9455-SET-REGISTRY-LINE
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
           OPEN OUTPUT OFCREG-DATA
           IF WS-REG-STATUS = '00'
              PERFORM 9460-WRITE-REGISTRY-LINE
                 VARYING WS-REG-LINE-IDX FROM 1 BY 1
                 UNTIL WS-REG-LINE-IDX > WS-REG-LINE-COUNT
              CLOSE OFCREG-DATA
           ELSE
              DISPLAY 'RECVAL: OFFICE REGISTRY NOT REWRITTEN - STATUS '
                 WS-REG-STATUS
              SET REG-REWRITE-FAILED-YES TO TRUE
           END-IF
           .

       9455-SET-REGISTRY-LINE.
           MOVE WS-REG-LINE-NO(WS-REG-IDX) TO WS-REG-LINE-IDX
           MOVE WS-REG-CUR-DATE(WS-REG-IDX)
              TO WS-REG-LINE(WS-REG-LINE-IDX)(13:8)
           MOVE WS-REG-CUR-SEQ(WS-REG-IDX)
              TO WS-REG-LINE(WS-REG-LINE-IDX)(22:3)
           .

       9460-WRITE-REGISTRY-LINE.
           WRITE OFCREG-DATA-RECORD FROM WS-REG-LINE(WS-REG-LINE-IDX)
           .

      * Appends this step's outcome to the shared job-control
      * status feed for the end-of-job operations summary - run
      * after the return code is settled so the record carries
              IF CORR-MODE-YES OR CORR-NOOP-YES
                 MOVE 'C' TO WS-JST-PASS
              ELSE
                 IF PART-MODE-YES
                    MOVE WS-PART-NO TO WS-JST-PASS
                 ELSE
                    MOVE 'M' TO WS-JST-PASS
                 END-IF
              END-IF
              IF WS-RUN-DATE = 0
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              END-IF
           END-IF
           CLOSE CHKPT-FILE
      * Batch records behind a cleared marker (a finished
      * partition leaves them there) belong to the run that
      * finished, not to this one
           IF WS-RESTART-MODE NOT = 'Y'
              MOVE 'N' TO WS-BATCH-MODE WS-BATCH-OPEN
              MOVE 0 TO WS-BATCH-COUNT WS-BATCH-OOB-COUNT
              MOVE 0 TO WS-BATCH-REJECT-COUNT WS-BATCH-GAP-COUNT
              MOVE 0 TO WS-BATCH-OVERFLOW
           END-IF
           MOVE WS-ACC-COUNT TO WS-ACC-WRITTEN
           .

                    PERFORM 8920-RESTORE-BATCH
                 WHEN OTHER
                    MOVE CHKPT-I-ID TO WS-ACC-ADD-ID
                    IF CHKPT-I-SEQ IS NUMERIC
                       MOVE CHKPT-I-SEQ TO WS-ACC-ADD-SEQ
                    ELSE
                       MOVE 0 TO WS-ACC-ADD-SEQ
                    END-IF
                    PERFORM 7110-ADD-ID-TO-TABLE
              END-EVALUATE
           END-READ
      * table again with only the IDs that follow this record
       8910-RESTORE-TOTALS.
           MOVE CHKPT-T-REC-READ TO WS-RESTART-REC-READ
           IF CHKPT-T-SPLIT-STAMP IS NUMERIC
              AND CHKPT-T-PART-NO IS NUMERIC
              MOVE CHKPT-T-PART-NO TO WS-RESTART-PART-NO
              MOVE CHKPT-T-SPLIT-STAMP TO WS-RESTART-STAMP
           ELSE
              MOVE 0 TO WS-RESTART-PART-NO WS-RESTART-STAMP
           END-IF
           MOVE CHKPT-T-REC-VALID TO WS-REC-VALID
           MOVE CHKPT-T-REC-INVALID TO WS-REC-INVALID
           MOVE CHKPT-T-SCORE1-INVALID TO WS-SCORE1-INVALID
           ELSE
              MOVE 0 TO WS-BATCH-STRAY
           END-IF
           IF CHKPT-T-BATCH-OVER IS NUMERIC
              MOVE CHKPT-T-BATCH-OVER TO WS-BATCH-OVERFLOW
           ELSE
              MOVE 0 TO WS-BATCH-OVERFLOW
           END-IF
           IF CHKPT-T-OFCR-BLANK IS NUMERIC
              MOVE CHKPT-T-OFCR-BLANK TO WS-OFCR-BLANK-INV
           ELSE
           END-IF
           MOVE 0 TO WS-BATCH-COUNT
           MOVE 0 TO WS-BATCH-OOB-COUNT
           MOVE 0 TO WS-BATCH-REJECT-COUNT WS-BATCH-GAP-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 10
              PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
      * 8905) so corrections keep their duplicate awareness
       8912-RESET-RESTORED-TOTALS.
           MOVE 0 TO WS-RESTART-REC-READ
           MOVE 0 TO WS-RESTART-PART-NO WS-RESTART-STAMP
           MOVE 0 TO WS-REC-VALID WS-REC-INVALID WS-REC-RETRACTED
           MOVE 0 TO WS-REC-REVISED WS-REC-REV-HELD
           MOVE 0 TO WS-REC-SUSPECT
           MOVE 0 TO WS-SCORE1-TOTAL WS-SCORE2-TOTAL WS-SCORE3-TOTAL
           MOVE 'N' TO WS-BATCH-MODE WS-BATCH-OPEN
           MOVE 0 TO WS-BATCH-COUNT WS-BATCH-OOB-COUNT WS-BATCH-STRAY
           MOVE 0 TO WS-BATCH-REJECT-COUNT WS-BATCH-GAP-COUNT
           MOVE 0 TO WS-BATCH-OVERFLOW
           MOVE 0 TO WS-OFCR-BLANK-INV
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 10
              IF CHKPT-B-OOB = 'Y'
                 ADD 1 TO WS-BATCH-OOB-COUNT
              END-IF
              MOVE CHKPT-B-REJECT TO WS-BAT-REJECT(WS-BATCH-IDX)
              IF CHKPT-B-REJECT NOT = SPACE
                 ADD 1 TO WS-BATCH-REJECT-COUNT
              END-IF
              IF CHKPT-B-GAP = 'Y'
                 MOVE 'Y' TO WS-BAT-GAP(WS-BATCH-IDX)
                 ADD 1 TO WS-BATCH-GAP-COUNT
              ELSE
                 MOVE 'N' TO WS-BAT-GAP(WS-BATCH-IDX)
              END-IF
              MOVE CHKPT-B-HW-DATE TO WS-BAT-HW-DATE(WS-BATCH-IDX)
              MOVE CHKPT-B-HW-SEQ TO WS-BAT-HW-SEQ(WS-BATCH-IDX)
           END-IF
           .

           MOVE SPACES TO CHKPT-RECORD
           SET CHKPT-TYPE-ID TO TRUE
           MOVE WS-ACC-ID(WS-ACC-IDX) TO CHKPT-I-ID
           MOVE WS-ACC-SEQ(WS-ACC-IDX) TO CHKPT-I-SEQ
           WRITE CHKPT-RECORD
           .

              TO CHKPT-B-TRAILER-FND
           MOVE WS-BAT-OOB(WS-BATCH-IDX) TO CHKPT-B-OOB
           MOVE WS-BAT-SUSPECT(WS-BATCH-IDX) TO CHKPT-B-SUSPECT
           MOVE WS-BAT-REJECT(WS-BATCH-IDX) TO CHKPT-B-REJECT
           MOVE WS-BAT-GAP(WS-BATCH-IDX) TO CHKPT-B-GAP
           MOVE WS-BAT-HW-DATE(WS-BATCH-IDX) TO CHKPT-B-HW-DATE
           MOVE WS-BAT-HW-SEQ(WS-BATCH-IDX) TO CHKPT-B-HW-SEQ
           WRITE CHKPT-RECORD
           .

           MOVE WS-BATCH-MODE TO CHKPT-T-BATCH-MODE
           MOVE WS-BATCH-OPEN TO CHKPT-T-BATCH-OPEN
           MOVE WS-BATCH-STRAY TO CHKPT-T-BATCH-STRAY
           MOVE WS-BATCH-OVERFLOW TO CHKPT-T-BATCH-OVER
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 10
              MOVE WS-GRADE-COUNT(WS-CAT-IDX, 1)
           MOVE WS-REC-REVISED TO CHKPT-T-REC-REVISED
           MOVE WS-REC-REV-HELD TO CHKPT-T-REV-HELD
           MOVE WS-REC-SUSPECT TO CHKPT-T-REC-SUSPECT
           MOVE WS-PART-NO TO CHKPT-T-PART-NO
           MOVE WS-PART-STAMP TO CHKPT-T-SPLIT-STAMP
           MOVE WS-TRAILER-OUT-OF-BAL TO CHKPT-T-TRL-OOB
           .

      * Appends a cleared restart marker (a record-read count of
      * corrections pass against this same CHKPTFILE (see
      * 1250-LOAD-ACCEPTED-IDS) keeps its duplicate awareness -
      * RECVAL never deletes CHKPTFILE itself; STEP00 clears it
      * down for the day. A partition also leaves its final batch
      * table behind the marker - the merge rolls the slices' batch
      * records up into the registry rewrite and the office return
      * trailers the partitions themselves do not produce
       8850-CLEAR-CHECKPOINT.
           OPEN EXTEND CHKPT-FILE
           PERFORM 8840-FILL-CHECKPOINT-TOTALS
              VARYING WS-ACC-IDX FROM WS-ACC-IDX-START BY 1
              UNTIL WS-ACC-IDX > WS-ACC-COUNT
           MOVE WS-ACC-COUNT TO WS-ACC-WRITTEN
           IF PART-MODE-YES
              PERFORM 8820-WRITE-CHECKPOINT-BAT-REC
                 VARYING WS-BATCH-IDX FROM 1 BY 1
                 UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
           END-IF
           CLOSE CHKPT-FILE
           .

