       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVSPLIT.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Daily Input Partition Split
      *
      *    Splits the day's INFILE by batch office into four
      *    partitions so four RECVAL main passes can run side by
      *    side, one per partition, before RVMERGE puts their
      *    outputs back together. Every office goes wholly to one
      *    partition, named on the PARTMAP parm member, so each
      *    office's batches, trailers and registry high-water are
      *    judged inside one partition exactly as a whole-file run
      *    would judge them:
      *
      *    | Record                   | Goes to                   |
      *    |--------------------------|---------------------------|
      *    | Batch header (BHDR)      | Its office's partition    |
      *    | Data and batch trailer   | The partition of the last |
      *    |                          |   batch header read       |
      *    | Anything before the      | Partition 1               |
      *    |   first batch header     |                           |
      *    | A file trailer before    | Partition 1, and the      |
      *    |   any batch header       |   split stops there, the  |
      *    |                          |   same place RECVAL stops |
      *
      *    An unbatched file therefore goes to partition 1 whole.
      *    An office not on the map goes to the DEFAULT partition
      *    and is listed on the split report.
      *
      *    Duplicate detection cannot be settled inside one
      *    partition - the same ID can arrive under two offices -
      *    so the split reads INFILE twice. The first read finds
      *    every ID that turns up in more than one partition; the
      *    second writes the partitions and, for each occurrence
      *    of such an ID, a cross-partition record on SPLITCTL
      *    giving its partition, its position in the partition,
      *    its position in the whole file, its office and batch
      *    and the record itself. RVMERGE settles those IDs in
      *    whole-file order from that list.
      *
      *    SPLITCTL record types (120 bytes):
      *
      *    | Type | Content                                       |
      *    |------|-----------------------------------------------|
      *    | X    | ID, partition, partition position, file       |
      *    |      |   position, office, batch number, record      |
      *    | P    | Partition, split stamp, data records, batch   |
      *    |      |   headers, records written, batches tabled    |
      *    | H    | Split stamp and file totals - written last,   |
      *    |      |   so a SPLITCTL without one is an unfinished  |
      *    |      |   split                                       |
      *
      *    Each partition also gets a one-record PCTLn control
      *    dataset - its presence is what runs RECVAL as that
      *    partition. The split stamp (this run's date and time)
      *    on every control record ties the partitions' outputs
      *    to this split and no other.
      *
      *    PARTMAP parm member, * in column 1 for comments:
      *       OFFICE <office> <partition 1-4>
      *       DEFAULT <partition 1-4>   (1 when not given)
      *    A malformed or contradictory map ends the step RC=16
      *    before anything is written. A batch from an office the
      *    map does not name ends it RC=4.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Rules parameter file (for the trailer ID in effect), the
      * partition map, the day's input, the four partition inputs
      * and their control records, the split control dataset for
      * the merge, the split report and the job status feed
       FILE-CONTROL.
           SELECT RULE-DATA  ASSIGN TO RULEFILE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT PMAP-DATA  ASSIGN TO PARTMAP
               FILE STATUS IS WS-PMAP-STATUS.
           SELECT INPUT-DATA ASSIGN TO INFILE
               FILE STATUS IS WS-IN-STATUS.
           SELECT PART1-DATA ASSIGN TO PART1.
           SELECT PART2-DATA ASSIGN TO PART2.
           SELECT PART3-DATA ASSIGN TO PART3.
           SELECT PART4-DATA ASSIGN TO PART4.
           SELECT PCTL1-DATA ASSIGN TO PCTL1.
           SELECT PCTL2-DATA ASSIGN TO PCTL2.
           SELECT PCTL3-DATA ASSIGN TO PCTL3.
           SELECT PCTL4-DATA ASSIGN TO PCTL4.
           SELECT SPLT-DATA  ASSIGN TO SPLITCTL.
           SELECT SPLTREPO   ASSIGN TO SPLTREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD RULE-DATA
           RECORDING MODE IS F.
       01 RULE-DATA-RECORD       PIC X(80).

       FD PMAP-DATA
           RECORDING MODE IS F.
       01 PMAP-DATA-RECORD       PIC X(80).

       FD INPUT-DATA
           RECORDING MODE IS F.
       01 INPUT-DATA-RECORD      PIC X(80).

      * The partition inputs - each one is an INFILE in its own
      * right, headers and trailers included
       FD PART1-DATA
           RECORDING MODE IS F.
       01 PART1-DATA-RECORD      PIC X(80).

       FD PART2-DATA
           RECORDING MODE IS F.
       01 PART2-DATA-RECORD      PIC X(80).

       FD PART3-DATA
           RECORDING MODE IS F.
       01 PART3-DATA-RECORD      PIC X(80).

       FD PART4-DATA
           RECORDING MODE IS F.
       01 PART4-DATA-RECORD      PIC X(80).

      * One control record per partition - see the PART-CTL
      * layout in VALIDATE.CBL
       FD PCTL1-DATA
           RECORDING MODE IS F.
       01 PCTL1-DATA-RECORD      PIC X(80).

       FD PCTL2-DATA
           RECORDING MODE IS F.
       01 PCTL2-DATA-RECORD      PIC X(80).

       FD PCTL3-DATA
           RECORDING MODE IS F.
       01 PCTL3-DATA-RECORD      PIC X(80).

       FD PCTL4-DATA
           RECORDING MODE IS F.
       01 PCTL4-DATA-RECORD      PIC X(80).

       FD SPLT-DATA
           RECORDING MODE IS F.
       01 SPLT-DATA-RECORD       PIC X(120).

       FD SPLTREPO
           RECORDING MODE IS F.
       01 SPLTREPO-REC           PIC X(132).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      * Markers that make an INFILE record a control record rather
      * than data - must match what RECVAL recognizes: the batch
      * header marker, and the trailer ID from the rules file
       01 WS-MARKERS.
          05 WS-BATCH-HDR-MARK   PIC X(5)   VALUE 'BHDR '.
          05 WS-TRAILER-ID       PIC X(5)   VALUE '99999'.

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-RULE-STATUS      PIC XX     VALUE SPACES.
          05 WS-PMAP-STATUS      PIC XX     VALUE SPACES.
          05 WS-IN-STATUS        PIC XX     VALUE SPACES.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-PASS             PIC 9      VALUE 1.
          05 WS-SEEN-BHDR        PIC X      VALUE 'N'.
             88 SEEN-BHDR-YES               VALUE 'Y'.
          05 WS-SPLIT-DONE       PIC X      VALUE 'N'.
             88 SPLIT-DONE-YES              VALUE 'Y'.
          05 WS-REC-KIND         PIC X      VALUE SPACE.
             88 KIND-HEADER                 VALUE 'H'.
             88 KIND-TRAILER                VALUE 'T'.
             88 KIND-DATA                   VALUE 'D'.
             88 KIND-NOT-SPLIT              VALUE 'N'.
          05 WS-MAP-FOUND        PIC X      VALUE 'N'.
          05 WS-UNM-FOUND        PIC X      VALUE 'N'.

      *********************************
      * Partition map from PARTMAP. An office is looked up by a
      * straight scan - the map is no longer than the registry
       01 WS-MAP-DATA.
          05 WS-PARM-KW          PIC X(8).
          05 WS-PARM-OP1         PIC X(8).
          05 WS-PARM-OP2         PIC X(8).
          05 WS-PARM-RECORD      PIC X(80).
          05 WS-PARM-ERR-TEXT    PIC X(40).
          05 WS-DEFAULT-PART     PIC 9      VALUE 1.
          05 WS-MAP-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-MAP-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-MAP-MATCH-IDX    PIC 9(3)   COMP VALUE 0.
          05 WS-MAP-ENTRY        OCCURS 200 TIMES.
             10 WS-MAP-OFFICE    PIC X(3).
             10 WS-MAP-PART      PIC 9.

      *********************************
      * Offices seen on a batch header that the map does not name,
      * for the report - they went to the default partition
       01 WS-UNMAPPED-DATA.
          05 WS-UNM-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-UNM-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-UNM-MATCH-IDX    PIC 9(3)   COMP VALUE 0.
          05 WS-UNM-OVERFLOW     PIC 9(5)   VALUE 0.
          05 WS-UNM-ENTRY        OCCURS 50 TIMES.
             10 WS-UNM-OFFICE    PIC X(3).
             10 WS-UNM-BATCHES   PIC 9(5).

      *********************************
      * Per-partition state. Each partition's batch state is kept
      * the way RECVAL will see it running that partition alone -
      * a header among the whole file's first 20 opens a batch, a
      * trailer closes it - so the office and batch number put on
      * a cross-partition record are the ones the partition run
      * files the record under. The batches opened are the ones
      * the partition run may table, passed on its control record
      * so it refuses any later batch just as a whole-file run
      * with its 20-batch table would
       01 WS-PART-DATA.
          05 WS-ROUTE-PART       PIC 9      VALUE 1.
          05 WS-PART-IDX         PIC 9      COMP VALUE 0.
          05 WS-PART-NO          PIC 9      VALUE 0.
          05 WS-PART-ENTRY       OCCURS 4 TIMES.
             10 WS-PRT-BATCH-OPEN    PIC X.
             10 WS-PRT-BATCH-COUNT   PIC 9(3).
             10 WS-PRT-OFFICE        PIC X(3).
             10 WS-PRT-ORDINAL       PIC 9(3).
             10 WS-PRT-DATA          PIC 9(7).
             10 WS-PRT-HEADERS       PIC 9(5).
             10 WS-PRT-WRITTEN       PIC 9(7).
             10 WS-PRT-CROSS         PIC 9(7).
             10 WS-PRT-OFFICES       PIC 9(3).

      *********************************
      * Which partition each ID was first seen in, and whether it
      * turned up in another one too. A record ID is five digits,
      * so one slot per possible ID answers in a single probe
       01 WS-ID-DATA.
          05 WS-ID-NUM           PIC 9(5)   VALUE 0.
          05 WS-ID-SUB           PIC 9(6)   COMP VALUE 0.
          05 WS-ID-FIRST-PARTS.
             10 WS-ID-FIRST-PART OCCURS 100000 TIMES
                                  PIC 9 VALUE 0.
          05 WS-ID-MULTI-FLAGS.
             10 WS-ID-MULTI      OCCURS 100000 TIMES
                                  PIC X VALUE 'N'.

      *********************************
      * Counters for:
      * Records read, data records, headers, trailers, records
      * left behind a file trailer, and cross-partition IDs
       01 WS-COUNTERS.
          05 WS-REC-READ         PIC 9(7)   VALUE 0.
          05 WS-DATA-READ        PIC 9(7)   VALUE 0.
          05 WS-HDR-READ         PIC 9(7)   VALUE 0.
          05 WS-TRL-READ         PIC 9(7)   VALUE 0.
          05 WS-NOT-SPLIT        PIC 9(7)   VALUE 0.
          05 WS-CROSS-IDS        PIC 9(7)   VALUE 0.
          05 WS-CROSS-OCCURS     PIC 9(7)   VALUE 0.

      *********************************
      * The split stamp - this run's date and time, carried on
      * every control record the split writes
       01 WS-SPLIT-STAMP.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-RUN-TIME         PIC 9(6)   VALUE 0.
       01 WS-RUN-TIME-RAW        PIC 9(8)   VALUE 0.

      *********************************
      * Partition control record - layout shared with the
      * PART-CTL record in VALIDATE.CBL
       01 WS-PCTL-LINE.
          05 WS-PCTL-PART-NO     PIC 9.
          05 WS-PCTL-SPLIT-DATE  PIC 9(8).
          05 WS-PCTL-SPLIT-TIME  PIC 9(6).
          05 WS-PCTL-DATA-RECS   PIC 9(7).
          05 WS-PCTL-BATCHES     PIC 9(5).
          05 WS-PCTL-BATCHED     PIC X.
          05 WS-PCTL-BATCH-LIMIT PIC 9(3).
          05 FILLER              PIC X(49)  VALUE SPACES.

      *********************************
      * Split control records for RVMERGE
       01 WS-SPLT-X-LINE.
          05 WS-SPX-TYPE         PIC X      VALUE 'X'.
          05 WS-SPX-ID           PIC X(5).
          05 WS-SPX-PART         PIC 9.
          05 WS-SPX-PSEQ         PIC 9(7).
          05 WS-SPX-GSEQ         PIC 9(7).
          05 WS-SPX-OFFICE       PIC X(3).
          05 WS-SPX-BATCH        PIC 9(3).
          05 WS-SPX-RECORD       PIC X(80).
          05 FILLER              PIC X(13)  VALUE SPACES.

       01 WS-SPLT-P-LINE.
          05 WS-SPP-TYPE         PIC X      VALUE 'P'.
          05 WS-SPP-PART         PIC 9.
          05 WS-SPP-DATE         PIC 9(8).
          05 WS-SPP-TIME         PIC 9(6).
          05 WS-SPP-DATA         PIC 9(7).
          05 WS-SPP-HEADERS      PIC 9(5).
          05 WS-SPP-WRITTEN      PIC 9(7).
          05 WS-SPP-TABLED       PIC 9(3).
          05 FILLER              PIC X(82)  VALUE SPACES.

       01 WS-SPLT-H-LINE.
          05 WS-SPH-TYPE         PIC X      VALUE 'H'.
          05 WS-SPH-DATE         PIC 9(8).
          05 WS-SPH-TIME         PIC 9(6).
          05 WS-SPH-READ         PIC 9(7).
          05 WS-SPH-DATA         PIC 9(7).
          05 WS-SPH-NOT-SPLIT    PIC 9(7).
          05 WS-SPH-BATCHED      PIC X.
          05 WS-SPH-CROSS-IDS    PIC 9(7).
          05 WS-SPH-CROSS-OCC    PIC 9(7).
          05 FILLER              PIC X(69)  VALUE SPACES.

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

      *********************************
      * Working fields used to build the report lines
       01 WS-REPORT-FIELDS.
          05 WS-REPORT-LINE      PIC X(132).
          05 WS-EDIT-COUNT       PIC ZZZZZZ9.
          05 WS-EDIT-COUNT2      PIC ZZZZZZ9.
          05 WS-EDIT-COUNT3      PIC ZZZZZZ9.
          05 WS-EDIT-COUNT4      PIC ZZZZZZ9.
          05 WS-EDIT-COUNT5      PIC ZZZZZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-CROSS-IDS
           PERFORM 3000-WRITE-PARTITIONS
           PERFORM 4000-WRITE-CONTROLS
           PERFORM 9000-PRINT-REPORT
           PERFORM 1010-CLOSE
      * An office the map does not name still runs, in the default
      * partition - but the map is out of date, so the step warns
           IF WS-UNM-COUNT > 0
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
              MOVE 'RVSPLIT' TO WS-JST-PROGRAM
              MOVE SPACE TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              MOVE WS-RUN-TIME TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              MOVE '-' TO WS-JST-BALANCE
              MOVE WS-REC-READ TO WS-JST-COUNT(1)
              MOVE WS-PRT-DATA(1) TO WS-JST-COUNT(2)
              MOVE WS-PRT-DATA(2) TO WS-JST-COUNT(3)
              MOVE WS-PRT-DATA(3) TO WS-JST-COUNT(4)
              MOVE WS-PRT-DATA(4) TO WS-JST-COUNT(5)
              MOVE WS-CROSS-OCCURS TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

      * The map is loaded and checked before INFILE is touched, so
      * a bad map costs nothing but a rerun of this step
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           PERFORM 1100-LOAD-TRAILER-ID
           PERFORM 1200-LOAD-PARTITION-MAP
           OPEN OUTPUT SPLTREPO
           .

       1010-CLOSE.
           CLOSE SPLTREPO
           .

      * Only the trailer ID is needed from the rules file - the
      * same value RECVAL runs with, so the split stops where a
      * partition run would stop
       1100-LOAD-TRAILER-ID.
           OPEN INPUT RULE-DATA
           IF WS-RULE-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM 1110-READ-RULE UNTIL EOF-YES
              CLOSE RULE-DATA
           END-IF
           .

       1110-READ-RULE.
           READ RULE-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              IF RULE-DATA-RECORD(1:1) NOT = '*'
                 MOVE SPACES TO WS-PARM-KW WS-PARM-OP1
                 UNSTRING RULE-DATA-RECORD
                    DELIMITED BY ALL ' '
                    INTO WS-PARM-KW WS-PARM-OP1
                 END-UNSTRING
                 IF WS-PARM-KW = 'TRAILID'
                    AND WS-PARM-OP1(1:5) IS NUMERIC
                    MOVE WS-PARM-OP1(1:5) TO WS-TRAILER-ID
                 END-IF
              END-IF
           END-READ
           .

      * The map is required - without it there is no saying which
      * partition an office belongs to, and a guess would send two
      * of one office's batches to different partitions
       1200-LOAD-PARTITION-MAP.
           OPEN INPUT PMAP-DATA
           IF WS-PMAP-STATUS NOT = '00'
              MOVE 'PARTMAP MISSING OR UNREADABLE' TO WS-PARM-ERR-TEXT
              MOVE SPACES TO WS-PARM-RECORD
              PERFORM 1290-MAP-ERROR
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM 1210-READ-MAP-RECORD UNTIL EOF-YES
           CLOSE PMAP-DATA
           .

       1210-READ-MAP-RECORD.
           READ PMAP-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              MOVE PMAP-DATA-RECORD TO WS-PARM-RECORD
              IF WS-PARM-RECORD(1:1) NOT = '*'
                 AND WS-PARM-RECORD NOT = SPACES
                 PERFORM 1220-APPLY-MAP-RECORD
              END-IF
           END-READ
           .

       1220-APPLY-MAP-RECORD.
           MOVE SPACES TO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           UNSTRING WS-PARM-RECORD
              DELIMITED BY ALL ' '
              INTO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           END-UNSTRING
           EVALUATE WS-PARM-KW
              WHEN 'OFFICE'
                 IF WS-PARM-OP1(1:3) = SPACES
                    OR WS-PARM-OP1(4:5) NOT = SPACES
                    OR WS-PARM-OP2(1:1) < '1'
                    OR WS-PARM-OP2(1:1) > '4'
                    OR WS-PARM-OP2(2:7) NOT = SPACES
                    MOVE 'BAD OFFICE ENTRY' TO WS-PARM-ERR-TEXT
                    PERFORM 1290-MAP-ERROR
                 END-IF
                 PERFORM 1230-ADD-MAP-OFFICE
              WHEN 'DEFAULT'
                 IF WS-PARM-OP1(1:1) < '1'
                    OR WS-PARM-OP1(1:1) > '4'
                    OR WS-PARM-OP1(2:7) NOT = SPACES
                    MOVE 'BAD DEFAULT ENTRY' TO WS-PARM-ERR-TEXT
                    PERFORM 1290-MAP-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:1) TO WS-DEFAULT-PART
              WHEN OTHER
                 MOVE 'UNKNOWN PARTMAP KEYWORD' TO WS-PARM-ERR-TEXT
                 PERFORM 1290-MAP-ERROR
           END-EVALUATE
           .

      * An office named twice could only mean one of the two lines
      * is wrong - which one is not for this program to guess
       1230-ADD-MAP-OFFICE.
           MOVE WS-PARM-OP1(1:3) TO WS-SPX-OFFICE
           PERFORM 1240-FIND-MAP-OFFICE
           IF WS-MAP-FOUND = 'Y'
              MOVE 'OFFICE MAPPED MORE THAN ONCE' TO WS-PARM-ERR-TEXT
              PERFORM 1290-MAP-ERROR
           END-IF
           IF WS-MAP-COUNT >= 200
              MOVE 'MORE THAN 200 OFFICES MAPPED' TO WS-PARM-ERR-TEXT
              PERFORM 1290-MAP-ERROR
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-PARM-OP1(1:3) TO WS-MAP-OFFICE(WS-MAP-COUNT)
           MOVE WS-PARM-OP2(1:1) TO WS-MAP-PART(WS-MAP-COUNT)
           .

      * Looks WS-SPX-OFFICE up on the map; WS-MAP-MATCH-IDX is the
      * matching entry when WS-MAP-FOUND comes back Y
       1240-FIND-MAP-OFFICE.
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM 1245-SEARCH-MAP
              VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 OR WS-MAP-FOUND = 'Y'
           .

       1245-SEARCH-MAP.
           IF WS-MAP-OFFICE(WS-MAP-IDX) = WS-SPX-OFFICE
              MOVE 'Y' TO WS-MAP-FOUND
              MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
           END-IF
           .

       1290-MAP-ERROR.
           DISPLAY 'RVSPLIT: PARTITION MAP ERROR - ' WS-PARM-ERR-TEXT
           IF WS-PARM-RECORD NOT = SPACES
              DISPLAY 'RVSPLIT: RECORD IN ERROR: <' WS-PARM-RECORD '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * First read - every data record's ID is noted against the
      * partition it routes to, and an ID that routes to a second
      * partition is marked as crossing partitions
       2000-FIND-CROSS-IDS.
           MOVE 1 TO WS-PASS
           PERFORM 2050-START-PASS
           PERFORM 2100-READ-INPUT UNTIL EOF-YES
           CLOSE INPUT-DATA
           .

      * Both reads route every record the same way, so each starts
      * from the same clean state
       2050-START-PASS.
           OPEN INPUT INPUT-DATA
           IF WS-IN-STATUS NOT = '00'
              DISPLAY 'RVSPLIT: INFILE WILL NOT OPEN - STATUS '
                 WS-IN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF WS-SEEN-BHDR WS-SPLIT-DONE
           MOVE 1 TO WS-ROUTE-PART
           MOVE 0 TO WS-REC-READ WS-DATA-READ WS-HDR-READ
                     WS-TRL-READ WS-NOT-SPLIT
           PERFORM 2060-RESET-PARTITION
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           .

       2060-RESET-PARTITION.
           MOVE 'N' TO WS-PRT-BATCH-OPEN(WS-PART-IDX)
           MOVE 0 TO WS-PRT-BATCH-COUNT(WS-PART-IDX)
                     WS-PRT-ORDINAL(WS-PART-IDX)
                     WS-PRT-DATA(WS-PART-IDX)
                     WS-PRT-HEADERS(WS-PART-IDX)
                     WS-PRT-WRITTEN(WS-PART-IDX)
                     WS-PRT-CROSS(WS-PART-IDX)
           MOVE SPACES TO WS-PRT-OFFICE(WS-PART-IDX)
           .

       2100-READ-INPUT.
           READ INPUT-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-REC-READ
              PERFORM 2200-ROUTE-RECORD
              IF WS-PASS = 1
                 IF KIND-DATA
                    PERFORM 2300-NOTE-ID
                 END-IF
              ELSE
                 PERFORM 3100-WRITE-RECORD
              END-IF
           END-READ
           .

      * Classifies one record and settles the partition it goes
      * to, moving the partition's batch state along exactly as
      * RECVAL's own header and trailer handling will
       2200-ROUTE-RECORD.
           EVALUATE TRUE
              WHEN SPLIT-DONE-YES
                 SET KIND-NOT-SPLIT TO TRUE
                 ADD 1 TO WS-NOT-SPLIT
              WHEN INPUT-DATA-RECORD(1:5) = WS-BATCH-HDR-MARK
                 SET KIND-HEADER TO TRUE
                 ADD 1 TO WS-HDR-READ
                 SET SEEN-BHDR-YES TO TRUE
                 PERFORM 2210-ROUTE-HEADER
              WHEN INPUT-DATA-RECORD(1:5) = WS-TRAILER-ID
                 SET KIND-TRAILER TO TRUE
                 ADD 1 TO WS-TRL-READ
                 IF SEEN-BHDR-YES
                    MOVE 'N' TO WS-PRT-BATCH-OPEN(WS-ROUTE-PART)
                 ELSE
                    SET SPLIT-DONE-YES TO TRUE
                 END-IF
              WHEN OTHER
                 SET KIND-DATA TO TRUE
                 ADD 1 TO WS-DATA-READ
                 ADD 1 TO WS-PRT-DATA(WS-ROUTE-PART)
           END-EVALUATE
           .

      * A header reaching a partition with a batch still open
      * closes that batch. Past the whole file's 20th header a
      * partition run has no table room for the batch, and this
      * leaves it unopened the same way
       2210-ROUTE-HEADER.
           MOVE INPUT-DATA-RECORD(6:3) TO WS-SPX-OFFICE
           PERFORM 1240-FIND-MAP-OFFICE
           IF WS-MAP-FOUND = 'Y'
              MOVE WS-MAP-PART(WS-MAP-MATCH-IDX) TO WS-ROUTE-PART
           ELSE
              MOVE WS-DEFAULT-PART TO WS-ROUTE-PART
              IF WS-PASS = 1
                 PERFORM 2220-NOTE-UNMAPPED-OFFICE
              END-IF
           END-IF
           ADD 1 TO WS-PRT-HEADERS(WS-ROUTE-PART)
           MOVE 'N' TO WS-PRT-BATCH-OPEN(WS-ROUTE-PART)
           IF WS-HDR-READ <= 20
              ADD 1 TO WS-PRT-BATCH-COUNT(WS-ROUTE-PART)
              MOVE WS-PRT-BATCH-COUNT(WS-ROUTE-PART)
                 TO WS-PRT-ORDINAL(WS-ROUTE-PART)
              MOVE INPUT-DATA-RECORD(6:3)
                 TO WS-PRT-OFFICE(WS-ROUTE-PART)
              MOVE 'Y' TO WS-PRT-BATCH-OPEN(WS-ROUTE-PART)
           END-IF
           .

       2220-NOTE-UNMAPPED-OFFICE.
           MOVE 'N' TO WS-UNM-FOUND
           PERFORM 2225-SEARCH-UNMAPPED
              VARYING WS-UNM-IDX FROM 1 BY 1
              UNTIL WS-UNM-IDX > WS-UNM-COUNT
                 OR WS-UNM-FOUND = 'Y'
           IF WS-UNM-FOUND = 'Y'
              ADD 1 TO WS-UNM-BATCHES(WS-UNM-MATCH-IDX)
           ELSE
              IF WS-UNM-COUNT < 50
                 ADD 1 TO WS-UNM-COUNT
                 MOVE WS-SPX-OFFICE TO WS-UNM-OFFICE(WS-UNM-COUNT)
                 MOVE 1 TO WS-UNM-BATCHES(WS-UNM-COUNT)
              ELSE
                 ADD 1 TO WS-UNM-OVERFLOW
              END-IF
           END-IF
           .

       2225-SEARCH-UNMAPPED.
           IF WS-UNM-OFFICE(WS-UNM-IDX) = WS-SPX-OFFICE
              MOVE 'Y' TO WS-UNM-FOUND
              MOVE WS-UNM-IDX TO WS-UNM-MATCH-IDX
           END-IF
           .

      * Only a numeric ID can be a duplicate - RECVAL never takes
      * anything else into its accepted set
       2300-NOTE-ID.
           IF INPUT-DATA-RECORD(1:5) IS NUMERIC
              MOVE INPUT-DATA-RECORD(1:5) TO WS-ID-NUM
              COMPUTE WS-ID-SUB = WS-ID-NUM + 1
              IF WS-ID-FIRST-PART(WS-ID-SUB) = 0
                 MOVE WS-ROUTE-PART TO WS-ID-FIRST-PART(WS-ID-SUB)
              ELSE
                 IF WS-ID-FIRST-PART(WS-ID-SUB) NOT = WS-ROUTE-PART
                    AND WS-ID-MULTI(WS-ID-SUB) = 'N'
                    MOVE 'Y' TO WS-ID-MULTI(WS-ID-SUB)
                    ADD 1 TO WS-CROSS-IDS
                 END-IF
              END-IF
           END-IF
           .

      * Second read - writes every record to its partition, and
      * the cross-partition list alongside
       3000-WRITE-PARTITIONS.
           OPEN OUTPUT PART1-DATA PART2-DATA PART3-DATA PART4-DATA
           OPEN OUTPUT SPLT-DATA
           MOVE 2 TO WS-PASS
           MOVE 0 TO WS-CROSS-OCCURS
           PERFORM 2050-START-PASS
           PERFORM 2100-READ-INPUT UNTIL EOF-YES
           CLOSE INPUT-DATA
           CLOSE PART1-DATA PART2-DATA PART3-DATA PART4-DATA
           .

      * A file trailer ahead of any batch header ends the file for
      * RECVAL, so it ends the split too - what follows it is
      * counted but goes nowhere
       3100-WRITE-RECORD.
           IF NOT KIND-NOT-SPLIT
              ADD 1 TO WS-PRT-WRITTEN(WS-ROUTE-PART)
              EVALUATE WS-ROUTE-PART
                 WHEN 1
                    WRITE PART1-DATA-RECORD FROM INPUT-DATA-RECORD
                 WHEN 2
                    WRITE PART2-DATA-RECORD FROM INPUT-DATA-RECORD
                 WHEN 3
                    WRITE PART3-DATA-RECORD FROM INPUT-DATA-RECORD
                 WHEN OTHER
                    WRITE PART4-DATA-RECORD FROM INPUT-DATA-RECORD
              END-EVALUATE
              IF KIND-DATA
                 PERFORM 3200-WRITE-CROSS-RECORD
              END-IF
           END-IF
           .

       3200-WRITE-CROSS-RECORD.
           IF INPUT-DATA-RECORD(1:5) IS NUMERIC
              MOVE INPUT-DATA-RECORD(1:5) TO WS-ID-NUM
              COMPUTE WS-ID-SUB = WS-ID-NUM + 1
              IF WS-ID-MULTI(WS-ID-SUB) = 'Y'
                 ADD 1 TO WS-CROSS-OCCURS
                 ADD 1 TO WS-PRT-CROSS(WS-ROUTE-PART)
                 MOVE INPUT-DATA-RECORD(1:5) TO WS-SPX-ID
                 MOVE WS-ROUTE-PART TO WS-SPX-PART
                 MOVE WS-PRT-DATA(WS-ROUTE-PART) TO WS-SPX-PSEQ
                 MOVE WS-DATA-READ TO WS-SPX-GSEQ
                 IF WS-PRT-BATCH-OPEN(WS-ROUTE-PART) = 'Y'
                    MOVE WS-PRT-OFFICE(WS-ROUTE-PART) TO WS-SPX-OFFICE
                    MOVE WS-PRT-ORDINAL(WS-ROUTE-PART) TO WS-SPX-BATCH
                 ELSE
                    MOVE SPACES TO WS-SPX-OFFICE
                    MOVE 0 TO WS-SPX-BATCH
                 END-IF
                 MOVE INPUT-DATA-RECORD TO WS-SPX-RECORD
                 WRITE SPLT-DATA-RECORD FROM WS-SPLT-X-LINE
              END-IF
           END-IF
           .

      * The partition control records, then the partition and
      * header records that close SPLITCTL - the header goes last
      * so the merge can tell a finished split from one that died
       4000-WRITE-CONTROLS.
           OPEN OUTPUT PCTL1-DATA PCTL2-DATA PCTL3-DATA PCTL4-DATA
           PERFORM 4100-WRITE-PARTITION-CONTROL
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           CLOSE PCTL1-DATA PCTL2-DATA PCTL3-DATA PCTL4-DATA
           MOVE WS-RUN-DATE TO WS-SPH-DATE
           MOVE WS-RUN-TIME TO WS-SPH-TIME
           MOVE WS-REC-READ TO WS-SPH-READ
           MOVE WS-DATA-READ TO WS-SPH-DATA
           MOVE WS-NOT-SPLIT TO WS-SPH-NOT-SPLIT
           MOVE WS-SEEN-BHDR TO WS-SPH-BATCHED
           MOVE WS-CROSS-IDS TO WS-SPH-CROSS-IDS
           MOVE WS-CROSS-OCCURS TO WS-SPH-CROSS-OCC
           WRITE SPLT-DATA-RECORD FROM WS-SPLT-H-LINE
           CLOSE SPLT-DATA
           .

       4100-WRITE-PARTITION-CONTROL.
           MOVE WS-PART-IDX TO WS-PCTL-PART-NO
           MOVE WS-RUN-DATE TO WS-PCTL-SPLIT-DATE
           MOVE WS-RUN-TIME TO WS-PCTL-SPLIT-TIME
           MOVE WS-PRT-DATA(WS-PART-IDX) TO WS-PCTL-DATA-RECS
           MOVE WS-PRT-HEADERS(WS-PART-IDX) TO WS-PCTL-BATCHES
           MOVE WS-SEEN-BHDR TO WS-PCTL-BATCHED
           MOVE WS-PRT-BATCH-COUNT(WS-PART-IDX) TO WS-PCTL-BATCH-LIMIT
           EVALUATE WS-PART-IDX
              WHEN 1
                 WRITE PCTL1-DATA-RECORD FROM WS-PCTL-LINE
              WHEN 2
                 WRITE PCTL2-DATA-RECORD FROM WS-PCTL-LINE
              WHEN 3
                 WRITE PCTL3-DATA-RECORD FROM WS-PCTL-LINE
              WHEN OTHER
                 WRITE PCTL4-DATA-RECORD FROM WS-PCTL-LINE
           END-EVALUATE
           MOVE WS-PART-IDX TO WS-SPP-PART
           MOVE WS-RUN-DATE TO WS-SPP-DATE
           MOVE WS-RUN-TIME TO WS-SPP-TIME
           MOVE WS-PRT-DATA(WS-PART-IDX) TO WS-SPP-DATA
           MOVE WS-PRT-HEADERS(WS-PART-IDX) TO WS-SPP-HEADERS
           MOVE WS-PRT-WRITTEN(WS-PART-IDX) TO WS-SPP-WRITTEN
           MOVE WS-PRT-BATCH-COUNT(WS-PART-IDX) TO WS-SPP-TABLED
           WRITE SPLT-DATA-RECORD FROM WS-SPLT-P-LINE
           .

      * The split report - the map in force, what each partition
      * was given, and anything the operator should know before
      * the partition jobs go
       9000-PRINT-REPORT.
           MOVE 'RVSPLIT - DAILY INPUT PARTITION SPLIT'
              TO WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SPLIT STAMP: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  '   DEFAULT PARTITION: ' DELIMITED BY SIZE
                  WS-DEFAULT-PART DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           MOVE 'PARTITIONS' TO WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-HEADER-LINE-2
           PERFORM 9100-PRINT-PARTITION-LINE
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           MOVE 'SPLIT TOTALS' TO WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           WRITE SPLTREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-REC-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INFILE RECORDS READ....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-DATA-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DATA RECORDS.........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-HDR-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BATCH HEADERS........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-TRL-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TRAILERS.............: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-CROSS-IDS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'IDS IN MORE THAN ONE...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-CROSS-OCCURS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RECORDS CARRYING THEM: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE

           IF WS-NOT-SPLIT > 0
              MOVE WS-NOT-SPLIT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS FOLLOW THE FILE TRAILER - '
                        DELIMITED BY SIZE
                     'NOT SPLIT, NOT VALIDATED ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           END-IF

           IF WS-UNM-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              WRITE SPLTREPO-REC FROM WS-REPORT-LINE
              MOVE 'OFFICES NOT ON THE PARTITION MAP' TO WS-REPORT-LINE
              WRITE SPLTREPO-REC FROM WS-REPORT-LINE
              WRITE SPLTREPO-REC FROM WS-HEADER-LINE-2
              PERFORM 9200-PRINT-UNMAPPED-LINE
                 VARYING WS-UNM-IDX FROM 1 BY 1
                 UNTIL WS-UNM-IDX > WS-UNM-COUNT
              IF WS-UNM-OVERFLOW > 0
                 MOVE WS-UNM-OVERFLOW TO WS-EDIT-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '*** ' DELIMITED BY SIZE
                        WS-EDIT-COUNT DELIMITED BY SIZE
                        ' MORE BATCHES FROM UNMAPPED OFFICES ***'
                           DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 WRITE SPLTREPO-REC FROM WS-REPORT-LINE
              END-IF
           END-IF
           .

       9100-PRINT-PARTITION-LINE.
           MOVE 0 TO WS-PRT-OFFICES(WS-PART-IDX)
           PERFORM 9110-COUNT-MAPPED-OFFICE
              VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-MAP-COUNT
           MOVE WS-PRT-OFFICES(WS-PART-IDX) TO WS-EDIT-COUNT
           MOVE WS-PRT-HEADERS(WS-PART-IDX) TO WS-EDIT-COUNT2
           MOVE WS-PRT-DATA(WS-PART-IDX) TO WS-EDIT-COUNT3
           MOVE WS-PRT-WRITTEN(WS-PART-IDX) TO WS-EDIT-COUNT4
           MOVE WS-PRT-CROSS(WS-PART-IDX) TO WS-EDIT-COUNT5
           MOVE WS-PART-IDX TO WS-PART-NO
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PARTITION ' DELIMITED BY SIZE
                  WS-PART-NO DELIMITED BY SIZE
                  '  OFFICES: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  BATCHES: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  '  DATA: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT3 DELIMITED BY SIZE
                  '  WRITTEN: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT4 DELIMITED BY SIZE
                  '  CROSS-PARTITION: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT5 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           .

       9110-COUNT-MAPPED-OFFICE.
           IF WS-MAP-PART(WS-MAP-IDX) = WS-PART-IDX
              ADD 1 TO WS-PRT-OFFICES(WS-PART-IDX)
           END-IF
           .

       9200-PRINT-UNMAPPED-LINE.
           MOVE WS-UNM-BATCHES(WS-UNM-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OFFICE ' DELIMITED BY SIZE
                  WS-UNM-OFFICE(WS-UNM-IDX) DELIMITED BY SIZE
                  '  BATCHES: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  SENT TO PARTITION ' DELIMITED BY SIZE
                  WS-DEFAULT-PART DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE SPLTREPO-REC FROM WS-REPORT-LINE
           .

       END PROGRAM RVSPLIT.
