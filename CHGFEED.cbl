       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGFEED.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Outbound Master Change Feed
      *
      *    Writes the daily delivery of master changes for the
      *    downstream systems, built from the MSTRJRNL change
      *    journal MSTRUPD (and MSTRBKO) append to. Each delivery
      *    carries every journal entry written since the previous
      *    delivery, in the order the changes were applied, so
      *    nothing is sent twice and nothing is skipped - a night
      *    with a rerun, a corrections promotion or a backout is
      *    delivered exactly as it happened:
      *
      *    | Journalled          | Fed as | Image carried         |
      *    |---------------------|--------|-----------------------|
      *    | A (add)             | A      | Master record after   |
      *    | U (update)          | U      | Master record after   |
      *    | V (reactivation)    | U      | Master record after   |
      *    | R (retirement)      | R      | Master record after   |
      *    | X (backout restore) | U      | Master record after   |
      *    | D (backout delete)  | D      | Record as removed     |
      *
      *    Each delivery is framed by a control header and trailer
      *    carrying its run sequence number - one higher than the
      *    last delivery on the FEEDLOG delivery log - and the
      *    trailer carries the detail count and the count by
      *    feed action for the receiver to balance to. A night
      *    with no changes still delivers a header and a trailer,
      *    so the receiver always has something to acknowledge.
      *
      *    The delivery log records, for every delivery, its
      *    sequence, date, record count and how far through the
      *    journal it reached. The next delivery starts there, and
      *    the journal entry the log says was last sent must still
      *    be where the log says it is - if not, the journal has
      *    been tampered with or the log belongs to another
      *    journal, and the run ends RC=16 before anything is
      *    written. With an empty log (the first delivery) only
      *    the journal entries dated today are sent.
      *
      *    The feed goes to a new generation of the CHGFEED GDG,
      *    so any delivery can be sent again as it was. ACKRECN
      *    reconciles the receiver's acknowledgments against the
      *    delivery log.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Change journal, the delivery log (read, then extended with
      * this delivery), the feed itself and the control report
       FILE-CONTROL.
           SELECT JRNL-DATA  ASSIGN TO MSTRJRNL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL FLOG-DATA ASSIGN TO FEEDLOG
               FILE STATUS IS WS-FLOG-STATUS.
           SELECT FEED-DATA  ASSIGN TO CHGFEED
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEEDREPO   ASSIGN TO FEEDREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD JRNL-DATA
           RECORDING MODE IS F.
       01 JRNL-DATA-RECORD       PIC X(160).

       FD FLOG-DATA
           RECORDING MODE IS F.
       01 FLOG-DATA-RECORD       PIC X(80).

       FD FEED-DATA
           RECORDING MODE IS F.
       01 FEED-DATA-RECORD       PIC X(100).

       FD FEEDREPO
           RECORDING MODE IS F.
       01 FEEDREPO-REC           PIC X(132).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      * One journal record as MSTRUPD writes it - see MSTRUPD for
      * the column layout. Each image is split across its 40-byte
      * field and its EXT field (master bytes 41-60)
       01 WS-JRNL-LINE.
          05 WS-JRNL-RUN-DATE    PIC 9(8).
          05 WS-JRNL-RUN-TIME    PIC 9(6).
          05 WS-JRNL-PASS        PIC X.
          05 WS-JRNL-ACTION      PIC X.
          05 WS-JRNL-ID          PIC X(5).
          05 WS-JRNL-SEQ         PIC 9(7).
          05 WS-JRNL-BEFORE      PIC X(40).
          05 WS-JRNL-AFTER       PIC X(40).
          05 WS-JRNL-BEFORE-EXT  PIC X(20).
          05 WS-JRNL-AFTER-EXT   PIC X(20).
          05 FILLER              PIC X(12).

      *********************************
      *    Delivery log record layout
      *    | Field          | Columns | Type    |
      *    |----------------|---------|---------|
      *    | RUN SEQUENCE   | 1-7     | Numeric |
      *    | FEED DATE      | 8-15    | YYYYMMDD|
      *    | FEED TIME      | 16-21   | HHMMSS  |
      *    | RECORDS SENT   | 22-28   | Numeric |
      *    | JOURNAL THRU   | 29-37   | Numeric |
      *    | LAST JRNL DATE | 38-45   | YYYYMMDD|
      *    | LAST JRNL TIME | 46-51   | HHMMSS  |
      *    | LAST JRNL SEQ  | 52-58   | Numeric |
      *********************************
      * JOURNAL THRU is the count of journal records, from the
      * start of the journal, covered by this and every earlier
      * delivery; the LAST JRNL fields identify the record at
      * that position. Both are zero on a delivery that reached
      * no journal record at all
       01 WS-FLOG-LINE.
          05 WS-FLOG-SEQ         PIC 9(7).
          05 WS-FLOG-DATE        PIC 9(8).
          05 WS-FLOG-TIME        PIC 9(6).
          05 WS-FLOG-COUNT       PIC 9(7).
          05 WS-FLOG-JRNL-THRU   PIC 9(9).
          05 WS-FLOG-LAST-DATE   PIC 9(8).
          05 WS-FLOG-LAST-TIME   PIC 9(6).
          05 WS-FLOG-LAST-SEQ    PIC 9(7).
          05 FILLER              PIC X(22)  VALUE SPACES.

      *********************************
      *    Feed record layouts - 100 bytes, type in column 1
      *    | Field          | Columns | Type    |
      *    |----------------|---------|---------|
      *    | H header       | 1       | 'H'     |
      *    | FEED ID        | 2-9     | RECVALCF|
      *    | RUN SEQUENCE   | 10-16   | Numeric |
      *    | FEED DATE      | 17-24   | YYYYMMDD|
      *    | FEED TIME      | 25-30   | HHMMSS  |
      *    |----------------|---------|---------|
      *    | D detail       | 1       | 'D'     |
      *    | ACTION         | 2       | A/U/R/D |
      *    | ID             | 3-7     | Numeric |
      *    | CHANGE DATE    | 8-15    | YYYYMMDD|
      *    | CHANGE TIME    | 16-21   | HHMMSS  |
      *    | MASTER IMAGE   | 22-81   | Master  |
      *    | PASS           | 82      | M/C/R/B |
      *    |----------------|---------|---------|
      *    | T trailer      | 1       | 'T'     |
      *    | RUN SEQUENCE   | 2-8     | Numeric |
      *    | DETAIL COUNT   | 9-15    | Numeric |
      *    | ADDS           | 16-22   | Numeric |
      *    | UPDATES        | 23-29   | Numeric |
      *    | RETIREMENTS    | 30-36   | Numeric |
      *    | DELETES        | 37-43   | Numeric |
      *********************************
      * The master image is the 60-byte master record layout
      * (see MSTRUPD)
       01 WS-FEED-HEADER.
          05 WS-FH-TYPE          PIC X      VALUE 'H'.
          05 WS-FH-FEED-ID       PIC X(8)   VALUE 'RECVALCF'.
          05 WS-FH-SEQ           PIC 9(7).
          05 WS-FH-DATE          PIC 9(8).
          05 WS-FH-TIME          PIC 9(6).
          05 FILLER              PIC X(70)  VALUE SPACES.

       01 WS-FEED-DETAIL.
          05 WS-FD-TYPE          PIC X      VALUE 'D'.
          05 WS-FD-ACTION        PIC X.
          05 WS-FD-ID            PIC X(5).
          05 WS-FD-CHG-DATE      PIC 9(8).
          05 WS-FD-CHG-TIME      PIC 9(6).
          05 WS-FD-IMAGE         PIC X(60).
          05 WS-FD-PASS          PIC X.
          05 FILLER              PIC X(18)  VALUE SPACES.

       01 WS-FEED-TRAILER.
          05 WS-FT-TYPE          PIC X      VALUE 'T'.
          05 WS-FT-SEQ           PIC 9(7).
          05 WS-FT-COUNT         PIC 9(7).
          05 WS-FT-ADDS          PIC 9(7).
          05 WS-FT-UPDATES       PIC 9(7).
          05 WS-FT-RETIRES       PIC 9(7).
          05 WS-FT-DELETES       PIC 9(7).
          05 FILLER              PIC X(57)  VALUE SPACES.

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-JRNL-STATUS      PIC XX     VALUE SPACES.
          05 WS-FLOG-STATUS      PIC XX     VALUE SPACES.
          05 WS-FEED-STATUS      PIC XX     VALUE SPACES.
          05 WS-JRNL-EOF         PIC X      VALUE 'N'.
             88 JRNL-EOF-YES                VALUE 'Y'.
          05 WS-FLOG-EOF         PIC X      VALUE 'N'.
             88 FLOG-EOF-YES                VALUE 'Y'.
          05 WS-FIRST-FEED       PIC X      VALUE 'N'.
             88 FIRST-FEED-YES              VALUE 'Y'.

      *********************************
      * Where the last delivery left off - from the final record
      * on the delivery log
       01 WS-LAST-DELIVERY.
          05 WS-LAST-SEQ         PIC 9(7)   VALUE 0.
          05 WS-LAST-THRU        PIC 9(9)   VALUE 0.
          05 WS-LAST-JRNL-DATE   PIC 9(8)   VALUE 0.
          05 WS-LAST-JRNL-TIME   PIC 9(6)   VALUE 0.
          05 WS-LAST-JRNL-SEQ    PIC 9(7)   VALUE 0.

      *********************************
      * Counters for:
      * Journal records read, deliveries on the log, the records
      * sent by feed action, and the position of the last record
      * sent
       01 WS-COUNTERS.
          05 WS-JRNL-POS         PIC 9(9)   VALUE 0.
          05 WS-FLOG-READ        PIC 9(7)   VALUE 0.
          05 WS-SENT-COUNT       PIC 9(7)   VALUE 0.
          05 WS-ADD-COUNT        PIC 9(7)   VALUE 0.
          05 WS-UPD-COUNT        PIC 9(7)   VALUE 0.
          05 WS-RET-COUNT        PIC 9(7)   VALUE 0.
          05 WS-DEL-COUNT        PIC 9(7)   VALUE 0.
          05 WS-SKIP-COUNT       PIC 9(7)   VALUE 0.

      *********************************
      * Date and time this delivery was made
       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.
       01 WS-RUN-TIME-RAW        PIC 9(8)   VALUE 0.

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
          05 WS-EDIT-SEQ         PIC ZZZZZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FEED-LOOP UNTIL JRNL-EOF-YES
           PERFORM 3000-CLOSE-DELIVERY
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 1010-CLOSE
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           .

      * Appends this step's outcome to the shared job-control
      * status feed for the end-of-job operations summary. The
      * trailer is built from the same counts, so the balance
      * byte stays '-'
       9600-WRITE-JOB-STATUS.
           OPEN EXTEND JSTAT-DATA
           IF WS-JSTAT-STATUS = '00' OR '05'
              MOVE SPACES TO WS-JSTAT-LINE
              MOVE 'CHGFEED' TO WS-JST-PROGRAM
              MOVE SPACE TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              ACCEPT WS-JST-TIME-RAW FROM TIME
              MOVE WS-JST-TIME-RAW(1:6) TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              MOVE '-' TO WS-JST-BALANCE
              MOVE WS-FH-SEQ TO WS-JST-COUNT(1)
              MOVE WS-SENT-COUNT TO WS-JST-COUNT(2)
              MOVE WS-ADD-COUNT TO WS-JST-COUNT(3)
              MOVE WS-UPD-COUNT TO WS-JST-COUNT(4)
              MOVE WS-RET-COUNT TO WS-JST-COUNT(5)
              MOVE WS-DEL-COUNT TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

      * The delivery log is read to its end and the journal is
      * wound forward past everything already delivered before
      * the feed is opened - a log that does not agree with the
      * journal must stop the run with nothing written
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           PERFORM 1100-LOAD-DELIVERY-LOG
           OPEN INPUT JRNL-DATA
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'CHGFEED: JOURNAL WILL NOT OPEN - STATUS '
                 WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT FIRST-FEED-YES
              PERFORM 1200-SKIP-DELIVERED
                 UNTIL WS-JRNL-POS = WS-LAST-THRU
                    OR JRNL-EOF-YES
              PERFORM 1210-CHECK-LAST-SENT
           END-IF
           OPEN OUTPUT FEED-DATA
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'CHGFEED: FEED DATASET WILL NOT OPEN - STATUS '
                 WS-FEED-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT FEEDREPO
           COMPUTE WS-FH-SEQ = WS-LAST-SEQ + 1
           MOVE WS-RUN-DATE TO WS-FH-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-FH-TIME
           WRITE FEED-DATA-RECORD FROM WS-FEED-HEADER
           MOVE WS-LAST-THRU TO WS-FLOG-JRNL-THRU
           MOVE WS-LAST-JRNL-DATE TO WS-FLOG-LAST-DATE
           MOVE WS-LAST-JRNL-TIME TO WS-FLOG-LAST-TIME
           MOVE WS-LAST-JRNL-SEQ TO WS-FLOG-LAST-SEQ
           .

       1010-CLOSE.
           CLOSE JRNL-DATA
                 FEED-DATA
                 FEEDREPO
           .

      * Only the final delivery record matters - it says where
      * the next delivery starts and what sequence it takes. An
      * absent or empty log makes this the first delivery
       1100-LOAD-DELIVERY-LOG.
           OPEN INPUT FLOG-DATA
           IF WS-FLOG-STATUS = '00'
              PERFORM 1110-READ-DELIVERY UNTIL FLOG-EOF-YES
              CLOSE FLOG-DATA
           END-IF
           IF WS-FLOG-READ = 0
              SET FIRST-FEED-YES TO TRUE
           END-IF
           .

       1110-READ-DELIVERY.
           READ FLOG-DATA INTO WS-FLOG-LINE
           AT END
              SET FLOG-EOF-YES TO TRUE
           NOT AT END
              IF WS-FLOG-SEQ IS NOT NUMERIC
                 OR WS-FLOG-JRNL-THRU IS NOT NUMERIC
                 DISPLAY 'CHGFEED: DELIVERY LOG RECORD MALFORMED: <'
                    FLOG-DATA-RECORD '>'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FLOG-READ
              MOVE WS-FLOG-SEQ TO WS-LAST-SEQ
              MOVE WS-FLOG-JRNL-THRU TO WS-LAST-THRU
              MOVE WS-FLOG-LAST-DATE TO WS-LAST-JRNL-DATE
              MOVE WS-FLOG-LAST-TIME TO WS-LAST-JRNL-TIME
              MOVE WS-FLOG-LAST-SEQ TO WS-LAST-JRNL-SEQ
           END-READ
           .

       1200-SKIP-DELIVERED.
           PERFORM 2100-READ-JOURNAL
           .

      * The record at the logged position must be the one the log
      * says was sent last - otherwise the next delivery would
      * start in the wrong place
       1210-CHECK-LAST-SENT.
           IF WS-JRNL-POS NOT = WS-LAST-THRU
              DISPLAY 'CHGFEED: JOURNAL HOLDS ' WS-JRNL-POS
                 ' RECORDS - DELIVERY LOG SAYS ' WS-LAST-THRU
                 ' WERE SENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-LAST-THRU > 0
              IF WS-JRNL-RUN-DATE NOT = WS-LAST-JRNL-DATE
                 OR WS-JRNL-RUN-TIME NOT = WS-LAST-JRNL-TIME
                 OR WS-JRNL-SEQ NOT = WS-LAST-JRNL-SEQ
                 DISPLAY 'CHGFEED: JOURNAL RECORD ' WS-JRNL-POS
                    ' IS NOT THE ONE THE DELIVERY LOG LAST SENT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

      * Everything past the last delivery goes out - on the first
      * delivery, only what was journalled today
       2000-FEED-LOOP.
           PERFORM 2100-READ-JOURNAL
           IF NOT JRNL-EOF-YES
              IF FIRST-FEED-YES
                 AND WS-JRNL-RUN-DATE NOT = WS-RUN-DATE
                 ADD 1 TO WS-SKIP-COUNT
              ELSE
                 PERFORM 2200-WRITE-DETAIL
              END-IF
              MOVE WS-JRNL-POS TO WS-FLOG-JRNL-THRU
              MOVE WS-JRNL-RUN-DATE TO WS-FLOG-LAST-DATE
              MOVE WS-JRNL-RUN-TIME TO WS-FLOG-LAST-TIME
              MOVE WS-JRNL-SEQ TO WS-FLOG-LAST-SEQ
           END-IF
           .

       2100-READ-JOURNAL.
           READ JRNL-DATA INTO WS-JRNL-LINE
           AT END
              SET JRNL-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-JRNL-POS
           END-READ
           .

      * A delete carries the record as it stood when it was taken
      * off the master; everything else carries the record as the
      * change left it
       2200-WRITE-DETAIL.
           MOVE WS-JRNL-ID TO WS-FD-ID
           MOVE WS-JRNL-RUN-DATE TO WS-FD-CHG-DATE
           MOVE WS-JRNL-RUN-TIME TO WS-FD-CHG-TIME
           MOVE WS-JRNL-PASS TO WS-FD-PASS
           MOVE WS-JRNL-AFTER TO WS-FD-IMAGE(1:40)
           MOVE WS-JRNL-AFTER-EXT TO WS-FD-IMAGE(41:20)
           EVALUATE WS-JRNL-ACTION
              WHEN 'A'
                 MOVE 'A' TO WS-FD-ACTION
                 ADD 1 TO WS-ADD-COUNT
              WHEN 'R'
                 MOVE 'R' TO WS-FD-ACTION
                 ADD 1 TO WS-RET-COUNT
              WHEN 'D'
                 MOVE 'D' TO WS-FD-ACTION
                 MOVE WS-JRNL-BEFORE TO WS-FD-IMAGE(1:40)
                 MOVE WS-JRNL-BEFORE-EXT TO WS-FD-IMAGE(41:20)
                 ADD 1 TO WS-DEL-COUNT
              WHEN OTHER
                 MOVE 'U' TO WS-FD-ACTION
                 ADD 1 TO WS-UPD-COUNT
           END-EVALUATE
           WRITE FEED-DATA-RECORD FROM WS-FEED-DETAIL
           ADD 1 TO WS-SENT-COUNT
           .

      * Closes the delivery with its trailer and logs it - the log
      * record is only written once the trailer is down, so a run
      * that fails part-way leaves the log pointing at the last
      * delivery that was whole
       3000-CLOSE-DELIVERY.
           MOVE WS-FH-SEQ TO WS-FT-SEQ
           MOVE WS-SENT-COUNT TO WS-FT-COUNT
           MOVE WS-ADD-COUNT TO WS-FT-ADDS
           MOVE WS-UPD-COUNT TO WS-FT-UPDATES
           MOVE WS-RET-COUNT TO WS-FT-RETIRES
           MOVE WS-DEL-COUNT TO WS-FT-DELETES
           WRITE FEED-DATA-RECORD FROM WS-FEED-TRAILER
           MOVE WS-FH-SEQ TO WS-FLOG-SEQ
           MOVE WS-RUN-DATE TO WS-FLOG-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-FLOG-TIME
           MOVE WS-SENT-COUNT TO WS-FLOG-COUNT
           OPEN EXTEND FLOG-DATA
           IF WS-FLOG-STATUS NOT = '00' AND NOT = '05'
              DISPLAY 'CHGFEED: DELIVERY LOG WILL NOT OPEN - STATUS '
                 WS-FLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE FLOG-DATA-RECORD FROM WS-FLOG-LINE
           CLOSE FLOG-DATA
           .

       9000-PRINT-SUMMARY.
           MOVE 'MASTER CHANGE FEED DELIVERY' TO WS-REPORT-LINE
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE
           WRITE FEEDREPO-REC FROM WS-HEADER-LINE-2
           MOVE WS-FH-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   RUN SEQUENCE: ' DELIMITED BY SIZE
                  WS-EDIT-SEQ DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE
           IF FIRST-FEED-YES
              MOVE 'FIRST DELIVERY - ONLY TODAY''S JOURNAL ENTRIES SENT'
                 TO WS-REPORT-LINE
              WRITE FEEDREPO-REC FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-JRNL-POS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'JOURNAL RECORDS....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-LAST-THRU TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALREADY DELIVERED..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           IF WS-SKIP-COUNT > 0
              MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'BEFORE FIRST FEED..: ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE FEEDREPO-REC FROM WS-REPORT-LINE
           END-IF

           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS SENT.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ADDS.............: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-UPD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  UPDATES..........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-RET-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RETIREMENTS......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE

           MOVE WS-DEL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DELETES..........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE FEEDREPO-REC FROM WS-REPORT-LINE
           .

       END PROGRAM CHGFEED.
