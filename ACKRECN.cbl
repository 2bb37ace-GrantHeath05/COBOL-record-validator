       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECN.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Change Feed Acknowledgment Reconciliation
      *
      *    Matches the acknowledgments the downstream receiver
      *    returns for each change feed delivery against the
      *    FEEDLOG delivery log CHGFEED keeps, and reports every
      *    delivery that has not been cleanly received:
      *
      *    | Finding           | When                               |
      *    |-------------------|------------------------------------|
      *    | NOT ACKNOWLEDGED  | No acknowledgment for the sequence |
      *    | OVERDUE           | Not acknowledged and older than    |
      *    |                   | MAXDAYS days                       |
      *    | ACKNOWLEDGED SHORT| Records received differs from the  |
      *    |                   | records sent                       |
      *    | RECORDS BOUNCED   | The receiver rejected records      |
      *
      *    The acknowledgment dataset is cumulative - the receiver
      *    appends to it - and holds two record types:
      *
      *    | Field          | Columns | Type    |
      *    |----------------|---------|---------|
      *    | A ack          | 1       | 'A'     |
      *    | RUN SEQUENCE   | 2-8     | Numeric |
      *    | RECEIVED       | 9-15    | Numeric |
      *    | REJECTED       | 16-22   | Numeric |
      *    | ACK DATE       | 23-30   | YYYYMMDD|
      *    |----------------|---------|---------|
      *    | R rejected rec | 1       | 'R'     |
      *    | RUN SEQUENCE   | 2-8     | Numeric |
      *    | ID             | 9-13    | Numeric |
      *    | REASON CODE    | 14-17   | Text    |
      *    | REASON TEXT    | 18-57   | Text    |
      *
      *    A delivery acknowledged more than once (it was resent)
      *    is judged by its latest acknowledgment. Only the most
      *    recent 90 deliveries on the log are reconciled; older
      *    acknowledgments are passed over, and one for a sequence
      *    never delivered is listed as unknown.
      *
      *    Overdue deliveries are also written to ACKOVER for the
      *    operations summary page, so a missed interface is seen
      *    the next morning. Any overdue, short, bounced or unknown
      *    finding ends the step RC=4.
      *
      *    ACKPARM is optional - MAXDAYS defaults to 002:
      *       MAXDAYS nnn   days a delivery may go unacknowledged
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Delivery log, the acknowledgment dataset, the optional
      * parameter dataset, the reconciliation report and the
      * overdue list for the operations summary
       FILE-CONTROL.
           SELECT OPTIONAL FLOG-DATA ASSIGN TO FEEDLOG
               FILE STATUS IS WS-FLOG-STATUS.
           SELECT OPTIONAL ACK-DATA ASSIGN TO ACKFILE
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL ACK-PARM ASSIGN TO ACKPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACKREPO    ASSIGN TO ACKREPO.
           SELECT AOVR-DATA  ASSIGN TO ACKOVER
               FILE STATUS IS WS-AOVR-STATUS.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD FLOG-DATA
           RECORDING MODE IS F.
       01 FLOG-DATA-RECORD       PIC X(80).

       FD ACK-DATA
           RECORDING MODE IS F.
       01 ACK-DATA-RECORD        PIC X(80).

       FD ACK-PARM
           RECORDING MODE IS F.
       01 ACK-PARM-RECORD        PIC X(80).

       FD ACKREPO
           RECORDING MODE IS F.
       01 ACKREPO-REC            PIC X(132).

      * One record per overdue delivery, read by OPSUMM
       FD AOVR-DATA
           RECORDING MODE IS F.
       01 AOVR-DATA-RECORD       PIC X(80).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      * One delivery log record as CHGFEED writes it - see CHGFEED
      * for the column layout
       01 WS-FLOG-LINE.
          05 WS-FLOG-SEQ         PIC 9(7).
          05 WS-FLOG-DATE        PIC 9(8).
          05 WS-FLOG-TIME        PIC 9(6).
          05 WS-FLOG-COUNT       PIC 9(7).
          05 WS-FLOG-JRNL-THRU   PIC 9(9).
          05 WS-FLOG-LAST-DATE   PIC 9(8).
          05 WS-FLOG-LAST-TIME   PIC 9(6).
          05 WS-FLOG-LAST-SEQ    PIC 9(7).
          05 FILLER              PIC X(22).

      *********************************
      * One acknowledgment record, in either of its two layouts
       01 WS-ACK-LINE.
          05 WS-ACK-TYPE         PIC X.
             88 ACK-SUMMARY                 VALUE 'A'.
             88 ACK-REJECT                  VALUE 'R'.
          05 WS-ACK-SEQ          PIC 9(7).
          05 WS-ACK-RECEIVED     PIC 9(7).
          05 WS-ACK-REJECTED     PIC 9(7).
          05 WS-ACK-DATE         PIC 9(8).
          05 FILLER              PIC X(50).

       01 WS-ACK-REJ-LINE REDEFINES WS-ACK-LINE.
          05 FILLER              PIC X.
          05 FILLER              PIC X(7).
          05 WS-REJ-ID           PIC X(5).
          05 WS-REJ-CODE         PIC X(4).
          05 WS-REJ-TEXT         PIC X(40).
          05 FILLER              PIC X(23).

      *********************************
      * The most recent deliveries on the log, held in a ring the
      * way RUNTRND keeps its window - once the ring is full each
      * new delivery overwrites the oldest. Each slot carries what
      * the acknowledgments said about it
       01 WS-RING-DATA.
          05 WS-RING-SIZE        PIC 9(2)   COMP VALUE 90.
          05 WS-RING-TOTAL       PIC 9(7)   COMP VALUE 0.
          05 WS-RING-IDX         PIC 9(2)   COMP VALUE 0.
          05 WS-RING-KEPT        PIC 9(2)   COMP VALUE 0.
          05 WS-RING-POS         PIC 9(2)   COMP VALUE 0.
          05 WS-RING-SLOT        OCCURS 90 TIMES.
             10 WS-DLV-SEQ       PIC 9(7).
             10 WS-DLV-DATE      PIC 9(8).
             10 WS-DLV-SENT      PIC 9(7).
             10 WS-DLV-ACKED     PIC X.
             10 WS-DLV-RECEIVED  PIC 9(7).
             10 WS-DLV-REJECTED  PIC 9(7).
             10 WS-DLV-ACK-DATE  PIC 9(8).
             10 WS-DLV-REJ-LINES PIC 9(7).

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-FLOG-STATUS      PIC XX     VALUE SPACES.
          05 WS-ACK-STATUS       PIC XX     VALUE SPACES.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-AOVR-STATUS      PIC XX     VALUE SPACES.
          05 WS-FLOG-EOF         PIC X      VALUE 'N'.
             88 FLOG-EOF-YES                VALUE 'Y'.
          05 WS-ACK-EOF          PIC X      VALUE 'N'.
             88 ACK-EOF-YES                 VALUE 'Y'.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-DLV-FOUND        PIC X      VALUE 'N'.
          05 WS-REJ-HDR-DONE     PIC X      VALUE 'N'.

      *********************************
      * Reconciliation parameters from ACKPARM, * in column 1 for
      * comments
       01 WS-ACK-PARMS.
          05 WS-PARM-KW          PIC X(8).
          05 WS-PARM-OP1         PIC X(8).
          05 WS-MAX-DAYS         PIC 9(3)   VALUE 2.

      *********************************
      * Working fields for judging one delivery
       01 WS-JUDGE-FIELDS.
          05 WS-RUN-DAY-N        PIC 9(7)   VALUE 0.
          05 WS-DLV-AGE          PIC S9(7)  VALUE 0.
          05 WS-STATUS-TEXT      PIC X(30)  VALUE SPACES.
          05 WS-IS-SHORT         PIC X      VALUE 'N'.
          05 WS-IS-BOUNCED       PIC X      VALUE 'N'.
          05 WS-LOW-SEQ          PIC 9(7)   VALUE 0.
          05 WS-HIGH-SEQ         PIC 9(7)   VALUE 0.

      *********************************
      * Counters for:
      * Deliveries logged and reconciled, acknowledgment records
      * read, and each kind of finding
       01 WS-COUNTERS.
          05 WS-FLOG-READ        PIC 9(7)   VALUE 0.
          05 WS-ACK-READ         PIC 9(7)   VALUE 0.
          05 WS-ACK-OLD          PIC 9(7)   VALUE 0.
          05 WS-ACK-UNKNOWN      PIC 9(7)   VALUE 0.
          05 WS-ACK-BAD          PIC 9(7)   VALUE 0.
          05 WS-CLEAN-COUNT      PIC 9(7)   VALUE 0.
          05 WS-UNACKED-COUNT    PIC 9(7)   VALUE 0.
          05 WS-OVERDUE-COUNT    PIC 9(7)   VALUE 0.
          05 WS-SHORT-COUNT      PIC 9(7)   VALUE 0.
          05 WS-BOUNCED-COUNT    PIC 9(7)   VALUE 0.
          05 WS-REJ-LISTED       PIC 9(7)   VALUE 0.

      *********************************
      * Date this reconciliation ran, printed on the report
      * heading and aged against
       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.

      *********************************
      * One overdue delivery as OPSUMM reads it
       01 WS-AOVR-LINE.
          05 WS-AOVR-SEQ         PIC 9(7).
          05 WS-AOVR-DATE        PIC 9(8).
          05 WS-AOVR-AGE         PIC 9(5).
          05 WS-AOVR-SENT        PIC 9(7).
          05 FILLER              PIC X(53)  VALUE SPACES.

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
          05 WS-EDIT-DAYS        PIC ZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      *********************************
      * One line per delivery reconciled
       01 WS-DET-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-SEQ          PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-DATE         PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-SENT         PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-RECEIVED     PIC X(7).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-REJECTED     PIC X(7).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-ACK-DATE     PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-DET-STATUS       PIC X(30).

       01 WS-DET-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(9)   VALUE 'RUN SEQ  '.
          05 FILLER              PIC X(10)  VALUE 'SENT ON   '.
          05 FILLER              PIC X(9)   VALUE '   SENT  '.
          05 FILLER              PIC X(9)   VALUE 'RECEIVED '.
          05 FILLER              PIC X(9)   VALUE 'REJECTED '.
          05 FILLER              PIC X(10)  VALUE 'ACKED ON  '.
          05 FILLER              PIC X(7)   VALUE 'FINDING'.

      *********************************
      * One line per record the receiver bounced
       01 WS-REJ-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REJL-SEQ         PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REJL-ID          PIC X(5).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-REJL-CODE        PIC X(4).
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-REJL-TEXT        PIC X(40).

       01 WS-REJ-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(9)   VALUE 'RUN SEQ  '.
          05 FILLER              PIC X(8)   VALUE 'ID      '.
          05 FILLER              PIC X(7)   VALUE 'CODE   '.
          05 FILLER              PIC X(6)   VALUE 'REASON'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACK-LOOP UNTIL ACK-EOF-YES
           PERFORM 3000-JUDGE-DELIVERIES
           PERFORM 9000-PRINT-SUMMARY
           PERFORM 1010-CLOSE
           IF WS-OVERDUE-COUNT > 0
              OR WS-SHORT-COUNT > 0
              OR WS-BOUNCED-COUNT > 0
              OR WS-ACK-UNKNOWN > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           .

      * Appends this step's outcome to the shared job-control
      * status feed for the end-of-job operations summary. The
      * overdue deliveries themselves go to OPSUMM on ACKOVER
       9600-WRITE-JOB-STATUS.
           OPEN EXTEND JSTAT-DATA
           IF WS-JSTAT-STATUS = '00' OR '05'
              MOVE SPACES TO WS-JSTAT-LINE
              MOVE 'ACKRECN' TO WS-JST-PROGRAM
              MOVE SPACE TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              ACCEPT WS-JST-TIME-RAW FROM TIME
              MOVE WS-JST-TIME-RAW(1:6) TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              MOVE '-' TO WS-JST-BALANCE
              MOVE WS-RING-KEPT TO WS-JST-COUNT(1)
              MOVE WS-CLEAN-COUNT TO WS-JST-COUNT(2)
              MOVE WS-UNACKED-COUNT TO WS-JST-COUNT(3)
              MOVE WS-OVERDUE-COUNT TO WS-JST-COUNT(4)
              MOVE WS-SHORT-COUNT TO WS-JST-COUNT(5)
              MOVE WS-BOUNCED-COUNT TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-N =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-LOAD-ACK-PARMS
           PERFORM 1200-LOAD-DELIVERIES
           OPEN OUTPUT ACKREPO
           OPEN OUTPUT AOVR-DATA
           IF WS-AOVR-STATUS NOT = '00'
              DISPLAY 'ACKRECN: ACKOVER WILL NOT OPEN - STATUS '
                 WS-AOVR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACK-DATA
           IF WS-ACK-STATUS NOT = '00'
              SET ACK-EOF-YES TO TRUE
           END-IF
           PERFORM 1300-WRITE-HEADERS
           .

       1010-CLOSE.
           IF WS-ACK-STATUS = '00' OR '10'
              CLOSE ACK-DATA
           END-IF
           CLOSE ACKREPO
                 AOVR-DATA
           .

      * ACKPARM is optional - absent, MAXDAYS stands at its
      * default. A malformed MAXDAYS is ignored rather than failed
      * over, the same way the movement report treats DELTAMIN
       1100-LOAD-ACK-PARMS.
           OPEN INPUT ACK-PARM
           IF WS-PARM-STATUS = '00'
              PERFORM 1110-READ-ACK-PARM UNTIL PARM-EOF-YES
              CLOSE ACK-PARM
           END-IF
           .

       1110-READ-ACK-PARM.
           READ ACK-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF ACK-PARM-RECORD(1:1) NOT = '*'
                 AND ACK-PARM-RECORD NOT = SPACES
                 MOVE SPACES TO WS-PARM-KW WS-PARM-OP1
                 UNSTRING ACK-PARM-RECORD
                    DELIMITED BY ALL ' '
                    INTO WS-PARM-KW WS-PARM-OP1
                 END-UNSTRING
                 IF WS-PARM-KW = 'MAXDAYS'
                    AND WS-PARM-OP1(1:3) IS NUMERIC
                    MOVE WS-PARM-OP1(1:3) TO WS-MAX-DAYS
                 END-IF
              END-IF
           END-READ
           .

      * Every delivery lands in the ring; what is left at end of
      * file is the most recent deliveries in sequence order. The
      * oldest one kept sets the low sequence - an acknowledgment
      * below it answers a delivery that has left the ring
       1200-LOAD-DELIVERIES.
           OPEN INPUT FLOG-DATA
           IF WS-FLOG-STATUS = '00'
              PERFORM 1210-READ-DELIVERY UNTIL FLOG-EOF-YES
              CLOSE FLOG-DATA
           END-IF
           IF WS-RING-TOTAL < WS-RING-SIZE
              MOVE WS-RING-TOTAL TO WS-RING-KEPT
              IF WS-RING-TOTAL > 0
                 MOVE WS-DLV-SEQ(1) TO WS-LOW-SEQ
              END-IF
           ELSE
              MOVE WS-RING-SIZE TO WS-RING-KEPT
              COMPUTE WS-RING-IDX =
                 FUNCTION MOD(WS-RING-TOTAL, WS-RING-SIZE) + 1
              MOVE WS-DLV-SEQ(WS-RING-IDX) TO WS-LOW-SEQ
           END-IF
           .

       1210-READ-DELIVERY.
           READ FLOG-DATA INTO WS-FLOG-LINE
           AT END
              SET FLOG-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-FLOG-READ
              IF WS-FLOG-SEQ IS NUMERIC
                 AND WS-FLOG-DATE IS NUMERIC
                 AND WS-FLOG-COUNT IS NUMERIC
                 ADD 1 TO WS-RING-TOTAL
                 COMPUTE WS-RING-IDX =
                    FUNCTION MOD(WS-RING-TOTAL - 1, WS-RING-SIZE) + 1
                 MOVE WS-FLOG-SEQ TO WS-DLV-SEQ(WS-RING-IDX)
                 MOVE WS-FLOG-DATE TO WS-DLV-DATE(WS-RING-IDX)
                 MOVE WS-FLOG-COUNT TO WS-DLV-SENT(WS-RING-IDX)
                 MOVE 'N' TO WS-DLV-ACKED(WS-RING-IDX)
                 MOVE 0 TO WS-DLV-RECEIVED(WS-RING-IDX)
                           WS-DLV-REJECTED(WS-RING-IDX)
                           WS-DLV-ACK-DATE(WS-RING-IDX)
                           WS-DLV-REJ-LINES(WS-RING-IDX)
                 MOVE WS-FLOG-SEQ TO WS-HIGH-SEQ
              END-IF
           END-READ
           .

       1300-WRITE-HEADERS.
           MOVE 'CHANGE FEED ACKNOWLEDGMENT RECONCILIATION'
              TO WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-HEADER-LINE-2
           MOVE WS-MAX-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   OVERDUE AFTER: ' DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE
           .

      * Folds each acknowledgment into the delivery it answers.
      * Rejected-record lines are listed as they are read, under
      * a heading written the first time one turns up
       2000-ACK-LOOP.
           READ ACK-DATA INTO WS-ACK-LINE
           AT END
              SET ACK-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-ACK-READ
              IF (NOT ACK-SUMMARY AND NOT ACK-REJECT)
                 OR WS-ACK-SEQ IS NOT NUMERIC
                 ADD 1 TO WS-ACK-BAD
              ELSE
                 PERFORM 2100-FIND-DELIVERY
                 EVALUATE TRUE
                    WHEN WS-DLV-FOUND = 'Y' AND ACK-SUMMARY
                       PERFORM 2200-APPLY-ACK
                    WHEN WS-DLV-FOUND = 'Y'
                       PERFORM 2300-LIST-REJECT
                    WHEN WS-ACK-SEQ < WS-LOW-SEQ
                       ADD 1 TO WS-ACK-OLD
                    WHEN OTHER
                       ADD 1 TO WS-ACK-UNKNOWN
                 END-EVALUATE
              END-IF
           END-READ
           .

       2100-FIND-DELIVERY.
           MOVE 'N' TO WS-DLV-FOUND
           PERFORM 2110-SEARCH-DELIVERY
              VARYING WS-RING-IDX FROM 1 BY 1
              UNTIL WS-RING-IDX > WS-RING-KEPT
                 OR WS-DLV-FOUND = 'Y'
           IF WS-DLV-FOUND = 'Y'
              SUBTRACT 1 FROM WS-RING-IDX
           END-IF
           .

       2110-SEARCH-DELIVERY.
           IF WS-DLV-SEQ(WS-RING-IDX) = WS-ACK-SEQ
              MOVE 'Y' TO WS-DLV-FOUND
           END-IF
           .

      * A later acknowledgment of the same delivery replaces the
      * earlier one - the receiver has taken it again
       2200-APPLY-ACK.
           IF WS-ACK-RECEIVED IS NUMERIC
              AND WS-ACK-REJECTED IS NUMERIC
              MOVE 'Y' TO WS-DLV-ACKED(WS-RING-IDX)
              MOVE WS-ACK-RECEIVED TO WS-DLV-RECEIVED(WS-RING-IDX)
              MOVE WS-ACK-REJECTED TO WS-DLV-REJECTED(WS-RING-IDX)
              IF WS-ACK-DATE IS NUMERIC
                 MOVE WS-ACK-DATE TO WS-DLV-ACK-DATE(WS-RING-IDX)
              ELSE
                 MOVE 0 TO WS-DLV-ACK-DATE(WS-RING-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-ACK-BAD
           END-IF
           .

       2300-LIST-REJECT.
           IF WS-REJ-HDR-DONE = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              WRITE ACKREPO-REC FROM WS-REPORT-LINE
              MOVE 'RECORDS BOUNCED BY THE RECEIVER' TO WS-REPORT-LINE
              WRITE ACKREPO-REC FROM WS-REPORT-LINE
              WRITE ACKREPO-REC FROM WS-HEADER-LINE-2
              WRITE ACKREPO-REC FROM WS-REJ-HEADER
              MOVE 'Y' TO WS-REJ-HDR-DONE
           END-IF
           ADD 1 TO WS-DLV-REJ-LINES(WS-RING-IDX)
           ADD 1 TO WS-REJ-LISTED
           MOVE WS-ACK-SEQ TO WS-REJL-SEQ
           MOVE WS-REJ-ID TO WS-REJL-ID
           MOVE WS-REJ-CODE TO WS-REJL-CODE
           MOVE WS-REJ-TEXT TO WS-REJL-TEXT
           WRITE ACKREPO-REC FROM WS-REJ-LINE
           .

      * Walks the kept deliveries oldest first and reports each
      * one's standing
       3000-JUDGE-DELIVERIES.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-REPORT-LINE
           MOVE 'DELIVERIES RECONCILED' TO WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-HEADER-LINE-2
           WRITE ACKREPO-REC FROM WS-DET-HEADER
           IF WS-RING-KEPT = 0
              MOVE '  NONE - THE DELIVERY LOG IS EMPTY'
                 TO WS-REPORT-LINE
              WRITE ACKREPO-REC FROM WS-REPORT-LINE
           END-IF
           PERFORM 3100-JUDGE-ONE
              VARYING WS-RING-POS FROM 1 BY 1
              UNTIL WS-RING-POS > WS-RING-KEPT
           .

      * Slot of the n-th oldest kept delivery - when the ring has
      * wrapped, counting starts just past the newest
       3100-JUDGE-ONE.
           IF WS-RING-TOTAL <= WS-RING-SIZE
              MOVE WS-RING-POS TO WS-RING-IDX
           ELSE
              COMPUTE WS-RING-IDX =
                 FUNCTION MOD(WS-RING-TOTAL + WS-RING-POS - 1,
                    WS-RING-SIZE) + 1
           END-IF
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE 'N' TO WS-IS-SHORT WS-IS-BOUNCED
           IF WS-DLV-ACKED(WS-RING-IDX) = 'N'
              PERFORM 3200-JUDGE-UNACKED
           ELSE
              IF WS-DLV-RECEIVED(WS-RING-IDX)
                 NOT = WS-DLV-SENT(WS-RING-IDX)
                 MOVE 'Y' TO WS-IS-SHORT
                 ADD 1 TO WS-SHORT-COUNT
              END-IF
              IF WS-DLV-REJECTED(WS-RING-IDX) > 0
                 OR WS-DLV-REJ-LINES(WS-RING-IDX) > 0
                 MOVE 'Y' TO WS-IS-BOUNCED
                 ADD 1 TO WS-BOUNCED-COUNT
              END-IF
              EVALUATE TRUE
                 WHEN WS-IS-SHORT = 'Y' AND WS-IS-BOUNCED = 'Y'
                    MOVE 'ACKNOWLEDGED SHORT + BOUNCED'
                       TO WS-STATUS-TEXT
                 WHEN WS-IS-SHORT = 'Y'
                    MOVE 'ACKNOWLEDGED SHORT' TO WS-STATUS-TEXT
                 WHEN WS-IS-BOUNCED = 'Y'
                    MOVE 'RECORDS BOUNCED' TO WS-STATUS-TEXT
                 WHEN OTHER
                    MOVE 'OK' TO WS-STATUS-TEXT
                    ADD 1 TO WS-CLEAN-COUNT
              END-EVALUATE
           END-IF
           PERFORM 3300-WRITE-DELIVERY-LINE
           .

      * Age is in calendar days from the day the delivery was
      * made; past MAXDAYS it is overdue and goes to ACKOVER
       3200-JUDGE-UNACKED.
           ADD 1 TO WS-UNACKED-COUNT
           COMPUTE WS-DLV-AGE = WS-RUN-DAY-N -
              FUNCTION INTEGER-OF-DATE(WS-DLV-DATE(WS-RING-IDX))
           IF WS-DLV-AGE > WS-MAX-DAYS
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE WS-DLV-AGE TO WS-EDIT-DAYS
              STRING 'OVERDUE - NOT ACKED ' DELIMITED BY SIZE
                     WS-EDIT-DAYS DELIMITED BY SIZE
                     ' DAYS' DELIMITED BY SIZE
                     INTO WS-STATUS-TEXT
              END-STRING
              MOVE WS-DLV-SEQ(WS-RING-IDX) TO WS-AOVR-SEQ
              MOVE WS-DLV-DATE(WS-RING-IDX) TO WS-AOVR-DATE
              MOVE WS-DLV-AGE TO WS-AOVR-AGE
              MOVE WS-DLV-SENT(WS-RING-IDX) TO WS-AOVR-SENT
              WRITE AOVR-DATA-RECORD FROM WS-AOVR-LINE
           ELSE
              MOVE 'NOT ACKNOWLEDGED YET' TO WS-STATUS-TEXT
           END-IF
           .

       3300-WRITE-DELIVERY-LINE.
           MOVE WS-DLV-SEQ(WS-RING-IDX) TO WS-DET-SEQ
           MOVE WS-DLV-DATE(WS-RING-IDX) TO WS-DET-DATE
           MOVE WS-DLV-SENT(WS-RING-IDX) TO WS-DET-SENT
           IF WS-DLV-ACKED(WS-RING-IDX) = 'Y'
              MOVE WS-DLV-RECEIVED(WS-RING-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO WS-DET-RECEIVED
              MOVE WS-DLV-REJECTED(WS-RING-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO WS-DET-REJECTED
              MOVE WS-DLV-ACK-DATE(WS-RING-IDX) TO WS-DET-ACK-DATE
           ELSE
              MOVE '      -' TO WS-DET-RECEIVED
              MOVE '      -' TO WS-DET-REJECTED
              MOVE SPACES TO WS-DET-ACK-DATE
           END-IF
           MOVE WS-STATUS-TEXT TO WS-DET-STATUS
           WRITE ACKREPO-REC FROM WS-DET-LINE
           .

       9000-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-REPORT-LINE
           MOVE 'RECONCILIATION TOTALS' TO WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-REPORT-LINE
           WRITE ACKREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-FLOG-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DELIVERIES LOGGED......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-RING-KEPT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DELIVERIES RECONCILED..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-CLEAN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RECEIVED CLEAN.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-UNACKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NOT ACKNOWLEDGED.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    OF WHICH OVERDUE...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-SHORT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ACKNOWLEDGED SHORT...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-BOUNCED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  WITH RECORDS BOUNCED.: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ACK-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACK RECORDS READ.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ACK-OLD TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FOR OLDER DELIVERIES.: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ACKREPO-REC FROM WS-REPORT-LINE

           IF WS-ACK-UNKNOWN > 0
              MOVE WS-ACK-UNKNOWN TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' ACK RECORDS FOR A SEQUENCE NEVER DELIVERED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE ACKREPO-REC FROM WS-REPORT-LINE
           END-IF

           IF WS-ACK-BAD > 0
              MOVE WS-ACK-BAD TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' MALFORMED ACK RECORDS PASSED OVER ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE ACKREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       END PROGRAM ACKRECN.
