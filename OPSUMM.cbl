      *    The step ends RC=8 on OUT OF BALANCE and RC=4 on
      *    WARNINGS so the verdict also reaches JES.
      *
      *    Change feed deliveries the downstream receiver has not
      *    acknowledged within its allowed days (ACKOVER, written
      *    by the acknowledgment reconciliation) are listed on the
      *    page too, and any one of them is a warning.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Job-control status feed, the overdue change feed list and
      * the operations summary page
       FILE-CONTROL.
           SELECT JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
           SELECT OPTIONAL AOVR-DATA ASSIGN TO ACKOVER
               FILE STATUS IS WS-AOVR-STATUS.
           SELECT OPSREPO    ASSIGN TO OPSREPO.
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

      * One record per change feed delivery still unacknowledged
      * past its allowed days
       FD AOVR-DATA
           RECORDING MODE IS F.
       01 AOVR-DATA-RECORD       PIC X(80).

       FD OPSREPO
           RECORDING MODE IS F.
       01 OPSREPO-REC            PIC X(132).
          05 WS-JST-COUNT        OCCURS 6 TIMES PIC 9(7).
          05 FILLER              PIC X(12).

      *********************************
      * One overdue delivery as the acknowledgment reconciliation
      * writes it - run sequence, date sent, age in days, records
      * sent
       01 WS-AOVR-LINE.
          05 WS-AOVR-SEQ         PIC 9(7).
          05 WS-AOVR-DATE        PIC 9(8).
          05 WS-AOVR-AGE         PIC 9(5).
          05 WS-AOVR-SENT        PIC 9(7).
          05 FILLER              PIC X(53).

      *********************************
      * Every status record seen, in arrival order - the nightly
      * job writes well under the table's worth
             88 JSTAT-OPEN-YES              VALUE 'Y'.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-AOVR-STATUS      PIC XX     VALUE SPACES.
          05 WS-AOVR-EOF         PIC X      VALUE 'N'.
             88 AOVR-EOF-YES                VALUE 'Y'.
          05 WS-AOVR-COUNT       PIC 9(5)   VALUE 0.
          05 WS-SAW-VALIDATION   PIC X      VALUE 'N'.
          05 WS-SAW-RECONCILE    PIC X      VALUE 'N'.
          05 WS-SAW-MSTRUPD      PIC X      VALUE 'N'.
          05 WS-EDIT-COUNT4      PIC ZZZZZZ9.
          05 WS-EDIT-COUNT5      PIC ZZZZZZ9.
          05 WS-EDIT-COUNT6      PIC ZZZZZZ9.
          05 WS-EDIT-AGE         PIC ZZZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".
           PERFORM 2000-COLLECT-LOOP UNTIL EOF-YES
           PERFORM 3000-PRINT-STEP-LINES
           PERFORM 4000-PRINT-HEADLINE
           PERFORM 5000-PRINT-UNACKED-FEEDS
           PERFORM 9000-PRINT-VERDICT
           PERFORM 1010-CLOSE
           STOP RUN
      * by them - the labels here must track the writers
       3200-SET-STEP-LABELS.
           EVALUATE TRUE
              WHEN WS-JST-PROGRAM = 'RVSPLIT'
                 MOVE 'INPUT SPLIT' TO WS-STEP-LABEL
                 MOVE 'READ:     ' TO WS-LBL(1)
                 MOVE 'PART 1:   ' TO WS-LBL(2)
                 MOVE 'PART 2:   ' TO WS-LBL(3)
                 MOVE 'PART 3:   ' TO WS-LBL(4)
                 MOVE 'PART 4:   ' TO WS-LBL(5)
                 MOVE 'CROSS-ID: ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'RECVAL' AND WS-JST-PASS IS NUMERIC
                 MOVE SPACES TO WS-STEP-LABEL
                 STRING 'VALIDATION PART ' DELIMITED BY SIZE
                        WS-JST-PASS DELIMITED BY SIZE
                        INTO WS-STEP-LABEL
                 END-STRING
                 MOVE 'READ:     ' TO WS-LBL(1)
                 MOVE 'VALID:    ' TO WS-LBL(2)
                 MOVE 'INVALID:  ' TO WS-LBL(3)
                 MOVE 'SUSPECT:  ' TO WS-LBL(4)
                 MOVE 'RETRACTED:' TO WS-LBL(5)
                 MOVE 'REVISED:  ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'RVMERGE'
                 MOVE 'VALIDATION MERGE' TO WS-STEP-LABEL
                 MOVE 'READ:     ' TO WS-LBL(1)
                 MOVE 'VALID:    ' TO WS-LBL(2)
                 MOVE 'INVALID:  ' TO WS-LBL(3)
                 MOVE 'SUSPECT:  ' TO WS-LBL(4)
                 MOVE 'RETRACTED:' TO WS-LBL(5)
                 MOVE 'REVISED:  ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'RECVAL' AND WS-JST-PASS = 'M'
                 MOVE 'VALIDATION (MAIN)' TO WS-STEP-LABEL
                 MOVE 'READ:     ' TO WS-LBL(1)
                 MOVE 'OOB RUNS: ' TO WS-LBL(2)
                 MOVE 'READ:     ' TO WS-LBL(3)
                 MOVE 'INVALID:  ' TO WS-LBL(4)
                 MOVE 'MISSED:   ' TO WS-LBL(5)
                 MOVE '          ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'RECONCL'
                 MOVE 'RECONCILIATION' TO WS-STEP-LABEL
                 MOVE 'CKP READ: ' TO WS-LBL(4)
                 MOVE 'CKP VAL:  ' TO WS-LBL(5)
                 MOVE 'CKP INV:  ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'CHGFEED'
                 MOVE 'CHANGE FEED' TO WS-STEP-LABEL
                 MOVE 'RUN SEQ:  ' TO WS-LBL(1)
                 MOVE 'SENT:     ' TO WS-LBL(2)
                 MOVE 'ADDS:     ' TO WS-LBL(3)
                 MOVE 'UPDATES:  ' TO WS-LBL(4)
                 MOVE 'RETIRED:  ' TO WS-LBL(5)
                 MOVE 'DELETED:  ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'LKUPBLD'
                 MOVE 'ONLINE LOOKUP' TO WS-STEP-LABEL
                 MOVE 'REJECTS:  ' TO WS-LBL(1)
                 MOVE 'SUSPECTS: ' TO WS-LBL(2)
                 MOVE 'HELD:     ' TO WS-LBL(3)
                 MOVE 'WRIT-OFF: ' TO WS-LBL(4)
                 MOVE 'BY OFFICE:' TO WS-LBL(5)
                 MOVE 'AUTHORITY:' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'ACKRECN'
                 MOVE 'FEED ACKNOWLEDGE' TO WS-STEP-LABEL
                 MOVE 'CHECKED:  ' TO WS-LBL(1)
                 MOVE 'CLEAN:    ' TO WS-LBL(2)
                 MOVE 'UNACKED:  ' TO WS-LBL(3)
                 MOVE 'OVERDUE:  ' TO WS-LBL(4)
                 MOVE 'SHORT:    ' TO WS-LBL(5)
                 MOVE 'BOUNCED:  ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'INVWOFF'
                 MOVE 'REJECT WRITE-OFF' TO WS-STEP-LABEL
                 MOVE 'READ:     ' TO WS-LBL(1)
                 MOVE 'BY TRIES: ' TO WS-LBL(4)
                 MOVE 'BY BOTH:  ' TO WS-LBL(5)
                 MOVE 'CARRIED:  ' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'QAFEED'
                 MOVE 'QA OUTCOMES' TO WS-STEP-LABEL
                 MOVE 'RETURNED: ' TO WS-LBL(1)
                 MOVE 'CONFIRMED:' TO WS-LBL(2)
                 MOVE 'WRONG:    ' TO WS-LBL(3)
                 MOVE 'REFUSED:  ' TO WS-LBL(4)
                 MOVE 'DONE BFR: ' TO WS-LBL(5)
                 MOVE 'OFC FLAGS:' TO WS-LBL(6)
              WHEN WS-JST-PROGRAM = 'QASAMP'
                 MOVE 'QA SAMPLE DRAW' TO WS-STEP-LABEL
                 MOVE 'ELIGIBLE: ' TO WS-LBL(1)
                 MOVE 'SAMPLED:  ' TO WS-LBL(2)
                 MOVE 'LOGGED:   ' TO WS-LBL(3)
                 MOVE 'ON LOG:   ' TO WS-LBL(4)
                 MOVE 'RETRACTS: ' TO WS-LBL(5)
                 MOVE 'QA RE-IN: ' TO WS-LBL(6)
              WHEN OTHER
                 MOVE WS-JST-PROGRAM TO WS-STEP-LABEL
                 PERFORM 3210-SET-GENERIC-LABELS
           IF WS-JST-BALANCE = 'P'
              MOVE 'Y' TO WS-ANY-WARN
           END-IF
      * A partitioned night's headline figures are the merge's -
      * the partitions' own records are only its parts
           EVALUATE TRUE
              WHEN WS-JST-PROGRAM = 'RECVAL' AND WS-JST-PASS IS NUMERIC
                 CONTINUE
              WHEN WS-JST-PROGRAM = 'RVMERGE'
                 MOVE 'Y' TO WS-SAW-VALIDATION
                 MOVE WS-JST-COUNT(1) TO WS-HL-READ
                 MOVE WS-JST-COUNT(2) TO WS-HL-VALID
                 MOVE WS-JST-COUNT(3) TO WS-HL-INVALID
              WHEN WS-JST-PROGRAM = 'RECVAL' AND WS-JST-PASS = 'M'
                 MOVE 'Y' TO WS-SAW-VALIDATION
                 MOVE WS-JST-COUNT(1) TO WS-HL-READ
           WRITE OPSREPO-REC FROM WS-REPORT-LINE
           .

      * The overdue list is optional - no dataset, or an empty
      * one, means every delivery has been acknowledged in time
       5000-PRINT-UNACKED-FEEDS.
           OPEN INPUT AOVR-DATA
           IF WS-AOVR-STATUS = '00'
              MOVE SPACES TO WS-REPORT-LINE
              WRITE OPSREPO-REC FROM WS-REPORT-LINE
              MOVE 'UNACKNOWLEDGED CHANGE FEED DELIVERIES'
                 TO WS-REPORT-LINE
              WRITE OPSREPO-REC FROM WS-REPORT-LINE
              WRITE OPSREPO-REC FROM WS-HEADER-LINE-2
              PERFORM 5100-READ-UNACKED-FEED UNTIL AOVR-EOF-YES
              IF WS-AOVR-COUNT = 0
                 MOVE '  NONE OVERDUE' TO WS-REPORT-LINE
                 WRITE OPSREPO-REC FROM WS-REPORT-LINE
              ELSE
                 MOVE 'Y' TO WS-ANY-WARN
              END-IF
              CLOSE AOVR-DATA
           END-IF
           .

       5100-READ-UNACKED-FEED.
           READ AOVR-DATA INTO WS-AOVR-LINE
           AT END
              SET AOVR-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-AOVR-COUNT
              MOVE WS-AOVR-SEQ TO WS-EDIT-COUNT
              MOVE WS-AOVR-SENT TO WS-EDIT-COUNT2
              MOVE WS-AOVR-AGE TO WS-EDIT-AGE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  RUN SEQ ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     '  SENT ' DELIMITED BY SIZE
                     WS-AOVR-DATE DELIMITED BY SIZE
                     '  RECORDS ' DELIMITED BY SIZE
                     WS-EDIT-COUNT2 DELIMITED BY SIZE
                     '  *** NOT ACKNOWLEDGED AFTER ' DELIMITED BY SIZE
                     WS-EDIT-AGE DELIMITED BY SIZE
                     ' DAYS ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE OPSREPO-REC FROM WS-REPORT-LINE
           END-READ
           .

      * Every step that carries a balance outcome must have
      * reported, or the night cannot be signed off - a step that
      * stopped before its status write (a failed open, a VSAM
