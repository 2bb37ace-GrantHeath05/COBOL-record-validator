      *    | Check | Rule                                        |
      *    |-------|---------------------------------------------|
      *    |  1    | INFILE data recs = VALREPO dtl + INVFILE    |
      *    |       |   + SUSPFILE - QACORR                       |
      *    |  2    | That same file sum = CHKPT valid+retracted  |
      *    |       |   +invalid+suspect                          |
      *    |  3    | INFILE data recs = CHKPT final read count   |
      *
      *    Checks 2 and 3 hold after a corrections pass too - a
      *    promotion moves a record from INVFILE (or SUSPFILE) to
      *    VALREPO, which leaves both sums unchanged. A wrong QA
      *    sample re-enters as an INVFILE entry of its own with its
      *    corrected record on QACORR, and whichever file it ends
      *    the corrections pass on, it was never on INFILE or in
      *    the checkpoint totals - so the QACORR records are
      *    counted and taken off the file side of checks 1 and 2.
      *    Any
      *    discrepancy is reported on RECREPO and ends the step
      *    RC=8.
      *
      * Day's input, report and reject files being recounted, the
      * checkpoint dataset carrying RECVAL's final totals, the
      * rules parameter file (for the trailer ID in effect), and
      * the reconciliation report, and the QA re-entries the
      * corrections pass was fed
       FILE-CONTROL.
           SELECT INPUT-DATA ASSIGN TO INFILE
               FILE STATUS IS WS-IN-STATUS.
           SELECT RULE-DATA  ASSIGN TO RULEFILE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT RECREPO    ASSIGN TO RECREPO.
           SELECT OPTIONAL QACORR-DATA ASSIGN TO QACORR
               FILE STATUS IS WS-QAC-STATUS.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
           RECORDING MODE IS F.
       01 RECREPO-REC            PIC X(132).

      * Corrected QA samples fed to the corrections pass - OPTIONAL,
      * absent or empty on a night with nothing back from QA
       FD QACORR-DATA
           RECORDING MODE IS F.
       01 QACORR-DATA-RECORD     PIC X(80).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
          05 WS-SUSP-STATUS      PIC XX     VALUE SPACES.
          05 WS-CHKPT-STATUS     PIC XX     VALUE SPACES.
          05 WS-RULE-STATUS      PIC XX     VALUE SPACES.
          05 WS-QAC-STATUS       PIC XX     VALUE SPACES.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-CHKPT-FOUND      PIC X      VALUE 'N'.
          05 WS-VAL-COUNT        PIC 9(7)   VALUE 0.
          05 WS-INV-COUNT        PIC 9(7)   VALUE 0.
          05 WS-SUSP-COUNT       PIC 9(7)   VALUE 0.
          05 WS-QA-COUNT         PIC 9(7)   VALUE 0.
          05 WS-CHKPT-VALID      PIC 9(7)   VALUE 0.
          05 WS-CHKPT-INVALID    PIC 9(7)   VALUE 0.
          05 WS-CHKPT-RETRACTED  PIC 9(7)   VALUE 0.
           PERFORM 3000-COUNT-VALREPO
           PERFORM 4000-COUNT-INVFILE
           PERFORM 4500-COUNT-SUSPFILE
           PERFORM 4700-COUNT-QA-REENTRIES
           PERFORM 5000-SCAN-CHECKPOINT
           PERFORM 9000-PRINT-RECONCILIATION
           PERFORM 1010-CLOSE
           END-READ
           .

      * Every QACORR record ends the corrections pass on VALREPO,
      * INVFILE or SUSPFILE, and none of them came from INFILE
       4700-COUNT-QA-REENTRIES.
           OPEN INPUT QACORR-DATA
           IF WS-QAC-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM 4800-READ-QACORR UNTIL EOF-YES
              CLOSE QACORR-DATA
           END-IF
           .

       4800-READ-QACORR.
           READ QACORR-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-QA-COUNT
           END-READ
           .

      * Settles on the LAST totals record on the checkpoint
      * dataset, the same way RECVAL itself reads it back - that is
      * the clean run's final totals (the cleared marker carries
           END-STRING
           WRITE RECREPO-REC FROM WS-REPORT-LINE

           MOVE WS-QA-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'QA RE-ENTRIES......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE RECREPO-REC FROM WS-REPORT-LINE

           IF CHKPT-FOUND-YES
              MOVE WS-CHKPT-READ TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECREPO-REC FROM WS-REPORT-LINE

           IF WS-IN-COUNT + WS-QA-COUNT = WS-VAL-COUNT
                            + WS-INV-COUNT + WS-SUSP-COUNT
              MOVE 'CHECK 1 OK - INPUT = VALID + INVALID + SUSPECT'
                 TO WS-REPORT-LINE
           ELSE
              IF WS-VAL-COUNT + WS-INV-COUNT + WS-SUSP-COUNT =
                 WS-CHKPT-VALID + WS-CHKPT-RETRACTED
                    + WS-CHKPT-INVALID + WS-CHKPT-SUSPECT
                    + WS-QA-COUNT
                 MOVE 'CHECK 2 OK - FILES MATCH CHECKPOINT TOTALS'
                    TO WS-REPORT-LINE
              ELSE
