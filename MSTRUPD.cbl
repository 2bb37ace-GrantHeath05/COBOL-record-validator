      *    MSTREPO; retractions balance separately against their
      *    own count on the extract trailer.
      *
      *    Each extract record carries the effective date its data
      *    was true as of, and the master keeps the effective date
      *    of the data it holds. A data record dated before what
      *    the master already holds is a stale submission - an old
      *    extract sent again, or a reject corrected long after a
      *    newer record went through - and is never applied. It is
      *    listed under STALE SUBMISSIONS on MSTREPO instead and
      *    the step ends RC=4. An equal date is applied, so a same-
      *    day correction still goes through. A master record from
      *    before effective dating (no date held) takes whatever
      *    arrives.
      *
      *    Every record added or refreshed is also stamped with the
      *    rules version it was graded under and the office that
      *    sent it, both taken from the extract - the re-grade run
      *    (MSTRRGD) reads them to say which policy a record was
      *    accepted under and where it came from.
      *
      *    The extract is still sorted into ID order first - the
      *    keyed access does not need it, but ordered keys keep the
      *    index walk cheap and the report deterministic.
      *    and a mismatch ends the step RC=8 - a short extract must
      *    never be applied quietly.
      *
      *    Every change made to the cluster is also written to the
      *    permanent MSTRJRNL journal as a before and after image of
      *    the 60-byte master record, stamped with the run date and
      *    time and the extract pass it came from:
      *
      *    | Action | Meaning                  | Before   | After    |
      *    |--------|--------------------------|----------|----------|
      *    | A      | First accept (written)   | spaces   | new rec  |
      *    | U      | Live record rewritten    | old rec  | new rec  |
      *    | V      | Reactivated from retired | old rec  | new rec  |
      *    | R      | Retired by retraction    | old rec  | new rec  |
      *
      *    The journal is never cleared - it is what MSTRBKO reads to
      *    take a bad night's changes back off the master. A
      *    journal that cannot be opened ends the step RC=16 before
      *    anything is applied: an unjournalled change could never
      *    be backed out.
      *
      *    The cluster is seeded once from the last sequential
      *    generation by the MSTRCNV conversion utility.
      *
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Day's accepted-records extract, sort work file, sorted copy
      * of the extract, the keyed master, the change journal and
      * the update report
       FILE-CONTROL.
           SELECT ACCP-DATA    ASSIGN TO ACCPFILE.
           SELECT SORT-WORK    ASSIGN TO SORTWK01.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-ID
               FILE STATUS IS WS-VS-STATUS.
           SELECT JRNL-DATA    ASSIGN TO MSTRJRNL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MSTREPO      ASSIGN TO MSTREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.

       FD ACCP-DATA
           RECORDING MODE IS F.
       01 ACCP-DATA-RECORD       PIC X(50).

       SD SORT-WORK.
       01 SORT-WORK-RECORD.
          05 SW-ID               PIC X(5).
          05 FILLER              PIC X(45).

       FD TRANS-SORTED
           RECORDING MODE IS F.
       01 TRANS-SORTED-RECORD    PIC X(50).

      * The keyed master - the record ID is the cluster key, so
      * one record is one READ wherever it sits in the file
       FD MSTR-VS.
       01 MSTR-VS-RECORD.
          05 MV-ID               PIC X(5).
          05 FILLER              PIC X(55).

      * The change journal is permanent and append-only - one
      * record for every add, rewrite, retirement and reactivation
      * this step applies to the cluster
       FD JRNL-DATA
           RECORDING MODE IS F.
       01 JRNL-DATA-RECORD       PIC X(160).

       FD MSTREPO
           RECORDING MODE IS F.
      *    | FIRST ACCEPT | 16-23   | YYYYMMDD|
      *    | LAST UPDATE  | 24-31   | YYYYMMDD|
      *    | STATUS       | 32      | ' ' / R |
      *    | EFF DATE     | 33-40   | YYYYMMDD|
      *    | RULES VER    | 41-48   | Version |
      *    | OFFICE       | 49-51   | Office  |
      *********************************
      * Status space is a live record; R is retired - taken back
      * by its office through a retraction and kept on the master
      * as a logical delete, with the last-update date saying when.
      * The effective date is when the scores held were true as
      * of - spaces on a record last written before effective
      * dating. The rules version and office are likewise spaces
      * on a record not refreshed since they were introduced
       01 WS-MSTR-REC.
          05 WS-MSTR-ID          PIC X(5).
          05 WS-MSTR-SCORE1      PIC 9(3).
          05 WS-MSTR-LAST-DATE   PIC X(8).
          05 WS-MSTR-STATUS-FLAG PIC X      VALUE SPACE.
             88 MSTR-RETIRED               VALUE 'R'.
          05 WS-MSTR-EFF-DATE    PIC X(8)   VALUE SPACES.
          05 WS-MSTR-RULES-VER   PIC X(8)   VALUE SPACES.
          05 WS-MSTR-OFFICE      PIC X(3)   VALUE SPACES.
          05 FILLER              PIC X(9)   VALUE SPACES.

      *********************************
      * Current extract (transaction) record being applied. The
          05 WS-TRN-CATEGORY     PIC X.
          05 WS-TRN-DATE         PIC X(8).
          05 WS-TRN-SOURCE       PIC X.
          05 WS-TRN-EFF-DATE     PIC X(8).
          05 WS-TRN-RULES-VER    PIC X(8).
          05 WS-TRN-OFFICE       PIC X(3).
          05 FILLER              PIC X(7).

       01 WS-TRN-TRAILER REDEFINES WS-TRN-REC.
          05 FILLER              PIC X(5).
          05 WS-TRN-TRL-COUNT    PIC 9(7).
          05 WS-TRN-TRL-RTR-CT   PIC 9(7).
          05 FILLER              PIC X(31).

      *********************************
      *    Journal record layout
      *    | Field        | Columns | Type    |
      *    |--------------|---------|---------|
      *    | RUN DATE     | 1-8     | YYYYMMDD|
      *    | RUN TIME     | 9-14    | HHMMSS  |
      *    | PASS         | 15      | M/C/R   |
      *    | ACTION       | 16      | A/U/V/R |
      *    | ID           | 17-21   | Numeric |
      *    | SEQUENCE     | 22-28   | Numeric |
      *    | BEFORE IMAGE | 29-68   | Master  |
      *    | AFTER IMAGE  | 69-108  | Master  |
      *    | BEFORE EXT   | 109-128 | Master  |
      *    | AFTER EXT    | 129-148 | Master  |
      *********************************
      * The pass is the extract source indicator the change came
      * from; the sequence numbers the run's journal records in
      * the order they were applied, which is the order a backout
      * has to undo them in reverse. Each image is the master
      * record's first 40 bytes followed, in its EXT field, by
      * bytes 41-60 - the journal kept its layout when the master
      * grew from 40 bytes, so records written before then still
      * read the same way with the EXT fields blank
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
          05 FILLER              PIC X(12)  VALUE SPACES.

      * The master record exactly as the READ found it, held until
      * the change is journalled
       01 WS-MSTR-BEFORE         PIC X(60)  VALUE SPACES.

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-VS-STATUS        PIC XX     VALUE SPACES.
          05 WS-JRNL-STATUS      PIC XX     VALUE SPACES.
          05 WS-TRN-EOF          PIC X      VALUE 'N'.
             88 TRN-EOF-YES                 VALUE 'Y'.
          05 WS-VS-EOF           PIC X      VALUE 'N'.
      * Run date, and the acceptance date actually stamped onto
      * added and updated master records (see 3400-SET-STAMP-DATE)
       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.
       01 WS-RUN-TIME-RAW        PIC 9(8)   VALUE 0.
       01 WS-STAMP-DATE          PIC X(8)   VALUE SPACES.

      *********************************
          05 WS-MSTR-WALK        PIC 9(7)   VALUE 0.
          05 WS-TRN-EXPECTED     PIC 9(7)   VALUE 0.
          05 WS-TRN-RTR-EXPECT   PIC 9(7)   VALUE 0.
          05 WS-JRNL-WRITTEN     PIC 9(7)   VALUE 0.
          05 WS-TRN-STALE        PIC 9(5)   VALUE 0.

      *********************************
      * Stale submissions refused this run, held for the MSTREPO
      * section printed behind the control totals. Past the table
      * the count still runs and the section says how many more
      * were refused than are listed
       01 WS-STALE-DATA.
          05 WS-STALE-IDX        PIC 9(4)   COMP VALUE 0.
          05 WS-STALE-LISTED     PIC 9(4)   COMP VALUE 0.
          05 WS-STALE-ENTRY      OCCURS 2000 TIMES.
             10 WS-STALE-ID          PIC X(5).
             10 WS-STALE-PASS        PIC X.
             10 WS-STALE-TRN-EFF     PIC X(8).
             10 WS-STALE-MSTR-EFF    PIC X(8).
             10 WS-STALE-TRN-SCORES  PIC X(9).
             10 WS-STALE-MSTR-SCORES PIC X(9).

      *********************************
      * One job-status record as every step writes it

           IF WS-EXTR-OOB = 'Y' OR WS-MSTR-OOB = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRN-STALE > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 9600-WRITE-JOB-STATUS
      * sequential master allowed; the MSTRCNV utility seeds the
      * cluster before this step ever runs. The record count going
      * in is taken by walking the cluster, so the end-of-step
      * balance is proven against the file itself. The journal is
      * opened EXTEND before the cluster is touched - it is
      * permanent, and only ever grows
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           OPEN EXTEND JRNL-DATA
           IF WS-JRNL-STATUS NOT = '00' AND '05'
              DISPLAY 'MSTRUPD: CHANGE JOURNAL UNUSABLE - STATUS '
                 WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRANS-SORTED
           OPEN I-O MSTR-VS
           IF WS-VS-STATUS NOT = '00'
       1010-CLOSE.
           CLOSE TRANS-SORTED
                 MSTR-VS
                 JRNL-DATA
                 MSTREPO
           .

      * One transaction applied per pass - read the master by the
      * extract record's ID and the cluster itself says whether
      * this is a first accept, a refresh or a stale submission
       2000-APPLY-LOOP.
           PERFORM 3000-APPLY-TRANSACTION
           PERFORM 2100-READ-TRANSACTION
      * occurrence just wrote and is counted as an update of it
       3000-APPLY-TRANSACTION.
           MOVE 'N' TO WS-MSTR-FOUND
           MOVE SPACES TO WS-MSTR-BEFORE
           MOVE WS-TRN-ID TO MV-ID
           READ MSTR-VS INTO WS-MSTR-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MSTR-FOUND
                 MOVE WS-MSTR-REC TO WS-MSTR-BEFORE
           END-READ
           IF WS-TRN-SOURCE = 'R'
              PERFORM 3200-RETIRE-MASTER
           ELSE
              IF WS-MSTR-FOUND = 'Y'
                 IF WS-TRN-EFF-DATE IS NUMERIC
                    AND WS-MSTR-EFF-DATE IS NUMERIC
                    AND WS-TRN-EFF-DATE < WS-MSTR-EFF-DATE
                    PERFORM 3300-REFUSE-STALE
                 ELSE
                    PERFORM 3100-UPDATE-MASTER
                 END-IF
              ELSE
                 PERFORM 3050-ADD-MASTER
              END-IF
           PERFORM 3400-SET-STAMP-DATE
           MOVE WS-STAMP-DATE TO WS-MSTR-FIRST-DATE
           MOVE WS-STAMP-DATE TO WS-MSTR-LAST-DATE
           PERFORM 3410-SET-EFF-DATE
           MOVE WS-TRN-RULES-VER TO WS-MSTR-RULES-VER
           MOVE WS-TRN-OFFICE TO WS-MSTR-OFFICE
           MOVE WS-MSTR-REC TO MSTR-VS-RECORD
           WRITE MSTR-VS-RECORD
              INVALID KEY
                 PERFORM 8900-VSAM-ERROR
           END-WRITE
           ADD 1 TO WS-TRN-ADDED
           MOVE 'A' TO WS-JRNL-ACTION
           PERFORM 3500-WRITE-JOURNAL
           .

      * ID already on the master - refresh the scores and category
      * one record in place. A retired record coming back through
      * acceptance is reactivated - the retirement flag clears
       3100-UPDATE-MASTER.
           IF MSTR-RETIRED
              MOVE 'V' TO WS-JRNL-ACTION
           ELSE
              MOVE 'U' TO WS-JRNL-ACTION
           END-IF
           MOVE SPACE TO WS-MSTR-STATUS-FLAG
           MOVE WS-TRN-SCORE1 TO WS-MSTR-SCORE1
           MOVE WS-TRN-SCORE2 TO WS-MSTR-SCORE2
           MOVE WS-TRN-CATEGORY TO WS-MSTR-CATEGORY
           PERFORM 3400-SET-STAMP-DATE
           MOVE WS-STAMP-DATE TO WS-MSTR-LAST-DATE
           PERFORM 3410-SET-EFF-DATE
           MOVE WS-TRN-RULES-VER TO WS-MSTR-RULES-VER
           MOVE WS-TRN-OFFICE TO WS-MSTR-OFFICE
           MOVE WS-MSTR-REC TO MSTR-VS-RECORD
           REWRITE MSTR-VS-RECORD
              INVALID KEY
                 PERFORM 8900-VSAM-ERROR
           END-REWRITE
           ADD 1 TO WS-TRN-UPDATED
           PERFORM 3500-WRITE-JOURNAL
           .

      * A retraction - flag the record retired in place and stamp
                    PERFORM 8900-VSAM-ERROR
              END-REWRITE
              ADD 1 TO WS-TRN-RETIRED
              MOVE 'R' TO WS-JRNL-ACTION
              PERFORM 3500-WRITE-JOURNAL
              PERFORM 3250-REPORT-RETIRED
           ELSE
              ADD 1 TO WS-TRN-RTR-UNMATCH
           WRITE MSTREPO-REC FROM WS-REPORT-LINE
           .

      * Older than what the master holds - nothing is written to
      * the cluster or the journal; the record is kept for the
      * STALE SUBMISSIONS section with both dates and both sets of
      * scores so whoever reads MSTREPO can see what was refused
       3300-REFUSE-STALE.
           ADD 1 TO WS-TRN-STALE
           IF WS-STALE-LISTED < 2000
              ADD 1 TO WS-STALE-LISTED
              MOVE WS-TRN-ID TO WS-STALE-ID(WS-STALE-LISTED)
              MOVE WS-TRN-SOURCE TO WS-STALE-PASS(WS-STALE-LISTED)
              MOVE WS-TRN-EFF-DATE
                 TO WS-STALE-TRN-EFF(WS-STALE-LISTED)
              MOVE WS-MSTR-EFF-DATE
                 TO WS-STALE-MSTR-EFF(WS-STALE-LISTED)
              MOVE WS-TRN-REC(6:9)
                 TO WS-STALE-TRN-SCORES(WS-STALE-LISTED)
              MOVE WS-MSTR-REC(6:9)
                 TO WS-STALE-MSTR-SCORES(WS-STALE-LISTED)
           END-IF
           .

      * The extract stamps each record with the date it was
      * accepted - that date goes onto the master. The run date
      * stands in if the extract field is ever unusable
           END-IF
           .

      * The effective date travels with the scores it describes.
      * An extract record without a usable one is taken as true
      * as of the day it was accepted
       3410-SET-EFF-DATE.
           IF WS-TRN-EFF-DATE IS NUMERIC
              MOVE WS-TRN-EFF-DATE TO WS-MSTR-EFF-DATE
           ELSE
              MOVE WS-STAMP-DATE TO WS-MSTR-EFF-DATE
           END-IF
           .

      * Journals the change just applied - the image the READ
      * found and the image now on the cluster. Called only after
      * the write or rewrite has succeeded, so the journal never
      * holds a change the cluster did not take
       3500-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-WRITTEN
           MOVE WS-RUN-DATE TO WS-JRNL-RUN-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-JRNL-RUN-TIME
           MOVE WS-TRN-SOURCE TO WS-JRNL-PASS
           MOVE WS-TRN-ID TO WS-JRNL-ID
           MOVE WS-JRNL-WRITTEN TO WS-JRNL-SEQ
           MOVE WS-MSTR-BEFORE(1:40) TO WS-JRNL-BEFORE
           MOVE WS-MSTR-BEFORE(41:20) TO WS-JRNL-BEFORE-EXT
           MOVE WS-MSTR-REC(1:40) TO WS-JRNL-AFTER
           MOVE WS-MSTR-REC(41:20) TO WS-JRNL-AFTER-EXT
           WRITE JRNL-DATA-RECORD FROM WS-JRNL-LINE
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'MSTRUPD: CHANGE JOURNAL WRITE FAILED - STATUS '
                 WS-JRNL-STATUS ' ID ' WS-TRN-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * Walks the whole cluster in key order and counts what is
      * there - used before and after the update so the balance
      * rule is proven against the file, not this program's own
              WRITE MSTREPO-REC FROM WS-REPORT-LINE
           END-IF

           MOVE WS-TRN-STALE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STALE NOT APPLIED..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MSTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-JRNL-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'JOURNAL RECORDS....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MSTREPO-REC FROM WS-REPORT-LINE

           MOVE WS-MSTR-IN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER IN..........: ' DELIMITED BY SIZE
                 TO WS-REPORT-LINE
              WRITE MSTREPO-REC FROM WS-REPORT-LINE
           END-IF

           IF WS-TRN-STALE > 0
              PERFORM 9100-PRINT-STALE-SECTION
           END-IF
           .

      * Every data record refused as older than the master, with
      * the pass it came from, its effective date against the one
      * the master holds, and the scores it would have put there
      * against the scores kept
       9100-PRINT-STALE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MSTREPO-REC FROM WS-REPORT-LINE
           MOVE 'STALE SUBMISSIONS (OLDER THAN MASTER - NOT APPLIED)'
              TO WS-REPORT-LINE
           WRITE MSTREPO-REC FROM WS-REPORT-LINE
           WRITE MSTREPO-REC FROM WS-HEADER-LINE-2
           PERFORM 9110-PRINT-STALE-LINE
              VARYING WS-STALE-IDX FROM 1 BY 1
              UNTIL WS-STALE-IDX > WS-STALE-LISTED
           IF WS-TRN-STALE > WS-STALE-LISTED
              COMPUTE WS-EDIT-COUNT = WS-TRN-STALE - WS-STALE-LISTED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  ... AND ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' MORE NOT LISTED' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MSTREPO-REC FROM WS-REPORT-LINE
           END-IF
           MOVE WS-TRN-STALE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*** ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  ' STALE SUBMISSION(S) NOT APPLIED ***'
                     DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MSTREPO-REC FROM WS-REPORT-LINE
           .

       9110-PRINT-STALE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ID ' DELIMITED BY SIZE
                  WS-STALE-ID(WS-STALE-IDX) DELIMITED BY SIZE
                  ' PASS ' DELIMITED BY SIZE
                  WS-STALE-PASS(WS-STALE-IDX) DELIMITED BY SIZE
                  ' EFFECTIVE ' DELIMITED BY SIZE
                  WS-STALE-TRN-EFF(WS-STALE-IDX) DELIMITED BY SIZE
                  ' - MASTER HOLDS ' DELIMITED BY SIZE
                  WS-STALE-MSTR-EFF(WS-STALE-IDX) DELIMITED BY SIZE
                  '  SCORES ' DELIMITED BY SIZE
                  WS-STALE-TRN-SCORES(WS-STALE-IDX)(1:3)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-STALE-TRN-SCORES(WS-STALE-IDX)(4:3)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-STALE-TRN-SCORES(WS-STALE-IDX)(7:3)
                     DELIMITED BY SIZE
                  ' KEPT ' DELIMITED BY SIZE
                  WS-STALE-MSTR-SCORES(WS-STALE-IDX)(1:3)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-STALE-MSTR-SCORES(WS-STALE-IDX)(4:3)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-STALE-MSTR-SCORES(WS-STALE-IDX)(7:3)
                     DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MSTREPO-REC FROM WS-REPORT-LINE
           .

       END PROGRAM MSTRUPD.
