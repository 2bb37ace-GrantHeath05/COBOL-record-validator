       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCLOS.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Month-End Close And Management Statistics
      *
      *    Closes one calendar month. The MONTHEND job freezes the
      *    master into a snapshot before this program runs, and
      *    everything here is counted from that frozen copy - the
      *    figures printed are exactly what the snapshot kept for
      *    the month holds, however the master moves afterwards.
      *    The MTHPARM member names the month:
      *
      *    | Keyword  | Operand | Meaning                          |
      *    |----------|---------|----------------------------------|
      *    | PERIOD   | yyyymm  | Month being closed (required,    |
      *    |          |         | exactly once)                    |
      *    | OVERRIDE | Y / N   | Close a month already closed     |
      *    |          |         | again (default N)                |
      *
      *    Each master record is counted for the month from its own
      *    dates and status flag, and the write-off archive from
      *    each entry's write-off date:
      *
      *    | Counted as   | When                                   |
      *    |--------------|----------------------------------------|
      *    | FIRST ACCEPT | First-accept date in the month         |
      *    | REVISION     | Live, last update in the month, first  |
      *    |              | accepted in an earlier month           |
      *    | RETRACTION   | Retired, last update in the month      |
      *    | WRITE-OFF    | WOFFARCH entry written off in the month|
      *
      *    The master keeps only a record's latest update, so a
      *    record revised twice in the month counts once, and one
      *    first accepted and revised in the same month counts as a
      *    first accept. A record changed after the month ended has
      *    lost its in-month update date - such records are counted
      *    and end the run RC=4, so the close belongs before the new
      *    month's first nightly run.
      *
      *    The month is reported by category and by office beside
      *    the previous close, whose figures are worked out the same
      *    way from the previous close's snapshot on MTHPRIOR - both
      *    months are measured as they stood when each was closed.
      *    The master position and the outstanding INVFILE and
      *    SUSPFILE entries at close are set against the figures the
      *    previous close recorded.
      *
      *    The close is formal. The permanent close log holds one
      *    record per close, with the snapshot's record count and
      *    ID hash total; MTHPRIOR must match the record for the
      *    previous close or the run is refused, so a mis-pointed
      *    generation cannot produce a plausible comparison. This
      *    program only writes the new close record to CLOSEOUT -
      *    the job appends it to the log once the snapshot
      *    generation is cataloged. Refused RC=16, with nothing
      *    written:
      *
      *    - a month that has not ended (a month can be closed from
      *      its last calendar day on)
      *    - a month earlier than the latest month closed
      *    - a month already closed, unless OVERRIDE Y is given
      *    - MTHPRIOR not the snapshot the previous close logged
      *    - a missing or malformed parm, close log or snapshot
      *
      *    No previous close on the log, months left unclosed since
      *    the previous close, a close made again under OVERRIDE and
      *    records changed after the month all end the run RC=4.
      *    The snapshot is footed against the master cluster
      *    itself, walked end to end in this step while the job
      *    still holds it: the snapshot's record count and ID hash
      *    total must equal the cluster's. If not, the copy is not
      *    the master, the run ends RC=8 and no close record is
      *    written.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Close parameter dataset, the permanent close log, the
      * month's frozen snapshot and the previous close's snapshot,
      * the write-off archive, the outstanding INVFILE and SUSPFILE,
      * the new close record and the statistics report, and the
      * master cluster the snapshot is footed against
       FILE-CONTROL.
           SELECT MTH-PARM   ASSIGN TO MTHPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL CLOSE-LOG ASSIGN TO CLOSELOG
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SNAP-CUR   ASSIGN TO MTHSNAP
               FILE STATUS IS WS-CUR-STATUS.
           SELECT OPTIONAL SNAP-PRIOR ASSIGN TO MTHPRIOR
               FILE STATUS IS WS-PRI-STATUS.
           SELECT OPTIONAL ARCH-DATA ASSIGN TO WOFFARCH
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL INV-DATA ASSIGN TO INVFILE
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL SUSP-DATA ASSIGN TO SUSPFILE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CLOSE-OUT  ASSIGN TO CLOSEOUT
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MTHREPO    ASSIGN TO MTHREPO.
           SELECT MSTR-VS    ASSIGN TO MSTRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-ID
               FILE STATUS IS WS-VS-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD MTH-PARM
           RECORDING MODE IS F.
       01 MTH-PARM-RECORD        PIC X(80).

      * One record per close, appended by the job after the
      * snapshot generation is cataloged - never cleared
       FD CLOSE-LOG
           RECORDING MODE IS F.
       01 CLOSE-LOG-RECORD       PIC X(80).

      * Both snapshots are straight copies of the master cluster,
      * in ID order
       FD SNAP-CUR
           RECORDING MODE IS F.
       01 SNAP-CUR-RECORD        PIC X(60).

       FD SNAP-PRIOR
           RECORDING MODE IS F.
       01 SNAP-PRIOR-RECORD      PIC X(60).

       FD ARCH-DATA
           RECORDING MODE IS F.
       01 ARCH-DATA-RECORD       PIC X(240).

       FD INV-DATA
           RECORDING MODE IS F.
       01 INV-DATA-RECORD        PIC X(224).

       FD SUSP-DATA
           RECORDING MODE IS F.
       01 SUSP-DATA-RECORD       PIC X(214).

      * Only the ID is needed - for the count and hash total
       FD MSTR-VS.
       01 MSTR-VS-RECORD.
          05 MV-ID               PIC X(5).
          05 FILLER              PIC X(55).

       FD CLOSE-OUT
           RECORDING MODE IS F.
       01 CLOSE-OUT-RECORD       PIC X(80).

       FD MTHREPO
           RECORDING MODE IS F.
       01 MTHREPO-REC            PIC X(132).

       WORKING-STORAGE SECTION.

      *********************************
      *    Master record layout - must match what MSTRUPD writes
      *    | Field        | Columns | Type    |
      *    |--------------|---------|---------|
      *    | ID           | 1-5     | Numeric |
      *    | SCORE-1      | 6-8     | Numeric |
      *    | SCORE-2      | 9-11    | Numeric |
      *    | SCORE-3      | 12-14   | Numeric |
      *    | CATEGORY     | 15      | Rules   |
      *    | FIRST ACCEPT | 16-23   | YYYYMMDD|
      *    | LAST UPDATE  | 24-31   | YYYYMMDD|
      *    | STATUS       | 32      | ' ' / R |
      *    | EFF DATE     | 33-40   | YYYYMMDD|
      *    | RULES VER    | 41-48   | Text    |
      *    | OFFICE       | 49-51   | Text    |
      *    | (unused)     | 52-60   |         |
      *********************************
       01 WS-MSTR-REC.
          05 WS-MSTR-ID          PIC X(5).
          05 WS-MSTR-SCORE1      PIC X(3).
          05 WS-MSTR-SCORE2      PIC X(3).
          05 WS-MSTR-SCORE3      PIC X(3).
          05 WS-MSTR-CATEGORY    PIC X.
          05 WS-MSTR-FIRST-DATE  PIC X(8).
          05 WS-MSTR-LAST-DATE   PIC X(8).
          05 WS-MSTR-STATUS-FLAG PIC X.
             88 MSTR-RETIRED               VALUE 'R'.
          05 WS-MSTR-EFF-DATE    PIC X(8).
          05 WS-MSTR-RULES-VER   PIC X(8).
          05 WS-MSTR-OFFICE      PIC X(3).
          05 FILLER              PIC X(9).

      *********************************
      * One INVFILE entry as RECVAL writes it - the original
      * 80-byte record (category in column 15), the reason text,
      * the aging fields and the office whose batch it came under
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
      * One archive record as INVWOFF writes it - the INVFILE
      * entry as it stood, then the write-off date and rule
       01 WS-ARCH-LINE.
          05 WS-ARCH-ENTRY        PIC X(224).
          05 WS-ARCH-WOFF-DATE    PIC X(8).
          05 WS-ARCH-WOFF-RULE    PIC X.
          05 FILLER               PIC X(7).

      *********************************
      * One SUSPFILE entry - the original record, the reason, the
      * date it was flagged and the office it came under
       01 WS-SUSP-LINE.
          05 WS-SUSP-LINE-ORIGINAL PIC X(80).
          05 FILLER               PIC X(2).
          05 WS-SUSP-LINE-REASON  PIC X(118).
          05 WS-SUSP-LINE-DATE    PIC X(8).
          05 WS-SUSP-LINE-OFFICE  PIC X(3).
          05 FILLER               PIC X(3).

      *********************************
      *    Close log record
      *    | Field        | Columns | Meaning                      |
      *    |--------------|---------|------------------------------|
      *    | PERIOD       | 1-6     | Month closed, yyyymm         |
      *    | CLOSE DATE   | 7-14    | Run date of the close        |
      *    | CLOSE TIME   | 15-20   | Run time of the close        |
      *    | KIND         | 21      | C first close, R closed again|
      *    |              |         | under OVERRIDE               |
      *    | SNAP COUNT   | 22-28   | Snapshot records             |
      *    | SNAP HASH    | 29-40   | Sum of the snapshot's IDs    |
      *    | LIVE         | 41-47   | Live records at close        |
      *    | RETIRED      | 48-54   | Retired records at close     |
      *    | INVFILE      | 55-61   | Outstanding rejects at close |
      *    | SUSPFILE     | 62-68   | Outstanding suspects at close|
      *********************************
       01 WS-LOG-LINE.
          05 WS-LOG-PERIOD       PIC X(6).
          05 WS-LOG-DATE         PIC X(8).
          05 WS-LOG-TIME         PIC X(6).
          05 WS-LOG-KIND         PIC X.
          05 WS-LOG-SNAP-COUNT   PIC X(7).
          05 WS-LOG-SNAP-HASH    PIC X(12).
          05 WS-LOG-LIVE         PIC X(7).
          05 WS-LOG-RETIRED      PIC X(7).
          05 WS-LOG-INV-COUNT    PIC X(7).
          05 WS-LOG-SUSP-COUNT   PIC X(7).
          05 FILLER              PIC X(12).

      * The close log record for the previous close - the latest
      * record for the latest month before the one being closed
       01 WS-PRV-LINE.
          05 WS-PRV-PERIOD       PIC X(6).
          05 WS-PRV-DATE         PIC X(8).
          05 WS-PRV-TIME         PIC X(6).
          05 WS-PRV-KIND         PIC X.
          05 WS-PRV-SNAP-COUNT   PIC 9(7).
          05 WS-PRV-SNAP-HASH    PIC 9(12).
          05 WS-PRV-LIVE         PIC 9(7).
          05 WS-PRV-RETIRED      PIC 9(7).
          05 WS-PRV-INV-COUNT    PIC 9(7).
          05 WS-PRV-SUSP-COUNT   PIC 9(7).
          05 FILLER              PIC X(12).

      * The close log record a close under OVERRIDE replaces
       01 WS-RPL-LINE.
          05 WS-RPL-PERIOD       PIC X(6).
          05 WS-RPL-DATE         PIC X(8).
          05 WS-RPL-TIME         PIC X(6).
          05 WS-RPL-KIND         PIC X.
          05 WS-RPL-SNAP-COUNT   PIC 9(7).
          05 WS-RPL-SNAP-HASH    PIC 9(12).
          05 FILLER              PIC X(40).

      * The close record this run writes
       01 WS-CLOSE-LINE.
          05 WS-CL-PERIOD        PIC X(6).
          05 WS-CL-DATE          PIC 9(8).
          05 WS-CL-TIME          PIC 9(6).
          05 WS-CL-KIND          PIC X.
             88 CL-FIRST-CLOSE             VALUE 'C'.
             88 CL-RECLOSE                 VALUE 'R'.
          05 WS-CL-SNAP-COUNT    PIC 9(7).
          05 WS-CL-SNAP-HASH     PIC 9(12).
          05 WS-CL-LIVE          PIC 9(7).
          05 WS-CL-RETIRED       PIC 9(7).
          05 WS-CL-INV-COUNT     PIC 9(7).
          05 WS-CL-SUSP-COUNT    PIC 9(7).
          05 FILLER              PIC X(12)  VALUE SPACES.

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-LOG-STATUS       PIC XX     VALUE SPACES.
          05 WS-CUR-STATUS       PIC XX     VALUE SPACES.
          05 WS-PRI-STATUS       PIC XX     VALUE SPACES.
          05 WS-ARCH-STATUS      PIC XX     VALUE SPACES.
          05 WS-INV-STATUS       PIC XX     VALUE SPACES.
          05 WS-SUSP-STATUS      PIC XX     VALUE SPACES.
          05 WS-OUT-STATUS       PIC XX     VALUE SPACES.
          05 WS-VS-STATUS        PIC XX     VALUE SPACES.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-LOG-EOF          PIC X      VALUE 'N'.
             88 LOG-EOF-YES                 VALUE 'Y'.
          05 WS-CUR-EOF          PIC X      VALUE 'N'.
             88 CUR-EOF-YES                 VALUE 'Y'.
          05 WS-PRI-EOF          PIC X      VALUE 'N'.
             88 PRI-EOF-YES                 VALUE 'Y'.
          05 WS-ARCH-EOF         PIC X      VALUE 'N'.
             88 ARCH-EOF-YES                VALUE 'Y'.
          05 WS-INV-EOF          PIC X      VALUE 'N'.
             88 INV-EOF-YES                 VALUE 'Y'.
          05 WS-SUSP-EOF         PIC X      VALUE 'N'.
             88 SUSP-EOF-YES                VALUE 'Y'.
          05 WS-VS-EOF           PIC X      VALUE 'N'.
             88 VS-EOF-YES                  VALUE 'Y'.
          05 WS-PRI-PRESENT      PIC X      VALUE 'N'.
          05 WS-ARCH-PRESENT     PIC X      VALUE 'N'.
          05 WS-INV-PRESENT      PIC X      VALUE 'N'.
          05 WS-SUSP-PRESENT     PIC X      VALUE 'N'.
          05 WS-PRV-FOUND        PIC X      VALUE 'N'.
          05 WS-ALREADY-CLOSED   PIC X      VALUE 'N'.
          05 WS-GAP-WARN         PIC X      VALUE 'N'.
          05 WS-FOOT-ERR         PIC X      VALUE 'N'.
          05 WS-CAT-FOUND        PIC X      VALUE 'N'.
          05 WS-OFC-FOUND        PIC X      VALUE 'N'.

      *********************************
      * Close parameters
       01 WS-MTH-PARMS.
          05 WS-PARM-ERR-TEXT    PIC X(40).
          05 WS-PARM-LINE        PIC X(80)  VALUE SPACES.
          05 WS-PARM-KW          PIC X(8).
          05 WS-PARM-OP1         PIC X(8).
          05 WS-PARM-OP2         PIC X(8).
          05 WS-PERIOD-GIVEN     PIC X      VALUE 'N'.
          05 WS-OVERRIDE         PIC X      VALUE 'N'.
             88 OVERRIDE-YES                VALUE 'Y'.

      *********************************
      * The month being closed, the month it is compared with and
      * the run date they are judged against
       01 WS-PERIOD-DATA.
          05 WS-PERIOD           PIC 9(6)   VALUE 0.
          05 WS-PERIOD-R REDEFINES WS-PERIOD.
             10 WS-PERIOD-YEAR   PIC 9(4).
             10 WS-PERIOD-MONTH  PIC 9(2).
          05 WS-PERIOD-X REDEFINES WS-PERIOD PIC X(6).
          05 WS-PRIOR-PERIOD     PIC 9(6)   VALUE 0.
          05 WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
             10 WS-PRIOR-YEAR    PIC 9(4).
             10 WS-PRIOR-MONTH   PIC 9(2).
          05 WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD PIC X(6).
          05 WS-LAST-CLOSED      PIC X(6)   VALUE SPACES.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
             10 WS-RUN-MONTH     PIC 9(6).
             10 WS-RUN-DAY       PIC 9(2).
          05 WS-NEXT-DATE        PIC 9(8)   VALUE 0.
          05 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
             10 WS-NEXT-MONTH    PIC 9(6).
             10 WS-NEXT-DAY      PIC 9(2).
          05 WS-RUN-TIME-RAW     PIC 9(8)   VALUE 0.
          05 WS-REFUSE-TEXT      PIC X(80)  VALUE SPACES.

      *********************************
      * Counts by category and by office. Each entry carries ten
      * counters, one per slot:
      *    | Slot | This month (1-4) / previous close (5-8)      |
      *    |------|----------------------------------------------|
      *    | 1, 5 | First accepts                                |
      *    | 2, 6 | Revisions                                    |
      *    | 3, 7 | Retractions                                  |
      *    | 4, 8 | Write-offs                                   |
      *    | 9    | Live on the master at this close             |
      *    | 10   | Live on the master at the previous close     |
      * Rows are added as categories and offices turn up; a record
      * with no office stamped counts under spaces and prints as
      * NONE. Past the end of a table the record is counted as
      * overflow and flagged on the report
       01 WS-CATEGORY-TOTALS.
          05 WS-CAT-COUNT        PIC 9(2)   COMP VALUE 0.
          05 WS-CAT-IDX          PIC 9(2)   COMP VALUE 0.
          05 WS-CAT-ENTRY        OCCURS 40 TIMES.
             10 WS-CAT-CODE      PIC X.
             10 WS-CAT-COUNTS.
                15 WS-CAT-CNT    OCCURS 10 TIMES PIC 9(7).
          05 WS-CAT-OVERFLOW     PIC 9(7)   VALUE 0.

       01 WS-OFFICE-TOTALS.
          05 WS-OFC-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-ENTRY        OCCURS 200 TIMES.
             10 WS-OFC-CODE      PIC X(3).
             10 WS-OFC-COUNTS.
                15 WS-OFC-CNT    OCCURS 10 TIMES PIC 9(7).
             10 WS-OFC-INV       PIC 9(7).
             10 WS-OFC-INV-NEW   PIC 9(7).
             10 WS-OFC-SUSP      PIC 9(7).
          05 WS-OFC-OVERFLOW     PIC 9(7)   VALUE 0.

      * Grand totals in the same ten slots
       01 WS-GRAND-TOTALS.
          05 WS-TOT-COUNTS.
             10 WS-TOT-CNT       OCCURS 10 TIMES PIC 9(7).
          05 WS-TOT-INV          PIC 9(7)   VALUE 0.
          05 WS-TOT-INV-NEW      PIC 9(7)   VALUE 0.
          05 WS-TOT-SUSP         PIC 9(7)   VALUE 0.

      *********************************
      * Working fields for counting one record
       01 WS-COUNT-FIELDS.
          05 WS-KEY-CAT          PIC X      VALUE SPACE.
          05 WS-KEY-OFC          PIC X(3)   VALUE SPACES.
          05 WS-CLS-PERIOD       PIC X(6)   VALUE SPACES.
          05 WS-SLOT-BASE        PIC 9(2)   COMP VALUE 0.
          05 WS-LIVE-SLOT        PIC 9(2)   COMP VALUE 0.
          05 WS-SLOT             PIC 9(2)   COMP VALUE 0.
          05 WS-ID-N             PIC 9(5)   VALUE 0.

      *********************************
      * Counters for:
      * Snapshot records read, live and retired, and ID hash total
      * for this close and the previous one; master cluster
      * records read and ID hash total; archive entries read;
      * records changed after the month ended
       01 WS-COUNTERS.
          05 WS-CUR-READ         PIC 9(7)   VALUE 0.
          05 WS-CUR-LIVE         PIC 9(7)   VALUE 0.
          05 WS-CUR-RETIRED      PIC 9(7)   VALUE 0.
          05 WS-CUR-HASH         PIC 9(12)  VALUE 0.
          05 WS-PRI-READ         PIC 9(7)   VALUE 0.
          05 WS-PRI-LIVE         PIC 9(7)   VALUE 0.
          05 WS-PRI-RETIRED      PIC 9(7)   VALUE 0.
          05 WS-PRI-HASH         PIC 9(12)  VALUE 0.
          05 WS-VS-READ          PIC 9(7)   VALUE 0.
          05 WS-VS-HASH          PIC 9(12)  VALUE 0.
          05 WS-ARCH-READ        PIC 9(7)   VALUE 0.
          05 WS-LOG-READ         PIC 9(5)   VALUE 0.
          05 WS-AFTER-PERIOD     PIC 9(7)   VALUE 0.

      *********************************
      * Working fields used to build the report lines
       01 WS-REPORT-FIELDS.
          05 WS-REPORT-LINE      PIC X(132).
          05 WS-EDIT-COUNT       PIC ZZZZZZ9.
          05 WS-EDIT-HASH        PIC Z(11)9.
          05 WS-EDIT-PERIOD      PIC X(7).
          05 WS-EDIT-PRIOR       PIC X(7).
          05 WS-GRP              PIC 9(2)   COMP VALUE 0.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      * One category, office or total row, loaded from its table
      * entry before the activity line is built
       01 WS-ROW.
          05 WS-ROW-KEY          PIC X(6).
          05 WS-ROW-COUNTS.
             10 WS-ROW-CNT       OCCURS 10 TIMES PIC 9(7).

      *********************************
      * Activity line - the four counts for the month, each with
      * the previous close's figure and the change beside it
       01 WS-ACT-LINE.
          05 FILLER              PIC X(2).
          05 WS-ACT-KEY          PIC X(6).
          05 WS-ACT-GROUP        OCCURS 4 TIMES.
             10 WS-ACT-THIS      PIC ZZZZZZ9.
             10 FILLER           PIC X.
             10 WS-ACT-PRIOR     PIC ZZZZZZ9.
             10 FILLER           PIC X.
             10 WS-ACT-CHANGE    PIC +++++++9.
             10 FILLER           PIC X(3).

       01 WS-ACT-HEADER-1.
          05 FILLER              PIC X(8)   VALUE SPACES.
          05 FILLER              PIC X(27)  VALUE
             '---- FIRST ACCEPTS -----   '.
          05 FILLER              PIC X(27)  VALUE
             '------ REVISIONS -------   '.
          05 FILLER              PIC X(27)  VALUE
             '----- RETRACTIONS ------   '.
          05 FILLER              PIC X(24)  VALUE
             '----- WRITE-OFFS -------'.

       01 WS-ACT-HEADER-2.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-ACT-HDR-KEY      PIC X(6).
          05 FILLER              PIC X(27)  VALUE
             '   THIS   PRIOR   CHANGE   '.
          05 FILLER              PIC X(27)  VALUE
             '   THIS   PRIOR   CHANGE   '.
          05 FILLER              PIC X(27)  VALUE
             '   THIS   PRIOR   CHANGE   '.
          05 FILLER              PIC X(24)  VALUE
             '   THIS   PRIOR   CHANGE'.

      *********************************
      * Comparison line - one figure at this close beside the
      * previous close's
       01 WS-CMP-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-CMP-LABEL        PIC X(30).
          05 WS-CMP-THIS         PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-CMP-PRIOR        PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-CMP-CHANGE       PIC +++++++9.

       01 WS-CMP-HEADER.
          05 FILLER              PIC X(32)  VALUE SPACES.
          05 FILLER              PIC X(26)  VALUE
             '   THIS    PRIOR    CHANGE'.

      *********************************
      * Outstanding exceptions by office at close
       01 WS-EXC-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-EXC-KEY          PIC X(6).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-EXC-INV          PIC ZZZZZZ9.
          05 FILLER              PIC X(6)   VALUE SPACES.
          05 WS-EXC-INV-NEW      PIC ZZZZZZ9.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-EXC-SUSP         PIC ZZZZZZ9.

       01 WS-EXC-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(8)   VALUE 'OFFICE  '.
          05 FILLER              PIC X(13)  VALUE
             'INVFILE      '.
          05 FILLER              PIC X(11)  VALUE
             'NEW IN MTH '.
          05 FILLER              PIC X(8)   VALUE
             'SUSPFILE'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-PRIOR-SNAPSHOT
           PERFORM 2500-CHECK-PRIOR-SNAPSHOT
           PERFORM 3000-READ-SNAPSHOT UNTIL CUR-EOF-YES
           CLOSE SNAP-CUR
           PERFORM 3500-READ-CLUSTER
           PERFORM 4000-READ-WRITE-OFFS
           PERFORM 5000-READ-OUTSTANDING
           IF WS-CUR-READ NOT = WS-VS-READ
              OR WS-CUR-HASH NOT = WS-VS-HASH
              MOVE 'Y' TO WS-FOOT-ERR
           END-IF
           IF WS-FOOT-ERR = 'N'
              PERFORM 7000-WRITE-CLOSE-RECORD
           END-IF
           OPEN OUTPUT MTHREPO
           PERFORM 9000-PRINT-REPORT
           CLOSE MTHREPO
           IF WS-FOOT-ERR = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-PRV-FOUND = 'N'
                 OR WS-GAP-WARN = 'Y'
                 OR WS-ALREADY-CLOSED = 'Y'
                 OR WS-AFTER-PERIOD > 0
                 OR WS-CAT-OVERFLOW > 0
                 OR WS-OFC-OVERFLOW > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN
           .

      * The parameters and the close log are read and the close
      * is judged allowed before any data is read - a refused
      * close writes nothing at all
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           INITIALIZE WS-GRAND-TOTALS
           PERFORM 1100-LOAD-PARMS
           PERFORM 1300-LOAD-CLOSE-LOG
           PERFORM 1400-CHECK-PERIOD
           OPEN INPUT SNAP-CUR
           IF WS-CUR-STATUS NOT = '00'
              DISPLAY 'MTHCLOS: MONTH-END SNAPSHOT WILL NOT OPEN - '
                 'STATUS ' WS-CUR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      * MTHPARM is required - a close must say which month it is
      * closing. Anything wrong ends the run RC=16 through
      * 1165-PARM-ERROR
       1100-LOAD-PARMS.
           OPEN INPUT MTH-PARM
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'MTHPARM MISSING OR UNREADABLE'
                 TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           PERFORM 1110-READ-PARM UNTIL PARM-EOF-YES
           CLOSE MTH-PARM
           IF WS-PERIOD-GIVEN = 'N'
              MOVE SPACES TO WS-PARM-LINE
              MOVE 'PERIOD PARAMETER MISSING' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           .

       1110-READ-PARM.
           READ MTH-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF MTH-PARM-RECORD(1:1) NOT = '*'
                 AND MTH-PARM-RECORD NOT = SPACES
                 MOVE MTH-PARM-RECORD TO WS-PARM-LINE
                 PERFORM 1120-APPLY-PARM
              END-IF
           END-READ
           .

       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           UNSTRING WS-PARM-LINE
              DELIMITED BY ALL ' '
              INTO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           END-UNSTRING
           EVALUATE WS-PARM-KW
              WHEN 'PERIOD'
                 IF WS-PARM-OP1(1:6) IS NOT NUMERIC
                    OR WS-PARM-OP1(7:2) NOT = SPACES
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD PERIOD PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 IF WS-PERIOD-GIVEN = 'Y'
                    MOVE 'PERIOD GIVEN MORE THAN ONCE'
                       TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:6) TO WS-PERIOD
                 IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                    MOVE 'BAD PERIOD PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE 'Y' TO WS-PERIOD-GIVEN
              WHEN 'OVERRIDE'
                 IF (WS-PARM-OP1 NOT = 'Y' AND NOT = 'N')
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD OVERRIDE PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:1) TO WS-OVERRIDE
              WHEN OTHER
                 MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-PARM-ERR-TEXT
                 PERFORM 1165-PARM-ERROR
           END-EVALUATE
           .

      * Fail fast - the message names the parameter that broke so
      * the parm member can be fixed without digging through a dump
       1165-PARM-ERROR.
           DISPLAY 'MTHCLOS: PARAMETER ERROR - ' WS-PARM-ERR-TEXT
           IF WS-PARM-LINE NOT = SPACES
              DISPLAY 'MTHCLOS: RECORD IN ERROR: <' WS-PARM-LINE '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Reads the whole close log, noting the latest month closed,
      * whether the month being closed is already on it, and the
      * previous close. Where a month was closed again under
      * OVERRIDE its later record is the one that stands. The log
      * is OPTIONAL only so the very first close can run before
      * anything has been appended to it
       1300-LOAD-CLOSE-LOG.
           INITIALIZE WS-PRV-LINE WS-RPL-LINE
           MOVE SPACES TO WS-PRV-PERIOD
           OPEN INPUT CLOSE-LOG
           IF WS-LOG-STATUS NOT = '00' AND '05'
              DISPLAY 'MTHCLOS: CLOSE LOG WILL NOT OPEN - STATUS '
                 WS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1310-READ-CLOSE-LOG UNTIL LOG-EOF-YES
           CLOSE CLOSE-LOG
           .

       1310-READ-CLOSE-LOG.
           READ CLOSE-LOG INTO WS-LOG-LINE
           AT END
              SET LOG-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-LOG-READ
              PERFORM 1320-NOTE-CLOSE
           END-READ
           .

      * A close log record that does not read back exactly as this
      * program wrote it stops the run - the log is what makes the
      * close formal, and a damaged one cannot be judged against
       1320-NOTE-CLOSE.
           IF WS-LOG-PERIOD IS NOT NUMERIC
              OR WS-LOG-SNAP-COUNT IS NOT NUMERIC
              OR WS-LOG-SNAP-HASH IS NOT NUMERIC
              OR WS-LOG-LIVE IS NOT NUMERIC
              OR WS-LOG-RETIRED IS NOT NUMERIC
              OR WS-LOG-INV-COUNT IS NOT NUMERIC
              OR WS-LOG-SUSP-COUNT IS NOT NUMERIC
              DISPLAY 'MTHCLOS: CLOSE LOG RECORD MALFORMED - RUN '
                 'STOPPED'
              DISPLAY 'MTHCLOS: RECORD IN ERROR: <' WS-LOG-LINE '>'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-LAST-CLOSED = SPACES
              OR WS-LOG-PERIOD > WS-LAST-CLOSED
              MOVE WS-LOG-PERIOD TO WS-LAST-CLOSED
           END-IF
           EVALUATE TRUE
              WHEN WS-LOG-PERIOD = WS-PERIOD-X
                 MOVE 'Y' TO WS-ALREADY-CLOSED
                 MOVE WS-LOG-LINE TO WS-RPL-LINE
              WHEN WS-LOG-PERIOD < WS-PERIOD-X
                 IF WS-PRV-FOUND = 'N'
                    OR WS-LOG-PERIOD >= WS-PRV-PERIOD
                    MOVE WS-LOG-LINE TO WS-PRV-LINE
                    MOVE 'Y' TO WS-PRV-FOUND
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      * Decides whether the month may be closed, and which month
      * it is compared with. A month can be closed from its last
      * calendar day on, never earlier; never behind a later
      * month already closed; and only once unless OVERRIDE Y
       1400-CHECK-PERIOD.
           IF WS-PERIOD > WS-RUN-MONTH
              MOVE 'THE MONTH HAS NOT ENDED' TO WS-REFUSE-TEXT
              PERFORM 1490-REFUSE-CLOSE
           END-IF
           IF WS-PERIOD = WS-RUN-MONTH
              COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
              IF WS-NEXT-MONTH = WS-RUN-MONTH
                 MOVE 'THE MONTH HAS NOT ENDED' TO WS-REFUSE-TEXT
                 PERFORM 1490-REFUSE-CLOSE
              END-IF
           END-IF
           IF WS-LAST-CLOSED NOT = SPACES
              AND WS-LAST-CLOSED > WS-PERIOD-X
              MOVE SPACES TO WS-REFUSE-TEXT
              STRING 'A LATER MONTH (' DELIMITED BY SIZE
                     WS-LAST-CLOSED DELIMITED BY SIZE
                     ') IS ALREADY CLOSED' DELIMITED BY SIZE
                     INTO WS-REFUSE-TEXT
              END-STRING
              PERFORM 1490-REFUSE-CLOSE
           END-IF
           IF WS-ALREADY-CLOSED = 'Y' AND NOT OVERRIDE-YES
              MOVE SPACES TO WS-REFUSE-TEXT
              STRING 'THE MONTH WAS CLOSED ON ' DELIMITED BY SIZE
                     WS-RPL-DATE DELIMITED BY SIZE
                     ' - GIVE OVERRIDE Y TO CLOSE IT AGAIN'
                        DELIMITED BY SIZE
                     INTO WS-REFUSE-TEXT
              END-STRING
              PERFORM 1490-REFUSE-CLOSE
           END-IF
           IF WS-PERIOD-MONTH = 1
              COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
              MOVE 12 TO WS-PRIOR-MONTH
           ELSE
              MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
              COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
           END-IF
           IF WS-PRV-FOUND = 'Y'
              IF WS-PRV-PERIOD NOT = WS-PRIOR-PERIOD-X
                 MOVE 'Y' TO WS-GAP-WARN
              END-IF
              MOVE WS-PRV-PERIOD TO WS-PRIOR-PERIOD-X
           END-IF
           .

       1490-REFUSE-CLOSE.
           DISPLAY 'MTHCLOS: CLOSE OF ' WS-PERIOD-X ' REFUSED - '
              WS-REFUSE-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * The previous close's snapshot. MTHPRIOR is OPTIONAL only
      * for the first close, which has nothing to compare with;
      * once the log holds a close it must be there and match
       2000-READ-PRIOR-SNAPSHOT.
           OPEN INPUT SNAP-PRIOR
           IF WS-PRI-STATUS = '00'
              MOVE 'Y' TO WS-PRI-PRESENT
              MOVE WS-PRIOR-PERIOD-X TO WS-CLS-PERIOD
              MOVE 4 TO WS-SLOT-BASE
              MOVE 10 TO WS-LIVE-SLOT
              PERFORM 2010-READ-PRIOR UNTIL PRI-EOF-YES
              CLOSE SNAP-PRIOR
           END-IF
           .

       2010-READ-PRIOR.
           READ SNAP-PRIOR INTO WS-MSTR-REC
           AT END
              SET PRI-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-PRI-READ
              IF WS-MSTR-ID IS NUMERIC
                 MOVE WS-MSTR-ID TO WS-ID-N
                 ADD WS-ID-N TO WS-PRI-HASH
              END-IF
              IF MSTR-RETIRED
                 ADD 1 TO WS-PRI-RETIRED
              ELSE
                 ADD 1 TO WS-PRI-LIVE
              END-IF
              PERFORM 2100-COUNT-MASTER-RECORD
           END-READ
           .

      * Counts one snapshot record into the slots for the month in
      * WS-CLS-PERIOD - slots 1-4 and 9 for this close, 5-8 and 10
      * for the previous one
       2100-COUNT-MASTER-RECORD.
           MOVE WS-MSTR-CATEGORY TO WS-KEY-CAT
           MOVE WS-MSTR-OFFICE TO WS-KEY-OFC
           PERFORM 2200-SET-CATEGORY-INDEX
           PERFORM 2300-SET-OFFICE-INDEX
           IF WS-MSTR-FIRST-DATE(1:6) = WS-CLS-PERIOD
              COMPUTE WS-SLOT = WS-SLOT-BASE + 1
              PERFORM 2400-ADD-TO-SLOT
           END-IF
           IF MSTR-RETIRED
              IF WS-MSTR-LAST-DATE(1:6) = WS-CLS-PERIOD
                 COMPUTE WS-SLOT = WS-SLOT-BASE + 3
                 PERFORM 2400-ADD-TO-SLOT
              END-IF
           ELSE
              MOVE WS-LIVE-SLOT TO WS-SLOT
              PERFORM 2400-ADD-TO-SLOT
              IF WS-MSTR-LAST-DATE(1:6) = WS-CLS-PERIOD
                 AND WS-MSTR-FIRST-DATE IS NUMERIC
                 AND WS-MSTR-FIRST-DATE(1:6) < WS-CLS-PERIOD
                 COMPUTE WS-SLOT = WS-SLOT-BASE + 2
                 PERFORM 2400-ADD-TO-SLOT
              END-IF
           END-IF
           .

      * Finds the category in the totals table, adding it the
      * first time it is seen
       2200-SET-CATEGORY-INDEX.
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM 2210-SEARCH-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 OR WS-CAT-FOUND = 'Y'
           IF WS-CAT-FOUND = 'Y'
              SUBTRACT 1 FROM WS-CAT-IDX
           ELSE
              IF WS-CAT-COUNT < 40
                 ADD 1 TO WS-CAT-COUNT
                 MOVE WS-CAT-COUNT TO WS-CAT-IDX
                 MOVE WS-KEY-CAT TO WS-CAT-CODE(WS-CAT-IDX)
                 INITIALIZE WS-CAT-COUNTS(WS-CAT-IDX)
                 MOVE 'Y' TO WS-CAT-FOUND
              ELSE
                 ADD 1 TO WS-CAT-OVERFLOW
              END-IF
           END-IF
           .

       2210-SEARCH-CATEGORY.
           IF WS-CAT-CODE(WS-CAT-IDX) = WS-KEY-CAT
              MOVE 'Y' TO WS-CAT-FOUND
           END-IF
           .

      * Finds the office in the totals table, adding it the first
      * time it is seen
       2300-SET-OFFICE-INDEX.
           MOVE 'N' TO WS-OFC-FOUND
           PERFORM 2310-SEARCH-OFFICE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
                 OR WS-OFC-FOUND = 'Y'
           IF WS-OFC-FOUND = 'Y'
              SUBTRACT 1 FROM WS-OFC-IDX
           ELSE
              IF WS-OFC-COUNT < 200
                 ADD 1 TO WS-OFC-COUNT
                 MOVE WS-OFC-COUNT TO WS-OFC-IDX
                 MOVE WS-KEY-OFC TO WS-OFC-CODE(WS-OFC-IDX)
                 INITIALIZE WS-OFC-COUNTS(WS-OFC-IDX)
                 MOVE 0 TO WS-OFC-INV(WS-OFC-IDX)
                           WS-OFC-INV-NEW(WS-OFC-IDX)
                           WS-OFC-SUSP(WS-OFC-IDX)
                 MOVE 'Y' TO WS-OFC-FOUND
              ELSE
                 ADD 1 TO WS-OFC-OVERFLOW
              END-IF
           END-IF
           .

       2310-SEARCH-OFFICE.
           IF WS-OFC-CODE(WS-OFC-IDX) = WS-KEY-OFC
              MOVE 'Y' TO WS-OFC-FOUND
           END-IF
           .

       2400-ADD-TO-SLOT.
           ADD 1 TO WS-TOT-CNT(WS-SLOT)
           IF WS-CAT-FOUND = 'Y'
              ADD 1 TO WS-CAT-CNT(WS-CAT-IDX, WS-SLOT)
           END-IF
           IF WS-OFC-FOUND = 'Y'
              ADD 1 TO WS-OFC-CNT(WS-OFC-IDX, WS-SLOT)
           END-IF
           .

      * MTHPRIOR must be the snapshot the previous close logged -
      * same record count, same ID hash total. On a close made
      * again under OVERRIDE the newest generation is the close
      * being replaced, and the one before it is wanted; that case
      * is named so the DD can be put right
       2500-CHECK-PRIOR-SNAPSHOT.
           IF WS-PRV-FOUND = 'Y'
              IF WS-PRI-PRESENT = 'N'
                 MOVE 'MTHPRIOR IS MISSING' TO WS-REFUSE-TEXT
                 PERFORM 1490-REFUSE-CLOSE
              END-IF
              IF WS-PRI-READ NOT = WS-PRV-SNAP-COUNT
                 OR WS-PRI-HASH NOT = WS-PRV-SNAP-HASH
                 DISPLAY 'MTHCLOS: MTHPRIOR HOLDS ' WS-PRI-READ
                    ' RECORDS, HASH ' WS-PRI-HASH
                 DISPLAY 'MTHCLOS: THE ' WS-PRV-PERIOD
                    ' CLOSE LOGGED ' WS-PRV-SNAP-COUNT
                    ' RECORDS, HASH ' WS-PRV-SNAP-HASH
                 IF WS-ALREADY-CLOSED = 'Y'
                    AND WS-PRI-READ = WS-RPL-SNAP-COUNT
                    AND WS-PRI-HASH = WS-RPL-SNAP-HASH
                    MOVE SPACES TO WS-REFUSE-TEXT
                    STRING 'MTHPRIOR IS THE CLOSE BEING REPLACED - '
                              DELIMITED BY SIZE
                           'POINT IT AT THE (-1) GENERATION'
                              DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                    END-STRING
                 ELSE
                    MOVE SPACES TO WS-REFUSE-TEXT
                    STRING 'MTHPRIOR IS NOT THE SNAPSHOT THE '
                              DELIMITED BY SIZE
                           'PREVIOUS CLOSE LOGGED' DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                    END-STRING
                 END-IF
                 PERFORM 1490-REFUSE-CLOSE
              END-IF
           END-IF
           .

      * The month's own frozen snapshot. A record dated after the
      * month has been changed since it ended - its in-month update
      * can no longer be seen
       3000-READ-SNAPSHOT.
           READ SNAP-CUR INTO WS-MSTR-REC
           AT END
              SET CUR-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-CUR-READ
              IF WS-MSTR-ID IS NUMERIC
                 MOVE WS-MSTR-ID TO WS-ID-N
                 ADD WS-ID-N TO WS-CUR-HASH
              END-IF
              IF MSTR-RETIRED
                 ADD 1 TO WS-CUR-RETIRED
              ELSE
                 ADD 1 TO WS-CUR-LIVE
              END-IF
              IF WS-MSTR-FIRST-DATE(1:6) > WS-PERIOD-X
                 OR WS-MSTR-LAST-DATE(1:6) > WS-PERIOD-X
                 ADD 1 TO WS-AFTER-PERIOD
              END-IF
              MOVE WS-PERIOD-X TO WS-CLS-PERIOD
              MOVE 0 TO WS-SLOT-BASE
              MOVE 9 TO WS-LIVE-SLOT
              PERFORM 2100-COUNT-MASTER-RECORD
           END-READ
           .

      * The cluster the snapshot was copied from, counted the same
      * way. The job holds the master from the copy through this
      * step, so nothing can have changed it in between
       3500-READ-CLUSTER.
           OPEN INPUT MSTR-VS
           IF WS-VS-STATUS NOT = '00'
              DISPLAY 'MTHCLOS: MASTER CLUSTER WILL NOT OPEN - '
                 'STATUS ' WS-VS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 3510-READ-CLUSTER-RECORD UNTIL VS-EOF-YES
           CLOSE MSTR-VS
           .

       3510-READ-CLUSTER-RECORD.
           READ MSTR-VS NEXT RECORD
           AT END
              SET VS-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-VS-READ
              IF MV-ID IS NUMERIC
                 MOVE MV-ID TO WS-ID-N
                 ADD WS-ID-N TO WS-VS-HASH
              END-IF
           END-READ
           .

      * Write-offs for this month and for the previous close's
      * month both come from the permanent archive, by the date
      * each entry was written off
       4000-READ-WRITE-OFFS.
           OPEN INPUT ARCH-DATA
           IF WS-ARCH-STATUS = '00'
              MOVE 'Y' TO WS-ARCH-PRESENT
              PERFORM 4010-READ-ARCHIVE UNTIL ARCH-EOF-YES
              CLOSE ARCH-DATA
           END-IF
           .

       4010-READ-ARCHIVE.
           READ ARCH-DATA INTO WS-ARCH-LINE
           AT END
              SET ARCH-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-ARCH-READ
              EVALUATE TRUE
                 WHEN WS-ARCH-WOFF-DATE(1:6) = WS-PERIOD-X
                    MOVE 4 TO WS-SLOT
                    PERFORM 4100-COUNT-WRITE-OFF
                 WHEN WS-ARCH-WOFF-DATE(1:6) = WS-PRIOR-PERIOD-X
                    MOVE 8 TO WS-SLOT
                    PERFORM 4100-COUNT-WRITE-OFF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-READ
           .

       4100-COUNT-WRITE-OFF.
           MOVE WS-ARCH-ENTRY(15:1) TO WS-KEY-CAT
           MOVE WS-ARCH-ENTRY(220:3) TO WS-KEY-OFC
           PERFORM 2200-SET-CATEGORY-INDEX
           PERFORM 2300-SET-OFFICE-INDEX
           PERFORM 2400-ADD-TO-SLOT
           .

      * The outstanding exception position as the last nightly run
      * left it. Either file can legitimately be empty or absent on
      * a clean day
       5000-READ-OUTSTANDING.
           OPEN INPUT INV-DATA
           IF WS-INV-STATUS = '00'
              MOVE 'Y' TO WS-INV-PRESENT
              PERFORM 5010-READ-INVFILE UNTIL INV-EOF-YES
              CLOSE INV-DATA
           END-IF
           OPEN INPUT SUSP-DATA
           IF WS-SUSP-STATUS = '00'
              MOVE 'Y' TO WS-SUSP-PRESENT
              PERFORM 5110-READ-SUSPFILE UNTIL SUSP-EOF-YES
              CLOSE SUSP-DATA
           END-IF
           .

       5010-READ-INVFILE.
           READ INV-DATA INTO WS-INV-LINE
           AT END
              SET INV-EOF-YES TO TRUE
           NOT AT END
              MOVE WS-INV-LINE-OFFICE TO WS-KEY-OFC
              PERFORM 2300-SET-OFFICE-INDEX
              ADD 1 TO WS-TOT-INV
              IF WS-OFC-FOUND = 'Y'
                 ADD 1 TO WS-OFC-INV(WS-OFC-IDX)
              END-IF
              IF WS-INV-LINE-FIRST-DATE(1:6) = WS-PERIOD-X
                 ADD 1 TO WS-TOT-INV-NEW
                 IF WS-OFC-FOUND = 'Y'
                    ADD 1 TO WS-OFC-INV-NEW(WS-OFC-IDX)
                 END-IF
              END-IF
           END-READ
           .

       5110-READ-SUSPFILE.
           READ SUSP-DATA INTO WS-SUSP-LINE
           AT END
              SET SUSP-EOF-YES TO TRUE
           NOT AT END
              MOVE WS-SUSP-LINE-OFFICE TO WS-KEY-OFC
              PERFORM 2300-SET-OFFICE-INDEX
              ADD 1 TO WS-TOT-SUSP
              IF WS-OFC-FOUND = 'Y'
                 ADD 1 TO WS-OFC-SUSP(WS-OFC-IDX)
              END-IF
           END-READ
           .

      * The close record goes to CLOSEOUT, not to the log itself -
      * the job appends it to the log only once the snapshot
      * generation it describes has been cataloged
       7000-WRITE-CLOSE-RECORD.
           OPEN OUTPUT CLOSE-OUT
           IF WS-OUT-STATUS NOT = '00'
              DISPLAY 'MTHCLOS: CLOSEOUT WILL NOT OPEN - STATUS '
                 WS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PERIOD-X TO WS-CL-PERIOD
           MOVE WS-RUN-DATE TO WS-CL-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-CL-TIME
           IF WS-ALREADY-CLOSED = 'Y'
              SET CL-RECLOSE TO TRUE
           ELSE
              SET CL-FIRST-CLOSE TO TRUE
           END-IF
           MOVE WS-CUR-READ TO WS-CL-SNAP-COUNT
           MOVE WS-CUR-HASH TO WS-CL-SNAP-HASH
           MOVE WS-CUR-LIVE TO WS-CL-LIVE
           MOVE WS-CUR-RETIRED TO WS-CL-RETIRED
           MOVE WS-TOT-INV TO WS-CL-INV-COUNT
           MOVE WS-TOT-SUSP TO WS-CL-SUSP-COUNT
           WRITE CLOSE-OUT-RECORD FROM WS-CLOSE-LINE
           CLOSE CLOSE-OUT
           .

       9000-PRINT-REPORT.
           PERFORM 9100-PRINT-HEADING
           PERFORM 9200-PRINT-CATEGORY-ACTIVITY
           PERFORM 9300-PRINT-OFFICE-ACTIVITY
           PERFORM 9400-PRINT-POSITION
           PERFORM 9500-PRINT-OUTSTANDING
           PERFORM 9600-PRINT-CLOSE-CONTROL
           .

      * Says which month was closed, what it is compared with and
      * everything that qualifies the figures, before any figure
       9100-PRINT-HEADING.
           MOVE SPACES TO WS-EDIT-PERIOD WS-EDIT-PRIOR
           STRING WS-PERIOD-X(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PERIOD-X(5:2) DELIMITED BY SIZE
                  INTO WS-EDIT-PERIOD
           END-STRING
           STRING WS-PRIOR-PERIOD-X(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PRIOR-PERIOD-X(5:2) DELIMITED BY SIZE
                  INTO WS-EDIT-PRIOR
           END-STRING
           MOVE 'MONTH-END CLOSE AND MANAGEMENT STATISTICS'
              TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MONTH CLOSED.......: ' DELIMITED BY SIZE
                  WS-EDIT-PERIOD DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE...........: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ALREADY-CLOSED = 'Y'
              STRING 'CLOSE..............: CLOSED AGAIN UNDER '
                        DELIMITED BY SIZE
                     'OVERRIDE - REPLACES THE CLOSE OF '
                        DELIMITED BY SIZE
                     WS-RPL-DATE DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              MOVE 'CLOSE..............: FIRST CLOSE OF THE MONTH'
                 TO WS-REPORT-LINE
           END-IF
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRV-FOUND = 'Y'
              STRING 'COMPARED WITH......: ' DELIMITED BY SIZE
                     WS-EDIT-PRIOR DELIMITED BY SIZE
                     ', CLOSED ' DELIMITED BY SIZE
                     WS-PRV-DATE DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING 'COMPARED WITH......: ' DELIMITED BY SIZE
                     WS-EDIT-PRIOR DELIMITED BY SIZE
                     ' - NOT CLOSED; PRIOR FIGURES ARE FROM '
                        DELIMITED BY SIZE
                     'MTHPRIOR AS IT STANDS' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           IF WS-PRV-FOUND = 'N'
              MOVE '*** NO PREVIOUS CLOSE ON THE CLOSE LOG ***'
                 TO WS-REPORT-LINE
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-GAP-WARN = 'Y'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** THE PREVIOUS CLOSE IS ' DELIMITED BY SIZE
                     WS-EDIT-PRIOR DELIMITED BY SIZE
                     ' - THE MONTHS SINCE WERE NEVER CLOSED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-AFTER-PERIOD > 0
              MOVE WS-AFTER-PERIOD TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS CHANGED AFTER THE MONTH ENDED - '
                        DELIMITED BY SIZE
                     'REVISIONS AND RETRACTIONS MAY BE UNDERSTATED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9200-PRINT-CATEGORY-ACTIVITY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE 'ACTIVITY FOR THE MONTH BY CATEGORY' TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2
           MOVE 'CAT' TO WS-ACT-HDR-KEY
           WRITE MTHREPO-REC FROM WS-ACT-HEADER-1
           WRITE MTHREPO-REC FROM WS-ACT-HEADER-2
           PERFORM 9210-PRINT-CATEGORY-LINE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
           PERFORM 9290-PRINT-TOTAL-ROW
           IF WS-CAT-OVERFLOW > 0
              MOVE WS-CAT-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS PAST THE 40-CATEGORY TABLE - IN THE '
                        DELIMITED BY SIZE
                     'TOTAL ONLY ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9210-PRINT-CATEGORY-LINE.
           MOVE SPACES TO WS-ROW-KEY
           IF WS-CAT-CODE(WS-CAT-IDX) = SPACE
              MOVE 'NONE' TO WS-ROW-KEY
           ELSE
              MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-ROW-KEY
           END-IF
           MOVE WS-CAT-COUNTS(WS-CAT-IDX) TO WS-ROW-COUNTS
           PERFORM 9250-PRINT-ACTIVITY-ROW
           .

      * Builds one activity line from WS-ROW - each of the four
      * counts beside the previous close's figure in slot + 4
       9250-PRINT-ACTIVITY-ROW.
           MOVE SPACES TO WS-ACT-LINE
           MOVE WS-ROW-KEY TO WS-ACT-KEY
           PERFORM 9260-FILL-ACTIVITY-GROUP
              VARYING WS-GRP FROM 1 BY 1
              UNTIL WS-GRP > 4
           WRITE MTHREPO-REC FROM WS-ACT-LINE
           .

       9260-FILL-ACTIVITY-GROUP.
           MOVE WS-ROW-CNT(WS-GRP) TO WS-ACT-THIS(WS-GRP)
           MOVE WS-ROW-CNT(WS-GRP + 4) TO WS-ACT-PRIOR(WS-GRP)
           COMPUTE WS-ACT-CHANGE(WS-GRP) =
              WS-ROW-CNT(WS-GRP) - WS-ROW-CNT(WS-GRP + 4)
           .

       9290-PRINT-TOTAL-ROW.
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2
           MOVE 'TOTAL' TO WS-ROW-KEY
           MOVE WS-TOT-COUNTS TO WS-ROW-COUNTS
           PERFORM 9250-PRINT-ACTIVITY-ROW
           .

      * Offices that appear only on the outstanding files have no
      * activity and are left to the outstanding section
       9300-PRINT-OFFICE-ACTIVITY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE 'ACTIVITY FOR THE MONTH BY OFFICE' TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2
           MOVE 'OFFICE' TO WS-ACT-HDR-KEY
           WRITE MTHREPO-REC FROM WS-ACT-HEADER-1
           WRITE MTHREPO-REC FROM WS-ACT-HEADER-2
           PERFORM 9310-PRINT-OFFICE-LINE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
           PERFORM 9290-PRINT-TOTAL-ROW
           IF WS-OFC-OVERFLOW > 0
              MOVE WS-OFC-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS PAST THE 200-OFFICE TABLE - IN THE '
                        DELIMITED BY SIZE
                     'TOTAL ONLY ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9310-PRINT-OFFICE-LINE.
           IF WS-OFC-COUNTS(WS-OFC-IDX) NOT = ZEROS
              MOVE SPACES TO WS-ROW-KEY
              IF WS-OFC-CODE(WS-OFC-IDX) = SPACES
                 MOVE 'NONE' TO WS-ROW-KEY
              ELSE
                 MOVE WS-OFC-CODE(WS-OFC-IDX) TO WS-ROW-KEY
              END-IF
              MOVE WS-OFC-COUNTS(WS-OFC-IDX) TO WS-ROW-COUNTS
              PERFORM 9250-PRINT-ACTIVITY-ROW
           END-IF
           .

      * The master as frozen at this close beside the previous
      * close's snapshot
       9400-PRINT-POSITION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE 'MASTER POSITION AT CLOSE' TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2
           WRITE MTHREPO-REC FROM WS-CMP-HEADER
           MOVE 'RECORDS ON THE MASTER' TO WS-CMP-LABEL
           MOVE WS-CUR-READ TO WS-CMP-THIS
           MOVE WS-PRI-READ TO WS-CMP-PRIOR
           COMPUTE WS-CMP-CHANGE = WS-CUR-READ - WS-PRI-READ
           WRITE MTHREPO-REC FROM WS-CMP-LINE
           MOVE '  LIVE' TO WS-CMP-LABEL
           MOVE WS-CUR-LIVE TO WS-CMP-THIS
           MOVE WS-PRI-LIVE TO WS-CMP-PRIOR
           COMPUTE WS-CMP-CHANGE = WS-CUR-LIVE - WS-PRI-LIVE
           WRITE MTHREPO-REC FROM WS-CMP-LINE
           MOVE '  RETIRED' TO WS-CMP-LABEL
           MOVE WS-CUR-RETIRED TO WS-CMP-THIS
           MOVE WS-PRI-RETIRED TO WS-CMP-PRIOR
           COMPUTE WS-CMP-CHANGE = WS-CUR-RETIRED - WS-PRI-RETIRED
           WRITE MTHREPO-REC FROM WS-CMP-LINE
           PERFORM 9410-PRINT-LIVE-BY-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
           .

       9410-PRINT-LIVE-BY-CATEGORY.
           IF WS-CAT-CNT(WS-CAT-IDX, 9) > 0
              OR WS-CAT-CNT(WS-CAT-IDX, 10) > 0
              MOVE SPACES TO WS-CMP-LABEL
              STRING '  LIVE IN CATEGORY ' DELIMITED BY SIZE
                     WS-CAT-CODE(WS-CAT-IDX) DELIMITED BY SIZE
                     INTO WS-CMP-LABEL
              END-STRING
              MOVE WS-CAT-CNT(WS-CAT-IDX, 9) TO WS-CMP-THIS
              MOVE WS-CAT-CNT(WS-CAT-IDX, 10) TO WS-CMP-PRIOR
              COMPUTE WS-CMP-CHANGE = WS-CAT-CNT(WS-CAT-IDX, 9)
                 - WS-CAT-CNT(WS-CAT-IDX, 10)
              WRITE MTHREPO-REC FROM WS-CMP-LINE
           END-IF
           .

      * Outstanding rejects and suspects beside the counts the
      * previous close recorded, then by office
       9500-PRINT-OUTSTANDING.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE 'OUTSTANDING EXCEPTIONS AT CLOSE' TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2
           IF WS-INV-PRESENT = 'N'
              MOVE '  INVFILE NOT PRESENT - NO OUTSTANDING REJECTS'
                 TO WS-REPORT-LINE
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-SUSP-PRESENT = 'N'
              MOVE '  SUSPFILE NOT PRESENT - NO OUTSTANDING SUSPECTS'
                 TO WS-REPORT-LINE
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           WRITE MTHREPO-REC FROM WS-CMP-HEADER
           MOVE 'INVFILE REJECTS OUTSTANDING' TO WS-CMP-LABEL
           MOVE WS-TOT-INV TO WS-CMP-THIS
           MOVE WS-PRV-INV-COUNT TO WS-CMP-PRIOR
           COMPUTE WS-CMP-CHANGE = WS-TOT-INV - WS-PRV-INV-COUNT
           WRITE MTHREPO-REC FROM WS-CMP-LINE
           MOVE 'SUSPFILE SUSPECTS OUTSTANDING' TO WS-CMP-LABEL
           MOVE WS-TOT-SUSP TO WS-CMP-THIS
           MOVE WS-PRV-SUSP-COUNT TO WS-CMP-PRIOR
           COMPUTE WS-CMP-CHANGE = WS-TOT-SUSP - WS-PRV-SUSP-COUNT
           WRITE MTHREPO-REC FROM WS-CMP-LINE
           IF WS-TOT-INV > 0 OR WS-TOT-SUSP > 0
              MOVE SPACES TO WS-REPORT-LINE
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
              WRITE MTHREPO-REC FROM WS-EXC-HEADER
              PERFORM 9510-PRINT-OFFICE-EXCEPTIONS
                 VARYING WS-OFC-IDX FROM 1 BY 1
                 UNTIL WS-OFC-IDX > WS-OFC-COUNT
              MOVE 'TOTAL' TO WS-EXC-KEY
              MOVE WS-TOT-INV TO WS-EXC-INV
              MOVE WS-TOT-INV-NEW TO WS-EXC-INV-NEW
              MOVE WS-TOT-SUSP TO WS-EXC-SUSP
              WRITE MTHREPO-REC FROM WS-EXC-LINE
           END-IF
           .

       9510-PRINT-OFFICE-EXCEPTIONS.
           IF WS-OFC-INV(WS-OFC-IDX) > 0
              OR WS-OFC-SUSP(WS-OFC-IDX) > 0
              IF WS-OFC-CODE(WS-OFC-IDX) = SPACES
                 MOVE 'NONE' TO WS-EXC-KEY
              ELSE
                 MOVE WS-OFC-CODE(WS-OFC-IDX) TO WS-EXC-KEY
              END-IF
              MOVE WS-OFC-INV(WS-OFC-IDX) TO WS-EXC-INV
              MOVE WS-OFC-INV-NEW(WS-OFC-IDX) TO WS-EXC-INV-NEW
              MOVE WS-OFC-SUSP(WS-OFC-IDX) TO WS-EXC-SUSP
              WRITE MTHREPO-REC FROM WS-EXC-LINE
           END-IF
           .

      * The snapshot's controls as written to the close record,
      * and whether the close stands
       9600-PRINT-CLOSE-CONTROL.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           MOVE 'CLOSE CONTROL TOTALS' TO WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-REPORT-LINE
           WRITE MTHREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-CUR-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SNAPSHOT RECORDS READ......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           MOVE WS-CUR-HASH TO WS-EDIT-HASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SNAPSHOT ID HASH TOTAL.....: ' DELIMITED BY SIZE
                  WS-EDIT-HASH DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           MOVE WS-VS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER CLUSTER READ........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           MOVE WS-VS-HASH TO WS-EDIT-HASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER CLUSTER ID HASH.....: ' DELIMITED BY SIZE
                  WS-EDIT-HASH DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           MOVE WS-PRI-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRV-FOUND = 'Y'
              STRING 'PREVIOUS SNAPSHOT READ.....: ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' - MATCHES THE CLOSE LOG' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING 'PREVIOUS SNAPSHOT READ.....: ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' - NO CLOSE LOGGED TO CHECK IT AGAINST'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ARCH-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WRITE-OFF ARCHIVE READ.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           MOVE WS-LOG-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLOSE LOG RECORDS READ.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MTHREPO-REC FROM WS-REPORT-LINE

           IF WS-FOOT-ERR = 'Y'
              MOVE '*** SNAPSHOT DOES NOT FOOT TO THE MASTER CLUSTER -'
                 TO WS-REPORT-LINE
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '    NO CLOSE RECORD WRITTEN - ' DELIMITED BY SIZE
                     'THE MONTH IS NOT CLOSED ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CLOSE RECORD WRITTEN - ' DELIMITED BY SIZE
                     WS-EDIT-PERIOD DELIMITED BY SIZE
                     ' IS CLOSED ONCE THE JOB HAS CATALOGED THE '
                        DELIMITED BY SIZE
                     'SNAPSHOT AND LOGGED THE CLOSE' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE MTHREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       END PROGRAM MTHCLOS.
