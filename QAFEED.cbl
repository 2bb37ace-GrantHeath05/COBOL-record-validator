       IDENTIFICATION DIVISION.
       PROGRAM-ID. QAFEED.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    QA Outcome Feed And Office Accuracy
      *
      *    Reads back the QA verifiers' outcome file (QAOUT) - the
      *    QASAMP worklist records with the verdict filled in - and
      *    applies each outcome once:
      *
      *    | Verdict | Meaning         | What is done                 |
      *    |---------|-----------------|------------------------------|
      *    | C       | Confirmed right | Logged only                  |
      *    | W       | Wrong - the     | Sent into tonight's          |
      *    |         | corrected       | corrections pass and logged  |
      *    |         | values given    |                              |
      *
      *    A wrong record is sent the way every other correction
      *    reaches the master: an INVFILE entry is appended for it
      *    (the record as accepted, reason 08, failed today) and
      *    the corrected record goes to QACORR, which the job feeds
      *    to the corrections step beside the day's own corrections
      *    file. The corrections pass matches the two by ID and
      *    re-validates the corrected values under the current
      *    rules - promoted to the master, still invalid, or
      *    suspect - exactly as for any resubmission. A blank
      *    corrected score or category means that value was right.
      *
      *    The sample each outcome belongs to is found on the
      *    permanent QA log by ID and sample date, and the log's
      *    copy is the one trusted - office, effective date and
      *    the values as accepted. Each outcome applied is written
      *    to QAHNEW as an outcome log record; the job appends it
      *    to the log once the night's master update has run
      *    clean, so an outcome re-sent on a later delivery is
      *    passed over as already applied. Refused, listed on
      *    QAFREPO and the run ended RC=4:
      *
      *    - a verdict other than C or W
      *    - an ID and sample date not on the QA log
      *    - a verdict different from the one already applied
      *    - a second, different outcome for the same sample
      *    - W for an ID already outstanding on INVFILE or SUSPFILE
      *      (today's rejects included, and a W applied earlier in
      *      this run) - the corrections pass pairs a correction
      *      with the first outstanding entry for the ID, so a
      *      second entry could be paired with the office's own
      *      resubmission instead. Not logged, so the outcome is
      *      applied when sent again once the entry has cleared
      *    - W with no corrected value differing, a corrected score
      *      not three digits, or C with corrected values given
      *
      *    The accuracy section reads the whole QA log, with
      *    tonight's outcomes added in. Offices whose accuracy over
      *    the WINDOW days of samples falls below MINACC, once they
      *    have MINCHECK outcomes in the window, are flagged with a
      *    suggested higher rate for the QASAMPLE parm member.
      *    QAFEED reads the same member as QASAMP:
      *
      *    | Keyword  | Operand       | Used here                  |
      *    |----------|---------------|----------------------------|
      *    | DEFAULT  | 4 digits      | Rate shown for any office  |
      *    |          |               | not listed (required)      |
      *    | RATE     | office 4 digs | The office's own rate      |
      *    | MINACC   | 4 digits      | Accuracy floor per thousand|
      *    |          |               | checked (default 0950)     |
      *    | MINCHECK | 4 digits      | Outcomes in the window     |
      *    |          |               | before an office is judged |
      *    |          |               | (default 0020)             |
      *    | WINDOW   | 3 digits      | Days of samples judged     |
      *    |          |               | (default 090)              |
      *    | SEED     | 9 digits      | Read by QASAMP only        |
      *
      *    The outputs are opened first, so a missing or malformed
      *    parm member (RC=16) still leaves QACORR and QAHNEW empty
      *    and whole for the steps behind. Outcomes read must foot
      *    to those applied, passed over and refused, or the run
      *    ends RC=8.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * QA sampling parameters, the verifiers' outcome file, the
      * permanent QA log, the day's INVFILE and SUSPFILE, the
      * corrected records
      * for the corrections pass, the new outcome log records, the
      * outcome report and the shared job-status feed
       FILE-CONTROL.
           SELECT QA-PARM    ASSIGN TO QAPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL QAOUT-DATA ASSIGN TO QAOUT
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OPTIONAL QAHIST-DATA ASSIGN TO QAHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INV-DATA   ASSIGN TO INVFILE
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL SUSP-DATA ASSIGN TO SUSPFILE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT QACORR-DATA ASSIGN TO QACORR
               FILE STATUS IS WS-QAC-STATUS.
           SELECT QAHNEW-DATA ASSIGN TO QAHNEW
               FILE STATUS IS WS-HNEW-STATUS.
           SELECT QAFREPO    ASSIGN TO QAFREPO.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD QA-PARM
           RECORDING MODE IS F.
       01 QA-PARM-RECORD         PIC X(80).

      * Worklist records returned by the verifiers
       FD QAOUT-DATA
           RECORDING MODE IS F.
       01 QAOUT-DATA-RECORD      PIC X(80).

      * Permanent QA log - sample and outcome records, appended by
      * the job, never cleared
       FD QAHIST-DATA
           RECORDING MODE IS F.
       01 QAHIST-DATA-RECORD     PIC X(80).

      * Read through for the IDs already outstanding, then opened
      * EXTEND - the entries go in behind the main pass's
       FD INV-DATA
           RECORDING MODE IS F.
       01 INV-DATA-RECORD        PIC X(224).

      * Read only, for the IDs already outstanding as suspects
       FD SUSP-DATA
           RECORDING MODE IS F.
       01 SUSP-DATA-RECORD       PIC X(214).

      * Corrected records in INFILE layout for the corrections pass
       FD QACORR-DATA
           RECORDING MODE IS F.
       01 QACORR-DATA-RECORD     PIC X(80).

       FD QAHNEW-DATA
           RECORDING MODE IS F.
       01 QAHNEW-DATA-RECORD     PIC X(80).

       FD QAFREPO
           RECORDING MODE IS F.
       01 QAFREPO-REC            PIC X(132).

      * Shared job-control status feed - one record per step for
      * the end-of-job operations summary. Bookkeeping, never a
      * reason to fail the step
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      *    QA worklist record as QASAMP writes it, returned with
      *    the outcome filled in
      *    | Field        | Columns | Meaning                      |
      *    |--------------|---------|------------------------------|
      *    | ID           | 1-5     | Record ID                    |
      *    | SCORES       | 6-14    | The three scores as accepted |
      *    | CATEGORY     | 15      | Category as accepted         |
      *    | EFF DATE     | 16-23   | Effective date as accepted   |
      *    | SAMPLE DATE  | 24-31   | Date the record was accepted |
      *    | OFFICE       | 32-34   | Sending office               |
      *    | RULES VER    | 35-42   | Rules version accepted under |
      *    | SOURCE       | 43      | M main pass, C corrections   |
      *    | VERDICT      | 45      | C confirmed, W wrong         |
      *    | NEW SCORES   | 46-54   | Corrected scores, W only -   |
      *    |              |         | blank where unchanged        |
      *    | NEW CATEGORY | 55      | Corrected category, W only   |
      *    | VERIFIER     | 56-63   | Who checked it               |
      *********************************
       01 WS-WRK-LINE.
          05 WS-WRK-ID           PIC X(5).
          05 WS-WRK-SCORE1       PIC X(3).
          05 WS-WRK-SCORE2       PIC X(3).
          05 WS-WRK-SCORE3       PIC X(3).
          05 WS-WRK-CATEGORY     PIC X.
          05 WS-WRK-EFF-DATE     PIC X(8).
          05 WS-WRK-SAMPLE-DATE  PIC X(8).
          05 WS-WRK-OFFICE       PIC X(3).
          05 WS-WRK-RULES-VER    PIC X(8).
          05 WS-WRK-SOURCE       PIC X.
          05 FILLER              PIC X.
          05 WS-WRK-VERDICT      PIC X.
             88 WRK-CONFIRMED               VALUE 'C'.
             88 WRK-WRONG                   VALUE 'W'.
          05 WS-WRK-NEW-SCORE1   PIC X(3).
          05 WS-WRK-NEW-SCORE2   PIC X(3).
          05 WS-WRK-NEW-SCORE3   PIC X(3).
          05 WS-WRK-NEW-CATEGORY PIC X.
          05 WS-WRK-VERIFIER     PIC X(8).
          05 FILLER              PIC X(17).

      *********************************
      *    Permanent QA log record
      *    | Field        | Columns | Meaning                      |
      *    |--------------|---------|------------------------------|
      *    | KIND         | 1       | S sampled, O outcome applied |
      *    | ID           | 2-6     | Record ID                    |
      *    | SAMPLE DATE  | 7-14    | Date the record was accepted |
      *    | OFFICE       | 15-17   | Sending office               |
      *    | SCORES       | 18-26   | S: as accepted; O: as        |
      *    |              |         | verified                     |
      *    | CATEGORY     | 27      | The same                     |
      *    | EFF DATE     | 28-35   | Effective date as accepted   |
      *    | RULES VER    | 36-43   | Rules version accepted under |
      *    | RATE         | 44-47   | S: office rate at the draw   |
      *    | VERDICT      | 48      | O: C confirmed, W wrong      |
      *    | LOG DATE     | 49-56   | Run date the record was made |
      *    | VERIFIER     | 57-64   | O: who checked it            |
      *********************************
       01 WS-HIST-LINE.
          05 WS-HIST-KIND        PIC X.
             88 HIST-SAMPLE                 VALUE 'S'.
             88 HIST-OUTCOME                VALUE 'O'.
          05 WS-HIST-ID          PIC X(5).
          05 WS-HIST-SAMPLE-DATE PIC X(8).
          05 WS-HIST-OFFICE      PIC X(3).
          05 WS-HIST-SCORE1      PIC X(3).
          05 WS-HIST-SCORE2      PIC X(3).
          05 WS-HIST-SCORE3      PIC X(3).
          05 WS-HIST-CATEGORY    PIC X.
          05 WS-HIST-EFF-DATE    PIC X(8).
          05 WS-HIST-RULES-VER   PIC X(8).
          05 WS-HIST-RATE        PIC X(4).
          05 WS-HIST-VERDICT     PIC X.
          05 WS-HIST-LOG-DATE    PIC X(8).
          05 WS-HIST-VERIFIER    PIC X(8).
          05 FILLER              PIC X(16).

      * The sample log record an outcome belongs to, as kept with
      * the outcome from the log scan
       01 WS-SMP-LINE.
          05 WS-SMP-KIND         PIC X.
          05 WS-SMP-ID           PIC X(5).
          05 WS-SMP-SAMPLE-DATE  PIC X(8).
          05 WS-SMP-OFFICE       PIC X(3).
          05 WS-SMP-SCORE1       PIC X(3).
          05 WS-SMP-SCORE2       PIC X(3).
          05 WS-SMP-SCORE3       PIC X(3).
          05 WS-SMP-CATEGORY     PIC X.
          05 WS-SMP-EFF-DATE     PIC X(8).
          05 WS-SMP-RULES-VER    PIC X(8).
          05 FILLER              PIC X(37).

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
          05 WS-INV-LINE-ATTEMPTS   PIC 9(3).
          05 WS-INV-LINE-OFFICE   PIC X(3).
          05 FILLER               PIC X(2).

      * An INFILE record - the fields RECVAL reads
       01 WS-REC-LINE.
          05 WS-REC-ID           PIC X(5).
          05 WS-REC-SCORE1       PIC X(3).
          05 WS-REC-SCORE2       PIC X(3).
          05 WS-REC-SCORE3       PIC X(3).
          05 WS-REC-CATEGORY     PIC X.
          05 WS-REC-EFF-DATE     PIC X(8).
          05 FILLER              PIC X(57).

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-PARM-STATUS      PIC XX     VALUE SPACES.
          05 WS-OUT-STATUS       PIC XX     VALUE SPACES.
          05 WS-HIST-STATUS      PIC XX     VALUE SPACES.
          05 WS-INV-STATUS       PIC XX     VALUE SPACES.
          05 WS-SUSP-STATUS      PIC XX     VALUE SPACES.
          05 WS-QAC-STATUS       PIC XX     VALUE SPACES.
          05 WS-HNEW-STATUS      PIC XX     VALUE SPACES.
          05 WS-PARM-EOF         PIC X      VALUE 'N'.
             88 PARM-EOF-YES                VALUE 'Y'.
          05 WS-OUT-EOF          PIC X      VALUE 'N'.
             88 OUT-EOF-YES                 VALUE 'Y'.
          05 WS-HIST-EOF         PIC X      VALUE 'N'.
             88 HIST-EOF-YES                VALUE 'Y'.
          05 WS-INV-EOF          PIC X      VALUE 'N'.
             88 INV-EOF-YES                 VALUE 'Y'.
          05 WS-SUSP-EOF         PIC X      VALUE 'N'.
             88 SUSP-EOF-YES                VALUE 'Y'.
          05 WS-OUT-PRESENT      PIC X      VALUE 'N'.
          05 WS-HIST-PRESENT     PIC X      VALUE 'N'.
          05 WS-OFC-FOUND        PIC X      VALUE 'N'.
          05 WS-RATE-FOUND       PIC X      VALUE 'N'.
          05 WS-DUP-FOUND        PIC X      VALUE 'N'.
          05 WS-FOOT-ERR         PIC X      VALUE 'N'.

      *********************************
      * Sampling parameters. Rates and the accuracy floor are per
      * thousand
       01 WS-QA-PARMS.
          05 WS-PARM-ERR-TEXT    PIC X(40).
          05 WS-PARM-LINE        PIC X(80)  VALUE SPACES.
          05 WS-PARM-KW          PIC X(10).
          05 WS-PARM-OP1         PIC X(10).
          05 WS-PARM-OP2         PIC X(10).
          05 WS-PARM-RATE-TEXT   PIC X(10).
          05 WS-PARM-RATE        PIC 9(4)   VALUE 0.
          05 WS-PARM-RATE-OK     PIC X      VALUE 'N'.
          05 WS-SEED             PIC 9(9)   VALUE 0.
          05 WS-DEFAULT-RATE     PIC 9(4)   VALUE 0.
          05 WS-DEFAULT-GIVEN    PIC X      VALUE 'N'.
          05 WS-MIN-ACCURACY     PIC 9(4)   VALUE 950.
          05 WS-MIN-CHECKS       PIC 9(4)   VALUE 20.
          05 WS-WINDOW-DAYS      PIC 9(3)   VALUE 90.

      * Office rates given on the parm member
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT       PIC 9(3)   COMP VALUE 0.
          05 WS-RATE-IDX         PIC 9(3)   COMP VALUE 0.
          05 WS-RATE-ENTRY       OCCURS 200 TIMES.
             10 WS-RATE-OFFICE   PIC X(3).
             10 WS-RATE-VALUE    PIC 9(4).

      *********************************
      * Run date and the first sample date inside the accuracy
      * window
       01 WS-DATE-FIELDS.
          05 WS-RUN-DATE         PIC 9(8)   VALUE 0.
          05 WS-RUN-DATE-INT     PIC 9(7)   VALUE 0.
          05 WS-WINDOW-FROM      PIC 9(8)   VALUE 0.
          05 WS-WINDOW-FROM-X REDEFINES WS-WINDOW-FROM PIC X(8).

      *********************************
      * The outcome file, in file order. Each outcome carries its
      * state and, once the log has been scanned, the sample log
      * record it belongs to and any verdict already applied:
      *    | State | Meaning                                      |
      *    |-------|----------------------------------------------|
      *    | P     | Waiting to be applied                        |
      *    | C     | Confirmed - logged                           |
      *    | W     | Wrong - sent to corrections and logged       |
      *    | A     | Already applied on an earlier run            |
      *    | R     | Refused - reason kept for the report         |
       01 WS-OUTCOME-TABLE.
          05 WS-OUT-COUNT        PIC 9(4)   COMP VALUE 0.
          05 WS-OUT-IDX          PIC 9(4)   COMP VALUE 0.
          05 WS-OUT-IDX2         PIC 9(4)   COMP VALUE 0.
          05 WS-OUT-ENTRY        OCCURS 2000 TIMES.
             10 WS-OUT-REC.
                15 WS-OUT-ID     PIC X(5).
                15 FILLER        PIC X(18).
                15 WS-OUT-SAMPLE-DATE PIC X(8).
                15 FILLER        PIC X(49).
             10 WS-OUT-STATE     PIC X.
                88 OUT-PENDING              VALUE 'P'.
                88 OUT-CONFIRMED            VALUE 'C'.
                88 OUT-WRONG                VALUE 'W'.
                88 OUT-ALREADY              VALUE 'A'.
                88 OUT-REFUSED              VALUE 'R'.
             10 WS-OUT-REASON    PIC X(50).
             10 WS-OUT-SAMPLE-FOUND PIC X.
             10 WS-OUT-PRIOR-VERDICT PIC X.
             10 WS-OUT-SAMPLE    PIC X(80).
             10 WS-OUT-FINAL     PIC X(10).

      * IDs already outstanding, slot = ID + 1: I on INVFILE, S on
      * SUSPFILE, space when neither. A sampled ID was accepted,
      * so it is always numeric
       01 WS-OUTSTANDING-MAP.
          05 WS-OST-ENTRY        PIC X      OCCURS 100000 TIMES.

       01 WS-OUTSTANDING-SLOT.
          05 WS-OST-ID-NUM       PIC 9(5)   VALUE 0.
          05 WS-OST-SUB          PIC 9(6)   COMP VALUE 0.

      * Accuracy by office, in the order first seen on the log.
      * Window figures count only samples drawn inside the window
       01 WS-OFFICE-TOTALS.
          05 WS-OFC-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-ENTRY        OCCURS 200 TIMES.
             10 WS-OFC-CODE      PIC X(3).
             10 WS-OFC-COUNTS.
                15 WS-OFC-SAMPLED   PIC 9(7).
                15 WS-OFC-RETURNED  PIC 9(7).
                15 WS-OFC-RIGHT     PIC 9(7).
                15 WS-OFC-WRONG     PIC 9(7).
                15 WS-OFC-W-CHECKED PIC 9(7).
                15 WS-OFC-W-WRONG   PIC 9(7).
          05 WS-OFC-OVERFLOW     PIC 9(7)   VALUE 0.

      *********************************
      * Working fields for one outcome and one office's figures
       01 WS-WORK-FIELDS.
          05 WS-KEY-OFC          PIC X(3)   VALUE SPACES.
          05 WS-KEY-DATE         PIC X(8)   VALUE SPACES.
          05 WS-KEY-VERDICT      PIC X      VALUE SPACE.
          05 WS-FINAL.
             10 WS-FINAL-SCORE1  PIC X(3).
             10 WS-FINAL-SCORE2  PIC X(3).
             10 WS-FINAL-SCORE3  PIC X(3).
             10 WS-FINAL-CATEGORY PIC X.
          05 WS-ORIG.
             10 WS-ORIG-SCORE1   PIC X(3).
             10 WS-ORIG-SCORE2   PIC X(3).
             10 WS-ORIG-SCORE3   PIC X(3).
             10 WS-ORIG-CATEGORY PIC X.
          05 WS-CUR-RATE         PIC 9(4)   VALUE 0.
          05 WS-NEW-RATE         PIC 9(4)   VALUE 0.
          05 WS-ACCURACY         PIC 9(4)   VALUE 0.
          05 WS-W-ACCURACY       PIC 9(4)   VALUE 0.

      *********************************
      * Counters for:
      * Outcomes read, applied as confirmed and as wrong, passed
      * over as already applied or repeated, refused; QA log
      * records read; offices flagged for a higher rate
       01 WS-COUNTERS.
          05 WS-OUT-READ         PIC 9(7)   VALUE 0.
          05 WS-OUT-REPEATED     PIC 9(7)   VALUE 0.
          05 WS-APPLIED-RIGHT    PIC 9(7)   VALUE 0.
          05 WS-APPLIED-WRONG    PIC 9(7)   VALUE 0.
          05 WS-ALREADY-DONE     PIC 9(7)   VALUE 0.
          05 WS-REFUSED          PIC 9(7)   VALUE 0.
          05 WS-HIST-READ        PIC 9(7)   VALUE 0.
          05 WS-OFC-FLAGGED      PIC 9(7)   VALUE 0.

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
          05 WS-EDIT-RATE        PIC ZZ9.9.
          05 WS-EDIT-DAYS        PIC ZZ9.

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".

      * One wrong record sent to corrections - the values as
      * accepted beside the values as verified
       01 WS-APL-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-APL-ID           PIC X(5).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-APL-OFFICE       PIC X(3).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-APL-SAMPLED      PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-APL-VERIFIER     PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-APL-OLD.
             10 WS-APL-OLD-S1    PIC X(3).
             10 FILLER           PIC X      VALUE SPACE.
             10 WS-APL-OLD-S2    PIC X(3).
             10 FILLER           PIC X      VALUE SPACE.
             10 WS-APL-OLD-S3    PIC X(3).
             10 FILLER           PIC X      VALUE SPACE.
             10 WS-APL-OLD-CAT   PIC X.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-APL-NEW.
             10 WS-APL-NEW-S1    PIC X(3).
             10 FILLER           PIC X      VALUE SPACE.
             10 WS-APL-NEW-S2    PIC X(3).
             10 FILLER           PIC X      VALUE SPACE.
             10 WS-APL-NEW-S3    PIC X(3).
             10 FILLER           PIC X      VALUE SPACE.
             10 WS-APL-NEW-CAT   PIC X.

       01 WS-APL-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(7)   VALUE 'ID     '.
          05 FILLER              PIC X(5)   VALUE 'OFC  '.
          05 FILLER              PIC X(10)  VALUE 'SAMPLED   '.
          05 FILLER              PIC X(10)  VALUE 'VERIFIER  '.
          05 FILLER              PIC X(17)  VALUE 'AS ACCEPTED'.
          05 FILLER              PIC X(11)  VALUE 'AS VERIFIED'.

      * One refused outcome
       01 WS-REF-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REF-ID           PIC X(5).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REF-SAMPLED      PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REF-VERDICT      PIC X.
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-REF-REASON       PIC X(50).

       01 WS-REF-HEADER.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(7)   VALUE 'ID     '.
          05 FILLER              PIC X(10)  VALUE 'SAMPLED   '.
          05 FILLER              PIC X(5)   VALUE 'V    '.
          05 FILLER              PIC X(6)   VALUE 'REASON'.

      *********************************
      * Accuracy line - one office, all samples to date beside the
      * window the flag is judged on. An accuracy with nothing
      * checked behind it prints as --
       01 WS-ACC-LINE.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-ACC-OFFICE       PIC X(6).
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-RATE         PIC ZZ9.9.
          05 FILLER              PIC X      VALUE '%'.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-ACC-SAMPLED      PIC ZZZZZZ9.
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-RETURNED     PIC ZZZZZZ9.
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-OPEN         PIC ZZZZZZ9.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-ACC-RIGHT        PIC ZZZZZZ9.
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-WRONG        PIC ZZZZZZ9.
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-PCT          PIC ZZ9.9.
          05 WS-ACC-PCT-X REDEFINES WS-ACC-PCT PIC X(5).
          05 WS-ACC-PCT-SIGN     PIC X.
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 WS-ACC-W-CHECKED    PIC ZZZZZZ9.
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-W-WRONG      PIC ZZZZZZ9.
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-ACC-W-PCT        PIC ZZ9.9.
          05 WS-ACC-W-PCT-X REDEFINES WS-ACC-W-PCT PIC X(5).
          05 WS-ACC-W-PCT-SIGN   PIC X.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-ACC-ACTION       PIC X(36).

       01 WS-ACC-HEADER-1.
          05 FILLER              PIC X(17)  VALUE SPACES.
          05 FILLER              PIC X(47)  VALUE
             '--------------- ALL SAMPLES TO DATE -----------'.
          05 FILLER              PIC X(3)   VALUE SPACES.
          05 FILLER              PIC X(22)  VALUE
             '------- WINDOW -------'.

       01 WS-ACC-HEADER-2.
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 FILLER              PIC X(7)   VALUE 'OFFICE '.
          05 FILLER              PIC X(8)   VALUE '   RATE '.
          05 FILLER              PIC X(8)   VALUE ' SAMPLED'.
          05 FILLER              PIC X(8)   VALUE '    BACK'.
          05 FILLER              PIC X(9)   VALUE '    OPEN '.
          05 FILLER              PIC X(8)   VALUE '   RIGHT'.
          05 FILLER              PIC X(8)   VALUE '   WRONG'.
          05 FILLER              PIC X(9)   VALUE '   ACC % '.
          05 FILLER              PIC X(9)   VALUE '  CHECKED'.
          05 FILLER              PIC X(8)   VALUE '   WRONG'.
          05 FILLER              PIC X(9)   VALUE '   ACC % '.
          05 FILLER              PIC X(6)   VALUE 'ACTION'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OUTCOMES
           PERFORM 3000-SCAN-QA-LOG
           PERFORM 4000-APPLY-OUTCOME
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-OUT-COUNT
           CLOSE INV-DATA
           CLOSE QACORR-DATA
           CLOSE QAHNEW-DATA
           IF WS-OUT-READ NOT = WS-APPLIED-RIGHT + WS-APPLIED-WRONG
              + WS-ALREADY-DONE + WS-OUT-REPEATED + WS-REFUSED
              MOVE 'Y' TO WS-FOOT-ERR
           END-IF
           PERFORM 9000-PRINT-REPORT
           CLOSE QAFREPO
           IF WS-FOOT-ERR = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REFUSED > 0
                 OR WS-OFC-OVERFLOW > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
              MOVE 'QAFEED' TO WS-JST-PROGRAM
              MOVE SPACE TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              ACCEPT WS-JST-TIME-RAW FROM TIME
              MOVE WS-JST-TIME-RAW(1:6) TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              IF WS-FOOT-ERR = 'Y'
                 MOVE 'O' TO WS-JST-BALANCE
              ELSE
                 MOVE 'B' TO WS-JST-BALANCE
              END-IF
              MOVE WS-OUT-READ TO WS-JST-COUNT(1)
              MOVE WS-APPLIED-RIGHT TO WS-JST-COUNT(2)
              MOVE WS-APPLIED-WRONG TO WS-JST-COUNT(3)
              MOVE WS-REFUSED TO WS-JST-COUNT(4)
              COMPUTE WS-JST-COUNT(5) =
                 WS-ALREADY-DONE + WS-OUT-REPEATED
              MOVE WS-OFC-FLAGGED TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

      * QACORR and QAHNEW are opened before anything is checked,
      * so a run stopped by a bad parm member still leaves both
      * empty and whole - the corrections step reads QACORR and
      * the job appends QAHNEW to the log whatever happens here.
      * INVFILE and SUSPFILE are read through first for the IDs
      * already outstanding, then INVFILE is opened EXTEND: the
      * main pass has already written the day's rejects to it
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT QACORR-DATA
           OPEN OUTPUT QAHNEW-DATA
           IF WS-QAC-STATUS NOT = '00'
              OR WS-HNEW-STATUS NOT = '00'
              DISPLAY 'QAFEED: QACORR OR QAHNEW WILL NOT OPEN - '
                 'STATUS ' WS-QAC-STATUS ' / ' WS-HNEW-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT QAFREPO
           PERFORM 1100-LOAD-PARMS
           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
              (WS-RUN-DATE-INT - WS-WINDOW-DAYS)
           MOVE SPACES TO WS-OUTSTANDING-MAP
           OPEN INPUT INV-DATA
           IF WS-INV-STATUS NOT = '00'
              DISPLAY 'QAFEED: INVFILE WILL NOT OPEN - STATUS '
                 WS-INV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1200-READ-OUTSTANDING-INV UNTIL INV-EOF-YES
           CLOSE INV-DATA
           OPEN INPUT SUSP-DATA
           IF WS-SUSP-STATUS = '00'
              PERFORM 1210-READ-OUTSTANDING-SUSP UNTIL SUSP-EOF-YES
              CLOSE SUSP-DATA
           END-IF
           OPEN EXTEND INV-DATA
           IF WS-INV-STATUS NOT = '00'
              DISPLAY 'QAFEED: INVFILE WILL NOT OPEN - STATUS '
                 WS-INV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       1200-READ-OUTSTANDING-INV.
           READ INV-DATA INTO WS-INV-LINE
           AT END
              SET INV-EOF-YES TO TRUE
           NOT AT END
              IF WS-INV-LINE-ORIGINAL(1:5) IS NUMERIC
                 MOVE WS-INV-LINE-ORIGINAL(1:5) TO WS-OST-ID-NUM
                 COMPUTE WS-OST-SUB = WS-OST-ID-NUM + 1
                 MOVE 'I' TO WS-OST-ENTRY(WS-OST-SUB)
              END-IF
           END-READ
           .

      * A suspect is only noted where the ID is not also on
      * INVFILE - INVFILE is the one named in the refusal
       1210-READ-OUTSTANDING-SUSP.
           READ SUSP-DATA
           AT END
              SET SUSP-EOF-YES TO TRUE
           NOT AT END
              IF SUSP-DATA-RECORD(1:5) IS NUMERIC
                 MOVE SUSP-DATA-RECORD(1:5) TO WS-OST-ID-NUM
                 COMPUTE WS-OST-SUB = WS-OST-ID-NUM + 1
                 IF WS-OST-ENTRY(WS-OST-SUB) = SPACE
                    MOVE 'S' TO WS-OST-ENTRY(WS-OST-SUB)
                 END-IF
              END-IF
           END-READ
           .

      * QAPARM is required - the accuracy floor and the rates
      * shown come from it. Anything wrong ends the run RC=16
      * through 1165-PARM-ERROR
       1100-LOAD-PARMS.
           OPEN INPUT QA-PARM
           IF WS-PARM-STATUS NOT = '00'
              MOVE 'QAPARM MISSING OR UNREADABLE' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           PERFORM 1110-READ-PARM UNTIL PARM-EOF-YES
           CLOSE QA-PARM
           IF WS-DEFAULT-GIVEN = 'N'
              MOVE SPACES TO WS-PARM-LINE
              MOVE 'DEFAULT PARAMETER MISSING' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           .

       1110-READ-PARM.
           READ QA-PARM
           AT END
              SET PARM-EOF-YES TO TRUE
           NOT AT END
              IF QA-PARM-RECORD(1:1) NOT = '*'
                 AND QA-PARM-RECORD NOT = SPACES
                 MOVE QA-PARM-RECORD TO WS-PARM-LINE
                 PERFORM 1120-APPLY-PARM
              END-IF
           END-READ
           .

      * Numeric operands are fixed-width and zero-padded, the same
      * convention as the rules member. QASAMP reads the same
      * member, so its keywords are checked here too - a member
      * one program would refuse is refused by both
       1120-APPLY-PARM.
           MOVE SPACES TO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           UNSTRING WS-PARM-LINE
              DELIMITED BY ALL ' '
              INTO WS-PARM-KW WS-PARM-OP1 WS-PARM-OP2
           END-UNSTRING
           EVALUATE WS-PARM-KW
              WHEN 'SEED'
                 IF WS-PARM-OP1(1:9) IS NOT NUMERIC
                    OR WS-PARM-OP1(10:1) NOT = SPACE
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD SEED PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:9) TO WS-SEED
              WHEN 'DEFAULT'
                 MOVE WS-PARM-OP1 TO WS-PARM-RATE-TEXT
                 PERFORM 1130-CHECK-RATE
                 IF WS-PARM-RATE-OK = 'N'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD DEFAULT PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 IF WS-DEFAULT-GIVEN = 'Y'
                    MOVE 'DEFAULT GIVEN MORE THAN ONCE'
                       TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-RATE TO WS-DEFAULT-RATE
                 MOVE 'Y' TO WS-DEFAULT-GIVEN
              WHEN 'RATE'
                 PERFORM 1140-ADD-OFFICE-RATE
              WHEN 'MINACC'
                 MOVE WS-PARM-OP1 TO WS-PARM-RATE-TEXT
                 PERFORM 1130-CHECK-RATE
                 IF WS-PARM-RATE-OK = 'N'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD MINACC PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-RATE TO WS-MIN-ACCURACY
              WHEN 'MINCHECK'
                 IF WS-PARM-OP1(1:4) IS NOT NUMERIC
                    OR WS-PARM-OP1(5:6) NOT = SPACES
                    OR WS-PARM-OP1(1:4) = '0000'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD MINCHECK PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:4) TO WS-MIN-CHECKS
              WHEN 'WINDOW'
                 IF WS-PARM-OP1(1:3) IS NOT NUMERIC
                    OR WS-PARM-OP1(4:7) NOT = SPACES
                    OR WS-PARM-OP1(1:3) = '000'
                    OR WS-PARM-OP2 NOT = SPACES
                    MOVE 'BAD WINDOW PARAMETER' TO WS-PARM-ERR-TEXT
                    PERFORM 1165-PARM-ERROR
                 END-IF
                 MOVE WS-PARM-OP1(1:3) TO WS-WINDOW-DAYS
              WHEN OTHER
                 MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-PARM-ERR-TEXT
                 PERFORM 1165-PARM-ERROR
           END-EVALUATE
           .

      * A rate is four digits, 0000 to 1000 per thousand
       1130-CHECK-RATE.
           MOVE 'N' TO WS-PARM-RATE-OK
           IF WS-PARM-RATE-TEXT(1:4) IS NUMERIC
              AND WS-PARM-RATE-TEXT(5:6) = SPACES
              MOVE WS-PARM-RATE-TEXT(1:4) TO WS-PARM-RATE
              IF WS-PARM-RATE NOT > 1000
                 MOVE 'Y' TO WS-PARM-RATE-OK
              END-IF
           END-IF
           .

      * RATE <office> <rate> - each office at most once
       1140-ADD-OFFICE-RATE.
           MOVE WS-PARM-OP2 TO WS-PARM-RATE-TEXT
           PERFORM 1130-CHECK-RATE
           IF WS-PARM-RATE-OK = 'N'
              OR WS-PARM-OP1(1:3) = SPACES
              OR WS-PARM-OP1(4:7) NOT = SPACES
              MOVE 'BAD RATE PARAMETER' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           MOVE WS-PARM-OP1(1:3) TO WS-KEY-OFC
           PERFORM 1150-FIND-RATE
           IF WS-RATE-FOUND = 'Y'
              MOVE 'OFFICE GIVEN A RATE MORE THAN ONCE'
                 TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           IF WS-RATE-COUNT >= 200
              MOVE 'MORE THAN 200 OFFICE RATES' TO WS-PARM-ERR-TEXT
              PERFORM 1165-PARM-ERROR
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-KEY-OFC TO WS-RATE-OFFICE(WS-RATE-COUNT)
           MOVE WS-PARM-RATE TO WS-RATE-VALUE(WS-RATE-COUNT)
           .

      * Looks up the rate for the office in WS-KEY-OFC - its own
      * if the parm member gives one, the default if not
       1150-FIND-RATE.
           MOVE WS-DEFAULT-RATE TO WS-CUR-RATE
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM 1155-SEARCH-RATE
              VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 OR WS-RATE-FOUND = 'Y'
           .

       1155-SEARCH-RATE.
           IF WS-RATE-OFFICE(WS-RATE-IDX) = WS-KEY-OFC
              MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CUR-RATE
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF
           .

      * Fail fast - the message names the parameter that broke so
      * the parm member can be fixed without digging through a dump
       1165-PARM-ERROR.
           DISPLAY 'QAFEED: PARAMETER ERROR - ' WS-PARM-ERR-TEXT
           IF WS-PARM-LINE NOT = SPACES
              DISPLAY 'QAFEED: RECORD IN ERROR: <' WS-PARM-LINE '>'
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * The outcome file is OPTIONAL - on a night with nothing
      * back from QA the accuracy section still prints. A record
      * repeated exactly (a delivery sent twice) is counted and
      * passed over; a second, different outcome for the same
      * sample is refused and the first one stands
       2000-LOAD-OUTCOMES.
           OPEN INPUT QAOUT-DATA
           IF WS-OUT-STATUS NOT = '00' AND '05'
              DISPLAY 'QAFEED: OUTCOME FILE WILL NOT OPEN - STATUS '
                 WS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OUT-STATUS = '00'
              MOVE 'Y' TO WS-OUT-PRESENT
           END-IF
           PERFORM 2010-READ-OUTCOME UNTIL OUT-EOF-YES
           CLOSE QAOUT-DATA
           .

       2010-READ-OUTCOME.
           READ QAOUT-DATA INTO WS-WRK-LINE
           AT END
              SET OUT-EOF-YES TO TRUE
           NOT AT END
              IF WS-WRK-LINE NOT = SPACES
                 ADD 1 TO WS-OUT-READ
                 PERFORM 2100-ADD-OUTCOME
              END-IF
           END-READ
           .

       2100-ADD-OUTCOME.
           MOVE 'N' TO WS-DUP-FOUND
           PERFORM 2110-SEARCH-OUTCOME
              VARYING WS-OUT-IDX2 FROM 1 BY 1
              UNTIL WS-OUT-IDX2 > WS-OUT-COUNT
                 OR WS-DUP-FOUND NOT = 'N'
           IF WS-DUP-FOUND = 'R'
              ADD 1 TO WS-OUT-REPEATED
           ELSE
              IF WS-OUT-COUNT >= 2000
                 DISPLAY 'QAFEED: OUTCOMES EXCEED TABLE CAPACITY - '
                    'RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OUT-COUNT
              MOVE WS-WRK-LINE TO WS-OUT-REC(WS-OUT-COUNT)
              MOVE SPACES TO WS-OUT-REASON(WS-OUT-COUNT)
                             WS-OUT-SAMPLE(WS-OUT-COUNT)
                             WS-OUT-FINAL(WS-OUT-COUNT)
              MOVE 'N' TO WS-OUT-SAMPLE-FOUND(WS-OUT-COUNT)
              MOVE SPACE TO WS-OUT-PRIOR-VERDICT(WS-OUT-COUNT)
              IF WS-DUP-FOUND = 'C'
                 SET OUT-REFUSED(WS-OUT-COUNT) TO TRUE
                 MOVE 'A DIFFERENT OUTCOME FOR THE SAMPLE COMES FIRST'
                    TO WS-OUT-REASON(WS-OUT-COUNT)
              ELSE
                 SET OUT-PENDING(WS-OUT-COUNT) TO TRUE
              END-IF
           END-IF
           .

      * R - the same record again; C - the same sample with a
      * different outcome
       2110-SEARCH-OUTCOME.
           IF WS-OUT-ID(WS-OUT-IDX2) = WS-WRK-ID
              AND WS-OUT-SAMPLE-DATE(WS-OUT-IDX2) = WS-WRK-SAMPLE-DATE
              IF WS-OUT-REC(WS-OUT-IDX2) = WS-WRK-LINE
                 MOVE 'R' TO WS-DUP-FOUND
              ELSE
                 MOVE 'C' TO WS-DUP-FOUND
              END-IF
           END-IF
           .

      * One pass of the whole QA log: every sample and outcome is
      * counted into its office's accuracy figures, and each
      * outcome in the table picks up the sample it belongs to and
      * any verdict already applied to it. The log is OPTIONAL
      * only so the first night can run before anything has been
      * appended to it
       3000-SCAN-QA-LOG.
           OPEN INPUT QAHIST-DATA
           IF WS-HIST-STATUS NOT = '00' AND '05'
              DISPLAY 'QAFEED: QA LOG WILL NOT OPEN - STATUS '
                 WS-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO WS-HIST-PRESENT
           END-IF
           PERFORM 3010-READ-QA-LOG UNTIL HIST-EOF-YES
           CLOSE QAHIST-DATA
           .

       3010-READ-QA-LOG.
           READ QAHIST-DATA INTO WS-HIST-LINE
           AT END
              SET HIST-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-HIST-READ
              MOVE WS-HIST-OFFICE TO WS-KEY-OFC
              PERFORM 3200-SET-OFFICE-INDEX
              EVALUATE TRUE
                 WHEN HIST-SAMPLE
                    IF WS-OFC-FOUND = 'Y'
                       ADD 1 TO WS-OFC-SAMPLED(WS-OFC-IDX)
                    END-IF
                 WHEN HIST-OUTCOME
                    MOVE WS-HIST-SAMPLE-DATE TO WS-KEY-DATE
                    MOVE WS-HIST-VERDICT TO WS-KEY-VERDICT
                    PERFORM 3300-COUNT-OUTCOME
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 3100-MATCH-OUTCOMES
                 VARYING WS-OUT-IDX FROM 1 BY 1
                 UNTIL WS-OUT-IDX > WS-OUT-COUNT
           END-READ
           .

       3100-MATCH-OUTCOMES.
           IF WS-OUT-ID(WS-OUT-IDX) = WS-HIST-ID
              AND WS-OUT-SAMPLE-DATE(WS-OUT-IDX) = WS-HIST-SAMPLE-DATE
              IF HIST-SAMPLE
                 MOVE 'Y' TO WS-OUT-SAMPLE-FOUND(WS-OUT-IDX)
                 MOVE WS-HIST-LINE TO WS-OUT-SAMPLE(WS-OUT-IDX)
              END-IF
              IF HIST-OUTCOME
                 MOVE WS-HIST-VERDICT
                    TO WS-OUT-PRIOR-VERDICT(WS-OUT-IDX)
              END-IF
           END-IF
           .

      * Finds the office in the accuracy table, adding it the
      * first time it is seen
       3200-SET-OFFICE-INDEX.
           MOVE 'N' TO WS-OFC-FOUND
           PERFORM 3210-SEARCH-OFFICE
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
                 MOVE 'Y' TO WS-OFC-FOUND
              ELSE
                 ADD 1 TO WS-OFC-OVERFLOW
              END-IF
           END-IF
           .

       3210-SEARCH-OFFICE.
           IF WS-OFC-CODE(WS-OFC-IDX) = WS-KEY-OFC
              MOVE 'Y' TO WS-OFC-FOUND
           END-IF
           .

      * Counts one outcome - from the log or applied tonight -
      * for the office already located, by its verdict and, for
      * the window, by the date its sample was drawn
       3300-COUNT-OUTCOME.
           IF WS-OFC-FOUND = 'Y'
              ADD 1 TO WS-OFC-RETURNED(WS-OFC-IDX)
              IF WS-KEY-VERDICT = 'W'
                 ADD 1 TO WS-OFC-WRONG(WS-OFC-IDX)
              ELSE
                 ADD 1 TO WS-OFC-RIGHT(WS-OFC-IDX)
              END-IF
              IF WS-KEY-DATE >= WS-WINDOW-FROM-X
                 ADD 1 TO WS-OFC-W-CHECKED(WS-OFC-IDX)
                 IF WS-KEY-VERDICT = 'W'
                    ADD 1 TO WS-OFC-W-WRONG(WS-OFC-IDX)
                 END-IF
              END-IF
           END-IF
           .

      * Judges one outcome against its sample and applies it. A
      * refusal sets the reason and leaves the outcome unapplied
       4000-APPLY-OUTCOME.
           IF OUT-PENDING(WS-OUT-IDX)
              MOVE WS-OUT-REC(WS-OUT-IDX) TO WS-WRK-LINE
              MOVE WS-OUT-SAMPLE(WS-OUT-IDX) TO WS-SMP-LINE
              PERFORM 4100-CHECK-OUTCOME
           END-IF
           IF OUT-PENDING(WS-OUT-IDX)
              IF WRK-WRONG
                 PERFORM 4300-SEND-TO-CORRECTIONS
                 SET OUT-WRONG(WS-OUT-IDX) TO TRUE
                 ADD 1 TO WS-APPLIED-WRONG
              ELSE
                 MOVE WS-ORIG TO WS-FINAL
                 SET OUT-CONFIRMED(WS-OUT-IDX) TO TRUE
                 ADD 1 TO WS-APPLIED-RIGHT
              END-IF
              MOVE WS-FINAL TO WS-OUT-FINAL(WS-OUT-IDX)
              PERFORM 4400-WRITE-OUTCOME-LOG
           END-IF
           IF OUT-REFUSED(WS-OUT-IDX)
              ADD 1 TO WS-REFUSED
           END-IF
           .

      * The checks run in order and the first one failed is the
      * reason given. Blank corrected values are the values as
      * accepted, so the corrected record is built whole here
       4100-CHECK-OUTCOME.
           MOVE WS-SMP-SCORE1 TO WS-ORIG-SCORE1
           MOVE WS-SMP-SCORE2 TO WS-ORIG-SCORE2
           MOVE WS-SMP-SCORE3 TO WS-ORIG-SCORE3
           MOVE WS-SMP-CATEGORY TO WS-ORIG-CATEGORY
           MOVE 1 TO WS-OST-SUB
           IF WS-SMP-ID IS NUMERIC
              MOVE WS-SMP-ID TO WS-OST-ID-NUM
              COMPUTE WS-OST-SUB = WS-OST-ID-NUM + 1
           END-IF
           EVALUATE TRUE
              WHEN NOT WRK-CONFIRMED AND NOT WRK-WRONG
                 MOVE 'VERDICT IS NOT C OR W'
                    TO WS-OUT-REASON(WS-OUT-IDX)
              WHEN WS-OUT-SAMPLE-FOUND(WS-OUT-IDX) = 'N'
                 MOVE 'ID AND SAMPLE DATE NOT ON THE QA LOG'
                    TO WS-OUT-REASON(WS-OUT-IDX)
              WHEN WS-OUT-PRIOR-VERDICT(WS-OUT-IDX) = WS-WRK-VERDICT
                 SET OUT-ALREADY(WS-OUT-IDX) TO TRUE
                 ADD 1 TO WS-ALREADY-DONE
              WHEN WS-OUT-PRIOR-VERDICT(WS-OUT-IDX) NOT = SPACE
                 MOVE SPACES TO WS-OUT-REASON(WS-OUT-IDX)
                 STRING 'ALREADY APPLIED WITH VERDICT '
                           DELIMITED BY SIZE
                        WS-OUT-PRIOR-VERDICT(WS-OUT-IDX)
                           DELIMITED BY SIZE
                        INTO WS-OUT-REASON(WS-OUT-IDX)
                 END-STRING
              WHEN WRK-WRONG AND WS-OST-ENTRY(WS-OST-SUB) = 'I'
                 MOVE 'ID ALREADY OUTSTANDING ON INVFILE'
                    TO WS-OUT-REASON(WS-OUT-IDX)
              WHEN WRK-WRONG AND WS-OST-ENTRY(WS-OST-SUB) = 'S'
                 MOVE 'ID ALREADY OUTSTANDING ON SUSPFILE'
                    TO WS-OUT-REASON(WS-OUT-IDX)
              WHEN WRK-CONFIRMED
                 IF WS-WRK-NEW-SCORE1 NOT = SPACES
                    OR WS-WRK-NEW-SCORE2 NOT = SPACES
                    OR WS-WRK-NEW-SCORE3 NOT = SPACES
                    OR WS-WRK-NEW-CATEGORY NOT = SPACE
                    MOVE 'CONFIRMED BUT CORRECTED VALUES GIVEN'
                       TO WS-OUT-REASON(WS-OUT-IDX)
                 END-IF
              WHEN OTHER
                 PERFORM 4200-BUILD-CORRECTED
           END-EVALUATE
           IF WS-OUT-REASON(WS-OUT-IDX) NOT = SPACES
              SET OUT-REFUSED(WS-OUT-IDX) TO TRUE
           END-IF
           .

       4200-BUILD-CORRECTED.
           MOVE WS-ORIG TO WS-FINAL
           IF (WS-WRK-NEW-SCORE1 NOT = SPACES
                  AND WS-WRK-NEW-SCORE1 IS NOT NUMERIC)
              OR (WS-WRK-NEW-SCORE2 NOT = SPACES
                  AND WS-WRK-NEW-SCORE2 IS NOT NUMERIC)
              OR (WS-WRK-NEW-SCORE3 NOT = SPACES
                  AND WS-WRK-NEW-SCORE3 IS NOT NUMERIC)
              MOVE 'CORRECTED SCORE IS NOT THREE DIGITS'
                 TO WS-OUT-REASON(WS-OUT-IDX)
           ELSE
              IF WS-WRK-NEW-SCORE1 NOT = SPACES
                 MOVE WS-WRK-NEW-SCORE1 TO WS-FINAL-SCORE1
              END-IF
              IF WS-WRK-NEW-SCORE2 NOT = SPACES
                 MOVE WS-WRK-NEW-SCORE2 TO WS-FINAL-SCORE2
              END-IF
              IF WS-WRK-NEW-SCORE3 NOT = SPACES
                 MOVE WS-WRK-NEW-SCORE3 TO WS-FINAL-SCORE3
              END-IF
              IF WS-WRK-NEW-CATEGORY NOT = SPACE
                 MOVE WS-WRK-NEW-CATEGORY TO WS-FINAL-CATEGORY
              END-IF
              IF WS-FINAL = WS-ORIG
                 MOVE 'WRONG BUT NO CORRECTED VALUE DIFFERS'
                    TO WS-OUT-REASON(WS-OUT-IDX)
              END-IF
           END-IF
           .

      * The record as accepted goes onto INVFILE as an entry
      * failed today, and the corrected record onto QACORR with
      * the same effective date - the corrections pass pairs them
      * by ID and takes the record from there. The ID is marked
      * outstanding, so a second W for it in this run is refused
       4300-SEND-TO-CORRECTIONS.
           MOVE SPACES TO WS-REC-LINE
           MOVE WS-SMP-ID TO WS-REC-ID
           MOVE WS-ORIG-SCORE1 TO WS-REC-SCORE1
           MOVE WS-ORIG-SCORE2 TO WS-REC-SCORE2
           MOVE WS-ORIG-SCORE3 TO WS-REC-SCORE3
           MOVE WS-ORIG-CATEGORY TO WS-REC-CATEGORY
           MOVE WS-SMP-EFF-DATE TO WS-REC-EFF-DATE
           MOVE SPACES TO WS-INV-LINE
           MOVE WS-REC-LINE TO WS-INV-LINE-ORIGINAL
           STRING '08 - FAILED QA VERIFICATION OF ' DELIMITED BY SIZE
                  WS-SMP-SAMPLE-DATE DELIMITED BY SIZE
                  ' SAMPLE - CORRECTED RECORD RESUBMITTED'
                     DELIMITED BY SIZE
                  INTO WS-INV-LINE-REASON
           END-STRING
           MOVE WS-RUN-DATE TO WS-INV-LINE-FIRST-DATE
           MOVE WS-RUN-DATE TO WS-INV-LINE-LAST-DATE
           MOVE 1 TO WS-INV-LINE-ATTEMPTS
           MOVE WS-SMP-OFFICE TO WS-INV-LINE-OFFICE
           WRITE INV-DATA-RECORD FROM WS-INV-LINE
           MOVE 'I' TO WS-OST-ENTRY(WS-OST-SUB)
           MOVE WS-FINAL-SCORE1 TO WS-REC-SCORE1
           MOVE WS-FINAL-SCORE2 TO WS-REC-SCORE2
           MOVE WS-FINAL-SCORE3 TO WS-REC-SCORE3
           MOVE WS-FINAL-CATEGORY TO WS-REC-CATEGORY
           WRITE QACORR-DATA-RECORD FROM WS-REC-LINE
           .

      * Logs the outcome and counts it into the office's figures
      * alongside the ones already on the log
       4400-WRITE-OUTCOME-LOG.
           MOVE SPACES TO WS-HIST-LINE
           SET HIST-OUTCOME TO TRUE
           MOVE WS-SMP-ID TO WS-HIST-ID
           MOVE WS-SMP-SAMPLE-DATE TO WS-HIST-SAMPLE-DATE
           MOVE WS-SMP-OFFICE TO WS-HIST-OFFICE
           MOVE WS-FINAL-SCORE1 TO WS-HIST-SCORE1
           MOVE WS-FINAL-SCORE2 TO WS-HIST-SCORE2
           MOVE WS-FINAL-SCORE3 TO WS-HIST-SCORE3
           MOVE WS-FINAL-CATEGORY TO WS-HIST-CATEGORY
           MOVE WS-SMP-EFF-DATE TO WS-HIST-EFF-DATE
           MOVE WS-SMP-RULES-VER TO WS-HIST-RULES-VER
           MOVE WS-WRK-VERDICT TO WS-HIST-VERDICT
           MOVE WS-RUN-DATE TO WS-HIST-LOG-DATE
           MOVE WS-WRK-VERIFIER TO WS-HIST-VERIFIER
           WRITE QAHNEW-DATA-RECORD FROM WS-HIST-LINE
           MOVE WS-SMP-OFFICE TO WS-KEY-OFC
           PERFORM 3200-SET-OFFICE-INDEX
           MOVE WS-SMP-SAMPLE-DATE TO WS-KEY-DATE
           MOVE WS-WRK-VERDICT TO WS-KEY-VERDICT
           PERFORM 3300-COUNT-OUTCOME
           .

       9000-PRINT-REPORT.
           PERFORM 9100-PRINT-HEADING
           PERFORM 9200-PRINT-WRONG-RECORDS
           PERFORM 9300-PRINT-REFUSED
           PERFORM 9400-PRINT-ACCURACY
           PERFORM 9500-PRINT-CONTROL-TOTALS
           .

       9100-PRINT-HEADING.
           MOVE 'QA OUTCOME FEED AND OFFICE ACCURACY' TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-HEADER-LINE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE...........: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           IF WS-OUT-PRESENT = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'OUTCOME FILE.......: NOT PRESENT - '
                        DELIMITED BY SIZE
                     'NOTHING RETURNED FROM QA' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-HIST-PRESENT = 'N'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'QA LOG.............: NOT PRESENT - '
                        DELIMITED BY SIZE
                     'NO SAMPLES LOGGED YET' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9200-PRINT-WRONG-RECORDS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           MOVE 'WRONG RECORDS SENT TO CORRECTIONS' TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-HEADER-LINE-2
           IF WS-APPLIED-WRONG = 0
              MOVE '  NONE' TO WS-REPORT-LINE
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           ELSE
              WRITE QAFREPO-REC FROM WS-APL-HEADER
              PERFORM 9210-PRINT-WRONG-LINE
                 VARYING WS-OUT-IDX FROM 1 BY 1
                 UNTIL WS-OUT-IDX > WS-OUT-COUNT
           END-IF
           .

       9210-PRINT-WRONG-LINE.
           IF OUT-WRONG(WS-OUT-IDX)
              MOVE WS-OUT-REC(WS-OUT-IDX) TO WS-WRK-LINE
              MOVE WS-OUT-SAMPLE(WS-OUT-IDX) TO WS-SMP-LINE
              MOVE WS-OUT-FINAL(WS-OUT-IDX) TO WS-FINAL
              MOVE WS-SMP-ID TO WS-APL-ID
              MOVE WS-SMP-OFFICE TO WS-APL-OFFICE
              MOVE WS-SMP-SAMPLE-DATE TO WS-APL-SAMPLED
              MOVE WS-WRK-VERIFIER TO WS-APL-VERIFIER
              MOVE WS-SMP-SCORE1 TO WS-APL-OLD-S1
              MOVE WS-SMP-SCORE2 TO WS-APL-OLD-S2
              MOVE WS-SMP-SCORE3 TO WS-APL-OLD-S3
              MOVE WS-SMP-CATEGORY TO WS-APL-OLD-CAT
              MOVE WS-FINAL-SCORE1 TO WS-APL-NEW-S1
              MOVE WS-FINAL-SCORE2 TO WS-APL-NEW-S2
              MOVE WS-FINAL-SCORE3 TO WS-APL-NEW-S3
              MOVE WS-FINAL-CATEGORY TO WS-APL-NEW-CAT
              WRITE QAFREPO-REC FROM WS-APL-LINE
           END-IF
           .

       9300-PRINT-REFUSED.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           MOVE 'OUTCOMES REFUSED - RETURN TO QA' TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-HEADER-LINE-2
           IF WS-REFUSED = 0
              MOVE '  NONE' TO WS-REPORT-LINE
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           ELSE
              WRITE QAFREPO-REC FROM WS-REF-HEADER
              PERFORM 9310-PRINT-REFUSED-LINE
                 VARYING WS-OUT-IDX FROM 1 BY 1
                 UNTIL WS-OUT-IDX > WS-OUT-COUNT
           END-IF
           .

       9310-PRINT-REFUSED-LINE.
           IF OUT-REFUSED(WS-OUT-IDX)
              MOVE WS-OUT-REC(WS-OUT-IDX) TO WS-WRK-LINE
              MOVE WS-WRK-ID TO WS-REF-ID
              MOVE WS-WRK-SAMPLE-DATE TO WS-REF-SAMPLED
              MOVE WS-WRK-VERDICT TO WS-REF-VERDICT
              MOVE WS-OUT-REASON(WS-OUT-IDX) TO WS-REF-REASON
              WRITE QAFREPO-REC FROM WS-REF-LINE
           END-IF
           .

      * Every office on the QA log, with the rate QASAMP now draws
      * it at. An office below the floor over the window, judged
      * on enough outcomes, is flagged with a suggested rate of
      * double the current one
       9400-PRINT-ACCURACY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           MOVE 'ACCURACY BY OFFICE' TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-HEADER-LINE-2
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS
           COMPUTE WS-EDIT-RATE = WS-MIN-ACCURACY / 10
           MOVE WS-MIN-CHECKS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WINDOW: SAMPLES DRAWN IN THE LAST ' DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  ' DAYS (FROM ' DELIMITED BY SIZE
                  WS-WINDOW-FROM-X DELIMITED BY SIZE
                  ')  FLOOR ' DELIMITED BY SIZE
                  WS-EDIT-RATE DELIMITED BY SIZE
                  '%  JUDGED FROM ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  ' CHECKED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-ACC-HEADER-1
           WRITE QAFREPO-REC FROM WS-ACC-HEADER-2
           PERFORM 9410-PRINT-ACCURACY-LINE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
           IF WS-OFC-OVERFLOW > 0
              MOVE WS-OFC-OVERFLOW TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' LOG RECORDS PAST THE 200-OFFICE TABLE - NOT '
                        DELIMITED BY SIZE
                     'COUNTED ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-OFC-FLAGGED > 0
              MOVE SPACES TO WS-REPORT-LINE
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
              MOVE WS-OFC-FLAGGED TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' OFFICES BELOW THE ACCURACY FLOOR - SET THEIR '
                        DELIMITED BY SIZE
                     'RATE ON THE QASAMPLE PARM MEMBER ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       9410-PRINT-ACCURACY-LINE.
           MOVE WS-OFC-CODE(WS-OFC-IDX) TO WS-KEY-OFC
           PERFORM 1150-FIND-RATE
           MOVE SPACES TO WS-ACC-OFFICE WS-ACC-ACTION
           IF WS-KEY-OFC = SPACES
              MOVE 'NONE' TO WS-ACC-OFFICE
           ELSE
              MOVE WS-KEY-OFC TO WS-ACC-OFFICE
           END-IF
           COMPUTE WS-ACC-RATE = WS-CUR-RATE / 10
           MOVE WS-OFC-SAMPLED(WS-OFC-IDX) TO WS-ACC-SAMPLED
           MOVE WS-OFC-RETURNED(WS-OFC-IDX) TO WS-ACC-RETURNED
           IF WS-OFC-SAMPLED(WS-OFC-IDX) > WS-OFC-RETURNED(WS-OFC-IDX)
              COMPUTE WS-ACC-OPEN = WS-OFC-SAMPLED(WS-OFC-IDX)
                 - WS-OFC-RETURNED(WS-OFC-IDX)
           ELSE
              MOVE 0 TO WS-ACC-OPEN
           END-IF
           MOVE WS-OFC-RIGHT(WS-OFC-IDX) TO WS-ACC-RIGHT
           MOVE WS-OFC-WRONG(WS-OFC-IDX) TO WS-ACC-WRONG
           IF WS-OFC-RETURNED(WS-OFC-IDX) > 0
              COMPUTE WS-ACCURACY ROUNDED =
                 WS-OFC-RIGHT(WS-OFC-IDX) * 1000
                 / WS-OFC-RETURNED(WS-OFC-IDX)
              COMPUTE WS-ACC-PCT = WS-ACCURACY / 10
              MOVE '%' TO WS-ACC-PCT-SIGN
           ELSE
              MOVE '   --' TO WS-ACC-PCT-X
              MOVE SPACE TO WS-ACC-PCT-SIGN
           END-IF
           MOVE WS-OFC-W-CHECKED(WS-OFC-IDX) TO WS-ACC-W-CHECKED
           MOVE WS-OFC-W-WRONG(WS-OFC-IDX) TO WS-ACC-W-WRONG
           IF WS-OFC-W-CHECKED(WS-OFC-IDX) > 0
              COMPUTE WS-W-ACCURACY ROUNDED =
                 (WS-OFC-W-CHECKED(WS-OFC-IDX)
                 - WS-OFC-W-WRONG(WS-OFC-IDX)) * 1000
                 / WS-OFC-W-CHECKED(WS-OFC-IDX)
              COMPUTE WS-ACC-W-PCT = WS-W-ACCURACY / 10
              MOVE '%' TO WS-ACC-W-PCT-SIGN
              IF WS-OFC-W-CHECKED(WS-OFC-IDX) >= WS-MIN-CHECKS
                 AND WS-W-ACCURACY < WS-MIN-ACCURACY
                 PERFORM 9420-FLAG-OFFICE
              END-IF
           ELSE
              MOVE '   --' TO WS-ACC-W-PCT-X
              MOVE SPACE TO WS-ACC-W-PCT-SIGN
           END-IF
           WRITE QAFREPO-REC FROM WS-ACC-LINE
           .

       9420-FLAG-OFFICE.
           ADD 1 TO WS-OFC-FLAGGED
           IF WS-CUR-RATE >= 1000
              MOVE 'BELOW FLOOR - ALREADY SAMPLED 100%'
                 TO WS-ACC-ACTION
           ELSE
              IF WS-CUR-RATE = 0
                 MOVE 10 TO WS-NEW-RATE
              ELSE
                 COMPUTE WS-NEW-RATE = WS-CUR-RATE * 2
              END-IF
              IF WS-NEW-RATE > 1000
                 MOVE 1000 TO WS-NEW-RATE
              END-IF
              COMPUTE WS-EDIT-RATE = WS-NEW-RATE / 10
              STRING 'RAISE RATE - SUGGEST ' DELIMITED BY SIZE
                     WS-EDIT-RATE DELIMITED BY SIZE
                     '% (' DELIMITED BY SIZE
                     WS-NEW-RATE DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO WS-ACC-ACTION
              END-STRING
           END-IF
           .

       9500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           MOVE 'CONTROL TOTALS' TO WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-REPORT-LINE
           WRITE QAFREPO-REC FROM WS-HEADER-LINE-2

           MOVE WS-OUT-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OUTCOMES READ..............: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           MOVE WS-APPLIED-RIGHT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CONFIRMED - LOGGED.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           MOVE WS-APPLIED-WRONG TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  WRONG - TO CORRECTIONS...: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           MOVE WS-ALREADY-DONE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  APPLIED ON AN EARLIER RUN: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           MOVE WS-OUT-REPEATED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  REPEATED IN THE FILE.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           MOVE WS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  REFUSED..................: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           MOVE WS-HIST-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'QA LOG RECORDS READ........: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE QAFREPO-REC FROM WS-REPORT-LINE

           IF WS-FOOT-ERR = 'Y'
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** OUTCOMES READ DO NOT FOOT TO '
                        DELIMITED BY SIZE
                     'APPLIED + PASSED OVER + REFUSED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE QAFREPO-REC FROM WS-REPORT-LINE
           END-IF
           .

       END PROGRAM QAFEED.
