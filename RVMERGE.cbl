       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVMERGE.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Partitioned Validation Merge
      *
      *    Puts the outputs of the four RECVAL partition runs back
      *    together into the one INVFILE, ACCPFILE, OFCRTRN,
      *    REVHELD, SUSPFILE, VALREPO and CHKPTFILE the rest of the
      *    nightly job reads, exactly as one RECVAL main pass over
      *    the whole INFILE would have left them:
      *
      *    | Step                 | What the merge does            |
      *    |----------------------|--------------------------------|
      *    | Completeness         | Every partition's last         |
      *    |                      |   checkpoint must be a clean   |
      *    |                      |   finish against this split's  |
      *    |                      |   stamp, with its data count   |
      *    | Duplicates           | An ID taken in more than one   |
      *    |                      |   partition keeps only its     |
      *    |                      |   first occurrence in file     |
      *    |                      |   order; the others move to    |
      *    |                      |   INVFILE as 04 DUPLICATE ID   |
      *    | Control totals       | Summed over the partitions,    |
      *    |                      |   then moved for every record  |
      *    |                      |   the duplicate rule demoted   |
      *    | Batches and offices  | Rolled up into the office      |
      *    |                      |   return trailers, the missing |
      *    |                      |   senders and the registry     |
      *    |                      |   high-water rewrite           |
      *
      *    A partition cannot see an ID another partition took, so
      *    the split lists every occurrence of every ID that turns
      *    up in more than one partition (the X records on
      *    SPLITCTL) with its position in the whole file. Each
      *    partition's checkpoint says which of those occurrences
      *    it took. The first one taken in file order is the one a
      *    whole-file run would have taken; any later one taken in
      *    another partition is demoted - dropped from the extract,
      *    held-revision, suspect and report outputs it went to and
      *    written to INVFILE and OFCRTRN instead - and a later one
      *    a partition rejected for its own reasons has 04 added to
      *    its reject reason, as a whole-file run would have.
      *
      *    The partitions' own VALREPO pages are carried across
      *    first (less the demoted detail lines), then the MERGED
      *    section: the figures for the day as a whole. The merged
      *    CHKPTFILE holds one cleared totals record with the
      *    merged figures and the whole accepted-ID set, which is
      *    what the corrections pass and RECONCL read.
      *
      *    A partition that has not finished ends the merge RC=16
      *    before anything is written - rerun (or restart) that
      *    partition's job alone, then rerun this step.
      *
      *    Return code as a whole-file RECVAL main pass: 8 when the
      *    file trailer is out of balance or the merged totals do
      *    not foot, 4 for any flagged batch, missing sender or
      *    registry rewrite failure, 16 as above.
      *
      *********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Defines the:
      * Rules parameter file, the split control dataset, the office
      * registry, the accepted-records master, the split and
      * partition job status records, each partition's outputs and
      * the merged outputs
       FILE-CONTROL.
           SELECT RULE-DATA  ASSIGN TO RULEFILE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT SPLT-DATA  ASSIGN TO SPLITCTL
               FILE STATUS IS WS-SPLT-STATUS.
           SELECT OFCREG-DATA ASSIGN TO OFCREG
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL MSTR-VS ASSIGN TO MSTRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRV-ID
               FILE STATUS IS WS-MSTRVS-STATUS.
           SELECT OPTIONAL SJST-DATA ASSIGN TO SPLTJST
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PCHK1-DATA ASSIGN TO PCHK1
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PCHK2-DATA ASSIGN TO PCHK2
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PCHK3-DATA ASSIGN TO PCHK3
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PCHK4-DATA ASSIGN TO PCHK4
               FILE STATUS IS WS-PART-STATUS.
           SELECT PSUS1-DATA ASSIGN TO PSUS1
               FILE STATUS IS WS-PART-STATUS.
           SELECT PSUS2-DATA ASSIGN TO PSUS2
               FILE STATUS IS WS-PART-STATUS.
           SELECT PSUS3-DATA ASSIGN TO PSUS3
               FILE STATUS IS WS-PART-STATUS.
           SELECT PSUS4-DATA ASSIGN TO PSUS4
               FILE STATUS IS WS-PART-STATUS.
           SELECT PHLD1-DATA ASSIGN TO PHLD1
               FILE STATUS IS WS-PART-STATUS.
           SELECT PHLD2-DATA ASSIGN TO PHLD2
               FILE STATUS IS WS-PART-STATUS.
           SELECT PHLD3-DATA ASSIGN TO PHLD3
               FILE STATUS IS WS-PART-STATUS.
           SELECT PHLD4-DATA ASSIGN TO PHLD4
               FILE STATUS IS WS-PART-STATUS.
           SELECT PACC1-DATA ASSIGN TO PACC1
               FILE STATUS IS WS-PART-STATUS.
           SELECT PACC2-DATA ASSIGN TO PACC2
               FILE STATUS IS WS-PART-STATUS.
           SELECT PACC3-DATA ASSIGN TO PACC3
               FILE STATUS IS WS-PART-STATUS.
           SELECT PACC4-DATA ASSIGN TO PACC4
               FILE STATUS IS WS-PART-STATUS.
           SELECT PREP1-DATA ASSIGN TO PREP1
               FILE STATUS IS WS-PART-STATUS.
           SELECT PREP2-DATA ASSIGN TO PREP2
               FILE STATUS IS WS-PART-STATUS.
           SELECT PREP3-DATA ASSIGN TO PREP3
               FILE STATUS IS WS-PART-STATUS.
           SELECT PREP4-DATA ASSIGN TO PREP4
               FILE STATUS IS WS-PART-STATUS.
           SELECT PINV1-DATA ASSIGN TO PINV1
               FILE STATUS IS WS-PART-STATUS.
           SELECT PINV2-DATA ASSIGN TO PINV2
               FILE STATUS IS WS-PART-STATUS.
           SELECT PINV3-DATA ASSIGN TO PINV3
               FILE STATUS IS WS-PART-STATUS.
           SELECT PINV4-DATA ASSIGN TO PINV4
               FILE STATUS IS WS-PART-STATUS.
           SELECT POFR1-DATA ASSIGN TO POFR1
               FILE STATUS IS WS-PART-STATUS.
           SELECT POFR2-DATA ASSIGN TO POFR2
               FILE STATUS IS WS-PART-STATUS.
           SELECT POFR3-DATA ASSIGN TO POFR3
               FILE STATUS IS WS-PART-STATUS.
           SELECT POFR4-DATA ASSIGN TO POFR4
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PJST1-DATA ASSIGN TO PJST1
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PJST2-DATA ASSIGN TO PJST2
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PJST3-DATA ASSIGN TO PJST3
               FILE STATUS IS WS-PART-STATUS.
           SELECT OPTIONAL PJST4-DATA ASSIGN TO PJST4
               FILE STATUS IS WS-PART-STATUS.
           SELECT INV-DATA   ASSIGN TO INVFILE.
           SELECT VALREPO    ASSIGN TO VALREPO.
           SELECT ACCP-DATA  ASSIGN TO ACCPFILE.
           SELECT OFCR-DATA  ASSIGN TO OFCRTRN.
           SELECT HOLD-DATA  ASSIGN TO REVHELD.
           SELECT SUSP-DATA  ASSIGN TO SUSPFILE.
           SELECT CHKPT-FILE ASSIGN TO CHKPTFILE.
           SELECT OPTIONAL HIST-DATA ASSIGN TO RUNHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL JSTAT-DATA ASSIGN TO JOBSTAT
               FILE STATUS IS WS-JSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD RULE-DATA
           RECORDING MODE IS F.
       01 RULE-DATA-RECORD       PIC X(80).

      * Split control dataset from RVSPLIT - see the record layouts
      * in RVSPLIT.CBL
       FD SPLT-DATA
           RECORDING MODE IS F.
       01 SPLT-DATA-RECORD       PIC X(120).

      * Office registry - layout as in VALIDATE.CBL. Read for the
      * missing-sender list and rewritten with the new high-water
      * marks, the step the partitions leave to the merge
       FD OFCREG-DATA
           RECORDING MODE IS F.
       01 OFCREG-DATA-RECORD     PIC X(80).

      * The accepted-records master, read by ID only to settle
      * whether a demoted record had been counted as a revision
       FD MSTR-VS.
       01 MSTR-VS-RECORD.
          05 MRV-ID              PIC X(5).
          05 MRV-SCORE1          PIC X(3).
          05 MRV-SCORE2          PIC X(3).
          05 MRV-SCORE3          PIC X(3).
          05 MRV-CATEGORY        PIC X.
          05 MRV-FIRST-DATE      PIC X(8).
          05 MRV-LAST-DATE       PIC X(8).
          05 MRV-STATUS-FLAG     PIC X.
             88 MRV-RETIRED                VALUE 'R'.
          05 FILLER              PIC X(28).

      * Job status records the split and the partition runs wrote
      * to their own datasets - carried onto the day's feed here
       FD SJST-DATA
           RECORDING MODE IS F.
       01 SJST-DATA-RECORD       PIC X(80).

      * Each partition's checkpoint - layout as CHKPT-FILE below
       FD PCHK1-DATA
           RECORDING MODE IS F.
       01 PCHK1-DATA-RECORD      PIC X(640).

       FD PCHK2-DATA
           RECORDING MODE IS F.
       01 PCHK2-DATA-RECORD      PIC X(640).

       FD PCHK3-DATA
           RECORDING MODE IS F.
       01 PCHK3-DATA-RECORD      PIC X(640).

       FD PCHK4-DATA
           RECORDING MODE IS F.
       01 PCHK4-DATA-RECORD      PIC X(640).

      * Each partition's suspect-review dataset
       FD PSUS1-DATA
           RECORDING MODE IS F.
       01 PSUS1-DATA-RECORD      PIC X(214).

       FD PSUS2-DATA
           RECORDING MODE IS F.
       01 PSUS2-DATA-RECORD      PIC X(214).

       FD PSUS3-DATA
           RECORDING MODE IS F.
       01 PSUS3-DATA-RECORD      PIC X(214).

       FD PSUS4-DATA
           RECORDING MODE IS F.
       01 PSUS4-DATA-RECORD      PIC X(214).

      * Each partition's held revisions
       FD PHLD1-DATA
           RECORDING MODE IS F.
       01 PHLD1-DATA-RECORD      PIC X(80).

       FD PHLD2-DATA
           RECORDING MODE IS F.
       01 PHLD2-DATA-RECORD      PIC X(80).

       FD PHLD3-DATA
           RECORDING MODE IS F.
       01 PHLD3-DATA-RECORD      PIC X(80).

       FD PHLD4-DATA
           RECORDING MODE IS F.
       01 PHLD4-DATA-RECORD      PIC X(80).

      * Each partition's accepted-records extract
       FD PACC1-DATA
           RECORDING MODE IS F.
       01 PACC1-DATA-RECORD      PIC X(50).

       FD PACC2-DATA
           RECORDING MODE IS F.
       01 PACC2-DATA-RECORD      PIC X(50).

       FD PACC3-DATA
           RECORDING MODE IS F.
       01 PACC3-DATA-RECORD      PIC X(50).

       FD PACC4-DATA
           RECORDING MODE IS F.
       01 PACC4-DATA-RECORD      PIC X(50).

      * Each partition's validation report
       FD PREP1-DATA
           RECORDING MODE IS F.
       01 PREP1-DATA-RECORD      PIC X(132).

       FD PREP2-DATA
           RECORDING MODE IS F.
       01 PREP2-DATA-RECORD      PIC X(132).

       FD PREP3-DATA
           RECORDING MODE IS F.
       01 PREP3-DATA-RECORD      PIC X(132).

       FD PREP4-DATA
           RECORDING MODE IS F.
       01 PREP4-DATA-RECORD      PIC X(132).

      * Each partition's rejects
       FD PINV1-DATA
           RECORDING MODE IS F.
       01 PINV1-DATA-RECORD      PIC X(224).

       FD PINV2-DATA
           RECORDING MODE IS F.
       01 PINV2-DATA-RECORD      PIC X(224).

       FD PINV3-DATA
           RECORDING MODE IS F.
       01 PINV3-DATA-RECORD      PIC X(224).

       FD PINV4-DATA
           RECORDING MODE IS F.
       01 PINV4-DATA-RECORD      PIC X(224).

      * Each partition's office reject return feed
       FD POFR1-DATA
           RECORDING MODE IS F.
       01 POFR1-DATA-RECORD      PIC X(210).

       FD POFR2-DATA
           RECORDING MODE IS F.
       01 POFR2-DATA-RECORD      PIC X(210).

       FD POFR3-DATA
           RECORDING MODE IS F.
       01 POFR3-DATA-RECORD      PIC X(210).

       FD POFR4-DATA
           RECORDING MODE IS F.
       01 POFR4-DATA-RECORD      PIC X(210).

      * Each partition's job status record
       FD PJST1-DATA
           RECORDING MODE IS F.
       01 PJST1-DATA-RECORD      PIC X(80).

       FD PJST2-DATA
           RECORDING MODE IS F.
       01 PJST2-DATA-RECORD      PIC X(80).

       FD PJST3-DATA
           RECORDING MODE IS F.
       01 PJST3-DATA-RECORD      PIC X(80).

       FD PJST4-DATA
           RECORDING MODE IS F.
       01 PJST4-DATA-RECORD      PIC X(80).

      * The merged outputs - the same datasets, same layouts, a
      * whole-file RECVAL main pass writes
       FD INV-DATA
           RECORDING MODE IS F.
       01 INV-DATA-RECORD        PIC X(224).

       FD VALREPO
           RECORDING MODE IS F.
       01 VALREPO-REC            PIC X(132).

       FD ACCP-DATA
           RECORDING MODE IS F.
       01 ACCP-DATA-RECORD       PIC X(50).

       FD OFCR-DATA
           RECORDING MODE IS F.
       01 OFCR-DATA-RECORD       PIC X(210).

       FD HOLD-DATA
           RECORDING MODE IS F.
       01 HOLD-DATA-RECORD       PIC X(80).

       FD SUSP-DATA
           RECORDING MODE IS F.
       01 SUSP-DATA-RECORD       PIC X(214).

      * Restart dataset - layout as in VALIDATE.CBL. The merge
      * writes one cleared totals record carrying the day's merged
      * figures, and one record per ID accepted anywhere, so the
      * corrections pass and the reconciliation step read it
      * exactly as they read a whole-file run's
       FD CHKPT-FILE
           RECORDING MODE IS F.
       01 CHKPT-RECORD                  PIC X(640).

       01 CHKPT-TOTALS-REC REDEFINES CHKPT-RECORD.
          05 CHKPT-REC-TYPE             PIC X.
             88 CHKPT-TYPE-TOTALS                 VALUE 'T'.
             88 CHKPT-TYPE-ID                     VALUE 'I'.
             88 CHKPT-TYPE-BATCH                  VALUE 'B'.
          05 CHKPT-T-REC-READ           PIC 9(5).
          05 CHKPT-T-REC-VALID          PIC 9(5).
          05 CHKPT-T-REC-INVALID        PIC 9(5).
          05 CHKPT-T-SCORE1-INVALID     PIC 9(3).
          05 CHKPT-T-SCORE2-INVALID     PIC 9(3).
          05 CHKPT-T-SCORE3-INVALID     PIC 9(3).
          05 CHKPT-T-SCORE1-TOTAL       PIC 9(8).
          05 CHKPT-T-SCORE2-TOTAL       PIC 9(8).
          05 CHKPT-T-SCORE3-TOTAL       PIC 9(8).
          05 CHKPT-T-ACC-COUNT          PIC 9(5).
          05 CHKPT-T-ACC-OVERFLOW       PIC 9(5).
          05 CHKPT-T-CAT-ENTRY          OCCURS 10 TIMES.
             10 CHKPT-T-CAT-PASS-COUNT       PIC 9(5).
             10 CHKPT-T-CAT-FAIL-COUNT       PIC 9(5).
             10 CHKPT-T-CAT-SCORE1-TOTAL     PIC 9(8).
             10 CHKPT-T-CAT-SCORE2-TOTAL     PIC 9(8).
             10 CHKPT-T-CAT-SCORE3-TOTAL     PIC 9(8).
          05 CHKPT-T-BATCH-MODE         PIC X.
          05 CHKPT-T-BATCH-OPEN         PIC X.
          05 CHKPT-T-BATCH-STRAY        PIC 9(5).
          05 CHKPT-T-GRADE-ENTRY        OCCURS 10 TIMES.
             10 CHKPT-T-GRADE-CT        OCCURS 3 TIMES PIC 9(5).
          05 CHKPT-T-DIST-CT            OCCURS 7 TIMES PIC 9(5).
          05 CHKPT-T-FINAL-READ         PIC 9(5).
          05 CHKPT-T-OFCR-BLANK         PIC 9(5).
          05 CHKPT-T-REC-RETRACTED      PIC 9(5).
          05 CHKPT-T-REC-REVISED        PIC 9(5).
          05 CHKPT-T-REV-HELD           PIC 9(5).
          05 CHKPT-T-REC-SUSPECT        PIC 9(5).
          05 CHKPT-T-PART-NO            PIC 9.
          05 CHKPT-T-SPLIT-STAMP        PIC 9(14).
          05 CHKPT-T-TRL-OOB            PIC X.
          05 CHKPT-T-BATCH-OVER         PIC 9(3).

       01 CHKPT-ID-REC REDEFINES CHKPT-RECORD.
          05 FILLER                     PIC X.
          05 CHKPT-I-ID                 PIC X(5).
          05 CHKPT-I-SEQ                PIC 9(5).
          05 FILLER                     PIC X(629).

       01 CHKPT-BATCH-REC REDEFINES CHKPT-RECORD.
          05 FILLER                     PIC X.
          05 CHKPT-B-OFFICE             PIC X(3).
          05 CHKPT-B-DATE               PIC X(8).
          05 CHKPT-B-SEQ                PIC X(3).
          05 CHKPT-B-READ               PIC 9(5).
          05 CHKPT-B-VALID              PIC 9(5).
          05 CHKPT-B-INVALID            PIC 9(5).
          05 CHKPT-B-EXPECTED           PIC 9(5).
          05 CHKPT-B-TRAILER-FND        PIC X.
          05 CHKPT-B-OOB                PIC X.
          05 CHKPT-B-SUSPECT            PIC 9(5).
          05 CHKPT-B-REJECT             PIC X.
          05 CHKPT-B-GAP                PIC X.
          05 CHKPT-B-HW-DATE            PIC X(8).
          05 CHKPT-B-HW-SEQ             PIC X(3).
          05 FILLER                     PIC X(585).

      * Run-history dataset - one record for the day, as a
      * whole-file run appends
       FD HIST-DATA
           RECORDING MODE IS F.
       01 HIST-DATA-RECORD       PIC X(250).

      * Shared job-control status feed
       FD JSTAT-DATA
           RECORDING MODE IS F.
       01 JSTAT-DATA-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *********************************
      * Marker and reason text the merge needs to agree with RECVAL
      * on - the trailer ID from the rules file, and the duplicate
      * reason a whole-file run puts on a second occurrence
       01 WS-MARKERS.
          05 WS-TRAILER-ID       PIC X(5)   VALUE '99999'.
          05 WS-DUP-REASON       PIC X(17)  VALUE '04 - DUPLICATE ID'.
          05 WS-DUP-PREFIX       PIC X(19)  VALUE
             '04 - DUPLICATE ID; '.

      *********************************
      * Flags for tracking
       01 WS-FLAGS.
          05 WS-RULE-STATUS      PIC XX     VALUE SPACES.
          05 WS-SPLT-STATUS      PIC XX     VALUE SPACES.
          05 WS-PART-STATUS      PIC XX     VALUE SPACES.
          05 WS-MSTRVS-STATUS    PIC XX     VALUE SPACES.
          05 WS-EOF              PIC X      VALUE 'N'.
             88 EOF-YES                     VALUE 'Y'.
          05 WS-PIN-EOF          PIC X      VALUE 'N'.
             88 PIN-EOF-YES                 VALUE 'Y'.
          05 WS-SPLIT-HDR-FOUND  PIC X      VALUE 'N'.
             88 SPLIT-HDR-FOUND-YES         VALUE 'Y'.
          05 WS-SPLIT-BATCHED    PIC X      VALUE 'N'.
             88 SPLIT-BATCHED-YES           VALUE 'Y'.
          05 WS-PART-T-SEEN      PIC X      VALUE 'N'.
             88 PART-T-SEEN-YES             VALUE 'Y'.
          05 WS-TRAILER-OUT-OF-BAL PIC X    VALUE 'N'.
             88 TRAILER-OUT-OF-BAL-YES      VALUE 'Y'.
          05 WS-FOOT-FAILED      PIC X      VALUE 'N'.
             88 FOOT-FAILED-YES             VALUE 'Y'.
          05 WS-REV-ACTIVE       PIC X      VALUE 'N'.
             88 REV-ACTIVE-YES              VALUE 'Y'.
          05 WS-DROP-THIS        PIC X      VALUE 'N'.
             88 DROP-THIS-YES               VALUE 'Y'.
          05 WS-CLASS-THIS       PIC X      VALUE SPACE.
          05 WS-TRL-OOB-PART     PIC 9      VALUE 0.
          05 WS-PIN-DD           PIC X(8)   VALUE SPACES.
          05 WS-PART-ERR-TEXT    PIC X(70)  VALUE SPACES.

      *********************************
      * Category letters and passing minimums from the rules file,
      * in rules-file order - the n-th entry of every category
      * table below, here and on the partitions' checkpoints,
      * belongs to the n-th CATEGORY rule
       01 WS-RULES.
          05 WS-RULE-RECORD      PIC X(80).
          05 WS-RULE-KW          PIC X(8).
          05 WS-RULE-OP1         PIC X(8).
          05 WS-RULE-OP2         PIC X(8).
          05 WS-RULE-CAT-COUNT   PIC 9(2)   VALUE 0.
          05 WS-RULE-CAT-ENTRY   OCCURS 10 TIMES.
             10 WS-RULE-CAT-LETTER   PIC X.
             10 WS-RULE-CAT-MIN      PIC 9(3).

       01 WS-CATEGORY-CONTROL.
          05 WS-IN-CATEGORY      PIC X      VALUE SPACE.
          05 WS-CAT-IDX          PIC 9(2)   VALUE 0.
          05 WS-CAT-SRCH         PIC 9(2)   VALUE 0.
          05 WS-CAT-FOUND        PIC X      VALUE 'N'.
          05 WS-SCORE-MIN        PIC 9(3)   VALUE 0.

      *********************************
      * The split - its stamp, whether INFILE carried batch headers,
      * and each partition's figures from its P record, the
      * checkpoint it finished with, and what the merge moved out
      * of it. BASE is where its batches start in the merged batch
      * table
       01 WS-SPLIT-DATA.
          05 WS-SPLIT-STAMP      PIC 9(14)  VALUE 0.
          05 WS-SPLIT-STAMP-X REDEFINES WS-SPLIT-STAMP.
             10 WS-SPLIT-DATE    PIC 9(8).
             10 WS-SPLIT-TIME    PIC 9(6).
          05 WS-SPLIT-READ       PIC 9(7)   VALUE 0.
          05 WS-SPLIT-DATA-RECS  PIC 9(7)   VALUE 0.
          05 WS-SPLIT-CROSS-IDS  PIC 9(7)   VALUE 0.
          05 WS-SPLIT-CROSS-OCC  PIC 9(7)   VALUE 0.
          05 WS-PART-IDX         PIC 9      COMP VALUE 0.
          05 WS-PART-NO          PIC 9      VALUE 0.
          05 WS-PART-ENTRY       OCCURS 4 TIMES.
             10 WS-PRT-P-FOUND       PIC X.
             10 WS-PRT-STAMP         PIC 9(14).
             10 WS-PRT-DATA          PIC 9(7).
             10 WS-PRT-HEADERS       PIC 9(5).
             10 WS-PRT-TABLED        PIC 9(3).
             10 WS-PRT-READ          PIC 9(7).
             10 WS-PRT-VALID         PIC 9(7).
             10 WS-PRT-INVALID       PIC 9(7).
             10 WS-PRT-SUSPECT       PIC 9(7).
             10 WS-PRT-RETRACTED     PIC 9(7).
             10 WS-PRT-BATCHES       PIC 9(5).
             10 WS-PRT-DEMOTED       PIC 9(7).
             10 WS-PRT-BASE          PIC 9(3)  COMP.
             10 WS-PRT-ID-RECS       PIC 9(5).

      *********************************
      * Split control records - layouts as in RVSPLIT.CBL
       01 WS-SPLT-RECORD         PIC X(120).

       01 WS-SPLT-X-LINE REDEFINES WS-SPLT-RECORD.
          05 WS-SPX-TYPE         PIC X.
          05 WS-SPX-ID           PIC X(5).
          05 WS-SPX-PART         PIC 9.
          05 WS-SPX-PSEQ         PIC 9(7).
          05 WS-SPX-GSEQ         PIC 9(7).
          05 WS-SPX-OFFICE       PIC X(3).
          05 WS-SPX-BATCH        PIC 9(3).
          05 WS-SPX-RECORD       PIC X(80).
          05 FILLER              PIC X(13).

       01 WS-SPLT-P-LINE REDEFINES WS-SPLT-RECORD.
          05 WS-SPP-TYPE         PIC X.
          05 WS-SPP-PART         PIC 9.
          05 WS-SPP-DATE         PIC 9(8).
          05 WS-SPP-TIME         PIC 9(6).
          05 WS-SPP-DATA         PIC 9(7).
          05 WS-SPP-HEADERS      PIC 9(5).
          05 WS-SPP-WRITTEN      PIC 9(7).
          05 WS-SPP-TABLED       PIC 9(3).
          05 FILLER              PIC X(82).

       01 WS-SPLT-H-LINE REDEFINES WS-SPLT-RECORD.
          05 WS-SPH-TYPE         PIC X.
          05 WS-SPH-DATE         PIC 9(8).
          05 WS-SPH-TIME         PIC 9(6).
          05 WS-SPH-READ         PIC 9(7).
          05 WS-SPH-DATA         PIC 9(7).
          05 WS-SPH-NOT-SPLIT    PIC 9(7).
          05 WS-SPH-BATCHED      PIC X.
          05 WS-SPH-CROSS-IDS    PIC 9(7).
          05 WS-SPH-CROSS-OCC    PIC 9(7).
          05 FILLER              PIC X(69).

      *********************************
      * One entry per occurrence of every ID that turned up in
      * more than one partition, in whole-file order, chained per
      * ID from XID-FIRST through XE-NEXT. ACCEPTED says the
      * partition took the occurrence (from its checkpoint ID
      * records); STATUS is the merge's ruling on it:
      *    W = the occurrence a whole-file run takes
      *    N = rejected before the taken one - left as it is
      *    D = taken by its partition after another partition
      *        took the ID first - demoted to INVFILE
      *    L = rejected by its partition after the ID was taken -
      *        gains the 04 reason
      *    U = should have been demoted but no partition output
      *        carried it - reported, not moved
      * CLASS says which output the partition sent a taken
      * occurrence to: M = extract, R = extract as a retraction,
      * H = held revisions, S = suspects
       01 WS-CROSS-DATA.
          05 WS-XE-COUNT         PIC 9(5)   COMP VALUE 0.
          05 WS-XE-IDX           PIC 9(5)   COMP VALUE 0.
          05 WS-XE-WALK          PIC 9(5)   COMP VALUE 0.
          05 WS-XE-WIN-IDX       PIC 9(5)   COMP VALUE 0.
          05 WS-XID-NUM          PIC 9(5)   VALUE 0.
          05 WS-XID-SUB          PIC 9(6)   COMP VALUE 0.
          05 WS-FIND-ID          PIC X(5)   VALUE SPACES.
          05 WS-FIND-MODE        PIC X      VALUE SPACE.
             88 FIND-ACCEPTED               VALUE 'A'.
             88 FIND-INV-UNUSED             VALUE 'I'.
             88 FIND-OFR-UNUSED             VALUE 'O'.
             88 FIND-CHKPT-SEQ              VALUE 'C'.
          05 WS-FIND-SEQ         PIC 9(7)   VALUE 0.
          05 WS-FIND-FOUND       PIC X      VALUE 'N'.
          05 WS-FIND-IDX         PIC 9(5)   COMP VALUE 0.
          05 WS-XE-ENTRY         OCCURS 20000 TIMES.
             10 WS-XE-ID             PIC X(5).
             10 WS-XE-PART           PIC 9.
             10 WS-XE-PSEQ           PIC 9(7).
             10 WS-XE-GSEQ           PIC 9(7).
             10 WS-XE-OFFICE         PIC X(3).
             10 WS-XE-BATCH          PIC 9(3).
             10 WS-XE-RECORD         PIC X(80).
             10 WS-XE-NEXT           PIC 9(5)  COMP.
             10 WS-XE-ACCEPTED       PIC X.
             10 WS-XE-STATUS         PIC X.
                88 XE-NOT-TAKEN                VALUE 'N'.
                88 XE-WINNER                   VALUE 'W'.
                88 XE-DEMOTED                  VALUE 'D'.
                88 XE-LATER                    VALUE 'L'.
                88 XE-UNRESOLVED               VALUE 'U'.
             10 WS-XE-CLASS          PIC X.
             10 WS-XE-WIN-PART       PIC 9.
             10 WS-XE-INV-USED       PIC X.
             10 WS-XE-OFR-USED       PIC X.
             10 WS-XE-FIXED          PIC X.
          05 WS-XID-FIRST-TABLE.
             10 WS-XID-FIRST     OCCURS 100000 TIMES
                                  PIC 9(5) COMP VALUE 0.
          05 WS-XID-LAST-TABLE.
             10 WS-XID-LAST      OCCURS 100000 TIMES
                                  PIC 9(5) COMP VALUE 0.

      *********************************
      * Every ID any partition accepted, once - the merged
      * checkpoint's ID records, in the order first seen
       01 WS-UNION-DATA.
          05 WS-ACC-COUNT        PIC 9(7)   VALUE 0.
          05 WS-ACC-IDX          PIC 9(6)   COMP VALUE 0.
          05 WS-ACC-ID-NUM       PIC 9(5)   VALUE 0.
          05 WS-ACC-SUB          PIC 9(6)   COMP VALUE 0.
          05 WS-ACC-FLAGS.
             10 WS-ACC-FLAG      OCCURS 100000 TIMES
                                  PIC X VALUE 'N'.
          05 WS-ACC-ID           OCCURS 100000 TIMES PIC X(5).

      *********************************
      * One checkpoint record from a partition - the three record
      * types as in the CHKPT-FILE layout
       01 WS-PCHK-RECORD         PIC X(640).

       01 WS-PCK-TOTALS REDEFINES WS-PCHK-RECORD.
          05 WS-PCK-REC-TYPE            PIC X.
             88 PCK-TYPE-TOTALS                   VALUE 'T'.
             88 PCK-TYPE-ID                       VALUE 'I'.
             88 PCK-TYPE-BATCH                    VALUE 'B'.
          05 WS-PCK-T-REC-READ          PIC 9(5).
          05 WS-PCK-T-REC-VALID         PIC 9(5).
          05 WS-PCK-T-REC-INVALID       PIC 9(5).
          05 WS-PCK-T-SCORE1-INVALID    PIC 9(3).
          05 WS-PCK-T-SCORE2-INVALID    PIC 9(3).
          05 WS-PCK-T-SCORE3-INVALID    PIC 9(3).
          05 WS-PCK-T-SCORE1-TOTAL      PIC 9(8).
          05 WS-PCK-T-SCORE2-TOTAL      PIC 9(8).
          05 WS-PCK-T-SCORE3-TOTAL      PIC 9(8).
          05 WS-PCK-T-ACC-COUNT         PIC 9(5).
          05 WS-PCK-T-ACC-OVERFLOW      PIC 9(5).
          05 WS-PCK-T-CAT-ENTRY         OCCURS 10 TIMES.
             10 WS-PCK-T-CAT-PASS-COUNT      PIC 9(5).
             10 WS-PCK-T-CAT-FAIL-COUNT      PIC 9(5).
             10 WS-PCK-T-CAT-SCORE1-TOTAL    PIC 9(8).
             10 WS-PCK-T-CAT-SCORE2-TOTAL    PIC 9(8).
             10 WS-PCK-T-CAT-SCORE3-TOTAL    PIC 9(8).
          05 WS-PCK-T-BATCH-MODE        PIC X.
          05 WS-PCK-T-BATCH-OPEN        PIC X.
          05 WS-PCK-T-BATCH-STRAY       PIC 9(5).
          05 WS-PCK-T-GRADE-ENTRY       OCCURS 10 TIMES.
             10 WS-PCK-T-GRADE-CT       OCCURS 3 TIMES PIC 9(5).
          05 WS-PCK-T-DIST-CT           OCCURS 7 TIMES PIC 9(5).
          05 WS-PCK-T-FINAL-READ        PIC 9(5).
          05 WS-PCK-T-OFCR-BLANK        PIC 9(5).
          05 WS-PCK-T-REC-RETRACTED     PIC 9(5).
          05 WS-PCK-T-REC-REVISED       PIC 9(5).
          05 WS-PCK-T-REV-HELD          PIC 9(5).
          05 WS-PCK-T-REC-SUSPECT       PIC 9(5).
          05 WS-PCK-T-PART-NO           PIC 9.
          05 WS-PCK-T-SPLIT-STAMP       PIC 9(14).
          05 WS-PCK-T-TRL-OOB           PIC X.
          05 WS-PCK-T-BATCH-OVER        PIC 9(3).

       01 WS-PCK-ID-REC REDEFINES WS-PCHK-RECORD.
          05 FILLER                     PIC X.
          05 WS-PCK-I-ID                PIC X(5).
          05 WS-PCK-I-SEQ               PIC 9(5).
          05 FILLER                     PIC X(629).

       01 WS-PCK-BATCH-REC REDEFINES WS-PCHK-RECORD.
          05 FILLER                     PIC X.
          05 WS-PCK-B-OFFICE            PIC X(3).
          05 WS-PCK-B-DATE              PIC X(8).
          05 WS-PCK-B-SEQ               PIC X(3).
          05 WS-PCK-B-READ              PIC 9(5).
          05 WS-PCK-B-VALID             PIC 9(5).
          05 WS-PCK-B-INVALID           PIC 9(5).
          05 WS-PCK-B-EXPECTED          PIC 9(5).
          05 WS-PCK-B-TRAILER-FND       PIC X.
          05 WS-PCK-B-OOB               PIC X.
          05 WS-PCK-B-SUSPECT           PIC 9(5).
          05 WS-PCK-B-REJECT            PIC X.
          05 WS-PCK-B-GAP               PIC X.
          05 WS-PCK-B-HW-DATE           PIC X(8).
          05 WS-PCK-B-HW-SEQ            PIC X(3).
          05 FILLER                     PIC X(585).

      * The last totals record of the partition being read - the
      * only one that counts, as in RECVAL's own restart scan
       01 WS-PART-LAST-T         PIC X(640).

      *********************************
      * Any other partition record, read into the widest layout
      * and written back out from it
       01 WS-PIN-RECORD          PIC X(640).

      *********************************
      * Merged control totals - the partitions' final figures
      * summed, then moved for each demoted record
       01 WS-COUNTERS.
          05 WS-REC-READ         PIC 9(7)   VALUE 0.
          05 WS-REC-VALID        PIC 9(7)   VALUE 0.
          05 WS-REC-INVALID      PIC 9(7)   VALUE 0.
          05 WS-REC-RETRACTED    PIC 9(7)   VALUE 0.
          05 WS-REC-SUSPECT      PIC 9(7)   VALUE 0.
          05 WS-REC-REVISED      PIC 9(7)   VALUE 0.
          05 WS-REC-REV-HELD     PIC 9(7)   VALUE 0.
          05 WS-REC-DEMOTED      PIC 9(7)   VALUE 0.
          05 WS-REC-FIXED        PIC 9(7)   VALUE 0.
          05 WS-REC-UNRESOLVED   PIC 9(7)   VALUE 0.
          05 WS-REC-FOOTED       PIC 9(7)   VALUE 0.
          05 WS-SCORE1-INVALID   PIC 9(5)   VALUE 0.
          05 WS-SCORE2-INVALID   PIC 9(5)   VALUE 0.
          05 WS-SCORE3-INVALID   PIC 9(5)   VALUE 0.
          05 WS-SCORE1-TOTAL     PIC 9(9)   VALUE 0.
          05 WS-SCORE2-TOTAL     PIC 9(9)   VALUE 0.
          05 WS-SCORE3-TOTAL     PIC 9(9)   VALUE 0.
          05 WS-SCORE1-AVG       PIC 9(3)   VALUE 0.
          05 WS-SCORE2-AVG       PIC 9(3)   VALUE 0.
          05 WS-SCORE3-AVG       PIC 9(3)   VALUE 0.
          05 WS-SCORE-TOTAL-AVG  PIC 9(3)   VALUE 0.
          05 WS-BATCH-STRAY      PIC 9(7)   VALUE 0.
          05 WS-OFCR-BLANK-INV   PIC 9(7)   VALUE 0.
          05 WS-ACCP-KEPT        PIC 9(7)   VALUE 0.
          05 WS-ACCP-RTR-KEPT    PIC 9(7)   VALUE 0.

      *********************************
      * Merged per-category figures, grade bands and histogram
       01 WS-CATEGORY-STATS.
          05 WS-CAT-ENTRY        OCCURS 10 TIMES.
             10 WS-CAT-PASS-COUNT    PIC 9(7)      VALUE 0.
             10 WS-CAT-FAIL-COUNT    PIC 9(7)      VALUE 0.
             10 WS-CAT-SCORE1-TOTAL  PIC 9(9)      VALUE 0.
             10 WS-CAT-SCORE2-TOTAL  PIC 9(9)      VALUE 0.
             10 WS-CAT-SCORE3-TOTAL  PIC 9(9)      VALUE 0.
             10 WS-CAT-SCORE1-AVG    PIC 9(3)      VALUE 0.
             10 WS-CAT-SCORE2-AVG    PIC 9(3)      VALUE 0.
             10 WS-CAT-SCORE3-AVG    PIC 9(3)      VALUE 0.

       01 WS-GRADE-DATA.
          05 WS-GRADE-AVG        PIC 9(3)   VALUE 0.
          05 WS-GRADE-IDX        PIC 9      VALUE 0.
          05 WS-GRADE-BUCKET     PIC 9      VALUE 0.
          05 WS-GRADE-BAR-LEN    PIC 9(2)   VALUE 0.
          05 WS-GRADE-CAT-ENTRY  OCCURS 10 TIMES.
             10 WS-GRADE-COUNT   OCCURS 3 TIMES PIC 9(7) VALUE 0.
          05 WS-DIST-BUCKET      OCCURS 7 TIMES PIC 9(7) VALUE 0.

       01 WS-GRADE-BAND-NAMES.
          05 FILLER              PIC X(11)  VALUE 'DISTINCTION'.
          05 FILLER              PIC X(11)  VALUE 'MERIT'.
          05 FILLER              PIC X(11)  VALUE 'PASS'.
       01 WS-GRADE-BAND-TABLE REDEFINES WS-GRADE-BAND-NAMES.
          05 WS-GRADE-BAND-NAME  OCCURS 3 TIMES PIC X(11).

       01 WS-DIST-BUCKET-NAMES.
          05 FILLER              PIC X(8)   VALUE 'UNDER 50'.
          05 FILLER              PIC X(8)   VALUE '50 - 59'.
          05 FILLER              PIC X(8)   VALUE '60 - 69'.
          05 FILLER              PIC X(8)   VALUE '70 - 79'.
          05 FILLER              PIC X(8)   VALUE '80 - 89'.
          05 FILLER              PIC X(8)   VALUE '90 - 99'.
          05 FILLER              PIC X(8)   VALUE '100'.
       01 WS-DIST-BUCKET-TABLE REDEFINES WS-DIST-BUCKET-NAMES.
          05 WS-DIST-BUCKET-NAME OCCURS 7 TIMES PIC X(8).

      *********************************
      * The demoted record being backed out of the totals - its
      * scores from the raw record
       01 WS-DEMOTE-FIELDS.
          05 WS-SCORE1-N         PIC 9(3)   VALUE 0.
          05 WS-SCORE2-N         PIC 9(3)   VALUE 0.
          05 WS-SCORE3-N         PIC 9(3)   VALUE 0.
          05 WS-DUP-TALLY        PIC 9(3)   VALUE 0.
          05 WS-REASON-WORK      PIC X(118) VALUE SPACES.
          05 WS-REASON-SAVE      PIC X(118) VALUE SPACES.
          05 WS-MBAT-SUB         PIC 9(3)   COMP VALUE 0.

      *********************************
      * Merged batch table - each partition's final batch records
      * one after another, partition 1 first. The partitions
      * between them table at most the file's first 20, so the
      * four fit
       01 WS-BATCH-DATA.
          05 WS-BATCH-COUNT      PIC 9(3)   COMP VALUE 0.
          05 WS-BATCH-IDX        PIC 9(3)   COMP VALUE 0.
          05 WS-BATCH-OOB-COUNT  PIC 9(3)   VALUE 0.
          05 WS-BATCH-REJECT-COUNT PIC 9(3) VALUE 0.
          05 WS-BATCH-OVERFLOW   PIC 9(3)   VALUE 0.
          05 WS-BATCH-GAP-COUNT  PIC 9(3)   VALUE 0.
          05 WS-MISSING-COUNT    PIC 9(3)   VALUE 0.
          05 WS-BAT-ENTRY        OCCURS 80 TIMES.
             10 WS-BAT-PART          PIC 9.
             10 WS-BAT-OFFICE        PIC X(3).
             10 WS-BAT-DATE          PIC X(8).
             10 WS-BAT-SEQ           PIC X(3).
             10 WS-BAT-READ          PIC 9(5).
             10 WS-BAT-VALID         PIC 9(5).
             10 WS-BAT-INVALID       PIC 9(5).
             10 WS-BAT-EXPECTED      PIC 9(5).
             10 WS-BAT-TRAILER-FND   PIC X.
             10 WS-BAT-OOB           PIC X.
             10 WS-BAT-SUSPECT       PIC 9(5).
             10 WS-BAT-REJECT        PIC X.
                88 BAT-REJECT-UNKNOWN           VALUE 'U'.
                88 BAT-REJECT-REPLAY            VALUE 'R'.
             10 WS-BAT-GAP           PIC X.
             10 WS-BAT-HW-DATE       PIC X(8).
             10 WS-BAT-HW-SEQ        PIC X(3).

      *********************************
      * Per-office rollup of the merged batch table
       01 WS-OFFICE-DATA.
          05 WS-OFC-COUNT        PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-IDX          PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-MATCH-IDX    PIC 9(3)   COMP VALUE 0.
          05 WS-OFC-FOUND        PIC X      VALUE 'N'.
          05 WS-OFC-ENTRY        OCCURS 40 TIMES.
             10 WS-OFC-OFFICE        PIC X(3).
             10 WS-OFC-BATCHES       PIC 9(5).
             10 WS-OFC-READ          PIC 9(7).
             10 WS-OFC-VALID         PIC 9(7).
             10 WS-OFC-INVALID       PIC 9(7).
             10 WS-OFC-SUSPECT       PIC 9(7).
             10 WS-OFC-OOB           PIC 9(5).

      *********************************
      * Office registry - as RECVAL loads it. CUR-DATE/CUR-SEQ
      * start at the registry's high-water and move up for every
      * batch the partitions took, in file order within an office
       01 WS-REGISTRY-DATA.
          05 WS-REG-STATUS           PIC XX    VALUE SPACES.
          05 WS-REG-EOF              PIC X     VALUE 'N'.
             88 REG-EOF-YES                    VALUE 'Y'.
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
          05 WS-RUN-DOW              PIC 9     VALUE 0.
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
      * Reject line for INVFILE - layout as in VALIDATE.CBL
       01 WS-INV-LINE.
          05 WS-INV-LINE-ORIGINAL PIC X(80).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-INV-LINE-REASON   PIC X(118).
          05 WS-INV-LINE-FIRST-DATE PIC X(8).
          05 WS-INV-LINE-LAST-DATE  PIC X(8).
          05 WS-INV-LINE-ATTEMPTS   PIC 9(3).
          05 WS-INV-LINE-OFFICE   PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.

      *********************************
      * Office reject return feed records - layout as in
      * VALIDATE.CBL
       01 WS-OFCR-LINE.
          05 WS-OFCR-TYPE         PIC X     VALUE 'D'.
          05 WS-OFCR-OFFICE       PIC X(3).
          05 WS-OFCR-RECORD       PIC X(80).
          05 WS-OFCR-REASON       PIC X(118).
          05 FILLER               PIC X(8)  VALUE SPACES.

       01 WS-OFCR-TRAILER.
          05 WS-OFCR-TRL-TYPE     PIC X     VALUE 'T'.
          05 WS-OFCR-TRL-OFFICE   PIC X(3).
          05 WS-OFCR-TRL-COUNT    PIC 9(7).
          05 FILLER               PIC X(199) VALUE SPACES.

      *********************************
      * Extract trailer - layout as in VALIDATE.CBL. One trailer
      * goes behind the merged extract, counting what it carries
       01 WS-ACCP-TRAILER.
          05 WS-ACCP-TRL-ID      PIC X(5).
          05 WS-ACCP-TRL-COUNT   PIC 9(7).
          05 WS-ACCP-TRL-RTR-CT  PIC 9(7).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-ACCP-TRL-SOURCE  PIC X      VALUE 'T'.
          05 FILLER              PIC X(26)  VALUE SPACES.

      *********************************
      * Run-history record - layout as in VALIDATE.CBL
       01 WS-HIST-LINE.
          05 WS-HIST-DATE        PIC 9(8).
          05 WS-HIST-TIME        PIC 9(6).
          05 WS-HIST-READ        PIC 9(5).
          05 WS-HIST-VALID       PIC 9(5).
          05 WS-HIST-INVALID     PIC 9(5).
          05 WS-HIST-S1-INVALID  PIC 9(3).
          05 WS-HIST-S2-INVALID  PIC 9(3).
          05 WS-HIST-S3-INVALID  PIC 9(3).
          05 WS-HIST-BALANCE     PIC X.
          05 WS-HIST-BAT-OOB     PIC 9(3).
          05 WS-HIST-CAT-COUNT   PIC 9(2).
          05 WS-HIST-CAT-ENTRY   OCCURS 10 TIMES.
             10 WS-HIST-CAT-LETTER   PIC X.
             10 WS-HIST-CAT-PASS     PIC 9(5).
             10 WS-HIST-CAT-FAIL     PIC 9(5).
             10 WS-HIST-CAT-AVG1     PIC 9(3).
             10 WS-HIST-CAT-AVG2     PIC 9(3).
             10 WS-HIST-CAT-AVG3     PIC 9(3).
          05 FILLER              PIC X(6)   VALUE SPACES.

       01 WS-HIST-CONTROL.
          05 WS-HIST-STATUS      PIC XX     VALUE SPACES.
          05 WS-RUN-TIME-RAW     PIC 9(8)   VALUE 0.
          05 WS-RUN-TIME         PIC 9(6)   VALUE 0.

       01 WS-RUN-DATE            PIC 9(8)   VALUE 0.

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
          05 WS-EDIT-COUNT       PIC ZZZZ9.
          05 WS-EDIT-COUNT2      PIC ZZZZ9.
          05 WS-EDIT-COUNT3      PIC ZZZZ9.
          05 WS-EDIT-COUNT4      PIC ZZZZ9.
          05 WS-EDIT-COUNT5      PIC ZZZZ9.
          05 WS-EDIT-SCORE       PIC ZZ9.
          05 WS-EDIT-GSEQ        PIC ZZZZZZ9.
          05 WS-WIN-PART-NO      PIC 9      VALUE 0.

      *********************************
      * Report presentation control for the MERGED section - the
      * same 60-line pages and title block as RECVAL's own, without
      * the detail column headers since the section has no detail
       01 WS-PAGE-CONTROL.
          05 WS-PRINT-REC        PIC X(132).
          05 WS-LINE-COUNT       PIC 9(3)   VALUE 99.
          05 WS-PAGE-SIZE        PIC 9(3)   VALUE 60.
          05 WS-PAGE-NUM         PIC 9(4)   VALUE 0.
          05 WS-PASS-TYPE        PIC X(11)  VALUE 'MERGED'.

       01 WS-TITLE-LINE-1.
          05 FILLER              PIC X(40)  VALUE
             'RVMERGE - PARTITIONED VALIDATION MERGE'.
          05 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
          05 WS-TITLE-DATE       PIC 9(8).
          05 FILLER              PIC X(8)   VALUE '  TIME: '.
          05 WS-TITLE-TIME       PIC 9(6).
          05 FILLER              PIC X(10)  VALUE SPACES.
          05 FILLER              PIC X(5)   VALUE 'PAGE '.
          05 WS-TITLE-PAGE       PIC ZZZ9.

       01 WS-TITLE-LINE-2.
          05 FILLER              PIC X(6)   VALUE 'PASS: '.
          05 WS-TITLE-PASS       PIC X(11).

       01 WS-HEADER-LINE-2.
          05 FILLER              PIC X(80)  VALUE ALL "-".


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SPLIT-CONTROL
           PERFORM 2200-LOAD-PART-CHECKPOINTS
           PERFORM 2600-RESOLVE-CROSS-IDS
           PERFORM 3000-MERGE-SUSPECTS
           PERFORM 3200-MERGE-HELD-REVISIONS
           PERFORM 3400-MERGE-EXTRACTS
           PERFORM 5000-BACK-OUT-DEMOTED
           PERFORM 3600-MERGE-REPORTS
           PERFORM 3800-MERGE-REJECTS
           PERFORM 4000-MERGE-OFFICE-RETURNS
           PERFORM 9000-PRINT-MERGE-REPORT
           PERFORM 8850-WRITE-MERGED-CHECKPOINT
           PERFORM 9500-WRITE-RUN-HISTORY
           PERFORM 1010-CLOSE
           IF NOT TRAILER-OUT-OF-BAL-YES
              PERFORM 9450-REWRITE-REGISTRY
           END-IF
           IF TRAILER-OUT-OF-BAL-YES OR FOOT-FAILED-YES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BATCH-OOB-COUNT > 0
                 OR WS-BATCH-REJECT-COUNT > 0
                 OR WS-BATCH-OVERFLOW > 0
                 OR WS-BATCH-GAP-COUNT > 0
                 OR WS-MISSING-COUNT > 0
                 OR WS-REC-UNRESOLVED > 0
                 OR REG-REWRITE-FAILED-YES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 9600-WRITE-JOB-STATUS
           STOP RUN
           .

      * Appends the split's and the partitions' own job-status
      * records to the day's feed, then this step's - the merged
      * record stands where a whole-file main pass's would, so the
      * operations summary reads the day's figures from it
       9600-WRITE-JOB-STATUS.
           OPEN EXTEND JSTAT-DATA
           IF WS-JSTAT-STATUS = '00' OR '05'
              PERFORM 9610-COPY-SPLIT-STATUS
              PERFORM 9620-COPY-PART-STATUS
                 VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > 4
              MOVE SPACES TO WS-JSTAT-LINE
              MOVE 'RVMERGE' TO WS-JST-PROGRAM
              MOVE 'M' TO WS-JST-PASS
              MOVE WS-RUN-DATE TO WS-JST-DATE
              MOVE WS-RUN-TIME TO WS-JST-TIME
              MOVE RETURN-CODE TO WS-JST-RC
              EVALUATE TRUE
                 WHEN TRAILER-OUT-OF-BAL-YES
                    MOVE 'O' TO WS-JST-BALANCE
                 WHEN WS-BATCH-OOB-COUNT > 0
                    MOVE 'P' TO WS-JST-BALANCE
                 WHEN OTHER
                    MOVE 'B' TO WS-JST-BALANCE
              END-EVALUATE
              MOVE WS-REC-READ TO WS-JST-COUNT(1)
              MOVE WS-REC-VALID TO WS-JST-COUNT(2)
              MOVE WS-REC-INVALID TO WS-JST-COUNT(3)
              MOVE WS-REC-SUSPECT TO WS-JST-COUNT(4)
              MOVE WS-REC-RETRACTED TO WS-JST-COUNT(5)
              MOVE WS-REC-REVISED TO WS-JST-COUNT(6)
              WRITE JSTAT-DATA-RECORD FROM WS-JSTAT-LINE
              CLOSE JSTAT-DATA
           END-IF
           .

       9610-COPY-SPLIT-STATUS.
           OPEN INPUT SJST-DATA
           IF WS-PART-STATUS = '00'
              MOVE 'N' TO WS-PIN-EOF
              PERFORM 9615-COPY-SPLIT-STATUS-REC
                 UNTIL PIN-EOF-YES
              CLOSE SJST-DATA
           END-IF
           .

       9615-COPY-SPLIT-STATUS-REC.
           READ SJST-DATA
           AT END
              SET PIN-EOF-YES TO TRUE
           NOT AT END
              WRITE JSTAT-DATA-RECORD FROM SJST-DATA-RECORD
           END-READ
           .

       9620-COPY-PART-STATUS.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PJST1-DATA
              WHEN 2
                 OPEN INPUT PJST2-DATA
              WHEN 3
                 OPEN INPUT PJST3-DATA
              WHEN OTHER
                 OPEN INPUT PJST4-DATA
           END-EVALUATE
           IF WS-PART-STATUS = '00'
              MOVE 'N' TO WS-PIN-EOF
              PERFORM 9625-COPY-PART-STATUS-REC
                 UNTIL PIN-EOF-YES
              EVALUATE WS-PART-IDX
                 WHEN 1
                    CLOSE PJST1-DATA
                 WHEN 2
                    CLOSE PJST2-DATA
                 WHEN 3
                    CLOSE PJST3-DATA
                 WHEN OTHER
                    CLOSE PJST4-DATA
              END-EVALUATE
           END-IF
           .

       9625-COPY-PART-STATUS-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PJST1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PJST2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PJST3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PJST4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              WRITE JSTAT-DATA-RECORD FROM WS-PIN-RECORD(1:80)
           END-IF
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           PERFORM 1050-LOAD-RULES
           PERFORM 1400-LOAD-OFFICE-REGISTRY
           OPEN INPUT MSTR-VS
           IF WS-MSTRVS-STATUS = '00'
              SET REV-ACTIVE-YES TO TRUE
           END-IF
           .

       1010-CLOSE.
           CLOSE VALREPO
           IF REV-ACTIVE-YES
              CLOSE MSTR-VS
           END-IF
           .

      * Refuses the merge - nothing has been written to the merged
      * datasets when any of these is raised
       1090-MERGE-ERROR.
           DISPLAY 'RVMERGE: MERGE REFUSED - ' WS-PART-ERR-TEXT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Only the CATEGORY and TRAILID rules matter here - the
      * partitions have already validated the member against
      * everything else, and the merge must band and count with
      * the very table they used
       1050-LOAD-RULES.
           OPEN INPUT RULE-DATA
           IF WS-RULE-STATUS NOT = '00'
              MOVE 'RULEFILE MISSING OR UNREADABLE'
                 TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM 1055-READ-RULE
              UNTIL EOF-YES
           CLOSE RULE-DATA
           IF WS-RULE-CAT-COUNT = 0
              MOVE 'NO CATEGORY RULES DEFINED' TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
           END-IF
           .

       1055-READ-RULE.
           READ RULE-DATA
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              MOVE RULE-DATA-RECORD TO WS-RULE-RECORD
              IF WS-RULE-RECORD(1:1) NOT = '*'
                 AND WS-RULE-RECORD NOT = SPACES
                 PERFORM 1060-APPLY-RULE
              END-IF
           END-READ
           .

       1060-APPLY-RULE.
           MOVE SPACES TO WS-RULE-KW WS-RULE-OP1 WS-RULE-OP2
           UNSTRING WS-RULE-RECORD
              DELIMITED BY ALL ' '
              INTO WS-RULE-KW WS-RULE-OP1 WS-RULE-OP2
           END-UNSTRING
           EVALUATE WS-RULE-KW
              WHEN 'CATEGORY'
                 IF WS-RULE-OP2(1:3) IS NOT NUMERIC
                    OR WS-RULE-CAT-COUNT >= 10
                    MOVE 'BAD CATEGORY RULE' TO WS-PART-ERR-TEXT
                    PERFORM 1090-MERGE-ERROR
                 END-IF
                 ADD 1 TO WS-RULE-CAT-COUNT
                 MOVE WS-RULE-OP1(1:1)
                    TO WS-RULE-CAT-LETTER(WS-RULE-CAT-COUNT)
                 MOVE WS-RULE-OP2(1:3)
                    TO WS-RULE-CAT-MIN(WS-RULE-CAT-COUNT)
              WHEN 'TRAILID'
                 MOVE WS-RULE-OP1(1:5) TO WS-TRAILER-ID
           END-EVALUATE
           .

      * The registry as RECVAL loads it - the partitions have read
      * the same dataset, so a bad one has already stopped them
       1400-LOAD-OFFICE-REGISTRY.
           OPEN INPUT OFCREG-DATA
           IF WS-REG-STATUS NOT = '00'
              MOVE 'OFCREG MISSING OR UNREADABLE' TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
           END-IF
           MOVE 'N' TO WS-REG-EOF
           PERFORM 1410-READ-REGISTRY
              UNTIL REG-EOF-YES
           CLOSE OFCREG-DATA
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
                    TO WS-PART-ERR-TEXT
                 PERFORM 1090-MERGE-ERROR
              END-IF
              ADD 1 TO WS-REG-LINE-COUNT
              MOVE WS-REG-RECORD TO WS-REG-LINE(WS-REG-LINE-COUNT)
              IF WS-REG-RECORD(1:1) NOT = '*'
                 AND WS-REG-RECORD NOT = SPACES
                 PERFORM 1420-ADD-REGISTRY-OFFICE
              END-IF
           END-READ
           .

       1420-ADD-REGISTRY-OFFICE.
           IF WS-REG-COUNT >= 200
              MOVE 'MORE THAN 200 OFFICES' TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
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

      * Reads SPLITCTL. The H record is written last, so a dataset
      * without one is a split that never finished; the P records
      * must carry the same stamp, and every X record joins the
      * chain for its ID in the order it was written - whole-file
      * order
       2000-LOAD-SPLIT-CONTROL.
           OPEN INPUT SPLT-DATA
           IF WS-SPLT-STATUS NOT = '00'
              MOVE 'SPLITCTL MISSING OR UNREADABLE' TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM 2010-READ-SPLIT-RECORD
              UNTIL EOF-YES
           CLOSE SPLT-DATA
           IF NOT SPLIT-HDR-FOUND-YES
              MOVE 'SPLITCTL HAS NO HEADER - THE SPLIT DID NOT FINISH'
                 TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
           END-IF
           PERFORM 2030-CHECK-SPLIT-PART
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           .

       2010-READ-SPLIT-RECORD.
           READ SPLT-DATA INTO WS-SPLT-RECORD
           AT END
              SET EOF-YES TO TRUE
           NOT AT END
              EVALUATE WS-SPX-TYPE
                 WHEN 'X'
                    PERFORM 2020-ADD-CROSS-ENTRY
                 WHEN 'P'
                    IF WS-SPP-PART >= 1 AND WS-SPP-PART <= 4
                       MOVE 'Y' TO WS-PRT-P-FOUND(WS-SPP-PART)
                       COMPUTE WS-PRT-STAMP(WS-SPP-PART) =
                          WS-SPP-DATE * 1000000 + WS-SPP-TIME
                       MOVE WS-SPP-DATA TO WS-PRT-DATA(WS-SPP-PART)
                       MOVE WS-SPP-HEADERS
                          TO WS-PRT-HEADERS(WS-SPP-PART)
                       MOVE WS-SPP-TABLED
                          TO WS-PRT-TABLED(WS-SPP-PART)
                    END-IF
                 WHEN 'H'
                    SET SPLIT-HDR-FOUND-YES TO TRUE
                    MOVE WS-SPH-DATE TO WS-SPLIT-DATE
                    MOVE WS-SPH-TIME TO WS-SPLIT-TIME
                    MOVE WS-SPH-READ TO WS-SPLIT-READ
                    MOVE WS-SPH-DATA TO WS-SPLIT-DATA-RECS
                    MOVE WS-SPH-CROSS-IDS TO WS-SPLIT-CROSS-IDS
                    MOVE WS-SPH-CROSS-OCC TO WS-SPLIT-CROSS-OCC
                    MOVE WS-SPH-BATCHED TO WS-SPLIT-BATCHED
              END-EVALUATE
           END-READ
           .

      * XID-FIRST/XID-LAST are subscripted by the ID's value plus
      * one, the same direct-address lookup RECVAL uses for its
      * accepted-ID table
       2020-ADD-CROSS-ENTRY.
           IF WS-SPX-ID IS NUMERIC
              IF WS-XE-COUNT >= 20000
                 MOVE 'MORE THAN 20000 CROSS-PARTITION RECORDS'
                    TO WS-PART-ERR-TEXT
                 PERFORM 1090-MERGE-ERROR
              END-IF
              ADD 1 TO WS-XE-COUNT
              MOVE WS-SPX-ID TO WS-XE-ID(WS-XE-COUNT)
              MOVE WS-SPX-PART TO WS-XE-PART(WS-XE-COUNT)
              MOVE WS-SPX-PSEQ TO WS-XE-PSEQ(WS-XE-COUNT)
              MOVE WS-SPX-GSEQ TO WS-XE-GSEQ(WS-XE-COUNT)
              MOVE WS-SPX-OFFICE TO WS-XE-OFFICE(WS-XE-COUNT)
              MOVE WS-SPX-BATCH TO WS-XE-BATCH(WS-XE-COUNT)
              MOVE WS-SPX-RECORD TO WS-XE-RECORD(WS-XE-COUNT)
              MOVE 0 TO WS-XE-NEXT(WS-XE-COUNT)
              MOVE 'N' TO WS-XE-ACCEPTED(WS-XE-COUNT)
              MOVE SPACE TO WS-XE-STATUS(WS-XE-COUNT)
              MOVE SPACE TO WS-XE-CLASS(WS-XE-COUNT)
              MOVE 0 TO WS-XE-WIN-PART(WS-XE-COUNT)
              MOVE 'N' TO WS-XE-INV-USED(WS-XE-COUNT)
              MOVE 'N' TO WS-XE-OFR-USED(WS-XE-COUNT)
              MOVE 'N' TO WS-XE-FIXED(WS-XE-COUNT)
              MOVE WS-SPX-ID TO WS-XID-NUM
              COMPUTE WS-XID-SUB = WS-XID-NUM + 1
              IF WS-XID-FIRST(WS-XID-SUB) = 0
                 MOVE WS-XE-COUNT TO WS-XID-FIRST(WS-XID-SUB)
              ELSE
                 MOVE WS-XE-COUNT
                    TO WS-XE-NEXT(WS-XID-LAST(WS-XID-SUB))
              END-IF
              MOVE WS-XE-COUNT TO WS-XID-LAST(WS-XID-SUB)
           END-IF
           .

       2030-CHECK-SPLIT-PART.
           IF WS-PRT-P-FOUND(WS-PART-IDX) NOT = 'Y'
              OR WS-PRT-STAMP(WS-PART-IDX) NOT = WS-SPLIT-STAMP
              MOVE WS-PART-IDX TO WS-PART-NO
              MOVE SPACES TO WS-PART-ERR-TEXT
              STRING 'SPLITCTL PARTITION ' DELIMITED BY SIZE
                     WS-PART-NO DELIMITED BY SIZE
                     ' RECORD MISSING OR FROM ANOTHER SPLIT'
                        DELIMITED BY SIZE
                     INTO WS-PART-ERR-TEXT
              END-STRING
              PERFORM 1090-MERGE-ERROR
           END-IF
           .

      * Reads each partition's checkpoint through to the end, as
      * RECVAL's own restart scan does. Only the last totals record
      * counts, and it must be the cleared marker of a clean finish
      * against this split with every record the split gave the
      * partition read - anything else means the partition has not
      * finished and the merge cannot go ahead. A totals record
      * also throws away the batch records read before it, so only
      * the final batch table survives
       2200-LOAD-PART-CHECKPOINTS.
           PERFORM 2210-LOAD-ONE-CHECKPOINT
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           .

       2210-LOAD-ONE-CHECKPOINT.
           MOVE WS-PART-IDX TO WS-PART-NO
           MOVE WS-BATCH-COUNT TO WS-PRT-BASE(WS-PART-IDX)
           MOVE 0 TO WS-PRT-ID-RECS(WS-PART-IDX)
           MOVE 'N' TO WS-PART-T-SEEN
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PCHK1-DATA
              WHEN 2
                 OPEN INPUT PCHK2-DATA
              WHEN 3
                 OPEN INPUT PCHK3-DATA
              WHEN OTHER
                 OPEN INPUT PCHK4-DATA
           END-EVALUATE
           IF WS-PART-STATUS = '00'
              MOVE 'N' TO WS-PIN-EOF
              PERFORM 2220-READ-CHECKPOINT
                 UNTIL PIN-EOF-YES
              EVALUATE WS-PART-IDX
                 WHEN 1
                    CLOSE PCHK1-DATA
                 WHEN 2
                    CLOSE PCHK2-DATA
                 WHEN 3
                    CLOSE PCHK3-DATA
                 WHEN OTHER
                    CLOSE PCHK4-DATA
              END-EVALUATE
           END-IF
           IF NOT PART-T-SEEN-YES
              PERFORM 2290-PART-NOT-FINISHED
           END-IF
           MOVE WS-PART-LAST-T TO WS-PCHK-RECORD
           IF WS-PCK-T-REC-READ IS NOT NUMERIC
              OR WS-PCK-T-FINAL-READ IS NOT NUMERIC
              OR WS-PCK-T-PART-NO IS NOT NUMERIC
              OR WS-PCK-T-SPLIT-STAMP IS NOT NUMERIC
              PERFORM 2290-PART-NOT-FINISHED
           END-IF
           IF WS-PCK-T-REC-READ NOT = 0
              OR WS-PCK-T-PART-NO NOT = WS-PART-NO
              OR WS-PCK-T-SPLIT-STAMP NOT = WS-SPLIT-STAMP
              OR WS-PCK-T-FINAL-READ NOT = WS-PRT-DATA(WS-PART-IDX)
              PERFORM 2290-PART-NOT-FINISHED
           END-IF
           PERFORM 2260-ADD-PART-TOTALS
      * A checkpoint cut short behind its last totals record would
      * lose batches or accepted IDs without a word - the split's
      * count of the batches the partition may table and the
      * partition's own accepted count say how many of each there
      * must be. A batch past the whole file's 20th is refused
      * whole and never tabled, so it is not among them
           IF WS-PRT-BATCHES(WS-PART-IDX)
                 NOT = WS-PRT-TABLED(WS-PART-IDX)
              OR WS-PRT-ID-RECS(WS-PART-IDX) NOT = WS-PCK-T-ACC-COUNT
              PERFORM 2290-PART-NOT-FINISHED
           END-IF
           PERFORM 2280-PROBE-PART-OUTPUTS
           .

       2220-READ-CHECKPOINT.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PCHK1-DATA INTO WS-PCHK-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PCHK2-DATA INTO WS-PCHK-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PCHK3-DATA INTO WS-PCHK-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PCHK4-DATA INTO WS-PCHK-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              EVALUATE TRUE
                 WHEN PCK-TYPE-TOTALS
                    MOVE WS-PCHK-RECORD TO WS-PART-LAST-T
                    SET PART-T-SEEN-YES TO TRUE
                    MOVE WS-PRT-BASE(WS-PART-IDX) TO WS-BATCH-COUNT
                 WHEN PCK-TYPE-ID
                    ADD 1 TO WS-PRT-ID-RECS(WS-PART-IDX)
                    PERFORM 2230-NOTE-ACCEPTED-ID
                 WHEN PCK-TYPE-BATCH
                    PERFORM 2240-ADD-MERGED-BATCH
              END-EVALUATE
           END-IF
           .

      * Every ID a partition accepted joins the merged ID set once.
      * When the ID is one the split listed, the sequence number
      * on the checkpoint record says which occurrence was taken
       2230-NOTE-ACCEPTED-ID.
           IF WS-PCK-I-ID IS NUMERIC
              MOVE WS-PCK-I-ID TO WS-ACC-ID-NUM
              COMPUTE WS-ACC-SUB = WS-ACC-ID-NUM + 1
              IF WS-ACC-FLAG(WS-ACC-SUB) NOT = 'Y'
                 MOVE 'Y' TO WS-ACC-FLAG(WS-ACC-SUB)
                 ADD 1 TO WS-ACC-COUNT
                 MOVE WS-PCK-I-ID TO WS-ACC-ID(WS-ACC-COUNT)
              END-IF
              IF WS-XID-FIRST(WS-ACC-SUB) > 0
                 MOVE WS-PCK-I-ID TO WS-FIND-ID
                 MOVE WS-PCK-I-SEQ TO WS-FIND-SEQ
                 SET FIND-CHKPT-SEQ TO TRUE
                 PERFORM 2900-FIND-ENTRY
                 IF WS-FIND-FOUND = 'Y'
                    MOVE 'Y' TO WS-XE-ACCEPTED(WS-FIND-IDX)
                 ELSE
                    MOVE SPACES TO WS-PART-ERR-TEXT
                    STRING 'PARTITION ' DELIMITED BY SIZE
                           WS-PART-NO DELIMITED BY SIZE
                           ' TOOK ID ' DELIMITED BY SIZE
                           WS-PCK-I-ID DELIMITED BY SIZE
                           ' AT A POSITION THE SPLIT NEVER LISTED'
                              DELIMITED BY SIZE
                           INTO WS-PART-ERR-TEXT
                    END-STRING
                    PERFORM 1090-MERGE-ERROR
                 END-IF
              END-IF
           END-IF
           .

       2240-ADD-MERGED-BATCH.
           IF WS-BATCH-COUNT >= 80
              MOVE 'MORE THAN 80 BATCHES ACROSS THE PARTITIONS'
                 TO WS-PART-ERR-TEXT
              PERFORM 1090-MERGE-ERROR
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE WS-PART-IDX TO WS-BAT-PART(WS-BATCH-COUNT)
           MOVE WS-PCK-B-OFFICE TO WS-BAT-OFFICE(WS-BATCH-COUNT)
           MOVE WS-PCK-B-DATE TO WS-BAT-DATE(WS-BATCH-COUNT)
           MOVE WS-PCK-B-SEQ TO WS-BAT-SEQ(WS-BATCH-COUNT)
           MOVE WS-PCK-B-READ TO WS-BAT-READ(WS-BATCH-COUNT)
           MOVE WS-PCK-B-VALID TO WS-BAT-VALID(WS-BATCH-COUNT)
           MOVE WS-PCK-B-INVALID TO WS-BAT-INVALID(WS-BATCH-COUNT)
           MOVE WS-PCK-B-EXPECTED TO WS-BAT-EXPECTED(WS-BATCH-COUNT)
           MOVE WS-PCK-B-TRAILER-FND
              TO WS-BAT-TRAILER-FND(WS-BATCH-COUNT)
           MOVE WS-PCK-B-OOB TO WS-BAT-OOB(WS-BATCH-COUNT)
           MOVE WS-PCK-B-SUSPECT TO WS-BAT-SUSPECT(WS-BATCH-COUNT)
           MOVE WS-PCK-B-REJECT TO WS-BAT-REJECT(WS-BATCH-COUNT)
           MOVE WS-PCK-B-GAP TO WS-BAT-GAP(WS-BATCH-COUNT)
           MOVE WS-PCK-B-HW-DATE TO WS-BAT-HW-DATE(WS-BATCH-COUNT)
           MOVE WS-PCK-B-HW-SEQ TO WS-BAT-HW-SEQ(WS-BATCH-COUNT)
           .

      * Opens and closes each of the partition's other datasets
      * so a missing one stops the merge here, before any merged
      * dataset has been opened
       2280-PROBE-PART-OUTPUTS.
           EVALUATE WS-PART-IDX
              WHEN 1
                 MOVE 'SUSPFILE' TO WS-PIN-DD
                 OPEN INPUT PSUS1-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PSUS1-DATA
                 MOVE 'REVHELD' TO WS-PIN-DD
                 OPEN INPUT PHLD1-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PHLD1-DATA
                 MOVE 'ACCPFILE' TO WS-PIN-DD
                 OPEN INPUT PACC1-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PACC1-DATA
                 MOVE 'VALREPO' TO WS-PIN-DD
                 OPEN INPUT PREP1-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PREP1-DATA
                 MOVE 'INVFILE' TO WS-PIN-DD
                 OPEN INPUT PINV1-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PINV1-DATA
                 MOVE 'OFCRTRN' TO WS-PIN-DD
                 OPEN INPUT POFR1-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE POFR1-DATA
              WHEN 2
                 MOVE 'SUSPFILE' TO WS-PIN-DD
                 OPEN INPUT PSUS2-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PSUS2-DATA
                 MOVE 'REVHELD' TO WS-PIN-DD
                 OPEN INPUT PHLD2-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PHLD2-DATA
                 MOVE 'ACCPFILE' TO WS-PIN-DD
                 OPEN INPUT PACC2-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PACC2-DATA
                 MOVE 'VALREPO' TO WS-PIN-DD
                 OPEN INPUT PREP2-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PREP2-DATA
                 MOVE 'INVFILE' TO WS-PIN-DD
                 OPEN INPUT PINV2-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PINV2-DATA
                 MOVE 'OFCRTRN' TO WS-PIN-DD
                 OPEN INPUT POFR2-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE POFR2-DATA
              WHEN 3
                 MOVE 'SUSPFILE' TO WS-PIN-DD
                 OPEN INPUT PSUS3-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PSUS3-DATA
                 MOVE 'REVHELD' TO WS-PIN-DD
                 OPEN INPUT PHLD3-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PHLD3-DATA
                 MOVE 'ACCPFILE' TO WS-PIN-DD
                 OPEN INPUT PACC3-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PACC3-DATA
                 MOVE 'VALREPO' TO WS-PIN-DD
                 OPEN INPUT PREP3-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PREP3-DATA
                 MOVE 'INVFILE' TO WS-PIN-DD
                 OPEN INPUT PINV3-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PINV3-DATA
                 MOVE 'OFCRTRN' TO WS-PIN-DD
                 OPEN INPUT POFR3-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE POFR3-DATA
              WHEN OTHER
                 MOVE 'SUSPFILE' TO WS-PIN-DD
                 OPEN INPUT PSUS4-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PSUS4-DATA
                 MOVE 'REVHELD' TO WS-PIN-DD
                 OPEN INPUT PHLD4-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PHLD4-DATA
                 MOVE 'ACCPFILE' TO WS-PIN-DD
                 OPEN INPUT PACC4-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PACC4-DATA
                 MOVE 'VALREPO' TO WS-PIN-DD
                 OPEN INPUT PREP4-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PREP4-DATA
                 MOVE 'INVFILE' TO WS-PIN-DD
                 OPEN INPUT PINV4-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE PINV4-DATA
                 MOVE 'OFCRTRN' TO WS-PIN-DD
                 OPEN INPUT POFR4-DATA
                 PERFORM 2990-CHECK-PART-OPEN
                 CLOSE POFR4-DATA
           END-EVALUATE
           .

      * Adds the partition's final figures into the merged totals
      * and keeps its own for the partitions table on the report
       2260-ADD-PART-TOTALS.
           ADD WS-PCK-T-FINAL-READ TO WS-REC-READ
           ADD WS-PCK-T-REC-VALID TO WS-REC-VALID
           ADD WS-PCK-T-REC-INVALID TO WS-REC-INVALID
           ADD WS-PCK-T-REC-RETRACTED TO WS-REC-RETRACTED
           ADD WS-PCK-T-REC-SUSPECT TO WS-REC-SUSPECT
           ADD WS-PCK-T-REC-REVISED TO WS-REC-REVISED
           ADD WS-PCK-T-REV-HELD TO WS-REC-REV-HELD
           ADD WS-PCK-T-SCORE1-INVALID TO WS-SCORE1-INVALID
           ADD WS-PCK-T-SCORE2-INVALID TO WS-SCORE2-INVALID
           ADD WS-PCK-T-SCORE3-INVALID TO WS-SCORE3-INVALID
           ADD WS-PCK-T-SCORE1-TOTAL TO WS-SCORE1-TOTAL
           ADD WS-PCK-T-SCORE2-TOTAL TO WS-SCORE2-TOTAL
           ADD WS-PCK-T-SCORE3-TOTAL TO WS-SCORE3-TOTAL
           ADD WS-PCK-T-BATCH-STRAY TO WS-BATCH-STRAY
           IF WS-PCK-T-BATCH-OVER IS NUMERIC
              ADD WS-PCK-T-BATCH-OVER TO WS-BATCH-OVERFLOW
           END-IF
           ADD WS-PCK-T-OFCR-BLANK TO WS-OFCR-BLANK-INV
           IF WS-PCK-T-TRL-OOB = 'Y'
              SET TRAILER-OUT-OF-BAL-YES TO TRUE
              MOVE WS-PART-NO TO WS-TRL-OOB-PART
           END-IF
           PERFORM 2265-ADD-PART-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 10
           PERFORM 2268-ADD-PART-BUCKET
              VARYING WS-GRADE-BUCKET FROM 1 BY 1
              UNTIL WS-GRADE-BUCKET > 7
           MOVE WS-PCK-T-FINAL-READ TO WS-PRT-READ(WS-PART-IDX)
           MOVE WS-PCK-T-REC-VALID TO WS-PRT-VALID(WS-PART-IDX)
           MOVE WS-PCK-T-REC-INVALID TO WS-PRT-INVALID(WS-PART-IDX)
           MOVE WS-PCK-T-REC-SUSPECT TO WS-PRT-SUSPECT(WS-PART-IDX)
           MOVE WS-PCK-T-REC-RETRACTED
              TO WS-PRT-RETRACTED(WS-PART-IDX)
           COMPUTE WS-PRT-BATCHES(WS-PART-IDX) =
              WS-BATCH-COUNT - WS-PRT-BASE(WS-PART-IDX)
           MOVE 0 TO WS-PRT-DEMOTED(WS-PART-IDX)
           .

       2265-ADD-PART-CATEGORY.
           ADD WS-PCK-T-CAT-PASS-COUNT(WS-CAT-IDX)
              TO WS-CAT-PASS-COUNT(WS-CAT-IDX)
           ADD WS-PCK-T-CAT-FAIL-COUNT(WS-CAT-IDX)
              TO WS-CAT-FAIL-COUNT(WS-CAT-IDX)
           ADD WS-PCK-T-CAT-SCORE1-TOTAL(WS-CAT-IDX)
              TO WS-CAT-SCORE1-TOTAL(WS-CAT-IDX)
           ADD WS-PCK-T-CAT-SCORE2-TOTAL(WS-CAT-IDX)
              TO WS-CAT-SCORE2-TOTAL(WS-CAT-IDX)
           ADD WS-PCK-T-CAT-SCORE3-TOTAL(WS-CAT-IDX)
              TO WS-CAT-SCORE3-TOTAL(WS-CAT-IDX)
           ADD WS-PCK-T-GRADE-CT(WS-CAT-IDX, 1)
              TO WS-GRADE-COUNT(WS-CAT-IDX, 1)
           ADD WS-PCK-T-GRADE-CT(WS-CAT-IDX, 2)
              TO WS-GRADE-COUNT(WS-CAT-IDX, 2)
           ADD WS-PCK-T-GRADE-CT(WS-CAT-IDX, 3)
              TO WS-GRADE-COUNT(WS-CAT-IDX, 3)
           .

       2268-ADD-PART-BUCKET.
           ADD WS-PCK-T-DIST-CT(WS-GRADE-BUCKET)
              TO WS-DIST-BUCKET(WS-GRADE-BUCKET)
           .

       2290-PART-NOT-FINISHED.
           MOVE SPACES TO WS-PART-ERR-TEXT
           STRING 'PARTITION ' DELIMITED BY SIZE
                  WS-PART-NO DELIMITED BY SIZE
                  ' HAS NOT FINISHED AGAINST THIS SPLIT - '
                     DELIMITED BY SIZE
                  'RERUN ITS JOB' DELIMITED BY SIZE
                  INTO WS-PART-ERR-TEXT
           END-STRING
           PERFORM 1090-MERGE-ERROR
           .

      * Walks each listed ID's occurrences in whole-file order. The
      * first one any partition took is the one a whole-file run
      * would have taken; everything after it either loses its
      * place (taken - demoted) or gains the duplicate reason
      * (rejected for its own reasons)
       2600-RESOLVE-CROSS-IDS.
           PERFORM 2610-RESOLVE-ONE-ENTRY
              VARYING WS-XE-IDX FROM 1 BY 1
              UNTIL WS-XE-IDX > WS-XE-COUNT
           .

       2610-RESOLVE-ONE-ENTRY.
           MOVE WS-XE-ID(WS-XE-IDX) TO WS-XID-NUM
           COMPUTE WS-XID-SUB = WS-XID-NUM + 1
           IF WS-XID-FIRST(WS-XID-SUB) = WS-XE-IDX
              MOVE 0 TO WS-XE-WIN-IDX
              MOVE WS-XE-IDX TO WS-XE-WALK
              PERFORM 2620-RULE-ON-ENTRY
                 UNTIL WS-XE-WALK = 0
           END-IF
           .

       2620-RULE-ON-ENTRY.
           IF WS-XE-WIN-IDX = 0
              IF WS-XE-ACCEPTED(WS-XE-WALK) = 'Y'
                 SET XE-WINNER(WS-XE-WALK) TO TRUE
                 MOVE WS-XE-WALK TO WS-XE-WIN-IDX
              ELSE
                 SET XE-NOT-TAKEN(WS-XE-WALK) TO TRUE
              END-IF
           ELSE
              IF WS-XE-ACCEPTED(WS-XE-WALK) = 'Y'
                 SET XE-DEMOTED(WS-XE-WALK) TO TRUE
              ELSE
                 SET XE-LATER(WS-XE-WALK) TO TRUE
              END-IF
              MOVE WS-XE-PART(WS-XE-WIN-IDX)
                 TO WS-XE-WIN-PART(WS-XE-WALK)
           END-IF
           MOVE WS-XE-NEXT(WS-XE-WALK) TO WS-XE-WALK
           .

      * Finds WS-FIND-ID's occurrence in partition WS-PART-IDX:
      *    A = the one the partition took
      *    I = the next rejected one not yet matched to an INVFILE
      *        record of the partition's
      *    O = the same for its OFCRTRN records
      *    C = the one at partition sequence WS-FIND-SEQ
      * A partition writes its rejects in the order it read them,
      * which is the order of the chain
       2900-FIND-ENTRY.
           MOVE 'N' TO WS-FIND-FOUND
           MOVE 0 TO WS-FIND-IDX
           IF WS-FIND-ID IS NUMERIC
              MOVE WS-FIND-ID TO WS-XID-NUM
              COMPUTE WS-XID-SUB = WS-XID-NUM + 1
              MOVE WS-XID-FIRST(WS-XID-SUB) TO WS-XE-WALK
              PERFORM 2910-TEST-ENTRY
                 UNTIL WS-XE-WALK = 0
                    OR WS-FIND-FOUND = 'Y'
           END-IF
           .

       2910-TEST-ENTRY.
           IF WS-XE-PART(WS-XE-WALK) = WS-PART-IDX
              EVALUATE TRUE
                 WHEN FIND-ACCEPTED
                    IF WS-XE-ACCEPTED(WS-XE-WALK) = 'Y'
                       MOVE 'Y' TO WS-FIND-FOUND
                    END-IF
                 WHEN FIND-INV-UNUSED
                    IF WS-XE-ACCEPTED(WS-XE-WALK) NOT = 'Y'
                       AND WS-XE-INV-USED(WS-XE-WALK) = 'N'
                       MOVE 'Y' TO WS-FIND-FOUND
                    END-IF
                 WHEN FIND-OFR-UNUSED
                    IF WS-XE-ACCEPTED(WS-XE-WALK) NOT = 'Y'
                       AND WS-XE-OFR-USED(WS-XE-WALK) = 'N'
                       MOVE 'Y' TO WS-FIND-FOUND
                    END-IF
                 WHEN FIND-CHKPT-SEQ
                    IF WS-XE-PSEQ(WS-XE-WALK) = WS-FIND-SEQ
                       MOVE 'Y' TO WS-FIND-FOUND
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-FIND-FOUND = 'Y'
              MOVE WS-XE-WALK TO WS-FIND-IDX
           ELSE
              MOVE WS-XE-NEXT(WS-XE-WALK) TO WS-XE-WALK
           END-IF
           .

      * Settles whether a partition record for a taken ID is one
      * the merge has demoted - DROP-THIS says leave it out
       2950-CHECK-TAKEN-RECORD.
           MOVE 'N' TO WS-DROP-THIS
           SET FIND-ACCEPTED TO TRUE
           PERFORM 2900-FIND-ENTRY
           IF WS-FIND-FOUND = 'Y'
              IF XE-DEMOTED(WS-FIND-IDX)
                 SET DROP-THIS-YES TO TRUE
              END-IF
           END-IF
           .

      * As above, noting which output the partition sent the taken
      * occurrence to - the totals a demotion has to back out
      * depend on it
       2960-CLASS-TAKEN-RECORD.
           PERFORM 2950-CHECK-TAKEN-RECORD
           IF WS-FIND-FOUND = 'Y'
              MOVE WS-CLASS-THIS TO WS-XE-CLASS(WS-FIND-IDX)
           END-IF
           .

      * A partition dataset that will not open means its job did
      * not get as far as writing it
       2990-CHECK-PART-OPEN.
           IF WS-PART-STATUS NOT = '00'
              MOVE SPACES TO WS-PART-ERR-TEXT
              STRING 'PARTITION ' DELIMITED BY SIZE
                     WS-PART-NO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-PIN-DD DELIMITED BY SPACE
                     ' WILL NOT OPEN - STATUS ' DELIMITED BY SIZE
                     WS-PART-STATUS DELIMITED BY SIZE
                     INTO WS-PART-ERR-TEXT
              END-STRING
              PERFORM 1090-MERGE-ERROR
           END-IF
           .

      * The suspect-review records, partition 1 first, less any
      * whose ID the merge demoted
       3000-MERGE-SUSPECTS.
           OPEN OUTPUT SUSP-DATA
           MOVE 'S' TO WS-CLASS-THIS
           PERFORM 3010-COPY-PART-SUSPECTS
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           CLOSE SUSP-DATA
           .

       3010-COPY-PART-SUSPECTS.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PSUS1-DATA
              WHEN 2
                 OPEN INPUT PSUS2-DATA
              WHEN 3
                 OPEN INPUT PSUS3-DATA
              WHEN OTHER
                 OPEN INPUT PSUS4-DATA
           END-EVALUATE
           MOVE 'N' TO WS-PIN-EOF
           PERFORM 3020-COPY-SUSPECT-REC
              UNTIL PIN-EOF-YES
           EVALUATE WS-PART-IDX
              WHEN 1
                 CLOSE PSUS1-DATA
              WHEN 2
                 CLOSE PSUS2-DATA
              WHEN 3
                 CLOSE PSUS3-DATA
              WHEN OTHER
                 CLOSE PSUS4-DATA
           END-EVALUATE
           .

       3020-COPY-SUSPECT-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PSUS1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PSUS2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PSUS3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PSUS4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              MOVE WS-PIN-RECORD(1:5) TO WS-FIND-ID
              PERFORM 2960-CLASS-TAKEN-RECORD
              IF NOT DROP-THIS-YES
                 WRITE SUSP-DATA-RECORD FROM WS-PIN-RECORD(1:214)
              END-IF
           END-IF
           .

      * The held revisions, the same way
       3200-MERGE-HELD-REVISIONS.
           OPEN OUTPUT HOLD-DATA
           MOVE 'H' TO WS-CLASS-THIS
           PERFORM 3210-COPY-PART-HELD
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           CLOSE HOLD-DATA
           .

       3210-COPY-PART-HELD.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PHLD1-DATA
              WHEN 2
                 OPEN INPUT PHLD2-DATA
              WHEN 3
                 OPEN INPUT PHLD3-DATA
              WHEN OTHER
                 OPEN INPUT PHLD4-DATA
           END-EVALUATE
           MOVE 'N' TO WS-PIN-EOF
           PERFORM 3220-COPY-HELD-REC
              UNTIL PIN-EOF-YES
           EVALUATE WS-PART-IDX
              WHEN 1
                 CLOSE PHLD1-DATA
              WHEN 2
                 CLOSE PHLD2-DATA
              WHEN 3
                 CLOSE PHLD3-DATA
              WHEN OTHER
                 CLOSE PHLD4-DATA
           END-EVALUATE
           .

       3220-COPY-HELD-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PHLD1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PHLD2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PHLD3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PHLD4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              MOVE WS-PIN-RECORD(1:5) TO WS-FIND-ID
              PERFORM 2960-CLASS-TAKEN-RECORD
              IF NOT DROP-THIS-YES
                 WRITE HOLD-DATA-RECORD FROM WS-PIN-RECORD(1:80)
              END-IF
           END-IF
           .

      * The accepted-records extract. Each partition closed its
      * own with a trailer; those are dropped and one trailer goes
      * behind the merged extract, counting what it carries
       3400-MERGE-EXTRACTS.
           OPEN OUTPUT ACCP-DATA
           PERFORM 3410-COPY-PART-EXTRACT
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           MOVE WS-TRAILER-ID TO WS-ACCP-TRL-ID
           MOVE WS-ACCP-KEPT TO WS-ACCP-TRL-COUNT
           MOVE WS-ACCP-RTR-KEPT TO WS-ACCP-TRL-RTR-CT
           WRITE ACCP-DATA-RECORD FROM WS-ACCP-TRAILER
           CLOSE ACCP-DATA
           .

       3410-COPY-PART-EXTRACT.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PACC1-DATA
              WHEN 2
                 OPEN INPUT PACC2-DATA
              WHEN 3
                 OPEN INPUT PACC3-DATA
              WHEN OTHER
                 OPEN INPUT PACC4-DATA
           END-EVALUATE
           MOVE 'N' TO WS-PIN-EOF
           PERFORM 3420-COPY-EXTRACT-REC
              UNTIL PIN-EOF-YES
           EVALUATE WS-PART-IDX
              WHEN 1
                 CLOSE PACC1-DATA
              WHEN 2
                 CLOSE PACC2-DATA
              WHEN 3
                 CLOSE PACC3-DATA
              WHEN OTHER
                 CLOSE PACC4-DATA
           END-EVALUATE
           .

       3420-COPY-EXTRACT-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PACC1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PACC2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PACC3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PACC4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              AND WS-PIN-RECORD(24:1) NOT = 'T'
              MOVE WS-PIN-RECORD(24:1) TO WS-CLASS-THIS
              MOVE WS-PIN-RECORD(1:5) TO WS-FIND-ID
              PERFORM 2960-CLASS-TAKEN-RECORD
              IF NOT DROP-THIS-YES
                 WRITE ACCP-DATA-RECORD FROM WS-PIN-RECORD(1:50)
                 ADD 1 TO WS-ACCP-KEPT
                 IF WS-CLASS-THIS = 'R'
                    ADD 1 TO WS-ACCP-RTR-KEPT
                 END-IF
              END-IF
           END-IF
           .

      * Takes each demoted record back out of the totals it was
      * counted into - which ones depends on the output its
      * partition sent it to - and counts it as the duplicate
      * reject a whole-file run would have made it, in its batch
      * as well. A demoted record no partition output carried is
      * left where it is and reported
       5000-BACK-OUT-DEMOTED.
           PERFORM 5010-BACK-OUT-ONE
              VARYING WS-XE-IDX FROM 1 BY 1
              UNTIL WS-XE-IDX > WS-XE-COUNT
           PERFORM 5080-RECOMPUTE-AVERAGES
           MOVE 0 TO WS-BATCH-OOB-COUNT
           MOVE 0 TO WS-BATCH-REJECT-COUNT
           MOVE 0 TO WS-BATCH-GAP-COUNT
           MOVE 0 TO WS-OFC-COUNT
           PERFORM 5090-ROLL-UP-BATCH
              VARYING WS-BATCH-IDX FROM 1 BY 1
              UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
           .

       5010-BACK-OUT-ONE.
           IF XE-DEMOTED(WS-XE-IDX)
              IF WS-XE-CLASS(WS-XE-IDX) = SPACE
                 SET XE-UNRESOLVED(WS-XE-IDX) TO TRUE
                 ADD 1 TO WS-REC-UNRESOLVED
                 MOVE WS-XE-PART(WS-XE-IDX) TO WS-PART-NO
                 DISPLAY 'RVMERGE: ID ' WS-XE-ID(WS-XE-IDX)
                    ' TAKEN IN PARTITION ' WS-PART-NO
                    ' IS ON NONE OF ITS OUTPUTS - LEFT AS TAKEN'
              ELSE
                 MOVE WS-XE-RECORD(WS-XE-IDX)(15:1) TO WS-IN-CATEGORY
                 PERFORM 6055-SET-CATEGORY-INDEX
                 EVALUATE WS-XE-CLASS(WS-XE-IDX)
                    WHEN 'M'
                    WHEN 'H'
                       PERFORM 5020-BACK-OUT-VALID
                    WHEN 'R'
                       SUBTRACT 1 FROM WS-REC-RETRACTED
                    WHEN OTHER
                       SUBTRACT 1 FROM WS-REC-SUSPECT
                 END-EVALUATE
                 PERFORM 5030-COUNT-AS-INVALID
              END-IF
           END-IF
           .

      * Undoes 7000-WRITE-VALID for the record - the score totals,
      * its category, the band and histogram bucket 7300 put it
      * in, and the revision count 7600 gave it
       5020-BACK-OUT-VALID.
           SUBTRACT 1 FROM WS-REC-VALID
           MOVE WS-XE-RECORD(WS-XE-IDX)(6:3) TO WS-SCORE1-N
           MOVE WS-XE-RECORD(WS-XE-IDX)(9:3) TO WS-SCORE2-N
           MOVE WS-XE-RECORD(WS-XE-IDX)(12:3) TO WS-SCORE3-N
           SUBTRACT WS-SCORE1-N FROM WS-SCORE1-TOTAL
           SUBTRACT WS-SCORE2-N FROM WS-SCORE2-TOTAL
           SUBTRACT WS-SCORE3-N FROM WS-SCORE3-TOTAL
           IF WS-CAT-FOUND = 'Y'
              SUBTRACT 1 FROM WS-CAT-PASS-COUNT(WS-CAT-IDX)
              SUBTRACT WS-SCORE1-N FROM WS-CAT-SCORE1-TOTAL(WS-CAT-IDX)
              SUBTRACT WS-SCORE2-N FROM WS-CAT-SCORE2-TOTAL(WS-CAT-IDX)
              SUBTRACT WS-SCORE3-N FROM WS-CAT-SCORE3-TOTAL(WS-CAT-IDX)
              MOVE WS-RULE-CAT-MIN(WS-CAT-IDX) TO WS-SCORE-MIN
           ELSE
              MOVE 0 TO WS-SCORE-MIN
           END-IF
           PERFORM 5025-SET-GRADE-BAND
           IF WS-CAT-FOUND = 'Y'
              SUBTRACT 1 FROM WS-GRADE-COUNT(WS-CAT-IDX, WS-GRADE-IDX)
           END-IF
           SUBTRACT 1 FROM WS-DIST-BUCKET(WS-GRADE-BUCKET)
           IF WS-XE-CLASS(WS-XE-IDX) = 'H'
              SUBTRACT 1 FROM WS-REC-REVISED
              SUBTRACT 1 FROM WS-REC-REV-HELD
           ELSE
              IF REV-ACTIVE-YES AND WS-REC-REVISED > 0
                 MOVE WS-XE-ID(WS-XE-IDX) TO MRV-ID
                 READ MSTR-VS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NOT MRV-RETIRED
                          SUBTRACT 1 FROM WS-REC-REVISED
                       END-IF
                 END-READ
              END-IF
           END-IF
           .

      * The band and bucket as 7300-SET-GRADE-BAND works them out
       5025-SET-GRADE-BAND.
           COMPUTE WS-GRADE-AVG =
              (WS-SCORE1-N + WS-SCORE2-N + WS-SCORE3-N) / 3
           EVALUATE TRUE
              WHEN WS-GRADE-AVG >= WS-SCORE-MIN + 20
                 MOVE 1 TO WS-GRADE-IDX
              WHEN WS-GRADE-AVG >= WS-SCORE-MIN + 10
                 MOVE 2 TO WS-GRADE-IDX
              WHEN OTHER
                 MOVE 3 TO WS-GRADE-IDX
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-GRADE-AVG < 50
                 MOVE 1 TO WS-GRADE-BUCKET
              WHEN WS-GRADE-AVG < 60
                 MOVE 2 TO WS-GRADE-BUCKET
              WHEN WS-GRADE-AVG < 70
                 MOVE 3 TO WS-GRADE-BUCKET
              WHEN WS-GRADE-AVG < 80
                 MOVE 4 TO WS-GRADE-BUCKET
              WHEN WS-GRADE-AVG < 90
                 MOVE 5 TO WS-GRADE-BUCKET
              WHEN WS-GRADE-AVG < 100
                 MOVE 6 TO WS-GRADE-BUCKET
              WHEN OTHER
                 MOVE 7 TO WS-GRADE-BUCKET
           END-EVALUATE
           .

      * What 5000-WRITE-INVALID would have counted for it
       5030-COUNT-AS-INVALID.
           ADD 1 TO WS-REC-INVALID
           IF WS-CAT-FOUND = 'Y'
              ADD 1 TO WS-CAT-FAIL-COUNT(WS-CAT-IDX)
           END-IF
           IF WS-XE-BATCH(WS-XE-IDX) > 0
              COMPUTE WS-MBAT-SUB =
                 WS-PRT-BASE(WS-XE-PART(WS-XE-IDX))
                 + WS-XE-BATCH(WS-XE-IDX)
              IF WS-XE-CLASS(WS-XE-IDX) = 'S'
                 SUBTRACT 1 FROM WS-BAT-SUSPECT(WS-MBAT-SUB)
              ELSE
                 SUBTRACT 1 FROM WS-BAT-VALID(WS-MBAT-SUB)
              END-IF
              ADD 1 TO WS-BAT-INVALID(WS-MBAT-SUB)
           END-IF
           IF WS-XE-OFFICE(WS-XE-IDX) = SPACES
              ADD 1 TO WS-OFCR-BLANK-INV
           END-IF
           ADD 1 TO WS-REC-DEMOTED
           ADD 1 TO WS-PRT-DEMOTED(WS-XE-PART(WS-XE-IDX))
           .

      * Maps the category letter to its subscript into
      * WS-CAT-ENTRY, as in VALIDATE.CBL
       6055-SET-CATEGORY-INDEX.
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM 6056-SEARCH-CATEGORY
              VARYING WS-CAT-SRCH FROM 1 BY 1
              UNTIL WS-CAT-SRCH > WS-RULE-CAT-COUNT
                 OR WS-CAT-FOUND = 'Y'
           .

       6056-SEARCH-CATEGORY.
           IF WS-RULE-CAT-LETTER(WS-CAT-SRCH) = WS-IN-CATEGORY
              MOVE 'Y' TO WS-CAT-FOUND
              MOVE WS-CAT-SRCH TO WS-CAT-IDX
           END-IF
           .

      * The averages from the merged totals, worked the way
      * 6000/6050 work them - truncated, valid records only
       5080-RECOMPUTE-AVERAGES.
           IF WS-REC-VALID > 0
              COMPUTE WS-SCORE1-AVG = WS-SCORE1-TOTAL / WS-REC-VALID
              COMPUTE WS-SCORE2-AVG = WS-SCORE2-TOTAL / WS-REC-VALID
              COMPUTE WS-SCORE3-AVG = WS-SCORE3-TOTAL / WS-REC-VALID
              COMPUTE WS-SCORE-TOTAL-AVG =
                 (WS-SCORE1-TOTAL + WS-SCORE2-TOTAL + WS-SCORE3-TOTAL)
                    / (WS-REC-VALID * 3)
           ELSE
              MOVE 0 TO WS-SCORE1-AVG
              MOVE 0 TO WS-SCORE2-AVG
              MOVE 0 TO WS-SCORE3-AVG
              MOVE 0 TO WS-SCORE-TOTAL-AVG
           END-IF
           PERFORM 5085-RECOMPUTE-CATEGORY-AVG
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT
           .

       5085-RECOMPUTE-CATEGORY-AVG.
           IF WS-CAT-PASS-COUNT(WS-CAT-IDX) > 0
              COMPUTE WS-CAT-SCORE1-AVG(WS-CAT-IDX) =
                 WS-CAT-SCORE1-TOTAL(WS-CAT-IDX) /
                 WS-CAT-PASS-COUNT(WS-CAT-IDX)
              COMPUTE WS-CAT-SCORE2-AVG(WS-CAT-IDX) =
                 WS-CAT-SCORE2-TOTAL(WS-CAT-IDX) /
                 WS-CAT-PASS-COUNT(WS-CAT-IDX)
              COMPUTE WS-CAT-SCORE3-AVG(WS-CAT-IDX) =
                 WS-CAT-SCORE3-TOTAL(WS-CAT-IDX) /
                 WS-CAT-PASS-COUNT(WS-CAT-IDX)
           ELSE
              MOVE 0 TO WS-CAT-SCORE1-AVG(WS-CAT-IDX)
              MOVE 0 TO WS-CAT-SCORE2-AVG(WS-CAT-IDX)
              MOVE 0 TO WS-CAT-SCORE3-AVG(WS-CAT-IDX)
           END-IF
           .

      * Counts the flagged batches and rolls each batch into its
      * office - the merged equivalents of the counts RECVAL keeps
      * as it goes and of 9080-BUILD-OFFICE-TOTALS
       5090-ROLL-UP-BATCH.
           IF WS-BAT-OOB(WS-BATCH-IDX) = 'Y'
              ADD 1 TO WS-BATCH-OOB-COUNT
           END-IF
           IF WS-BAT-REJECT(WS-BATCH-IDX) NOT = SPACE
              ADD 1 TO WS-BATCH-REJECT-COUNT
           END-IF
           IF WS-BAT-GAP(WS-BATCH-IDX) = 'Y'
              ADD 1 TO WS-BATCH-GAP-COUNT
           END-IF
           MOVE 'N' TO WS-OFC-FOUND
           IF WS-OFC-COUNT > 0
              PERFORM 5095-SEARCH-OFFICE
                 VARYING WS-OFC-IDX FROM 1 BY 1
                 UNTIL WS-OFC-IDX > WS-OFC-COUNT
                    OR WS-OFC-FOUND = 'Y'
              IF WS-OFC-FOUND = 'Y'
                 MOVE WS-OFC-MATCH-IDX TO WS-OFC-IDX
              END-IF
           END-IF
           IF WS-OFC-FOUND = 'N' AND WS-OFC-COUNT < 40
              ADD 1 TO WS-OFC-COUNT
              MOVE WS-OFC-COUNT TO WS-OFC-IDX
              MOVE WS-BAT-OFFICE(WS-BATCH-IDX)
                 TO WS-OFC-OFFICE(WS-OFC-IDX)
              MOVE 0 TO WS-OFC-BATCHES(WS-OFC-IDX)
              MOVE 0 TO WS-OFC-READ(WS-OFC-IDX)
              MOVE 0 TO WS-OFC-VALID(WS-OFC-IDX)
              MOVE 0 TO WS-OFC-INVALID(WS-OFC-IDX)
              MOVE 0 TO WS-OFC-SUSPECT(WS-OFC-IDX)
              MOVE 0 TO WS-OFC-OOB(WS-OFC-IDX)
              MOVE 'Y' TO WS-OFC-FOUND
           END-IF
           IF WS-OFC-FOUND = 'Y'
              ADD 1 TO WS-OFC-BATCHES(WS-OFC-IDX)
              ADD WS-BAT-READ(WS-BATCH-IDX)
                 TO WS-OFC-READ(WS-OFC-IDX)
              ADD WS-BAT-VALID(WS-BATCH-IDX)
                 TO WS-OFC-VALID(WS-OFC-IDX)
              ADD WS-BAT-INVALID(WS-BATCH-IDX)
                 TO WS-OFC-INVALID(WS-OFC-IDX)
              ADD WS-BAT-SUSPECT(WS-BATCH-IDX)
                 TO WS-OFC-SUSPECT(WS-OFC-IDX)
              IF WS-BAT-OOB(WS-BATCH-IDX) = 'Y'
                 ADD 1 TO WS-OFC-OOB(WS-OFC-IDX)
              END-IF
           END-IF
           .

       5095-SEARCH-OFFICE.
           IF WS-OFC-OFFICE(WS-OFC-IDX) = WS-BAT-OFFICE(WS-BATCH-IDX)
              MOVE 'Y' TO WS-OFC-FOUND
              MOVE WS-OFC-IDX TO WS-OFC-MATCH-IDX
           END-IF
           .

      * The partitions' own report pages, partition 1 first, less
      * the detail line of every demoted record. VALREPO stays
      * open for the MERGED section behind them
       3600-MERGE-REPORTS.
           OPEN OUTPUT VALREPO
           PERFORM 3610-COPY-PART-REPORT
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           .

       3610-COPY-PART-REPORT.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PREP1-DATA
              WHEN 2
                 OPEN INPUT PREP2-DATA
              WHEN 3
                 OPEN INPUT PREP3-DATA
              WHEN OTHER
                 OPEN INPUT PREP4-DATA
           END-EVALUATE
           MOVE 'N' TO WS-PIN-EOF
           PERFORM 3620-COPY-REPORT-REC
              UNTIL PIN-EOF-YES
           EVALUATE WS-PART-IDX
              WHEN 1
                 CLOSE PREP1-DATA
              WHEN 2
                 CLOSE PREP2-DATA
              WHEN 3
                 CLOSE PREP3-DATA
              WHEN OTHER
                 CLOSE PREP4-DATA
           END-EVALUATE
           .

       3620-COPY-REPORT-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PREP1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PREP2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PREP3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PREP4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              MOVE 'N' TO WS-DROP-THIS
              IF WS-PIN-RECORD(1:5) IS NUMERIC
                 MOVE WS-PIN-RECORD(1:5) TO WS-FIND-ID
                 PERFORM 2950-CHECK-TAKEN-RECORD
              END-IF
              IF NOT DROP-THIS-YES
                 WRITE VALREPO-REC FROM WS-PIN-RECORD(1:132)
              END-IF
           END-IF
           .

      * The rejects, partition 1 first, then one for each demoted
      * record. A reject for an ID already taken earlier in the
      * file in another partition gets the duplicate code in front
      * of its reason, where 4000-ERROR-CHECK would have put it -
      * unless its whole batch was refused, which RECVAL reports
      * on its own
       3800-MERGE-REJECTS.
           OPEN OUTPUT INV-DATA
           PERFORM 3810-COPY-PART-REJECTS
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           PERFORM 3850-WRITE-DEMOTED-REJECT
              VARYING WS-XE-IDX FROM 1 BY 1
              UNTIL WS-XE-IDX > WS-XE-COUNT
           CLOSE INV-DATA
           .

       3810-COPY-PART-REJECTS.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT PINV1-DATA
              WHEN 2
                 OPEN INPUT PINV2-DATA
              WHEN 3
                 OPEN INPUT PINV3-DATA
              WHEN OTHER
                 OPEN INPUT PINV4-DATA
           END-EVALUATE
           MOVE 'N' TO WS-PIN-EOF
           PERFORM 3820-COPY-REJECT-REC
              UNTIL PIN-EOF-YES
           EVALUATE WS-PART-IDX
              WHEN 1
                 CLOSE PINV1-DATA
              WHEN 2
                 CLOSE PINV2-DATA
              WHEN 3
                 CLOSE PINV3-DATA
              WHEN OTHER
                 CLOSE PINV4-DATA
           END-EVALUATE
           .

       3820-COPY-REJECT-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ PINV1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ PINV2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ PINV3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ PINV4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              MOVE WS-PIN-RECORD(1:224) TO WS-INV-LINE
              MOVE WS-INV-LINE-ORIGINAL(1:5) TO WS-FIND-ID
              SET FIND-INV-UNUSED TO TRUE
              PERFORM 2900-FIND-ENTRY
              IF WS-FIND-FOUND = 'Y'
                 MOVE 'Y' TO WS-XE-INV-USED(WS-FIND-IDX)
                 IF XE-LATER(WS-FIND-IDX)
                    MOVE WS-INV-LINE-REASON TO WS-REASON-WORK
                    PERFORM 3890-ADD-DUP-REASON
                    MOVE WS-REASON-WORK TO WS-INV-LINE-REASON
                 END-IF
              END-IF
              WRITE INV-DATA-RECORD FROM WS-INV-LINE
           END-IF
           .

       3850-WRITE-DEMOTED-REJECT.
           IF XE-DEMOTED(WS-XE-IDX)
              MOVE SPACES TO WS-INV-LINE
              MOVE WS-XE-RECORD(WS-XE-IDX) TO WS-INV-LINE-ORIGINAL
              MOVE WS-DUP-REASON TO WS-INV-LINE-REASON
              MOVE WS-RUN-DATE TO WS-INV-LINE-FIRST-DATE
              MOVE WS-RUN-DATE TO WS-INV-LINE-LAST-DATE
              MOVE 1 TO WS-INV-LINE-ATTEMPTS
              MOVE WS-XE-OFFICE(WS-XE-IDX) TO WS-INV-LINE-OFFICE
              WRITE INV-DATA-RECORD FROM WS-INV-LINE
           END-IF
           .

      * 5100-BUILD-REASON-TEXT lists the codes in checking order,
      * and 04 is only ever preceded by 01 - which an ID the split
      * listed cannot have - so the code goes at the front
       3890-ADD-DUP-REASON.
           MOVE 0 TO WS-DUP-TALLY
           INSPECT WS-REASON-WORK
              TALLYING WS-DUP-TALLY FOR ALL WS-DUP-REASON
           IF WS-DUP-TALLY = 0
              AND WS-REASON-WORK(1:2) NOT = '05'
              AND WS-REASON-WORK(1:2) NOT = '06'
              MOVE WS-REASON-WORK TO WS-REASON-SAVE
              MOVE SPACES TO WS-REASON-WORK
              STRING WS-DUP-PREFIX DELIMITED BY SIZE
                     WS-REASON-SAVE DELIMITED BY SIZE
                     INTO WS-REASON-WORK
              END-STRING
              IF WS-XE-FIXED(WS-FIND-IDX) NOT = 'Y'
                 MOVE 'Y' TO WS-XE-FIXED(WS-FIND-IDX)
                 ADD 1 TO WS-REC-FIXED
              END-IF
           END-IF
           .

      * The office return feed the same way - the partitions'
      * detail records (their trailers are dropped), one for each
      * demoted record, then the trailers from the merged office
      * rollup, as 9550-WRITE-OFFICE-RETURN-TRAILERS writes them
       4000-MERGE-OFFICE-RETURNS.
           OPEN OUTPUT OFCR-DATA
           PERFORM 4010-COPY-PART-RETURNS
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
           PERFORM 4050-WRITE-DEMOTED-RETURN
              VARYING WS-XE-IDX FROM 1 BY 1
              UNTIL WS-XE-IDX > WS-XE-COUNT
           IF SPLIT-BATCHED-YES
              PERFORM 4060-WRITE-ONE-OFC-TRAILER
                 VARYING WS-OFC-IDX FROM 1 BY 1
                 UNTIL WS-OFC-IDX > WS-OFC-COUNT
           END-IF
           IF WS-OFCR-BLANK-INV > 0
              MOVE 'T' TO WS-OFCR-TRL-TYPE
              MOVE SPACES TO WS-OFCR-TRL-OFFICE
              MOVE WS-OFCR-BLANK-INV TO WS-OFCR-TRL-COUNT
              WRITE OFCR-DATA-RECORD FROM WS-OFCR-TRAILER
           END-IF
           CLOSE OFCR-DATA
           .

       4010-COPY-PART-RETURNS.
           EVALUATE WS-PART-IDX
              WHEN 1
                 OPEN INPUT POFR1-DATA
              WHEN 2
                 OPEN INPUT POFR2-DATA
              WHEN 3
                 OPEN INPUT POFR3-DATA
              WHEN OTHER
                 OPEN INPUT POFR4-DATA
           END-EVALUATE
           MOVE 'N' TO WS-PIN-EOF
           PERFORM 4020-COPY-RETURN-REC
              UNTIL PIN-EOF-YES
           EVALUATE WS-PART-IDX
              WHEN 1
                 CLOSE POFR1-DATA
              WHEN 2
                 CLOSE POFR2-DATA
              WHEN 3
                 CLOSE POFR3-DATA
              WHEN OTHER
                 CLOSE POFR4-DATA
           END-EVALUATE
           .

       4020-COPY-RETURN-REC.
           EVALUATE WS-PART-IDX
              WHEN 1
                 READ POFR1-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 2
                 READ POFR2-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN 3
                 READ POFR3-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
              WHEN OTHER
                 READ POFR4-DATA INTO WS-PIN-RECORD
                 AT END
                    SET PIN-EOF-YES TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT PIN-EOF-YES
              AND WS-PIN-RECORD(1:1) = 'D'
              MOVE WS-PIN-RECORD(1:210) TO WS-OFCR-LINE
              MOVE WS-OFCR-RECORD(1:5) TO WS-FIND-ID
              SET FIND-OFR-UNUSED TO TRUE
              PERFORM 2900-FIND-ENTRY
              IF WS-FIND-FOUND = 'Y'
                 MOVE 'Y' TO WS-XE-OFR-USED(WS-FIND-IDX)
                 IF XE-LATER(WS-FIND-IDX)
                    MOVE WS-OFCR-REASON TO WS-REASON-WORK
                    PERFORM 3890-ADD-DUP-REASON
                    MOVE WS-REASON-WORK TO WS-OFCR-REASON
                 END-IF
              END-IF
              WRITE OFCR-DATA-RECORD FROM WS-OFCR-LINE
           END-IF
           .

       4050-WRITE-DEMOTED-RETURN.
           IF XE-DEMOTED(WS-XE-IDX)
              MOVE 'D' TO WS-OFCR-TYPE
              MOVE WS-XE-OFFICE(WS-XE-IDX) TO WS-OFCR-OFFICE
              MOVE WS-XE-RECORD(WS-XE-IDX) TO WS-OFCR-RECORD
              MOVE WS-DUP-REASON TO WS-OFCR-REASON
              WRITE OFCR-DATA-RECORD FROM WS-OFCR-LINE
           END-IF
           .

       4060-WRITE-ONE-OFC-TRAILER.
           MOVE 'T' TO WS-OFCR-TRL-TYPE
           MOVE WS-OFC-OFFICE(WS-OFC-IDX) TO WS-OFCR-TRL-OFFICE
           MOVE WS-OFC-INVALID(WS-OFC-IDX) TO WS-OFCR-TRL-COUNT
           WRITE OFCR-DATA-RECORD FROM WS-OFCR-TRAILER
           .

      * The MERGED section - the day's figures as a whole, behind
      * the partitions' own pages. Nothing in it starts with an ID,
      * so the reconciliation recount of detail lines still sees
      * exactly one line per taken record
       9000-PRINT-MERGE-REPORT.
           MOVE 99 TO WS-LINE-COUNT
           MOVE 'PARTITIONS' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-HEADER-LINE-2 TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 9010-PRINT-PARTITION-LINE
              VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'CROSS-PARTITION DUPLICATES' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-HEADER-LINE-2 TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-SPLIT-CROSS-IDS TO WS-EDIT-COUNT
           MOVE WS-SPLIT-CROSS-OCC TO WS-EDIT-COUNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'IDS IN MORE THAN ONE PARTITION: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  RECORDS CARRYING THEM: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-REC-DEMOTED TO WS-EDIT-COUNT
           MOVE WS-REC-FIXED TO WS-EDIT-COUNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TAKEN TWICE - DEMOTED TO INVFILE: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  REJECT REASONS AMENDED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           IF WS-REC-DEMOTED = 0 AND WS-REC-FIXED = 0
              AND WS-REC-UNRESOLVED = 0
              MOVE '  NONE - NO ID WAS TAKEN IN MORE THAN ONE PARTITION'
                 TO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           ELSE
              PERFORM 9020-PRINT-CROSS-LINE
                 VARYING WS-XE-IDX FROM 1 BY 1
                 UNTIL WS-XE-IDX > WS-XE-COUNT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'CONTROL TOTALS' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-HEADER-LINE-2 TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS READ.......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-VALID TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS VALID......: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-INVALID TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS INVALID....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-RETRACTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS RETRACTED..: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-SUSPECT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS SUSPECT....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-REVISED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OF WHICH REVISIONS.: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-REC-REV-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REVISIONS HELD.....: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE1-INVALID TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE1 FAILURES....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE2-INVALID TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE2 FAILURES....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE3-INVALID TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE3 FAILURES....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           PERFORM 9030-CHECK-MERGED-FOOTING

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'AVERAGE SCORES (VALID RECORDS ONLY)' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE1-AVG TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE1 AVERAGE.....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE2-AVG TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE2 AVERAGE.....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE3-AVG TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE3 AVERAGE.....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE WS-SCORE-TOTAL-AVG TO WS-EDIT-SCORE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OVERALL AVERAGE....: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'PER-CATEGORY BREAKDOWN (VALID RECORDS ONLY)'
              TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 9060-PRINT-CATEGORY-LINE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT

           PERFORM 9090-PRINT-GRADE-DISTRIBUTION

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           IF SPLIT-BATCHED-YES
              PERFORM 9070-PRINT-BATCH-TOTALS
           ELSE
              IF TRAILER-OUT-OF-BAL-YES
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '*** FILE TRAILER OUT OF BALANCE - SEE THE '
                           DELIMITED BY SIZE
                        'PARTITION ' DELIMITED BY SIZE
                        WS-TRL-OOB-PART DELIMITED BY SIZE
                        ' PAGES ABOVE ***' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO WS-PRINT-REC
                 PERFORM 8700-WRITE-REPORT-REC
              END-IF
           END-IF
           PERFORM 9086-PRINT-MISSING-SENDERS

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*** END OF REPORT - ' DELIMITED BY SIZE
                  WS-PASS-TYPE DELIMITED BY SPACE
                  ' ***' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

       9010-PRINT-PARTITION-LINE.
           MOVE WS-PART-IDX TO WS-PART-NO
           MOVE WS-PRT-READ(WS-PART-IDX) TO WS-EDIT-COUNT
           MOVE WS-PRT-VALID(WS-PART-IDX) TO WS-EDIT-COUNT2
           MOVE WS-PRT-INVALID(WS-PART-IDX) TO WS-EDIT-COUNT3
           MOVE WS-PRT-SUSPECT(WS-PART-IDX) TO WS-EDIT-COUNT4
           MOVE WS-PRT-RETRACTED(WS-PART-IDX) TO WS-EDIT-COUNT5
           MOVE WS-PRT-DEMOTED(WS-PART-IDX) TO WS-EDIT-GSEQ
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PARTITION ' DELIMITED BY SIZE
                  WS-PART-NO DELIMITED BY SIZE
                  '  READ: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  VALID: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  '  INVALID: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT3 DELIMITED BY SIZE
                  '  SUSPECT: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT4 DELIMITED BY SIZE
                  '  RETRACTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT5 DELIMITED BY SIZE
                  '  DEMOTED: ' DELIMITED BY SIZE
                  WS-EDIT-GSEQ DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

      * One line for every occurrence the merge changed, with its
      * place in the whole file so it can be found on INFILE
       9020-PRINT-CROSS-LINE.
           IF XE-DEMOTED(WS-XE-IDX)
              OR XE-UNRESOLVED(WS-XE-IDX)
              OR WS-XE-FIXED(WS-XE-IDX) = 'Y'
              MOVE WS-XE-PART(WS-XE-IDX) TO WS-PART-NO
              MOVE WS-XE-WIN-PART(WS-XE-IDX) TO WS-WIN-PART-NO
              MOVE WS-XE-GSEQ(WS-XE-IDX) TO WS-EDIT-GSEQ
              MOVE SPACES TO WS-REPORT-LINE
              EVALUATE TRUE
                 WHEN XE-DEMOTED(WS-XE-IDX)
                    STRING '  ID ' DELIMITED BY SIZE
                           WS-XE-ID(WS-XE-IDX) DELIMITED BY SIZE
                           '  PARTITION ' DELIMITED BY SIZE
                           WS-PART-NO DELIMITED BY SIZE
                           '  FILE RECORD ' DELIMITED BY SIZE
                           WS-EDIT-GSEQ DELIMITED BY SIZE
                           '  ALREADY TAKEN IN PARTITION '
                              DELIMITED BY SIZE
                           WS-WIN-PART-NO DELIMITED BY SIZE
                           ' - MOVED TO INVFILE AS 04'
                              DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
                 WHEN XE-UNRESOLVED(WS-XE-IDX)
                    STRING '  ID ' DELIMITED BY SIZE
                           WS-XE-ID(WS-XE-IDX) DELIMITED BY SIZE
                           '  PARTITION ' DELIMITED BY SIZE
                           WS-PART-NO DELIMITED BY SIZE
                           '  FILE RECORD ' DELIMITED BY SIZE
                           WS-EDIT-GSEQ DELIMITED BY SIZE
                           '  *** TAKEN AGAIN BUT ON NONE OF THE '
                              DELIMITED BY SIZE
                           'PARTITION OUTPUTS - LEFT AS TAKEN ***'
                              DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
                 WHEN OTHER
                    STRING '  ID ' DELIMITED BY SIZE
                           WS-XE-ID(WS-XE-IDX) DELIMITED BY SIZE
                           '  PARTITION ' DELIMITED BY SIZE
                           WS-PART-NO DELIMITED BY SIZE
                           '  FILE RECORD ' DELIMITED BY SIZE
                           WS-EDIT-GSEQ DELIMITED BY SIZE
                           '  REJECTED - 04 DUPLICATE ID ADDED TO '
                              DELIMITED BY SIZE
                           'ITS REASON' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
              END-EVALUATE
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF
           .

      * Every record read has to have ended up in exactly one of
      * the four outcomes - if the merged totals say otherwise, a
      * partition's figures or a demotion went astray and the day
      * is not signed off
       9030-CHECK-MERGED-FOOTING.
           COMPUTE WS-REC-FOOTED = WS-REC-VALID + WS-REC-INVALID
              + WS-REC-SUSPECT + WS-REC-RETRACTED
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-REC-FOOTED = WS-REC-READ
              MOVE 'READ = VALID + INVALID + SUSPECT + RETRACTED - MERGE
      -            'D TOTALS FOOT'
                 TO WS-REPORT-LINE
           ELSE
              SET FOOT-FAILED-YES TO TRUE
              MOVE WS-REC-READ TO WS-EDIT-COUNT
              MOVE WS-REC-FOOTED TO WS-EDIT-COUNT2
              STRING '*** MERGED TOTALS DO NOT FOOT - READ '
                        DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' BUT ACCOUNTED FOR ' DELIMITED BY SIZE
                     WS-EDIT-COUNT2 DELIMITED BY SIZE
                     ' ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

      * Prints one category's two lines of the per-category breakdown -
      * passed/failed counts, then its SCORE1/SCORE2/SCORE3 averages,
      * same breakdown style as the overall averages section above
       9060-PRINT-CATEGORY-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CAT-PASS-COUNT(WS-CAT-IDX) TO WS-EDIT-COUNT
           MOVE WS-CAT-FAIL-COUNT(WS-CAT-IDX) TO WS-EDIT-COUNT2
           STRING '  CATEGORY ' DELIMITED BY SIZE
                  WS-RULE-CAT-LETTER(WS-CAT-IDX) DELIMITED BY SIZE
                  ' - PASSED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  FAILED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CAT-SCORE1-AVG(WS-CAT-IDX) TO WS-EDIT-SCORE
           STRING '    SCORE1 AVG: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CAT-SCORE2-AVG(WS-CAT-IDX) TO WS-EDIT-SCORE
           STRING '    SCORE2 AVG: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CAT-SCORE3-AVG(WS-CAT-IDX) TO WS-EDIT-SCORE
           STRING '    SCORE3 AVG: ' DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

      * The merged batch table, one line per batch as in
      * 9075-PRINT-BATCH-LINE, then the office rollup 5090 built
       9070-PRINT-BATCH-TOTALS.
           MOVE 'PER-OFFICE CONTROL TOTALS' TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE WS-HEADER-LINE-2 TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 9075-PRINT-BATCH-LINE
              VARYING WS-BATCH-IDX FROM 1 BY 1
              UNTIL WS-BATCH-IDX > WS-BATCH-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 9085-PRINT-OFFICE-LINE
              VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT

           IF WS-BATCH-STRAY > 0
              MOVE WS-BATCH-STRAY TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' RECORDS ARRIVED OUTSIDE ANY BATCH - '
                        DELIMITED BY SIZE
                     'NOT IN THE TOTALS ABOVE ***' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF

           IF WS-BATCH-OOB-COUNT > 0
              MOVE WS-BATCH-OOB-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' BATCH(ES) OUT OF BALANCE - FLAGGED ABOVE; '
                        DELIMITED BY SIZE
                     'ALL RECORDS PROCESSED ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
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

       9075-PRINT-BATCH-LINE.
           MOVE WS-BAT-READ(WS-BATCH-IDX) TO WS-EDIT-COUNT
           MOVE WS-BAT-VALID(WS-BATCH-IDX) TO WS-EDIT-COUNT2
           MOVE WS-BAT-INVALID(WS-BATCH-IDX) TO WS-EDIT-COUNT3
           MOVE WS-BAT-SUSPECT(WS-BATCH-IDX) TO WS-EDIT-COUNT5
           MOVE WS-BAT-EXPECTED(WS-BATCH-IDX) TO WS-EDIT-COUNT4
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OFFICE ' DELIMITED BY SIZE
                  WS-BAT-OFFICE(WS-BATCH-IDX) DELIMITED BY SIZE
                  ' BATCH ' DELIMITED BY SIZE
                  WS-BAT-SEQ(WS-BATCH-IDX) DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-BAT-DATE(WS-BATCH-IDX) DELIMITED BY SIZE
                  '  READ: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  VALID: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  '  INVALID: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT3 DELIMITED BY SIZE
                  '  SUSPECT: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT5 DELIMITED BY SIZE
                  '  EXPECTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT4 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           IF WS-BAT-OOB(WS-BATCH-IDX) = 'Y'
              IF WS-BAT-TRAILER-FND(WS-BATCH-IDX) = 'Y'
                 MOVE '    *** OUT OF BALANCE - RECORDS IN TOTALS ***'
                    TO WS-REPORT-LINE
              ELSE
                 MOVE '    *** NO BATCH TRAILER - RECORDS IN TOTALS ***'
                    TO WS-REPORT-LINE
              END-IF
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

       9085-PRINT-OFFICE-LINE.
           MOVE WS-OFC-READ(WS-OFC-IDX) TO WS-EDIT-COUNT
           MOVE WS-OFC-VALID(WS-OFC-IDX) TO WS-EDIT-COUNT2
           MOVE WS-OFC-INVALID(WS-OFC-IDX) TO WS-EDIT-COUNT3
           MOVE WS-OFC-SUSPECT(WS-OFC-IDX) TO WS-EDIT-COUNT5
           MOVE WS-OFC-BATCHES(WS-OFC-IDX) TO WS-EDIT-COUNT4
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OFFICE ' DELIMITED BY SIZE
                  WS-OFC-OFFICE(WS-OFC-IDX) DELIMITED BY SIZE
                  ' TOTAL  READ: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  VALID: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  '  INVALID: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT3 DELIMITED BY SIZE
                  '  SUSPECT: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT5 DELIMITED BY SIZE
                  '  BATCHES: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT4 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           IF WS-OFC-OOB(WS-OFC-IDX) > 0
              MOVE WS-OFC-OOB(WS-OFC-IDX) TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '    *** ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' OF THIS OFFICE''S BATCHES OUT OF BALANCE ***'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-PRINT-REC
              PERFORM 8700-WRITE-REPORT-REC
           END-IF
           .

      * Lists every registry office due to send on the run date's
      * day of the week that has no batch header in any partition -
      * the partitions leave this to the merge, since an office's
      * batches can only all be seen here
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

      * Prints the band counts per category and the histogram of
      * record averages, as 9090-PRINT-GRADE-DISTRIBUTION in
      * VALIDATE.CBL
       9090-PRINT-GRADE-DISTRIBUTION.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'GRADE DISTRIBUTION (VALID RECORDS ONLY)'
              TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 9092-PRINT-GRADE-LINE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           MOVE 'SCORE HISTOGRAM (RECORD AVERAGE, VALID RECORDS)'
              TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           PERFORM 9095-PRINT-HISTOGRAM-LINE
              VARYING WS-GRADE-BUCKET FROM 1 BY 1
              UNTIL WS-GRADE-BUCKET > 7
           .

       9092-PRINT-GRADE-LINE.
           MOVE WS-GRADE-COUNT(WS-CAT-IDX, 1) TO WS-EDIT-COUNT
           MOVE WS-GRADE-COUNT(WS-CAT-IDX, 2) TO WS-EDIT-COUNT2
           MOVE WS-GRADE-COUNT(WS-CAT-IDX, 3) TO WS-EDIT-COUNT3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CATEGORY ' DELIMITED BY SIZE
                  WS-RULE-CAT-LETTER(WS-CAT-IDX) DELIMITED BY SIZE
                  ' - DISTINCTION: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  MERIT: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  '  PASS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT3 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

       9095-PRINT-HISTOGRAM-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DIST-BUCKET(WS-GRADE-BUCKET) TO WS-EDIT-COUNT
           STRING '  ' DELIMITED BY SIZE
                  WS-DIST-BUCKET-NAME(WS-GRADE-BUCKET)
                     DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           IF WS-DIST-BUCKET(WS-GRADE-BUCKET) > 60
              MOVE 60 TO WS-GRADE-BAR-LEN
           ELSE
              MOVE WS-DIST-BUCKET(WS-GRADE-BUCKET)
                 TO WS-GRADE-BAR-LEN
           END-IF
           IF WS-GRADE-BAR-LEN > 0
              MOVE ALL '*' TO WS-REPORT-LINE(20:WS-GRADE-BAR-LEN)
           END-IF
           MOVE WS-REPORT-LINE TO WS-PRINT-REC
           PERFORM 8700-WRITE-REPORT-REC
           .

       8700-WRITE-REPORT-REC.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 8710-PRINT-PAGE-HEADER
           END-IF
           WRITE VALREPO-REC FROM WS-PRINT-REC
           ADD 1 TO WS-LINE-COUNT
           .

       8710-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-TITLE-PAGE
           MOVE WS-RUN-DATE TO WS-TITLE-DATE
           MOVE WS-RUN-TIME TO WS-TITLE-TIME
           MOVE WS-PASS-TYPE TO WS-TITLE-PASS
           WRITE VALREPO-REC FROM WS-TITLE-LINE-1
           WRITE VALREPO-REC FROM WS-TITLE-LINE-2
           MOVE SPACES TO VALREPO-REC
           WRITE VALREPO-REC
           WRITE VALREPO-REC FROM WS-HEADER-LINE-2
           MOVE 4 TO WS-LINE-COUNT
           .

      * The merged restart dataset - one cleared totals record with
      * the day's merged figures, as 8850-CLEAR-CHECKPOINT leaves a
      * whole-file run's, and one ID record for every ID taken
      * anywhere. It is not a restart point: the figures are the
      * merge's, and a partition restarts from its own dataset
       8850-WRITE-MERGED-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE
           MOVE SPACES TO CHKPT-RECORD
           SET CHKPT-TYPE-TOTALS TO TRUE
           MOVE 0 TO CHKPT-T-REC-READ
           MOVE WS-REC-VALID TO CHKPT-T-REC-VALID
           MOVE WS-REC-INVALID TO CHKPT-T-REC-INVALID
           MOVE WS-SCORE1-INVALID TO CHKPT-T-SCORE1-INVALID
           MOVE WS-SCORE2-INVALID TO CHKPT-T-SCORE2-INVALID
           MOVE WS-SCORE3-INVALID TO CHKPT-T-SCORE3-INVALID
           MOVE WS-SCORE1-TOTAL TO CHKPT-T-SCORE1-TOTAL
           MOVE WS-SCORE2-TOTAL TO CHKPT-T-SCORE2-TOTAL
           MOVE WS-SCORE3-TOTAL TO CHKPT-T-SCORE3-TOTAL
           MOVE WS-ACC-COUNT TO CHKPT-T-ACC-COUNT
           MOVE 0 TO CHKPT-T-ACC-OVERFLOW
           IF SPLIT-BATCHED-YES
              MOVE 'Y' TO CHKPT-T-BATCH-MODE
           ELSE
              MOVE 'N' TO CHKPT-T-BATCH-MODE
           END-IF
           MOVE 'N' TO CHKPT-T-BATCH-OPEN
           MOVE WS-BATCH-STRAY TO CHKPT-T-BATCH-STRAY
           MOVE WS-BATCH-OVERFLOW TO CHKPT-T-BATCH-OVER
           PERFORM 8855-FILL-CHECKPOINT-CATEGORY
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 10
           PERFORM 8857-FILL-CHECKPOINT-BUCKET
              VARYING WS-GRADE-BUCKET FROM 1 BY 1
              UNTIL WS-GRADE-BUCKET > 7
           MOVE WS-REC-READ TO CHKPT-T-FINAL-READ
           MOVE WS-OFCR-BLANK-INV TO CHKPT-T-OFCR-BLANK
           MOVE WS-REC-RETRACTED TO CHKPT-T-REC-RETRACTED
           MOVE WS-REC-REVISED TO CHKPT-T-REC-REVISED
           MOVE WS-REC-REV-HELD TO CHKPT-T-REV-HELD
           MOVE WS-REC-SUSPECT TO CHKPT-T-REC-SUSPECT
           MOVE 0 TO CHKPT-T-PART-NO
           MOVE WS-SPLIT-STAMP TO CHKPT-T-SPLIT-STAMP
           MOVE WS-TRAILER-OUT-OF-BAL TO CHKPT-T-TRL-OOB
           WRITE CHKPT-RECORD
           PERFORM 8860-WRITE-CHECKPOINT-ID-REC
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-COUNT
           CLOSE CHKPT-FILE
           .

       8855-FILL-CHECKPOINT-CATEGORY.
           MOVE WS-CAT-PASS-COUNT(WS-CAT-IDX)
              TO CHKPT-T-CAT-PASS-COUNT(WS-CAT-IDX)
           MOVE WS-CAT-FAIL-COUNT(WS-CAT-IDX)
              TO CHKPT-T-CAT-FAIL-COUNT(WS-CAT-IDX)
           MOVE WS-CAT-SCORE1-TOTAL(WS-CAT-IDX)
              TO CHKPT-T-CAT-SCORE1-TOTAL(WS-CAT-IDX)
           MOVE WS-CAT-SCORE2-TOTAL(WS-CAT-IDX)
              TO CHKPT-T-CAT-SCORE2-TOTAL(WS-CAT-IDX)
           MOVE WS-CAT-SCORE3-TOTAL(WS-CAT-IDX)
              TO CHKPT-T-CAT-SCORE3-TOTAL(WS-CAT-IDX)
           MOVE WS-GRADE-COUNT(WS-CAT-IDX, 1)
              TO CHKPT-T-GRADE-CT(WS-CAT-IDX, 1)
           MOVE WS-GRADE-COUNT(WS-CAT-IDX, 2)
              TO CHKPT-T-GRADE-CT(WS-CAT-IDX, 2)
           MOVE WS-GRADE-COUNT(WS-CAT-IDX, 3)
              TO CHKPT-T-GRADE-CT(WS-CAT-IDX, 3)
           .

       8857-FILL-CHECKPOINT-BUCKET.
           MOVE WS-DIST-BUCKET(WS-GRADE-BUCKET)
              TO CHKPT-T-DIST-CT(WS-GRADE-BUCKET)
           .

       8860-WRITE-CHECKPOINT-ID-REC.
           MOVE SPACES TO CHKPT-RECORD
           SET CHKPT-TYPE-ID TO TRUE
           MOVE WS-ACC-ID(WS-ACC-IDX) TO CHKPT-I-ID
           MOVE 0 TO CHKPT-I-SEQ
           WRITE CHKPT-RECORD
           .

      * Moves each office's running high-water on for every batch
      * the partitions took from it, in the order the batches sat
      * in the file, then puts the registry back as
      * 9450-REWRITE-REGISTRY in VALIDATE.CBL does
       9450-REWRITE-REGISTRY.
           PERFORM 9452-ADVANCE-HIGH-WATER
              VARYING WS-BATCH-IDX FROM 1 BY 1
              UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
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
              DISPLAY 'RVMERGE: OFFICE REGISTRY NOT REWRITTEN - STATUS '
                 WS-REG-STATUS
              SET REG-REWRITE-FAILED-YES TO TRUE
           END-IF
           .

       9452-ADVANCE-HIGH-WATER.
           IF WS-BAT-REJECT(WS-BATCH-IDX) = SPACE
              PERFORM 1440-FIND-REGISTRY-OFFICE
              IF WS-REG-FOUND = 'Y'
                 AND WS-BAT-DATE(WS-BATCH-IDX) IS NUMERIC
                 AND WS-BAT-SEQ(WS-BATCH-IDX) IS NUMERIC
                 MOVE WS-BAT-DATE(WS-BATCH-IDX)
                    TO WS-REG-CUR-DATE(WS-REG-MATCH-IDX)
                 MOVE WS-BAT-SEQ(WS-BATCH-IDX)
                    TO WS-REG-CUR-SEQ(WS-REG-MATCH-IDX)
              END-IF
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

      * One run-history record for the day, from the merged
      * totals - the partitions write none of their own
       9500-WRITE-RUN-HISTORY.
           OPEN EXTEND HIST-DATA
           IF WS-HIST-STATUS = '00' OR '05'
              MOVE SPACES TO WS-HIST-LINE
              MOVE WS-RUN-DATE TO WS-HIST-DATE
              MOVE WS-RUN-TIME TO WS-HIST-TIME
              MOVE WS-REC-READ TO WS-HIST-READ
              MOVE WS-REC-VALID TO WS-HIST-VALID
              MOVE WS-REC-INVALID TO WS-HIST-INVALID
              MOVE WS-SCORE1-INVALID TO WS-HIST-S1-INVALID
              MOVE WS-SCORE2-INVALID TO WS-HIST-S2-INVALID
              MOVE WS-SCORE3-INVALID TO WS-HIST-S3-INVALID
              EVALUATE TRUE
                 WHEN TRAILER-OUT-OF-BAL-YES
                    MOVE 'O' TO WS-HIST-BALANCE
                 WHEN WS-BATCH-OOB-COUNT > 0
                    MOVE 'P' TO WS-HIST-BALANCE
                 WHEN OTHER
                    MOVE 'B' TO WS-HIST-BALANCE
              END-EVALUATE
              MOVE WS-BATCH-OOB-COUNT TO WS-HIST-BAT-OOB
              MOVE WS-RULE-CAT-COUNT TO WS-HIST-CAT-COUNT
              PERFORM 9510-FILL-HISTORY-CATEGORY
                 VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-RULE-CAT-COUNT
              WRITE HIST-DATA-RECORD FROM WS-HIST-LINE
              CLOSE HIST-DATA
           END-IF
           .

       9510-FILL-HISTORY-CATEGORY.
           MOVE WS-RULE-CAT-LETTER(WS-CAT-IDX)
              TO WS-HIST-CAT-LETTER(WS-CAT-IDX)
           MOVE WS-CAT-PASS-COUNT(WS-CAT-IDX)
              TO WS-HIST-CAT-PASS(WS-CAT-IDX)
           MOVE WS-CAT-FAIL-COUNT(WS-CAT-IDX)
              TO WS-HIST-CAT-FAIL(WS-CAT-IDX)
           MOVE WS-CAT-SCORE1-AVG(WS-CAT-IDX)
              TO WS-HIST-CAT-AVG1(WS-CAT-IDX)
           MOVE WS-CAT-SCORE2-AVG(WS-CAT-IDX)
              TO WS-HIST-CAT-AVG2(WS-CAT-IDX)
           MOVE WS-CAT-SCORE3-AVG(WS-CAT-IDX)
              TO WS-HIST-CAT-AVG3(WS-CAT-IDX)
           .
