       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVLKUP.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Online ID Trace (transaction RVLK)
      *
      *    Answers "what happened to ID nnnnn?" on one screen. The
      *    operator keys an ID and the screen shows everything the
      *    system holds for it:
      *
      *    | Section    | From                  | Shows               |
      *    |------------|-----------------------|---------------------|
      *    | MASTER     | lookup copy of the    | live or retired,    |
      *    |            | master cluster        | scores, first and   |
      *    |            |                       | last dates, office  |
      *    | REJECT     | lookup copy of INVFILE| first failed, last  |
      *    |            |                       | try, attempts and   |
      *    |            |                       | the reason text     |
      *    | SUSPECT    | lookup copy of        | date flagged and    |
      *    |            | SUSPFILE              | reasonableness text |
      *    | HELD REV   | lookup copy of REVHELD| the held scores     |
      *    | WRITE-OFF  | lookup copy of        | date, rule, aging   |
      *    |            | WOFFARCH              | and reason          |
      *
      *    All five come from the RVLKUP lookup cluster LKUPBLD
      *    rebuilds each night, so they are as of the last nightly
      *    run - the screen says when that was. The master cluster
      *    itself is never opened in the region; the batch jobs
      *    that hold it exclusively can run at any hour without
      *    the region in their way. Where an ID has more than one
      *    entry in a section the latest is shown and the message
      *    line says so.
      *
      *    Pseudo-conversational: the ID traced last is kept in
      *    the COMMAREA between screens. PF5 goes to the office
      *    browse (RVLKOF), PF3 or CLEAR ends the session. Who may
      *    run the trace at all is the transaction's security
      *    definition; the office browse checks further itself.
      *    A file that cannot be read is reported on the message
      *    line with its response code rather than abending the
      *    terminal.
      *
      *********************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *********************************
      * Symbolic map for RVLKM1 in mapset RVLKMS - must follow
      * the field list in the BMS source
       01 RVLKM1I.
          05 FILLER              PIC X(12).
          05 M1ASOFL             PIC S9(4)  COMP.
          05 M1ASOFF             PIC X.
          05 M1ASOFI             PIC X(25).
          05 M1IDL               PIC S9(4)  COMP.
          05 M1IDF               PIC X.
          05 M1IDI               PIC X(5).
          05 M1LINE-IN           OCCURS 16 TIMES.
             10 M1LINEL          PIC S9(4)  COMP.
             10 M1LINEF          PIC X.
             10 M1LINEI          PIC X(79).
          05 M1MSGL              PIC S9(4)  COMP.
          05 M1MSGF              PIC X.
          05 M1MSGI              PIC X(79).

       01 RVLKM1O REDEFINES RVLKM1I.
          05 FILLER              PIC X(12).
          05 FILLER              PIC X(3).
          05 M1ASOFO             PIC X(25).
          05 FILLER              PIC X(3).
          05 M1IDO               PIC X(5).
          05 M1LINE-OUT          OCCURS 16 TIMES.
             10 FILLER           PIC X(3).
             10 M1LINEO          PIC X(79).
          05 FILLER              PIC X(3).
          05 M1MSGO              PIC X(79).

      *********************************
      * Kept between screens
       01 WS-COMMAREA.
          05 WS-CA-LAST-ID       PIC X(5).

      *********************************
      * Master record layout - must match what MSTRUPD writes;
      * see MSTRINQ for the columns. LKUPBLD copies it whole into
      * the record slot of the M lookup record
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
      * One lookup record - must match what LKUPBLD writes; see
      * LKUPBLD for the columns
       01 WS-LKR-LINE.
          05 WS-LKR-KEY.
             10 WS-LKR-KIND      PIC X.
             10 WS-LKR-KEY-MAJOR PIC X(8).
             10 WS-LKR-KEY-SOURCE PIC X.
             10 WS-LKR-KEY-SEQ   PIC X(6).
          05 WS-LKR-SOURCE       PIC X.
             88 LKR-REJECT                 VALUE 'I'.
             88 LKR-SUSPECT                VALUE 'S'.
             88 LKR-HELD                   VALUE 'H'.
             88 LKR-WRITE-OFF              VALUE 'W'.
          05 WS-LKR-ID           PIC X(5).
          05 WS-LKR-OFFICE       PIC X(3).
          05 WS-LKR-FIRST-DATE   PIC X(8).
          05 WS-LKR-LAST-DATE    PIC X(8).
          05 WS-LKR-ATTEMPTS     PIC X(3).
          05 WS-LKR-WOFF-DATE    PIC X(8).
          05 WS-LKR-WOFF-RULE    PIC X.
          05 WS-LKR-RECORD.
             10 WS-LKR-REC-ID    PIC X(5).
             10 WS-LKR-REC-S1    PIC X(3).
             10 WS-LKR-REC-S2    PIC X(3).
             10 WS-LKR-REC-S3    PIC X(3).
             10 WS-LKR-REC-CAT   PIC X.
             10 WS-LKR-REC-EFF   PIC X(8).
             10 FILLER           PIC X(57).
          05 WS-LKR-REASON       PIC X(118).
          05 FILLER              PIC X(5).

       01 WS-LKC-LINE REDEFINES WS-LKR-LINE.
          05 WS-LKC-KEY          PIC X(16).
          05 WS-LKC-BUILD-DATE   PIC X(8).
          05 WS-LKC-BUILD-TIME   PIC X(6).
          05 FILLER              PIC X(226).

      *********************************
      * The latest entry of each kind found for the ID, and how
      * many of each there were
       01 WS-TRACE-DATA.
          05 WS-IN-ID-LEN        PIC S9(4)  COMP VALUE 0.
          05 WS-IN-ID            PIC X(5).
          05 WS-TRACE-ID         PIC X(5).
          05 WS-ID-NUM           PIC 9(5).
          05 WS-BROWSE-KEY       PIC X(16).
          05 WS-LKUP-EOF         PIC X      VALUE 'N'.
             88 LKUP-EOF-YES                VALUE 'Y'.
          05 WS-ERROR            PIC X      VALUE 'N'.
             88 ERROR-YES                   VALUE 'Y'.
          05 WS-MSTR-FOUND       PIC X      VALUE 'N'.
          05 WS-REJ-COUNT        PIC 9(4)   COMP VALUE 0.
          05 WS-SUSP-COUNT       PIC 9(4)   COMP VALUE 0.
          05 WS-HELD-COUNT       PIC 9(4)   COMP VALUE 0.
          05 WS-WOFF-COUNT       PIC 9(4)   COMP VALUE 0.
          05 WS-REJ-ENTRY        PIC X(256).
          05 WS-SUSP-ENTRY       PIC X(256).
          05 WS-HELD-ENTRY       PIC X(256).
          05 WS-WOFF-ENTRY       PIC X(256).

      *********************************
      * CICS response handling
       01 WS-CICS-FIELDS.
          05 WS-RESP             PIC S9(8)  COMP VALUE 0.
          05 WS-EDIT-RESP        PIC ZZZ9.
          05 WS-ERROR-FILE       PIC X(8).
          05 WS-END-TEXT         PIC X(20)  VALUE 'RVLK SESSION ENDED'.

      *********************************
      * Working fields used to build the screen lines
       01 WS-SCREEN-FIELDS.
          05 WS-SCREEN-LINE      PIC X(79).
          05 WS-RULE-TEXT        PIC X(20).

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA            PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE LOW-VALUES TO RVLKM1O
           IF EIBCALEN = 0
              MOVE SPACES TO WS-CA-LAST-ID
              MOVE 'ENTER AN ID AND PRESS ENTER' TO M1MSGO
              PERFORM 1900-SEND-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              EVALUATE EIBAID
                 WHEN DFHPF3
                 WHEN DFHCLEAR
                    PERFORM 8000-END-SESSION
                 WHEN DFHPF5
                    EXEC CICS XCTL PROGRAM('RVLKOF')
                    END-EXEC
                 WHEN DFHENTER
                    PERFORM 2000-TRACE-ID
                    PERFORM 1900-SEND-SCREEN
                 WHEN OTHER
                    MOVE WS-CA-LAST-ID TO M1IDO
                    MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
                       TO M1MSGO
                    PERFORM 1900-SEND-SCREEN
              END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('RVLK')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           .

      * The whole screen is repainted every time - the map fields
      * were built from scratch for this ID
       1900-SEND-SCREEN.
           EXEC CICS SEND MAP('RVLKM1') MAPSET('RVLKMS')
                FROM(RVLKM1O) ERASE FREEKB
           END-EXEC
           .

      * Reads the ID, then everything held for it. A file that
      * cannot be read stops the trace there with the response
      * on the message line
       2000-TRACE-ID.
           EXEC CICS RECEIVE MAP('RVLKM1') MAPSET('RVLKMS')
                INTO(RVLKM1I) RESP(WS-RESP)
           END-EXEC
           MOVE M1IDL TO WS-IN-ID-LEN
           MOVE M1IDI TO WS-IN-ID
           MOVE LOW-VALUES TO RVLKM1O
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE 'ENTER AN ID TO TRACE' TO M1MSGO
           ELSE
              PERFORM 2100-EDIT-ID
           END-IF
           IF M1MSGO = LOW-VALUES
              MOVE WS-TRACE-ID TO WS-CA-LAST-ID
              MOVE WS-TRACE-ID TO M1IDO
              PERFORM 3000-READ-CONTROL
              IF NOT ERROR-YES
                 PERFORM 3100-READ-MASTER
              END-IF
              IF NOT ERROR-YES
                 PERFORM 3200-BROWSE-ENTRIES
              END-IF
              IF NOT ERROR-YES
                 PERFORM 4000-FORMAT-SCREEN
              END-IF
           END-IF
           .

      * IDs are five digits. A shorter number is taken as the
      * same ID with its leading zeros left off
       2100-EDIT-ID.
           IF WS-IN-ID-LEN < 1 OR WS-IN-ID = SPACES
              MOVE 'ENTER AN ID TO TRACE' TO M1MSGO
           ELSE
              IF WS-IN-ID(1:WS-IN-ID-LEN) IS NOT NUMERIC
                 MOVE WS-IN-ID TO M1IDO
                 MOVE 'AN ID IS FIVE DIGITS' TO M1MSGO
              ELSE
                 MOVE WS-IN-ID(1:WS-IN-ID-LEN) TO WS-ID-NUM
                 MOVE WS-ID-NUM TO WS-TRACE-ID
              END-IF
           END-IF
           .

      * When the nightly copy was taken - shown on every trace so
      * nobody mistakes last night's reject list for this minute's
       3000-READ-CONTROL.
           MOVE SPACES TO WS-BROWSE-KEY
           MOVE 'C' TO WS-BROWSE-KEY(1:1)
           EXEC CICS READ FILE('RVLKUP')
                INTO(WS-LKR-LINE)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 STRING 'DATA AS OF ' DELIMITED BY SIZE
                        WS-LKC-BUILD-DATE DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-LKC-BUILD-TIME(1:4) DELIMITED BY SIZE
                        INTO M1ASOFO
                 END-STRING
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'LOOKUP NOT BUILT' TO M1ASOFO
              WHEN OTHER
                 MOVE 'RVLKUP' TO WS-ERROR-FILE
                 PERFORM 9000-FILE-ERROR
           END-EVALUATE
           .

      * The M record for the ID carries the master record as the
      * night left it
       3100-READ-MASTER.
           MOVE SPACES TO WS-BROWSE-KEY
           MOVE 'M' TO WS-BROWSE-KEY(1:1)
           MOVE WS-TRACE-ID TO WS-BROWSE-KEY(2:5)
           EXEC CICS READ FILE('RVLKUP')
                INTO(WS-LKR-LINE)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-MSTR-FOUND
                 MOVE WS-LKR-RECORD TO WS-MSTR-REC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'N' TO WS-MSTR-FOUND
              WHEN OTHER
                 MOVE 'RVLKUP' TO WS-ERROR-FILE
                 PERFORM 9000-FILE-ERROR
           END-EVALUATE
           .

      * Every D record for the ID, in source and then file order -
      * the one left in each slot at the end is the latest
       3200-BROWSE-ENTRIES.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'D' TO WS-BROWSE-KEY(1:1)
           MOVE WS-TRACE-ID TO WS-BROWSE-KEY(2:5)
           MOVE SPACES TO WS-BROWSE-KEY(7:3)
           MOVE 'N' TO WS-LKUP-EOF
           EXEC CICS STARTBR FILE('RVLKUP')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM 3210-READ-NEXT-ENTRY UNTIL LKUP-EOF-YES
                 EXEC CICS ENDBR FILE('RVLKUP')
                 END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'RVLKUP' TO WS-ERROR-FILE
                 PERFORM 9000-FILE-ERROR
           END-EVALUATE
           .

       3210-READ-NEXT-ENTRY.
           EXEC CICS READNEXT FILE('RVLKUP')
                INTO(WS-LKR-LINE)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(ENDFILE)
                 SET LKUP-EOF-YES TO TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 SET LKUP-EOF-YES TO TRUE
                 MOVE 'RVLKUP' TO WS-ERROR-FILE
                 PERFORM 9000-FILE-ERROR
              WHEN WS-LKR-KIND NOT = 'D'
                 OR WS-LKR-KEY-MAJOR(1:5) NOT = WS-TRACE-ID
                 SET LKUP-EOF-YES TO TRUE
              WHEN LKR-REJECT
                 ADD 1 TO WS-REJ-COUNT
                 MOVE WS-LKR-LINE TO WS-REJ-ENTRY
              WHEN LKR-SUSPECT
                 ADD 1 TO WS-SUSP-COUNT
                 MOVE WS-LKR-LINE TO WS-SUSP-ENTRY
              WHEN LKR-HELD
                 ADD 1 TO WS-HELD-COUNT
                 MOVE WS-LKR-LINE TO WS-HELD-ENTRY
              WHEN LKR-WRITE-OFF
                 ADD 1 TO WS-WOFF-COUNT
                 MOVE WS-LKR-LINE TO WS-WOFF-ENTRY
           END-EVALUATE
           .

      * Fixed places on the screen for each section, so the eye
      * always finds the reject in the same spot:
      *    lines 1-2 master, 4-6 reject, 8-10 suspect, 12 held
      *    revision, 14-16 write-off
       4000-FORMAT-SCREEN.
           MOVE SPACES TO M1LINEO(3) M1LINEO(7) M1LINEO(11)
                          M1LINEO(13)
           PERFORM 4100-FORMAT-MASTER
           PERFORM 4200-FORMAT-REJECT
           PERFORM 4300-FORMAT-SUSPECT
           PERFORM 4400-FORMAT-HELD
           PERFORM 4500-FORMAT-WRITE-OFF
           IF WS-MSTR-FOUND = 'N' AND WS-REJ-COUNT = 0
              AND WS-SUSP-COUNT = 0 AND WS-HELD-COUNT = 0
              AND WS-WOFF-COUNT = 0
              STRING 'ID ' DELIMITED BY SIZE
                     WS-TRACE-ID DELIMITED BY SIZE
                     ' IS NOT ON THE MASTER OR ANY REJECT, SUSPECT,'
                        DELIMITED BY SIZE
                     ' HELD OR WRITE-OFF FILE' DELIMITED BY SIZE
                     INTO M1MSGO
              END-STRING
           ELSE
              IF WS-REJ-COUNT > 1 OR WS-SUSP-COUNT > 1
                 OR WS-HELD-COUNT > 1 OR WS-WOFF-COUNT > 1
                 STRING 'ID ' DELIMITED BY SIZE
                        WS-TRACE-ID DELIMITED BY SIZE
                        ' TRACED - MORE THAN ONE ENTRY IN A SECTION,'
                           DELIMITED BY SIZE
                        ' LATEST SHOWN' DELIMITED BY SIZE
                        INTO M1MSGO
                 END-STRING
              ELSE
                 STRING 'ID ' DELIMITED BY SIZE
                        WS-TRACE-ID DELIMITED BY SIZE
                        ' TRACED' DELIMITED BY SIZE
                        INTO M1MSGO
                 END-STRING
              END-IF
           END-IF
           .

       4100-FORMAT-MASTER.
           MOVE SPACES TO WS-SCREEN-LINE
           IF WS-MSTR-FOUND = 'N'
              MOVE 'MASTER......: NOT ON THE MASTER' TO WS-SCREEN-LINE
              MOVE WS-SCREEN-LINE TO M1LINEO(1)
              MOVE SPACES TO M1LINEO(2)
           ELSE
              IF MSTR-RETIRED
                 MOVE 'RETIRED' TO WS-RULE-TEXT
              ELSE
                 MOVE 'LIVE' TO WS-RULE-TEXT
              END-IF
              STRING 'MASTER......: ' DELIMITED BY SIZE
                     WS-RULE-TEXT(1:9) DELIMITED BY SIZE
                     'SCORES ' DELIMITED BY SIZE
                     WS-MSTR-SCORE1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-MSTR-SCORE2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-MSTR-SCORE3 DELIMITED BY SIZE
                     '  CAT ' DELIMITED BY SIZE
                     WS-MSTR-CATEGORY DELIMITED BY SIZE
                     '  OFFICE ' DELIMITED BY SIZE
                     WS-MSTR-OFFICE DELIMITED BY SIZE
                     '  RULES ' DELIMITED BY SIZE
                     WS-MSTR-RULES-VER DELIMITED BY SIZE
                     INTO WS-SCREEN-LINE
              END-STRING
              MOVE WS-SCREEN-LINE TO M1LINEO(1)
              MOVE SPACES TO WS-SCREEN-LINE
              STRING '              FIRST ACCEPT ' DELIMITED BY SIZE
                     WS-MSTR-FIRST-DATE DELIMITED BY SIZE
                     '  LAST UPDATE ' DELIMITED BY SIZE
                     WS-MSTR-LAST-DATE DELIMITED BY SIZE
                     '  EFFECTIVE ' DELIMITED BY SIZE
                     WS-MSTR-EFF-DATE DELIMITED BY SIZE
                     INTO WS-SCREEN-LINE
              END-STRING
              MOVE WS-SCREEN-LINE TO M1LINEO(2)
           END-IF
           .

       4200-FORMAT-REJECT.
           MOVE SPACES TO WS-SCREEN-LINE
           IF WS-REJ-COUNT = 0
              MOVE 'REJECT......: NONE OUTSTANDING' TO WS-SCREEN-LINE
              MOVE WS-SCREEN-LINE TO M1LINEO(4)
              MOVE SPACES TO M1LINEO(5) M1LINEO(6)
           ELSE
              MOVE WS-REJ-ENTRY TO WS-LKR-LINE
              STRING 'REJECT......: FIRST FAILED ' DELIMITED BY SIZE
                     WS-LKR-FIRST-DATE DELIMITED BY SIZE
                     '  LAST TRY ' DELIMITED BY SIZE
                     WS-LKR-LAST-DATE DELIMITED BY SIZE
                     '  TRIES ' DELIMITED BY SIZE
                     WS-LKR-ATTEMPTS DELIMITED BY SIZE
                     '  OFFICE ' DELIMITED BY SIZE
                     WS-LKR-OFFICE DELIMITED BY SIZE
                     INTO WS-SCREEN-LINE
              END-STRING
              MOVE WS-SCREEN-LINE TO M1LINEO(4)
              PERFORM 4900-FORMAT-REASON
              MOVE WS-SCREEN-LINE TO M1LINEO(5)
              MOVE SPACES TO WS-SCREEN-LINE
              MOVE WS-LKR-REASON(66:53) TO WS-SCREEN-LINE(15:53)
              MOVE WS-SCREEN-LINE TO M1LINEO(6)
           END-IF
           .

       4300-FORMAT-SUSPECT.
           MOVE SPACES TO WS-SCREEN-LINE
           IF WS-SUSP-COUNT = 0
              MOVE 'SUSPECT.....: NONE' TO WS-SCREEN-LINE
              MOVE WS-SCREEN-LINE TO M1LINEO(8)
              MOVE SPACES TO M1LINEO(9) M1LINEO(10)
           ELSE
              MOVE WS-SUSP-ENTRY TO WS-LKR-LINE
              STRING 'SUSPECT.....: FLAGGED ' DELIMITED BY SIZE
                     WS-LKR-FIRST-DATE DELIMITED BY SIZE
                     '  OFFICE ' DELIMITED BY SIZE
                     WS-LKR-OFFICE DELIMITED BY SIZE
                     INTO WS-SCREEN-LINE
              END-STRING
              MOVE WS-SCREEN-LINE TO M1LINEO(8)
              PERFORM 4900-FORMAT-REASON
              MOVE WS-SCREEN-LINE TO M1LINEO(9)
              MOVE SPACES TO WS-SCREEN-LINE
              MOVE WS-LKR-REASON(66:53) TO WS-SCREEN-LINE(15:53)
              MOVE WS-SCREEN-LINE TO M1LINEO(10)
           END-IF
           .

      * A held revision is the raw record the office sent - its
      * scores are what would replace the master's if released
       4400-FORMAT-HELD.
           MOVE SPACES TO WS-SCREEN-LINE
           IF WS-HELD-COUNT = 0
              MOVE 'HELD REV....: NONE' TO WS-SCREEN-LINE
           ELSE
              MOVE WS-HELD-ENTRY TO WS-LKR-LINE
              STRING 'HELD REV....: SCORES ' DELIMITED BY SIZE
                     WS-LKR-REC-S1 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-LKR-REC-S2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-LKR-REC-S3 DELIMITED BY SIZE
                     '  CAT ' DELIMITED BY SIZE
                     WS-LKR-REC-CAT DELIMITED BY SIZE
                     '  EFFECTIVE ' DELIMITED BY SIZE
                     WS-LKR-REC-EFF DELIMITED BY SIZE
                     INTO WS-SCREEN-LINE
              END-STRING
           END-IF
           MOVE WS-SCREEN-LINE TO M1LINEO(12)
           .

       4500-FORMAT-WRITE-OFF.
           MOVE SPACES TO WS-SCREEN-LINE
           IF WS-WOFF-COUNT = 0
              MOVE 'WRITE-OFF...: NONE ARCHIVED' TO WS-SCREEN-LINE
              MOVE WS-SCREEN-LINE TO M1LINEO(14)
              MOVE SPACES TO M1LINEO(15) M1LINEO(16)
           ELSE
              MOVE WS-WOFF-ENTRY TO WS-LKR-LINE
              EVALUATE WS-LKR-WOFF-RULE
                 WHEN 'D'
                    MOVE '(DAYS OUTSTANDING)' TO WS-RULE-TEXT
                 WHEN 'A'
                    MOVE '(ATTEMPTS)' TO WS-RULE-TEXT
                 WHEN 'B'
                    MOVE '(DAYS AND ATTEMPTS)' TO WS-RULE-TEXT
                 WHEN OTHER
                    MOVE SPACES TO WS-RULE-TEXT
              END-EVALUATE
              STRING 'WRITE-OFF...: ' DELIMITED BY SIZE
                     WS-LKR-WOFF-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RULE-TEXT DELIMITED BY SIZE
                     ' FIRST FAILED ' DELIMITED BY SIZE
                     WS-LKR-FIRST-DATE DELIMITED BY SIZE
                     '  TRIES ' DELIMITED BY SIZE
                     WS-LKR-ATTEMPTS DELIMITED BY SIZE
                     INTO WS-SCREEN-LINE
              END-STRING
              MOVE WS-SCREEN-LINE TO M1LINEO(14)
              PERFORM 4900-FORMAT-REASON
              MOVE WS-SCREEN-LINE TO M1LINEO(15)
              MOVE SPACES TO WS-SCREEN-LINE
              MOVE WS-LKR-REASON(66:53) TO WS-SCREEN-LINE(15:53)
              MOVE WS-SCREEN-LINE TO M1LINEO(16)
           END-IF
           .

      * The reason text runs to two screen lines; this builds the
      * first
       4900-FORMAT-REASON.
           MOVE SPACES TO WS-SCREEN-LINE
           STRING 'REASON......: ' DELIMITED BY SIZE
                  WS-LKR-REASON(1:65) DELIMITED BY SIZE
                  INTO WS-SCREEN-LINE
           END-STRING
           .

       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                LENGTH(LENGTH OF WS-END-TEXT)
                ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      * Names the file and the response, so the help desk can tell
      * a closed file from a missing record without a dump
       9000-FILE-ERROR.
           SET ERROR-YES TO TRUE
           MOVE WS-RESP TO WS-EDIT-RESP
           MOVE SPACES TO M1MSGO
           STRING 'FILE ' DELIMITED BY SIZE
                  WS-ERROR-FILE DELIMITED BY SPACE
                  ' CANNOT BE READ - RESP ' DELIMITED BY SIZE
                  WS-EDIT-RESP DELIMITED BY SIZE
                  ' - TRY AGAIN LATER OR CALL DATA CONTROL'
                     DELIMITED BY SIZE
                  INTO M1MSGO
           END-STRING
           .

       END PROGRAM RVLKUP.
