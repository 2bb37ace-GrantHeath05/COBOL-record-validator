       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVLKOF.
       AUTHOR. Grant Heath.
       DATE-WRITTEN. 2026-10-15
      *********************************
      *
      *    Online Office Reject Browse (transaction RVLO)
      *
      *    Lists the outstanding rejects for one office, fifteen to
      *    a page, from the RVLKUP lookup cluster LKUPBLD rebuilds
      *    each night - the same INVFILE entries the office's
      *    reject return carries, as of the last nightly run:
      *
      *    | Key   | Action                                        |
      *    |-------|-----------------------------------------------|
      *    | ENTER | First page for the office keyed               |
      *    | PF8   | Next page                                     |
      *    | PF7   | Previous page                                 |
      *    | PF5   | Go to the ID trace (RVLKUP)                   |
      *    | PF3   | End (CLEAR also ends)                         |
      *
      *    Only users named for the office in the LKUPAUTH member
      *    may browse it - an entry for office ALL covers every
      *    office. The user ID is the one CICS signed on, so the
      *    check cannot be talked round from the screen.
      *
      *    Pseudo-conversational: the office and the start key of
      *    every page shown so far are kept in the COMMAREA, so
      *    paging back returns exactly the page seen before. The
      *    browse goes no further than 200 pages. A file that
      *    cannot be read is reported on the message line with its
      *    response code rather than abending the terminal.
      *
      *********************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *********************************
      * Symbolic map for RVLKM2 in mapset RVLKMS - must follow
      * the field list in the BMS source
       01 RVLKM2I.
          05 FILLER              PIC X(12).
          05 M2ASOFL             PIC S9(4)  COMP.
          05 M2ASOFF             PIC X.
          05 M2ASOFI             PIC X(25).
          05 M2OFCL              PIC S9(4)  COMP.
          05 M2OFCF              PIC X.
          05 M2OFCI              PIC X(3).
          05 M2PAGEL             PIC S9(4)  COMP.
          05 M2PAGEF             PIC X.
          05 M2PAGEI             PIC X(19).
          05 M2LINE-IN           OCCURS 15 TIMES.
             10 M2LINEL          PIC S9(4)  COMP.
             10 M2LINEF          PIC X.
             10 M2LINEI          PIC X(79).
          05 M2MSGL              PIC S9(4)  COMP.
          05 M2MSGF              PIC X.
          05 M2MSGI              PIC X(79).

       01 RVLKM2O REDEFINES RVLKM2I.
          05 FILLER              PIC X(12).
          05 FILLER              PIC X(3).
          05 M2ASOFO             PIC X(25).
          05 FILLER              PIC X(3).
          05 M2OFCO              PIC X(3).
          05 FILLER              PIC X(3).
          05 M2PAGEO             PIC X(19).
          05 M2LINE-OUT          OCCURS 15 TIMES.
             10 FILLER           PIC X(3).
             10 M2LINEO          PIC X(79).
          05 FILLER              PIC X(3).
          05 M2MSGO              PIC X(79).

      *********************************
      * Kept between screens - the office being browsed, the page
      * on the screen, whether another follows it, and the key
      * each page shown so far started at
       01 WS-COMMAREA.
          05 WS-CA-OFFICE        PIC X(3).
          05 WS-CA-PAGE          PIC 9(4).
          05 WS-CA-MORE          PIC X.
          05 WS-CA-PAGE-KEY      OCCURS 200 TIMES PIC X(16).

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
          05 WS-LKR-ID           PIC X(5).
          05 WS-LKR-OFFICE       PIC X(3).
          05 WS-LKR-FIRST-DATE   PIC X(8).
          05 WS-LKR-LAST-DATE    PIC X(8).
          05 WS-LKR-ATTEMPTS     PIC X(3).
          05 WS-LKR-WOFF-DATE    PIC X(8).
          05 WS-LKR-WOFF-RULE    PIC X.
          05 WS-LKR-RECORD       PIC X(80).
          05 WS-LKR-REASON       PIC X(118).
          05 FILLER              PIC X(5).

       01 WS-LKC-LINE REDEFINES WS-LKR-LINE.
          05 WS-LKC-KEY          PIC X(16).
          05 WS-LKC-BUILD-DATE   PIC X(8).
          05 WS-LKC-BUILD-TIME   PIC X(6).
          05 FILLER              PIC X(226).

      *********************************
      * Browse work fields
       01 WS-BROWSE-DATA.
          05 WS-IN-OFFICE        PIC X(3).
          05 WS-USERID           PIC X(8).
          05 WS-BROWSE-KEY       PIC X(16).
          05 WS-AUTH-KEY         PIC X(16).
          05 WS-LKUP-EOF         PIC X      VALUE 'N'.
             88 LKUP-EOF-YES                VALUE 'Y'.
          05 WS-ERROR            PIC X      VALUE 'N'.
             88 ERROR-YES                   VALUE 'Y'.
          05 WS-AUTHORIZED       PIC X      VALUE 'N'.
          05 WS-LINE-COUNT       PIC 9(2)   COMP VALUE 0.
          05 WS-PAGE-LIMIT       PIC 9(4)   VALUE 200.
          05 WS-EDIT-PAGE        PIC ZZZ9.

      *********************************
      * CICS response handling
       01 WS-CICS-FIELDS.
          05 WS-RESP             PIC S9(8)  COMP VALUE 0.
          05 WS-EDIT-RESP        PIC ZZZ9.
          05 WS-END-TEXT         PIC X(20)  VALUE 'RVLO SESSION ENDED'.

      *********************************
      * One reject line - lines up under the column heading in
      * the map
       01 WS-REJ-LINE.
          05 WS-REJ-ID           PIC X(5).
          05 FILLER              PIC X      VALUE SPACE.
          05 WS-REJ-FIRST        PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REJ-LAST         PIC X(8).
          05 FILLER              PIC X(2)   VALUE SPACES.
          05 WS-REJ-TRIES        PIC X(3).
          05 FILLER              PIC X(4)   VALUE SPACES.
          05 WS-REJ-REASON       PIC X(46).

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA            PIC X(3208).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE LOW-VALUES TO RVLKM2O
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              MOVE 0 TO WS-CA-PAGE
              MOVE 'ENTER AN OFFICE CODE AND PRESS ENTER' TO M2MSGO
              PERFORM 1900-SEND-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              EVALUATE EIBAID
                 WHEN DFHPF3
                 WHEN DFHCLEAR
                    PERFORM 8000-END-SESSION
                 WHEN DFHPF5
                    EXEC CICS XCTL PROGRAM('RVLKUP')
                    END-EXEC
                 WHEN DFHENTER
                    PERFORM 2000-START-OFFICE
                 WHEN DFHPF8
                    PERFORM 2200-PAGE-FORWARD
                 WHEN DFHPF7
                    PERFORM 2300-PAGE-BACK
                 WHEN OTHER
                    MOVE WS-CA-OFFICE TO M2OFCO
                    MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
                       TO M2MSGO
              END-EVALUATE
              PERFORM 1900-SEND-SCREEN
           END-IF
           EXEC CICS RETURN TRANSID('RVLO')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           .

       1900-SEND-SCREEN.
           EXEC CICS SEND MAP('RVLKM2') MAPSET('RVLKMS')
                FROM(RVLKM2O) ERASE FREEKB
           END-EXEC
           .

      * A new office always starts at page 1 - and only once the
      * signed-on user is proven allowed to see it
       2000-START-OFFICE.
           EXEC CICS RECEIVE MAP('RVLKM2') MAPSET('RVLKMS')
                INTO(RVLKM2I) RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-IN-OFFICE
           IF WS-RESP = DFHRESP(NORMAL) AND M2OFCL > 0
              MOVE M2OFCI TO WS-IN-OFFICE
           END-IF
           MOVE LOW-VALUES TO RVLKM2O
           IF WS-IN-OFFICE = SPACES OR LOW-VALUES
              MOVE SPACES TO WS-CA-OFFICE
              MOVE 0 TO WS-CA-PAGE
              MOVE 'ENTER AN OFFICE CODE' TO M2MSGO
           ELSE
              MOVE WS-IN-OFFICE TO M2OFCO
              PERFORM 2100-CHECK-AUTHORITY
              IF WS-AUTHORIZED = 'Y'
                 MOVE WS-IN-OFFICE TO WS-CA-OFFICE
                 MOVE 1 TO WS-CA-PAGE
                 MOVE LOW-VALUES TO WS-CA-PAGE-KEY(1)
                 MOVE 'O' TO WS-CA-PAGE-KEY(1)(1:1)
                 MOVE WS-IN-OFFICE TO WS-CA-PAGE-KEY(1)(2:3)
                 PERFORM 3000-SHOW-PAGE
              ELSE
                 MOVE SPACES TO WS-CA-OFFICE
                 MOVE 0 TO WS-CA-PAGE
              END-IF
           END-IF
           .

      * The user's own entry for the office first, then an ALL
      * entry. Anything but a clean answer refuses the browse
       2100-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE SPACES TO WS-AUTH-KEY
           MOVE 'A' TO WS-AUTH-KEY(1:1)
           MOVE WS-USERID TO WS-AUTH-KEY(2:8)
           MOVE WS-IN-OFFICE TO WS-AUTH-KEY(11:3)
           PERFORM 2110-READ-AUTHORITY
           IF WS-AUTHORIZED = 'N' AND NOT ERROR-YES
              MOVE '***' TO WS-AUTH-KEY(11:3)
              PERFORM 2110-READ-AUTHORITY
           END-IF
           IF WS-AUTHORIZED = 'N' AND NOT ERROR-YES
              STRING 'USER ' DELIMITED BY SIZE
                     WS-USERID DELIMITED BY SPACE
                     ' IS NOT AUTHORIZED TO BROWSE OFFICE '
                        DELIMITED BY SIZE
                     WS-IN-OFFICE DELIMITED BY SIZE
                     INTO M2MSGO
              END-STRING
           END-IF
           .

       2110-READ-AUTHORITY.
           EXEC CICS READ FILE('RVLKUP')
                INTO(WS-LKR-LINE)
                RIDFLD(WS-AUTH-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-AUTHORIZED
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9000-FILE-ERROR
           END-EVALUATE
           .

      * The start key of the next page was kept when this one was
      * shown
       2200-PAGE-FORWARD.
           EVALUATE TRUE
              WHEN WS-CA-OFFICE = SPACES
                 MOVE 'ENTER AN OFFICE CODE' TO M2MSGO
              WHEN WS-CA-MORE NOT = 'Y'
                 MOVE 'ALREADY ON THE LAST PAGE' TO M2MSGO
                 PERFORM 3000-SHOW-PAGE
              WHEN WS-CA-PAGE NOT < WS-PAGE-LIMIT
                 MOVE 'NO FURTHER PAGES CAN BE BROWSED ON THIS SCREEN'
                    TO M2MSGO
                 PERFORM 3000-SHOW-PAGE
              WHEN OTHER
                 ADD 1 TO WS-CA-PAGE
                 PERFORM 3000-SHOW-PAGE
           END-EVALUATE
           .

       2300-PAGE-BACK.
           EVALUATE TRUE
              WHEN WS-CA-OFFICE = SPACES
                 MOVE 'ENTER AN OFFICE CODE' TO M2MSGO
              WHEN WS-CA-PAGE NOT > 1
                 MOVE 'ALREADY ON THE FIRST PAGE' TO M2MSGO
                 PERFORM 3000-SHOW-PAGE
              WHEN OTHER
                 SUBTRACT 1 FROM WS-CA-PAGE
                 PERFORM 3000-SHOW-PAGE
           END-EVALUATE
           .

      * Reads up to sixteen O records from the page's start key -
      * fifteen to show, and a sixteenth only to learn whether a
      * next page exists and where it starts
       3000-SHOW-PAGE.
           MOVE WS-CA-OFFICE TO M2OFCO
           PERFORM 3200-READ-CONTROL
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-CA-MORE
           MOVE 'N' TO WS-LKUP-EOF
           MOVE WS-CA-PAGE-KEY(WS-CA-PAGE) TO WS-BROWSE-KEY
           IF NOT ERROR-YES
              EXEC CICS STARTBR FILE('RVLKUP')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    PERFORM 3100-READ-NEXT-REJECT UNTIL LKUP-EOF-YES
                    EXEC CICS ENDBR FILE('RVLKUP')
                    END-EXEC
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9000-FILE-ERROR
              END-EVALUATE
           END-IF
           MOVE WS-CA-PAGE TO WS-EDIT-PAGE
           STRING 'PAGE ' DELIMITED BY SIZE
                  WS-EDIT-PAGE DELIMITED BY SIZE
                  INTO M2PAGEO
           END-STRING
           IF WS-CA-MORE = 'Y'
              MOVE ' (MORE)' TO M2PAGEO(10:7)
           END-IF
           IF NOT ERROR-YES AND WS-LINE-COUNT = 0
              STRING 'NO OUTSTANDING REJECTS FOR OFFICE '
                        DELIMITED BY SIZE
                     WS-CA-OFFICE DELIMITED BY SIZE
                     INTO M2MSGO
              END-STRING
           END-IF
           .

       3100-READ-NEXT-REJECT.
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
                 PERFORM 9000-FILE-ERROR
              WHEN WS-LKR-KIND NOT = 'O'
                 OR WS-LKR-KEY-MAJOR(1:3) NOT = WS-CA-OFFICE
                 SET LKUP-EOF-YES TO TRUE
              WHEN WS-LINE-COUNT = 15
                 SET LKUP-EOF-YES TO TRUE
                 MOVE 'Y' TO WS-CA-MORE
                 IF WS-CA-PAGE < WS-PAGE-LIMIT
                    MOVE WS-LKR-KEY TO WS-CA-PAGE-KEY(WS-CA-PAGE + 1)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-LINE-COUNT
                 MOVE WS-LKR-ID TO WS-REJ-ID
                 MOVE WS-LKR-FIRST-DATE TO WS-REJ-FIRST
                 MOVE WS-LKR-LAST-DATE TO WS-REJ-LAST
                 MOVE WS-LKR-ATTEMPTS TO WS-REJ-TRIES
                 MOVE WS-LKR-REASON TO WS-REJ-REASON
                 MOVE WS-REJ-LINE TO M2LINEO(WS-LINE-COUNT)
           END-EVALUATE
           .

      * When the nightly copy was taken
       3200-READ-CONTROL.
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
                        INTO M2ASOFO
                 END-STRING
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'LOOKUP NOT BUILT' TO M2ASOFO
              WHEN OTHER
                 PERFORM 9000-FILE-ERROR
           END-EVALUATE
           .

       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                LENGTH(LENGTH OF WS-END-TEXT)
                ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      * Names the response, so the help desk can tell a closed
      * file from a missing record without a dump
       9000-FILE-ERROR.
           SET ERROR-YES TO TRUE
           MOVE WS-RESP TO WS-EDIT-RESP
           MOVE SPACES TO M2MSGO
           STRING 'FILE RVLKUP CANNOT BE READ - RESP ' DELIMITED BY SIZE
                  WS-EDIT-RESP DELIMITED BY SIZE
                  ' - TRY AGAIN LATER OR CALL DATA CONTROL'
                     DELIMITED BY SIZE
                  INTO M2MSGO
           END-STRING
           .

       END PROGRAM RVLKOF.
