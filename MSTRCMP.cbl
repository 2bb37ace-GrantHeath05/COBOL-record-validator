
       FD MSTR-NEW
           RECORDING MODE IS F.
       01 MSTR-NEW-RECORD        PIC X(60).

      * The old generation is OPTIONAL - the first day the compare
      * runs there may be no prior generation, and every record on
      * the new master is then an add
       FD MSTR-OLD
           RECORDING MODE IS F.
       01 MSTR-OLD-RECORD        PIC X(60).

       FD RULE-DATA
           RECORDING MODE IS F.
          05 WS-NEW-CATEGORY     PIC X.
          05 WS-NEW-FIRST-DATE   PIC X(8).
          05 WS-NEW-LAST-DATE    PIC X(8).
          05 FILLER              PIC X(29).

       01 WS-OLD-REC.
          05 WS-OLD-ID           PIC X(5).
          05 WS-OLD-CATEGORY     PIC X.
          05 WS-OLD-FIRST-DATE   PIC X(8).
          05 WS-OLD-LAST-DATE    PIC X(8).
          05 FILLER              PIC X(29).

      *********************************
      * Flags for tracking - the match keys go to HIGH-VALUES at
