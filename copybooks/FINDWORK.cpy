      * short.
      *================================================================
      *    SUPPRESSION LIST - THE REVIEWER FRONT-END APPENDS ENTRIES
      *    CARRYING WHO RAISED EACH SUPPRESSION, WHEN, AND WHY, AND
      *    A SECOND REVIEWER MARKS THEM APPROVED; ONLY APPROVED
      *    ENTRIES ARE LOADED HERE (AN OLD HAND-EDITED ROW WITH NO
      *    STATUS WAITS IN THE PENDING TABLE BELOW). AN OPTIONAL EXPIRY
      *    DATE (YYYYMMDD, SIXTH COLUMN) STOPS THE ENTRY SUPPRESSING
      *    ONCE PAST; WK-SUPP-USED IS THIS RUN'S MARK THAT THE ENTRY
      *    ACTUALLY BIT, FOR THE STALE-SUPPRESSION AUDIT.
                   10 WK-SUPP-FIELD    PIC X(80).
                   10 WK-SUPP-REVIEWER PIC X(8).
                   10 WK-SUPP-DATE     PIC X(8).
                   10 WK-SUPP-REASON   PIC X(40).
                   10 WK-SUPP-EXPIRES  PIC X(8).
                   10 WK-SUPP-USED     PIC X(1).
      *    ENTRIES STILL AWAITING A SECOND REVIEWER'S APPROVAL (AND
      *    OLD ROWS THAT NEVER HAD ONE) - NOT HONOURED, HELD ONLY SO
      *    THE SUPPRESSION AUDIT CAN LIST THEM WITH THEIR AGE
           01 WK-SUPP-PEND-COUNT       PIC 9(4) VALUE 0.
           01 WK-SUPP-PEND-TABLE.
               05 WK-SUPP-PEND-ENTRY OCCURS 200 TIMES.
                   10 WK-PEND-PROGRAM  PIC X(30).
                   10 WK-PEND-FIELD    PIC X(80).
                   10 WK-PEND-REVIEWER PIC X(8).
                   10 WK-PEND-DATE     PIC X(8).
                   10 WK-PEND-REASON   PIC X(40).

      *    SEVERITY POLICY - CHECK-ID TO SEVERITY OVERRIDES AND THE
      *    PER-SEVERITY THRESHOLDS THE RETURN-CODE GATE COMPARES
      *    OVERRUN CUTS OFF THE CHEAP MEMBERS, NOT THE EXPENSIVE
           01 WK-WINDOW-SECS          PIC 9(6) VALUE 0.
           01 WK-SCHEDULE             PIC X(8) VALUE SPACE.
      *    WS-MAX-BYTES,n SETS HOW LARGE A PROGRAM'S WORKING-STORAGE
      *    MAY GROW BEFORE THE FOOTPRINT PASS RAISES WS-FOOTPRINT
      *    (0 = NO LIMIT CONFIGURED)
           01 WK-WS-MAX-BYTES         PIC 9(12) VALUE 0.
      *    PERF-SEARCH-LIMIT,n SETS HOW MANY ENTRIES A KEYED TABLE
      *    MAY HOLD BEFORE A SERIAL SEARCH OF IT IS CALLED OUT AS A
      *    SEARCH ALL CANDIDATE
           01 WK-PERF-SEARCH-LIMIT    PIC 9(9) VALUE 50.
      *    CLONE-MIN-TOKENS,n SETS HOW MANY TOKENS A PARAGRAPH MUST
      *    HOLD BEFORE IT IS COMPARED FOR DUPLICATE LOGIC
           01 WK-CLONE-MIN-TOKENS     PIC 9(9) VALUE 30.

           01 WK-SUM-TYPE-9            PIC 9(9) VALUE 0.
           01 WK-SUM-TYPE-X            PIC 9(9) VALUE 0.
