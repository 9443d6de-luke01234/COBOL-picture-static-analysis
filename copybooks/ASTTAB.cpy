      * that satisfied it (or that none did), with LI-CRES-SHADOWED
      * set when a LATER library in the concatenation holds a
      * different version of the same member - the migration trap
      * the resolution report exists to catch. LI-CRES-CHECKSUM is
      * the resolved member's content fingerprint (zero when none
      * was found) and LI-CRES-LIBRARY its position in the search
      * path, so two environments' resolutions can be compared.
           01 LI-AST.
               05 LI-AST-OVERFLOW         PIC X(1).
               05 LI-AST-NODE-COUNT       PIC 9(9).
                   10 LI-CRES-MEMBER      PIC X(30).
                   10 LI-CRES-PATH        PIC X(120).
                   10 LI-CRES-SHADOWED    PIC X(1).
                   10 LI-CRES-CHECKSUM    PIC 9(9).
                   10 LI-CRES-LIBRARY     PIC 9(1).
               05 LI-AST-NODES OCCURS 50000 TIMES.
                   10 LI-AST-NODE         PIC X(80).
                   10 LI-AST-LINE-NUM     PIC 9(9).
