      *            COUNTER FIELD (LI-VAR-OCCURS CARRIES THE MAXIMUM)
                   10 LI-VAR-OCCURS-MIN   PIC 9(9).
                   10 LI-VAR-DEPENDING    PIC X(80).
      *            DATA DIVISION SECTION THE ITEM IS DECLARED IN
      *            (WORKING-STORAGE, LOCAL-STORAGE, LINKAGE, FILE...)
      *            - SPACES FOR A BARE COPYBOOK FRAGMENT
                   10 LI-VAR-SECTION      PIC X(16).
