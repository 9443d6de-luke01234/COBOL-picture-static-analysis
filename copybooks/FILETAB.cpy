      * error-handling checks. One row per SELECT: the logical file
      * name, the ASSIGN target (a dataset name or the data name the
      * program assigns through), the organization, the FILE STATUS
      * field when one is declared, the first 01 record under the
      * matching FD, and for an indexed file its RECORD KEY and up to
      * five ALTERNATE RECORD KEYs, each with whether it was declared
      * WITH DUPLICATES.
      *================================================================
           01 LI-FILE-TABLE.
               05 LI-FILES-COUNT          PIC 9(4).
                   10 LI-FILE-RECORD      PIC X(80).
                   10 LI-FILE-PROGRAM     PIC X(30).
                   10 LI-FILE-LINE-NUM    PIC 9(9).
                   10 LI-FILE-KEY         PIC X(80).
                   10 LI-FILE-KEY-DUPS    PIC X(1).
                   10 LI-FILE-ALT-COUNT   PIC 9(1).
                   10 LI-FILE-ALT-KEYS OCCURS 5 TIMES.
                       15 LI-FILE-ALT-KEY  PIC X(80).
                       15 LI-FILE-ALT-DUPS PIC X(1).
