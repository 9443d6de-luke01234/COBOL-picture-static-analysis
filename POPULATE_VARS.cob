      * 09/01/2026 LA  SD entries captured like FDs, so sort files
      *                land in the file table and their first 01
      *                links as the sort record.
      * 10/15/2026 LA  RECORD KEY, ALTERNATE RECORD KEY and WITH
      *                DUPLICATES captured into the file table.
      * 10/15/2026 LA  Each captured field now records the DATA
      *                DIVISION section it is declared in, for the
      *                storage footprint report.
      *----------------------------------------------------------------

       DATA DIVISION.
           01 LO-IN-DATA-DIV           PIC X(1) VALUE "N".
           01 LO-EXPECT-LEVEL          PIC X(1) VALUE "N".
           01 LO-CURRENT-PROGRAM       PIC X(30) VALUE SPACE.
           01 LO-CURRENT-SECTION       PIC X(16) VALUE SPACE.
           01 LO-LAST-FIELD-NAME       PIC X(80) VALUE SPACE.
           01 LO-NAME-SCAN-IDX         PIC 9(9).

           01 LO-PENDING-VALUE         PIC X(80).
           01 LO-PENDING-LINE          PIC 9(9).
           01 LO-PENDING-COPY          PIC X(30).
           01 LO-PENDING-SECTION       PIC X(16).

      *    PICTURE-CLAUSE SCANNER WORK FIELDS
           01 LO-PIC-RAW               PIC X(80).
           01 LO-SEL-STATUS            PIC X(80).
           01 LO-SEL-LINE              PIC 9(9).
           01 LO-SEL-IDX               PIC 9(9).
           01 LO-SEL-KEY               PIC X(80).
           01 LO-SEL-KEY-DUPS          PIC X(1).
           01 LO-SEL-ALT-COUNT         PIC 9(1).
           01 LO-SEL-ALT-TABLE.
               05 LO-SEL-ALT-ENTRY OCCURS 5 TIMES.
                   10 LO-SEL-ALT-KEY   PIC X(80).
                   10 LO-SEL-ALT-DUPS  PIC X(1).
           01 LO-SEL-KEY-NAME          PIC X(80).
           01 LO-SEL-KEY-ALT           PIC X(1).
           01 LO-SEL-KEY-DUP           PIC X(1).
           01 LO-SEL-ALT-IDX           PIC 9(1).
           01 LO-FD-FILE               PIC X(30) VALUE SPACE.
           01 LO-FILE-SCAN             PIC 9(4).

           MOVE "Y" TO LO-EXPECT-LEVEL
           MOVE "N" TO LO-HAVE-PENDING
           MOVE SPACE TO LO-CURRENT-PROGRAM
           MOVE SPACE TO LO-CURRENT-SECTION
           MOVE 0 TO LI-FILES-COUNT
           MOVE "N" TO LO-IN-SELECT
           MOVE SPACE TO LO-FD-FILE
                       LO-CURRENT-PROGRAM
               END-IF
               MOVE SPACE TO LO-LAST-FIELD-NAME
               MOVE SPACE TO LO-CURRENT-SECTION
           END-IF

      *    A SECTION HEADER INSIDE THE DATA DIVISION NAMES WHERE THE
      *    ITEMS THAT FOLLOW LIVE - EXEC SQL'S BEGIN DECLARE SECTION
      *    IS NOT ONE
           IF LO-IN-DATA-DIV = "Y" AND
           LI-AST-EXEC-FLAG(LO-INDEX) <> "Y" AND
           LO-INDEX < LI-AST-NODE-COUNT
               IF LI-AST-NODE(LO-INDEX + 1) = "SECTION" OR
               LI-AST-NODE(LO-INDEX + 1) = "SECTION."
                   MOVE LO-CURR-READ TO LO-CURRENT-SECTION
               END-IF
           END-IF

           IF LO-CURR-READ = "IDENTIFICATION" OR
           MOVE SPACE TO LO-SEL-ASSIGN
           MOVE "SEQUENTIAL" TO LO-SEL-ORG
           MOVE SPACE TO LO-SEL-STATUS
           MOVE SPACE TO LO-SEL-KEY
           MOVE "N" TO LO-SEL-KEY-DUPS
           MOVE 0 TO LO-SEL-ALT-COUNT
           MOVE LI-AST-LINE-NUM(LO-INDEX) TO LO-SEL-LINE
           COMPUTE LO-SEL-IDX = LO-INDEX + 1
           IF LO-SEL-IDX <= LI-AST-NODE-COUNT AND
      * Picks the values off the clauses inside the pending SELECT.
      * ORGANIZATION IS LINE SEQUENTIAL needs its two words joined;
      * FILE STATUS IS f keys off the STATUS word so the optional
      * FILE and IS words don't matter; RECORD KEY and ALTERNATE
      * RECORD KEY likewise key off the KEY word.
      *----------------------------------------------------------------
       SELECT-CLAUSE-SCAN-PARA.
           IF LO-CURR-READ = "."
                   ADD 1 TO LO-SEL-IDX
               END-IF
               MOVE LI-AST-NODE(LO-SEL-IDX) TO LO-SEL-STATUS
           END-IF

           IF LO-CURR-READ = "KEY" AND LO-INDEX > 1 AND
           LO-INDEX < LI-AST-NODE-COUNT AND
           LI-AST-NODE(LO-INDEX - 1) <> "RELATIVE"
               PERFORM SELECT-KEY-CLAUSE-PARA
           END-IF.

      *----------------------------------------------------------------
      * SELECT-KEY-CLAUSE-PARA
      * [ALTERNATE] RECORD KEY IS name [WITH DUPLICATES]. ALTERNATE
      * KEY without the RECORD word is accepted too; a RELATIVE KEY
      * is a working-storage slot number, not a record key, and is
      * left alone.
      *----------------------------------------------------------------
       SELECT-KEY-CLAUSE-PARA.
           MOVE "N" TO LO-SEL-KEY-ALT
           IF LI-AST-NODE(LO-INDEX - 1) = "ALTERNATE"
               MOVE "Y" TO LO-SEL-KEY-ALT
           END-IF
           IF LI-AST-NODE(LO-INDEX - 1) = "RECORD" AND LO-INDEX > 2
               IF LI-AST-NODE(LO-INDEX - 2) = "ALTERNATE"
                   MOVE "Y" TO LO-SEL-KEY-ALT
               END-IF
           END-IF

           COMPUTE LO-SEL-IDX = LO-INDEX + 1
           IF LI-AST-NODE(LO-SEL-IDX) = "IS" AND
           LO-SEL-IDX < LI-AST-NODE-COUNT
               ADD 1 TO LO-SEL-IDX
           END-IF
           MOVE LI-AST-NODE(LO-SEL-IDX) TO LO-SEL-KEY-NAME

           MOVE "N" TO LO-SEL-KEY-DUP
           ADD 1 TO LO-SEL-IDX
           IF LO-SEL-IDX < LI-AST-NODE-COUNT AND
           LI-AST-NODE(LO-SEL-IDX) = "WITH"
               ADD 1 TO LO-SEL-IDX
           END-IF
           IF LO-SEL-IDX <= LI-AST-NODE-COUNT AND
           LI-AST-NODE(LO-SEL-IDX) = "DUPLICATES"
               MOVE "Y" TO LO-SEL-KEY-DUP
           END-IF

           IF LO-SEL-KEY-ALT = "Y"
               IF LO-SEL-ALT-COUNT < 5
                   ADD 1 TO LO-SEL-ALT-COUNT
                   MOVE LO-SEL-KEY-NAME TO
                       LO-SEL-ALT-KEY(LO-SEL-ALT-COUNT)
                   MOVE LO-SEL-KEY-DUP TO
                       LO-SEL-ALT-DUPS(LO-SEL-ALT-COUNT)
               END-IF
           ELSE
               MOVE LO-SEL-KEY-NAME TO LO-SEL-KEY
               MOVE LO-SEL-KEY-DUP TO LO-SEL-KEY-DUPS
           END-IF.

      *----------------------------------------------------------------
                       LI-FILE-PROGRAM(LI-FILES-COUNT)
                   MOVE LO-SEL-LINE TO
                       LI-FILE-LINE-NUM(LI-FILES-COUNT)
                   MOVE LO-SEL-KEY TO LI-FILE-KEY(LI-FILES-COUNT)
                   MOVE LO-SEL-KEY-DUPS TO
                       LI-FILE-KEY-DUPS(LI-FILES-COUNT)
                   MOVE LO-SEL-ALT-COUNT TO
                       LI-FILE-ALT-COUNT(LI-FILES-COUNT)
                   MOVE 1 TO LO-SEL-ALT-IDX
                   PERFORM UNTIL LO-SEL-ALT-IDX > 5
                       IF LO-SEL-ALT-IDX > LO-SEL-ALT-COUNT
                           MOVE SPACE TO LI-FILE-ALT-KEY
                               (LI-FILES-COUNT, LO-SEL-ALT-IDX)
                           MOVE "N" TO LI-FILE-ALT-DUPS
                               (LI-FILES-COUNT, LO-SEL-ALT-IDX)
                       ELSE
                           MOVE LO-SEL-ALT-KEY(LO-SEL-ALT-IDX) TO
                               LI-FILE-ALT-KEY
                               (LI-FILES-COUNT, LO-SEL-ALT-IDX)
                           MOVE LO-SEL-ALT-DUPS(LO-SEL-ALT-IDX) TO
                               LI-FILE-ALT-DUPS
                               (LI-FILES-COUNT, LO-SEL-ALT-IDX)
                       END-IF
                       ADD 1 TO LO-SEL-ALT-IDX
                   END-PERFORM
               END-IF
           END-IF.

               MOVE SPACE TO LO-PENDING-VALUE
               MOVE LI-AST-LINE-NUM(LO-INDEX) TO LO-PENDING-LINE
               MOVE LI-AST-COPY-MEMBER(LO-INDEX) TO LO-PENDING-COPY
               MOVE LO-CURRENT-SECTION TO LO-PENDING-SECTION

               IF LO-PENDING-LEVEL = 88
                   MOVE "Y" TO LO-PENDING-IS-COND
                   LI-VAR-OCCURS-MIN(LI-VARS-COUNT)
                   MOVE LO-PENDING-DEPENDING TO
                   LI-VAR-DEPENDING(LI-VARS-COUNT)
                   MOVE LO-PENDING-SECTION TO
                   LI-VAR-SECTION(LI-VARS-COUNT)
               END-IF
               MOVE "N" TO LO-HAVE-PENDING
           END-IF.
