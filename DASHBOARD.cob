      *                application managers will actually open.
      *
      *                DASHBOARD [findings-file] [audit-file]
      * 10/15/2026 LA  Drill-down rows carry the check catalog entry
      *                from the export - meaning, production symptom,
      *                standard fix and reference number - and the
      *                findings-by-check table shows the reference
      *                and meaning beside each check.
      * 10/15/2026 LA  Program names link to the analyzer's profile
      *                sheets (PROFILE_<program>.HTML) for every
      *                program on the storage footprint report, and a
      *                program profiles index closes the page.
      *
      *                DASHBOARD [findings-file] [audit-file]
      *                          [footprint-file]
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT HTMLFILE ASSIGN TO LO-HTML-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL FOOTIN ASSIGN TO LO-FOOT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FOOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  HTMLFILE.
           01  HTMLFILE-RECORD         PIC X(250).

      *    THE STORAGE FOOTPRINT REPORT - ONE "PROGRAM <id>  MEMBER
      *    <member>" HEADER PER PROGRAM THE ANALYZER DREW A PROFILE OF
           FD  FOOTIN.
           01  FOOTIN-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-CMD-LINE              PIC X(256).
           01 WS-CONSOL-STATUS         PIC X(2) VALUE SPACE.
               VALUE "AUDIT.DAT".
           01 LO-HTML-FILE             PIC X(256)
               VALUE "DASHBOARD.HTML".
           01 LO-FOOT-FILE             PIC X(256)
               VALUE "FOOTPRINT.RPT".
           01 WS-FOOT-STATUS           PIC X(2) VALUE SPACE.
           01 WS-ARG1                  PIC X(256).
           01 WS-ARG2                  PIC X(256).
           01 WS-ARG3                  PIC X(256).

      *    PROGRAMS WITH A PROFILE SHEET, AND THE NAME CELL BUILT FOR
      *    ONE - A LINK TO ITS SHEET WHEN IT HAS ONE
           01 WS-PFL-COUNT             PIC 9(3) VALUE 0.
           01 WS-PFL-TABLE.
               05 WS-PFL-NAME OCCURS 500 TIMES PIC X(30).
           01 WS-PFL-KEY               PIC X(30).
           01 WS-PFL-ROW               PIC 9(3).
           01 WS-PFL-CELL              PIC X(120).

      *    THE WHOLE EXPORT HELD FOR THE DRILL-DOWN TABLES
           01 WS-FND-COUNT             PIC 9(4) VALUE 0.
               05 WS-CHK-ENTRY OCCURS 100 TIMES.
                   10 WS-CHK-NAME      PIC X(20).
                   10 WS-CHK-QTY       PIC 9(6).
      *            CATALOG ENTRY AS THE EXPORT CARRIED IT
                   10 WS-CHK-REF       PIC X(10).
                   10 WS-CHK-DESC      PIC X(80).
                   10 WS-CHK-SYMPTOM   PIC X(80).
                   10 WS-CHK-FIX       PIC X(80).

      *    SCAN COVERAGE OFF THE LATEST RUN STAMP IN THE AUDIT LOG
           01 WS-AUD-LATEST            PIC X(15) VALUE SPACE.

           01 WS-I                     PIC 9(4).
           01 WS-J                     PIC 9(4).
           01 WS-K                     PIC 9(4).
           01 WS-ROW                   PIC 9(4).
           01 WS-MAX-ROW               PIC 9(3).
           01 WS-MAX-QTY               PIC 9(6).
           PERFORM 1000-PARSE-ARGS-PARA
           PERFORM 2000-LOAD-FINDINGS-PARA THRU 2000-EXIT
           PERFORM 2500-LOAD-AUDIT-PARA THRU 2500-EXIT
           PERFORM 2600-LOAD-PROFILES-PARA THRU 2600-EXIT

           OPEN OUTPUT HTMLFILE
           PERFORM 3000-WRITE-HEAD-PARA
           PERFORM 3300-WRITE-WORST-TEN-PARA
           PERFORM 3400-WRITE-BY-CHECK-PARA
           PERFORM 3500-WRITE-DRILLDOWN-PARA
           PERFORM 3600-WRITE-PROFILES-PARA
           PERFORM 3900-WRITE-TAIL-PARA
           CLOSE HTMLFILE


      *----------------------------------------------------------------
      * 1000-PARSE-ARGS-PARA
      * All arguments optional - the defaults are the analyzer's
      * own output names in the current directory.
      *----------------------------------------------------------------
       1000-PARSE-ARGS-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACE TO WS-ARG1
           MOVE SPACE TO WS-ARG2
           MOVE SPACE TO WS-ARG3
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG1 WS-ARG2 WS-ARG3
           END-UNSTRING
           IF WS-ARG1 <> SPACE
               MOVE WS-ARG1 TO LO-CONSOL-FILE
           END-IF
           IF WS-ARG2 <> SPACE
               MOVE WS-ARG2 TO LO-AUDIT-FILE
           END-IF
           IF WS-ARG3 <> SPACE
               MOVE WS-ARG3 TO LO-FOOT-FILE
           END-IF.

      *----------------------------------------------------------------
               MOVE WS-CHK-COUNT TO WS-ROW
               MOVE CF-CHECK TO WS-CHK-NAME(WS-ROW)
               MOVE 0 TO WS-CHK-QTY(WS-ROW)
               MOVE SPACE TO WS-CHK-DESC(WS-ROW)
           END-IF
           IF WS-ROW > 0
               ADD 1 TO WS-CHK-QTY(WS-ROW)
      *        AN EXPORT OLDER THAN THE CATALOG HAS THE BLOCK BLANK -
      *        THE FIRST RECORD THAT CARRIES ONE FILLS THE ROW
               IF WS-CHK-DESC(WS-ROW) = SPACE
                   MOVE CF-CHK-REF TO WS-CHK-REF(WS-ROW)
                   MOVE CF-CHK-DESC TO WS-CHK-DESC(WS-ROW)
                   MOVE CF-CHK-SYMPTOM TO WS-CHK-SYMPTOM(WS-ROW)
                   MOVE CF-CHK-FIX TO WS-CHK-FIX(WS-ROW)
               END-IF
           END-IF.

      *----------------------------------------------------------------
               ADD 1 TO WS-COV-TRUNC
           END-IF.

      *----------------------------------------------------------------
      * 2600-LOAD-PROFILES-PARA
      * The analyzer draws a profile sheet for every program on its
      * storage footprint report, so the report's program headers
      * say which names on this page can link to one.
      *----------------------------------------------------------------
       2600-LOAD-PROFILES-PARA.
           OPEN INPUT FOOTIN
           IF WS-FOOT-STATUS NOT = "00"
               GO TO 2600-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
               READ FOOTIN
                   AT END
                       EXIT PERFORM
               END-READ
               IF FOOTIN-RECORD(1:8) = "PROGRAM "
                   MOVE SPACE TO WS-PFL-KEY
                   UNSTRING FOOTIN-RECORD(9:) DELIMITED BY "  MEMBER "
                       INTO WS-PFL-KEY
                   END-UNSTRING
                   PERFORM 2650-FIND-PROFILE-PARA
                   IF WS-PFL-ROW = 0 AND WS-PFL-COUNT < 500
                       ADD 1 TO WS-PFL-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-PFL-KEY)
                           TO WS-PFL-NAME(WS-PFL-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FOOTIN.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2650-FIND-PROFILE-PARA
      * WS-PFL-ROW is program WS-PFL-KEY's profile entry, or 0. The
      * sheets are named by the upper-case PROGRAM-ID.
      *----------------------------------------------------------------
       2650-FIND-PROFILE-PARA.
           MOVE FUNCTION UPPER-CASE(WS-PFL-KEY) TO WS-PFL-KEY
           MOVE 0 TO WS-PFL-ROW
           MOVE 1 TO WS-K
           PERFORM UNTIL WS-K > WS-PFL-COUNT OR WS-PFL-ROW > 0
               IF WS-PFL-NAME(WS-K) = WS-PFL-KEY
                   MOVE WS-K TO WS-PFL-ROW
               END-IF
               ADD 1 TO WS-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 2700-BUILD-NAME-CELL-PARA
      * WS-PFL-CELL is program WS-PFL-KEY as shown on the page -
      * linked to its profile sheet when there is one.
      *----------------------------------------------------------------
       2700-BUILD-NAME-CELL-PARA.
           MOVE SPACE TO WS-PFL-CELL
           MOVE WS-PFL-KEY TO WS-PFL-CELL
           PERFORM 2650-FIND-PROFILE-PARA
           IF WS-PFL-ROW > 0
               MOVE SPACE TO WS-PFL-CELL
               STRING "<a href=PROFILE_" FUNCTION TRIM(WS-PFL-KEY)
                   ".HTML>" FUNCTION TRIM(WS-PFL-KEY) "</a>"
                   DELIMITED BY SIZE INTO WS-PFL-CELL
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * 3000-WRITE-HEAD-PARA
      * The page head and the one embedded stylesheet - the file has
           WRITE HTMLFILE-RECORD
           MOVE "h2{border-bottom:1px solid #ccc}" TO HTMLFILE-RECORD
           WRITE HTMLFILE-RECORD
           MOVE "tr.cat td{color:#555;font-size:90%}"
               TO HTMLFILE-RECORD
           WRITE HTMLFILE-RECORD
           MOVE "</style></head><body>" TO HTMLFILE-RECORD
           WRITE HTMLFILE-RECORD
           MOVE "<h1>Static Analysis Dashboard</h1>"
               IF WS-MAX-ROW = 0
                   MOVE 10 TO WS-RANKED
               ELSE
                   MOVE WS-PRG-NAME(WS-MAX-ROW) TO WS-PFL-KEY
                   PERFORM 2700-BUILD-NAME-CELL-PARA
                   MOVE SPACE TO WS-LINE
                   STRING "<tr><td>" FUNCTION TRIM(WS-PFL-CELL)
                       "</td><td>"
                       WS-MAX-QTY "</td></tr>" DELIMITED BY SIZE
                       INTO WS-LINE
                   END-STRING
           MOVE "<h2>Findings by check</h2><table>"
               TO HTMLFILE-RECORD
           WRITE HTMLFILE-RECORD
           MOVE SPACE TO WS-LINE
           STRING "<tr><th>Check</th><th>Findings</th>"
               "<th>Ref</th><th>Meaning</th></tr>"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO HTMLFILE-RECORD
           WRITE HTMLFILE-RECORD
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-CHK-COUNT
               MOVE SPACE TO WS-LINE
               STRING "<tr><td>" FUNCTION TRIM(WS-CHK-NAME(WS-I))
                   "</td><td>" WS-CHK-QTY(WS-I) "</td><td>"
                   FUNCTION TRIM(WS-CHK-REF(WS-I)) "</td><td>"
                   FUNCTION TRIM(WS-CHK-DESC(WS-I)) "</td></tr>"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO HTMLFILE-RECORD
               END-PERFORM

               IF WS-SEEN = "N"
                   MOVE WS-FND-PROGRAM(WS-I) TO WS-PFL-KEY
                   PERFORM 2700-BUILD-NAME-CELL-PARA
                   MOVE SPACE TO WS-LINE
                   STRING "<h3>" FUNCTION TRIM(WS-PFL-CELL)
                       "</h3><table>"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO HTMLFILE-RECORD
                           END-STRING
                           MOVE WS-LINE TO HTMLFILE-RECORD
                           WRITE HTMLFILE-RECORD
                           PERFORM 3510-WRITE-CATALOG-ROW-PARA
                       END-IF
                       ADD 1 TO WS-J
                   END-PERFORM
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3510-WRITE-CATALOG-ROW-PARA
      * Under drill-down finding WS-J, a shaded row with its check's
      * catalog entry - what it means, how it shows up in production
      * and the standard fix - so the developer reading the page
      * does not have to phone operations. Nothing when the check
      * is not catalogued.
      *----------------------------------------------------------------
       3510-WRITE-CATALOG-ROW-PARA.
           MOVE 0 TO WS-ROW
           MOVE 1 TO WS-K
           PERFORM UNTIL WS-K > WS-CHK-COUNT OR WS-ROW > 0
               IF WS-CHK-NAME(WS-K) = WS-FND-CHECK(WS-J)
                   MOVE WS-K TO WS-ROW
               END-IF
               ADD 1 TO WS-K
           END-PERFORM
           IF WS-ROW > 0
               IF WS-CHK-DESC(WS-ROW) <> SPACE
                   MOVE SPACE TO WS-LINE
                   STRING "<tr class=cat><td>Ref "
                       FUNCTION TRIM(WS-CHK-REF(WS-ROW))
                       "</td><td colspan=4><b>Means:</b> "
                       FUNCTION TRIM(WS-CHK-DESC(WS-ROW))
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO HTMLFILE-RECORD
                   WRITE HTMLFILE-RECORD
                   MOVE SPACE TO WS-LINE
                   STRING "<br><b>Symptom:</b> "
                       FUNCTION TRIM(WS-CHK-SYMPTOM(WS-ROW))
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO HTMLFILE-RECORD
                   WRITE HTMLFILE-RECORD
                   MOVE SPACE TO WS-LINE
                   STRING "<br><b>Fix:</b> "
                       FUNCTION TRIM(WS-CHK-FIX(WS-ROW))
                       "</td></tr>" DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO HTMLFILE-RECORD
                   WRITE HTMLFILE-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3600-WRITE-PROFILES-PARA
      * An index of the profile sheets, clean programs included -
      * the inventory the modernization team works down.
      *----------------------------------------------------------------
       3600-WRITE-PROFILES-PARA.
           MOVE "<h2>Program profiles</h2>" TO HTMLFILE-RECORD
           WRITE HTMLFILE-RECORD
           IF WS-PFL-COUNT = 0
               MOVE SPACE TO WS-LINE
               STRING "<p>No profile sheets - "
                   FUNCTION TRIM(LO-FOOT-FILE) " not found.</p>"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO HTMLFILE-RECORD
               WRITE HTMLFILE-RECORD
           ELSE
               MOVE "<p>" TO HTMLFILE-RECORD
               WRITE HTMLFILE-RECORD
               MOVE 1 TO WS-I
               PERFORM UNTIL WS-I > WS-PFL-COUNT
                   MOVE SPACE TO WS-LINE
                   STRING "<a href=PROFILE_"
                       FUNCTION TRIM(WS-PFL-NAME(WS-I)) ".HTML>"
                       FUNCTION TRIM(WS-PFL-NAME(WS-I)) "</a> "
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO HTMLFILE-RECORD
                   WRITE HTMLFILE-RECORD
                   ADD 1 TO WS-I
               END-PERFORM
               MOVE "</p>" TO HTMLFILE-RECORD
               WRITE HTMLFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 3900-WRITE-TAIL-PARA
      *----------------------------------------------------------------
