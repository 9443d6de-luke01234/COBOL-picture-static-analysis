       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGMAINT.
       AUTHOR. Luke Attard.
       INSTALLATION. APPLICATION STATIC ANALYSIS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026 LA  Original. Maintenance and verification of the
      *                analyzer's hand-kept control files - the
      *                severity policy (POLICY.CFG), team ownership
      *                (OWNERS.CFG), batch entry points
      *                (ENTRYPTS.CFG), sensitive-field patterns
      *                (PII.CFG) and a suppression file. DRIVER reads
      *                all of them leniently - a row it cannot use is
      *                skipped without a word, so a typo in
      *                POLICY.CFG ran the night on the wrong
      *                thresholds. Every row is checked here: check
      *                ids against the catalog (CHECKS.CFG),
      *                severities, numbers, team codes, program
      *                names, dates, and patterns duplicated or
      *                shadowed by an earlier pattern that always
      *                matches first.
      *
      *                CFGMAINT VERIFY [suppress-file]
      *                    every file, findings on CFGVERIFY.RPT;
      *                    return code 8 on any error, 4 on warnings
      *                    only. Run it as the nightly job's first
      *                    step so a malformed file stops the job
      *                    before DRIVER starts.
      *                CFGMAINT LIST <kind> [file]
      *                CFGMAINT ADD <kind> <entry> [file]
      *                CFGMAINT CHANGE <kind> <key> <entry> [file]
      *                CFGMAINT DELETE <kind> <key> [file]
      *                    kind POLICY, OWNERS, ENTRYPTS, PII or
      *                    SUPPRESS (the file is required for
      *                    SUPPRESS). The entry is the row as it is
      *                    kept in the file; the key is its first
      *                    column (PROGRAM,FIELD for SUPPRESS). A
      *                    change that fails the checks is refused
      *                    with return code 8 and the file is left as
      *                    it was. A suppression added or changed
      *                    here is always written PENDING - only
      *                    REVIEWER APPROVE can approve one.
      * 10/15/2026 LA  POLICY setting PERF-SEARCH-LIMIT takes a number.
      * 10/15/2026 LA  ADD/CHANGE/DELETE of a suppression entry take
      *                the RUNLOCK run-control lock, the one DRIVER
      *                and REVIEWER hold while they use the file (RC
      *                16 when it is held past LOCK-WAIT). POLICY
      *                settings LOCK-TIMEOUT and LOCK-WAIT take a
      *                number.
      * 10/15/2026 LA  POLICY setting CLONE-MIN-TOKENS takes a number.
      * 10/15/2026 LA  A suppression reason may run to 40 characters,
      *                as REVIEWER BATCH writes it.
      * 10/15/2026 LA  CHANGE and DELETE refuse a file over 1000
      *                lines (RC 8) rather than write it back short. A
      *                run lock file that cannot be written is RC 16.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CFGFILE ASSIGN TO LO-CFG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CFG-STATUS.
               SELECT OPTIONAL CHECKSFILE ASSIGN TO LO-CHECKS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECKS-STATUS.
               SELECT VERIFYFILE ASSIGN TO LO-VERIFY-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD  CFGFILE.
           01  CFGFILE-RECORD          PIC X(200).

           FD  CHECKSFILE.
           01  CHECKSFILE-RECORD       PIC X(300).

           FD  VERIFYFILE.
           01  VERIFYFILE-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-CMD-LINE              PIC X(256).
           01 WS-VERB                  PIC X(8).
           01 WS-ARG2                  PIC X(256).
           01 WS-ARG3                  PIC X(256).
           01 WS-ARG4                  PIC X(256).
           01 WS-ARG5                  PIC X(256).
           01 WS-KIND                  PIC X(8).
           01 WS-ARG-KEY               PIC X(200).
           01 WS-ARG-ENTRY             PIC X(200).
           01 WS-SUPPRESS-ARG          PIC X(256).
           01 WS-TODAY                 PIC X(8).

           01 WS-CFG-STATUS            PIC X(2) VALUE SPACE.
           01 WS-CHECKS-STATUS         PIC X(2) VALUE SPACE.
           01 LO-CFG-FILE              PIC X(256).
           01 LO-CHECKS-FILE           PIC X(256)
               VALUE "CHECKS.CFG".
           01 LO-VERIFY-FILE           PIC X(256)
               VALUE "CFGVERIFY.RPT".

      *    THE CHECK IDS THE CATALOG KNOWS - THE LIST A POLICY ROW'S
      *    CHECK ID MUST BE ON
           01 WS-CAT-LOADED            PIC X(1) VALUE "N".
           01 WS-CAT-COUNT             PIC 9(3) VALUE 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ID OCCURS 200 TIMES PIC X(20).
           01 WS-CAT-I                 PIC 9(3).
           01 WS-CAT-FOUND             PIC X(1).
           01 WS-CAT-WARNED            PIC X(1) VALUE "N".

      *    THE FILE IN HAND, EVERY LINE KEPT - BLANKS AND COMMENTS
      *    TOO - SO LINE NUMBERS MATCH THE FILE AND A REWRITE LOSES
      *    NOTHING
           01 WS-FILE-PRESENT          PIC X(1).
           01 WS-LN-COUNT              PIC 9(4) VALUE 0.
           01 WS-LN-FULL               PIC X(1) VALUE "N".
           01 WS-LN-TABLE.
               05 WS-LN OCCURS 1000 TIMES PIC X(200).
           01 WS-LN-I                  PIC 9(4).
           01 WS-LN-SAVE               PIC X(200).

      *    ONE ROW SPLIT INTO ITS COMMA-SEPARATED COLUMNS
           01 WS-SPLIT-TEXT            PIC X(200).
           01 WS-COL-COUNT             PIC 9(2).
           01 WS-COL-TABLE.
               05 WS-COL OCCURS 9 TIMES PIC X(80).
           01 WS-COL-REST              PIC X(200).
           01 WS-COL-LEN               PIC 9(3).
           01 WS-VAL                   PIC X(80).

      *    ROW KEYS FOR THE DUPLICATE / SHADOW CROSS-CHECK
           01 WS-CUR                   PIC 9(4).
           01 WS-KX                    PIC 9(4).
           01 WS-BOTH-WAYS             PIC X(1) VALUE "N".
           01 WS-RK-DATA               PIC X(1).
           01 WS-RK-LIVE               PIC X(1).
           01 WS-RK-1                  PIC X(80).
           01 WS-RK-2                  PIC X(80).
           01 WS-RK-FULL               PIC X(200).
           01 WS-CUR-K1                PIC X(80).
           01 WS-CUR-K2                PIC X(80).
           01 WS-CA                    PIC X(80).
           01 WS-CB                    PIC X(80).
           01 WS-CA-LEN                PIC 9(3).
           01 WS-CB-LEN                PIC 9(3).
           01 WS-COVERS                PIC X(1).
           01 WS-TALLY                 PIC 9(4).

      *    NAME CHECK - UPPER-CASE LETTERS, DIGITS AND HYPHENS, UP TO
      *    A MAXIMUM LENGTH, OPTIONALLY A TRAILING "*" AND A LEADING
      *    LETTER
           01 WS-NM-TEXT               PIC X(80).
           01 WS-NM-MAX                PIC 9(3).
           01 WS-NM-STAR               PIC X(1).
           01 WS-NM-ALPHA              PIC X(1).
           01 WS-NM-OK                 PIC X(1).
           01 WS-NM-LEN                PIC 9(3).
           01 WS-NM-K                  PIC 9(3).
           01 WS-NM-CHAR               PIC X(1).

      *    DATE CHECK - YYYYMMDD
           01 WS-DT-TEXT               PIC X(80).
           01 WS-DT-OK                 PIC X(1).
           01 WS-DT-NUM                PIC 9(8).

      *    FINDINGS - PER FILE AND FOR THE WHOLE RUN
           01 WS-VERIFY-OPEN           PIC X(1) VALUE "N".
           01 WS-RPT-SEV               PIC X(7).
           01 WS-RPT-TEXT              PIC X(120).
           01 WS-RPT-LINE              PIC X(200).
           01 WS-FILE-ERRORS           PIC 9(5).
           01 WS-FILE-WARNINGS         PIC 9(5).
           01 WS-FILE-ROWS             PIC 9(5).
           01 WS-TOT-ERRORS            PIC 9(5) VALUE 0.
           01 WS-TOT-WARNINGS          PIC 9(5) VALUE 0.
           01 WS-CAP-USED              PIC 9(5).
           01 WS-CAP-PEND              PIC 9(5).
           01 WS-CAP-MAX               PIC 9(5).
           01 WS-RETURN-CODE           PIC 9(4) VALUE 0.
           01 WS-N-EDIT                PIC Z(4)9.

      *    RUN-CONTROL LOCK (SEE RUNLOCK)
           COPY LOCKPARM.
           01 WS-LOCK-HELD             PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-PARSE-ARGS-PARA THRU 1000-EXIT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1200-LOAD-CATALOG-PARA THRU 1200-EXIT
      *    THE SUPPRESSION FILE IS SHARED WITH DRIVER AND REVIEWER -
      *    NO CHANGE TO IT WHILE EITHER IS RUNNING
           IF WS-KIND = "SUPPRESS" AND WS-VERB <> "LIST"
               PERFORM 1500-ACQUIRE-RUN-LOCK-PARA
           END-IF

           EVALUATE WS-VERB
               WHEN "VERIFY"
                   PERFORM 2000-VERIFY-ALL-PARA
               WHEN "LIST"
                   PERFORM 3000-LIST-PARA
               WHEN "ADD"
                   PERFORM 3100-ADD-PARA THRU 3100-EXIT
               WHEN "CHANGE"
                   PERFORM 3200-CHANGE-PARA THRU 3200-EXIT
               WHEN "DELETE"
                   PERFORM 3300-DELETE-PARA THRU 3300-EXIT
           END-EVALUATE

           PERFORM 1550-RELEASE-RUN-LOCK-PARA
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-PARSE-ARGS-PARA
      * The verb first; the remaining positions depend on it. A
      * missing file name falls back to the analyzer's own default
      * for the kind - there is none for a suppression file.
      *----------------------------------------------------------------
       1000-PARSE-ARGS-PARA.
           MOVE SPACE TO WS-CMD-LINE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACE TO WS-VERB WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-VERB WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB
           MOVE SPACE TO WS-KIND WS-ARG-KEY WS-ARG-ENTRY LO-CFG-FILE

           EVALUATE WS-VERB
               WHEN "VERIFY"
                   MOVE WS-ARG2 TO WS-SUPPRESS-ARG
                   GO TO 1000-EXIT
               WHEN "LIST"
                   MOVE WS-ARG3 TO LO-CFG-FILE
               WHEN "ADD"
                   MOVE WS-ARG3 TO WS-ARG-ENTRY
                   MOVE WS-ARG4 TO LO-CFG-FILE
               WHEN "CHANGE"
                   MOVE WS-ARG3 TO WS-ARG-KEY
                   MOVE WS-ARG4 TO WS-ARG-ENTRY
                   MOVE WS-ARG5 TO LO-CFG-FILE
               WHEN "DELETE"
                   MOVE WS-ARG3 TO WS-ARG-KEY
                   MOVE WS-ARG4 TO LO-CFG-FILE
               WHEN OTHER
                   PERFORM 1050-USAGE-PARA
           END-EVALUATE

           MOVE FUNCTION UPPER-CASE(WS-ARG2) TO WS-KIND
           IF WS-KIND <> "POLICY" AND WS-KIND <> "OWNERS" AND
           WS-KIND <> "ENTRYPTS" AND WS-KIND <> "PII" AND
           WS-KIND <> "SUPPRESS"
               PERFORM 1050-USAGE-PARA
           END-IF
           IF (WS-VERB = "ADD" AND WS-ARG-ENTRY = SPACE) OR
           (WS-VERB = "CHANGE" AND
           (WS-ARG-KEY = SPACE OR WS-ARG-ENTRY = SPACE)) OR
           (WS-VERB = "DELETE" AND WS-ARG-KEY = SPACE)
               PERFORM 1050-USAGE-PARA
           END-IF
           IF LO-CFG-FILE = SPACE
               PERFORM 1100-DEFAULT-FILE-PARA
               IF LO-CFG-FILE = SPACE
                   DISPLAY "CFGMAINT: A SUPPRESSION FILE NAME IS "
                       "REQUIRED FOR KIND SUPPRESS"
                   PERFORM 1050-USAGE-PARA
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-USAGE-PARA
      *----------------------------------------------------------------
       1050-USAGE-PARA.
           DISPLAY "CFGMAINT: USAGE - CFGMAINT VERIFY [SUPPRESS-FILE]"
           DISPLAY "  CFGMAINT LIST <KIND> [FILE]"
           DISPLAY "  CFGMAINT ADD <KIND> <ENTRY> [FILE]"
           DISPLAY "  CFGMAINT CHANGE <KIND> <KEY> <ENTRY> [FILE]"
           DISPLAY "  CFGMAINT DELETE <KIND> <KEY> [FILE]"
           DISPLAY "  KIND IS POLICY, OWNERS, ENTRYPTS, PII OR SUPPRESS"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1100-DEFAULT-FILE-PARA
      * WS-KIND's default file name into LO-CFG-FILE - the same
      * names DRIVER opens.
      *----------------------------------------------------------------
       1100-DEFAULT-FILE-PARA.
           EVALUATE WS-KIND
               WHEN "POLICY"
                   MOVE "POLICY.CFG" TO LO-CFG-FILE
               WHEN "OWNERS"
                   MOVE "OWNERS.CFG" TO LO-CFG-FILE
               WHEN "ENTRYPTS"
                   MOVE "ENTRYPTS.CFG" TO LO-CFG-FILE
               WHEN "PII"
                   MOVE "PII.CFG" TO LO-CFG-FILE
               WHEN OTHER
                   MOVE WS-SUPPRESS-ARG TO LO-CFG-FILE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1200-LOAD-CATALOG-PARA
      * The check ids from CHECKS.CFG - the first "|" column of each
      * row. No catalog leaves check ids unverified (a warning, once).
      *----------------------------------------------------------------
       1200-LOAD-CATALOG-PARA.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CHECKSFILE
           IF WS-CHECKS-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
               READ CHECKSFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(CHECKSFILE-RECORD) <> SPACE AND
               CHECKSFILE-RECORD(1:1) <> "*" AND WS-CAT-COUNT < 200
                   ADD 1 TO WS-CAT-COUNT
                   MOVE SPACE TO WS-VAL
                   UNSTRING CHECKSFILE-RECORD DELIMITED BY "|"
                       INTO WS-VAL
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VAL))
                       TO WS-CAT-ID(WS-CAT-COUNT)
               END-IF
           END-PERFORM
           CLOSE CHECKSFILE
           MOVE "Y" TO WS-CAT-LOADED.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-FILE-PARA
      * LO-CFG-FILE into the line table as it stands. An absent file
      * loads as empty with WS-FILE-PRESENT "N".
      *----------------------------------------------------------------
       1300-LOAD-FILE-PARA.
           MOVE 0 TO WS-LN-COUNT
           MOVE "N" TO WS-LN-FULL
           MOVE "N" TO WS-FILE-PRESENT
           OPEN INPUT CFGFILE
           IF WS-CFG-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           MOVE "Y" TO WS-FILE-PRESENT
           PERFORM UNTIL 1 = 2
               READ CFGFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LN-COUNT < 1000
                   ADD 1 TO WS-LN-COUNT
                   MOVE CFGFILE-RECORD TO WS-LN(WS-LN-COUNT)
               ELSE
                   MOVE "Y" TO WS-LN-FULL
               END-IF
           END-PERFORM
           CLOSE CFGFILE.

       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-WRITE-FILE-PARA
      * The line table written back over LO-CFG-FILE.
      *----------------------------------------------------------------
       1400-WRITE-FILE-PARA.
           OPEN OUTPUT CFGFILE
           MOVE 1 TO WS-LN-I
           PERFORM UNTIL WS-LN-I > WS-LN-COUNT
               MOVE WS-LN(WS-LN-I) TO CFGFILE-RECORD
               WRITE CFGFILE-RECORD
               ADD 1 TO WS-LN-I
           END-PERFORM
           CLOSE CFGFILE.

      *----------------------------------------------------------------
      * 1500-ACQUIRE-RUN-LOCK-PARA
      * Takes the run-control lock before a suppression entry is
      * changed. Refused means say who holds it and stop with RC
      * 16, the file untouched.
      *----------------------------------------------------------------
       1500-ACQUIRE-RUN-LOCK-PARA.
           MOVE "A" TO LI-LOCK-FUNCTION
           MOVE "Y" TO LI-LOCK-WAIT-SW
           MOVE "CFGMAINT" TO LI-LOCK-PROGRAM
           MOVE WS-VERB TO LI-LOCK-MODE
           MOVE SPACE TO LI-LOCK-JOB
           MOVE SPACE TO LI-LOCK-USER
           CALL "RUNLOCK" USING LI-RUNLOCK
           IF LI-LOCK-ERROR
               DISPLAY "CFGMAINT: RUN LOCK FILE CANNOT BE WRITTEN"
                   " - SUPPRESSION FILE NOT CHANGED (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LI-LOCK-GRANTED
               MOVE "Y" TO WS-LOCK-HELD
           ELSE
               DISPLAY "CFGMAINT: RUN LOCK HELD BY "
                   FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
                   FUNCTION TRIM(LI-LOCK-HOLD-MODE) " JOB "
                   FUNCTION TRIM(LI-LOCK-HOLD-JOB) " USER "
                   FUNCTION TRIM(LI-LOCK-HOLD-USER)
               DISPLAY "CFGMAINT: STARTED " LI-LOCK-HOLD-START
                   " LAST HEARTBEAT " LI-LOCK-HOLD-BEAT
                   " - SUPPRESSION FILE NOT CHANGED (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1550-RELEASE-RUN-LOCK-PARA
      *----------------------------------------------------------------
       1550-RELEASE-RUN-LOCK-PARA.
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO LI-LOCK-FUNCTION
               CALL "RUNLOCK" USING LI-RUNLOCK
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

      *----------------------------------------------------------------
      * 2000-VERIFY-ALL-PARA
      * The nightly pre-flight: each control file in turn, then the
      * suppression file when one was named. Errors set return code
      * 8 - the job's COND test stops DRIVER running on a file it
      * would misread; warnings alone give 4.
      *----------------------------------------------------------------
       2000-VERIFY-ALL-PARA.
           OPEN OUTPUT VERIFYFILE
           MOVE "Y" TO WS-VERIFY-OPEN
           MOVE SPACE TO VERIFYFILE-RECORD
           STRING "CONFIGURATION VERIFY - " WS-TODAY
               DELIMITED BY SIZE INTO VERIFYFILE-RECORD
           END-STRING
           WRITE VERIFYFILE-RECORD

           MOVE "POLICY" TO WS-KIND
           PERFORM 2050-VERIFY-ONE-FILE-PARA THRU 2050-EXIT
           MOVE "OWNERS" TO WS-KIND
           PERFORM 2050-VERIFY-ONE-FILE-PARA THRU 2050-EXIT
           MOVE "ENTRYPTS" TO WS-KIND
           PERFORM 2050-VERIFY-ONE-FILE-PARA THRU 2050-EXIT
           MOVE "PII" TO WS-KIND
           PERFORM 2050-VERIFY-ONE-FILE-PARA THRU 2050-EXIT
           IF WS-SUPPRESS-ARG <> SPACE
               MOVE "SUPPRESS" TO WS-KIND
               PERFORM 2050-VERIFY-ONE-FILE-PARA THRU 2050-EXIT
           END-IF

           MOVE 0 TO WS-RETURN-CODE
           IF WS-TOT-WARNINGS > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-TOT-ERRORS > 0
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE SPACE TO VERIFYFILE-RECORD
           STRING "RESULT - " WS-TOT-ERRORS " ERRORS, "
               WS-TOT-WARNINGS " WARNINGS - RETURN CODE "
               WS-RETURN-CODE DELIMITED BY SIZE
               INTO VERIFYFILE-RECORD
           END-STRING
           WRITE VERIFYFILE-RECORD
           CLOSE VERIFYFILE
           MOVE "N" TO WS-VERIFY-OPEN

           DISPLAY "CFGMAINT: VERIFY - " WS-TOT-ERRORS " ERRORS, "
               WS-TOT-WARNINGS " WARNINGS (SEE "
               FUNCTION TRIM(LO-VERIFY-FILE) ")".

      *----------------------------------------------------------------
      * 2050-VERIFY-ONE-FILE-PARA
      * Every line of WS-KIND's file checked, then the row count
      * against the table DRIVER loads it into - rows past the end
      * of that table are dropped without a word at run time.
      *----------------------------------------------------------------
       2050-VERIFY-ONE-FILE-PARA.
           MOVE SPACE TO LO-CFG-FILE
           PERFORM 1100-DEFAULT-FILE-PARA
           MOVE 0 TO WS-FILE-ERRORS WS-FILE-WARNINGS WS-FILE-ROWS
               WS-CAP-USED WS-CAP-PEND
           PERFORM 1300-LOAD-FILE-PARA THRU 1300-EXIT

           IF WS-FILE-PRESENT = "N"
               MOVE SPACE TO VERIFYFILE-RECORD
               STRING FUNCTION TRIM(LO-CFG-FILE)
                   " - NOT PRESENT, NOT CHECKED"
                   DELIMITED BY SIZE INTO VERIFYFILE-RECORD
               END-STRING
               WRITE VERIFYFILE-RECORD
      *        A NAMED SUPPRESSION FILE THAT IS NOT THERE IS A MISTAKE
      *        IN THE JOB - THE OTHERS ARE OPTIONAL BY DESIGN
               IF WS-KIND = "SUPPRESS"
                   MOVE 0 TO WS-CUR
                   MOVE "ERROR" TO WS-RPT-SEV
                   MOVE "SUPPRESSION FILE NAMED BUT NOT FOUND"
                       TO WS-RPT-TEXT
                   PERFORM 2950-REPORT-PARA
               END-IF
               GO TO 2050-EXIT
           END-IF

           IF WS-LN-FULL = "Y"
               MOVE 0 TO WS-CUR
               MOVE "ERROR" TO WS-RPT-SEV
               MOVE "MORE THAN 1000 LINES - ONLY THE FIRST 1000 CHECKED"
                   TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
           END-IF

           MOVE "N" TO WS-BOTH-WAYS
           MOVE 1 TO WS-CUR
           PERFORM UNTIL WS-CUR > WS-LN-COUNT
               PERFORM 2200-CHECK-ROW-PARA THRU 2200-EXIT
               ADD 1 TO WS-CUR
           END-PERFORM

           EVALUATE WS-KIND
               WHEN "POLICY"
                   MOVE 50 TO WS-CAP-MAX
               WHEN "OWNERS"
                   MOVE 100 TO WS-CAP-MAX
               WHEN "PII"
                   MOVE 100 TO WS-CAP-MAX
               WHEN OTHER
                   MOVE 200 TO WS-CAP-MAX
           END-EVALUATE
           IF WS-CAP-USED > WS-CAP-MAX OR WS-CAP-PEND > WS-CAP-MAX
               MOVE 0 TO WS-CUR
               MOVE "ERROR" TO WS-RPT-SEV
               MOVE WS-CAP-MAX TO WS-N-EDIT
               MOVE SPACE TO WS-RPT-TEXT
               STRING "TOO MANY ROWS - DRIVER LOADS ONLY THE FIRST "
                   FUNCTION TRIM(WS-N-EDIT)
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           END-IF

           MOVE SPACE TO VERIFYFILE-RECORD
           STRING FUNCTION TRIM(LO-CFG-FILE) " - " WS-FILE-ROWS
               " ROWS, " WS-FILE-ERRORS " ERRORS, "
               WS-FILE-WARNINGS " WARNINGS"
               DELIMITED BY SIZE INTO VERIFYFILE-RECORD
           END-STRING
           WRITE VERIFYFILE-RECORD.

       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SPLIT-LINE-PARA
      * WS-SPLIT-TEXT into WS-COL(1..9) on commas, each column
      * trimmed; WS-COL-COUNT is the number of columns present and
      * anything past the ninth lands in WS-COL-REST.
      *----------------------------------------------------------------
       2150-SPLIT-LINE-PARA.
           MOVE SPACE TO WS-COL-TABLE
           MOVE SPACE TO WS-COL-REST
           MOVE 0 TO WS-COL-COUNT
           UNSTRING WS-SPLIT-TEXT DELIMITED BY ","
               INTO WS-COL(1) WS-COL(2) WS-COL(3) WS-COL(4)
                   WS-COL(5) WS-COL(6) WS-COL(7) WS-COL(8)
                   WS-COL(9) WS-COL-REST
               TALLYING IN WS-COL-COUNT
           END-UNSTRING
           MOVE 1 TO WS-NM-K
           PERFORM UNTIL WS-NM-K > 9
               MOVE FUNCTION TRIM(WS-COL(WS-NM-K)) TO WS-VAL
               MOVE WS-VAL TO WS-COL(WS-NM-K)
               ADD 1 TO WS-NM-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 2200-CHECK-ROW-PARA
      * Line WS-CUR: its own columns by kind, then the cross-check
      * against the other rows. Blank lines are skipped everywhere;
      * "*" comment lines wherever DRIVER's loader skips them.
      *----------------------------------------------------------------
       2200-CHECK-ROW-PARA.
           IF WS-LN(WS-CUR) = SPACE
               GO TO 2200-EXIT
           END-IF
           IF WS-LN(WS-CUR)(1:1) = "*" AND
           (WS-KIND = "ENTRYPTS" OR WS-KIND = "PII")
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-FILE-ROWS

           MOVE WS-LN(WS-CUR) TO WS-SPLIT-TEXT
           PERFORM 2150-SPLIT-LINE-PARA
           EVALUATE WS-KIND
               WHEN "POLICY"
                   PERFORM 2300-CHECK-POLICY-ROW-PARA THRU 2300-EXIT
               WHEN "OWNERS"
                   PERFORM 2400-CHECK-OWNERS-ROW-PARA THRU 2400-EXIT
               WHEN "ENTRYPTS"
                   PERFORM 2500-CHECK-ENTRYPT-ROW-PARA THRU 2500-EXIT
               WHEN "PII"
                   PERFORM 2600-CHECK-PII-ROW-PARA THRU 2600-EXIT
               WHEN "SUPPRESS"
                   PERFORM 2700-CHECK-SUPP-ROW-PARA THRU 2700-EXIT
           END-EVALUATE

           PERFORM 2800-CROSS-CHECK-PARA THRU 2800-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-POLICY-ROW-PARA
      * KEY,VALUE. The setting keys take a number (ANNOTATE Y/N,
      * SCHEDULE LONGEST); any other key is a check id, which must
      * be in the catalog, with ERROR, WARNING or INFO.
      *----------------------------------------------------------------
       2300-CHECK-POLICY-ROW-PARA.
           MOVE "ERROR" TO WS-RPT-SEV
           IF WS-LN(WS-CUR)(1:1) = "*"
               MOVE "COMMENT LINES ARE READ AS CHECK ROWS IN THIS FILE"
                   TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
               GO TO 2300-EXIT
           END-IF
           IF WS-COL-COUNT <> 2 OR WS-COL(1) = SPACE OR
           WS-COL(2) = SPACE
               MOVE "EXPECTED KEY,VALUE" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
               GO TO 2300-EXIT
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COL(2))) > 20
               MOVE "VALUE LONGER THAN 20 CHARACTERS" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
               GO TO 2300-EXIT
           END-IF

           EVALUATE WS-COL(1)
               WHEN "THRESHOLD-ERROR"
               WHEN "THRESHOLD-WARNING"
               WHEN "SLA-DAYS"
               WHEN "WINDOW-SECS"
               WHEN "WS-MAX-BYTES"
               WHEN "PERF-SEARCH-LIMIT"
               WHEN "CLONE-MIN-TOKENS"
               WHEN "LOCK-TIMEOUT"
               WHEN "LOCK-WAIT"
                   IF FUNCTION TRIM(WS-COL(2)) IS NOT NUMERIC
                       MOVE "VALUE MUST BE A WHOLE NUMBER"
                           TO WS-RPT-TEXT
                       PERFORM 2950-REPORT-PARA
                   END-IF
               WHEN "ANNOTATE"
                   IF WS-COL(2) <> "Y" AND WS-COL(2) <> "N"
                       MOVE "ANNOTATE MUST BE Y OR N" TO WS-RPT-TEXT
                       PERFORM 2950-REPORT-PARA
                   END-IF
               WHEN "SCHEDULE"
                   IF WS-COL(2) <> "LONGEST"
                       MOVE SPACE TO WS-RPT-TEXT
                       STRING "SCHEDULE MUST BE LONGEST (OMIT THE ROW"
                           " FOR"
                           " LIST ORDER)"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                       END-STRING
                       PERFORM 2950-REPORT-PARA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CAP-USED
                   PERFORM 2350-CHECK-CHECK-ID-PARA
                   IF WS-COL(2) <> "ERROR" AND
                   WS-COL(2) <> "WARNING" AND WS-COL(2) <> "INFO"
                       MOVE SPACE TO WS-RPT-TEXT
                       STRING "UNKNOWN SEVERITY "
                           FUNCTION TRIM(WS-COL(2))
                           " - USE ERROR, WARNING OR INFO"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                       END-STRING
                       PERFORM 2950-REPORT-PARA
                   END-IF
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-CHECK-ID-PARA
      * WS-COL(1) against the catalog's check ids.
      *----------------------------------------------------------------
       2350-CHECK-CHECK-ID-PARA.
           IF WS-CAT-LOADED = "N"
               IF WS-CAT-WARNED = "N"
                   MOVE "Y" TO WS-CAT-WARNED
                   MOVE "WARNING" TO WS-RPT-SEV
                   MOVE SPACE TO WS-RPT-TEXT
                   STRING "CHECK CATALOG (CHECKS.CFG) NOT FOUND - CHECK"
                       " IDS NOT VERIFIED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   PERFORM 2950-REPORT-PARA
                   MOVE "ERROR" TO WS-RPT-SEV
               END-IF
           ELSE
               MOVE "N" TO WS-CAT-FOUND
               MOVE 1 TO WS-CAT-I
               PERFORM UNTIL WS-CAT-I > WS-CAT-COUNT OR
               WS-CAT-FOUND = "Y"
                   IF WS-CAT-ID(WS-CAT-I) = WS-COL(1)
                       MOVE "Y" TO WS-CAT-FOUND
                   END-IF
                   ADD 1 TO WS-CAT-I
               END-PERFORM
               IF WS-CAT-FOUND = "N"
                   MOVE SPACE TO WS-RPT-TEXT
                   STRING "UNKNOWN CHECK ID " FUNCTION TRIM(WS-COL(1))
                       " - NOT IN THE CHECK CATALOG"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   PERFORM 2950-REPORT-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2400-CHECK-OWNERS-ROW-PARA
      * PATTERN,TEAM. The pattern is a program name, or a prefix
      * ending "*" ("*" alone owns everything left); the team code
      * is one to eight letters and digits starting with a letter.
      *----------------------------------------------------------------
       2400-CHECK-OWNERS-ROW-PARA.
           MOVE "ERROR" TO WS-RPT-SEV
           IF WS-COL-COUNT <> 2 OR WS-COL(1) = SPACE OR
           WS-COL(2) = SPACE
               MOVE "EXPECTED PATTERN,TEAM" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-CAP-USED

           MOVE WS-COL(1) TO WS-NM-TEXT
           MOVE 30 TO WS-NM-MAX
           MOVE "Y" TO WS-NM-STAR
           MOVE "N" TO WS-NM-ALPHA
           PERFORM 2910-CHECK-NAME-PARA
           IF WS-NM-OK = "N"
               MOVE SPACE TO WS-RPT-TEXT
               STRING "BAD PATTERN " FUNCTION TRIM(WS-COL(1))
                   " - UPPER-CASE PROGRAM NAME OR PREFIX*, AT MOST"
                   " 30 CHARACTERS" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           END-IF

           MOVE WS-COL(2) TO WS-NM-TEXT
           MOVE 8 TO WS-NM-MAX
           MOVE "N" TO WS-NM-STAR
           MOVE "Y" TO WS-NM-ALPHA
           PERFORM 2910-CHECK-NAME-PARA
           MOVE 0 TO WS-TALLY
           INSPECT WS-COL(2) TALLYING WS-TALLY FOR ALL "-"
           IF WS-NM-OK = "N" OR WS-TALLY > 0
               MOVE SPACE TO WS-RPT-TEXT
               STRING "BAD TEAM CODE " FUNCTION TRIM(WS-COL(2))
                   " - ONE TO EIGHT LETTERS AND DIGITS, LETTER FIRST"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           END-IF.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-ENTRYPT-ROW-PARA
      * One PROGRAM-ID per line.
      *----------------------------------------------------------------
       2500-CHECK-ENTRYPT-ROW-PARA.
           MOVE "ERROR" TO WS-RPT-SEV
           ADD 1 TO WS-CAP-USED
           MOVE FUNCTION TRIM(WS-LN(WS-CUR)) TO WS-NM-TEXT
           MOVE 30 TO WS-NM-MAX
           MOVE "N" TO WS-NM-STAR
           MOVE "N" TO WS-NM-ALPHA
           PERFORM 2910-CHECK-NAME-PARA
           IF WS-NM-OK = "N"
               MOVE SPACE TO WS-RPT-TEXT
               STRING "BAD PROGRAM-ID " FUNCTION TRIM(WS-NM-TEXT)
                   " - ONE UPPER-CASE NAME, AT MOST 30"
                   " CHARACTERS" DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           END-IF.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-CHECK-PII-ROW-PARA
      * PATTERN[,CLASS]. The pattern is matched anywhere in a data
      * name (the loader upper-cases it); the class is at most 12
      * characters.
      *----------------------------------------------------------------
       2600-CHECK-PII-ROW-PARA.
           MOVE "ERROR" TO WS-RPT-SEV
           IF WS-COL-COUNT > 2 OR WS-COL(1) = SPACE
               MOVE "EXPECTED PATTERN[,CLASS]" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-CAP-USED

           MOVE FUNCTION UPPER-CASE(WS-COL(1)) TO WS-NM-TEXT
           MOVE 30 TO WS-NM-MAX
           MOVE "N" TO WS-NM-STAR
           MOVE "N" TO WS-NM-ALPHA
           PERFORM 2910-CHECK-NAME-PARA
           IF WS-NM-OK = "N"
               MOVE SPACE TO WS-RPT-TEXT
               STRING "BAD PATTERN " FUNCTION TRIM(WS-COL(1))
                   " - LETTERS, DIGITS AND HYPHENS, AT MOST 30"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COL(2))) > 12
               MOVE "CLASS LONGER THAN 12 CHARACTERS" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
           END-IF.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-CHECK-SUPP-ROW-PARA
      * PROGRAM,FIELD,REVIEWER,DATE,REASON,EXPIRY,STATUS,APPROVER,
      * APPROVAL-DATE. An old two-column row still loads but is not
      * honoured until approved - a warning. An APPROVED row must
      * name an approver other than the raising reviewer.
      *----------------------------------------------------------------
       2700-CHECK-SUPP-ROW-PARA.
           MOVE "ERROR" TO WS-RPT-SEV
           IF WS-LN(WS-CUR)(1:1) = "*"
               MOVE SPACE TO WS-RPT-TEXT
               STRING "COMMENT LINES ARE READ AS SUPPRESSIONS IN THIS"
                   " FILE"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
               GO TO 2700-EXIT
           END-IF
           IF WS-COL-COUNT > 9 OR WS-COL-COUNT < 2 OR
           WS-COL(1) = SPACE
               MOVE SPACE TO WS-RPT-TEXT
               STRING "EXPECTED PROGRAM,FIELD,REVIEWER,DATE,REASON,"
                   "EXPIRY,STATUS,APPROVER,APPROVAL-DATE"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
               GO TO 2700-EXIT
           END-IF

           MOVE WS-COL(1) TO WS-NM-TEXT
           MOVE 30 TO WS-NM-MAX
           MOVE "N" TO WS-NM-STAR
           MOVE "N" TO WS-NM-ALPHA
           PERFORM 2910-CHECK-NAME-PARA
           IF WS-NM-OK = "N"
               MOVE SPACE TO WS-RPT-TEXT
               STRING "BAD PROGRAM-ID " FUNCTION TRIM(WS-COL(1))
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           END-IF

           IF WS-COL-COUNT = 2
               ADD 1 TO WS-CAP-PEND
               MOVE "WARNING" TO WS-RPT-SEV
               MOVE SPACE TO WS-RPT-TEXT
               STRING "NO REVIEWER OR STATUS - NOT HONOURED UNTIL"
                   " APPROVED (REVIEWER APPROVE)"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
               GO TO 2700-EXIT
           END-IF

           MOVE WS-COL(3) TO WS-NM-TEXT
           MOVE 8 TO WS-NM-MAX
           PERFORM 2910-CHECK-NAME-PARA
           IF WS-NM-OK = "N"
               MOVE "REVIEWER ID MISSING OR LONGER THAN 8" TO
                   WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
           END-IF
           MOVE WS-COL(4) TO WS-DT-TEXT
           PERFORM 2920-CHECK-DATE-PARA
           IF WS-DT-OK = "N"
               MOVE "DATE RAISED IS NOT A VALID YYYYMMDD DATE" TO
                   WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COL(5))) > 40
               MOVE "REASON LONGER THAN 40" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
           END-IF
           IF WS-COL(6) <> SPACE
               MOVE WS-COL(6) TO WS-DT-TEXT
               PERFORM 2920-CHECK-DATE-PARA
               IF WS-DT-OK = "N"
                   MOVE "EXPIRY IS NOT A VALID YYYYMMDD DATE" TO
                       WS-RPT-TEXT
                   PERFORM 2950-REPORT-PARA
               END-IF
           END-IF

           EVALUATE WS-COL(7)
               WHEN "APPROVED"
                   ADD 1 TO WS-CAP-USED
                   IF WS-COL(8) = SPACE OR WS-COL(8) = WS-COL(3)
                       MOVE SPACE TO WS-RPT-TEXT
                       STRING "APPROVED WITHOUT A SECOND REVIEWER - NOT"
                           " HONOURED"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                       END-STRING
                       PERFORM 2950-REPORT-PARA
                   END-IF
                   MOVE WS-COL(9) TO WS-DT-TEXT
                   PERFORM 2920-CHECK-DATE-PARA
                   IF WS-DT-OK = "N"
                       MOVE SPACE TO WS-RPT-TEXT
                       STRING "APPROVAL DATE IS NOT A VALID YYYYMMDD"
                           " DATE"
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                       END-STRING
                       PERFORM 2950-REPORT-PARA
                   END-IF
               WHEN "REJECTED"
                   CONTINUE
               WHEN "PENDING"
               WHEN SPACE
                   ADD 1 TO WS-CAP-PEND
               WHEN OTHER
                   MOVE SPACE TO WS-RPT-TEXT
                   STRING "UNKNOWN STATUS " FUNCTION TRIM(WS-COL(7))
                       " - PENDING, APPROVED OR REJECTED"
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   PERFORM 2950-REPORT-PARA
           END-EVALUATE.

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-CROSS-CHECK-PARA
      * Line WS-CUR against the other live rows of the file. A row
      * repeating an earlier row's key is a duplicate (POLICY keeps
      * the last, the others the first - either way one of the two
      * is dead). For OWNERS and PII, where the first matching
      * pattern wins, a row an earlier pattern always matches first
      * is shadowed. On VERIFY only earlier rows are compared, so
      * each pair is reported once; on ADD/CHANGE later rows are
      * compared too, so a new pattern that would shadow existing
      * ones is refused.
      *----------------------------------------------------------------
       2800-CROSS-CHECK-PARA.
           MOVE WS-CUR TO WS-KX
           PERFORM 2810-ROW-KEY-PARA THRU 2810-EXIT
           IF WS-RK-LIVE = "N"
               GO TO 2800-EXIT
           END-IF
           MOVE WS-RK-1 TO WS-CUR-K1
           MOVE WS-RK-2 TO WS-CUR-K2
           MOVE "ERROR" TO WS-RPT-SEV

           MOVE 1 TO WS-KX
           PERFORM UNTIL WS-KX > WS-LN-COUNT
               IF WS-KX <> WS-CUR AND
               (WS-KX < WS-CUR OR WS-BOTH-WAYS = "Y")
                   PERFORM 2810-ROW-KEY-PARA THRU 2810-EXIT
                   IF WS-RK-LIVE = "Y"
                       PERFORM 2830-COMPARE-ROWS-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-KX
           END-PERFORM.

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2810-ROW-KEY-PARA
      * Line WS-KX's key columns into WS-RK-1 / WS-RK-2, the two
      * joined in WS-RK-FULL. WS-RK-DATA is "Y" for any data row,
      * WS-RK-LIVE only for one DRIVER would act on (a REJECTED
      * suppression is data but dead).
      *----------------------------------------------------------------
       2810-ROW-KEY-PARA.
           MOVE "N" TO WS-RK-DATA
           MOVE "N" TO WS-RK-LIVE
           MOVE SPACE TO WS-RK-1 WS-RK-2 WS-RK-FULL
           IF WS-LN(WS-KX) = SPACE
               GO TO 2810-EXIT
           END-IF
           IF WS-LN(WS-KX)(1:1) = "*" AND
           (WS-KIND = "ENTRYPTS" OR WS-KIND = "PII")
               GO TO 2810-EXIT
           END-IF
           MOVE "Y" TO WS-RK-DATA
           MOVE "Y" TO WS-RK-LIVE
           MOVE WS-LN(WS-KX) TO WS-SPLIT-TEXT
           PERFORM 2150-SPLIT-LINE-PARA
           EVALUATE WS-KIND
               WHEN "ENTRYPTS"
                   MOVE FUNCTION TRIM(WS-LN(WS-KX)) TO WS-RK-1
               WHEN "PII"
                   MOVE FUNCTION UPPER-CASE(WS-COL(1)) TO WS-RK-1
               WHEN "SUPPRESS"
                   MOVE WS-COL(1) TO WS-RK-1
                   MOVE WS-COL(2) TO WS-RK-2
                   IF WS-COL(7) = "REJECTED"
                       MOVE "N" TO WS-RK-LIVE
                   END-IF
               WHEN OTHER
                   MOVE WS-COL(1) TO WS-RK-1
           END-EVALUATE
           IF WS-KIND = "SUPPRESS"
               STRING FUNCTION TRIM(WS-RK-1) "," FUNCTION TRIM(WS-RK-2)
                   DELIMITED BY SIZE INTO WS-RK-FULL
               END-STRING
           ELSE
               MOVE WS-RK-1 TO WS-RK-FULL
           END-IF.

       2810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2830-COMPARE-ROWS-PARA
      * Line WS-CUR (keys saved in WS-CUR-K1/K2) against line WS-KX
      * (keys in WS-RK-1/2).
      *----------------------------------------------------------------
       2830-COMPARE-ROWS-PARA.
           MOVE WS-KX TO WS-N-EDIT
           IF WS-RK-1 = WS-CUR-K1 AND WS-RK-2 = WS-CUR-K2
               MOVE SPACE TO WS-RPT-TEXT
               STRING "DUPLICATE OF LINE " FUNCTION TRIM(WS-N-EDIT)
                   " (" FUNCTION TRIM(WS-RK-FULL) ")"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               PERFORM 2950-REPORT-PARA
           ELSE
               IF WS-KIND = "OWNERS" OR WS-KIND = "PII"
                   IF WS-KX < WS-CUR
                       MOVE WS-RK-1 TO WS-CA
                       MOVE WS-CUR-K1 TO WS-CB
                   ELSE
                       MOVE WS-CUR-K1 TO WS-CA
                       MOVE WS-RK-1 TO WS-CB
                   END-IF
                   PERFORM 2840-COVERS-PARA THRU 2840-EXIT
                   IF WS-COVERS = "Y"
                       MOVE SPACE TO WS-RPT-TEXT
                       IF WS-KX < WS-CUR
                           STRING "SHADOWED BY LINE "
                               FUNCTION TRIM(WS-N-EDIT) " ("
                               FUNCTION TRIM(WS-RK-1)
                               " ALWAYS MATCHES FIRST)"
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                           END-STRING
                       ELSE
                           STRING "WOULD SHADOW LINE "
                               FUNCTION TRIM(WS-N-EDIT) " ("
                               FUNCTION TRIM(WS-RK-1) ")"
                               DELIMITED BY SIZE INTO WS-RPT-TEXT
                           END-STRING
                       END-IF
                       PERFORM 2950-REPORT-PARA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2840-COVERS-PARA
      * Does every name pattern WS-CB matches also match the
      * earlier pattern WS-CA? OWNERS: WS-CA is "*", or a prefix*
      * that starts WS-CB's own fixed part. PII: WS-CA occurs
      * inside WS-CB.
      *----------------------------------------------------------------
       2840-COVERS-PARA.
           MOVE "N" TO WS-COVERS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CA)) TO WS-CA-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CB)) TO WS-CB-LEN
           IF WS-CA = SPACE OR WS-CB = SPACE
               GO TO 2840-EXIT
           END-IF
           IF WS-KIND = "PII"
               MOVE 0 TO WS-TALLY
               INSPECT WS-CB TALLYING WS-TALLY FOR ALL
                   WS-CA(1:WS-CA-LEN)
               IF WS-TALLY > 0
                   MOVE "Y" TO WS-COVERS
               END-IF
               GO TO 2840-EXIT
           END-IF

           IF WS-CA(WS-CA-LEN:1) <> "*"
               GO TO 2840-EXIT
           END-IF
           IF WS-CA-LEN = 1
               MOVE "Y" TO WS-COVERS
               GO TO 2840-EXIT
           END-IF
           IF WS-CB(WS-CB-LEN:1) = "*"
               SUBTRACT 1 FROM WS-CB-LEN
           END-IF
           IF WS-CB-LEN >= WS-CA-LEN - 1
               IF WS-CB(1:WS-CA-LEN - 1) = WS-CA(1:WS-CA-LEN - 1)
                   MOVE "Y" TO WS-COVERS
               END-IF
           END-IF.

       2840-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-CHECK-NAME-PARA
      * WS-NM-TEXT (trimmed) is a well-formed name: one to WS-NM-MAX
      * upper-case letters, digits and hyphens; a trailing "*" when
      * WS-NM-STAR is "Y"; a leading letter when WS-NM-ALPHA is "Y".
      *----------------------------------------------------------------
       2910-CHECK-NAME-PARA.
           MOVE "Y" TO WS-NM-OK
           MOVE FUNCTION TRIM(WS-NM-TEXT) TO WS-NM-TEXT
           IF WS-NM-TEXT = SPACE
               MOVE 0 TO WS-NM-LEN
               MOVE "N" TO WS-NM-OK
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NM-TEXT))
                   TO WS-NM-LEN
           END-IF
           IF WS-NM-LEN > WS-NM-MAX
               MOVE "N" TO WS-NM-OK
           END-IF
           IF WS-NM-ALPHA = "Y" AND WS-NM-OK = "Y"
               IF WS-NM-TEXT(1:1) IS NOT ALPHABETIC-UPPER
                   MOVE "N" TO WS-NM-OK
               END-IF
           END-IF
           MOVE 1 TO WS-NM-K
           PERFORM UNTIL WS-NM-K > WS-NM-LEN OR WS-NM-OK = "N"
               MOVE WS-NM-TEXT(WS-NM-K:1) TO WS-NM-CHAR
               EVALUATE TRUE
                   WHEN WS-NM-CHAR = SPACE
                       MOVE "N" TO WS-NM-OK
                   WHEN WS-NM-CHAR IS ALPHABETIC-UPPER
                   WHEN WS-NM-CHAR IS NUMERIC
                   WHEN WS-NM-CHAR = "-"
                       CONTINUE
                   WHEN WS-NM-CHAR = "*" AND WS-NM-STAR = "Y" AND
                   WS-NM-K = WS-NM-LEN
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-NM-OK
               END-EVALUATE
               ADD 1 TO WS-NM-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 2920-CHECK-DATE-PARA
      * WS-DT-TEXT is a real calendar date, YYYYMMDD.
      *----------------------------------------------------------------
       2920-CHECK-DATE-PARA.
           MOVE "N" TO WS-DT-OK
           IF FUNCTION TRIM(WS-DT-TEXT) IS NUMERIC AND
           FUNCTION LENGTH(FUNCTION TRIM(WS-DT-TEXT)) = 8
               MOVE WS-DT-TEXT(1:8) TO WS-DT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = 0
                   MOVE "Y" TO WS-DT-OK
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2950-REPORT-PARA
      * One finding against line WS-CUR (0 = the file as a whole),
      * to the job log and, on VERIFY, to CFGVERIFY.RPT.
      *----------------------------------------------------------------
       2950-REPORT-PARA.
           IF WS-RPT-SEV = "ERROR"
               ADD 1 TO WS-FILE-ERRORS
               ADD 1 TO WS-TOT-ERRORS
           ELSE
               ADD 1 TO WS-FILE-WARNINGS
               ADD 1 TO WS-TOT-WARNINGS
           END-IF
           MOVE SPACE TO WS-RPT-LINE
           IF WS-CUR = 0
               STRING FUNCTION TRIM(LO-CFG-FILE) " "
                   FUNCTION TRIM(WS-RPT-SEV) " - "
                   FUNCTION TRIM(WS-RPT-TEXT)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE WS-CUR TO WS-N-EDIT
               STRING FUNCTION TRIM(LO-CFG-FILE) " LINE "
                   FUNCTION TRIM(WS-N-EDIT) " "
                   FUNCTION TRIM(WS-RPT-SEV) " - "
                   FUNCTION TRIM(WS-RPT-TEXT)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-RPT-LINE)
           IF WS-VERIFY-OPEN = "Y"
               MOVE WS-RPT-LINE TO VERIFYFILE-RECORD
               WRITE VERIFYFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 3000-LIST-PARA
      * The file with its line numbers - the numbers VERIFY reports.
      *----------------------------------------------------------------
       3000-LIST-PARA.
           PERFORM 1300-LOAD-FILE-PARA THRU 1300-EXIT
           IF WS-FILE-PRESENT = "N"
               DISPLAY "CFGMAINT: " FUNCTION TRIM(LO-CFG-FILE)
                   " NOT FOUND"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               DISPLAY FUNCTION TRIM(LO-CFG-FILE) " - "
                   WS-LN-COUNT " LINES"
               MOVE 1 TO WS-LN-I
               PERFORM UNTIL WS-LN-I > WS-LN-COUNT
                   DISPLAY WS-LN-I "  " FUNCTION TRIM
                       (WS-LN(WS-LN-I) TRAILING)
                   ADD 1 TO WS-LN-I
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 3100-ADD-PARA
      * The entry appended as a new last line, checked against the
      * rest of the file in both directions, and written only if it
      * passes. An absent file is created.
      *----------------------------------------------------------------
       3100-ADD-PARA.
           PERFORM 1300-LOAD-FILE-PARA THRU 1300-EXIT
           IF WS-LN-COUNT >= 1000
               DISPLAY "CFGMAINT: " FUNCTION TRIM(LO-CFG-FILE)
                   " IS FULL - NOT ADDED"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE WS-LN-COUNT TO WS-CUR
           MOVE WS-ARG-ENTRY TO WS-LN(WS-CUR)
           IF WS-KIND = "SUPPRESS"
               PERFORM 3150-NORMALIZE-SUPP-PARA
           END-IF

           PERFORM 3500-CHECK-CHANGED-ROW-PARA
           IF WS-TOT-ERRORS > 0
               DISPLAY "CFGMAINT: NOT ADDED - " WS-TOT-ERRORS
                   " ERRORS"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3100-EXIT
           END-IF
           PERFORM 1400-WRITE-FILE-PARA
           DISPLAY "CFGMAINT: ADDED TO " FUNCTION TRIM(LO-CFG-FILE)
               " AS LINE " WS-CUR ": " FUNCTION TRIM(WS-LN(WS-CUR)).

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-NORMALIZE-SUPP-PARA
      * A suppression row entered here is rebuilt as raised-but-not-
      * approved: its first six columns (the date defaulting to
      * today) then PENDING. Approval is REVIEWER APPROVE's alone.
      *----------------------------------------------------------------
       3150-NORMALIZE-SUPP-PARA.
           MOVE WS-LN(WS-CUR) TO WS-SPLIT-TEXT
           PERFORM 2150-SPLIT-LINE-PARA
           IF WS-COL(4) = SPACE
               MOVE WS-TODAY TO WS-COL(4)
           END-IF
           IF WS-COL(7) <> SPACE AND WS-COL(7) <> "PENDING"
               DISPLAY "CFGMAINT: STATUS SET TO PENDING - A SECOND "
                   "REVIEWER APPROVES WITH REVIEWER APPROVE"
           END-IF
           MOVE SPACE TO WS-LN(WS-CUR)
           STRING FUNCTION TRIM(WS-COL(1)) ","
               FUNCTION TRIM(WS-COL(2)) ","
               FUNCTION TRIM(WS-COL(3)) ","
               FUNCTION TRIM(WS-COL(4)) ","
               FUNCTION TRIM(WS-COL(5)) ","
               FUNCTION TRIM(WS-COL(6)) ",PENDING"
               DELIMITED BY SIZE INTO WS-LN(WS-CUR)
           END-STRING.

      *----------------------------------------------------------------
      * 3200-CHANGE-PARA
      * The row whose key is WS-ARG-KEY replaced by the entry, and
      * kept only if the new row passes.
      *----------------------------------------------------------------
       3200-CHANGE-PARA.
           PERFORM 1300-LOAD-FILE-PARA THRU 1300-EXIT
      *    ONLY THE FIRST 1000 LINES WERE LOADED - WRITING THE FILE
      *    BACK WOULD DROP THE REST
           IF WS-LN-FULL = "Y"
               DISPLAY "CFGMAINT: " FUNCTION TRIM(LO-CFG-FILE)
                   " IS OVER 1000 LINES - NOT CHANGED"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3400-FIND-KEY-PARA
           IF WS-CUR = 0
               DISPLAY "CFGMAINT: NO ROW WITH KEY "
                   FUNCTION TRIM(WS-ARG-KEY) " IN "
                   FUNCTION TRIM(LO-CFG-FILE)
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           MOVE WS-LN(WS-CUR) TO WS-LN-SAVE
           MOVE WS-ARG-ENTRY TO WS-LN(WS-CUR)
           IF WS-KIND = "SUPPRESS"
               PERFORM 3150-NORMALIZE-SUPP-PARA
           END-IF

           PERFORM 3500-CHECK-CHANGED-ROW-PARA
           IF WS-TOT-ERRORS > 0
               DISPLAY "CFGMAINT: NOT CHANGED - " WS-TOT-ERRORS
                   " ERRORS"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           PERFORM 1400-WRITE-FILE-PARA
           DISPLAY "CFGMAINT: LINE " WS-CUR " WAS: "
               FUNCTION TRIM(WS-LN-SAVE)
           DISPLAY "CFGMAINT: LINE " WS-CUR " NOW: "
               FUNCTION TRIM(WS-LN(WS-CUR)).

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-DELETE-PARA
      * The row whose key is WS-ARG-KEY removed.
      *----------------------------------------------------------------
       3300-DELETE-PARA.
           PERFORM 1300-LOAD-FILE-PARA THRU 1300-EXIT
      *    ONLY THE FIRST 1000 LINES WERE LOADED - WRITING THE FILE
      *    BACK WOULD DROP THE REST
           IF WS-LN-FULL = "Y"
               DISPLAY "CFGMAINT: " FUNCTION TRIM(LO-CFG-FILE)
                   " IS OVER 1000 LINES - NOT DELETED"
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3300-EXIT
           END-IF
           PERFORM 3400-FIND-KEY-PARA
           IF WS-CUR = 0
               DISPLAY "CFGMAINT: NO ROW WITH KEY "
                   FUNCTION TRIM(WS-ARG-KEY) " IN "
                   FUNCTION TRIM(LO-CFG-FILE)
               MOVE 8 TO WS-RETURN-CODE
               GO TO 3300-EXIT
           END-IF
           MOVE WS-LN(WS-CUR) TO WS-LN-SAVE
           MOVE WS-CUR TO WS-LN-I
           PERFORM UNTIL WS-LN-I >= WS-LN-COUNT
               MOVE WS-LN(WS-LN-I + 1) TO WS-LN(WS-LN-I)
               ADD 1 TO WS-LN-I
           END-PERFORM
           SUBTRACT 1 FROM WS-LN-COUNT
           PERFORM 1400-WRITE-FILE-PARA
           DISPLAY "CFGMAINT: DELETED LINE " WS-CUR ": "
               FUNCTION TRIM(WS-LN-SAVE).

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-FIND-KEY-PARA
      * The first data row whose key (PROGRAM,FIELD for SUPPRESS)
      * equals WS-ARG-KEY into WS-CUR; 0 when there is none.
      *----------------------------------------------------------------
       3400-FIND-KEY-PARA.
           MOVE 0 TO WS-CUR
           MOVE 1 TO WS-KX
           PERFORM UNTIL WS-KX > WS-LN-COUNT OR WS-CUR > 0
               PERFORM 2810-ROW-KEY-PARA THRU 2810-EXIT
               IF WS-RK-DATA = "Y" AND
               FUNCTION UPPER-CASE(WS-RK-FULL) =
               FUNCTION UPPER-CASE(WS-ARG-KEY)
                   MOVE WS-KX TO WS-CUR
               END-IF
               ADD 1 TO WS-KX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3500-CHECK-CHANGED-ROW-PARA
      * Line WS-CUR as VERIFY would see it, plus the later-row
      * comparison, with the findings counted from zero.
      *----------------------------------------------------------------
       3500-CHECK-CHANGED-ROW-PARA.
           MOVE 0 TO WS-TOT-ERRORS WS-TOT-WARNINGS WS-FILE-ERRORS
               WS-FILE-WARNINGS WS-FILE-ROWS WS-CAP-USED WS-CAP-PEND
           MOVE "Y" TO WS-BOTH-WAYS
           IF WS-LN(WS-CUR) = SPACE
               MOVE "ERROR" TO WS-RPT-SEV
               MOVE "EMPTY ENTRY" TO WS-RPT-TEXT
               PERFORM 2950-REPORT-PARA
           ELSE
               PERFORM 2200-CHECK-ROW-PARA THRU 2200-EXIT
           END-IF.

       END PROGRAM CFGMAINT.
