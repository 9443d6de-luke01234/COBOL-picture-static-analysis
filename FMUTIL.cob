       IDENTIFICATION DIVISION.
       PROGRAM-ID. FMUTIL.
       AUTHOR. Luke Attard.
       INSTALLATION. APPLICATION STATIC ANALYSIS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026 LA  Original. Backup, restore and integrity check
      *                of the findings master (FINDMAST.DAT) - the
      *                system of record for finding age and
      *                disposition, which until now had no supported
      *                way to be saved, put back, or shown intact
      *                after a crash.
      *
      *                FMUTIL UNLOAD [backup-file] [master-file]
      *                    every master record, in key order, to a
      *                    line-sequential backup (default
      *                    FINDMAST.<yyyymmdd>.UNL) between a header
      *                    and a trailer carrying the record count.
      *                FMUTIL RELOAD <backup-file> [master-file]
      *                    [REPLACE]
      *                    rebuilds the master from an unload, or
      *                    from a line-sequential master of the
      *                    08/22 layout (no header - every line is
      *                    one record; a last-seen that is not a run
      *                    stamp is set to the first-seen date). An
      *                    unload whose trailer is missing or whose
      *                    count disagrees is refused before the
      *                    master is touched. A master that still
      *                    holds records is only replaced when
      *                    REPLACE is given - unload it first.
      *                    Duplicate keys and blank keys are listed
      *                    on FMRELOAD.RPT.
      *                FMUTIL VERIFY [master-file] [history-file]
      *                    [runs]
      *                    every record checked - first-seen and
      *                    last-seen stamps, severity, disposition -
      *                    and every program checked against the
      *                    programs of the last <runs> runs in the
      *                    run history (default 5). FMVERIFY.RPT ends
      *                    with counts by severity and disposition
      *                    and the records last seen by the latest
      *                    run set against that run's HISTORY.DAT
      *                    totals.
      *
      *                Return code 0 clean, 4 warnings (duplicates
      *                on reload, programs no recent run saw, totals
      *                that do not reconcile), 8 invalid records, 12
      *                when the files cannot be used. Run it with
      *                nothing else updating the master.
      * 10/15/2026 LA  UNLOAD and RELOAD take the RUNLOCK run-control
      *                lock, so neither runs while DRIVER or REVIEWER
      *                is updating the master (RC 16 when it is held
      *                past POLICY.CFG LOCK-WAIT).
      * 10/15/2026 LA  A run lock file that cannot be written is
      *                reported as such (RC 16), not as a holder.
      * 10/15/2026 LA  VERIFY with a full absent-program list returns
      *                to the master pass instead of running on into
      *                the listing.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL FINDMAST ASSIGN TO LO-FINDMAST-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FM-KEY
                   FILE STATUS IS WS-FINDMAST-STATUS.
               SELECT BACKUPFILE ASSIGN TO LO-BACKUP-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-STATUS.
               SELECT OPTIONAL HISTFILE ASSIGN TO LO-HIST-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.
               SELECT REPORTFILE ASSIGN TO LO-REPORT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD  FINDMAST.
           COPY FINDMREC.

      *    ONE MASTER RECORD IMAGE PER LINE, BETWEEN A HEADER
      *    (*FMUNLOAD|STAMP|MASTER) AND A TRAILER (*FMEND|COUNT) -
      *    NO PROGRAM NAME STARTS WITH "*"
           FD  BACKUPFILE.
           01  BACKUPFILE-RECORD       PIC X(301).

           FD  HISTFILE.
           01  HISTFILE-RECORD         PIC X(120).

           FD  REPORTFILE.
           01  REPORTFILE-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-CMD-LINE              PIC X(256).
           01 WS-VERB                  PIC X(8).
           01 WS-ARG2                  PIC X(256).
           01 WS-ARG3                  PIC X(256).
           01 WS-ARG4                  PIC X(256).
           01 WS-ARG5                  PIC X(256).
           01 WS-REPLACE               PIC X(1) VALUE "N".
           01 WS-TODAY                 PIC X(8).
           01 WS-NOW-TIME              PIC X(8).
           01 WS-NOW-STAMP             PIC X(14).

           01 WS-FINDMAST-STATUS       PIC X(2) VALUE SPACE.
           01 WS-BACKUP-STATUS         PIC X(2) VALUE SPACE.
           01 WS-HIST-STATUS           PIC X(2) VALUE SPACE.
           01 LO-FINDMAST-FILE         PIC X(256)
               VALUE "FINDMAST.DAT".
           01 LO-BACKUP-FILE           PIC X(256).
           01 LO-HIST-FILE             PIC X(256)
               VALUE "HISTORY.DAT".
           01 LO-REPORT-FILE           PIC X(256).

      *    UNLOAD / RELOAD COUNTS AND THE BACKUP'S HEADER AND
      *    TRAILER
           01 WS-BKP-LEGACY            PIC X(1).
           01 WS-BKP-HEADER            PIC X(1).
           01 WS-BKP-TRAILER           PIC X(1).
           01 WS-BKP-STAMP             PIC X(14).
           01 WS-BKP-TAG               PIC X(10).
           01 WS-BKP-COUNT-TXT         PIC X(12).
           01 WS-BKP-TRL-COUNT         PIC 9(9).
           01 WS-BKP-DATA-COUNT        PIC 9(9).
           01 WS-MST-HAS-DATA          PIC X(1).
           01 WS-RLD-READ              PIC 9(9) VALUE 0.
           01 WS-RLD-LOADED            PIC 9(9) VALUE 0.
           01 WS-RLD-DUPS              PIC 9(9) VALUE 0.
           01 WS-RLD-BLANK             PIC 9(9) VALUE 0.
           01 WS-RLD-STAMPED           PIC 9(9) VALUE 0.
           01 WS-UNL-COUNT             PIC 9(9) VALUE 0.

      *    THE RUN HISTORY - THE RECENT RUNS' STAMPS, THE PROGRAMS
      *    THOSE RUNS REPORTED, AND THE LATEST RUN'S TOTALS
           01 WS-HIS-RUNS              PIC 9(3) VALUE 5.
           01 WS-HIS-PRESENT           PIC X(1) VALUE "N".
           01 WS-HIS-RUN-COUNT         PIC 9(5) VALUE 0.
           01 WS-HIS-CUTOFF            PIC X(14).
           01 WS-HIS-LAST-STAMP        PIC X(14).
           01 WS-HIS-LAST-ERROR        PIC 9(9) VALUE 0.
           01 WS-HIS-LAST-WARNING      PIC 9(9) VALUE 0.
           01 WS-HIS-LAST-INFO         PIC 9(9) VALUE 0.
           01 WS-HIS-RING-TABLE.
               05 WS-HIS-RING OCCURS 100 TIMES PIC X(14).
           01 WS-HIS-RING-I            PIC 9(3).
           01 WS-HIS-TYPE              PIC X(4).
           01 WS-HIS-STAMP             PIC X(14).
           01 WS-HIS-COL3              PIC X(30).
           01 WS-HIS-COL4              PIC X(12).
           01 WS-HIS-COL5              PIC X(12).
           01 WS-HIS-COL6              PIC X(12).
           01 WS-HIS-PGM-COUNT         PIC 9(4) VALUE 0.
           01 WS-HIS-PGM-TABLE.
               05 WS-HIS-PGM OCCURS 3000 TIMES PIC X(30).
           01 WS-HIS-PGM-FULL          PIC X(1) VALUE "N".
           01 WS-HIS-I                 PIC 9(4).
           01 WS-HIS-FOUND             PIC X(1).

      *    PROGRAMS IN THE MASTER THAT NO RECENT RUN REPORTED
           01 WS-ABS-COUNT             PIC 9(4) VALUE 0.
           01 WS-ABS-TABLE.
               05 WS-ABS-ENTRY OCCURS 1000 TIMES.
                   10 WS-ABS-PROGRAM   PIC X(30).
                   10 WS-ABS-RECORDS   PIC 9(9).
                   10 WS-ABS-LAST      PIC X(14).
           01 WS-ABS-I                 PIC 9(4).
           01 WS-ABS-ROW               PIC 9(4).

      *    VERIFY COUNTS
           01 WS-VFY-RECORDS           PIC 9(9) VALUE 0.
           01 WS-VFY-ERROR             PIC 9(9) VALUE 0.
           01 WS-VFY-WARNING           PIC 9(9) VALUE 0.
           01 WS-VFY-INFO              PIC 9(9) VALUE 0.
           01 WS-VFY-OTHER-SEV         PIC 9(9) VALUE 0.
           01 WS-VFY-OPEN-DISP         PIC 9(9) VALUE 0.
           01 WS-VFY-ACCEPTED          PIC 9(9) VALUE 0.
           01 WS-VFY-OTHER-DISP        PIC 9(9) VALUE 0.
           01 WS-VFY-BAD-FIRST         PIC 9(9) VALUE 0.
           01 WS-VFY-BAD-LAST          PIC 9(9) VALUE 0.
           01 WS-VFY-COPYBOOK          PIC 9(9) VALUE 0.
           01 WS-VFY-ABSENT            PIC 9(9) VALUE 0.
           01 WS-VFY-LR-ERROR          PIC 9(9) VALUE 0.
           01 WS-VFY-LR-WARNING        PIC 9(9) VALUE 0.
           01 WS-VFY-LR-INFO           PIC 9(9) VALUE 0.
           01 WS-VFY-BAD-REC           PIC X(1).
           01 WS-VFY-PROBLEM           PIC X(80).
           01 WS-RCN-SEV               PIC X(7).

      *    DATE AND STAMP CHECKS - YYYYMMDD AND YYYYMMDDHHMMSS
           01 WS-DT-TEXT               PIC X(8).
           01 WS-DT-NUM                PIC 9(8).
           01 WS-DT-YEAR               PIC 9(4).
           01 WS-DT-MONTH              PIC 9(2).
           01 WS-DT-DAY                PIC 9(2).
           01 WS-DT-MAX-DAY            PIC 9(2).
           01 WS-DT-OK                 PIC X(1).
           01 WS-TM-TEXT               PIC X(6).
           01 WS-TM-NUM                PIC 9(6).

           01 WS-TOT-ERRORS            PIC 9(9) VALUE 0.
           01 WS-TOT-WARNINGS          PIC 9(9) VALUE 0.
           01 WS-RPT-LINE              PIC X(200).
           01 WS-RETURN-CODE           PIC 9(4) VALUE 0.
           01 WS-N1                    PIC Z(8)9.
           01 WS-N2                    PIC Z(8)9.
           01 WS-N3                    PIC Z(8)9.
           01 WS-N4                    PIC Z(8)9.

      *    RUN-CONTROL LOCK (SEE RUNLOCK)
           COPY LOCKPARM.
           01 WS-LOCK-HELD             PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACE TO WS-NOW-STAMP
           STRING WS-TODAY WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           END-STRING
           PERFORM 1000-PARSE-ARGS-PARA

           EVALUATE WS-VERB
               WHEN "UNLOAD"
                   PERFORM 1100-ACQUIRE-RUN-LOCK-PARA
                   PERFORM 2000-UNLOAD-PARA THRU 2000-EXIT
               WHEN "RELOAD"
                   PERFORM 1100-ACQUIRE-RUN-LOCK-PARA
                   PERFORM 3000-RELOAD-PARA THRU 3000-EXIT
               WHEN "VERIFY"
                   PERFORM 4000-VERIFY-PARA THRU 4000-EXIT
           END-EVALUATE

           PERFORM 1150-RELEASE-RUN-LOCK-PARA
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-PARSE-ARGS-PARA
      * The verb first; the remaining positions depend on it. The
      * master defaults to FINDMAST.DAT and the history to
      * HISTORY.DAT, the names DRIVER uses.
      *----------------------------------------------------------------
       1000-PARSE-ARGS-PARA.
           MOVE SPACE TO WS-CMD-LINE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACE TO WS-VERB WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-VERB WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-VERB) TO WS-VERB

           EVALUATE WS-VERB
               WHEN "UNLOAD"
                   MOVE WS-ARG2 TO LO-BACKUP-FILE
                   IF LO-BACKUP-FILE = SPACE
                       STRING "FINDMAST." WS-TODAY ".UNL"
                           DELIMITED BY SIZE INTO LO-BACKUP-FILE
                       END-STRING
                   END-IF
                   IF WS-ARG3 <> SPACE
                       MOVE WS-ARG3 TO LO-FINDMAST-FILE
                   END-IF
               WHEN "RELOAD"
                   IF WS-ARG2 = SPACE
                       PERFORM 1050-USAGE-PARA
                   END-IF
                   MOVE WS-ARG2 TO LO-BACKUP-FILE
      *            REPLACE MAY STAND IN FOR THE MASTER NAME
                   IF FUNCTION UPPER-CASE(WS-ARG3) = "REPLACE"
                       MOVE "Y" TO WS-REPLACE
                   ELSE
                       IF WS-ARG3 <> SPACE
                           MOVE WS-ARG3 TO LO-FINDMAST-FILE
                       END-IF
                       IF FUNCTION UPPER-CASE(WS-ARG4) = "REPLACE"
                           MOVE "Y" TO WS-REPLACE
                       END-IF
                   END-IF
                   MOVE "FMRELOAD.RPT" TO LO-REPORT-FILE
               WHEN "VERIFY"
                   IF WS-ARG2 <> SPACE
                       MOVE WS-ARG2 TO LO-FINDMAST-FILE
                   END-IF
                   IF WS-ARG3 <> SPACE
                       MOVE WS-ARG3 TO LO-HIST-FILE
                   END-IF
                   IF WS-ARG4 <> SPACE
                       IF FUNCTION TRIM(WS-ARG4) IS NUMERIC
                           COMPUTE WS-HIS-RUNS =
                               FUNCTION NUMVAL(WS-ARG4)
                       ELSE
                           PERFORM 1050-USAGE-PARA
                       END-IF
                   END-IF
                   IF WS-HIS-RUNS = 0 OR WS-HIS-RUNS > 100
                       DISPLAY "FMUTIL: RUNS MUST BE 1 TO 100"
                       PERFORM 1050-USAGE-PARA
                   END-IF
                   MOVE "FMVERIFY.RPT" TO LO-REPORT-FILE
               WHEN OTHER
                   PERFORM 1050-USAGE-PARA
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1050-USAGE-PARA
      *----------------------------------------------------------------
       1050-USAGE-PARA.
           DISPLAY "FMUTIL: USAGE - FMUTIL UNLOAD [BACKUP-FILE]"
               " [MASTER-FILE]"
           DISPLAY "  FMUTIL RELOAD <BACKUP-FILE> [MASTER-FILE]"
               " [REPLACE]"
           DISPLAY "  FMUTIL VERIFY [MASTER-FILE] [HISTORY-FILE]"
               " [RUNS]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1100-ACQUIRE-RUN-LOCK-PARA
      * An unload taken while a run is updating is not a backup, and
      * a reload under a running DRIVER loses one side's work - both
      * hold the run-control lock. Refused means RC 16, nothing
      * touched.
      *----------------------------------------------------------------
       1100-ACQUIRE-RUN-LOCK-PARA.
           MOVE "A" TO LI-LOCK-FUNCTION
           MOVE "Y" TO LI-LOCK-WAIT-SW
           MOVE "FMUTIL" TO LI-LOCK-PROGRAM
           MOVE WS-VERB TO LI-LOCK-MODE
           MOVE SPACE TO LI-LOCK-JOB
           MOVE SPACE TO LI-LOCK-USER
           CALL "RUNLOCK" USING LI-RUNLOCK
           IF LI-LOCK-ERROR
               DISPLAY "FMUTIL: RUN LOCK FILE CANNOT BE WRITTEN"
                   " - " FUNCTION TRIM(WS-VERB) " NOT RUN (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LI-LOCK-GRANTED
               MOVE "Y" TO WS-LOCK-HELD
           ELSE
               DISPLAY "FMUTIL: RUN LOCK HELD BY "
                   FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
                   FUNCTION TRIM(LI-LOCK-HOLD-MODE) " JOB "
                   FUNCTION TRIM(LI-LOCK-HOLD-JOB) " USER "
                   FUNCTION TRIM(LI-LOCK-HOLD-USER)
               DISPLAY "FMUTIL: STARTED " LI-LOCK-HOLD-START
                   " LAST HEARTBEAT " LI-LOCK-HOLD-BEAT
                   " - " FUNCTION TRIM(WS-VERB) " NOT RUN (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1150-RELEASE-RUN-LOCK-PARA
      *----------------------------------------------------------------
       1150-RELEASE-RUN-LOCK-PARA.
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO LI-LOCK-FUNCTION
               CALL "RUNLOCK" USING LI-RUNLOCK
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

      *----------------------------------------------------------------
      * 2000-UNLOAD-PARA
      * The master read in key order into the backup. The trailer
      * goes out last, so a backup cut short by a failure has none
      * and RELOAD will refuse it.
      *----------------------------------------------------------------
       2000-UNLOAD-PARA.
           OPEN INPUT FINDMAST
           IF WS-FINDMAST-STATUS <> "00"
               DISPLAY "FMUTIL: FINDINGS MASTER "
                   FUNCTION TRIM(LO-FINDMAST-FILE)
                   " CANNOT BE READ (" WS-FINDMAST-STATUS ")"
               IF WS-FINDMAST-STATUS = "05"
                   CLOSE FINDMAST
               END-IF
               MOVE 12 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT BACKUPFILE
           IF WS-BACKUP-STATUS <> "00"
               DISPLAY "FMUTIL: BACKUP " FUNCTION TRIM(LO-BACKUP-FILE)
                   " CANNOT BE WRITTEN (" WS-BACKUP-STATUS ")"
               CLOSE FINDMAST
               MOVE 12 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           MOVE SPACE TO BACKUPFILE-RECORD
           STRING "*FMUNLOAD|" WS-NOW-STAMP "|"
               FUNCTION TRIM(LO-FINDMAST-FILE)
               DELIMITED BY SIZE INTO BACKUPFILE-RECORD
           END-STRING
           WRITE BACKUPFILE-RECORD

           MOVE 0 TO WS-UNL-COUNT
           MOVE LOW-VALUES TO FM-KEY
           START FINDMAST KEY >= FM-KEY
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
               READ FINDMAST NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE FINDMAST-RECORD TO BACKUPFILE-RECORD
               WRITE BACKUPFILE-RECORD
               ADD 1 TO WS-UNL-COUNT
           END-PERFORM

           MOVE SPACE TO BACKUPFILE-RECORD
           STRING "*FMEND|" WS-UNL-COUNT
               DELIMITED BY SIZE INTO BACKUPFILE-RECORD
           END-STRING
           WRITE BACKUPFILE-RECORD
           CLOSE BACKUPFILE
           CLOSE FINDMAST

           MOVE WS-UNL-COUNT TO WS-N1
           DISPLAY "FMUTIL: " FUNCTION TRIM(WS-N1)
               " RECORDS UNLOADED FROM "
               FUNCTION TRIM(LO-FINDMAST-FILE) " TO "
               FUNCTION TRIM(LO-BACKUP-FILE).

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RELOAD-PARA
      * The backup is checked end to end first (3100) and the
      * master's contents second (3200); only then is the master
      * emptied and written back one keyed WRITE at a time (3300).
      *----------------------------------------------------------------
       3000-RELOAD-PARA.
           PERFORM 3100-CHECK-BACKUP-PARA THRU 3100-EXIT
           IF WS-RETURN-CODE > 0
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-CHECK-MASTER-PARA THRU 3200-EXIT
           IF WS-RETURN-CODE > 0
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT REPORTFILE
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "FINDINGS MASTER RELOAD - " WS-NOW-STAMP
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE SPACE TO REPORTFILE-RECORD
           IF WS-BKP-LEGACY = "Y"
               STRING "  FROM LINE-SEQUENTIAL MASTER "
                   FUNCTION TRIM(LO-BACKUP-FILE)
                   DELIMITED BY SIZE INTO REPORTFILE-RECORD
               END-STRING
           ELSE
               STRING "  FROM UNLOAD " FUNCTION TRIM(LO-BACKUP-FILE)
                   " TAKEN " WS-BKP-STAMP
                   DELIMITED BY SIZE INTO REPORTFILE-RECORD
               END-STRING
           END-IF
           WRITE REPORTFILE-RECORD
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  INTO " FUNCTION TRIM(LO-FINDMAST-FILE)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE SPACE TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD

           PERFORM 3300-LOAD-MASTER-PARA

           MOVE SPACE TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD
           MOVE WS-RLD-READ TO WS-N1
           MOVE WS-RLD-LOADED TO WS-N2
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "RECORDS READ " FUNCTION TRIM(WS-N1)
               ", LOADED " FUNCTION TRIM(WS-N2)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE WS-RLD-DUPS TO WS-N1
           MOVE WS-RLD-BLANK TO WS-N2
           MOVE WS-RLD-STAMPED TO WS-N3
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "DUPLICATE KEYS SKIPPED " FUNCTION TRIM(WS-N1)
               ", BLANK KEYS SKIPPED " FUNCTION TRIM(WS-N2)
               ", LAST-SEEN SET FROM FIRST-SEEN "
               FUNCTION TRIM(WS-N3)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           IF WS-RLD-DUPS > 0 OR WS-RLD-BLANK > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "RETURN CODE " WS-RETURN-CODE
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           CLOSE REPORTFILE

           MOVE WS-RLD-LOADED TO WS-N2
           DISPLAY "FMUTIL: " FUNCTION TRIM(WS-N2)
               " RECORDS RELOADED INTO "
               FUNCTION TRIM(LO-FINDMAST-FILE) " (SEE "
               FUNCTION TRIM(LO-REPORT-FILE) ")".

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-BACKUP-PARA
      * One pass over the backup without loading anything. A header
      * line marks an unload, which must end in a trailer whose
      * count matches the records between; no header marks the old
      * line-sequential master, one record to a line.
      *----------------------------------------------------------------
       3100-CHECK-BACKUP-PARA.
           OPEN INPUT BACKUPFILE
           IF WS-BACKUP-STATUS <> "00"
               DISPLAY "FMUTIL: BACKUP " FUNCTION TRIM(LO-BACKUP-FILE)
                   " CANNOT BE READ (" WS-BACKUP-STATUS ")"
               MOVE 12 TO WS-RETURN-CODE
               GO TO 3100-EXIT
           END-IF
           MOVE "N" TO WS-BKP-HEADER
           MOVE "N" TO WS-BKP-TRAILER
           MOVE "Y" TO WS-BKP-LEGACY
           MOVE SPACE TO WS-BKP-STAMP
           MOVE 0 TO WS-BKP-DATA-COUNT
           MOVE 0 TO WS-BKP-TRL-COUNT
           PERFORM UNTIL 1 = 2
               READ BACKUPFILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN BACKUPFILE-RECORD(1:10) = "*FMUNLOAD|"
                       MOVE "Y" TO WS-BKP-HEADER
                       MOVE "N" TO WS-BKP-LEGACY
                       MOVE BACKUPFILE-RECORD(11:14) TO WS-BKP-STAMP
                   WHEN BACKUPFILE-RECORD(1:7) = "*FMEND|"
                       MOVE "Y" TO WS-BKP-TRAILER
                       MOVE SPACE TO WS-BKP-TAG WS-BKP-COUNT-TXT
                       UNSTRING BACKUPFILE-RECORD DELIMITED BY "|"
                           INTO WS-BKP-TAG WS-BKP-COUNT-TXT
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-BKP-COUNT-TXT) IS NUMERIC
                           COMPUTE WS-BKP-TRL-COUNT =
                               FUNCTION NUMVAL(WS-BKP-COUNT-TXT)
                       END-IF
                   WHEN BACKUPFILE-RECORD = SPACE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-BKP-DATA-COUNT
               END-EVALUATE
           END-PERFORM
           CLOSE BACKUPFILE

           IF WS-BKP-HEADER = "Y"
               IF WS-BKP-TRAILER = "N"
                   DISPLAY "FMUTIL: UNLOAD "
                       FUNCTION TRIM(LO-BACKUP-FILE)
                       " HAS NO TRAILER - IT IS INCOMPLETE; MASTER"
                       " NOT TOUCHED"
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   IF WS-BKP-TRL-COUNT <> WS-BKP-DATA-COUNT
                       MOVE WS-BKP-TRL-COUNT TO WS-N1
                       MOVE WS-BKP-DATA-COUNT TO WS-N2
                       DISPLAY "FMUTIL: UNLOAD "
                           FUNCTION TRIM(LO-BACKUP-FILE)
                           " TRAILER SAYS " FUNCTION TRIM(WS-N1)
                           " RECORDS BUT HOLDS " FUNCTION TRIM(WS-N2)
                           " - MASTER NOT TOUCHED"
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-MASTER-PARA
      * A master that still holds records is only overwritten when
      * REPLACE was asked for - restoring over a live master by
      * mistake would lose every disposition since the backup.
      *----------------------------------------------------------------
       3200-CHECK-MASTER-PARA.
           MOVE "N" TO WS-MST-HAS-DATA
           OPEN INPUT FINDMAST
           IF WS-FINDMAST-STATUS = "00"
               MOVE LOW-VALUES TO FM-KEY
               START FINDMAST KEY >= FM-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               READ FINDMAST NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MST-HAS-DATA
               END-READ
           END-IF
           IF WS-FINDMAST-STATUS = "00" OR WS-FINDMAST-STATUS = "05"
           OR WS-FINDMAST-STATUS = "10"
               CLOSE FINDMAST
           END-IF
           IF WS-MST-HAS-DATA = "Y" AND WS-REPLACE = "N"
               DISPLAY "FMUTIL: FINDINGS MASTER "
                   FUNCTION TRIM(LO-FINDMAST-FILE)
                   " IS NOT EMPTY - UNLOAD IT, THEN RELOAD WITH"
                   " REPLACE"
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-LOAD-MASTER-PARA
      * The master opened OUTPUT (emptied, or created) and every
      * backup record written to it by key, so the input need not
      * be in key order. Duplicate and blank keys are listed and
      * skipped. An old master's last-seen is not a run stamp; the
      * first-seen date stands in for it, so the next run's delta
      * pass treats the entry as RECURRING or FIXED as it should.
      *----------------------------------------------------------------
       3300-LOAD-MASTER-PARA.
           OPEN OUTPUT FINDMAST
           IF WS-FINDMAST-STATUS <> "00"
               DISPLAY "FMUTIL: FINDINGS MASTER "
                   FUNCTION TRIM(LO-FINDMAST-FILE)
                   " CANNOT BE CREATED (" WS-FINDMAST-STATUS ")"
               MOVE 12 TO WS-RETURN-CODE
               PERFORM 1150-RELEASE-RUN-LOCK-PARA
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BACKUPFILE
           PERFORM UNTIL 1 = 2
               READ BACKUPFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF BACKUPFILE-RECORD(1:10) <> "*FMUNLOAD|" AND
               BACKUPFILE-RECORD(1:7) <> "*FMEND|" AND
               BACKUPFILE-RECORD <> SPACE
                   ADD 1 TO WS-RLD-READ
                   MOVE BACKUPFILE-RECORD TO FINDMAST-RECORD
                   PERFORM 3310-LOAD-RECORD-PARA
               END-IF
           END-PERFORM
           CLOSE BACKUPFILE
           CLOSE FINDMAST.

      *----------------------------------------------------------------
      * 3310-LOAD-RECORD-PARA
      * The record in FINDMAST-RECORD into the master.
      *----------------------------------------------------------------
       3310-LOAD-RECORD-PARA.
           IF FM-PROGRAM = SPACE OR FM-CHECK = SPACE
               ADD 1 TO WS-RLD-BLANK
               MOVE "BLANK KEY    " TO WS-RPT-LINE
               PERFORM 3320-LIST-RELOAD-PARA
           ELSE
               IF WS-BKP-LEGACY = "Y" AND
               FM-LAST-SEEN IS NOT NUMERIC AND
               FM-FIRST-SEEN IS NUMERIC
                   MOVE SPACE TO FM-LAST-SEEN
                   STRING FM-FIRST-SEEN "000000"
                       DELIMITED BY SIZE INTO FM-LAST-SEEN
                   END-STRING
                   ADD 1 TO WS-RLD-STAMPED
               END-IF
               WRITE FINDMAST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RLD-DUPS
                       MOVE "DUPLICATE KEY" TO WS-RPT-LINE
                       PERFORM 3320-LIST-RELOAD-PARA
                   NOT INVALID KEY
                       ADD 1 TO WS-RLD-LOADED
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * 3320-LIST-RELOAD-PARA
      * One skipped record on the reload report, WS-RPT-LINE
      * holding the reason.
      *----------------------------------------------------------------
       3320-LIST-RELOAD-PARA.
           MOVE WS-RLD-READ TO WS-N1
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  " WS-RPT-LINE(1:13) "  RECORD "
               FUNCTION TRIM(WS-N1) "  "
               FUNCTION TRIM(FM-PROGRAM) " LINE " FM-LINE " "
               FUNCTION TRIM(FM-CHECK) " "
               FUNCTION TRIM(FM-FIELD)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD.

      *----------------------------------------------------------------
      * 4000-VERIFY-PARA
      * The run history first (4100), then every master record in
      * key order (4200), then the programs no recent run reported
      * (4400) and the reconciliation with the latest run (4500).
      *----------------------------------------------------------------
       4000-VERIFY-PARA.
           OPEN INPUT FINDMAST
           IF WS-FINDMAST-STATUS <> "00"
               DISPLAY "FMUTIL: FINDINGS MASTER "
                   FUNCTION TRIM(LO-FINDMAST-FILE)
                   " CANNOT BE READ (" WS-FINDMAST-STATUS ")"
               IF WS-FINDMAST-STATUS = "05"
                   CLOSE FINDMAST
               END-IF
               MOVE 12 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LOAD-HISTORY-PARA THRU 4100-EXIT

           OPEN OUTPUT REPORTFILE
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "FINDINGS MASTER VERIFY - "
               FUNCTION TRIM(LO-FINDMAST-FILE) " - " WS-NOW-STAMP
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE SPACE TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD
           MOVE "INVALID RECORDS" TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD

           MOVE LOW-VALUES TO FM-KEY
           START FINDMAST KEY >= FM-KEY
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
               READ FINDMAST NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM 4200-CHECK-RECORD-PARA
           END-PERFORM
           CLOSE FINDMAST
           IF WS-TOT-ERRORS = 0
               MOVE "  (NONE)" TO REPORTFILE-RECORD
               WRITE REPORTFILE-RECORD
           END-IF

           PERFORM 4400-LIST-ABSENT-PARA
           PERFORM 4500-RECONCILE-PARA
           PERFORM 4600-WRITE-COUNTS-PARA

           MOVE 0 TO WS-RETURN-CODE
           IF WS-TOT-WARNINGS > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-TOT-ERRORS > 0
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-TOT-ERRORS TO WS-N1
           MOVE WS-TOT-WARNINGS TO WS-N2
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "RESULT - " FUNCTION TRIM(WS-N1) " ERRORS, "
               FUNCTION TRIM(WS-N2) " WARNINGS - RETURN CODE "
               WS-RETURN-CODE DELIMITED BY SIZE
               INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           CLOSE REPORTFILE

           DISPLAY "FMUTIL: VERIFY - " FUNCTION TRIM(WS-N1)
               " ERRORS, " FUNCTION TRIM(WS-N2) " WARNINGS (SEE "
               FUNCTION TRIM(LO-REPORT-FILE) ")".

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-LOAD-HISTORY-PARA
      * Two passes over HISTORY.DAT: the RUN records give the latest
      * run's totals and, from the last WS-HIS-RUNS run stamps, the
      * cutoff; the PRG records at or after the cutoff give the
      * programs the recent runs reported findings for. No history
      * leaves the program and reconciliation checks undone.
      *----------------------------------------------------------------
       4100-LOAD-HISTORY-PARA.
           MOVE SPACE TO WS-HIS-RING-TABLE WS-HIS-CUTOFF
               WS-HIS-LAST-STAMP
           MOVE 0 TO WS-HIS-RUN-COUNT
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS <> "00"
               IF WS-HIST-STATUS = "05"
                   CLOSE HISTFILE
               END-IF
               GO TO 4100-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
               READ HISTFILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM 4110-SPLIT-HISTORY-PARA
               IF WS-HIS-TYPE = "RUN"
                   ADD 1 TO WS-HIS-RUN-COUNT
                   COMPUTE WS-HIS-RING-I =
                       FUNCTION MOD(WS-HIS-RUN-COUNT - 1, WS-HIS-RUNS)
                       + 1
                   MOVE WS-HIS-STAMP TO WS-HIS-RING(WS-HIS-RING-I)
                   MOVE WS-HIS-STAMP TO WS-HIS-LAST-STAMP
                   MOVE 0 TO WS-HIS-LAST-ERROR WS-HIS-LAST-WARNING
                       WS-HIS-LAST-INFO
                   IF FUNCTION TRIM(WS-HIS-COL4) IS NUMERIC
                       COMPUTE WS-HIS-LAST-ERROR =
                           FUNCTION NUMVAL(WS-HIS-COL4)
                   END-IF
                   IF FUNCTION TRIM(WS-HIS-COL5) IS NUMERIC
                       COMPUTE WS-HIS-LAST-WARNING =
                           FUNCTION NUMVAL(WS-HIS-COL5)
                   END-IF
                   IF FUNCTION TRIM(WS-HIS-COL6) IS NUMERIC
                       COMPUTE WS-HIS-LAST-INFO =
                           FUNCTION NUMVAL(WS-HIS-COL6)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTFILE
           IF WS-HIS-RUN-COUNT = 0
               GO TO 4100-EXIT
           END-IF
           MOVE "Y" TO WS-HIS-PRESENT

      *    THE OLDEST STAMP STILL IN THE RING IS THE CUTOFF
           MOVE WS-HIS-LAST-STAMP TO WS-HIS-CUTOFF
           MOVE 1 TO WS-HIS-RING-I
           PERFORM UNTIL WS-HIS-RING-I > WS-HIS-RUNS
               IF WS-HIS-RING(WS-HIS-RING-I) <> SPACE AND
               WS-HIS-RING(WS-HIS-RING-I) < WS-HIS-CUTOFF
                   MOVE WS-HIS-RING(WS-HIS-RING-I) TO WS-HIS-CUTOFF
               END-IF
               ADD 1 TO WS-HIS-RING-I
           END-PERFORM

           MOVE 0 TO WS-HIS-PGM-COUNT
           OPEN INPUT HISTFILE
           PERFORM UNTIL 1 = 2
               READ HISTFILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM 4110-SPLIT-HISTORY-PARA
               IF WS-HIS-TYPE = "PRG" AND
               WS-HIS-STAMP >= WS-HIS-CUTOFF
                   MOVE WS-HIS-COL3 TO FM-PROGRAM
                   PERFORM 4120-FIND-HISTORY-PGM-PARA
                   IF WS-HIS-FOUND = "N"
                       IF WS-HIS-PGM-COUNT < 3000
                           ADD 1 TO WS-HIS-PGM-COUNT
                           MOVE WS-HIS-COL3 TO
                               WS-HIS-PGM(WS-HIS-PGM-COUNT)
                       ELSE
                           MOVE "Y" TO WS-HIS-PGM-FULL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTFILE.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4110-SPLIT-HISTORY-PARA
      * One history record into its "|" columns.
      *----------------------------------------------------------------
       4110-SPLIT-HISTORY-PARA.
           MOVE SPACE TO WS-HIS-TYPE WS-HIS-STAMP WS-HIS-COL3
               WS-HIS-COL4 WS-HIS-COL5 WS-HIS-COL6
           UNSTRING HISTFILE-RECORD DELIMITED BY "|"
               INTO WS-HIS-TYPE WS-HIS-STAMP WS-HIS-COL3
                   WS-HIS-COL4 WS-HIS-COL5 WS-HIS-COL6
           END-UNSTRING.

      *----------------------------------------------------------------
      * 4120-FIND-HISTORY-PGM-PARA
      * WS-HIS-FOUND says whether FM-PROGRAM is on the recent runs'
      * program list.
      *----------------------------------------------------------------
       4120-FIND-HISTORY-PGM-PARA.
           MOVE "N" TO WS-HIS-FOUND
           MOVE 1 TO WS-HIS-I
           PERFORM UNTIL WS-HIS-I > WS-HIS-PGM-COUNT
               IF WS-HIS-PGM(WS-HIS-I) = FM-PROGRAM
                   MOVE "Y" TO WS-HIS-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HIS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 4200-CHECK-RECORD-PARA
      * One master record: counted by severity and disposition, its
      * stamps, severity and disposition checked (each problem one
      * ERROR line), its program checked against the recent runs,
      * and, when the latest run last saw it, counted for the
      * reconciliation. A consolidated copybook finding is filed on
      * line zero under the copybook's name, which no run reports
      * as a program - its last-seen stamp speaks for it instead.
      *----------------------------------------------------------------
       4200-CHECK-RECORD-PARA.
           ADD 1 TO WS-VFY-RECORDS
           MOVE "N" TO WS-VFY-BAD-REC

           EVALUATE FM-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO WS-VFY-ERROR
               WHEN "WARNING"
                   ADD 1 TO WS-VFY-WARNING
               WHEN "INFO"
                   ADD 1 TO WS-VFY-INFO
               WHEN OTHER
                   ADD 1 TO WS-VFY-OTHER-SEV
                   MOVE SPACE TO WS-VFY-PROBLEM
                   STRING "UNKNOWN SEVERITY '" FM-SEVERITY "'"
                       DELIMITED BY SIZE INTO WS-VFY-PROBLEM
                   END-STRING
                   PERFORM 4290-REPORT-RECORD-PARA
           END-EVALUATE

           EVALUATE FM-DISP
               WHEN SPACE
                   ADD 1 TO WS-VFY-OPEN-DISP
               WHEN "ACCEPTED"
                   ADD 1 TO WS-VFY-ACCEPTED
               WHEN OTHER
                   ADD 1 TO WS-VFY-OTHER-DISP
                   MOVE SPACE TO WS-VFY-PROBLEM
                   STRING "UNKNOWN DISPOSITION '" FM-DISP "'"
                       DELIMITED BY SIZE INTO WS-VFY-PROBLEM
                   END-STRING
                   PERFORM 4290-REPORT-RECORD-PARA
           END-EVALUATE

           PERFORM 4210-CHECK-STAMPS-PARA

           IF FM-LINE = ZERO
               ADD 1 TO WS-VFY-COPYBOOK
           END-IF
           IF WS-HIS-PRESENT = "Y" AND WS-HIS-PGM-FULL = "N"
               IF FM-LINE <> ZERO
                   PERFORM 4120-FIND-HISTORY-PGM-PARA
               ELSE
                   MOVE "Y" TO WS-HIS-FOUND
                   IF FM-LAST-SEEN < WS-HIS-CUTOFF
                       MOVE "N" TO WS-HIS-FOUND
                   END-IF
               END-IF
               IF WS-HIS-FOUND = "N"
                   PERFORM 4300-NOTE-ABSENT-PARA THRU 4300-EXIT
               END-IF
           END-IF

           IF WS-HIS-PRESENT = "Y" AND
           FM-LAST-SEEN = WS-HIS-LAST-STAMP
               EVALUATE FM-SEVERITY
                   WHEN "ERROR"
                       ADD 1 TO WS-VFY-LR-ERROR
                   WHEN "INFO"
                       ADD 1 TO WS-VFY-LR-INFO
                   WHEN OTHER
                       ADD 1 TO WS-VFY-LR-WARNING
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 4210-CHECK-STAMPS-PARA
      * FM-FIRST-SEEN must be a real YYYYMMDD date and FM-LAST-SEEN
      * a real YYYYMMDDHHMMSS run stamp, neither in the future and
      * the last not before the first.
      *----------------------------------------------------------------
       4210-CHECK-STAMPS-PARA.
           MOVE FM-FIRST-SEEN TO WS-DT-TEXT
           PERFORM 8000-CHECK-DATE-PARA THRU 8000-EXIT
           IF WS-DT-OK = "Y" AND FM-FIRST-SEEN > WS-TODAY
               MOVE "N" TO WS-DT-OK
           END-IF
           IF WS-DT-OK = "N"
               ADD 1 TO WS-VFY-BAD-FIRST
               MOVE SPACE TO WS-VFY-PROBLEM
               STRING "INVALID FIRST-SEEN '" FM-FIRST-SEEN "'"
                   DELIMITED BY SIZE INTO WS-VFY-PROBLEM
               END-STRING
               PERFORM 4290-REPORT-RECORD-PARA
           END-IF

           MOVE FM-LAST-SEEN(1:8) TO WS-DT-TEXT
           PERFORM 8000-CHECK-DATE-PARA THRU 8000-EXIT
           IF WS-DT-OK = "Y"
               MOVE FM-LAST-SEEN(9:6) TO WS-TM-TEXT
               PERFORM 8100-CHECK-TIME-PARA
           END-IF
           IF WS-DT-OK = "Y" AND FM-LAST-SEEN > WS-NOW-STAMP
               MOVE "N" TO WS-DT-OK
           END-IF
           IF WS-DT-OK = "Y" AND FM-FIRST-SEEN IS NUMERIC AND
           FM-LAST-SEEN(1:8) < FM-FIRST-SEEN
               MOVE "N" TO WS-DT-OK
           END-IF
           IF WS-DT-OK = "N"
               ADD 1 TO WS-VFY-BAD-LAST
               MOVE SPACE TO WS-VFY-PROBLEM
               STRING "INVALID LAST-SEEN '" FM-LAST-SEEN "'"
                   DELIMITED BY SIZE INTO WS-VFY-PROBLEM
               END-STRING
               PERFORM 4290-REPORT-RECORD-PARA
           END-IF.

      *----------------------------------------------------------------
      * 4290-REPORT-RECORD-PARA
      * One ERROR line for the record in hand, WS-VFY-PROBLEM saying
      * what is wrong. A record counts once however many problems.
      *----------------------------------------------------------------
       4290-REPORT-RECORD-PARA.
           IF WS-VFY-BAD-REC = "N"
               MOVE "Y" TO WS-VFY-BAD-REC
               ADD 1 TO WS-TOT-ERRORS
           END-IF
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  ERROR   " FUNCTION TRIM(FM-PROGRAM)
               " LINE " FM-LINE " " FUNCTION TRIM(FM-CHECK) " "
               FUNCTION TRIM(FM-FIELD) " - "
               FUNCTION TRIM(WS-VFY-PROBLEM)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD.

      *----------------------------------------------------------------
      * 4300-NOTE-ABSENT-PARA
      * FM-PROGRAM onto the list of programs no recent run reported,
      * with its record count and latest last-seen.
      *----------------------------------------------------------------
       4300-NOTE-ABSENT-PARA.
           ADD 1 TO WS-VFY-ABSENT
           MOVE 0 TO WS-ABS-ROW
           MOVE 1 TO WS-ABS-I
           PERFORM UNTIL WS-ABS-I > WS-ABS-COUNT
               IF WS-ABS-PROGRAM(WS-ABS-I) = FM-PROGRAM
                   MOVE WS-ABS-I TO WS-ABS-ROW
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-ABS-I
           END-PERFORM
           IF WS-ABS-ROW = 0
               IF WS-ABS-COUNT >= 1000
                   GO TO 4300-EXIT
               END-IF
               ADD 1 TO WS-ABS-COUNT
               MOVE WS-ABS-COUNT TO WS-ABS-ROW
               MOVE FM-PROGRAM TO WS-ABS-PROGRAM(WS-ABS-ROW)
               MOVE 0 TO WS-ABS-RECORDS(WS-ABS-ROW)
               MOVE SPACE TO WS-ABS-LAST(WS-ABS-ROW)
           END-IF
           ADD 1 TO WS-ABS-RECORDS(WS-ABS-ROW)
           IF FM-LAST-SEEN > WS-ABS-LAST(WS-ABS-ROW)
               MOVE FM-LAST-SEEN TO WS-ABS-LAST(WS-ABS-ROW)
           END-IF.

       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-LIST-ABSENT-PARA
      * Programs the master still carries findings for that none of
      * the recent runs reported - retired or renamed programs whose
      * findings will never be re-examined, so never closed. Each
      * one is a WARNING.
      *----------------------------------------------------------------
       4400-LIST-ABSENT-PARA.
           MOVE SPACE TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD
           MOVE WS-HIS-RUNS TO WS-N1
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "PROGRAMS ABSENT FROM THE LAST "
               FUNCTION TRIM(WS-N1) " RUNS"
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           IF WS-HIS-PRESENT = "N"
               MOVE SPACE TO REPORTFILE-RECORD
               STRING "  WARNING NO RUN HISTORY IN "
                   FUNCTION TRIM(LO-HIST-FILE) " - NOT CHECKED"
                   DELIMITED BY SIZE INTO REPORTFILE-RECORD
               END-STRING
               WRITE REPORTFILE-RECORD
               ADD 1 TO WS-TOT-WARNINGS
           ELSE
               IF WS-HIS-PGM-FULL = "Y"
                   MOVE SPACE TO REPORTFILE-RECORD
                   STRING "  WARNING MORE THAN 3000 PROGRAMS IN THE "
                       "RECENT RUNS - NOT CHECKED"
                       DELIMITED BY SIZE INTO REPORTFILE-RECORD
                   END-STRING
                   WRITE REPORTFILE-RECORD
                   ADD 1 TO WS-TOT-WARNINGS
               END-IF
           END-IF
           IF WS-HIS-PRESENT = "Y" AND WS-ABS-COUNT = 0 AND
           WS-HIS-PGM-FULL = "N"
               MOVE "  (NONE)" TO REPORTFILE-RECORD
               WRITE REPORTFILE-RECORD
           END-IF
           MOVE 1 TO WS-ABS-I
           PERFORM UNTIL WS-ABS-I > WS-ABS-COUNT
               ADD 1 TO WS-TOT-WARNINGS
               MOVE WS-ABS-RECORDS(WS-ABS-I) TO WS-N1
               MOVE SPACE TO REPORTFILE-RECORD
               STRING "  WARNING " WS-ABS-PROGRAM(WS-ABS-I) " "
                   FUNCTION TRIM(WS-N1) " RECORDS, LAST SEEN "
                   WS-ABS-LAST(WS-ABS-I)
                   DELIMITED BY SIZE INTO REPORTFILE-RECORD
               END-STRING
               WRITE REPORTFILE-RECORD
               ADD 1 TO WS-ABS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 4500-RECONCILE-PARA
      * The records the latest run last saw, by severity, against
      * that run's HISTORY.DAT totals. The run's totals count every
      * finding it wrote; the master holds one record per key, so a
      * finding repeated at one key, or a copybook finding raised in
      * several members, is one master record - the master may fall
      * short of the history but never exceed it. More in the
      * master than in the history is a WARNING.
      *----------------------------------------------------------------
       4500-RECONCILE-PARA.
           MOVE SPACE TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD
           IF WS-HIS-PRESENT = "N"
               MOVE "RECONCILIATION - NO RUN HISTORY"
                   TO REPORTFILE-RECORD
               WRITE REPORTFILE-RECORD
               GO TO 4500-EXIT
           END-IF
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "RECONCILIATION WITH RUN " WS-HIS-LAST-STAMP
               " (HISTORY TOTALS AGAINST MASTER RECORDS LAST SEEN"
               " BY THAT RUN)"
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE "  SEVERITY     HISTORY     MASTER" TO
               REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD

           MOVE WS-HIS-LAST-ERROR TO WS-N1
           MOVE WS-VFY-LR-ERROR TO WS-N2
           MOVE "ERROR" TO WS-RCN-SEV
           PERFORM 4510-RECONCILE-LINE-PARA
           MOVE WS-HIS-LAST-WARNING TO WS-N1
           MOVE WS-VFY-LR-WARNING TO WS-N2
           MOVE "WARNING" TO WS-RCN-SEV
           PERFORM 4510-RECONCILE-LINE-PARA
           MOVE WS-HIS-LAST-INFO TO WS-N1
           MOVE WS-VFY-LR-INFO TO WS-N2
           MOVE "INFO" TO WS-RCN-SEV
           PERFORM 4510-RECONCILE-LINE-PARA

           COMPUTE WS-N1 = WS-HIS-LAST-ERROR + WS-HIS-LAST-WARNING
               + WS-HIS-LAST-INFO
           COMPUTE WS-N2 = WS-VFY-LR-ERROR + WS-VFY-LR-WARNING
               + WS-VFY-LR-INFO
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  TOTAL    " WS-N1 "  " WS-N2
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4510-RECONCILE-LINE-PARA
      * One severity's history total (WS-N1) and master count
      * (WS-N2), WS-RCN-SEV naming it.
      *----------------------------------------------------------------
       4510-RECONCILE-LINE-PARA.
           MOVE SPACE TO REPORTFILE-RECORD
           IF FUNCTION NUMVAL(WS-N2) > FUNCTION NUMVAL(WS-N1)
               ADD 1 TO WS-TOT-WARNINGS
               STRING "  " WS-RCN-SEV "  " WS-N1 "  " WS-N2
                   "  WARNING MORE RECORDS THAN THE RUN RAISED"
                   DELIMITED BY SIZE INTO REPORTFILE-RECORD
               END-STRING
           ELSE
               STRING "  " WS-RCN-SEV "  " WS-N1 "  " WS-N2
                   DELIMITED BY SIZE INTO REPORTFILE-RECORD
               END-STRING
           END-IF
           WRITE REPORTFILE-RECORD.

      *----------------------------------------------------------------
      * 4600-WRITE-COUNTS-PARA
      * The master's make-up, for the operator's log.
      *----------------------------------------------------------------
       4600-WRITE-COUNTS-PARA.
           MOVE SPACE TO REPORTFILE-RECORD
           WRITE REPORTFILE-RECORD
           MOVE WS-VFY-RECORDS TO WS-N1
           MOVE WS-VFY-COPYBOOK TO WS-N2
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "RECORDS " FUNCTION TRIM(WS-N1)
               " (COPYBOOK FINDINGS " FUNCTION TRIM(WS-N2) ")"
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE WS-VFY-ERROR TO WS-N1
           MOVE WS-VFY-WARNING TO WS-N2
           MOVE WS-VFY-INFO TO WS-N3
           MOVE WS-VFY-OTHER-SEV TO WS-N4
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  BY SEVERITY    ERROR " FUNCTION TRIM(WS-N1)
               ", WARNING " FUNCTION TRIM(WS-N2)
               ", INFO " FUNCTION TRIM(WS-N3)
               ", UNKNOWN " FUNCTION TRIM(WS-N4)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE WS-VFY-OPEN-DISP TO WS-N1
           MOVE WS-VFY-ACCEPTED TO WS-N2
           MOVE WS-VFY-OTHER-DISP TO WS-N3
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  BY DISPOSITION OPEN " FUNCTION TRIM(WS-N1)
               ", ACCEPTED " FUNCTION TRIM(WS-N2)
               ", UNKNOWN " FUNCTION TRIM(WS-N3)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD
           MOVE WS-VFY-BAD-FIRST TO WS-N1
           MOVE WS-VFY-BAD-LAST TO WS-N2
           MOVE WS-VFY-ABSENT TO WS-N3
           MOVE SPACE TO REPORTFILE-RECORD
           STRING "  INVALID FIRST-SEEN " FUNCTION TRIM(WS-N1)
               ", INVALID LAST-SEEN " FUNCTION TRIM(WS-N2)
               ", RECORDS OF ABSENT PROGRAMS " FUNCTION TRIM(WS-N3)
               DELIMITED BY SIZE INTO REPORTFILE-RECORD
           END-STRING
           WRITE REPORTFILE-RECORD.

      *----------------------------------------------------------------
      * 8000-CHECK-DATE-PARA
      * WS-DT-OK says whether WS-DT-TEXT is a real YYYYMMDD date.
      *----------------------------------------------------------------
       8000-CHECK-DATE-PARA.
           MOVE "N" TO WS-DT-OK
           IF WS-DT-TEXT IS NOT NUMERIC
               GO TO 8000-EXIT
           END-IF
           MOVE WS-DT-TEXT TO WS-DT-NUM
           MOVE WS-DT-NUM(1:4) TO WS-DT-YEAR
           MOVE WS-DT-NUM(5:2) TO WS-DT-MONTH
           MOVE WS-DT-NUM(7:2) TO WS-DT-DAY
           IF WS-DT-YEAR < 1900 OR WS-DT-MONTH < 1 OR
           WS-DT-MONTH > 12 OR WS-DT-DAY < 1
               GO TO 8000-EXIT
           END-IF
           EVALUATE WS-DT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DT-MAX-DAY
               WHEN 2
                   MOVE 28 TO WS-DT-MAX-DAY
                   IF FUNCTION MOD(WS-DT-YEAR, 4) = 0 AND
                   (FUNCTION MOD(WS-DT-YEAR, 100) <> 0 OR
                   FUNCTION MOD(WS-DT-YEAR, 400) = 0)
                       MOVE 29 TO WS-DT-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DT-MAX-DAY
           END-EVALUATE
           IF WS-DT-DAY > WS-DT-MAX-DAY
               GO TO 8000-EXIT
           END-IF
           MOVE "Y" TO WS-DT-OK.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-CHECK-TIME-PARA
      * WS-DT-OK turned off unless WS-TM-TEXT is a real HHMMSS.
      *----------------------------------------------------------------
       8100-CHECK-TIME-PARA.
           IF WS-TM-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-DT-OK
           ELSE
               MOVE WS-TM-TEXT TO WS-TM-NUM
               IF WS-TM-NUM(1:2) > "23" OR WS-TM-NUM(3:2) > "59" OR
               WS-TM-NUM(5:2) > "59"
                   MOVE "N" TO WS-DT-OK
               END-IF
           END-IF.
