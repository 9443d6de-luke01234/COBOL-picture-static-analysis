       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOCK.
       AUTHOR. Luke Attard.
       INSTALLATION. APPLICATION STATIC ANALYSIS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026 LA  Original - run-control lock shared by every
      *                program that updates the findings master,
      *                HISTORY.DAT, FPCAT.DAT or the suppression file.
      *                A REVIEWER BATCH import that ran during the
      *                nightly delta pass lost its ACCEPTED
      *                dispositions when the FIXED entries were
      *                deleted underneath it.
      * 10/15/2026 LA  A lock record that cannot be written (OPEN or
      *                WRITE failing on RUNLOCK.DAT) now returns
      *                ERROR instead of reading back as granted.
      *----------------------------------------------------------------
      * CALL "RUNLOCK" USING LI-RUNLOCK (copybook LOCKPARM).
      *
      * The lock is the one record in RUNLOCK.DAT:
      *   program|mode|job|user|start-stamp|heartbeat-stamp|token
      * and is free when the file is missing, empty or blank. An
      * acquire writes the caller's record and reads it back after a
      * second's settle - whoever's token is on the file then has
      * the lock. The holder's identity stays in this program's
      * WORKING-STORAGE between calls, so heartbeat and release only
      * ever touch a lock this run still owns.
      *
      * POLICY.CFG settings (same file DRIVER reads):
      *   LOCK-TIMEOUT,n  minutes without a heartbeat before a lock
      *                   counts as abandoned and is broken (default
      *                   60; 0 = never break)
      *   LOCK-WAIT,n     seconds an acquire with LI-LOCK-WAIT-SW "Y"
      *                   keeps polling a busy lock (default 0)
      *
      * Every grant, release, refusal, broken lock and lost lock is
      * appended to LOCKAUDIT.DAT:
      *   stamp|event|program|mode|job|user|detail
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL LOCKFILE ASSIGN TO LO-LOCK-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LO-LOCK-STATUS.
               SELECT OPTIONAL LOCKAUDFILE ASSIGN TO LO-LOCKAUD-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LO-LOCKAUD-STATUS.
               SELECT OPTIONAL POLICYFILE ASSIGN TO LO-POLICY-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LO-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  LOCKFILE.
           01  LOCKFILE-RECORD         PIC X(120).

           FD  LOCKAUDFILE.
           01  LOCKAUDFILE-RECORD      PIC X(240).

           FD  POLICYFILE.
           01  POLICYFILE-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
           01 LO-LOCK-FILE             PIC X(40) VALUE "RUNLOCK.DAT".
           01 LO-LOCKAUD-FILE          PIC X(40)
               VALUE "LOCKAUDIT.DAT".
           01 LO-POLICY-FILE           PIC X(40) VALUE "POLICY.CFG".
           01 LO-LOCK-STATUS           PIC X(2) VALUE SPACE.
           01 LO-LOCKAUD-STATUS        PIC X(2) VALUE SPACE.
           01 LO-POLICY-STATUS         PIC X(2) VALUE SPACE.

      *    POLICY SETTINGS - LOADED ON THE FIRST CALL OF THE RUN
           01 LO-POLICY-LOADED         PIC X(1) VALUE "N".
           01 LO-LOCK-TIMEOUT          PIC 9(5) VALUE 60.
           01 LO-LOCK-WAIT             PIC 9(5) VALUE 0.
           01 LO-POLICY-KEY            PIC X(40).
           01 LO-POLICY-VALUE          PIC X(40).

      *    THIS RUN'S OWN LOCK RECORD, KEPT WHILE IT IS HELD
           01 LO-HELD                  PIC X(1) VALUE "N".
           01 LO-MINE.
               05 LO-MY-PROGRAM        PIC X(8).
               05 FILLER               PIC X(1) VALUE "|".
               05 LO-MY-MODE           PIC X(8).
               05 FILLER               PIC X(1) VALUE "|".
               05 LO-MY-JOB            PIC X(8).
               05 FILLER               PIC X(1) VALUE "|".
               05 LO-MY-USER           PIC X(8).
               05 FILLER               PIC X(1) VALUE "|".
               05 LO-MY-START          PIC X(14).
               05 FILLER               PIC X(1) VALUE "|".
               05 LO-MY-BEAT           PIC X(14).
               05 FILLER               PIC X(1) VALUE "|".
               05 LO-MY-TOKEN          PIC X(16).

      *    THE RECORD FOUND ON THE LOCK FILE
           01 LO-FOUND-FREE            PIC X(1).
           01 LO-FOUND.
               05 LO-FD-PROGRAM        PIC X(8).
               05 FILLER               PIC X(1).
               05 LO-FD-MODE           PIC X(8).
               05 FILLER               PIC X(1).
               05 LO-FD-JOB            PIC X(8).
               05 FILLER               PIC X(1).
               05 LO-FD-USER           PIC X(8).
               05 FILLER               PIC X(1).
               05 LO-FD-START          PIC X(14).
               05 FILLER               PIC X(1).
               05 LO-FD-BEAT           PIC X(14).
               05 LO-FD-BEAT-R REDEFINES LO-FD-BEAT.
                   10 LO-FD-BEAT-DATE  PIC 9(8).
                   10 LO-FD-BEAT-MM    PIC 9(2)
                       OCCURS 3 TIMES.
               05 FILLER               PIC X(1).
               05 LO-FD-TOKEN          PIC X(16).

      *    CLOCK
           01 LO-NOW                   PIC X(21).
           01 LO-NOW-R REDEFINES LO-NOW.
               05 LO-NOW-DATE          PIC 9(8).
               05 LO-NOW-HH            PIC 9(2).
               05 LO-NOW-MI            PIC 9(2).
               05 LO-NOW-REST          PIC X(9).
           01 LO-NOW-STAMP             PIC X(14).
           01 LO-AGE-MINS              PIC S9(9) VALUE 0.
           01 LO-AGE-DISP              PIC Z(8)9.
           01 LO-WAIT-DISP             PIC Z(4)9.
           01 LO-STALE                 PIC X(1).

      *    WAIT LOOP
           01 LO-WAITED                PIC 9(5) VALUE 0.
           01 LO-POLL-SECS             PIC 9(9) COMP-5 VALUE 5.
           01 LO-SETTLE-SECS           PIC 9(9) COMP-5 VALUE 1.
           01 LO-ACQ-DONE              PIC X(1).
           01 LO-SAID-WAITING          PIC X(1).
           01 LO-WRITE-OK              PIC X(1).

      *    AUDIT LINE
           01 LO-AUD-EVENT             PIC X(8).
           01 LO-AUD-DETAIL            PIC X(160).
           01 LO-HOLDER-TEXT           PIC X(100).

       LINKAGE SECTION.
           COPY LOCKPARM.

       PROCEDURE DIVISION USING BY REFERENCE LI-RUNLOCK.

       0000-MAINLINE.
           MOVE "E" TO LI-LOCK-RESULT
           IF LO-POLICY-LOADED = "N"
               PERFORM 1100-LOAD-POLICY-PARA THRU 1100-EXIT
               MOVE "Y" TO LO-POLICY-LOADED
           END-IF

           EVALUATE LI-LOCK-FUNCTION
               WHEN "A"
                   PERFORM 2000-ACQUIRE-PARA THRU 2000-EXIT
               WHEN "H"
                   PERFORM 3000-HEARTBEAT-PARA THRU 3000-EXIT
               WHEN "R"
                   PERFORM 4000-RELEASE-PARA THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "RUNLOCK: UNKNOWN FUNCTION '"
                       LI-LOCK-FUNCTION "'"
           END-EVALUATE

           EXIT PROGRAM.

      *----------------------------------------------------------------
      * 1100-LOAD-POLICY-PARA
      * Picks the two lock settings out of POLICY.CFG; every other
      * line there belongs to DRIVER. No policy file keeps the
      * defaults.
      *----------------------------------------------------------------
       1100-LOAD-POLICY-PARA.
           OPEN INPUT POLICYFILE
           IF LO-POLICY-STATUS = "05"
               CLOSE POLICYFILE
               GO TO 1100-EXIT
           END-IF
           IF LO-POLICY-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ POLICYFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO LO-POLICY-KEY
               MOVE SPACE TO LO-POLICY-VALUE
               UNSTRING POLICYFILE-RECORD DELIMITED BY ","
                   INTO LO-POLICY-KEY LO-POLICY-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(LO-POLICY-VALUE) IS NUMERIC
                   EVALUATE FUNCTION TRIM(LO-POLICY-KEY)
                       WHEN "LOCK-TIMEOUT"
                           COMPUTE LO-LOCK-TIMEOUT =
                               FUNCTION NUMVAL(LO-POLICY-VALUE)
                       WHEN "LOCK-WAIT"
                           COMPUTE LO-LOCK-WAIT =
                               FUNCTION NUMVAL(LO-POLICY-VALUE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE POLICYFILE.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ACQUIRE-PARA
      * Takes the lock for the caller, or reports who has it. A lock
      * this run already holds is simply re-granted. A busy lock is
      * polled every five seconds while the caller asked to wait and
      * LOCK-WAIT has not run out; a lock whose heartbeat is older
      * than LOCK-TIMEOUT is broken (and audited) and taken over.
      *----------------------------------------------------------------
       2000-ACQUIRE-PARA.
           IF LO-HELD = "Y"
               MOVE "G" TO LI-LOCK-RESULT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2010-SET-IDENTITY-PARA
           MOVE 0 TO LO-WAITED
           MOVE "N" TO LO-ACQ-DONE
           MOVE "N" TO LO-SAID-WAITING

           PERFORM UNTIL LO-ACQ-DONE = "Y"
               PERFORM 2100-TRY-ACQUIRE-PARA THRU 2100-EXIT
               IF LO-ACQ-DONE = "N"
                   IF LI-LOCK-WAIT-SW = "Y" AND
                   LO-WAITED < LO-LOCK-WAIT
                       IF LO-SAID-WAITING = "N"
                           PERFORM 6100-HOLDER-TEXT-PARA
                           MOVE LO-LOCK-WAIT TO LO-WAIT-DISP
                           DISPLAY "RUNLOCK: WAITING UP TO "
                               FUNCTION TRIM(LO-WAIT-DISP)
                               " SECS FOR LOCK HELD BY "
                               FUNCTION TRIM(LO-HOLDER-TEXT)
                           MOVE "Y" TO LO-SAID-WAITING
                       END-IF
                       CALL "C$SLEEP" USING LO-POLL-SECS
                       ADD 5 TO LO-WAITED
                   ELSE
                       MOVE "B" TO LI-LOCK-RESULT
                       PERFORM 6200-RETURN-HOLDER-PARA
      *                A POLLER ASKS AGAIN IN SECONDS - ITS MISSES
      *                WOULD ONLY FLOOD THE TRAIL
                       IF LI-LOCK-WAIT-SW NOT = "P"
                           PERFORM 6100-HOLDER-TEXT-PARA
                           MOVE "REFUSED" TO LO-AUD-EVENT
                           MOVE SPACE TO LO-AUD-DETAIL
                           STRING "HELD BY " LO-HOLDER-TEXT
                               DELIMITED BY SIZE INTO LO-AUD-DETAIL
                           END-STRING
                           PERFORM 6000-WRITE-AUDIT-PARA
                               THRU 6000-EXIT
                       END-IF
                       MOVE "Y" TO LO-ACQ-DONE
                   END-IF
               END-IF
           END-PERFORM.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2010-SET-IDENTITY-PARA
      * Who this run is: the caller's program and mode, and the job
      * and user it passed or, when it passed none, the JOBNAME and
      * USER environment variables.
      *----------------------------------------------------------------
       2010-SET-IDENTITY-PARA.
           MOVE LI-LOCK-PROGRAM TO LO-MY-PROGRAM
           MOVE LI-LOCK-MODE TO LO-MY-MODE
           MOVE LI-LOCK-JOB TO LO-MY-JOB
           IF LO-MY-JOB = SPACE
               ACCEPT LO-MY-JOB FROM ENVIRONMENT "JOBNAME"
           END-IF
           IF LO-MY-JOB = SPACE
               MOVE "NONE" TO LO-MY-JOB
           END-IF
           MOVE LI-LOCK-USER TO LO-MY-USER
           IF LO-MY-USER = SPACE
               ACCEPT LO-MY-USER FROM ENVIRONMENT "USER"
           END-IF
           IF LO-MY-USER = SPACE
               MOVE "UNKNOWN" TO LO-MY-USER
           END-IF.

      *----------------------------------------------------------------
      * 2100-TRY-ACQUIRE-PARA
      * One attempt. Sets LO-ACQ-DONE "Y" only when the lock was
      * granted; anything else leaves LO-FOUND holding the record
      * that stands in the way.
      *----------------------------------------------------------------
       2100-TRY-ACQUIRE-PARA.
           PERFORM 5000-READ-LOCK-PARA THRU 5000-EXIT
           IF LO-FOUND-FREE = "N"
               PERFORM 2200-CHECK-STALE-PARA
               IF LO-STALE = "N"
                   GO TO 2100-EXIT
               END-IF
               PERFORM 6100-HOLDER-TEXT-PARA
               MOVE LO-AGE-MINS TO LO-AGE-DISP
               MOVE "BROKEN" TO LO-AUD-EVENT
               MOVE SPACE TO LO-AUD-DETAIL
               STRING "STALE LOCK HELD BY "
                   FUNCTION TRIM(LO-HOLDER-TEXT)
                   " - NO HEARTBEAT FOR "
                   FUNCTION TRIM(LO-AGE-DISP) " MINS"
                   DELIMITED BY SIZE INTO LO-AUD-DETAIL
               END-STRING
               PERFORM 6000-WRITE-AUDIT-PARA THRU 6000-EXIT
               DISPLAY "RUNLOCK: " FUNCTION TRIM(LO-AUD-DETAIL)
                   " - LOCK BROKEN"
           END-IF

      *    CLAIM IT, LET ANY RACING CLAIM LAND, THEN SEE WHOSE
      *    TOKEN SURVIVED
           MOVE FUNCTION CURRENT-DATE TO LO-NOW
           MOVE LO-NOW(1:14) TO LO-MY-START
           MOVE LO-NOW(1:14) TO LO-MY-BEAT
           MOVE LO-NOW(1:16) TO LO-MY-TOKEN
           PERFORM 5100-WRITE-LOCK-PARA THRU 5100-EXIT
           IF LO-WRITE-OK = "N"
               MOVE "Y" TO LO-ACQ-DONE
               GO TO 2100-EXIT
           END-IF
           CALL "C$SLEEP" USING LO-SETTLE-SECS
           PERFORM 5000-READ-LOCK-PARA THRU 5000-EXIT
           IF LO-FOUND-FREE = "N" AND LO-FD-TOKEN = LO-MY-TOKEN
               MOVE "Y" TO LO-HELD
               MOVE "G" TO LI-LOCK-RESULT
               MOVE "Y" TO LO-ACQ-DONE
               MOVE "ACQUIRED" TO LO-AUD-EVENT
               MOVE SPACE TO LO-AUD-DETAIL
               PERFORM 6000-WRITE-AUDIT-PARA THRU 6000-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-STALE-PARA
      * A lock is stale when its heartbeat is more than LOCK-TIMEOUT
      * minutes old. A heartbeat that is not a stamp at all means a
      * damaged lock file and is treated as stale too.
      *----------------------------------------------------------------
       2200-CHECK-STALE-PARA.
           MOVE "N" TO LO-STALE
           MOVE 0 TO LO-AGE-MINS
           IF LO-LOCK-TIMEOUT = 0
               CONTINUE
           ELSE
               IF LO-FD-BEAT IS NOT NUMERIC OR
               LO-FD-BEAT(5:2) < "01" OR LO-FD-BEAT(5:2) > "12" OR
               LO-FD-BEAT(7:2) < "01" OR LO-FD-BEAT(7:2) > "31" OR
               LO-FD-BEAT-MM(1) > 23 OR LO-FD-BEAT-MM(2) > 59
                   MOVE "Y" TO LO-STALE
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO LO-NOW
                   COMPUTE LO-AGE-MINS =
                       (FUNCTION INTEGER-OF-DATE(LO-NOW-DATE) -
                        FUNCTION INTEGER-OF-DATE(LO-FD-BEAT-DATE))
                       * 1440
                       + LO-NOW-HH * 60 + LO-NOW-MI
                       - LO-FD-BEAT-MM(1) * 60 - LO-FD-BEAT-MM(2)
                   IF LO-AGE-MINS > LO-LOCK-TIMEOUT
                       MOVE "Y" TO LO-STALE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3000-HEARTBEAT-PARA
      * Refreshes the heartbeat stamp on a lock this run holds. If
      * the record on file is no longer ours the lock was broken as
      * stale while we ran - the caller is told (LOST) and must stop
      * updating.
      *----------------------------------------------------------------
       3000-HEARTBEAT-PARA.
           IF LO-HELD = "N"
               GO TO 3000-EXIT
           END-IF
           PERFORM 5000-READ-LOCK-PARA THRU 5000-EXIT
           IF LO-FOUND-FREE = "Y" OR LO-FD-TOKEN NOT = LO-MY-TOKEN
               PERFORM 3100-LOCK-LOST-PARA
               GO TO 3000-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LO-NOW
           MOVE LO-NOW(1:14) TO LO-MY-BEAT
           PERFORM 5100-WRITE-LOCK-PARA THRU 5100-EXIT
           IF LO-WRITE-OK = "N"
               GO TO 3000-EXIT
           END-IF
           MOVE "G" TO LI-LOCK-RESULT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOCK-LOST-PARA
      * Our lock was taken from us. Audit it and forget it - it is
      * not ours to release any more.
      *----------------------------------------------------------------
       3100-LOCK-LOST-PARA.
           MOVE "L" TO LI-LOCK-RESULT
           MOVE "N" TO LO-HELD
           PERFORM 6200-RETURN-HOLDER-PARA
           MOVE "LOST" TO LO-AUD-EVENT
           MOVE SPACE TO LO-AUD-DETAIL
           IF LO-FOUND-FREE = "Y"
               MOVE "LOCK RECORD CLEARED BY ANOTHER RUN"
                   TO LO-AUD-DETAIL
           ELSE
               PERFORM 6100-HOLDER-TEXT-PARA
               STRING "NOW HELD BY " LO-HOLDER-TEXT
                   DELIMITED BY SIZE INTO LO-AUD-DETAIL
               END-STRING
           END-IF
           PERFORM 6000-WRITE-AUDIT-PARA THRU 6000-EXIT.

      *----------------------------------------------------------------
      * 4000-RELEASE-PARA
      * Frees a lock this run holds by emptying the lock file.
      * Releasing a lock we do not hold is a no-op; one that was
      * broken and retaken meanwhile is left alone and reported
      * LOST.
      *----------------------------------------------------------------
       4000-RELEASE-PARA.
           MOVE "G" TO LI-LOCK-RESULT
           IF LO-HELD = "N"
               GO TO 4000-EXIT
           END-IF
           PERFORM 5000-READ-LOCK-PARA THRU 5000-EXIT
           IF LO-FOUND-FREE = "Y" OR LO-FD-TOKEN NOT = LO-MY-TOKEN
               PERFORM 3100-LOCK-LOST-PARA
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT LOCKFILE
           CLOSE LOCKFILE
           MOVE "N" TO LO-HELD
           MOVE "RELEASED" TO LO-AUD-EVENT
           MOVE SPACE TO LO-AUD-DETAIL
           PERFORM 6000-WRITE-AUDIT-PARA THRU 6000-EXIT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-READ-LOCK-PARA
      * Reads the lock record into LO-FOUND. A missing, empty or
      * blank lock file is a free lock.
      *----------------------------------------------------------------
       5000-READ-LOCK-PARA.
           MOVE "Y" TO LO-FOUND-FREE
           MOVE SPACE TO LO-FOUND
           OPEN INPUT LOCKFILE
      *    AN OPTIONAL FILE THAT IS NOT THERE STILL OPENS (05)
           IF LO-LOCK-STATUS = "05"
               CLOSE LOCKFILE
               GO TO 5000-EXIT
           END-IF
           IF LO-LOCK-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF
           READ LOCKFILE
               AT END
                   MOVE SPACE TO LOCKFILE-RECORD
           END-READ
           IF LOCKFILE-RECORD NOT = SPACE
               MOVE "N" TO LO-FOUND-FREE
               MOVE LOCKFILE-RECORD TO LO-FOUND
           END-IF
           CLOSE LOCKFILE.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-WRITE-LOCK-PARA
      * Replaces the lock record with ours. A lock file that cannot
      * be opened or written returns ERROR (and is audited) - the
      * caller must not go on as though it held the lock.
      *----------------------------------------------------------------
       5100-WRITE-LOCK-PARA.
           MOVE "Y" TO LO-WRITE-OK
           OPEN OUTPUT LOCKFILE
           IF LO-LOCK-STATUS NOT = "00" AND
           LO-LOCK-STATUS NOT = "05"
               PERFORM 5110-WRITE-FAILED-PARA
               GO TO 5100-EXIT
           END-IF
           MOVE SPACE TO LOCKFILE-RECORD
           MOVE LO-MINE TO LOCKFILE-RECORD
           WRITE LOCKFILE-RECORD
           IF LO-LOCK-STATUS NOT = "00"
               PERFORM 5110-WRITE-FAILED-PARA
               CLOSE LOCKFILE
               GO TO 5100-EXIT
           END-IF
           CLOSE LOCKFILE.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5110-WRITE-FAILED-PARA
      * Reports a lock record that could not be written.
      *----------------------------------------------------------------
       5110-WRITE-FAILED-PARA.
           MOVE "N" TO LO-WRITE-OK
           MOVE "E" TO LI-LOCK-RESULT
           MOVE "ERROR" TO LO-AUD-EVENT
           MOVE SPACE TO LO-AUD-DETAIL
           STRING "CANNOT WRITE " FUNCTION TRIM(LO-LOCK-FILE)
               " - STATUS " LO-LOCK-STATUS
               DELIMITED BY SIZE INTO LO-AUD-DETAIL
           END-STRING
           DISPLAY "RUNLOCK: " FUNCTION TRIM(LO-AUD-DETAIL)
           PERFORM 6000-WRITE-AUDIT-PARA THRU 6000-EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-AUDIT-PARA
      * Appends one event line to the lock audit trail. The trail
      * is a record, not a control - an audit file that cannot be
      * opened never stops the run.
      *----------------------------------------------------------------
       6000-WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO LO-NOW
           MOVE LO-NOW(1:14) TO LO-NOW-STAMP
           OPEN EXTEND LOCKAUDFILE
           IF LO-LOCKAUD-STATUS NOT = "00" AND
           LO-LOCKAUD-STATUS NOT = "05"
               GO TO 6000-EXIT
           END-IF
           MOVE SPACE TO LOCKAUDFILE-RECORD
           STRING LO-NOW-STAMP "|" LO-AUD-EVENT "|"
               LO-MY-PROGRAM "|" LO-MY-MODE "|" LO-MY-JOB "|"
               LO-MY-USER "|" FUNCTION TRIM(LO-AUD-DETAIL)
               DELIMITED BY SIZE INTO LOCKAUDFILE-RECORD
           END-STRING
           WRITE LOCKAUDFILE-RECORD
           CLOSE LOCKAUDFILE.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-HOLDER-TEXT-PARA
      * The holder on file, in words, for the console and the trail.
      *----------------------------------------------------------------
       6100-HOLDER-TEXT-PARA.
           MOVE SPACE TO LO-HOLDER-TEXT
           STRING FUNCTION TRIM(LO-FD-PROGRAM) " "
               FUNCTION TRIM(LO-FD-MODE) " JOB "
               FUNCTION TRIM(LO-FD-JOB) " USER "
               FUNCTION TRIM(LO-FD-USER) " SINCE " LO-FD-START
               " BEAT " LO-FD-BEAT
               DELIMITED BY SIZE INTO LO-HOLDER-TEXT
           END-STRING.

      *----------------------------------------------------------------
      * 6200-RETURN-HOLDER-PARA
      * Hands the holder on file back to the caller.
      *----------------------------------------------------------------
       6200-RETURN-HOLDER-PARA.
           MOVE LO-FD-PROGRAM TO LI-LOCK-HOLD-PROGRAM
           MOVE LO-FD-MODE TO LI-LOCK-HOLD-MODE
           MOVE LO-FD-JOB TO LI-LOCK-HOLD-JOB
           MOVE LO-FD-USER TO LI-LOCK-HOLD-USER
           MOVE LO-FD-START TO LI-LOCK-HOLD-START
           MOVE LO-FD-BEAT TO LI-LOCK-HOLD-BEAT.

       END PROGRAM RUNLOCK.
