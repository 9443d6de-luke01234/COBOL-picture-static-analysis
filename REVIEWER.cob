      * 09/01/2026 LA  The findings master is an INDEXED file now -
      *                accepts apply through one keyed READ/REWRITE
      *                instead of a whole-file load and rewrite.
      * 10/15/2026 LA  Each finding on the review screen now shows its
      *                check catalog entry - meaning, production
      *                symptom, standard fix and reference number -
      *                from the export's catalog column block.
      * 10/15/2026 LA  Four-eyes control on suppressions. Every
      *                Suppress, on screen or from an S row in BATCH,
      *                is written PENDING; a second reviewer approves
      *                or rejects it in the new approval mode:
      *                REVIEWER APPROVE <suppress-file> <reviewer-id>
      *                which will not let a reviewer approve an entry
      *                they raised. DRIVER honours APPROVED entries
      *                only. Suppression rows now run
      *                PROGRAM,FIELD,REVIEWER,DATE,REASON,EXPIRY,
      *                STATUS,APPROVER,APPROVAL-DATE.
      * 10/15/2026 LA  Run interlock: every mode takes the RUNLOCK
      *                run-control lock (under the reviewer id) before
      *                touching the suppression file or the findings
      *                master, heartbeats it per finding/row/entry,
      *                and releases it at the end. If DRIVER or
      *                another REVIEWER holds it, REVIEWER waits up to
      *                POLICY.CFG LOCK-WAIT and then stops with RC 16.
      * 10/15/2026 LA  APPROVE keeps the full 40-character reason a
      *                BATCH row carries when it rewrites the entry.
      * 10/15/2026 LA  A run lock file that cannot be written is
      *                reported as such (RC 16), not as a holder.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY CONSREC.

           FD  SUPPRESSFILE.
           01  SUPPRESSFILE-RECORD     PIC X(200).

           FD  DISPFILE.
           01  DISPFILE-RECORD         PIC X(200).
           01 WS-DSP-ACCEPTED          PIC 9(5) VALUE 0.
           01 WS-DSP-LINE-KEY          PIC 9(9).

      *    APPROVAL MODE - THE WHOLE SUPPRESSION FILE HELD SO IT
      *    CAN BE WRITTEN BACK WITH THE DECISIONS, AND THE ENTRY IN
      *    HAND SPLIT INTO ITS COLUMNS
           01 WS-APPROVE-MODE          PIC X(1) VALUE "N".
           01 WS-APR-COUNT             PIC 9(4) VALUE 0.
           01 WS-APR-TABLE.
               05 WS-APR-LINE OCCURS 1000 TIMES PIC X(200).
           01 WS-APR-I                 PIC 9(4).
           01 WS-APR-FULL              PIC X(1) VALUE "N".
           01 WS-APR-PROGRAM           PIC X(30).
           01 WS-APR-FIELD             PIC X(80).
           01 WS-APR-REVIEWER          PIC X(8).
           01 WS-APR-DATE              PIC X(8).
           01 WS-APR-REASON            PIC X(40).
           01 WS-APR-EXPIRY            PIC X(8).
           01 WS-APR-STATUS            PIC X(8).
           01 WS-APR-APPROVER          PIC X(8).
           01 WS-APR-APPROVED-ON       PIC X(8).
           01 WS-APR-APPROVED          PIC 9(5) VALUE 0.
           01 WS-APR-REJECTED          PIC 9(5) VALUE 0.
           01 WS-APR-LEFT              PIC 9(5) VALUE 0.
           01 WS-APR-OWN               PIC 9(5) VALUE 0.

           01 WS-ANSWER                PIC X(1).
           01 WS-REASON                PIC X(8).
           01 WS-EXPIRY                PIC X(8).
           01 WS-SHOWN-COUNT           PIC 9(5) VALUE 0.
           01 WS-SUPP-COUNT            PIC 9(5) VALUE 0.

      *    RUN-CONTROL LOCK (SEE RUNLOCK)
           COPY LOCKPARM.
           01 WS-LOCK-HELD             PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-PARSE-ARGS-PARA THRU 1000-EXIT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
      *    EVERY MODE WRITES THE SUPPRESSION FILE OR THE FINDINGS
      *    MASTER, SO NONE RUNS ALONGSIDE ANOTHER UPDATER
           PERFORM 1100-ACQUIRE-RUN-LOCK-PARA
           IF WS-BATCH-MODE = "Y"
               PERFORM 3000-BATCH-IMPORT-PARA THRU 3000-EXIT
               PERFORM 1300-RELEASE-RUN-LOCK-PARA
               STOP RUN
           END-IF
           IF WS-APPROVE-MODE = "Y"
               PERFORM 4000-APPROVE-PARA THRU 4000-EXIT
               PERFORM 1300-RELEASE-RUN-LOCK-PARA
               STOP RUN
           END-IF

               DISPLAY "REVIEWER: NO FINDINGS EXPORT FOUND ("
                   FUNCTION TRIM(LO-CONSOL-FILE) ") - RUN THE"
                   " ANALYZER FIRST"
               PERFORM 1300-RELEASE-RUN-LOCK-PARA
               STOP RUN
           END-IF
           OPEN EXTEND SUPPRESSFILE

           DISPLAY "REVIEWER: " WS-SHOWN-COUNT " FINDINGS REVIEWED, "
               WS-SUPP-COUNT " SUPPRESSED"
           PERFORM 1300-RELEASE-RUN-LOCK-PARA
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-PARSE-ARGS-PARA
      * REVIEWER <member> <suppress-file> <reviewer-id>
      * REVIEWER BATCH <disp-file> <suppress-file> <reviewer-id>
      * REVIEWER APPROVE <suppress-file> <reviewer-id>
      *----------------------------------------------------------------
       1000-PARSE-ARGS-PARA.
           MOVE SPACE TO WS-CMD-LINE
               MOVE WS-MEMBER-ARG TO LO-DISP-FILE
           END-IF

      *    APPROVE <SUPPRESS-FILE> <REVIEWER-ID> - NO MEMBER; THE MODE
      *    WORD STAYS IN THE MEMBER POSITION FOR THE USAGE TEST BELOW
           IF WS-MEMBER-ARG = "APPROVE"
               MOVE "Y" TO WS-APPROVE-MODE
               MOVE SPACE TO WS-SUPPRESS-ARG
               MOVE SPACE TO WS-REVIEWER-ID
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-MODE-WORD WS-SUPPRESS-ARG WS-REVIEWER-ID
               END-UNSTRING
           END-IF

           IF WS-MEMBER-ARG = SPACE OR WS-SUPPRESS-ARG = SPACE OR
           WS-REVIEWER-ID = SPACE
               DISPLAY "REVIEWER: USAGE - REVIEWER <MEMBER>"
                   " <SUPPRESS-FILE> <REVIEWER-ID>  OR  REVIEWER"
                   " BATCH <DISP-FILE> <SUPPRESS-FILE> <REVIEWER-ID>"
                   "  OR  REVIEWER APPROVE <SUPPRESS-FILE>"
                   " <REVIEWER-ID>"
               STOP RUN
           END-IF

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-ACQUIRE-RUN-LOCK-PARA
      * Takes the run-control lock shared with DRIVER, waiting up to
      * POLICY.CFG LOCK-WAIT seconds. Refused - somebody else is
      * updating - means say who and stop with RC 16 before any
      * file is opened.
      *----------------------------------------------------------------
       1100-ACQUIRE-RUN-LOCK-PARA.
           MOVE "A" TO LI-LOCK-FUNCTION
           MOVE "Y" TO LI-LOCK-WAIT-SW
           MOVE "REVIEWER" TO LI-LOCK-PROGRAM
           EVALUATE TRUE
               WHEN WS-BATCH-MODE = "Y"
                   MOVE "BATCH" TO LI-LOCK-MODE
               WHEN WS-APPROVE-MODE = "Y"
                   MOVE "APPROVE" TO LI-LOCK-MODE
               WHEN OTHER
                   MOVE "REVIEW" TO LI-LOCK-MODE
           END-EVALUATE
           MOVE SPACE TO LI-LOCK-JOB
           MOVE WS-REVIEWER-ID TO LI-LOCK-USER
           CALL "RUNLOCK" USING LI-RUNLOCK
           IF LI-LOCK-ERROR
               DISPLAY "REVIEWER: RUN LOCK FILE CANNOT BE WRITTEN"
                   " - TRY AGAIN WHEN IT FINISHES (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LI-LOCK-GRANTED
               MOVE "Y" TO WS-LOCK-HELD
           ELSE
               DISPLAY "REVIEWER: RUN LOCK HELD BY "
                   FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
                   FUNCTION TRIM(LI-LOCK-HOLD-MODE) " JOB "
                   FUNCTION TRIM(LI-LOCK-HOLD-JOB) " USER "
                   FUNCTION TRIM(LI-LOCK-HOLD-USER)
               DISPLAY "REVIEWER: STARTED " LI-LOCK-HOLD-START
                   " LAST HEARTBEAT " LI-LOCK-HOLD-BEAT
                   " - TRY AGAIN WHEN IT FINISHES (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1200-BEAT-RUN-LOCK-PARA
      * Heartbeat, so a reviewer working slowly through a long list
      * is not taken for an abandoned run. A lock broken as stale
      * and retaken by another run stops the review at once.
      *----------------------------------------------------------------
       1200-BEAT-RUN-LOCK-PARA.
           IF WS-LOCK-HELD = "Y"
               MOVE "H" TO LI-LOCK-FUNCTION
               CALL "RUNLOCK" USING LI-RUNLOCK
               IF LI-LOCK-LOST
                   DISPLAY "REVIEWER: RUN LOCK LOST - NOW HELD BY "
                       FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
                       FUNCTION TRIM(LI-LOCK-HOLD-MODE) " USER "
                       FUNCTION TRIM(LI-LOCK-HOLD-USER)
                       " - STOPPING BEFORE ANY FURTHER UPDATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF LI-LOCK-ERROR
                   DISPLAY "REVIEWER: RUN LOCK FILE CANNOT BE WRITTEN"
                       " - STOPPING BEFORE ANY FURTHER UPDATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1300-RELEASE-RUN-LOCK-PARA
      *----------------------------------------------------------------
       1300-RELEASE-RUN-LOCK-PARA.
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO LI-LOCK-FUNCTION
               CALL "RUNLOCK" USING LI-RUNLOCK
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

      *----------------------------------------------------------------
      * 2000-REVIEW-FINDING-PARA
      * Shows one finding, with its check catalog entry when the
      * check is catalogued, and takes its disposition:
      *   A - accepted as a real problem, left for the tracker
      *   S - suppressed, with a reason code, under this reviewer
      *   D - deferred, decide next review
      *   Q - stop reviewing now
      *----------------------------------------------------------------
       2000-REVIEW-FINDING-PARA.
           PERFORM 1200-BEAT-RUN-LOCK-PARA
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY " "
           DISPLAY "FINDING " WS-SHOWN-COUNT " - "
               " LINE " CF-LINE
           DISPLAY "  FIELD   " FUNCTION TRIM(CF-FIELD)
           DISPLAY "  " FUNCTION TRIM(CF-MESSAGE)
           IF CF-CHK-DESC <> SPACE
               DISPLAY "  MEANS   " FUNCTION TRIM(CF-CHK-DESC)
                   " (REF " FUNCTION TRIM(CF-CHK-REF) ")"
           END-IF
           IF CF-CHK-SYMPTOM <> SPACE
               DISPLAY "  SYMPTOM " FUNCTION TRIM(CF-CHK-SYMPTOM)
           END-IF
           IF CF-CHK-FIX <> SPACE
               DISPLAY "  FIX     " FUNCTION TRIM(CF-CHK-FIX)
           END-IF
           DISPLAY "DISPOSITION? A=ACCEPT S=SUPPRESS D=DEFER Q=QUIT"

           MOVE SPACE TO WS-ANSWER

      *----------------------------------------------------------------
      * 2100-SUPPRESS-PARA
      * Appends PROGRAM,FIELD,REVIEWER,DATE,REASON,EXPIRY,PENDING -
      * the format DRIVER's 1200-LOAD-SUPPRESSIONS-PARA loads, with
      * the audit columns the hand-edited format never had. The
      * entry does not suppress anything until a second reviewer
      * approves it (4000-APPROVE-PARA).
      *----------------------------------------------------------------
       2100-SUPPRESS-PARA.
           DISPLAY "REASON CODE?"
                   FUNCTION TRIM(CF-FIELD) ","
                   FUNCTION TRIM(WS-REVIEWER-ID) ","
                   WS-TODAY ","
                   FUNCTION TRIM(WS-REASON) ",,PENDING"
                   DELIMITED BY SIZE INTO SUPPRESSFILE-RECORD
               END-STRING
           ELSE
                   FUNCTION TRIM(WS-REVIEWER-ID) ","
                   WS-TODAY ","
                   FUNCTION TRIM(WS-REASON) ","
                   FUNCTION TRIM(WS-EXPIRY) ",PENDING"
                   DELIMITED BY SIZE INTO SUPPRESSFILE-RECORD
               END-STRING
           END-IF
           WRITE SUPPRESSFILE-RECORD
           ADD 1 TO WS-SUPP-COUNT
           DISPLAY "SUPPRESSION PENDING - A SECOND REVIEWER MUST"
               " APPROVE IT (REVIEWER APPROVE)".

      *----------------------------------------------------------------
      * 3000-BATCH-IMPORT-PARA
           MOVE SPACE TO RECONFILE-RECORD
           STRING "MATCHED " WS-DSP-MATCHED
               " (ACCEPTED " WS-DSP-ACCEPTED
               " SUPPRESSED PENDING APPROVAL " WS-SUPP-COUNT
               ") UNMATCHED " WS-DSP-UNMATCHED
               DELIMITED BY SIZE INTO RECONFILE-RECORD
           END-STRING
      * One S|PROGRAM|LINE|CHECK|FIELD|REASON (or A|...) row.
      *----------------------------------------------------------------
       3300-APPLY-ONE-DISP-PARA.
           PERFORM 1200-BEAT-RUN-LOCK-PARA
           MOVE SPACE TO WS-DSP-ACTION
           MOVE SPACE TO WS-DSP-PROGRAM
           MOVE SPACE TO WS-DSP-LINE-TXT
                           FUNCTION TRIM(WS-DSP-FIELD) ","
                           FUNCTION TRIM(WS-REVIEWER-ID) ","
                           WS-TODAY ","
                           FUNCTION TRIM(WS-DSP-REASON) ",,PENDING"
                           DELIMITED BY SIZE
                           INTO SUPPRESSFILE-RECORD
                       END-STRING
                           FUNCTION TRIM(WS-REVIEWER-ID) ","
                           WS-TODAY ","
                           FUNCTION TRIM(WS-DSP-REASON) ","
                           FUNCTION TRIM(WS-DSP-EXPIRY) ",PENDING"
                           DELIMITED BY SIZE
                           INTO SUPPRESSFILE-RECORD
                       END-STRING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-APPROVE-PARA
      * The second pair of eyes. Every PENDING entry in the
      * suppression file (and any old row carrying no status at all)
      * is shown to this reviewer for A=approve, R=reject, S=skip or
      * Q=quit; an entry this reviewer raised is passed over - nobody
      * approves their own suppression. Decisions are stamped with
      * the approver and date and the whole file is written back.
      *----------------------------------------------------------------
       4000-APPROVE-PARA.
           PERFORM 4100-LOAD-SUPP-LINES-PARA
           IF WS-APR-FULL = "Y"
               DISPLAY "REVIEWER: SUPPRESSION FILE HAS MORE THAN "
                   "1000 ENTRIES - NOTHING APPROVED, FILE UNCHANGED"
               GO TO 4000-EXIT
           END-IF

           MOVE 1 TO WS-APR-I
           PERFORM UNTIL WS-APR-I > WS-APR-COUNT OR WS-QUIT = "Y"
               PERFORM 4200-APPROVE-ONE-PARA THRU 4200-EXIT
               ADD 1 TO WS-APR-I
           END-PERFORM

           PERFORM 4300-REWRITE-SUPP-PARA

           DISPLAY "REVIEWER: " WS-APR-APPROVED " APPROVED, "
               WS-APR-REJECTED " REJECTED, " WS-APR-LEFT
               " LEFT PENDING, " WS-APR-OWN
               " OF YOUR OWN PASSED OVER".

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-LOAD-SUPP-LINES-PARA
      * The suppression file into the table as it stands, blank
      * lines dropped.
      *----------------------------------------------------------------
       4100-LOAD-SUPP-LINES-PARA.
           MOVE 0 TO WS-APR-COUNT
           OPEN INPUT SUPPRESSFILE
           PERFORM UNTIL 1 = 2
               READ SUPPRESSFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(SUPPRESSFILE-RECORD) <> SPACE
                   IF WS-APR-COUNT < 1000
                       ADD 1 TO WS-APR-COUNT
                       MOVE SUPPRESSFILE-RECORD TO
                           WS-APR-LINE(WS-APR-COUNT)
                   ELSE
                       MOVE "Y" TO WS-APR-FULL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUPPRESSFILE.

      *----------------------------------------------------------------
      * 4200-APPROVE-ONE-PARA
      * Entry WS-APR-I: shown and decided when it is still pending
      * and was raised by someone else.
      *----------------------------------------------------------------
       4200-APPROVE-ONE-PARA.
           PERFORM 1200-BEAT-RUN-LOCK-PARA
           MOVE SPACE TO WS-APR-PROGRAM WS-APR-FIELD WS-APR-REVIEWER
               WS-APR-DATE WS-APR-REASON WS-APR-EXPIRY WS-APR-STATUS
               WS-APR-APPROVER WS-APR-APPROVED-ON
           UNSTRING WS-APR-LINE(WS-APR-I) DELIMITED BY ","
               INTO WS-APR-PROGRAM WS-APR-FIELD WS-APR-REVIEWER
                   WS-APR-DATE WS-APR-REASON WS-APR-EXPIRY
                   WS-APR-STATUS WS-APR-APPROVER WS-APR-APPROVED-ON
           END-UNSTRING

      *    AN APPROVAL BY THE RAISING REVIEWER IS NO APPROVAL - DRIVER
      *    TREATS IT AS PENDING, SO IT COMES BACK ROUND HERE
           IF WS-APR-STATUS = "APPROVED" AND
           (WS-APR-APPROVER = SPACE OR
           WS-APR-APPROVER = WS-APR-REVIEWER)
               MOVE "PENDING" TO WS-APR-STATUS
           END-IF
           IF WS-APR-STATUS <> "PENDING" AND WS-APR-STATUS <> SPACE
               GO TO 4200-EXIT
           END-IF
           IF WS-APR-REVIEWER = WS-REVIEWER-ID
               ADD 1 TO WS-APR-OWN
               GO TO 4200-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "PENDING SUPPRESSION - "
               FUNCTION TRIM(WS-APR-PROGRAM) " / "
               FUNCTION TRIM(WS-APR-FIELD)
           DISPLAY "  RAISED BY " FUNCTION TRIM(WS-APR-REVIEWER)
               " ON " WS-APR-DATE " REASON "
               FUNCTION TRIM(WS-APR-REASON)
           IF WS-APR-EXPIRY <> SPACE
               DISPLAY "  EXPIRES " WS-APR-EXPIRY
           END-IF
           DISPLAY "DECISION? A=APPROVE R=REJECT S=SKIP Q=QUIT"

           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN "A"
               WHEN "a"
                   MOVE "APPROVED" TO WS-APR-STATUS
                   ADD 1 TO WS-APR-APPROVED
               WHEN "R"
               WHEN "r"
                   MOVE "REJECTED" TO WS-APR-STATUS
                   ADD 1 TO WS-APR-REJECTED
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-QUIT
                   ADD 1 TO WS-APR-LEFT
                   GO TO 4200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-APR-LEFT
                   GO TO 4200-EXIT
           END-EVALUATE

           MOVE SPACE TO WS-APR-LINE(WS-APR-I)
           STRING FUNCTION TRIM(WS-APR-PROGRAM) ","
               FUNCTION TRIM(WS-APR-FIELD) ","
               FUNCTION TRIM(WS-APR-REVIEWER) ","
               FUNCTION TRIM(WS-APR-DATE) ","
               FUNCTION TRIM(WS-APR-REASON) ","
               FUNCTION TRIM(WS-APR-EXPIRY) ","
               FUNCTION TRIM(WS-APR-STATUS) ","
               FUNCTION TRIM(WS-REVIEWER-ID) ","
               WS-TODAY
               DELIMITED BY SIZE INTO WS-APR-LINE(WS-APR-I)
           END-STRING.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-REWRITE-SUPP-PARA
      * The suppression file written back whole, decisions and all.
      *----------------------------------------------------------------
       4300-REWRITE-SUPP-PARA.
           OPEN OUTPUT SUPPRESSFILE
           MOVE 1 TO WS-APR-I
           PERFORM UNTIL WS-APR-I > WS-APR-COUNT
               MOVE WS-APR-LINE(WS-APR-I) TO SUPPRESSFILE-RECORD
               WRITE SUPPRESSFILE-RECORD
               ADD 1 TO WS-APR-I
           END-PERFORM
           CLOSE SUPPRESSFILE.

       END PROGRAM REVIEWER.
