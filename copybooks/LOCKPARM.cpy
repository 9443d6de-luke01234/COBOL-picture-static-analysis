      *================================================================
      * LOCKPARM.cpy
      * Call interface to RUNLOCK, the run-control lock that keeps
      * the updaters of the findings master, HISTORY.DAT, FPCAT.DAT
      * and the suppression file (DRIVER LIBRARY/LIBFAST/MEMBER/
      * DIFF/SERVICE/MERGE, REVIEWER, FMUTIL, CFGMAINT) from running
      * over one another.
      *   LI-LOCK-FUNCTION  A = acquire, H = heartbeat, R = release
      *   LI-LOCK-WAIT-SW   Y = wait up to POLICY.CFG LOCK-WAIT
      *                     seconds for a busy lock, N = one try,
      *                     P = one try from a poller (a busy lock
      *                     is not written to the lock audit trail)
      *   LI-LOCK-JOB/USER  spaces = taken from the JOBNAME / USER
      *                     environment variables
      * On a busy or lost lock the LI-LOCK-HOLD-* fields say who has
      * it and since when.
      *================================================================
           01 LI-RUNLOCK.
               05 LI-LOCK-FUNCTION        PIC X(1).
               05 LI-LOCK-WAIT-SW         PIC X(1).
               05 LI-LOCK-PROGRAM         PIC X(8).
               05 LI-LOCK-MODE            PIC X(8).
               05 LI-LOCK-JOB             PIC X(8).
               05 LI-LOCK-USER            PIC X(8).
               05 LI-LOCK-RESULT          PIC X(1).
                   88 LI-LOCK-GRANTED     VALUE "G".
                   88 LI-LOCK-BUSY        VALUE "B".
                   88 LI-LOCK-LOST        VALUE "L".
                   88 LI-LOCK-ERROR       VALUE "E".
               05 LI-LOCK-HOLD-PROGRAM    PIC X(8).
               05 LI-LOCK-HOLD-MODE       PIC X(8).
               05 LI-LOCK-HOLD-JOB        PIC X(8).
               05 LI-LOCK-HOLD-USER       PIC X(8).
               05 LI-LOCK-HOLD-START      PIC X(14).
               05 LI-LOCK-HOLD-BEAT       PIC X(14).
