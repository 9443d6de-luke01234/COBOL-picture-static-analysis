      *                stops calling release/return paragraphs
      *                UNPERFORMED. SD files arrive via the file
      *                table like FDs now.
      * 10/15/2026 LA  WHATIF mode for field-expansion sizing:
      *                WHATIF <member-list> <copybook> <field>
      *                <new-picture> re-lays every member with the
      *                copybook field at its proposed PICTURE and
      *                lists each MOVE that would truncate or stop
      *                lining up, arithmetic that would overflow,
      *                reference modifications that would address
      *                shifted bytes, CALL arguments that would no
      *                longer match their linkage, and datasets whose
      *                writer and reader would disagree on record
      *                length (WHATIF.RPT).
      * 10/15/2026 LA  Sensitive-data map: fields whose names match
      *                a PII.CFG pattern are followed through MOVE,
      *                STRING and arithmetic into written records,
      *                DISPLAY, CALL USING and SQL INSERT/UPDATE
      *                host variables (PIIMAP.RPT, by dataset and by
      *                program); DISPLAY of one is PII-DISPLAY. The
      *                TRACE lineage follows STRING ... INTO too.
      * 10/15/2026 LA  Money-math audit beside the overflow check:
      *                COMPUTE/MULTIPLY/DIVIDE dropping decimal places
      *                without ROUNDED (FRACTION-TRUNC), and division
      *                by a field with no ON SIZE ERROR and no
      *                enclosing IF testing it (DIV-UNGUARDED).
      * 10/15/2026 LA  STANDARDS check family driven by STANDARDS.CFG:
      *                section name prefixes, paragraph numbering
      *                order and size, NEXT SENTENCE / GO TO DEPENDING
      *                / bare EXIT PROGRAM, COMP-3 amounts. Each rule
      *                switched on and given its severity there.
      * 10/15/2026 LA  Indexed-file key integrity from the captured
      *                RECORD/ALTERNATE KEYs: key outside its FD
      *                record, READ/START KEY naming no declared key,
      *                WRITE to a unique-key file with no INVALID KEY,
      *                and key offset/length differing between the
      *                programs opening one dataset (DATARECON.RPT).
      * 10/15/2026 LA  Business-rule decision tables per member
      *                (<member>.RULES): every IF/EVALUATE by program
      *                and paragraph, conditions with 88-levels shown
      *                as field and VALUE, and what each branch sets.
      * 10/15/2026 LA  CALLTREE mode: CALLTREE <program-id> chains
      *                the call map (CICS LINK/XCTL included) into
      *                the full downstream tree and every upstream
      *                chain to an ENTRYPTS.CFG entry point, names
      *                the JCLXREF.RPT jobs/steps that run it, and
      *                flags recursive cycles (CALLTREE.RPT).
      * 10/15/2026 LA  Graphviz exports: <member>.DOT paragraph flow
      *                (unperformed paragraphs, fall-throughs and
      *                PERFORM THRU spans marked) and a library call
      *                graph CALLGRAPH.DOT clustered by owning team.
      * 10/15/2026 LA  SHADOW mode: a LIBRARY scan with every output
      *                under a name prefix that only reads the
      *                findings master and leaves HISTORY, FPCAT,
      *                AUDIT, GENCAT and the checkpoint alone, then
      *                previews by check id and program the findings
      *                that would be raised or would disappear
      *                (PREVIEW.RPT).
      * 10/15/2026 LA  Storage footprint report (FOOTPRINT.RPT):
      *                bytes per DATA DIVISION section per program and
      *                the ten largest 01 items with their biggest
      *                OCCURS table; WS-FOOTPRINT finding past the
      *                POLICY.CFG WS-MAX-BYTES limit.
      * 10/15/2026 LA  EXEC SQL hygiene checks: statements with no
      *                SQLCODE/SQLSTATE test or WHENEVER in force
      *                (SQL-UNCHECKED), UPDATE/DELETE without WHERE,
      *                SELECT *, singleton SELECT INTO without +100
      *                or -811 handling, cursors opened but never
      *                closed.
      * 10/15/2026 LA  RELEASE mode: RELEASE <manifest> lists the
      *                members to recompile (changed ones plus every
      *                includer of a changed copybook), the DB2
      *                packages to rebind and the job steps to
      *                retest (RELEASE.RPT).
      * 10/15/2026 LA  Check catalog: CHECKS.CFG carries, per check
      *                id, a reference number, what the check means,
      *                the usual production symptom and the standard
      *                fix. Added as a column block on FINDINGS.DAT
      *                (so the team reports carry it too) and under
      *                each finding in the annotated .LIST listing.
      * 10/15/2026 LA  Suppressions need a second reviewer: only rows
      *                whose status column is APPROVED, by someone
      *                other than the reviewer who raised them, are
      *                honoured. PENDING rows, and old rows with no
      *                status, are listed with their age in the
      *                suppression audit instead.
      * 10/15/2026 LA  VALIDATE mode: VALIDATE <member> <record>
      *                <data-file> [copybook-dir] reads a production
      *                data file against the captured layout GENDATA
      *                walks and lists every record that would blow
      *                up in the job - numeric DISPLAY fields that are
      *                not digits or carry a bad sign, COMP-3 bytes
      *                that are not valid packed decimal, fields with
      *                level-88s holding none of the declared values,
      *                and OCCURS DEPENDING ON counters out of range -
      *                with record number, field, offset and the bad
      *                bytes in hex, then error counts by field
      *                (VALIDATE.RPT; return code 8 on any exception).
      * 10/15/2026 LA  SCHEMA mode: SCHEMA <member> <record>
      *                [copybook-dir] [flatten-max] turns the captured
      *                layout into a DB2 CREATE TABLE draft
      *                (<record>.DDL - COMP-3 and zoned fields as
      *                DECIMAL(p+s,s), small fixed OCCURS flattened,
      *                larger or DEPENDING ON tables split into child
      *                tables, REDEFINES listed for a decision, 88s as
      *                commented CHECK candidates), a delimited column
      *                schema with offsets and lengths for the loaders
      *                (<record>.SCHEMA) and a field-to-column mapping
      *                listing (<record>.MAP).
      * 10/15/2026 LA  Program profile sheets at the end of every
      *                non-stream run, and on demand in PROFILE mode:
      *                per PROGRAM-ID the owner, last scan, job steps,
      *                callers and callees, datasets, DB2 tables,
      *                copybooks, complexity, storage and open findings
      *                by age, drawn off the run's reports (PROFILE.RPT
      *                and PROFILE_<program>.HTML).
      * 10/15/2026 LA  Performance audit of loop bodies: READ, WRITE,
      *                CALL and EXEC SQL (PERF-IO-IN-LOOP), OPEN and
      *                CLOSE of one file (PERF-OPEN-IN-LOOP) and
      *                DISPLAY (PERF-DISPLAY-LOOP) inside a PERFORM
      *                VARYING or any paragraph it reaches; serial
      *                SEARCH of a large keyed table
      *                (PERF-SEARCH-SERIAL, size from POLICY.CFG
      *                PERF-SEARCH-LIMIT,n - default 50).
      * 10/15/2026 LA  DRIFT mode: DRIFT <list-1> <copybook-dirs-1>
      *                <list-2> <copybook-dirs-2> [label-1] [label-2]
      *                compares two environments' libraries member by
      *                member - source fingerprint, copybook versions
      *                and libraries, shared record layouts and CALL
      *                interfaces - into DRIFT.RPT (RC 4 on any
      *                difference).
      * 10/15/2026 LA  Run interlock: LIBRARY, LIBFAST, MEMBER, DIFF
      *                and MERGE runs take the RUNLOCK run-control
      *                lock before touching the findings master,
      *                HISTORY.DAT or FPCAT.DAT (heartbeat per member,
      *                released at the end); SERVICE takes it per
      *                request and leaves a request pending while
      *                another updater holds it. A run that cannot
      *                get the lock, or loses it as stale, stops with
      *                RC 16. POLICY.CFG LOCK-TIMEOUT / LOCK-WAIT.
      * 10/15/2026 LA  JOBDEPS mode: JOBDEPS <deck-list>
      *                <scheduler-export> [dataset-rpt] derives the
      *                job-to-job dependencies the datasets demand (a
      *                job writing a DSN another job reads runs
      *                first) from the deck scan and the dataset
      *                cross-reference, and reconciles them with the
      *                scheduler's defined predecessors into
      *                JOBDEPS.RPT - missing predecessors (RC 4) and
      *                predecessors no shared dataset explains. The
      *                deck scan now keeps DISP= and picks DSN=/DISP=
      *                up off a DD's continuation cards.
      * 10/15/2026 LA  Duplicate procedure logic: every paragraph
      *                walked is fingerprinted with data, paragraph
      *                and file names set aside (and, for the near
      *                print, literals too); paragraphs that match
      *                across programs are grouped in CLONES.RPT,
      *                ranked by the lines one shared routine would
      *                save. POLICY.CFG CLONE-MIN-TOKENS,n (default
      *                30) sets the smallest paragraph compared.
      * 10/15/2026 LA  COMMAREA contracts: each EXEC CICS LINK/XCTL
      *                to a literal program is checked at end of run
      *                like a static CALL - a LENGTH literal that is
      *                not the COMMAREA field's byte size
      *                (COMMAREA-LENGTH), a COMMAREA whose size is
      *                not the target's DFHCOMMAREA (COMMAREA-SIZE),
      *                and a target that uses DFHCOMMAREA without
      *                testing EIBCALEN (COMMAREA-EIBCALEN).
      * 10/15/2026 LA  PROFILE page breaks are blank lines and every
      *                report line is cleared before it is built;
      *                joined literals built with STRING; the JOBDEPS
      *                verdict column widened to 70 characters.
      * 10/15/2026 LA  A stream run takes the run lock around the
      *                shared HISTORY.DAT and trend update. Suppression
      *                reasons run to 40 characters and the audit line
      *                is widened to carry them. A run lock file that
      *                cannot be written stops the run with RC 16.
      * 10/15/2026 LA  DIV-UNGUARDED takes only a zero comparison of
      *                the divisor (or an 88 of it whose VALUE takes
      *                in zero) as a guard, and IFs nested past 30 no
      *                longer unwind the outer guards early.
      *                COMMAREA-EIBCALEN counts EIBCALEN only in a
      *                condition ahead of the first DFHCOMMAREA use.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LITXREFFILE ASSIGN TO LO-LITXREF-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CLONESFILE ASSIGN TO LO-CLONES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TRACEFILE ASSIGN TO LO-TRACE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT COPYFINDFILE ASSIGN TO LO-COPYFIND-FILE
      *        AND BINARY BYTES A LINE-SEQUENTIAL FILE WOULD MANGLE
               SELECT GENDATAFILE ASSIGN TO LO-GENDATA-FILE
                   ORGANIZATION IS SEQUENTIAL.
      *        THE DATA FILE UNDER VALIDATION - RECORD SEQUENTIAL
      *        LIKE GENDATA'S OUTPUT, FOR THE SAME PACKED AND BINARY
      *        BYTES
               SELECT VALDATAFILE ASSIGN TO LO-VALDATA-FILE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-VALDATA-STATUS.
               SELECT VALIDRPTFILE ASSIGN TO LO-VALIDATE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SCHDDLFILE ASSIGN TO LO-SCHDDL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SCHCOLFILE ASSIGN TO LO-SCHCOL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SCHMAPFILE ASSIGN TO LO-SCHMAP-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BINFLDFILE ASSIGN TO LO-BINFLD-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT WHATIFFILE ASSIGN TO LO-WHATIF-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL PIICFGFILE ASSIGN TO LO-PIICFG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PIICFG-STATUS.
               SELECT PIIMAPFILE ASSIGN TO LO-PIIMAP-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL STDCFGFILE ASSIGN TO LO-STDCFG-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STDCFG-STATUS.
               SELECT RULESFILE ASSIGN TO LO-RULES-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CALLTREEFILE ASSIGN TO LO-CALLTREE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DOTFILE ASSIGN TO LO-DOT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PREVIEWFILE ASSIGN TO LO-PREVIEW-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FOOTPRINTFILE ASSIGN TO LO-FOOTPRINT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RELEASEFILE ASSIGN TO LO-RELEASE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PROFILEFILE ASSIGN TO LO-PROFILE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRFHTMLFILE ASSIGN TO LO-PRFHTML-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DRIFTFILE ASSIGN TO LO-DRIFT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOBDEPSFILE ASSIGN TO LO-JOBDEPS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CHECKSFILE ASSIGN TO LO-CHECKS-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01  MEMBERLIST-RECORD       PIC X(256).

           FD  SUPPRESSFILE.
           01  SUPPRESSFILE-RECORD     PIC X(200).

           FD  CHECKPTFILE.
           01  CHECKPTFILE-RECORD      PIC X(80).
           01  ROLLUPFILE-RECORD       PIC X(200).

           FD  MERGEINFILE.
           01  MERGEINFILE-RECORD      PIC X(500).

           FD  SUMCNTFILE.
           01  SUMCNTFILE-RECORD       PIC X(20).
           FD  LITXREFFILE.
           01  LITXREFFILE-RECORD      PIC X(160).

           FD  CLONESFILE.
           01  CLONESFILE-RECORD       PIC X(200).

           FD  TRACEFILE.
           01  TRACEFILE-RECORD        PIC X(160).

           01  TRENDFILE-RECORD        PIC X(160).

           FD  SUPPAUDITFILE.
           01  SUPPAUDITFILE-RECORD    PIC X(220).

           FD  OWNERSFILE.
           01  OWNERSFILE-RECORD       PIC X(80).

           FD  TEAMRPTFILE.
           01  TEAMRPTFILE-RECORD      PIC X(500).

           FD  ANNSRCFILE.
           01  ANNSRCFILE-RECORD       PIC X(200).
               DEPENDING ON WS-TDG-RECLEN.
           01  GENDATAFILE-RECORD      PIC X(4096).

           FD  VALDATAFILE
               RECORD IS VARYING IN SIZE FROM 1 TO 4096
               DEPENDING ON WS-VLD-RECLEN.
           01  VALDATAFILE-RECORD      PIC X(4096).

           FD  VALIDRPTFILE.
           01  VALIDRPTFILE-RECORD     PIC X(200).

           FD  SCHDDLFILE.
           01  SCHDDLFILE-RECORD       PIC X(200).

           FD  SCHCOLFILE.
           01  SCHCOLFILE-RECORD       PIC X(250).

           FD  SCHMAPFILE.
           01  SCHMAPFILE-RECORD       PIC X(250).

           FD  BINFLDFILE.
           01  BINFLDFILE-RECORD       PIC X(160).

           FD  WHATIFFILE.
           01  WHATIFFILE-RECORD       PIC X(200).

           FD  PIICFGFILE.
           01  PIICFGFILE-RECORD       PIC X(80).

           FD  PIIMAPFILE.
           01  PIIMAPFILE-RECORD       PIC X(160).

           FD  STDCFGFILE.
           01  STDCFGFILE-RECORD       PIC X(80).

           FD  RULESFILE.
           01  RULESFILE-RECORD        PIC X(200).

           FD  CALLTREEFILE.
           01  CALLTREEFILE-RECORD     PIC X(250).

           FD  DOTFILE.
           01  DOTFILE-RECORD          PIC X(250).

           FD  PREVIEWFILE.
           01  PREVIEWFILE-RECORD      PIC X(250).

           FD  FOOTPRINTFILE.
           01  FOOTPRINTFILE-RECORD    PIC X(160).

           FD  RELEASEFILE.
           01  RELEASEFILE-RECORD      PIC X(200).

           FD  PROFILEFILE.
           01  PROFILEFILE-RECORD      PIC X(132).

           FD  PRFHTMLFILE.
           01  PRFHTMLFILE-RECORD      PIC X(250).

           FD  DRIFTFILE.
           01  DRIFTFILE-RECORD        PIC X(250).

           FD  JOBDEPSFILE.
           01  JOBDEPSFILE-RECORD      PIC X(250).

           FD  CHECKSFILE.
           01  CHECKSFILE-RECORD       PIC X(300).

       WORKING-STORAGE SECTION.
      *    COMMAND-LINE / MODE
           01 WS-CMD-LINE              PIC X(256).
           01 LO-JCLDECK-FILE          PIC X(256).
           01 LO-JCLXREF-FILE          PIC X(256)
               VALUE "JCLXREF.RPT".
           01 LO-JOBDEPS-FILE          PIC X(256)
               VALUE "JOBDEPS.RPT".
           01 LO-JDP-SCHED-FILE        PIC X(256).
           01 LO-CRUD-FILE             PIC X(256)
               VALUE "CRUD.RPT".
           01 LO-COPYRES-FILE          PIC X(256)
               VALUE "DATEAUDIT.RPT".
           01 LO-LITXREF-FILE          PIC X(256)
               VALUE "LITXREF.RPT".
           01 LO-CLONES-FILE           PIC X(256)
               VALUE "CLONES.RPT".
           01 LO-TRACE-FILE            PIC X(256)
               VALUE "TRACE.RPT".
           01 LO-COPYFIND-FILE         PIC X(256)
           01 WS-TEAMF-TABLE.
               05 WS-TEAMF-ENTRY OCCURS 2000 TIMES.
                   10 WS-TEAMF-TEAM    PIC X(8).
                   10 WS-TEAMF-LINE    PIC X(492).
           01 WS-TEAMF-I               PIC 9(4).
           01 WS-TEAMF-J               PIC 9(4).

      *    CHECK CATALOG FROM CHECKS.CFG - ONE ROW PER CHECK ID WITH
      *    ITS REFERENCE NUMBER, MEANING, PRODUCTION SYMPTOM AND
      *    STANDARD FIX, LOOKED UP BY 4220 FOR EVERY OUTPUT THAT
      *    NAMES A CHECK
           01 LO-CHECKS-FILE           PIC X(256)
               VALUE "CHECKS.CFG".
           01 WS-CHECKS-STATUS         PIC X(2) VALUE SPACE.
           01 WS-CAT-COUNT             PIC 9(3) VALUE 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY OCCURS 200 TIMES.
                   10 WS-CAT-CHECK     PIC X(20).
                   10 WS-CAT-REF       PIC X(10).
                   10 WS-CAT-DESC      PIC X(80).
                   10 WS-CAT-SYMPTOM   PIC X(80).
                   10 WS-CAT-FIX       PIC X(80).
           01 WS-CAT-I                 PIC 9(3).
           01 WS-CAT-ROW               PIC 9(3).
           01 WS-CAT-KEY               PIC X(20).
           01 WS-CAT-F-CHECK           PIC X(20).
           01 WS-CAT-F-REF             PIC X(10).
           01 WS-CAT-F-DESC            PIC X(80).
           01 WS-CAT-F-SYMPTOM         PIC X(80).
           01 WS-CAT-F-FIX             PIC X(80).
           01 WS-TEAMF-SEEN            PIC X(1).

      *    ANNOTATED-LISTING WORK AREAS - THIS MEMBER'S FINDINGS
           01 WS-TDG-ENDROW            PIC 9(9).
           01 WS-TDG-V88-WORK          PIC X(80).

      *    DATA-FILE VALIDATION (VALIDATE MODE) WORK FIELDS - THE
      *    CHECK PLAN BUILT ONCE FROM THE CAPTURED LAYOUT (ONE ROW PER
      *    ELEMENTARY FIELD WORTH CHECKING, WITH THE TABLES ENCLOSING
      *    IT INNERMOST FIRST AND ITS SLICE OF THE 88-VALUE TABLE),
      *    THE OCCURS DEPENDING ON TABLES WITH THIS RECORD'S COUNTS,
      *    AND THE FIELD OCCURRENCE UNDER TEST
           01 LO-VALDATA-FILE          PIC X(256).
           01 LO-VALIDATE-FILE         PIC X(256)
               VALUE "VALIDATE.RPT".
           01 WS-VALDATA-STATUS        PIC X(2).
           01 WS-VLD-RECORD            PIC X(80).
           01 WS-VLD-RECLEN            PIC 9(4).
           01 WS-VLD-LAYLEN            PIC 9(4).
           01 WS-VLD-WANT-LEN          PIC S9(9).
           01 WS-VLD-ROW               PIC 9(9).
           01 WS-VLD-ENDROW            PIC 9(9).
           01 WS-VLD-REC-NO            PIC 9(9).
           01 WS-VLD-BAD-RECS          PIC 9(9).
           01 WS-VLD-EXC-TOTAL         PIC 9(9).
           01 WS-VLD-LINES             PIC 9(9).
           01 WS-VLD-MAX-LINES         PIC 9(9) VALUE 10000.
           01 WS-VLD-REC-BAD           PIC X(1).
           01 WS-VLD-SKIP-REDEF        PIC 9(9).
           01 WS-VLD-SKIP-FULL         PIC 9(9).
           01 WS-VLD-FLD-COUNT         PIC 9(4).
           01 WS-VLD-FLD-TABLE.
               05 WS-VLD-FLD OCCURS 500 TIMES.
                   10 WS-VLD-F-ROW     PIC 9(9).
                   10 WS-VLD-F-KIND    PIC X(1).
                   10 WS-VLD-F-OFF     PIC 9(9).
                   10 WS-VLD-F-V88-1   PIC 9(4).
                   10 WS-VLD-F-V88-N   PIC 9(4).
                   10 WS-VLD-F-ANC-N   PIC 9(1).
                   10 WS-VLD-F-ANC     OCCURS 7 TIMES PIC 9(9).
                   10 WS-VLD-F-ERRS    PIC 9(9).
           01 WS-VLD-V88-COUNT         PIC 9(4).
           01 WS-VLD-V88-TABLE.
               05 WS-VLD-V88 OCCURS 1000 TIMES.
      *            FIG: SPACE NUMERIC LITERAL, "A" QUOTED LITERAL,
      *            S/Z/L/H SPACE/ZERO/LOW-VALUE/HIGH-VALUE
                   10 WS-VLD-V-FIG     PIC X(1).
                   10 WS-VLD-V-LO      PIC X(80).
                   10 WS-VLD-V-HI      PIC X(80).
                   10 WS-VLD-V-LO-N    PIC S9(18).
                   10 WS-VLD-V-HI-N    PIC S9(18).
           01 WS-VLD-ODO-COUNT         PIC 9(2).
           01 WS-VLD-ODO-TABLE.
               05 WS-VLD-ODO OCCURS 20 TIMES.
                   10 WS-VLD-O-ROW     PIC 9(9).
      *            COUNTER ROW - ZERO WHEN THE COUNTER IS NOT IN THE
      *            RECORD, SO EVERY OCCURRENCE IS CHECKED
                   10 WS-VLD-O-CTR     PIC 9(9).
                   10 WS-VLD-O-EFF     PIC 9(9).
                   10 WS-VLD-O-ERRS    PIC 9(9).
           01 WS-VLD-SUB-TABLE.
               05 WS-VLD-SUB OCCURS 7 TIMES PIC 9(9).
               05 WS-VLD-SUB-MAX OCCURS 7 TIMES PIC 9(9).
           01 WS-VLD-F                 PIC 9(4).
           01 WS-VLD-A                 PIC 9(2).
           01 WS-VLD-O                 PIC 9(2).
           01 WS-VLD-I                 PIC 9(9).
           01 WS-VLD-J                 PIC 9(9).
           01 WS-VLD-V                 PIC 9(9).
           01 WS-VLD-LVL               PIC 9(2).
           01 WS-VLD-SKIP              PIC X(1).
           01 WS-VLD-MORE              PIC X(1).
           01 WS-VLD-KIND              PIC X(1).
           01 WS-VLD-FROW              PIC 9(9).
           01 WS-VLD-OFF               PIC 9(9).
           01 WS-VLD-LEN               PIC 9(9).
           01 WS-VLD-PROBLEM           PIC X(40).
           01 WS-VLD-TYPE-TXT          PIC X(24).
           01 WS-VLD-NUM               PIC S9(18).
           01 WS-VLD-NUM-OK            PIC X(1).
           01 WS-VLD-NEG               PIC X(1).
           01 WS-VLD-BYTE              PIC X(1).
           01 WS-VLD-ORD               PIC 9(3).
           01 WS-VLD-HI                PIC 9(3).
           01 WS-VLD-LO                PIC 9(3).
           01 WS-VLD-CMP-LEN           PIC 9(9).
           01 WS-VLD-MATCH             PIC X(1).
           01 WS-VLD-FILL              PIC X(80).
           01 WS-VLD-FILL-HI           PIC X(80).
           01 WS-VLD-AST               PIC 9(9).
           01 WS-VLD-TOKEN             PIC X(80).
           01 WS-VLD-TOKEN-LEN         PIC 9(4).
           01 WS-VLD-HEX               PIC X(40).
           01 WS-VLD-HEX-DIGITS        PIC X(16)
               VALUE "0123456789ABCDEF".
           01 WS-VLD-NAME              PIC X(80).
           01 WS-VLD-NAME-WORK         PIC X(80).
           01 WS-VLD-SEP               PIC X(1).
           01 WS-VLD-N1                PIC Z(8)9.
           01 WS-VLD-N2                PIC Z(8)9.
           01 WS-VLD-N3                PIC Z(8)9.
           01 WS-VLD-NUM-ED            PIC -(18)9.

      *    SCHEMA MODE WORK FIELDS - THE GENERATED TABLES (THE MAIN
      *    TABLE FIRST, THEN ONE CHILD PER SPLIT-OUT OCCURS), EVERY
      *    GENERATED COLUMN IN RECORD ORDER, THE REDEFINES AWAITING
      *    A DECISION, AND THE FIELD UNDER CONVERSION
           01 LO-SCHDDL-FILE           PIC X(256).
           01 LO-SCHCOL-FILE           PIC X(256).
           01 LO-SCHMAP-FILE           PIC X(256).
           01 WS-SCH-RECORD            PIC X(80).
           01 WS-SCH-FLAT-TXT          PIC X(10).
      *    FIXED TABLES UP TO THIS MANY OCCURRENCES ARE FLATTENED
      *    INTO NUMBERED COLUMNS; LARGER ONES, AND EVERY DEPENDING
      *    ON TABLE, BECOME CHILD TABLES
           01 WS-SCH-FLAT-MAX          PIC 9(4) VALUE 10.
           01 WS-SCH-ROW               PIC 9(9).
           01 WS-SCH-ENDROW            PIC 9(9).
           01 WS-SCH-V                 PIC 9(9).
           01 WS-SCH-J                 PIC 9(9).
           01 WS-SCH-I                 PIC 9(9).
           01 WS-SCH-T                 PIC 9(2).
           01 WS-SCH-A                 PIC 9(2).
           01 WS-SCH-LVL               PIC 9(2).
           01 WS-SCH-TAB-COUNT         PIC 9(2).
           01 WS-SCH-TAB-TABLE.
               05 WS-SCH-TAB OCCURS 20 TIMES.
                   10 WS-SCH-T-NAME    PIC X(30).
                   10 WS-SCH-T-ROW     PIC 9(9).
                   10 WS-SCH-T-COLS    PIC 9(4).
           01 WS-SCH-TAB-FULL          PIC 9(9).
           01 WS-SCH-COL-COUNT         PIC 9(4).
           01 WS-SCH-COL-DROPPED       PIC 9(9).
           01 WS-SCH-COL-TABLE.
               05 WS-SCH-COL OCCURS 1000 TIMES.
                   10 WS-SCH-C-TAB     PIC 9(2).
                   10 WS-SCH-C-ROW     PIC 9(9).
                   10 WS-SCH-C-NAME    PIC X(30).
                   10 WS-SCH-C-OFF     PIC 9(9).
                   10 WS-SCH-C-LEN     PIC 9(9).
                   10 WS-SCH-C-TYPE    PIC X(20).
                   10 WS-SCH-C-ENC     PIC X(8).
                   10 WS-SCH-C-PREC    PIC 9(4).
                   10 WS-SCH-C-SCALE   PIC 9(4).
           01 WS-SCH-REDEF-COUNT       PIC 9(4).
           01 WS-SCH-REDEF-TABLE.
               05 WS-SCH-REDEF-ROW OCCURS 100 TIMES PIC 9(9).
      *    THE FIELD UNDER CONVERSION - ITS ENCLOSING TABLES
      *    INNERMOST FIRST, HOW MANY OF THEM ARE FLATTENED, AND THE
      *    REDEFINES (IF ANY) IT SITS UNDER
           01 WS-SCH-ANC-N             PIC 9(2).
           01 WS-SCH-ANC-TABLE.
               05 WS-SCH-ANC OCCURS 7 TIMES PIC 9(9).
               05 WS-SCH-SUB OCCURS 7 TIMES PIC 9(9).
           01 WS-SCH-FLAT-N            PIC 9(2).
           01 WS-SCH-REDEF-OWNER       PIC 9(9).
           01 WS-SCH-MORE              PIC X(1).
           01 WS-SCH-DUP               PIC X(1).
           01 WS-SCH-OFF               PIC 9(9).
           01 WS-SCH-TYPE              PIC X(20).
           01 WS-SCH-ENC               PIC X(8).
           01 WS-SCH-PREC              PIC 9(4).
           01 WS-SCH-SCALE             PIC 9(4).
           01 WS-SCH-INT               PIC 9(4).
           01 WS-SCH-PIC-TXT           PIC X(22).
           01 WS-SCH-NOTE              PIC X(50).
           01 WS-SCH-NAME              PIC X(80).
           01 WS-SCH-SUFFIX            PIC X(30).
           01 WS-SCH-SQLNAME           PIC X(30).
           01 WS-SCH-NAME-LEN          PIC 9(4).
           01 WS-SCH-SUF-LEN           PIC 9(4).
           01 WS-SCH-COBOL             PIC X(60).
           01 WS-SCH-TABNAME           PIC X(30).
           01 WS-SCH-LEAD              PIC X(12).
           01 WS-SCH-HEAD-DONE         PIC X(1).
           01 WS-SCH-SKIPPED           PIC 9(4).
           01 WS-SCH-CHILD             PIC X(1).
           01 WS-SCH-LIT               PIC X(90).
           01 WS-SCH-LIT-HI            PIC X(90).
           01 WS-SCH-VAL-LO            PIC X(80).
           01 WS-SCH-VAL-HI            PIC X(80).
           01 WS-SCH-TERMS             PIC 9(4).
           01 WS-SCH-N1                PIC Z(8)9.
           01 WS-SCH-N2                PIC Z(8)9.
           01 WS-SCH-N3                PIC Z(8)9.
           01 WS-SCH-N4                PIC Z(8)9.

      *    PROGRAM PROFILE SHEETS - ONE PAGE PER PROGRAM-ID, PULLED
      *    TOGETHER AT END OF RUN FROM THE REPORTS THE RUN HAS JUST
      *    WRITTEN (PROFILE.RPT, AND PROFILE_<PROGRAM>.HTML APIECE)
           01 LO-PROFILE-FILE          PIC X(256)
               VALUE "PROFILE.RPT".
           01 LO-PRFHTML-FILE          PIC X(256).
           01 LO-DRIFT-FILE            PIC X(256)
               VALUE "DRIFT.RPT".
           01 WS-PRF-COUNT             PIC 9(4) VALUE 0.
           01 WS-PRF-TABLE.
               05 WS-PRF-ENTRY OCCURS 500 TIMES.
                   10 WS-PRF-PGM       PIC X(30).
                   10 WS-PRF-MEMBER    PIC X(44).
                   10 WS-PRF-WS        PIC 9(9).
                   10 WS-PRF-LS        PIC 9(9).
                   10 WS-PRF-LK        PIC 9(9).
                   10 WS-PRF-FD        PIC 9(9).
                   10 WS-PRF-TOTAL     PIC 9(9).
                   10 WS-PRF-OVER      PIC X(1).
                   10 WS-PRF-MET-SEEN  PIC X(1).
                   10 WS-PRF-PARAS     PIC 9(9).
                   10 WS-PRF-STMTS     PIC 9(9).
                   10 WS-PRF-GOTOS     PIC 9(9).
                   10 WS-PRF-DEPTH     PIC 9(9).
                   10 WS-PRF-FANOUT    PIC 9(9).
                   10 WS-PRF-STAMP     PIC X(15).
                   10 WS-PRF-SCAN-MODE PIC X(1).
      *            OPEN FINDINGS BY SEVERITY (ERROR, WARNING, INFO),
      *            AND THEIR AGES OFF THE AGING REPORT'S FOUR BANDS
                   10 WS-PRF-SEV OCCURS 3 TIMES.
                       15 WS-PRF-OPEN  PIC 9(5).
                       15 WS-PRF-AGE OCCURS 4 TIMES PIC 9(5).
      *    THE LIST SECTIONS OF EVERY SHEET - KEYED BY PROGRAM-ID, OR
      *    BY MEMBER FOR COPYBOOKS. KIND J JOB STEP, C CALLER, E
      *    CALLEE, D DATASET, T DB2 TABLE, B COPYBOOK
           01 WS-PRF-ITEM-COUNT        PIC 9(5) VALUE 0.
           01 WS-PRF-ITEM-TABLE.
               05 WS-PRF-ITEM OCCURS 5000 TIMES.
                   10 WS-PRF-I-KEY     PIC X(44).
                   10 WS-PRF-I-KIND    PIC X(1).
                   10 WS-PRF-I-C1      PIC X(44).
                   10 WS-PRF-I-C2      PIC X(80).
           01 WS-PRF-ITEM-FULL         PIC X(1).
           01 WS-PRF-JCL-FOUND         PIC X(1).
           01 WS-PRF-OPENED            PIC X(1).
           01 WS-PRF-DUP               PIC X(1).
           01 WS-PRF-SEV-NAMES         PIC X(30)
               VALUE "ERROR     WARNING   INFO      ".
           01 WS-PRF-SEV-TABLE REDEFINES WS-PRF-SEV-NAMES.
               05 WS-PRF-SEV-NAME OCCURS 3 TIMES PIC X(10).
           01 WS-PRF-I                 PIC 9(5).
           01 WS-PRF-J                 PIC 9(5).
           01 WS-PRF-P                 PIC 9(4).
           01 WS-PRF-S                 PIC 9(1).
           01 WS-PRF-B                 PIC 9(1).
           01 WS-PRF-HITS              PIC 9(5).
           01 WS-PRF-KEY               PIC X(44).
           01 WS-PRF-KIND              PIC X(1).
           01 WS-PRF-C1                PIC X(44).
           01 WS-PRF-C2                PIC X(80).
           01 WS-PRF-A                 PIC X(80).
           01 WS-PRF-W1                PIC X(20).
           01 WS-PRF-W2                PIC X(20).
           01 WS-PRF-W3                PIC X(20).
           01 WS-PRF-W4                PIC X(20).
           01 WS-PRF-W5                PIC X(20).
           01 WS-PRF-W6                PIC X(20).
           01 WS-PRF-W7                PIC X(20).
           01 WS-PRF-W8                PIC X(20).
           01 WS-PRF-W9                PIC X(20).
           01 WS-PRF-W10               PIC X(20).
           01 WS-PRF-W11               PIC X(20).
           01 WS-PRF-TITLE             PIC X(60).
           01 WS-PRF-HTITLE            PIC X(60).
           01 WS-PRF-HEAD1             PIC X(20).
           01 WS-PRF-HEAD2             PIC X(20).
           01 WS-PRF-NONE              PIC X(80).
           01 WS-PRF-SCAN-TXT          PIC X(40).
           01 WS-PRF-LINE              PIC X(250).
           01 WS-PRF-N1                PIC Z(8)9.
           01 WS-PRF-N2                PIC Z(8)9.
           01 WS-PRF-N3                PIC Z(8)9.
           01 WS-PRF-N4                PIC Z(8)9.
           01 WS-PRF-N5                PIC Z(8)9.
           01 WS-PRF-N6                PIC Z(8)9.

      *    FIELD-EXPANSION WHAT-IF (WHATIF MODE) WORK FIELDS - THE
      *    FIELD AND ITS PROPOSED PICTURE, EVERY ROW'S GEOMETRY
      *    BEFORE THE CHANGE (WS-WIF-HIT: F THE WIDENED FIELD, G A
      *    ROW WHOSE SIZE MOVED WITH IT, S A ROW ONLY SHIFTED), AND
      *    THE CALL-SITE/LINKAGE/DATASET SIDES KEPT ACROSS THE LIST
      *    FOR THE CROSS-PROGRAM CHECKS AT THE END
           01 LO-WHATIF-FILE           PIC X(256)
               VALUE "WHATIF.RPT".
           01 WS-WIF-COPYBOOK          PIC X(30).
           01 WS-WIF-FIELD             PIC X(30).
           01 WS-WIF-PIC               PIC X(30).
           01 WS-WIF-NEW-TYPE          PIC X(4).
           01 WS-WIF-NEW-SIZE          PIC 9(9).
           01 WS-WIF-NEW-DEC           PIC 9(4).
           01 WS-WIF-NEW-SIGNED        PIC X(1).
           01 WS-WIF-PIC-POS           PIC 9(2).
           01 WS-WIF-PIC-LEN           PIC 9(2).
           01 WS-WIF-PIC-CHAR          PIC X(1).
           01 WS-WIF-SEEN-V            PIC X(1).
           01 WS-WIF-LAST-DIGIT        PIC X(1).
           01 WS-WIF-REP-BUF           PIC X(10).
           01 WS-WIF-REP-LEN           PIC 9(2).
           01 WS-WIF-REP-NUM           PIC 9(9).
           01 WS-WIF-GEO-TABLE.
               05 WS-WIF-GEO OCCURS 2000 TIMES.
                   10 WS-WIF-OLD-TYPE  PIC X(4).
                   10 WS-WIF-OLD-SIZE  PIC 9(9).
                   10 WS-WIF-OLD-DEC   PIC 9(4).
                   10 WS-WIF-OLD-BYTES PIC 9(9).
                   10 WS-WIF-OLD-OFFSET PIC 9(9).
                   10 WS-WIF-HIT       PIC X(1).
           01 WS-WIF-R                 PIC 9(4).
           01 WS-WIF-R2                PIC 9(4).
           01 WS-WIF-REC-ROW           PIC 9(4).
           01 WS-WIF-FROWS             PIC 9(4).
           01 WS-WIF-SRC-ROW           PIC 9(4).
           01 WS-WIF-TGT-ROW           PIC 9(4).
           01 WS-WIF-IDX               PIC 9(9).
           01 WS-WIF-LINE-NUM          PIC 9(9).
           01 WS-WIF-OLD-DIGITS        PIC 9(9).
           01 WS-WIF-NEW-DIGITS        PIC 9(9).
           01 WS-WIF-OLD-CAP           PIC S9(9).
           01 WS-WIF-NEW-CAP           PIC S9(9).
           01 WS-WIF-REL-POS           PIC 9(9).
           01 WS-WIF-TOUCHED           PIC X(1).
           01 WS-WIF-OLD-CLASS         PIC X(1).
           01 WS-WIF-NEW-CLASS         PIC X(1).
           01 WS-WIF-N1                PIC Z(8)9.
           01 WS-WIF-N2                PIC Z(8)9.
           01 WS-WIF-N3                PIC Z(8)9.
           01 WS-WIF-N4                PIC Z(8)9.
           01 WS-WIF-MEMBER-COUNT      PIC 9(4) VALUE 0.
           01 WS-WIF-PROG-COUNT        PIC 9(4) VALUE 0.
           01 WS-WIF-STMT-COUNT        PIC 9(6) VALUE 0.
           01 WS-WIF-CALL-BREAKS       PIC 9(4) VALUE 0.
           01 WS-WIF-DS-BREAKS         PIC 9(4) VALUE 0.
           01 WS-WIF-CALL-COUNT        PIC 9(4) VALUE 0.
           01 WS-WIF-CALL-TABLE.
               05 WS-WIF-CALL OCCURS 1000 TIMES.
                   10 WS-WIF-CALLER    PIC X(30).
                   10 WS-WIF-CMEMBER   PIC X(44).
                   10 WS-WIF-CTGT      PIC X(30).
                   10 WS-WIF-CLINE     PIC 9(9).
                   10 WS-WIF-NARGS     PIC 9(2).
                   10 WS-WIF-ARG OCCURS 16 TIMES.
                       15 WS-WIF-ARG-OLD PIC 9(9).
                       15 WS-WIF-ARG-NEW PIC 9(9).
           01 WS-WIF-PARM-COUNT        PIC 9(4) VALUE 0.
           01 WS-WIF-PARM-TABLE.
               05 WS-WIF-PARM OCCURS 300 TIMES.
                   10 WS-WIF-PPROGRAM  PIC X(30).
                   10 WS-WIF-NPARMS    PIC 9(2).
                   10 WS-WIF-PRM OCCURS 16 TIMES.
                       15 WS-WIF-PRM-OLD PIC 9(9).
                       15 WS-WIF-PRM-NEW PIC 9(9).
           01 WS-WIF-DS-COUNT          PIC 9(4) VALUE 0.
           01 WS-WIF-DS-TABLE.
               05 WS-WIF-DS OCCURS 300 TIMES.
                   10 WS-WIF-DS-ASSIGN PIC X(44).
                   10 WS-WIF-DS-PROGRAM PIC X(30).
                   10 WS-WIF-DS-DIR    PIC X(1).
                   10 WS-WIF-DS-OLD    PIC 9(9).
                   10 WS-WIF-DS-NEW    PIC 9(9).
           01 WS-WIF-DS-DIR-WORK       PIC X(1).
           01 WS-WIF-I                 PIC 9(4).
           01 WS-WIF-J                 PIC 9(4).
           01 WS-WIF-K                 PIC 9(2).
           01 WS-WIF-ROW               PIC 9(4).
           01 WS-WIF-SEEN              PIC X(1).

      *    SENSITIVE-DATA (PII) MAP - THE NAME PATTERNS FROM PII.CFG,
      *    EACH FIELD'S MARK FOR THE MEMBER IN HAND (S ITS NAME MATCHED
      *    A PATTERN, P IT IS GIVEN ONE'S VALUE BY MOVE/STRING/COMPUTE,
      *    C A GROUP HOLDING EITHER) AND THE SINK ROWS - DATASETS,
      *    SYSOUT, CALL ARGUMENTS, SQL TABLES - KEPT FOR PIIMAP.RPT
           01 LO-PIICFG-FILE           PIC X(256)
               VALUE "PII.CFG".
           01 LO-PIIMAP-FILE           PIC X(256)
               VALUE "PIIMAP.RPT".
           01 WS-PIICFG-STATUS         PIC X(2) VALUE SPACE.
           01 WS-PII-PAT-COUNT         PIC 9(3) VALUE 0.
           01 WS-PII-PAT-TABLE.
               05 WS-PII-PAT OCCURS 100 TIMES.
                   10 WS-PII-PATTERN   PIC X(30).
                   10 WS-PII-PAT-LEN   PIC 9(2).
                   10 WS-PII-PAT-CLASS PIC X(12).
           01 WS-PII-MARK-TABLE.
               05 WS-PII-MARK OCCURS 2000 TIMES PIC X(1).
           01 WS-PII-CLASS-TABLE.
               05 WS-PII-CLS OCCURS 2000 TIMES PIC X(12).
           01 WS-PII-SINK-COUNT        PIC 9(4) VALUE 0.
           01 WS-PII-SINK-TABLE.
               05 WS-PII-SINK OCCURS 2000 TIMES.
                   10 WS-PII-SK-PROGRAM PIC X(30).
                   10 WS-PII-SK-KIND   PIC X(8).
                   10 WS-PII-SK-OBJECT PIC X(44).
                   10 WS-PII-SK-FIELD  PIC X(30).
                   10 WS-PII-SK-CLASS  PIC X(12).
                   10 WS-PII-SK-LINE   PIC 9(9).
           01 WS-PII-FIELD-COUNT       PIC 9(6) VALUE 0.
           01 WS-PII-PROP-COUNT        PIC 9(6) VALUE 0.
           01 WS-PII-CFG-PATTERN       PIC X(30).
           01 WS-PII-CFG-CLASS         PIC X(12).
           01 WS-PII-I                 PIC 9(4).
           01 WS-PII-J                 PIC 9(4).
           01 WS-PII-P                 PIC 9(3).
           01 WS-PII-R                 PIC 9(4).
           01 WS-PII-SRC-ROW           PIC 9(4).
           01 WS-PII-TGT-ROW           PIC 9(4).
           01 WS-PII-REC-ROW           PIC 9(4).
           01 WS-PII-FROM-ROW          PIC 9(4).
           01 WS-PII-TALLY             PIC 9(4).
           01 WS-PII-LEVEL             PIC 9(2).
           01 WS-PII-PASS              PIC 9(2).
           01 WS-PII-CHANGED           PIC X(1).
           01 WS-PII-SEEN              PIC X(1).
           01 WS-PII-IDX               PIC 9(9).
           01 WS-PII-NAME              PIC X(80).
           01 WS-PII-KIND              PIC X(8).
           01 WS-PII-OBJECT            PIC X(44).
           01 WS-PII-FIELD             PIC X(30).
           01 WS-PII-CLASS             PIC X(12).
           01 WS-PII-LINE              PIC 9(9).
           01 WS-PII-EXEC-LANG         PIC X(8) VALUE SPACE.
           01 WS-PII-SQL-VERB          PIC X(8) VALUE SPACE.
           01 WS-PII-SQL-TABLE         PIC X(44) VALUE SPACE.
           01 WS-PII-SQL-PREV          PIC X(80) VALUE SPACE.
           01 WS-PII-HOST-PRE          PIC X(80).
           01 WS-PII-N1                PIC Z(5)9.
           01 WS-PII-N2                PIC Z(5)9.
           01 WS-PII-N3                PIC Z(5)9.

      *    CODING STANDARDS - EACH RULE'S SWITCH AND PARAMETER AS
      *    STANDARDS.CFG LEFT THEM, AND THE TOKEN SCAN'S PLACE
           01 LO-STDCFG-FILE           PIC X(256)
               VALUE "STANDARDS.CFG".
           01 WS-STDCFG-STATUS         PIC X(2) VALUE SPACE.
           01 WS-STD-ACTIVE            PIC X(1) VALUE "N".
           01 WS-STD-WS-ON             PIC X(1) VALUE "N".
           01 WS-STD-WS-PFX            PIC X(30) VALUE "WS-".
           01 WS-STD-LS-ON             PIC X(1) VALUE "N".
           01 WS-STD-LS-PFX            PIC X(30) VALUE "LS-".
           01 WS-STD-ORDER-ON          PIC X(1) VALUE "N".
           01 WS-STD-NEXTSENT-ON       PIC X(1) VALUE "N".
           01 WS-STD-GODEP-ON          PIC X(1) VALUE "N".
           01 WS-STD-EXITPGM-ON        PIC X(1) VALUE "N".
           01 WS-STD-COMP3-ON          PIC X(1) VALUE "N".
           01 WS-STD-COMP3-SFX         PIC X(30) VALUE "-AMT".
           01 WS-STD-SIZE-ON           PIC X(1) VALUE "N".
           01 WS-STD-SIZE-MAX          PIC 9(4) VALUE 50.
           01 WS-STD-CFG-RULE          PIC X(20).
           01 WS-STD-CFG-SWITCH        PIC X(3).
           01 WS-STD-CFG-SEVERITY      PIC X(10).
           01 WS-STD-CFG-PARM          PIC X(30).
           01 WS-STD-IDX               PIC 9(9).
           01 WS-STD-SCAN              PIC 9(9).
           01 WS-STD-TOK               PIC X(80).
           01 WS-STD-SECTION           PIC X(20).
           01 WS-STD-LEVEL             PIC 9(2).
           01 WS-STD-NAME              PIC X(80).
           01 WS-STD-NAME-LEN          PIC 9(4).
           01 WS-STD-PFX               PIC X(30).
           01 WS-STD-RULE              PIC X(20).
           01 WS-STD-LEN               PIC 9(4).
           01 WS-STD-HAS-PIC           PIC X(1).
           01 WS-STD-PACKED            PIC X(1).
           01 WS-STD-STMTS             PIC 9(9).
           01 WS-STD-NUM               PIC 9(9).
           01 WS-STD-PREV-NUM          PIC 9(9).
           01 WS-STD-PREV-PARA         PIC X(80).
           01 WS-STD-PREV-PROGRAM      PIC X(30).
           01 WS-STD-N1                PIC Z(5)9.
           01 WS-STD-N2                PIC Z(5)9.

      *    BUSINESS-RULE TABLES - WHERE THE WALK IS, THE RULE BEING
      *    TAKEN APART, AND THE ROW BEING BUILT
           01 LO-RULES-FILE            PIC X(256).
           01 WS-RUL-COUNT             PIC 9(9).
           01 WS-RUL-IDX               PIC 9(9).
           01 WS-RUL-IN-PROC           PIC X(1).
           01 WS-RUL-PROGRAM           PIC X(30).
           01 WS-RUL-PARA              PIC X(80).
           01 WS-RUL-PARA-PTR          PIC 9(4).
           01 WS-RUL-HDR-PROGRAM       PIC X(30).
           01 WS-RUL-HDR-PARA          PIC X(80).
           01 WS-RUL-J                 PIC 9(9).
           01 WS-RUL-K                 PIC 9(9).
           01 WS-RUL-A                 PIC 9(9).
           01 WS-RUL-END               PIC 9(9).
           01 WS-RUL-TO-IDX            PIC 9(9).
           01 WS-RUL-GIV-IDX           PIC 9(9).
           01 WS-RUL-COND-START        PIC 9(9).
           01 WS-RUL-COND-END          PIC 9(9).
           01 WS-RUL-DEPTH             PIC S9(4).
           01 WS-RUL-ACTS              PIC 9(4).
           01 WS-RUL-BRANCH            PIC X(6).
           01 WS-RUL-CONN              PIC X(6).
           01 WS-RUL-WORD              PIC X(80).
           01 WS-RUL-ADD               PIC X(80).
           01 WS-RUL-LAST              PIC X(80).
           01 WS-RUL-TGT               PIC X(80).
           01 WS-RUL-VALUE             PIC X(80).
           01 WS-RUL-OP                PIC X(1).
           01 WS-RUL-TERM              PIC X(160).
           01 WS-RUL-TERM-BEFORE       PIC X(160).
           01 WS-RUL-TERM-WORDS        PIC 9(4).
           01 WS-RUL-TERM-LINE         PIC 9(9).
           01 WS-RUL-PREFIX            PIC X(160).
           01 WS-RUL-SUBJECT           PIC X(160).
           01 WS-RUL-SRC               PIC X(160).
           01 WS-RUL-BUF               PIC X(160).
           01 WS-RUL-WORK              PIC X(160).
           01 WS-RUL-88                PIC X(1).
           01 WS-RUL-88-PARENT         PIC X(80).
           01 WS-RUL-88-VALUE          PIC X(80).
           01 WS-RUL-LINE              PIC 9(9).
           01 WS-RUL-LINE-ED           PIC Z(5)9.
           01 WS-RUL-KIND              PIC X(6).
           01 WS-RUL-TEXT              PIC X(160).

      *    CALL-TREE (CALLTREE MODE) WORK FIELDS - THE CALL MAP AS A
      *    TABLE OF DISTINCT CALLER/TARGET EDGES, THE DEPTH-FIRST
      *    WALK'S STACK (NAME AND THE LAST EDGE TRIED FROM IT), WHAT
      *    THE DOWNSTREAM WALK HAS EXPANDED, THE PROGRAMS UPSTREAM,
      *    AND THE CYCLES AND JOB STEPS FOUND
           01 LO-CALLTREE-FILE         PIC X(256)
               VALUE "CALLTREE.RPT".
           01 WS-CTR-ROOT              PIC X(30).
           01 WS-CTR-EDGE-COUNT        PIC 9(4) VALUE 0.
           01 WS-CTR-EDGE-TABLE.
               05 WS-CTR-EDGE OCCURS 2000 TIMES.
                   10 WS-CTR-FROM      PIC X(30).
                   10 WS-CTR-TO        PIC X(30).
                   10 WS-CTR-KIND      PIC X(40).
           01 WS-CTR-SP                PIC 9(3).
           01 WS-CTR-STACK.
               05 WS-CTR-STK OCCURS 60 TIMES.
                   10 WS-CTR-STK-NAME  PIC X(30).
                   10 WS-CTR-STK-EDGE  PIC 9(4).
           01 WS-CTR-SEEN-COUNT        PIC 9(4).
           01 WS-CTR-SEEN-TABLE.
               05 WS-CTR-SEEN OCCURS 1000 TIMES PIC X(30).
           01 WS-CTR-ANC-COUNT         PIC 9(4).
           01 WS-CTR-ANC-TABLE.
               05 WS-CTR-ANC OCCURS 1000 TIMES PIC X(30).
           01 WS-CTR-CYC-COUNT         PIC 9(4).
           01 WS-CTR-CYC-TABLE.
               05 WS-CTR-CYC OCCURS 50 TIMES PIC X(250).
           01 WS-CTR-JOB-COUNT         PIC 9(4).
           01 WS-CTR-JOB-TABLE.
               05 WS-CTR-JOB-ROW OCCURS 300 TIMES.
                   10 WS-CTR-JOB-NAME  PIC X(8).
                   10 WS-CTR-JOB-STEP  PIC X(8).
           01 WS-CTR-JOB               PIC X(8).
           01 WS-CTR-STEP              PIC X(8).
           01 WS-CTR-NAME              PIC X(30).
           01 WS-CTR-CALLER            PIC X(30).
           01 WS-CTR-KIND-W            PIC X(40).
           01 WS-CTR-NOTE              PIC X(40).
           01 WS-CTR-REST              PIC X(250).
           01 WS-CTR-WORK              PIC X(250).
           01 WS-CTR-TEXT              PIC X(250).
           01 WS-CTR-QLEN              PIC 9(3).
           01 WS-CTR-E                 PIC 9(4).
           01 WS-CTR-I                 PIC 9(4).
           01 WS-CTR-J                 PIC S9(4).
           01 WS-CTR-POS               PIC 9(3).
           01 WS-CTR-DEPTH             PIC 9(3).
           01 WS-CTR-COL               PIC 9(3).
           01 WS-CTR-DIR               PIC X(1).
           01 WS-CTR-HIT               PIC X(1).
           01 WS-CTR-HAS-OUT           PIC X(1).
           01 WS-CTR-DOWN-COUNT        PIC 9(4).
           01 WS-CTR-CHAIN-COUNT       PIC 9(5).
           01 WS-CTR-N1                PIC Z(4)9.
           01 WS-CTR-N2                PIC Z(4)9.
           01 WS-CTR-N3                PIC Z(4)9.
           01 WS-CTR-N4                PIC Z(4)9.

      *    GRAPHVIZ EXPORT WORK FIELDS - EACH PERFORM/GO TO
      *    REFERENCE RESOLVED TO PARAGRAPH ROWS (CODED IN, TARGET,
      *    THRU END), THE ROWS A THRU SPAN COVERS, AND THE LIBRARY
      *    CALL GRAPH'S PROGRAMS AND TEAMS
           01 LO-DOT-FILE              PIC X(256).
           01 LO-CALLGRAPH-FILE        PIC X(256)
               VALUE "CALLGRAPH.DOT".
           01 WS-DOT-REF-TABLE.
               05 WS-DOT-REF OCCURS 1500 TIMES.
                   10 WS-DOT-SRC       PIC 9(4).
                   10 WS-DOT-TGT       PIC 9(4).
                   10 WS-DOT-END       PIC 9(4).
           01 WS-DOT-SPAN-TABLE.
               05 WS-DOT-SPAN OCCURS 500 TIMES PIC X(1).
           01 WS-DOT-I                 PIC 9(4).
           01 WS-DOT-J                 PIC 9(4).
           01 WS-DOT-K                 PIC 9(4).
           01 WS-DOT-ROW               PIC 9(4).
           01 WS-DOT-CLUSTER           PIC 9(4).
           01 WS-DOT-PROG              PIC X(30).
           01 WS-DOT-FIRST             PIC X(1).
           01 WS-DOT-DUP               PIC X(1).
           01 WS-DOT-N                 PIC Z(8)9.
           01 WS-DOT-ID                PIC X(120).
           01 WS-DOT-FROM-ID           PIC X(120).
           01 WS-DOT-ATTR              PIC X(80).
           01 WS-DOT-TEXT              PIC X(160).
           01 WS-CGR-NODE-COUNT        PIC 9(4).
           01 WS-CGR-NODE-TABLE.
               05 WS-CGR-NODE OCCURS 1000 TIMES.
                   10 WS-CGR-NODE-NAME PIC X(30).
                   10 WS-CGR-NODE-TEAM PIC X(8).
           01 WS-CGR-TEAM-COUNT        PIC 9(3).
           01 WS-CGR-TEAM-TABLE.
               05 WS-CGR-TEAM OCCURS 100 TIMES PIC X(8).
           01 WS-CGR-I                 PIC 9(4).
           01 WS-CGR-T                 PIC 9(3).
           01 WS-CGR-DYN               PIC 9(4).

      *    SHADOW RUN - EVERY OUTPUT NAME CARRIES THE PREFIX AND THE
      *    MASTER IS ONLY READ. EACH FINDING THE RUN RAISES IS HELD
      *    HERE (STATE N NOT IN THE MASTER, S ALREADY THERE) WITH
      *    THE MASTER ROWS OF SCANNED PROGRAMS IT NO LONGER RAISES
      *    (STATE G), FOR THE END-OF-RUN PREVIEW
           01 WS-SHADOW-RUN            PIC X(1) VALUE "N".
           01 WS-SHD-PREFIX            PIC X(40).
           01 LO-PREVIEW-FILE          PIC X(256)
               VALUE "PREVIEW.RPT".
           01 WS-SHD-NAME              PIC X(256).
           01 WS-SHD-SLASH             PIC 9(3).
           01 WS-SHD-I                 PIC 9(5).
           01 WS-SHD-J                 PIC 9(5).
           01 WS-SHD-ROW               PIC 9(5).
           01 WS-SHD-KEY.
               05 WS-SHD-KEY-PROGRAM   PIC X(30).
               05 WS-SHD-KEY-LINE      PIC X(9).
               05 WS-SHD-KEY-CHECK     PIC X(20).
               05 WS-SHD-KEY-FIELD     PIC X(80).
           01 WS-SHD-STATE             PIC X(1).
           01 WS-SHD-COUNT             PIC 9(5) VALUE 0.
           01 WS-SHD-OVFL              PIC X(1) VALUE "N".
           01 WS-SHD-TABLE.
               05 WS-SHD-ENTRY OCCURS 5000 TIMES.
                   10 WS-SHD-F-KEY.
                       15 WS-SHD-F-PROGRAM PIC X(30).
                       15 WS-SHD-F-LINE    PIC X(9).
                       15 WS-SHD-F-CHECK   PIC X(20).
                       15 WS-SHD-F-FIELD   PIC X(80).
                   10 WS-SHD-F-SEV     PIC X(10).
                   10 WS-SHD-F-MSG     PIC X(120).
                   10 WS-SHD-F-STATE   PIC X(1).
           01 WS-SHD-CHK-COUNT         PIC 9(3) VALUE 0.
           01 WS-SHD-CHK-TABLE.
               05 WS-SHD-CHK OCCURS 300 TIMES.
                   10 WS-SHD-CHK-ID    PIC X(20).
                   10 WS-SHD-CHK-NEW   PIC 9(5).
                   10 WS-SHD-CHK-GONE  PIC 9(5).
           01 WS-SHD-PGM-COUNT         PIC 9(4) VALUE 0.
           01 WS-SHD-PGM-TABLE.
               05 WS-SHD-PGM OCCURS 1000 TIMES.
                   10 WS-SHD-PGM-NAME  PIC X(30).
                   10 WS-SHD-PGM-NEW   PIC 9(5).
                   10 WS-SHD-PGM-GONE  PIC 9(5).
           01 WS-SHD-NEW-TOTAL         PIC 9(5).
           01 WS-SHD-SAME-TOTAL        PIC 9(5).
           01 WS-SHD-GONE-TOTAL        PIC 9(5).
           01 WS-SHD-N1                PIC Z(4)9.
           01 WS-SHD-N2                PIC Z(4)9.
           01 WS-SHD-N3                PIC Z(4)9.
           01 WS-SHD-WORD              PIC X(6).

      *    STORAGE FOOTPRINT - BYTES PER DATA DIVISION SECTION FOR
      *    EACH PROGRAM OF THE MEMBER, THE FD RECORD AREA BEING
      *    SIZED, AND THE 01 ITEMS ALREADY LISTED AMONG A PROGRAM'S
      *    TEN LARGEST
           01 LO-FOOTPRINT-FILE        PIC X(256)
               VALUE "FOOTPRINT.RPT".
           01 WS-FPR-PGM-COUNT         PIC 9(2).
           01 WS-FPR-PGM-TABLE.
               05 WS-FPR-PGM OCCURS 50 TIMES.
                   10 WS-FPR-NAME      PIC X(30).
                   10 WS-FPR-WS        PIC 9(12).
                   10 WS-FPR-LS        PIC 9(12).
                   10 WS-FPR-LK        PIC 9(12).
                   10 WS-FPR-FD        PIC 9(12).
                   10 WS-FPR-OTHER     PIC 9(12).
                   10 WS-FPR-WS-LINE   PIC 9(9).
           01 WS-FPR-PICKED-TABLE.
               05 WS-FPR-PICKED OCCURS 2000 TIMES PIC X(1).
           01 WS-FPR-I                 PIC 9(5).
           01 WS-FPR-J                 PIC 9(5).
           01 WS-FPR-P                 PIC 9(2).
           01 WS-FPR-FIND              PIC X(30).
           01 WS-FPR-RANK              PIC 9(2).
           01 WS-FPR-RANK-ED           PIC Z9.
           01 WS-FPR-BEST              PIC 9(5).
           01 WS-FPR-BEST-BYTES        PIC 9(12).
           01 WS-FPR-BYTES             PIC 9(12).
           01 WS-FPR-OCC               PIC 9(9).
           01 WS-FPR-AREA              PIC 9(12).
           01 WS-FPR-AREA-PGM          PIC X(30).
           01 WS-FPR-LINKED            PIC X(1).
           01 WS-FPR-TBL-ROW           PIC 9(5).
           01 WS-FPR-TBL-BYTES         PIC 9(12).
           01 WS-FPR-SECTION           PIC X(16).
           01 WS-FPR-SAVE-PROGRAM      PIC X(30).
           01 WS-FPR-N1                PIC Z(11)9.
           01 WS-FPR-N2                PIC Z(11)9.
           01 WS-FPR-N3                PIC Z(8)9.

      *    RELEASE-IMPACT (RELEASE MODE) WORK FIELDS - THE MANIFEST'S
      *    CHANGED NAMES (M MEMBER / C COPYBOOK / ? NOT YET KNOWN),
      *    THE COPY-RESOLUTION ROWS, AND THE MEMBERS AND PROGRAMS
      *    THE CHANGE REACHES. JOB STEPS SHARE THE CALL-TREE TABLE.
           01 LO-RELEASE-FILE          PIC X(256)
               VALUE "RELEASE.RPT".
           01 WS-REL-CHG-COUNT         PIC 9(3) VALUE 0.
           01 WS-REL-CHG-TABLE.
               05 WS-REL-CHG OCCURS 500 TIMES.
                   10 WS-REL-CHG-KIND  PIC X(1).
                   10 WS-REL-CHG-NAME  PIC X(120).
           01 WS-REL-USE-COUNT         PIC 9(4) VALUE 0.
           01 WS-REL-USE-TABLE.
               05 WS-REL-USE OCCURS 3000 TIMES.
                   10 WS-REL-USE-MEMBER PIC X(120).
                   10 WS-REL-USE-COPY  PIC X(120).
           01 WS-REL-MEM-COUNT         PIC 9(4) VALUE 0.
           01 WS-REL-MEM-TABLE.
               05 WS-REL-MEM OCCURS 2000 TIMES PIC X(120).
           01 WS-REL-PGM-COUNT         PIC 9(4) VALUE 0.
           01 WS-REL-PGM-TABLE.
               05 WS-REL-PGM-ENTRY OCCURS 2000 TIMES.
                   10 WS-REL-PGM       PIC X(120).
                   10 WS-REL-PGM-RBD   PIC X(1).
           01 WS-REL-RBD-COUNT         PIC 9(4) VALUE 0.
           01 WS-REL-JOB-COUNT         PIC 9(4) VALUE 0.
           01 WS-REL-A                 PIC X(120).
           01 WS-REL-B                 PIC X(120).
           01 WS-REL-C                 PIC X(120).
           01 WS-REL-KEY               PIC X(120).
           01 WS-REL-BASE              PIC X(120).
           01 WS-REL-COPY              PIC X(120).
           01 WS-REL-I                 PIC 9(4).
           01 WS-REL-J                 PIC 9(4).
           01 WS-REL-K                 PIC 9(4).
           01 WS-REL-ROW               PIC 9(4).
           01 WS-REL-POS               PIC 9(3).
           01 WS-REL-SLASH             PIC 9(3).
           01 WS-REL-HIT               PIC X(1).
           01 WS-REL-DUP               PIC X(1).
           01 WS-REL-N1                PIC Z(4)9.
           01 WS-REL-N2                PIC Z(4)9.
           01 WS-REL-N3                PIC Z(4)9.

      *    BATCH-WINDOW PLANNER - THE MEMBER LIST HELD WITH EACH
      *    MEMBER'S RECENT ELAPSED TIMES FROM THE AUDIT HISTORY AND
      *    THE FORECAST BUILT FROM THEM
           01 WS-SPA-SEEN              PIC X(1).
           01 WS-SPA-TOTAL             PIC 9(4).
           01 WS-SPA-USED              PIC 9(4).
           01 WS-SPA-LINE              PIC X(220).

      *    PER-MEMBER SCAN STATE
           01 WS-CURRENT-MEMBER        PIC X(256).
           COPY FILETAB.
           01 WS-PROCEDURE-DIV-INDEX   PIC 9(9).

      *    RUN-CONTROL LOCK (SEE RUNLOCK)
           COPY LOCKPARM.
           01 WS-LOCK-HELD             PIC X(1) VALUE "N".
           01 WS-LOCK-SAVE-RC          PIC S9(9) VALUE 0.
           01 WS-SRQ-LOCK-NOTED        PIC X(1) VALUE "N".

           01 WS-I                     PIC 9(9).
           01 WS-J                     PIC 9(9).
           01 WS-K                     PIC 9(9).
           01 WS-ARITH-TGT-ROW         PIC 9(9).
           01 WS-ARITH-MAX-DIGITS      PIC 9(4).
           01 WS-ARITH-OPERAND-ROW     PIC 9(9).

      *    MONEY-MATH AUDIT - DECIMAL PLACES A STATEMENT PRODUCES
      *    AGAINST ITS TARGET'S, ITS DIVISOR, AND THE CONDITIONS OF
      *    THE IFS STILL OPEN AROUND IT (TOKEN RANGES, INNERMOST
      *    LAST) WHERE A ZERO TEST OF THAT DIVISOR WOULD SIT
           01 WS-MNY-TERM-DEC          PIC 9(4).
           01 WS-MNY-RESULT-DEC        PIC 9(4).
           01 WS-MNY-OPND-DEC          PIC 9(4).
           01 WS-MNY-HAS-DIV           PIC X(1).
           01 WS-MNY-AFTER-DIV         PIC X(1).
           01 WS-MNY-MONEY             PIC X(1).
           01 WS-MNY-ROUNDED           PIC X(1).
           01 WS-MNY-SIZE-ERR          PIC X(1).
           01 WS-MNY-GUARDED           PIC X(1).
           01 WS-MNY-IDX               PIC 9(9).
           01 WS-MNY-ROW               PIC 9(9).
           01 WS-MNY-TGT-ROW           PIC 9(9).
           01 WS-MNY-LIT               PIC X(80).
           01 WS-MNY-OPND              PIC X(80).
           01 WS-MNY-TARGET            PIC X(80).
           01 WS-MNY-DIVISOR           PIC X(80).
           01 WS-MNY-DOT               PIC 9(4).
           01 WS-MNY-LEN               PIC 9(4).
           01 WS-MNY-N1                PIC Z(3)9.
           01 WS-MNY-N2                PIC Z(3)9.
           01 WS-GRD-DEPTH             PIC 9(2) VALUE 0.
           01 WS-GRD-TABLE.
               05 WS-GRD-ENTRY OCCURS 30 TIMES.
                   10 WS-GRD-START     PIC 9(9).
                   10 WS-GRD-END       PIC 9(9).
           01 WS-GRD-I                 PIC 9(2).
           01 WS-GRD-SCAN              PIC 9(9).
      *    IFS NESTED PAST THE TABLE - COUNTED SO THEIR END-IFS DO
      *    NOT CLOSE AN OUTER IF'S RANGE
           01 WS-GRD-OVER              PIC 9(4) VALUE 0.
      *    ONE RELATIONAL TEST IN A GUARD CONDITION
           01 WS-GRD-OP                PIC X(8).
           01 WS-GRD-NOT               PIC X(1).
           01 WS-GRD-AT                PIC 9(9).
           01 WS-GRD-LHS               PIC X(80).
           01 WS-GRD-RHS               PIC X(80).
           01 WS-GRD-TOK               PIC X(80).
           01 WS-GRD-TOK-LEN           PIC 9(4).
           01 WS-GRD-ZERO              PIC X(1).
           01 WS-GRD-HITS              PIC 9(4).
      *    AN 88'S VALUE LIST, READ BACK AT ITS DECLARATION
           01 WS-GRD-ROW               PIC 9(9).
           01 WS-GRD-DECL              PIC 9(9).
           01 WS-GRD-THRU              PIC X(1).
           01 WS-GRD-LO-NUM            PIC X(1).
           01 WS-GRD-LO-N              PIC S9(13)V9(5).
           01 WS-GRD-HI-N              PIC S9(13)V9(5).
           01 WS-CALL-TARGET           PIC X(80).
           01 WS-REDEFINES-ROW         PIC 9(9).
           01 WS-PARENT-ROW            PIC 9(9).
           01 WS-TRC-TGT-WORK          PIC X(80).
           01 WS-TRC-SRC-WORK          PIC X(80).
           01 WS-TRC-IDX               PIC 9(9).
           01 WS-TRC-STR-INTO          PIC 9(9).
           01 WS-TRC-GIVING            PIC X(1).
           01 WS-TRC-LAST-OPND         PIC X(30).
           01 WS-TRS-SP                PIC 9(2) VALUE 0.
           01 WS-LITX-SEEN             PIC X(1).
           01 WS-LITX-LINE             PIC X(160).

      *    PROCEDURE CLONE DETECTION - EVERY PARAGRAPH'S STATEMENT
      *    SEQUENCE IS FOLDED INTO A FINGERPRINT AS THE TOKEN WALK
      *    GOES BY, WITH DATA, PARAGRAPH AND FILE NAMES REDUCED TO
      *    THEIR KIND FIRST. THE EXACT PRINT KEEPS THE LITERALS; THE
      *    NEAR PRINT REDUCES THEM TOO, SO TWO COPIES THAT DIFFER
      *    ONLY IN A RATE OR A DATE CONSTANT STILL MEET. KEPT ACROSS
      *    THE RUN FOR CLONES.RPT.
           01 WS-CLN-COUNT             PIC 9(4) VALUE 0.
           01 WS-CLN-TABLE.
               05 WS-CLN-ENTRY OCCURS 3000 TIMES.
                   10 WS-CLN-PROGRAM   PIC X(30).
                   10 WS-CLN-PARA      PIC X(30).
                   10 WS-CLN-FIRST     PIC 9(9).
                   10 WS-CLN-LAST      PIC 9(9).
                   10 WS-CLN-TOKENS    PIC 9(6).
                   10 WS-CLN-EXACT     PIC 9(9).
                   10 WS-CLN-NEAR      PIC 9(9).
                   10 WS-CLN-GROUP     PIC 9(4).
           01 WS-CLN-FULL              PIC X(1) VALUE "N".
           01 WS-CLN-OPEN              PIC X(1) VALUE "N".
           01 WS-CLN-SEEN              PIC 9(4).
           01 WS-CLN-CUR-PARA          PIC X(30).
           01 WS-CLN-CUR-PROGRAM       PIC X(30).
           01 WS-CLN-CUR-FIRST         PIC 9(9).
           01 WS-CLN-CUR-LAST          PIC 9(9).
           01 WS-CLN-CUR-TOKENS        PIC 9(6).
           01 WS-CLN-CUR-EXACT         PIC 9(9).
           01 WS-CLN-CUR-NEAR          PIC 9(9).
           01 WS-CLN-PREV              PIC X(80).
           01 WS-CLN-PREV2             PIC X(80).
           01 WS-CLN-NORM              PIC X(80).
           01 WS-CLN-NEAR-TOK          PIC X(80).
           01 WS-CLN-WORK              PIC X(80).
           01 WS-CLN-LIT               PIC X(1).
           01 WS-CLN-POS               PIC 9(4).
           01 WS-CLN-LEN               PIC 9(4).
           01 WS-CLN-K                 PIC 9(4).
      *    CLONE GROUPS - PARAGRAPHS SHARING A NEAR PRINT AND A TOKEN
      *    COUNT ACROSS AT LEAST TWO PROGRAMS, RANKED AT WRITE TIME
      *    BY THE LINES THAT WOULD GO IF ALL BUT THE LONGEST COPY
      *    WERE REPLACED BY ONE SHARED ROUTINE
           01 WS-CLG-COUNT             PIC 9(4) VALUE 0.
           01 WS-CLG-TABLE.
               05 WS-CLG-ENTRY OCCURS 1000 TIMES.
                   10 WS-CLG-FIRST     PIC 9(4).
                   10 WS-CLG-KIND      PIC X(1).
                   10 WS-CLG-MEMBERS   PIC 9(4).
                   10 WS-CLG-PROGS     PIC 9(4).
                   10 WS-CLG-LINES     PIC 9(9).
                   10 WS-CLG-LONGEST   PIC 9(9).
                   10 WS-CLG-SAVE      PIC 9(9).
                   10 WS-CLG-DONE      PIC X(1).
           01 WS-CLG-I                 PIC 9(4).
           01 WS-CLG-J                 PIC 9(4).
           01 WS-CLG-K                 PIC 9(4).
           01 WS-CLG-BEST              PIC 9(4).
           01 WS-CLG-RANK              PIC 9(4).
           01 WS-CLG-OTHER             PIC X(1).
           01 WS-CLG-NEWPROG           PIC X(1).
           01 WS-CLG-SIZE              PIC 9(9).
           01 WS-CLG-TOTAL-SAVE        PIC 9(9) VALUE 0.
           01 WS-CLG-N1                PIC Z(8)9.
           01 WS-CLG-N2                PIC Z(8)9.
           01 WS-CLG-N3                PIC Z(8)9.
           01 WS-CLG-N4                PIC Z(8)9.
           01 WS-CLG-N5                PIC Z(8)9.

      *    SORT/MERGE STATEMENT WALK WORK FIELDS
           01 WS-SRT-IDX               PIC 9(9).
           01 WS-SRT-TOK               PIC X(80).
           01 WS-EXEC-LANG             PIC X(8) VALUE SPACE.
           01 WS-SQL-PEND              PIC X(8) VALUE SPACE.

      *    EXEC SQL HYGIENE WORK FIELDS - WHERE THE OPEN SQL BLOCK'S
      *    STATEMENT STARTS, ITS SHAPE, THE WHENEVER HANDLING IN
      *    FORCE, AND THE CURSORS DECLARED/OPENED/CLOSED PER PROGRAM
           01 WS-SQL-START             PIC 9(9) VALUE 0.
           01 WS-SQL-K                 PIC 9(9).
           01 WS-SQL-LINE              PIC 9(9).
           01 WS-SQL-VERB              PIC X(80).
           01 WS-SQL-WORD              PIC X(80).
           01 WS-SQL-TABLE             PIC X(80).
           01 WS-SQL-HITS              PIC 9(4).
           01 WS-SQL-HAS-WHERE         PIC X(1).
           01 WS-SQL-HAS-INTO          PIC X(1).
           01 WS-SQL-HAS-STAR          PIC X(1).
           01 WS-SQL-TESTED            PIC X(1).
           01 WS-SQL-HANDLED           PIC X(1).
           01 WS-SQL-WHEN-ERR          PIC X(1) VALUE "N".
           01 WS-SQL-WHEN-NF           PIC X(1) VALUE "N".
           01 WS-SQL-CUR-OP            PIC X(1).
           01 WS-SQLCUR-COUNT          PIC 9(3) VALUE 0.
           01 WS-SQLCUR-TABLE.
               05 WS-SQLCUR-ENTRY OCCURS 100 TIMES.
                   10 WS-SQLCUR-PROGRAM PIC X(30).
                   10 WS-SQLCUR-NAME   PIC X(80).
                   10 WS-SQLCUR-OPENED PIC X(1).
                   10 WS-SQLCUR-CLOSED PIC X(1).
                   10 WS-SQLCUR-LINE   PIC 9(9).
           01 WS-SQLCUR-IDX            PIC 9(3).
           01 WS-SQLCUR-ROW            PIC 9(3).

      *    CICS RESOURCE CROSS-REFERENCE WORK FIELDS - THE COMMAND
      *    WORD OF THE OPEN EXEC CICS BLOCK AND THE RESOURCE PULLED
      *    OFF ITS PROGRAM/FILE/QUEUE OPTION
           01 WS-CC-TGT                PIC X(80).
           01 WS-CC-TGTLEN             PIC 9(4).

      *    COMMAREA CONTRACT TABLES - EVERY EXEC CICS LINK/XCTL TO A
      *    LITERAL PROGRAM WITH THE COMMAREA FIELD'S SIZE AND ANY
      *    LENGTH LITERAL, AND EVERY SCANNED PROGRAM'S DFHCOMMAREA
      *    SIZE AND WHETHER IT TESTS EIBCALEN (IN AN IF CONDITION OR
      *    AN EVALUATE SUBJECT OR WHEN) BEFORE ITS FIRST USE - HELD
      *    ACROSS THE RUN AND CROSS-CHECKED WITH THE CALL CONTRACTS
           01 WS-CCA-COUNT             PIC 9(4) VALUE 0.
           01 WS-CCA-TABLE.
               05 WS-CCA-ENTRY OCCURS 1000 TIMES.
                   10 WS-CCA-CALLER    PIC X(30).
                   10 WS-CCA-MEMBER    PIC X(44).
                   10 WS-CCA-TGT       PIC X(30).
                   10 WS-CCA-CMD       PIC X(4).
                   10 WS-CCA-LINE      PIC 9(9).
                   10 WS-CCA-AREA      PIC X(30).
                   10 WS-CCA-BYTES     PIC 9(9).
                   10 WS-CCA-LEN-SW    PIC X(1).
                   10 WS-CCA-LEN       PIC 9(9).
           01 WS-CCT-COUNT             PIC 9(3) VALUE 0.
           01 WS-CCT-TABLE.
               05 WS-CCT-ENTRY OCCURS 300 TIMES.
                   10 WS-CCT-PROGRAM   PIC X(30).
                   10 WS-CCT-MEMBER    PIC X(44).
                   10 WS-CCT-BYTES     PIC 9(9).
                   10 WS-CCT-REF-LINE  PIC 9(9).
                   10 WS-CCT-EIB       PIC X(1).
                   10 WS-CCT-DONE      PIC X(1).
      *    THE LINK/XCTL BEING READ OUT OF ITS EXEC CICS BLOCK
           01 WS-CCA-PEND-TGT          PIC X(30) VALUE SPACE.
           01 WS-CCA-PEND-LINE         PIC 9(9) VALUE 0.
           01 WS-CCA-PEND-AREA         PIC X(30) VALUE SPACE.
           01 WS-CCA-PEND-BYTES        PIC 9(9) VALUE 0.
           01 WS-CCA-PEND-LEN-SW       PIC X(1) VALUE "N".
           01 WS-CCA-PEND-LEN          PIC 9(9) VALUE 0.
      *    THE MEMBER'S OPEN DFHCOMMAREA ROW AND THE VARIABLE-TABLE
      *    SPAN OF THE DFHCOMMAREA RECORD (ITS SUBORDINATES COUNT AS
      *    USING IT)
           01 WS-CCT-OPEN              PIC 9(3) VALUE 0.
           01 WS-CCT-LO                PIC 9(9).
           01 WS-CCT-HI                PIC 9(9).
           01 WS-CCT-BACK              PIC 9(9).
           01 WS-CCT-COND              PIC X(1).
           01 WS-CCA-I                 PIC 9(4).
           01 WS-CCA-J                 PIC 9(9).
           01 WS-CCA-ROW               PIC 9(3).
           01 WS-CCA-F-PROGRAM         PIC X(30).
           01 WS-CCA-F-MEMBER          PIC X(44).
           01 WS-CCA-F-LINE            PIC 9(9).
           01 WS-CCA-F-FIELD           PIC X(30).
           01 WS-CCA-N1                PIC Z(8)9.
           01 WS-CCA-N2                PIC Z(8)9.
           01 WS-CCA-N3                PIC Z(8)9.

      *    FILE ERROR-HANDLING AUDIT - PER-FILE MARKS COLLECTED
      *    DURING THE WALK, JUDGED ONCE THE WHOLE MEMBER HAS BEEN
      *    SEEN (A FILE STATUS TEST ANYWHERE EXCUSES THE LOT)
           01 WS-FEH-TESTED            PIC X(1).
           01 WS-ODO-CAP               PIC 9(9).

      *    INDEXED-FILE KEY INTEGRITY - THE MEMBER'S OWN KEY CHECKS,
      *    AND EVERY OPENING PROGRAM'S KEY GEOMETRY PER DATASET HELD
      *    FOR THE END-OF-RUN COMPARE (KIND P = RECORD KEY, An = THE
      *    n'TH ALTERNATE)
           01 WS-KEY-F                 PIC 9(4).
           01 WS-KEY-ALT               PIC 9(1).
           01 WS-KEY-NAME              PIC X(80).
           01 WS-KEY-KIND              PIC X(2).
           01 WS-KEY-TOK               PIC X(80).
           01 WS-KEY-OK                PIC X(1).
           01 WS-KEY-WHY               PIC X(30).
           01 WS-KEY-ROW               PIC 9(9).
           01 WS-KEY-R01               PIC 9(9).
           01 WS-KEY-REC-ROW           PIC 9(9).
           01 WS-KEY-REF-ROW           PIC 9(9).
           01 WS-KEY-SCAN              PIC 9(9).
           01 WS-KEY-TOK-IDX           PIC 9(9).
           01 WS-KEY-BOUND-LINE        PIC 9(9).
           01 WS-KEYX-COUNT            PIC 9(4) VALUE 0.
           01 WS-KEYX-TABLE.
               05 WS-KEYX-ENTRY OCCURS 500 TIMES.
                   10 WS-KEYX-DATASET  PIC X(80).
                   10 WS-KEYX-PROGRAM  PIC X(30).
                   10 WS-KEYX-MEMBER   PIC X(44).
                   10 WS-KEYX-KIND     PIC X(2).
                   10 WS-KEYX-NAME     PIC X(30).
                   10 WS-KEYX-OFFSET   PIC 9(9).
                   10 WS-KEYX-BYTES    PIC 9(9).
                   10 WS-KEYX-LINE     PIC 9(9).
                   10 WS-KEYX-BAD-REF  PIC 9(4).
           01 WS-KEYX-I                PIC 9(4).
           01 WS-KEYX-J                PIC 9(4).
           01 WS-KEYX-REF              PIC 9(4).
           01 WS-KEYX-N1               PIC Z(8)9.
           01 WS-KEYX-N2               PIC Z(8)9.

      *    PERFORM VARYING LOOP-BOUND TABLE - EACH CONTROL VARIABLE
      *    AND THE HIGHEST VALUE ITS UNTIL CONDITION LETS THE LOOP
      *    BODY SEE, FOR RANGING VARIABLE SUBSCRIPTS
           01 WS-LOOP-OP               PIC X(80).
           01 WS-LOOP-CTL              PIC X(80).

      *    PERFORMANCE ANTI-PATTERN WORK FIELDS - THE INLINE PERFORM
      *    NEST (V MARKS A VARYING LOOP) AND THE LINE OF THE INNERMOST
      *    VARYING LOOP AROUND THE CURRENT TOKEN, THE I/O-TYPE
      *    STATEMENTS BY THE PARAGRAPH ROW THEY SIT IN, THE PERFORMS
      *    THAT RUN A PARAGRAPH AS A LOOP BODY, AND PER PARAGRAPH ROW
      *    THE LINE OF THE LOOP THAT REACHES IT (0 = NONE)
           01 WS-PERF-DEPTH            PIC 9(2) VALUE 0.
           01 WS-PERF-NEST-TABLE.
               05 WS-PERF-NEST OCCURS 20 TIMES.
                   10 WS-PERF-NEST-KIND PIC X(1).
                   10 WS-PERF-NEST-LINE PIC 9(9).
           01 WS-PERF-INLOOP-LINE      PIC 9(9) VALUE 0.
           01 WS-PERF-EVT-COUNT        PIC 9(4) VALUE 0.
           01 WS-PERF-EVT-TABLE.
               05 WS-PERF-EVT OCCURS 1000 TIMES.
                   10 WS-PERF-EVT-PROGRAM PIC X(30).
                   10 WS-PERF-EVT-PARA  PIC 9(4).
                   10 WS-PERF-EVT-KIND  PIC X(1).
                   10 WS-PERF-EVT-LINE  PIC 9(9).
                   10 WS-PERF-EVT-OBJECT PIC X(80).
                   10 WS-PERF-EVT-LOOP  PIC 9(9).
           01 WS-PERF-ROOT-COUNT       PIC 9(3) VALUE 0.
           01 WS-PERF-ROOT-TABLE.
               05 WS-PERF-ROOT OCCURS 200 TIMES.
                   10 WS-PERF-ROOT-PROGRAM PIC X(30).
                   10 WS-PERF-ROOT-TARGET PIC X(80).
                   10 WS-PERF-ROOT-THRU PIC X(80).
                   10 WS-PERF-ROOT-LINE PIC 9(9).
           01 WS-PERF-LOOPED-TABLE.
               05 WS-PERF-LOOPED OCCURS 500 TIMES PIC 9(9).
           01 WS-PERF-I                PIC 9(4).
           01 WS-PERF-J                PIC 9(4).
           01 WS-PERF-K                PIC 9(4).
           01 WS-PERF-FROM             PIC 9(4).
           01 WS-PERF-TO               PIC 9(4).
           01 WS-PERF-PASS             PIC 9(4).
           01 WS-PERF-CHANGED          PIC X(1).
           01 WS-PERF-SCAN             PIC 9(9).
           01 WS-PERF-LINE             PIC 9(9).
           01 WS-PERF-LOOP-LINE        PIC 9(9).
           01 WS-PERF-KIND             PIC X(1).
           01 WS-PERF-OBJECT           PIC X(80).
           01 WS-PERF-VERB             PIC X(12).
           01 WS-PERF-FOUND            PIC X(1).
           01 WS-PERF-SAVE-PGM         PIC X(30).
           01 WS-PERF-N1               PIC Z(8)9.
           01 WS-PERF-N2               PIC Z(8)9.

      *    DRIFT MODE - TWO LIBRARIES' MEMBER LISTS (PRODUCTION AND
      *    THE STAGING LIBRARY, SAY), EACH WITH ITS OWN COPYBOOK
      *    SEARCH PATH. SIDE 1 IS THE FIRST LIST. A MEMBER ON BOTH
      *    LISTS IS SCANNED ONCE PER SIDE AND THE TWO SCANS HELD
      *    SIDE BY SIDE FOR THE COMPARISON
           01 WS-DRF-SIDE-TABLE.
               05 WS-DRF-SIDE OCCURS 2 TIMES.
                   10 WS-DRF-LIST      PIC X(256).
                   10 WS-DRF-CPY       PIC X(256).
                   10 WS-DRF-LABEL     PIC X(8).
                   10 WS-DRF-MEM-COUNT PIC 9(4).
                   10 WS-DRF-MEM OCCURS 1000 TIMES.
                       15 WS-DRF-MEM-PATH  PIC X(120).
                       15 WS-DRF-MEM-BASE  PIC X(30).
                       15 WS-DRF-MEM-MATCH PIC 9(4).
                   10 WS-DRF-CKSUM     PIC 9(9).
                   10 WS-DRF-LINES     PIC 9(9).
                   10 WS-DRF-PROGRAM   PIC X(30).
                   10 WS-DRF-CR-COUNT  PIC 9(3).
                   10 WS-DRF-CR OCCURS 100 TIMES.
                       15 WS-DRF-CR-MEMBER PIC X(30).
                       15 WS-DRF-CR-PATH   PIC X(120).
                       15 WS-DRF-CR-CKSUM  PIC 9(9).
                       15 WS-DRF-CR-LIB    PIC 9(1).
                   10 WS-DRF-V-COUNT   PIC 9(4).
                   10 WS-DRF-V OCCURS 2000 TIMES.
                       15 WS-DRF-V-REC     PIC X(30).
                       15 WS-DRF-V-LEVEL   PIC 9(2).
                       15 WS-DRF-V-NAME    PIC X(30).
                       15 WS-DRF-V-SECTION PIC X(16).
                       15 WS-DRF-V-COPY    PIC X(30).
                       15 WS-DRF-V-TYPE    PIC X(4).
                       15 WS-DRF-V-SIZE    PIC 9(9).
                       15 WS-DRF-V-DEC     PIC 9(4).
                       15 WS-DRF-V-USAGE   PIC X(10).
                       15 WS-DRF-V-OCCURS  PIC 9(9).
                       15 WS-DRF-V-BYTES   PIC 9(9).
                       15 WS-DRF-V-OFFSET  PIC 9(9).
                   10 WS-DRF-CALL-FROM PIC 9(4).
                   10 WS-DRF-CALL-TO   PIC 9(4).
                   10 WS-DRF-PARM-FROM PIC 9(3).
                   10 WS-DRF-PARM-TO   PIC 9(3).
           01 WS-DRF-S                 PIC 9(1).
           01 WS-DRF-T                 PIC 9(1).
           01 WS-DRF-M                 PIC 9(4).
           01 WS-DRF-I                 PIC 9(4).
           01 WS-DRF-J                 PIC 9(4).
           01 WS-DRF-K                 PIC 9(4).
           01 WS-DRF-R1                PIC 9(4).
           01 WS-DRF-R2                PIC 9(4).
           01 WS-DRF-ROW               PIC 9(4).
           01 WS-DRF-HEAD              PIC X(1).
           01 WS-DRF-REC-HEAD          PIC X(1).
           01 WS-DRF-SHOW              PIC X(1).
           01 WS-DRF-SRC-SAME          PIC X(1).
           01 WS-DRF-COPY-DIFF         PIC X(1).
           01 WS-DRF-REC               PIC X(30).
           01 WS-DRF-REC-SRC           PIC X(30).
           01 WS-DRF-NAME              PIC X(30).
           01 WS-DRF-LINE              PIC X(250).
           01 WS-DRF-ARGN              PIC 9(2).
           01 WS-DRF-ARG-TABLE.
               05 WS-DRF-ARGB OCCURS 16 TIMES PIC 9(9).
           01 WS-DRF-ARGP              PIC 9(3).
           01 WS-DRF-ARGTXT            PIC X(120).
           01 WS-DRF-ARGTXT1           PIC X(120).
           01 WS-DRF-ONLY-COUNT        PIC 9(5).
           01 WS-DRF-SAME-COUNT        PIC 9(5).
           01 WS-DRF-DIFF-COUNT        PIC 9(5).
           01 WS-DRF-SRC-COUNT         PIC 9(5).
           01 WS-DRF-COPY-COUNT        PIC 9(5).
           01 WS-DRF-LAYOUT-COUNT      PIC 9(5).
           01 WS-DRF-IFACE-COUNT       PIC 9(5).
           01 WS-DRF-N1                PIC Z(8)9.
           01 WS-DRF-N2                PIC Z(8)9.
           01 WS-DRF-N3                PIC Z(8)9.
           01 WS-DRF-N4                PIC Z(8)9.

      *    COMPLEXITY METRICS - PER MEMBER, ROLLED INTO SHOP TOTALS
      *    FOR THE MODERNIZATION STEERING NUMBERS
           01 WS-MET-STMTS             PIC 9(9).
           01 WS-SCANFILES-OPEN        PIC X(1) VALUE "N".
           01 WS-FOUND-SUPPRESSED      PIC X(1) VALUE "N".
           01 WS-SUPP-CHK-IDX          PIC 9(4).
      *    ONE SUPPRESSION ROW AS READ, BEFORE IT IS FILED AS HONOURED
      *    (APPROVED BY A SECOND REVIEWER) OR PENDING
           01 WS-SUPP-IN-PROGRAM       PIC X(30).
           01 WS-SUPP-IN-FIELD         PIC X(80).
           01 WS-SUPP-IN-REVIEWER      PIC X(8).
           01 WS-SUPP-IN-DATE          PIC X(8).
           01 WS-SUPP-IN-REASON        PIC X(40).
           01 WS-SUPP-IN-EXPIRES       PIC X(8).
           01 WS-SUPP-IN-STATUS        PIC X(8).
           01 WS-SUPP-IN-APPROVER      PIC X(8).
           01 WS-SUPP-IN-APPROVED      PIC X(8).
           01 WS-SUPP-LIVE             PIC X(1).

      *    PARAGRAPH TABLE - EVERY PARAGRAPH HEADER SEEN PAST THE
                   10 WS-PARA-PROGRAM  PIC X(30).
                   10 WS-PARA-PERFORMED PIC X(1).
                   10 WS-PARA-TERMINATED PIC X(1).
                   10 WS-PARA-STMT-AT  PIC 9(9).
           01 WS-PREF-COUNT            PIC 9(4) VALUE 0.
           01 WS-PREF-TABLE.
               05 WS-PREF-ENTRY OCCURS 1500 TIMES.
                   10 WS-JDD-PGM       PIC X(30).
                   10 WS-JDD-DD        PIC X(8).
                   10 WS-JDD-DSN       PIC X(44).
                   10 WS-JDD-DISP      PIC X(8).
           01 WS-JEX-COUNT             PIC 9(4) VALUE 0.
           01 WS-JEX-TABLE.
               05 WS-JEX-ENTRY OCCURS 300 TIMES.
           01 WS-JCL-REST              PIC X(200).
           01 WS-JCL-WORK              PIC X(200).
           01 WS-JCL-DSN               PIC X(44).
           01 WS-JCL-DISP              PIC X(8).
           01 WS-JCL-IN-DD             PIC X(1).
           01 WS-JCL-EOF               PIC X(1).
           01 WS-JCL-I                 PIC 9(4).
           01 WS-JCL-J                 PIC 9(4).
           01 WS-JCL-SCANNED           PIC X(1).
           01 WS-DSX-QLEN              PIC 9(4).

      *    JOB DEPENDENCY DERIVATION (JOBDEPS MODE) - EVERY DECK DD
      *    TURNED INTO A READ OR A WRITE OF ITS DATASET BY ITS JOB,
      *    THE WRITER -> READER JOB PAIRS THAT FALL OUT (WITH THE
      *    DATASETS BEHIND EACH), AND THE SCHEDULER'S DEFINED
      *    PREDECESSORS THEY ARE RECONCILED AGAINST
           01 WS-JDP-USE-COUNT         PIC 9(4) VALUE 0.
           01 WS-JDP-USE-TABLE.
               05 WS-JDP-USE-ENTRY OCCURS 1000 TIMES.
                   10 WS-JDP-USE-DSN   PIC X(44).
                   10 WS-JDP-USE-JOB   PIC X(8).
                   10 WS-JDP-USE-STEP  PIC X(8).
                   10 WS-JDP-USE-RW    PIC X(1).
                   10 WS-JDP-USE-BASIS PIC X(12).
           01 WS-JDP-PAIR-COUNT        PIC 9(4) VALUE 0.
           01 WS-JDP-PAIR-TABLE.
               05 WS-JDP-PAIR-ENTRY OCCURS 1000 TIMES.
                   10 WS-JDP-PAIR-EDGE PIC 9(4).
                   10 WS-JDP-PAIR-W    PIC 9(4).
                   10 WS-JDP-PAIR-R    PIC 9(4).
           01 WS-JDP-EDGE-COUNT        PIC 9(4) VALUE 0.
           01 WS-JDP-EDGE-TABLE.
               05 WS-JDP-EDGE-ENTRY OCCURS 500 TIMES.
                   10 WS-JDP-EDGE-PRED PIC X(8).
                   10 WS-JDP-EDGE-SUCC PIC X(8).
                   10 WS-JDP-EDGE-DSNS PIC 9(4).
                   10 WS-JDP-EDGE-STATE PIC X(1).
           01 WS-JDP-SCH-COUNT         PIC 9(4) VALUE 0.
           01 WS-JDP-SCH-TABLE.
               05 WS-JDP-SCH-ENTRY OCCURS 1000 TIMES.
                   10 WS-JDP-SCH-JOB   PIC X(8).
                   10 WS-JDP-SCH-PRED  PIC X(8).
                   10 WS-JDP-SCH-STATE PIC X(1).
                   10 WS-JDP-SCH-CARRY PIC 9(4).
           01 WS-JDP-COLS.
               05 WS-JDP-COL           PIC X(20) OCCURS 11 TIMES.
           01 WS-JDP-LINE              PIC X(500).
           01 WS-JDP-STK-COUNT         PIC 9(4).
           01 WS-JDP-STK-TABLE.
               05 WS-JDP-STK           PIC X(8) OCCURS 300 TIMES.
           01 WS-JDP-SEEN-COUNT        PIC 9(4).
           01 WS-JDP-SEEN-TABLE.
               05 WS-JDP-SEEN          PIC X(8) OCCURS 300 TIMES.
           01 WS-JDP-FROM              PIC X(8).
           01 WS-JDP-TO                PIC X(8).
           01 WS-JDP-CUR               PIC X(8).
           01 WS-JDP-SKIP              PIC 9(4).
           01 WS-JDP-REACHED           PIC X(1).
           01 WS-JDP-NEW               PIC X(1).
           01 WS-JDP-FULL              PIC X(1) VALUE "N".
           01 WS-JDP-I                 PIC 9(4).
           01 WS-JDP-J                 PIC 9(4).
           01 WS-JDP-K                 PIC 9(4).
           01 WS-JDP-L                 PIC 9(4).
           01 WS-JDP-N                 PIC 9(4).
           01 WS-JDP-E                 PIC 9(4).
           01 WS-JDP-DSN               PIC X(44).
           01 WS-JDP-RW                PIC X(1).
           01 WS-JDP-BASIS             PIC X(12).
           01 WS-JDP-FOUND             PIC X(1).
           01 WS-JDP-JOB               PIC X(8).
           01 WS-JDP-IN-DECKS          PIC X(1).
           01 WS-JDP-STATE-TEXT        PIC X(70).
           01 WS-JDP-JOBS              PIC 9(4) VALUE 0.
           01 WS-JDP-DEFINED           PIC 9(4) VALUE 0.
           01 WS-JDP-INDIRECT          PIC 9(4) VALUE 0.
           01 WS-JDP-REVERSED          PIC 9(4) VALUE 0.
           01 WS-JDP-RACES             PIC 9(4) VALUE 0.
           01 WS-JDP-CONFIRMED         PIC 9(4) VALUE 0.
           01 WS-JDP-CARRYING          PIC 9(4) VALUE 0.
           01 WS-JDP-REMOVE            PIC 9(4) VALUE 0.
           01 WS-JDP-UNJUDGED          PIC 9(4) VALUE 0.
           01 WS-JDP-N1                PIC Z(4)9.
           01 WS-JDP-N2                PIC Z(4)9.
           01 WS-JDP-N3                PIC Z(4)9.
           01 WS-JDP-N4                PIC Z(4)9.
           01 WS-JDP-N5                PIC Z(4)9.

      *    FINDINGS-MASTER / DELTA-REPORT WORK FIELDS - THE MASTER
      *    IS KEYED I/O NOW, SO THE WORK IS A KEY IMAGE AND THE RUN
      *    STAMP THAT MARKS RECORDS SEEN THIS RUN
               STOP RUN
           END-IF
           IF WS-MODE = "MERGE"
               MOVE "Y" TO LI-LOCK-WAIT-SW
               PERFORM 1320-ACQUIRE-RUN-LOCK-PARA
               IF WS-LOCK-HELD = "N"
                   PERFORM 1350-LOCK-REFUSED-PARA
               END-IF
               PERFORM 2600-MERGE-STREAMS-PARA
               PERFORM 1340-RELEASE-RUN-LOCK-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "COMPARE"
               PERFORM 2750-GENERATE-DATA-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "VALIDATE"
               PERFORM 2780-VALIDATE-DATA-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "SCHEMA"
               PERFORM 2560-SCHEMA-RECORD-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "WHATIF"
               PERFORM 2400-WHATIF-FIELD-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "CALLTREE"
               PERFORM 2960-RUN-CALLTREE-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "RELEASE"
               PERFORM 2510-RUN-RELEASE-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "DRIFT"
               PERFORM 2810-RUN-DRIFT-PARA
               STOP RUN
           END-IF
           IF WS-MODE = "JOBDEPS"
               PERFORM 6000-RUN-JOBDEPS-PARA
               STOP RUN
           END-IF
      *    PROFILE REDRAWS THE SHEETS OFF THE LAST RUN'S REPORTS -
      *    AFTER A JCL RUN HAS ADDED THE JOB STEPS, SAY
           IF WS-MODE = "PROFILE"
               PERFORM 1280-LOAD-OWNERS-PARA THRU 1280-EXIT
               PERFORM 9450-WRITE-PROFILES-PARA THRU 9450-EXIT
               STOP RUN
           END-IF

      *    A RUN THAT UPDATES THE MASTER, HISTORY OR FPCAT HOLDS
      *    THE RUN LOCK THROUGHOUT. A SHADOW RUN WRITES NONE OF THE
      *    SHARED FILES; A STREAM HAS ITS OWN SUFFIXED MASTER, FPCAT
      *    AND DELTA AND TAKES THE LOCK ONLY AROUND THE SHARED
      *    HISTORY AND TREND AT THE END; SERVICE LOCKS A REQUEST AT
      *    A TIME
           IF WS-SHADOW-RUN = "N" AND WS-STREAM-ARG = SPACE AND
           WS-MODE NOT = "SERVICE"
               MOVE "Y" TO LI-LOCK-WAIT-SW
               PERFORM 1320-ACQUIRE-RUN-LOCK-PARA
               IF WS-LOCK-HELD = "N"
                   PERFORM 1350-LOCK-REFUSED-PARA
               END-IF
           END-IF

           PERFORM 1200-LOAD-SUPPRESSIONS-PARA THRU 1200-EXIT
           PERFORM 1300-OPEN-FINDMAST-PARA THRU 1300-EXIT
           PERFORM 1400-LOAD-FPCAT-PARA THRU 1400-EXIT
           PERFORM 1270-LOAD-ENTRYPTS-PARA THRU 1270-EXIT
           PERFORM 1280-LOAD-OWNERS-PARA THRU 1280-EXIT
           PERFORM 1290-LOAD-PII-PARA THRU 1290-EXIT
           PERFORM 1295-LOAD-STANDARDS-PARA THRU 1295-EXIT
           PERFORM 1297-LOAD-CHECKS-PARA THRU 1297-EXIT

           OPEN OUTPUT CALLMAPFILE
           MOVE "Y" TO WS-CALLMAP-OPEN
           MOVE "COMPLEXITY - MEMBER/PARAS/STMTS/GOTOS/DEPTH/FANOUT"
               TO METRICSFILE-RECORD
           WRITE METRICSFILE-RECORD
           OPEN OUTPUT FOOTPRINTFILE
           MOVE SPACE TO FOOTPRINTFILE-RECORD
           MOVE "STORAGE FOOTPRINT - PROGRAM / SECTION BYTES / LARGEST"
               TO FOOTPRINTFILE-RECORD
           WRITE FOOTPRINTFILE-RECORD
           MOVE SPACE TO DICTCONFFILE-RECORD
           MOVE "DICTIONARY CONFLICTS - SAME NAME, DIFFERENT DEF"
               TO DICTCONFFILE-RECORD
                   PERFORM 2000-RUN-LIBRARY-PARA
               WHEN "LIBFAST"
                   PERFORM 2000-RUN-LIBRARY-PARA
               WHEN "SHADOW"
                   PERFORM 2000-RUN-LIBRARY-PARA
               WHEN "SERVICE"
                   PERFORM 2300-RUN-SERVICE-PARA
      *            THE END-OF-RUN PASSES UPDATE THE SHARED FILES TOO
                   MOVE "Y" TO LI-LOCK-WAIT-SW
                   PERFORM 1320-ACQUIRE-RUN-LOCK-PARA
                   IF WS-LOCK-HELD = "N"
                       PERFORM 1350-LOCK-REFUSED-PARA
                   END-IF
               WHEN OTHER
      *            "MEMBER" OR "DIFF" - BOTH SCAN ONE SOURCE FILE;
      *            DIFF MODE JUST NARROWS WHICH LINES THE CHECKS FIRE
           END-EVALUATE

           PERFORM 9500-CHECK-CALL-CONTRACTS-PARA
           PERFORM 9520-CHECK-COMMAREA-CONTRACTS-PARA
           PERFORM 9352-CHECK-KEY-GEOMETRY-PARA
           PERFORM 9340-WRITE-COPYFIND-PARA THRU 9340-EXIT
           PERFORM 9000-WRITE-SUMMARY-PARA
           IF WS-STREAM-ARG <> SPACE
               PERFORM 9050-WRITE-SUMMARY-COUNTS-PARA
           ELSE
      *        A STREAM'S CALL MAP IS ONLY ITS SHARE - MERGE DRAWS
      *        THE GRAPH ONCE THE STREAMS ARE FOLDED BACK TOGETHER
               PERFORM 9430-WRITE-CALLGRAPH-PARA
           END-IF
      *    A SHADOW RUN PREVIEWS THE DELTA INSTEAD OF APPLYING IT,
      *    AND IS NOT A RUN OF RECORD FOR THE HISTORY OR TREND
           IF WS-SHADOW-RUN = "Y"
               PERFORM 9440-WRITE-PREVIEW-PARA THRU 9440-EXIT
           ELSE
      *        PARALLEL STREAMS, OR A STREAM BESIDE A FULL RUN, ALL
      *        APPEND TO THE ONE HISTORY.DAT AND TREND REPORT
               IF WS-STREAM-ARG <> SPACE
                   MOVE "Y" TO LI-LOCK-WAIT-SW
                   PERFORM 1320-ACQUIRE-RUN-LOCK-PARA
                   IF WS-LOCK-HELD = "N"
                       PERFORM 1350-LOCK-REFUSED-PARA
                   END-IF
               END-IF
               PERFORM 1330-BEAT-RUN-LOCK-PARA
               PERFORM 9100-WRITE-DELTA-PARA THRU 9100-EXIT
      *        HISTORY MUST GO OUT BEFORE THE ROLLUP RANKING EMPTIES
      *        THE PER-CELL QUANTITIES
               PERFORM 9380-WRITE-HISTORY-PARA
               PERFORM 9385-WRITE-TREND-PARA THRU 9385-EXIT
               IF WS-STREAM-ARG <> SPACE
                   PERFORM 1340-RELEASE-RUN-LOCK-PARA
               END-IF
           END-IF
           PERFORM 9300-WRITE-ROLLUP-PARA
           PERFORM 9320-WRITE-CRUD-PARA
           PERFORM 9330-WRITE-LITXREF-PARA
           PERFORM 9335-WRITE-CLONES-PARA
           PERFORM 9350-RECONCILE-DATASETS-PARA
           PERFORM 9365-WRITE-BINFIELDS-PARA
           PERFORM 9360-WRITE-ORPHANS-PARA
           PERFORM 9370-WRITE-AGING-PARA
           PERFORM 9390-WRITE-SUPPAUDIT-PARA
           PERFORM 9395-WRITE-TEAM-REPORTS-PARA
           IF WS-SHADOW-RUN = "N"
               PERFORM 9400-WRITE-FPCAT-PARA
           END-IF
           PERFORM 9420-WRITE-PIIMAP-PARA THRU 9420-EXIT
      *    A STREAM HAS ONLY ITS SHARE OF THE CALL MAP - ITS SHEETS
      *    WAIT FOR PROFILE MODE AFTER THE MERGE
           IF WS-STREAM-ARG = SPACE
               PERFORM 9450-WRITE-PROFILES-PARA THRU 9450-EXIT
           END-IF
           IF WK-FINDMAST-OK = "Y"
               CLOSE FINDMAST
           END-IF
           PERFORM 1340-RELEASE-RUN-LOCK-PARA
           PERFORM 9200-SET-RETURN-CODE-PARA

           STOP RUN.
                   PERFORM 1015-PARSE-TRACE-ARGS-PARA
               WHEN "GENDATA"
                   PERFORM 1017-PARSE-GENDATA-ARGS-PARA
               WHEN "WHATIF"
                   PERFORM 1018-PARSE-WHATIF-ARGS-PARA
               WHEN "VALIDATE"
                   PERFORM 1019-PARSE-VALIDATE-ARGS-PARA
               WHEN "SCHEMA"
                   PERFORM 1016-PARSE-SCHEMA-ARGS-PARA
               WHEN "SHADOW"
                   PERFORM 1030-PARSE-SHADOW-ARGS-PARA
               WHEN "DRIFT"
                   PERFORM 1025-PARSE-DRIFT-ARGS-PARA
               WHEN "JOBDEPS"
                   PERFORM 1035-PARSE-JOBDEPS-ARGS-PARA
               WHEN OTHER
                   PERFORM 1020-PARSE-PLAIN-ARGS-PARA
           END-EVALUATE
                   WS-TRACE-FIELD WS-COPYBOOK-DIR
           END-UNSTRING.

      *----------------------------------------------------------------
      * 1016-PARSE-SCHEMA-ARGS-PARA
      * SCHEMA <member> <record-name> [copybook-dir] [flatten-max]
      *----------------------------------------------------------------
       1016-PARSE-SCHEMA-ARGS-PARA.
           MOVE SPACE TO WS-SCH-RECORD
           MOVE SPACE TO WS-SCH-FLAT-TXT
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-MEMBER-PATH WS-SCH-RECORD
                   WS-COPYBOOK-DIR WS-SCH-FLAT-TXT
           END-UNSTRING
           IF WS-SCH-FLAT-TXT <> SPACE AND
           FUNCTION TRIM(WS-SCH-FLAT-TXT) IS NUMERIC
               COMPUTE WS-SCH-FLAT-MAX =
                   FUNCTION NUMVAL(WS-SCH-FLAT-TXT)
           END-IF.

      *----------------------------------------------------------------
      * 1017-PARSE-GENDATA-ARGS-PARA
      * GENDATA <member> <record-name> <count> [copybook-dir]
                   FUNCTION NUMVAL(WS-TDG-NRECS-TXT)
           END-IF.

      *----------------------------------------------------------------
      * 1018-PARSE-WHATIF-ARGS-PARA
      * WHATIF <member-list> <copybook> <field> <new-picture>
      *        [copybook-dir]
      *----------------------------------------------------------------
       1018-PARSE-WHATIF-ARGS-PARA.
           MOVE SPACE TO WS-WIF-COPYBOOK
           MOVE SPACE TO WS-WIF-FIELD
           MOVE SPACE TO WS-WIF-PIC
           MOVE SPACE TO WS-COPYBOOK-DIR
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-MEMBER-PATH WS-WIF-COPYBOOK
                   WS-WIF-FIELD WS-WIF-PIC WS-COPYBOOK-DIR
           END-UNSTRING
      *    A COPYBOOK GIVEN WITH ITS FILE SUFFIX STILL MATCHES THE
      *    MEMBER NAME THE COPY STATEMENT CARRIES
           MOVE SPACE TO WS-FIND-SEARCH
           UNSTRING WS-WIF-COPYBOOK DELIMITED BY "."
               INTO WS-FIND-SEARCH
           END-UNSTRING
           MOVE WS-FIND-SEARCH TO WS-WIF-COPYBOOK
           MOVE SPACE TO WS-FIND-SEARCH
           MOVE WS-MEMBER-PATH TO LO-MEMBERLIST-FILE.

      *----------------------------------------------------------------
      * 1019-PARSE-VALIDATE-ARGS-PARA
      * VALIDATE <member> <record-name> <data-file> [copybook-dir]
      *----------------------------------------------------------------
       1019-PARSE-VALIDATE-ARGS-PARA.
           MOVE SPACE TO WS-VLD-RECORD
           MOVE SPACE TO LO-VALDATA-FILE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-MEMBER-PATH WS-VLD-RECORD
                   LO-VALDATA-FILE WS-COPYBOOK-DIR
           END-UNSTRING.

      *----------------------------------------------------------------
      * 1020-PARSE-PLAIN-ARGS-PARA
      * MEMBER <path> [copybook-dir] [suppress-file] [version-tag]
               PERFORM 1050-APPLY-STREAM-TAG-PARA
           END-IF.

      *----------------------------------------------------------------
      * 1025-PARSE-DRIFT-ARGS-PARA
      * DRIFT <list-1> <copybook-dirs-1> <list-2> <copybook-dirs-2>
      *       [label-1] [label-2]
      *----------------------------------------------------------------
       1025-PARSE-DRIFT-ARGS-PARA.
           MOVE SPACE TO WS-DRF-SIDE-TABLE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-DRF-LIST(1) WS-DRF-CPY(1)
                   WS-DRF-LIST(2) WS-DRF-CPY(2) WS-DRF-LABEL(1)
                   WS-DRF-LABEL(2)
           END-UNSTRING
           IF WS-DRF-CPY(1) = SPACE
               MOVE "copybooks" TO WS-DRF-CPY(1)
           END-IF
           IF WS-DRF-CPY(2) = SPACE
               MOVE "copybooks" TO WS-DRF-CPY(2)
           END-IF
           IF WS-DRF-LABEL(1) = SPACE
               MOVE "FIRST" TO WS-DRF-LABEL(1)
           END-IF
           IF WS-DRF-LABEL(2) = SPACE
               MOVE "SECOND" TO WS-DRF-LABEL(2)
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DRF-LABEL(1)) TO
               WS-DRF-LABEL(1)
           MOVE FUNCTION UPPER-CASE(WS-DRF-LABEL(2)) TO
               WS-DRF-LABEL(2).

      *----------------------------------------------------------------
      * 1030-PARSE-SHADOW-ARGS-PARA
      * SHADOW <list-path> [copybook-dir] [suppress-file] [prefix]
      * A LIBRARY scan for previewing a new analyzer build before it
      * goes live. No checkpoint - a shadow run is rerun, never
      * restarted - and every output goes under the prefix
      * (SHADOW. when none is given) so production's reports are
      * never overwritten.
      *----------------------------------------------------------------
       1030-PARSE-SHADOW-ARGS-PARA.
           MOVE SPACE TO WS-STREAM-ARG
           MOVE SPACE TO WS-SHD-PREFIX
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-MEMBER-PATH WS-COPYBOOK-DIR
                   WS-SUPPRESS-ARG WS-SHD-PREFIX
           END-UNSTRING
           IF WS-SHD-PREFIX = SPACE
               MOVE "SHADOW." TO WS-SHD-PREFIX
           END-IF
           MOVE "Y" TO WS-SHADOW-RUN
           MOVE "SHADOW" TO WS-VERSION-TAG
           MOVE WS-MEMBER-PATH TO LO-MEMBERLIST-FILE
           PERFORM 1070-APPLY-SHADOW-PREFIX-PARA.

      *----------------------------------------------------------------
      * 1035-PARSE-JOBDEPS-ARGS-PARA
      * JOBDEPS <deck-list> <scheduler-export> [dataset-rpt]
      *----------------------------------------------------------------
       1035-PARSE-JOBDEPS-ARGS-PARA.
           MOVE SPACE TO LO-JDP-SCHED-FILE
           MOVE SPACE TO WS-COPYBOOK-DIR
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-MEMBER-PATH LO-JDP-SCHED-FILE
                   WS-COPYBOOK-DIR
           END-UNSTRING
           MOVE WS-MEMBER-PATH TO LO-MEMBERLIST-FILE.

      *----------------------------------------------------------------
      * 1050-APPLY-STREAM-TAG-PARA
      * A LIBRARY stream of a sharded run gets every shop-wide output
           END-STRING
           MOVE WS-FIND-SEARCH TO WS-MERGE-BASE.

      *----------------------------------------------------------------
      * 1070-APPLY-SHADOW-PREFIX-PARA
      * Puts the shadow prefix on every shop-wide output. The
      * master, fingerprint catalog, history, audit trail and
      * generation catalog keep their production names - they are
      * read for comparison, never written, on a shadow run.
      *----------------------------------------------------------------
       1070-APPLY-SHADOW-PREFIX-PARA.
           MOVE LO-CALLMAP-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-CALLMAP-FILE
           MOVE LO-DATASET-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-DATASET-FILE
           MOVE LO-COPYUSE-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-COPYUSE-FILE
           MOVE LO-CONSOL-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-CONSOL-FILE
           MOVE LO-SUMMARY-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-SUMMARY-FILE
           MOVE LO-ROLLUP-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-ROLLUP-FILE
           MOVE LO-DICT-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-DICT-FILE
           MOVE LO-DICTCONF-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-DICTCONF-FILE
           MOVE LO-METRICS-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-METRICS-FILE
           MOVE LO-FOOTPRINT-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-FOOTPRINT-FILE
           MOVE LO-CRUD-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-CRUD-FILE
           MOVE LO-COPYRES-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-COPYRES-FILE
           MOVE LO-DATEAUDIT-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-DATEAUDIT-FILE
           MOVE LO-LITXREF-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-LITXREF-FILE
           MOVE LO-CLONES-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-CLONES-FILE
           MOVE LO-COPYFIND-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-COPYFIND-FILE
           MOVE LO-DATARECON-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-DATARECON-FILE
           MOVE LO-ORPHAN-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-ORPHAN-FILE
           MOVE LO-AGING-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-AGING-FILE
           MOVE LO-SUPPAUDIT-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-SUPPAUDIT-FILE
           MOVE LO-BINFLD-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-BINFLD-FILE
           MOVE LO-PIIMAP-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-PIIMAP-FILE
           MOVE LO-PLAN-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-PLAN-FILE
           MOVE LO-CALLGRAPH-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-CALLGRAPH-FILE
           MOVE LO-PREVIEW-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-PREVIEW-FILE
           MOVE LO-PROFILE-FILE TO WS-MERGE-BASE
           PERFORM 1075-PREFIX-ONE-PARA
           MOVE WS-MERGE-BASE TO LO-PROFILE-FILE.

      *----------------------------------------------------------------
      * 1075-PREFIX-ONE-PARA
      * Puts the shadow prefix on the file name in WS-MERGE-BASE -
      * in front of its last path component, so a member under a
      * directory keeps its shadow reports beside the production
      * ones.
      *----------------------------------------------------------------
       1075-PREFIX-ONE-PARA.
           MOVE 0 TO WS-SHD-SLASH
           MOVE 1 TO WS-SHD-I
           PERFORM UNTIL WS-SHD-I > 256
               IF WS-MERGE-BASE(WS-SHD-I:1) = "/"
                   MOVE WS-SHD-I TO WS-SHD-SLASH
               END-IF
               ADD 1 TO WS-SHD-I
           END-PERFORM

           MOVE SPACE TO WS-SHD-NAME
           IF WS-SHD-SLASH = 0
               STRING FUNCTION TRIM(WS-SHD-PREFIX)
                   FUNCTION TRIM(WS-MERGE-BASE)
                   DELIMITED BY SIZE INTO WS-SHD-NAME
               END-STRING
           ELSE
               STRING WS-MERGE-BASE(1:WS-SHD-SLASH)
                   FUNCTION TRIM(WS-SHD-PREFIX)
                   FUNCTION TRIM(WS-MERGE-BASE(WS-SHD-SLASH + 1:))
                   DELIMITED BY SIZE INTO WS-SHD-NAME
               END-STRING
           END-IF
           MOVE WS-SHD-NAME TO WS-MERGE-BASE.

      *----------------------------------------------------------------
      * 1100-STAMP-TIMESTAMP-PARA
      * Records when this scan actually ran, so a findings report can
      * previously-reviewed findings do not reappear on every nightly
      * run. Silently does nothing if no suppression file was given,
      * or if the given file does not exist - suppression is opt-in.
      * Only a row APPROVED by a reviewer other than the one who
      * raised it suppresses anything; PENDING rows and rows with no
      * status are held aside for the audit, REJECTED rows dropped.
      * The severity policy is loaded here too, so both review
      * controls arrive together before the first member is scanned.
      *----------------------------------------------------------------
           PERFORM 1250-LOAD-POLICY-PARA THRU 1250-EXIT

           MOVE 0 TO WK-SUPPRESS-COUNT
           MOVE 0 TO WK-SUPP-PEND-COUNT
           IF WS-SUPPRESS-ARG = SPACE
               GO TO 1200-EXIT
           END-IF
                       EXIT PERFORM
               END-READ

               IF FUNCTION TRIM(SUPPRESSFILE-RECORD) <> SPACE
                   MOVE SPACE TO WS-SUPP-IN-PROGRAM WS-SUPP-IN-FIELD
                       WS-SUPP-IN-REVIEWER WS-SUPP-IN-DATE
                       WS-SUPP-IN-REASON WS-SUPP-IN-EXPIRES
                       WS-SUPP-IN-STATUS WS-SUPP-IN-APPROVER
                       WS-SUPP-IN-APPROVED
                   UNSTRING SUPPRESSFILE-RECORD DELIMITED BY ","
                       INTO WS-SUPP-IN-PROGRAM WS-SUPP-IN-FIELD
                           WS-SUPP-IN-REVIEWER WS-SUPP-IN-DATE
                           WS-SUPP-IN-REASON WS-SUPP-IN-EXPIRES
                           WS-SUPP-IN-STATUS WS-SUPP-IN-APPROVER
                           WS-SUPP-IN-APPROVED
                   END-UNSTRING
      *            AN APPROVAL BY THE RAISING REVIEWER IS NO APPROVAL
                   IF WS-SUPP-IN-STATUS = "APPROVED" AND
                   (WS-SUPP-IN-APPROVER = SPACE OR
                   WS-SUPP-IN-APPROVER = WS-SUPP-IN-REVIEWER)
                       MOVE "PENDING" TO WS-SUPP-IN-STATUS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-SUPP-IN-STATUS = "APPROVED"
                           IF WK-SUPPRESS-COUNT < 200
                               ADD 1 TO WK-SUPPRESS-COUNT
                               MOVE WS-SUPP-IN-PROGRAM TO
                                   WK-SUPP-PROGRAM(WK-SUPPRESS-COUNT)
                               MOVE WS-SUPP-IN-FIELD TO
                                   WK-SUPP-FIELD(WK-SUPPRESS-COUNT)
                               MOVE WS-SUPP-IN-REVIEWER TO
                                   WK-SUPP-REVIEWER(WK-SUPPRESS-COUNT)
                               MOVE WS-SUPP-IN-DATE TO
                                   WK-SUPP-DATE(WK-SUPPRESS-COUNT)
                               MOVE WS-SUPP-IN-REASON TO
                                   WK-SUPP-REASON(WK-SUPPRESS-COUNT)
                               MOVE WS-SUPP-IN-EXPIRES TO
                                   WK-SUPP-EXPIRES(WK-SUPPRESS-COUNT)
                               MOVE "N" TO
                                   WK-SUPP-USED(WK-SUPPRESS-COUNT)
                           END-IF
                       WHEN WS-SUPP-IN-STATUS = "REJECTED"
                           CONTINUE
                       WHEN OTHER
                           IF WK-SUPP-PEND-COUNT < 200
                               ADD 1 TO WK-SUPP-PEND-COUNT
                               MOVE WS-SUPP-IN-PROGRAM TO
                                   WK-PEND-PROGRAM(WK-SUPP-PEND-COUNT)
                               MOVE WS-SUPP-IN-FIELD TO
                                   WK-PEND-FIELD(WK-SUPP-PEND-COUNT)
                               MOVE WS-SUPP-IN-REVIEWER TO
                                   WK-PEND-REVIEWER(WK-SUPP-PEND-COUNT)
                               MOVE WS-SUPP-IN-DATE TO
                                   WK-PEND-DATE(WK-SUPP-PEND-COUNT)
                               MOVE WS-SUPP-IN-REASON TO
                                   WK-PEND-REASON(WK-SUPP-PEND-COUNT)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

      * many findings of that severity the run tolerates before the
      * RETURN-CODE gate trips. No policy file means every check
      * keeps its built-in severity and any finding at all gates.
      * WS-MAX-BYTES,n caps a program's WORKING-STORAGE for the
      * footprint pass. LOCK-TIMEOUT and LOCK-WAIT belong to RUNLOCK
      * and are skipped here.
      *----------------------------------------------------------------
       1250-LOAD-POLICY-PARA.
           MOVE 0 TO WK-POLICY-COUNT
                       WHEN "SCHEDULE"
                           MOVE FUNCTION TRIM(WS-POLICY-VALUE) TO
                               WK-SCHEDULE
                       WHEN "WS-MAX-BYTES"
                           COMPUTE WK-WS-MAX-BYTES =
                               FUNCTION NUMVAL(WS-POLICY-VALUE)
                       WHEN "PERF-SEARCH-LIMIT"
                           COMPUTE WK-PERF-SEARCH-LIMIT =
                               FUNCTION NUMVAL(WS-POLICY-VALUE)
                       WHEN "CLONE-MIN-TOKENS"
                           COMPUTE WK-CLONE-MIN-TOKENS =
                               FUNCTION NUMVAL(WS-POLICY-VALUE)
      *                THE RUN-LOCK SETTINGS ARE RUNLOCK'S TO READ
                       WHEN "LOCK-TIMEOUT"
                       WHEN "LOCK-WAIT"
                           CONTINUE
                       WHEN OTHER
                           IF WK-POLICY-COUNT < 50
                               ADD 1 TO WK-POLICY-COUNT
      * partway leaves every record already touched intact. A
      * missing master is created by the OPTIONAL open; a runtime
      * without indexed support just leaves the master features off
      * for the run. A shadow run opens it for input only.
      *----------------------------------------------------------------
       1300-OPEN-FINDMAST-PARA.
           MOVE "N" TO WK-FINDMAST-OK
           IF WS-SHADOW-RUN = "Y"
               OPEN INPUT FINDMAST
           ELSE
               OPEN I-O FINDMAST
           END-IF
           IF WS-FINDMAST-STATUS = "00" OR
           WS-FINDMAST-STATUS = "05"
               MOVE "Y" TO WK-FINDMAST-OK
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1320-ACQUIRE-RUN-LOCK-PARA
      * Asks RUNLOCK for the run-control lock (LI-LOCK-WAIT-SW set
      * by the caller). WS-LOCK-HELD says whether we got it; a
      * refusal leaves the holder in LI-LOCK-HOLD-*.
      *----------------------------------------------------------------
       1320-ACQUIRE-RUN-LOCK-PARA.
           MOVE "A" TO LI-LOCK-FUNCTION
           MOVE "DRIVER" TO LI-LOCK-PROGRAM
           MOVE WS-MODE TO LI-LOCK-MODE
           MOVE SPACE TO LI-LOCK-JOB
           MOVE SPACE TO LI-LOCK-USER
           CALL "RUNLOCK" USING LI-RUNLOCK
           IF LI-LOCK-GRANTED
               MOVE "Y" TO WS-LOCK-HELD
           ELSE
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

      *----------------------------------------------------------------
      * 1330-BEAT-RUN-LOCK-PARA
      * Heartbeat, so a long library run is never mistaken for an
      * abandoned one. A lock found broken and retaken stops the run
      * on the spot - somebody else is updating now.
      *----------------------------------------------------------------
       1330-BEAT-RUN-LOCK-PARA.
           IF WS-LOCK-HELD = "Y"
               MOVE "H" TO LI-LOCK-FUNCTION
               CALL "RUNLOCK" USING LI-RUNLOCK
               IF LI-LOCK-LOST
                   MOVE "N" TO WS-LOCK-HELD
                   DISPLAY "DRIVER: RUN LOCK LOST - NOW HELD BY "
                       FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
                       FUNCTION TRIM(LI-LOCK-HOLD-MODE) " USER "
                       FUNCTION TRIM(LI-LOCK-HOLD-USER)
                       " - STOPPING BEFORE ANY FURTHER UPDATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF LI-LOCK-ERROR
                   MOVE "N" TO WS-LOCK-HELD
                   DISPLAY "DRIVER: RUN LOCK FILE CANNOT BE WRITTEN"
                       " - STOPPING BEFORE ANY FURTHER UPDATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1340-RELEASE-RUN-LOCK-PARA
      * Gives the lock back. The CALL resets RETURN-CODE, so
      * whatever the run had already set there is put back after.
      *----------------------------------------------------------------
       1340-RELEASE-RUN-LOCK-PARA.
           IF WS-LOCK-HELD = "Y"
               MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
               MOVE "R" TO LI-LOCK-FUNCTION
               CALL "RUNLOCK" USING LI-RUNLOCK
               MOVE "N" TO WS-LOCK-HELD
               MOVE WS-LOCK-SAVE-RC TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * 1350-LOCK-REFUSED-PARA
      * Another updater holds the lock (past LOCK-WAIT, if waiting
      * was allowed). Say who and stop with RC 16 - the nightly JCL
      * branches on it rather than running over the holder. A lock
      * file that cannot be written stops the run the same way.
      *----------------------------------------------------------------
       1350-LOCK-REFUSED-PARA.
           IF LI-LOCK-ERROR
               DISPLAY "DRIVER: RUN LOCK FILE CANNOT BE WRITTEN"
                   " - NOT STARTED (RC 16)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DRIVER: RUN LOCK HELD BY "
               FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
               FUNCTION TRIM(LI-LOCK-HOLD-MODE) " JOB "
               FUNCTION TRIM(LI-LOCK-HOLD-JOB) " USER "
               FUNCTION TRIM(LI-LOCK-HOLD-USER)
           DISPLAY "DRIVER: STARTED " LI-LOCK-HOLD-START
               " LAST HEARTBEAT " LI-LOCK-HOLD-BEAT
               " - NOT STARTED (RC 16)"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * 1270-LOAD-ENTRYPTS-PARA
      * Loads the optional batch entry-point list - the PROGRAM-IDs
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1290-LOAD-PII-PARA
      * PATTERN[,CLASS] rows naming the shop's sensitive fields. A
      * field whose name contains the pattern anywhere is sensitive
      * (SSN catches CUST-SSN and SSN-LAST4 alike); the class, the
      * pattern itself when none is given, is what PIIMAP.RPT shows
      * against it. "*" in column 1 is a comment. No file means
      * nothing is classified and no map is written.
      *----------------------------------------------------------------
       1290-LOAD-PII-PARA.
           MOVE 0 TO WS-PII-PAT-COUNT
           OPEN INPUT PIICFGFILE
           IF WS-PIICFG-STATUS NOT = "00"
               GO TO 1290-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
               READ PIICFGFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(PIICFGFILE-RECORD) <> SPACE AND
               PIICFGFILE-RECORD(1:1) <> "*" AND
               WS-PII-PAT-COUNT < 100
                   MOVE SPACE TO WS-PII-CFG-PATTERN
                   MOVE SPACE TO WS-PII-CFG-CLASS
                   UNSTRING PIICFGFILE-RECORD DELIMITED BY ","
                       INTO WS-PII-CFG-PATTERN WS-PII-CFG-CLASS
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-PII-CFG-PATTERN) <> SPACE
                       ADD 1 TO WS-PII-PAT-COUNT
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PII-CFG-PATTERN)) TO
                           WS-PII-PATTERN(WS-PII-PAT-COUNT)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           WS-PII-CFG-PATTERN)) TO
                           WS-PII-PAT-LEN(WS-PII-PAT-COUNT)
                       IF FUNCTION TRIM(WS-PII-CFG-CLASS) = SPACE
                           MOVE WS-PII-PATTERN(WS-PII-PAT-COUNT) TO
                               WS-PII-PAT-CLASS(WS-PII-PAT-COUNT)
                       ELSE
                           MOVE FUNCTION TRIM(WS-PII-CFG-CLASS) TO
                               WS-PII-PAT-CLASS(WS-PII-PAT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PIICFGFILE.

       1290-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1295-LOAD-STANDARDS-PARA
      * RULE,ON|OFF[,SEVERITY][,PARAMETER] rows switching the shop's
      * coding-standards rules on. Every rule is off until a row
      * turns it on; the rule id is also the finding's check id, so
      * the severity given here is seeded into the policy table and
      * from there flows through 4050 like any other - a POLICY.CFG
      * row for the same id still has the last word. The rules:
      *   STD-WS-PREFIX      WORKING-STORAGE names start with the
      *                      parameter (default WS-)
      *   STD-LS-PREFIX      LINKAGE names likewise (default LS-)
      *   STD-PARA-ORDER     numbered paragraphs ascend in order
      *   STD-NEXT-SENTENCE  NEXT SENTENCE is banned
      *   STD-GOTO-DEPENDING GO TO ... DEPENDING ON is banned
      *   STD-EXIT-PROGRAM   EXIT PROGRAM not followed by GOBACK
      *   STD-AMT-COMP3      fields named *parameter (default -AMT)
      *                      are COMP-3
      *   STD-PARA-SIZE      statements per paragraph, at most the
      *                      parameter (default 50)
      * "*" in column 1 is a comment.
      *----------------------------------------------------------------
       1295-LOAD-STANDARDS-PARA.
           MOVE "N" TO WS-STD-ACTIVE
           OPEN INPUT STDCFGFILE
           IF WS-STDCFG-STATUS NOT = "00"
               GO TO 1295-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
               READ STDCFGFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(STDCFGFILE-RECORD) <> SPACE AND
               STDCFGFILE-RECORD(1:1) <> "*"
                   MOVE SPACE TO WS-STD-CFG-RULE
                   MOVE SPACE TO WS-STD-CFG-SWITCH
                   MOVE SPACE TO WS-STD-CFG-SEVERITY
                   MOVE SPACE TO WS-STD-CFG-PARM
                   UNSTRING STDCFGFILE-RECORD DELIMITED BY ","
                       INTO WS-STD-CFG-RULE WS-STD-CFG-SWITCH
                           WS-STD-CFG-SEVERITY WS-STD-CFG-PARM
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-STD-CFG-RULE)) TO
                       WS-STD-CFG-RULE
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-STD-CFG-SWITCH)) TO
                       WS-STD-CFG-SWITCH
                   MOVE FUNCTION TRIM(WS-STD-CFG-PARM) TO
                       WS-STD-CFG-PARM
                   PERFORM 1296-SET-STANDARD-PARA THRU 1296-EXIT
               END-IF
           END-PERFORM
           CLOSE STDCFGFILE.

       1295-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1296-SET-STANDARD-PARA
      * One STANDARDS.CFG row: the rule's switch and parameter, and
      * its severity into the policy table unless POLICY.CFG already
      * names that check. An unknown rule id is ignored.
      *----------------------------------------------------------------
       1296-SET-STANDARD-PARA.
           IF WS-STD-CFG-SWITCH = "ON"
               MOVE "Y" TO WS-STD-CFG-SWITCH
           ELSE
               MOVE "N" TO WS-STD-CFG-SWITCH
           END-IF

           EVALUATE WS-STD-CFG-RULE
               WHEN "STD-WS-PREFIX"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-WS-ON
                   IF WS-STD-CFG-PARM <> SPACE
                       MOVE WS-STD-CFG-PARM TO WS-STD-WS-PFX
                   END-IF
               WHEN "STD-LS-PREFIX"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-LS-ON
                   IF WS-STD-CFG-PARM <> SPACE
                       MOVE WS-STD-CFG-PARM TO WS-STD-LS-PFX
                   END-IF
               WHEN "STD-PARA-ORDER"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-ORDER-ON
               WHEN "STD-NEXT-SENTENCE"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-NEXTSENT-ON
               WHEN "STD-GOTO-DEPENDING"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-GODEP-ON
               WHEN "STD-EXIT-PROGRAM"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-EXITPGM-ON
               WHEN "STD-AMT-COMP3"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-COMP3-ON
                   IF WS-STD-CFG-PARM <> SPACE
                       MOVE WS-STD-CFG-PARM TO WS-STD-COMP3-SFX
                   END-IF
               WHEN "STD-PARA-SIZE"
                   MOVE WS-STD-CFG-SWITCH TO WS-STD-SIZE-ON
                   IF FUNCTION TRIM(WS-STD-CFG-PARM) IS NUMERIC
                       COMPUTE WS-STD-SIZE-MAX =
                           FUNCTION NUMVAL(WS-STD-CFG-PARM)
                   END-IF
               WHEN OTHER
                   GO TO 1296-EXIT
           END-EVALUATE

           IF WS-STD-CFG-SWITCH = "Y"
               MOVE "Y" TO WS-STD-ACTIVE
           END-IF

           IF FUNCTION TRIM(WS-STD-CFG-SEVERITY) = SPACE
               GO TO 1296-EXIT
           END-IF
           MOVE 1 TO WS-POLICY-IDX
           PERFORM UNTIL WS-POLICY-IDX > WK-POLICY-COUNT
               IF FUNCTION TRIM(WK-POL-CHECK(WS-POLICY-IDX)) =
               WS-STD-CFG-RULE
                   GO TO 1296-EXIT
               END-IF
               ADD 1 TO WS-POLICY-IDX
           END-PERFORM
           IF WK-POLICY-COUNT < 50
               ADD 1 TO WK-POLICY-COUNT
               MOVE WS-STD-CFG-RULE TO WK-POL-CHECK(WK-POLICY-COUNT)
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-STD-CFG-SEVERITY)) TO
                   WK-POL-SEVERITY(WK-POLICY-COUNT)
           END-IF.

       1296-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1297-LOAD-CHECKS-PARA
      * CHECK-ID|REF|DESCRIPTION|SYMPTOM|FIX rows - the check
      * catalog. Delimited by "|" rather than the comma the other
      * .CFG files use because the prose carries commas of its own.
      * "*" in column 1 is a comment. A check id given twice keeps
      * the first row. No file leaves the catalog columns blank.
      *----------------------------------------------------------------
       1297-LOAD-CHECKS-PARA.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CHECKSFILE
           IF WS-CHECKS-STATUS NOT = "00"
               GO TO 1297-EXIT
           END-IF
           PERFORM UNTIL 1 = 2
               READ CHECKSFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(CHECKSFILE-RECORD) <> SPACE AND
               CHECKSFILE-RECORD(1:1) <> "*"
                   MOVE SPACE TO WS-CAT-F-CHECK WS-CAT-F-REF
                       WS-CAT-F-DESC WS-CAT-F-SYMPTOM WS-CAT-F-FIX
                   UNSTRING CHECKSFILE-RECORD DELIMITED BY "|"
                       INTO WS-CAT-F-CHECK WS-CAT-F-REF WS-CAT-F-DESC
                           WS-CAT-F-SYMPTOM WS-CAT-F-FIX
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CAT-F-CHECK)) TO WS-CAT-KEY
                   PERFORM 4220-LOOKUP-CHECK-PARA
                   IF WS-CAT-KEY <> SPACE AND WS-CAT-ROW = 0 AND
                   WS-CAT-COUNT < 200
                       ADD 1 TO WS-CAT-COUNT
                       MOVE WS-CAT-KEY TO WS-CAT-CHECK(WS-CAT-COUNT)
                       MOVE FUNCTION TRIM(WS-CAT-F-REF) TO
                           WS-CAT-REF(WS-CAT-COUNT)
                       MOVE FUNCTION TRIM(WS-CAT-F-DESC) TO
                           WS-CAT-DESC(WS-CAT-COUNT)
                       MOVE FUNCTION TRIM(WS-CAT-F-SYMPTOM) TO
                           WS-CAT-SYMPTOM(WS-CAT-COUNT)
                       MOVE FUNCTION TRIM(WS-CAT-F-FIX) TO
                           WS-CAT-FIX(WS-CAT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHECKSFILE.

       1297-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-FPCAT-PARA
      * Loads the per-member fingerprint catalog from the last run.
                   MOVE "N" TO WS-RESUMING
               END-IF
           ELSE
               PERFORM 1330-BEAT-RUN-LOCK-PARA
               MOVE FUNCTION TRIM(WS-MLST-CURRENT) TO
               WS-CURRENT-MEMBER
               PERFORM 3000-SCAN-MEMBER-PARA THRU 3000-EXIT
                       IF WS-SRQ-STATUS(WS-SRQ-I) = SPACE
                           PERFORM 2320-PROCESS-REQUEST-PARA
                               THRU 2320-EXIT
      *                    A REQUEST HELD BACK BY THE RUN LOCK STAYS
      *                    PENDING FOR THE NEXT POLL
                           IF WS-SRQ-STATUS(WS-SRQ-I) = "DONE"
                               MOVE "Y" TO WS-SRQ-WORKED
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-SRQ-I
      * 2320-PROCESS-REQUEST-PARA
      * One pending request through the normal scan pass. The
      * options column rides along as the report's version tag so
      * the result says what the developer asked for. The request
      * runs under the run lock; while a nightly run or a REVIEWER
      * update holds it the request waits in the queue (one console
      * note per busy spell, not one per poll).
      *----------------------------------------------------------------
       2320-PROCESS-REQUEST-PARA.
           MOVE "P" TO LI-LOCK-WAIT-SW
           PERFORM 1320-ACQUIRE-RUN-LOCK-PARA
           IF WS-LOCK-HELD = "N"
               IF WS-SRQ-LOCK-NOTED = "N"
                   IF LI-LOCK-ERROR
                       DISPLAY "DRIVER: SERVICE REQUESTS HELD - RUN"
                           " LOCK FILE CANNOT BE WRITTEN"
                   ELSE
                       DISPLAY "DRIVER: SERVICE REQUESTS HELD - RUN"
                           " LOCK HELD BY "
                           FUNCTION TRIM(LI-LOCK-HOLD-PROGRAM) " "
                           FUNCTION TRIM(LI-LOCK-HOLD-MODE) " USER "
                           FUNCTION TRIM(LI-LOCK-HOLD-USER)
                   END-IF
                   MOVE "Y" TO WS-SRQ-LOCK-NOTED
               END-IF
               GO TO 2320-EXIT
           END-IF
           MOVE "N" TO WS-SRQ-LOCK-NOTED
           DISPLAY "DRIVER: SERVICE REQUEST "
               FUNCTION TRIM(WS-SRQ-MEMBER(WS-SRQ-I)) " FOR "
               FUNCTION TRIM(WS-SRQ-REQUESTOR(WS-SRQ-I))
           MOVE WS-SRQ-OPTIONS(WS-SRQ-I) TO WS-VERSION-TAG
           PERFORM 3000-SCAN-MEMBER-PARA THRU 3000-EXIT
           PERFORM 2330-COPY-RESULT-PARA
           MOVE "DONE" TO WS-SRQ-STATUS(WS-SRQ-I)
           PERFORM 1340-RELEASE-RUN-LOCK-PARA.

       2320-EXIT.
           EXIT.
           CLOSE QUEUEFILE.

      *----------------------------------------------------------------
      * 2400-WHATIF-FIELD-PARA
      * WHATIF <member-list> <copybook> <field> <new-picture> - the
      * sizing pass for a field expansion. Every member on the list
      * is captured and laid out twice, as it stands and with the
      * copybook field at its proposed PICTURE, and the statement,
      * call and dataset checks are re-asked of the widened layout.
      * Only what the change would newly break is listed - what is
      * already wrong today is the nightly findings' business.
      * Nothing here touches the findings master or the shop-wide
      * reports.
      *----------------------------------------------------------------
       2400-WHATIF-FIELD-PARA.
           IF WS-MEMBER-PATH = SPACE OR WS-WIF-COPYBOOK = SPACE OR
           WS-WIF-FIELD = SPACE OR WS-WIF-PIC = SPACE
               DISPLAY "DRIVER: USAGE - WHATIF <MEMBER-LIST>"
                   " <COPYBOOK> <FIELD> <NEW-PICTURE> [COPYBOOK-DIR]"
               STOP RUN
           END-IF

           PERFORM 2405-PARSE-WHATIF-PIC-PARA

           OPEN OUTPUT WHATIFFILE
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING "FIELD-EXPANSION WHAT-IF - "
               FUNCTION TRIM(WS-WIF-FIELD) " IN "
               FUNCTION TRIM(WS-WIF-COPYBOOK) " TO PIC "
               FUNCTION TRIM(WS-WIF-PIC)
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD
           MOVE SPACE TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD
           MOVE "PROGRAMS CARRYING THE FIELD AND STATEMENTS THAT WOULD"
               TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD
           MOVE SPACE TO WHATIFFILE-RECORD
           MOVE "BREAK - PROGRAM / LINE / CHECK / WHAT HAPPENS"
               TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD

           MOVE 0 TO WS-WIF-MEMBER-COUNT
           MOVE 0 TO WS-WIF-PROG-COUNT
           MOVE 0 TO WS-WIF-STMT-COUNT
           MOVE 0 TO WS-WIF-CALL-COUNT
           MOVE 0 TO WS-WIF-PARM-COUNT
           MOVE 0 TO WS-WIF-DS-COUNT
           MOVE "N" TO WS-MEMBERLIST-EOF
           OPEN INPUT MEMBERLIST
           PERFORM UNTIL WS-MEMBERLIST-EOF = "Y"
               READ MEMBERLIST
                   AT END
                       MOVE "Y" TO WS-MEMBERLIST-EOF
               END-READ
               IF WS-MEMBERLIST-EOF <> "Y" AND
               FUNCTION TRIM(MEMBERLIST-RECORD) <> SPACE
                   MOVE FUNCTION TRIM(MEMBERLIST-RECORD) TO
                       WS-CURRENT-MEMBER
                   PERFORM 2410-WHATIF-ONE-MEMBER-PARA
               END-IF
           END-PERFORM
           CLOSE MEMBERLIST

           IF WS-WIF-PROG-COUNT = 0
               MOVE SPACE TO WHATIFFILE-RECORD
               MOVE "  (NO MEMBER ON THE LIST CARRIES THE FIELD)"
                   TO WHATIFFILE-RECORD
               WRITE WHATIFFILE-RECORD
           END-IF

           PERFORM 2480-WHATIF-CONTRACTS-PARA
           PERFORM 2490-WHATIF-DATASETS-PARA

           MOVE SPACE TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD
           MOVE WS-WIF-MEMBER-COUNT TO WS-WIF-N1
           MOVE WS-WIF-PROG-COUNT TO WS-WIF-N2
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING "MEMBERS SCANNED " FUNCTION TRIM(WS-WIF-N1)
               ", PROGRAMS CARRYING THE FIELD "
               FUNCTION TRIM(WS-WIF-N2)
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD
           MOVE WS-WIF-STMT-COUNT TO WS-WIF-N1
           MOVE WS-WIF-CALL-BREAKS TO WS-WIF-N2
           MOVE WS-WIF-DS-BREAKS TO WS-WIF-N3
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING "WOULD BREAK - STATEMENTS " FUNCTION TRIM(WS-WIF-N1)
               ", CALL ARGUMENTS " FUNCTION TRIM(WS-WIF-N2)
               ", DATASETS " FUNCTION TRIM(WS-WIF-N3)
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD
           CLOSE WHATIFFILE
           DISPLAY "DRIVER: FIELD-EXPANSION WHAT-IF WRITTEN TO "
               FUNCTION TRIM(LO-WHATIF-FILE).

      *----------------------------------------------------------------
      * 2405-PARSE-WHATIF-PIC-PARA
      * The proposed PICTURE into class, size, decimals and sign -
      * the same reading POPULATE_VARS gives a declared one, so the
      * widened row is indistinguishable from a real declaration.
      * USAGE is the field's own; only the PICTURE is changing.
      *----------------------------------------------------------------
       2405-PARSE-WHATIF-PIC-PARA.
           MOVE 0 TO WS-WIF-NEW-SIZE
           MOVE 0 TO WS-WIF-NEW-DEC
           MOVE "N" TO WS-WIF-SEEN-V
           MOVE "N" TO WS-WIF-NEW-SIGNED
           MOVE "N" TO WS-WIF-LAST-DIGIT
           MOVE "9" TO WS-WIF-NEW-TYPE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WIF-PIC)) TO
               WS-WIF-PIC-LEN
           MOVE 1 TO WS-WIF-PIC-POS

           PERFORM UNTIL WS-WIF-PIC-POS > WS-WIF-PIC-LEN
               MOVE WS-WIF-PIC(WS-WIF-PIC-POS:1) TO WS-WIF-PIC-CHAR
               EVALUATE WS-WIF-PIC-CHAR
                   WHEN "S"
                       MOVE "Y" TO WS-WIF-NEW-SIGNED
                   WHEN "V"
                       MOVE "Y" TO WS-WIF-SEEN-V
                   WHEN "."
                       ADD 1 TO WS-WIF-NEW-SIZE
                       MOVE "Y" TO WS-WIF-SEEN-V
                       MOVE "EDIT" TO WS-WIF-NEW-TYPE
                       MOVE "N" TO WS-WIF-LAST-DIGIT
                   WHEN "9"
                       ADD 1 TO WS-WIF-NEW-SIZE
                       IF WS-WIF-SEEN-V = "Y"
                           ADD 1 TO WS-WIF-NEW-DEC
                       END-IF
                       MOVE "Y" TO WS-WIF-LAST-DIGIT
                   WHEN "Z"
                       ADD 1 TO WS-WIF-NEW-SIZE
                       IF WS-WIF-SEEN-V = "Y"
                           ADD 1 TO WS-WIF-NEW-DEC
                       END-IF
                       MOVE "Y" TO WS-WIF-LAST-DIGIT
                       MOVE "EDIT" TO WS-WIF-NEW-TYPE
                   WHEN "X"
                       ADD 1 TO WS-WIF-NEW-SIZE
                       MOVE "N" TO WS-WIF-LAST-DIGIT
                       IF WS-WIF-NEW-TYPE = "9"
                           MOVE "X" TO WS-WIF-NEW-TYPE
                       END-IF
                   WHEN "A"
                       ADD 1 TO WS-WIF-NEW-SIZE
                       MOVE "N" TO WS-WIF-LAST-DIGIT
                       IF WS-WIF-NEW-TYPE = "9"
                           MOVE "A" TO WS-WIF-NEW-TYPE
                       END-IF
                   WHEN "("
                       PERFORM 2406-SCAN-WHATIF-REPEAT-PARA
                   WHEN OTHER
                       ADD 1 TO WS-WIF-NEW-SIZE
                       MOVE "N" TO WS-WIF-LAST-DIGIT
                       MOVE "EDIT" TO WS-WIF-NEW-TYPE
               END-EVALUATE
               ADD 1 TO WS-WIF-PIC-POS
           END-PERFORM.

      *----------------------------------------------------------------
      * 2406-SCAN-WHATIF-REPEAT-PARA
      * A "(nnn)" repeat factor: the extra occurrences of the symbol
      * already counted once.
      *----------------------------------------------------------------
       2406-SCAN-WHATIF-REPEAT-PARA.
           MOVE SPACE TO WS-WIF-REP-BUF
           MOVE 0 TO WS-WIF-REP-LEN
           ADD 1 TO WS-WIF-PIC-POS
           PERFORM UNTIL WS-WIF-PIC-POS > WS-WIF-PIC-LEN OR
           WS-WIF-PIC(WS-WIF-PIC-POS:1) = ")"
               IF WS-WIF-REP-LEN < 10
                   ADD 1 TO WS-WIF-REP-LEN
                   MOVE WS-WIF-PIC(WS-WIF-PIC-POS:1) TO
                       WS-WIF-REP-BUF(WS-WIF-REP-LEN:1)
               END-IF
               ADD 1 TO WS-WIF-PIC-POS
           END-PERFORM

           MOVE 0 TO WS-WIF-REP-NUM
           IF FUNCTION TRIM(WS-WIF-REP-BUF) IS NUMERIC
               COMPUTE WS-WIF-REP-NUM = FUNCTION NUMVAL(WS-WIF-REP-BUF)
           END-IF
           IF WS-WIF-REP-NUM > 0
               COMPUTE WS-WIF-NEW-SIZE =
                   WS-WIF-NEW-SIZE + WS-WIF-REP-NUM - 1
               IF WS-WIF-SEEN-V = "Y" AND WS-WIF-LAST-DIGIT = "Y"
                   COMPUTE WS-WIF-NEW-DEC =
                       WS-WIF-NEW-DEC + WS-WIF-REP-NUM - 1
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2410-WHATIF-ONE-MEMBER-PARA
      * One member: captured and laid out as it stands, its geometry
      * kept aside, then the field re-pictured and the layout run
      * again. A member that never expands the field is still walked
      * - its CALL USING, PROCEDURE DIVISION USING and OPENs are the
      * other half of the contract and dataset checks.
      *----------------------------------------------------------------
       2410-WHATIF-ONE-MEMBER-PARA.
           ADD 1 TO WS-WIF-MEMBER-COUNT
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           PERFORM 2412-SAVE-OLD-GEOMETRY-PARA
           PERFORM 2414-APPLY-NEW-PICTURE-PARA
           IF WS-WIF-FROWS > 0
               PERFORM 3200-COMPUTE-LAYOUT-PARA
               PERFORM 2416-MARK-AFFECTED-PARA
           END-IF

           MOVE "UNKNOWN" TO WS-CURRENT-PROGRAM
           IF LI-VARS-COUNT > 0
               MOVE LI-VAR-PROGRAM(1) TO WS-CURRENT-PROGRAM
           END-IF
           PERFORM 2420-WHATIF-WALK-PARA.

      *----------------------------------------------------------------
      * 2412-SAVE-OLD-GEOMETRY-PARA
      *----------------------------------------------------------------
       2412-SAVE-OLD-GEOMETRY-PARA.
           MOVE 1 TO WS-WIF-R
           PERFORM UNTIL WS-WIF-R > LI-VARS-COUNT
               MOVE LI-VAR-TYPE(WS-WIF-R)(1:4) TO
                   WS-WIF-OLD-TYPE(WS-WIF-R)
               MOVE LI-VAR-SIZE(WS-WIF-R) TO WS-WIF-OLD-SIZE(WS-WIF-R)
               MOVE LI-VAR-DECIMALS(WS-WIF-R) TO
                   WS-WIF-OLD-DEC(WS-WIF-R)
               MOVE LI-VAR-BYTES(WS-WIF-R) TO
                   WS-WIF-OLD-BYTES(WS-WIF-R)
               MOVE LI-VAR-OFFSET(WS-WIF-R) TO
                   WS-WIF-OLD-OFFSET(WS-WIF-R)
               MOVE SPACE TO WS-WIF-HIT(WS-WIF-R)
               ADD 1 TO WS-WIF-R
           END-PERFORM.

      *----------------------------------------------------------------
      * 2414-APPLY-NEW-PICTURE-PARA
      * Every elementary row of the field that came in through the
      * named copybook takes the proposed PICTURE.
      *----------------------------------------------------------------
       2414-APPLY-NEW-PICTURE-PARA.
           MOVE 0 TO WS-WIF-FROWS
           MOVE 1 TO WS-WIF-R
           PERFORM UNTIL WS-WIF-R > LI-VARS-COUNT
               IF LI-VAR-NAME(WS-WIF-R) = WS-WIF-FIELD AND
               LI-VAR-COPY-MEMBER(WS-WIF-R) = WS-WIF-COPYBOOK AND
               LI-VAR-IS-COND(WS-WIF-R) = "N" AND
               LI-VAR-TYPE(WS-WIF-R) <> SPACE
                   ADD 1 TO WS-WIF-FROWS
                   MOVE "F" TO WS-WIF-HIT(WS-WIF-R)
                   MOVE WS-WIF-NEW-TYPE TO LI-VAR-TYPE(WS-WIF-R)
                   MOVE WS-WIF-NEW-SIZE TO LI-VAR-SIZE(WS-WIF-R)
                   MOVE WS-WIF-NEW-DEC TO LI-VAR-DECIMALS(WS-WIF-R)
                   MOVE WS-WIF-NEW-SIGNED TO LI-VAR-SIGNED(WS-WIF-R)
               END-IF
               ADD 1 TO WS-WIF-R
           END-PERFORM

           IF WS-WIF-FROWS > 0
      *        3215 ROLLED EVERY GROUP'S BYTES INTO ITS LI-VAR-SIZE -
      *        PUT THE GROUPS BACK AT ZERO SO THE SECOND LAYOUT PASS
      *        OPENS THEM AS GROUPS AGAIN
               MOVE 1 TO WS-WIF-R
               PERFORM UNTIL WS-WIF-R > LI-VARS-COUNT
                   IF LI-VAR-IS-COND(WS-WIF-R) = "N" AND
                   LI-VAR-TYPE(WS-WIF-R) = SPACE AND
                   LI-VAR-USAGE(WS-WIF-R) <> "COMP-1" AND
                   LI-VAR-USAGE(WS-WIF-R) <> "COMP-2"
                       MOVE 0 TO LI-VAR-SIZE(WS-WIF-R)
                   END-IF
                   ADD 1 TO WS-WIF-R
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2416-MARK-AFFECTED-PARA
      * Rows whose byte length moved with the field (its enclosing
      * groups, a REDEFINES over it) are marked G; rows that only
      * slid along are marked S. Each re-pictured row gets its line
      * in the report.
      *----------------------------------------------------------------
       2416-MARK-AFFECTED-PARA.
           MOVE 1 TO WS-WIF-R
           PERFORM UNTIL WS-WIF-R > LI-VARS-COUNT
               IF WS-WIF-HIT(WS-WIF-R) = "F"
                   PERFORM 2418-WRITE-FIELD-LINE-PARA
               ELSE
                   IF LI-VAR-BYTES(WS-WIF-R) <>
                   WS-WIF-OLD-BYTES(WS-WIF-R)
                       MOVE "G" TO WS-WIF-HIT(WS-WIF-R)
                   ELSE
                       IF LI-VAR-OFFSET(WS-WIF-R) <>
                       WS-WIF-OLD-OFFSET(WS-WIF-R)
                           MOVE "S" TO WS-WIF-HIT(WS-WIF-R)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-WIF-R
           END-PERFORM.

      *----------------------------------------------------------------
      * 2418-WRITE-FIELD-LINE-PARA
      * The field's old and new width at its offset, and what that
      * does to the length of the 01 record carrying it.
      *----------------------------------------------------------------
       2418-WRITE-FIELD-LINE-PARA.
           ADD 1 TO WS-WIF-PROG-COUNT
           MOVE WS-WIF-R TO WS-WIF-REC-ROW
           PERFORM UNTIL WS-WIF-REC-ROW = 1 OR
           LI-VAR-LEVEL(WS-WIF-REC-ROW) = 1 OR
           LI-VAR-LEVEL(WS-WIF-REC-ROW) = 77
               SUBTRACT 1 FROM WS-WIF-REC-ROW
           END-PERFORM

           MOVE WS-WIF-OLD-BYTES(WS-WIF-R) TO WS-WIF-N1
           MOVE LI-VAR-BYTES(WS-WIF-R) TO WS-WIF-N2
           MOVE WS-WIF-OLD-OFFSET(WS-WIF-R) TO WS-WIF-N3
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING FUNCTION TRIM(LI-VAR-PROGRAM(WS-WIF-R)) " ("
               FUNCTION TRIM(WS-CURRENT-MEMBER) ") "
               FUNCTION TRIM(WS-WIF-FIELD) " "
               FUNCTION TRIM(WS-WIF-N1) " -> "
               FUNCTION TRIM(WS-WIF-N2) " BYTES AT OFFSET "
               FUNCTION TRIM(WS-WIF-N3) " OF "
               FUNCTION TRIM(LI-VAR-NAME(WS-WIF-REC-ROW))
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD

           MOVE WS-WIF-OLD-BYTES(WS-WIF-REC-ROW) TO WS-WIF-N1
           MOVE LI-VAR-BYTES(WS-WIF-REC-ROW) TO WS-WIF-N2
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING "    RECORD "
               FUNCTION TRIM(LI-VAR-NAME(WS-WIF-REC-ROW)) " "
               FUNCTION TRIM(WS-WIF-N1) " -> "
               FUNCTION TRIM(WS-WIF-N2) " BYTES"
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD.

      *----------------------------------------------------------------
      * 2420-WHATIF-WALK-PARA
      * The member's statements against the widened layout. Only the
      * verbs the what-if answers for are looked at; every other
      * token is offered to the reference-modification check.
      *----------------------------------------------------------------
       2420-WHATIF-WALK-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I) TO WS-TOK
               IF LI-AST-EXEC-FLAG(WS-I) <> "Y"
                   PERFORM 3305-TRACK-PROGRAM-PARA THRU 3305-EXIT
                   IF WS-TOK = "PROCEDURE"
                       PERFORM 2455-WHATIF-PROC-USING-PARA
                           THRU 2455-EXIT
                   END-IF
                   IF WS-PROCEDURE-DIV-INDEX > 0 AND
                   WS-I >= WS-PROCEDURE-DIV-INDEX AND WS-TOK <> "."
                       MOVE LI-AST-LINE-NUM(WS-I) TO WS-WIF-LINE-NUM
                       EVALUATE WS-TOK
                           WHEN "MOVE"
                               PERFORM 2430-WHATIF-MOVE-PARA
                                   THRU 2430-EXIT
                           WHEN "COMPUTE"
                           WHEN "ADD"
                           WHEN "SUBTRACT"
                           WHEN "MULTIPLY"
                           WHEN "DIVIDE"
                               PERFORM 2440-WHATIF-ARITH-PARA
                                   THRU 2440-EXIT
                           WHEN "CALL"
                               PERFORM 2450-WHATIF-CALL-PARA
                                   THRU 2450-EXIT
                           WHEN "OPEN"
                               PERFORM 2460-WHATIF-OPEN-PARA
                           WHEN OTHER
                               PERFORM 2470-WHATIF-REFMOD-PARA
                                   THRU 2470-EXIT
                       END-EVALUATE
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2430-WHATIF-MOVE-PARA
      * MOVE <src> TO <tgt> ... - each receiving field in turn.
      *----------------------------------------------------------------
       2430-WHATIF-MOVE-PARA.
           IF WS-WIF-FROWS = 0 OR WS-I + 3 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-I + 2) <> "TO"
               GO TO 2430-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-I + 1) TO WS-MOVE-SRC
           CALL "FIND_VAR" USING WS-MOVE-SRC LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-WIF-SRC-ROW
           IF WS-WIF-SRC-ROW = 0
               GO TO 2430-EXIT
           END-IF

           PERFORM 3325-FIND-STMT-END-PARA
           COMPUTE WS-WIF-IDX = WS-I + 3
           PERFORM UNTIL WS-WIF-IDX > WS-STMT-END
               MOVE LI-AST-NODE(WS-WIF-IDX) TO WS-MOVE-TGT
               CALL "FIND_VAR" USING WS-MOVE-TGT LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               MOVE WS-FIND-INDEX-OUT TO WS-WIF-TGT-ROW
               IF WS-WIF-TGT-ROW > 0
                   PERFORM 2432-WHATIF-MOVE-ONE-PARA THRU 2432-EXIT
               END-IF
               ADD 1 TO WS-WIF-IDX
           END-PERFORM.

       2430-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2432-WHATIF-MOVE-ONE-PARA
      * 3400's two questions asked of the old and the new layout -
      * a class mix or a truncation that only the new one has - plus
      * the one a field expansion is really about: a group MOVE whose
      * two sides were the same length and no longer would be.
      *----------------------------------------------------------------
       2432-WHATIF-MOVE-ONE-PARA.
           IF WS-WIF-HIT(WS-WIF-SRC-ROW) <> "F" AND
           WS-WIF-HIT(WS-WIF-SRC-ROW) <> "G" AND
           WS-WIF-HIT(WS-WIF-TGT-ROW) <> "F" AND
           WS-WIF-HIT(WS-WIF-TGT-ROW) <> "G"
               GO TO 2432-EXIT
           END-IF

           MOVE "N" TO WS-WIF-OLD-CLASS
           IF WS-WIF-OLD-TYPE(WS-WIF-SRC-ROW) <>
           WS-WIF-OLD-TYPE(WS-WIF-TGT-ROW) AND
           (WS-WIF-OLD-TYPE(WS-WIF-SRC-ROW) = "9" OR
           WS-WIF-OLD-TYPE(WS-WIF-TGT-ROW) = "9")
               MOVE "Y" TO WS-WIF-OLD-CLASS
           END-IF
           MOVE "N" TO WS-WIF-NEW-CLASS
           IF LI-VAR-TYPE(WS-WIF-SRC-ROW) <>
           LI-VAR-TYPE(WS-WIF-TGT-ROW) AND
           (LI-VAR-TYPE(WS-WIF-SRC-ROW) = "9" OR
           LI-VAR-TYPE(WS-WIF-TGT-ROW) = "9")
               MOVE "Y" TO WS-WIF-NEW-CLASS
           END-IF

           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-MESSAGE
           MOVE WS-WIF-OLD-SIZE(WS-WIF-SRC-ROW) TO WS-WIF-N1
           MOVE LI-VAR-SIZE(WS-WIF-SRC-ROW) TO WS-WIF-N2
           MOVE WS-WIF-OLD-SIZE(WS-WIF-TGT-ROW) TO WS-WIF-N3
           MOVE LI-VAR-SIZE(WS-WIF-TGT-ROW) TO WS-WIF-N4
           EVALUATE TRUE
               WHEN WS-WIF-NEW-CLASS = "Y"
                   IF WS-WIF-OLD-CLASS = "N"
                       MOVE "MOVE-CLASS" TO WS-CHECK-ID
                       STRING "MOVE " FUNCTION TRIM(WS-MOVE-SRC)
                           " TO " FUNCTION TRIM(WS-MOVE-TGT)
                           " WOULD MIX PICTURE CLASSES"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
               WHEN LI-VAR-SIZE(WS-WIF-TGT-ROW) <
               LI-VAR-SIZE(WS-WIF-SRC-ROW)
                   IF WS-WIF-OLD-SIZE(WS-WIF-TGT-ROW) >=
                   WS-WIF-OLD-SIZE(WS-WIF-SRC-ROW) OR
                   WS-WIF-OLD-CLASS = "Y"
                       MOVE "MOVE-TRUNC" TO WS-CHECK-ID
                       STRING "MOVE " FUNCTION TRIM(WS-MOVE-SRC)
                           " (" FUNCTION TRIM(WS-WIF-N2) ") TO "
                           FUNCTION TRIM(WS-MOVE-TGT)
                           " (" FUNCTION TRIM(WS-WIF-N4)
                           ") WOULD TRUNCATE"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
               WHEN LI-VAR-TYPE(WS-WIF-SRC-ROW) = SPACE OR
               LI-VAR-TYPE(WS-WIF-TGT-ROW) = SPACE
                   IF WS-WIF-OLD-SIZE(WS-WIF-SRC-ROW) =
                   WS-WIF-OLD-SIZE(WS-WIF-TGT-ROW) AND
                   LI-VAR-SIZE(WS-WIF-SRC-ROW) <>
                   LI-VAR-SIZE(WS-WIF-TGT-ROW)
                       MOVE "GROUP-MISALIGN" TO WS-CHECK-ID
                       STRING "MOVE " FUNCTION TRIM(WS-MOVE-SRC)
                           " TO " FUNCTION TRIM(WS-MOVE-TGT)
                           " WOULD NO LONGER LINE UP ("
                           FUNCTION TRIM(WS-WIF-N2) " INTO "
                           FUNCTION TRIM(WS-WIF-N4) " BYTES)"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
           END-EVALUATE

           IF WS-CHECK-ID <> SPACE
               ADD 1 TO WS-WIF-STMT-COUNT
               PERFORM 2495-WRITE-WHATIF-LINE-PARA
           END-IF.

       2432-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2440-WHATIF-ARITH-PARA
      * 3500's digit arithmetic done twice: the integer digits the
      * operands can deliver against the receiving field's integer
      * digits, old layout and new. A statement touching the field
      * (or a group resized with it) that only overflows under the
      * new PICTURE is listed.
      *----------------------------------------------------------------
       2440-WHATIF-ARITH-PARA.
           IF WS-WIF-FROWS = 0
               GO TO 2440-EXIT
           END-IF

           MOVE SPACE TO WS-ARITH-TGT
           MOVE 0 TO WS-WIF-OLD-DIGITS
           MOVE 0 TO WS-WIF-NEW-DIGITS
           MOVE "N" TO WS-WIF-TOUCHED
           MOVE WS-I TO WS-J

           IF WS-TOK = "COMPUTE"
               IF WS-J + 2 <= LI-AST-NODE-COUNT AND
               LI-AST-NODE(WS-J + 2) = "="
                   MOVE LI-AST-NODE(WS-J + 1) TO WS-ARITH-TGT
               END-IF
               ADD 3 TO WS-J
           ELSE
               PERFORM 3510-FIND-ARITH-TARGET-PARA
               ADD 1 TO WS-J
           END-IF

           PERFORM UNTIL WS-J > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-J) = "."
               MOVE LI-AST-NODE(WS-J) TO WS-FIND-SEARCH
               IF WS-FIND-SEARCH <> "+" AND WS-FIND-SEARCH <> "-" AND
               WS-FIND-SEARCH <> "*" AND WS-FIND-SEARCH <> "/" AND
               WS-FIND-SEARCH <> "TO" AND WS-FIND-SEARCH <> "BY" AND
               WS-FIND-SEARCH <> "GIVING" AND
               WS-FIND-SEARCH <> "ROUNDED"
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       MOVE WS-FIND-INDEX-OUT TO WS-WIF-R
                       COMPUTE WS-WIF-OLD-DIGITS = WS-WIF-OLD-DIGITS +
                           WS-WIF-OLD-SIZE(WS-WIF-R) -
                           WS-WIF-OLD-DEC(WS-WIF-R)
                       COMPUTE WS-WIF-NEW-DIGITS = WS-WIF-NEW-DIGITS +
                           LI-VAR-SIZE(WS-WIF-R) -
                           LI-VAR-DECIMALS(WS-WIF-R)
                       IF WS-WIF-HIT(WS-WIF-R) = "F" OR
                       WS-WIF-HIT(WS-WIF-R) = "G"
                           MOVE "Y" TO WS-WIF-TOUCHED
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-J
           END-PERFORM
           MOVE SPACE TO WS-FIND-SEARCH

           CALL "FIND_VAR" USING WS-ARITH-TGT LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT = 0 OR WS-WIF-TOUCHED = "N"
               GO TO 2440-EXIT
           END-IF
           MOVE WS-FIND-INDEX-OUT TO WS-WIF-R
           COMPUTE WS-WIF-OLD-CAP = WS-WIF-OLD-SIZE(WS-WIF-R) -
               WS-WIF-OLD-DEC(WS-WIF-R)
           COMPUTE WS-WIF-NEW-CAP = LI-VAR-SIZE(WS-WIF-R) -
               LI-VAR-DECIMALS(WS-WIF-R)

           IF WS-WIF-NEW-DIGITS > WS-WIF-NEW-CAP AND
           WS-WIF-OLD-DIGITS <= WS-WIF-OLD-CAP
               MOVE WS-WIF-NEW-DIGITS TO WS-WIF-N1
               MOVE WS-WIF-NEW-CAP TO WS-WIF-N2
               MOVE "ARITH-OVERFLOW" TO WS-CHECK-ID
               MOVE SPACE TO WS-MESSAGE
               STRING FUNCTION TRIM(LI-AST-NODE(WS-I))
                   " RESULT OF UP TO " FUNCTION TRIM(WS-WIF-N1)
                   " DIGITS WOULD OVERFLOW "
                   FUNCTION TRIM(WS-ARITH-TGT) " ("
                   FUNCTION TRIM(WS-WIF-N2) " INTEGER DIGITS)"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-WIF-STMT-COUNT
               PERFORM 2495-WRITE-WHATIF-LINE-PARA
           END-IF.

       2440-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-WHATIF-CALL-PARA
      * A static CALL's USING arguments, old and new byte sizes, for
      * the contract comparison after the whole list is in.
      *----------------------------------------------------------------
       2450-WHATIF-CALL-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT OR
           WS-WIF-CALL-COUNT >= 1000
               GO TO 2450-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-I + 1) TO WS-CALL-TARGET
           IF WS-CALL-TARGET(1:1) <> '"' AND
           WS-CALL-TARGET(1:1) <> "'"
               GO TO 2450-EXIT
           END-IF

           ADD 1 TO WS-WIF-CALL-COUNT
           MOVE WS-CURRENT-PROGRAM TO WS-WIF-CALLER(WS-WIF-CALL-COUNT)
           MOVE WS-CURRENT-MEMBER TO
               WS-WIF-CMEMBER(WS-WIF-CALL-COUNT)
           MOVE WS-WIF-LINE-NUM TO WS-WIF-CLINE(WS-WIF-CALL-COUNT)
           MOVE 0 TO WS-WIF-NARGS(WS-WIF-CALL-COUNT)

           MOVE SPACE TO WS-CC-TGT
           COMPUTE WS-CC-TGTLEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CALL-TARGET)) - 2
           IF WS-CC-TGTLEN > 0
               MOVE WS-CALL-TARGET(2:WS-CC-TGTLEN) TO WS-CC-TGT
           END-IF
           MOVE WS-CC-TGT(1:30) TO WS-WIF-CTGT(WS-WIF-CALL-COUNT)

           PERFORM 3325-FIND-STMT-END-PARA
           COMPUTE WS-CC-J = WS-I + 2
           PERFORM UNTIL WS-CC-J > WS-STMT-END OR
           LI-AST-NODE(WS-CC-J) = "USING"
               ADD 1 TO WS-CC-J
           END-PERFORM
           ADD 1 TO WS-CC-J
           PERFORM UNTIL WS-CC-J > WS-STMT-END OR
           LI-AST-NODE(WS-CC-J) = "ON"
               MOVE LI-AST-NODE(WS-CC-J) TO WS-FIND-SEARCH
               IF WS-FIND-SEARCH <> "BY" AND
               WS-FIND-SEARCH <> "REFERENCE" AND
               WS-FIND-SEARCH <> "CONTENT" AND
               WS-FIND-SEARCH <> "VALUE" AND
               WS-WIF-NARGS(WS-WIF-CALL-COUNT) < 16
                   ADD 1 TO WS-WIF-NARGS(WS-WIF-CALL-COUNT)
                   MOVE WS-WIF-NARGS(WS-WIF-CALL-COUNT) TO WS-WIF-K
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       MOVE WS-FIND-INDEX-OUT TO WS-WIF-R
                       MOVE WS-WIF-OLD-BYTES(WS-WIF-R) TO
                           WS-WIF-ARG-OLD(WS-WIF-CALL-COUNT, WS-WIF-K)
                       MOVE LI-VAR-BYTES(WS-WIF-R) TO
                           WS-WIF-ARG-NEW(WS-WIF-CALL-COUNT, WS-WIF-K)
                   ELSE
                       MOVE 0 TO
                           WS-WIF-ARG-OLD(WS-WIF-CALL-COUNT, WS-WIF-K)
                       MOVE 0 TO
                           WS-WIF-ARG-NEW(WS-WIF-CALL-COUNT, WS-WIF-K)
                   END-IF
               END-IF
               ADD 1 TO WS-CC-J
           END-PERFORM
           MOVE SPACE TO WS-FIND-SEARCH.

       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2455-WHATIF-PROC-USING-PARA
      * PROCEDURE DIVISION USING - the linkage side, old and new.
      *----------------------------------------------------------------
       2455-WHATIF-PROC-USING-PARA.
           IF WS-I + 2 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-I + 1) <> "DIVISION" OR
           LI-AST-NODE(WS-I + 2) <> "USING" OR
           WS-WIF-PARM-COUNT >= 300
               GO TO 2455-EXIT
           END-IF

           ADD 1 TO WS-WIF-PARM-COUNT
           MOVE WS-CURRENT-PROGRAM TO
               WS-WIF-PPROGRAM(WS-WIF-PARM-COUNT)
           MOVE 0 TO WS-WIF-NPARMS(WS-WIF-PARM-COUNT)

           COMPUTE WS-CC-J = WS-I + 3
           PERFORM UNTIL WS-CC-J > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-CC-J) = "."
               MOVE LI-AST-NODE(WS-CC-J) TO WS-FIND-SEARCH
               IF WS-FIND-SEARCH <> "BY" AND
               WS-FIND-SEARCH <> "REFERENCE" AND
               WS-FIND-SEARCH <> "CONTENT" AND
               WS-FIND-SEARCH <> "VALUE" AND
               WS-WIF-NPARMS(WS-WIF-PARM-COUNT) < 16
                   ADD 1 TO WS-WIF-NPARMS(WS-WIF-PARM-COUNT)
                   MOVE WS-WIF-NPARMS(WS-WIF-PARM-COUNT) TO WS-WIF-K
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       MOVE WS-FIND-INDEX-OUT TO WS-WIF-R
                       MOVE WS-WIF-OLD-BYTES(WS-WIF-R) TO
                           WS-WIF-PRM-OLD(WS-WIF-PARM-COUNT, WS-WIF-K)
                       MOVE LI-VAR-BYTES(WS-WIF-R) TO
                           WS-WIF-PRM-NEW(WS-WIF-PARM-COUNT, WS-WIF-K)
                   ELSE
                       MOVE 0 TO
                           WS-WIF-PRM-OLD(WS-WIF-PARM-COUNT, WS-WIF-K)
                       MOVE 0 TO
                           WS-WIF-PRM-NEW(WS-WIF-PARM-COUNT, WS-WIF-K)
                   END-IF
               END-IF
               ADD 1 TO WS-CC-J
           END-PERFORM
           MOVE SPACE TO WS-FIND-SEARCH.

       2455-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2460-WHATIF-OPEN-PARA
      * OPEN - each file's record length, old and new, on the side
      * its open mode names, for the producer/consumer comparison.
      *----------------------------------------------------------------
       2460-WHATIF-OPEN-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE SPACE TO WS-OPEN-MODE
           COMPUTE WS-OPEN-SCAN = WS-I + 1
           PERFORM UNTIL WS-OPEN-SCAN > WS-STMT-END
               MOVE LI-AST-NODE(WS-OPEN-SCAN) TO WS-OPEN-TOKEN
               EVALUATE WS-OPEN-TOKEN
                   WHEN "INPUT"
                   WHEN "OUTPUT"
                   WHEN "I-O"
                   WHEN "EXTEND"
                       MOVE WS-OPEN-TOKEN TO WS-OPEN-MODE
                   WHEN OTHER
                       PERFORM 3375-FIND-FILE-ROW-PARA
                       IF WS-FILE-ROW > 0
                           EVALUATE WS-OPEN-MODE
                               WHEN "OUTPUT"
                               WHEN "EXTEND"
                                   MOVE "W" TO WS-WIF-DS-DIR-WORK
                                   PERFORM 2462-WHATIF-NOTE-DATASET-PARA
                                       THRU 2462-EXIT
                               WHEN "INPUT"
                                   MOVE "R" TO WS-WIF-DS-DIR-WORK
                                   PERFORM 2462-WHATIF-NOTE-DATASET-PARA
                                       THRU 2462-EXIT
                               WHEN "I-O"
                                   MOVE "W" TO WS-WIF-DS-DIR-WORK
                                   PERFORM 2462-WHATIF-NOTE-DATASET-PARA
                                       THRU 2462-EXIT
                                   MOVE "R" TO WS-WIF-DS-DIR-WORK
                                   PERFORM 2462-WHATIF-NOTE-DATASET-PARA
                                       THRU 2462-EXIT
                           END-EVALUATE
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-OPEN-SCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 2462-WHATIF-NOTE-DATASET-PARA
      * One program/dataset/side, once.
      *----------------------------------------------------------------
       2462-WHATIF-NOTE-DATASET-PARA.
           IF LI-FILE-RECORD(WS-FILE-ROW) = SPACE OR
           LI-FILE-ASSIGN(WS-FILE-ROW) = SPACE OR
           WS-WIF-DS-COUNT >= 300
               GO TO 2462-EXIT
           END-IF

           MOVE 1 TO WS-WIF-I
           PERFORM UNTIL WS-WIF-I > WS-WIF-DS-COUNT
               IF WS-WIF-DS-ASSIGN(WS-WIF-I) =
               LI-FILE-ASSIGN(WS-FILE-ROW)(1:44) AND
               WS-WIF-DS-PROGRAM(WS-WIF-I) = WS-CURRENT-PROGRAM AND
               WS-WIF-DS-DIR(WS-WIF-I) = WS-WIF-DS-DIR-WORK
                   GO TO 2462-EXIT
               END-IF
               ADD 1 TO WS-WIF-I
           END-PERFORM

           MOVE 0 TO WS-WIF-REC-ROW
           MOVE 1 TO WS-WIF-R
           PERFORM UNTIL WS-WIF-R > LI-VARS-COUNT OR
           WS-WIF-REC-ROW > 0
               IF LI-VAR-NAME(WS-WIF-R) =
               LI-FILE-RECORD(WS-FILE-ROW) AND
               LI-VAR-PROGRAM(WS-WIF-R) =
               LI-FILE-PROGRAM(WS-FILE-ROW) AND
               LI-VAR-LEVEL(WS-WIF-R) = 1
                   MOVE WS-WIF-R TO WS-WIF-REC-ROW
               END-IF
               ADD 1 TO WS-WIF-R
           END-PERFORM
           IF WS-WIF-REC-ROW = 0
               GO TO 2462-EXIT
           END-IF

           ADD 1 TO WS-WIF-DS-COUNT
           MOVE LI-FILE-ASSIGN(WS-FILE-ROW)(1:44) TO
               WS-WIF-DS-ASSIGN(WS-WIF-DS-COUNT)
           MOVE WS-CURRENT-PROGRAM TO
               WS-WIF-DS-PROGRAM(WS-WIF-DS-COUNT)
           MOVE WS-WIF-DS-DIR-WORK TO WS-WIF-DS-DIR(WS-WIF-DS-COUNT)
           MOVE WS-WIF-OLD-BYTES(WS-WIF-REC-ROW) TO
               WS-WIF-DS-OLD(WS-WIF-DS-COUNT)
           MOVE LI-VAR-BYTES(WS-WIF-REC-ROW) TO
               WS-WIF-DS-NEW(WS-WIF-DS-COUNT).

       2462-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2470-WHATIF-REFMOD-PARA
      * A literal (start:length) on the field itself is re-ranged
      * against its new length (a narrowing can push it off the
      * end). On a group resized with the field, any range reaching
      * the field's old starting position would address different
      * bytes once everything after the field slides along.
      *----------------------------------------------------------------
       2470-WHATIF-REFMOD-PARA.
           IF WS-WIF-FROWS = 0
               GO TO 2470-EXIT
           END-IF
           MOVE SPACE TO WS-SUB-BASE
           MOVE SPACE TO WS-SUB-REST
           UNSTRING WS-TOK DELIMITED BY "(" INTO WS-SUB-BASE WS-SUB-REST
           END-UNSTRING
           IF WS-SUB-BASE = WS-TOK
               GO TO 2470-EXIT
           END-IF
           MOVE SPACE TO WS-SUB-TEXT
           UNSTRING WS-SUB-REST DELIMITED BY ")" INTO WS-SUB-TEXT
           END-UNSTRING
           MOVE 0 TO WS-REFMOD-COLON
           INSPECT WS-SUB-TEXT TALLYING WS-REFMOD-COLON FOR ALL ":"
           IF WS-REFMOD-COLON = 0
               GO TO 2470-EXIT
           END-IF

           CALL "FIND_VAR" USING WS-SUB-BASE LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT = 0
               GO TO 2470-EXIT
           END-IF
           MOVE WS-FIND-INDEX-OUT TO WS-WIF-R
           IF WS-WIF-HIT(WS-WIF-R) <> "F" AND
           WS-WIF-HIT(WS-WIF-R) <> "G"
               GO TO 2470-EXIT
           END-IF

           MOVE SPACE TO WS-REFMOD-START-TXT
           MOVE SPACE TO WS-REFMOD-LEN-TXT
           UNSTRING WS-SUB-TEXT DELIMITED BY ":"
               INTO WS-REFMOD-START-TXT WS-REFMOD-LEN-TXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-REFMOD-START-TXT) IS NOT NUMERIC
               GO TO 2470-EXIT
           END-IF
           COMPUTE WS-REFMOD-START =
               FUNCTION NUMVAL(WS-REFMOD-START-TXT)
           IF FUNCTION TRIM(WS-REFMOD-LEN-TXT) IS NUMERIC
               COMPUTE WS-REFMOD-LEN =
                   FUNCTION NUMVAL(WS-REFMOD-LEN-TXT)
           ELSE
               MOVE 1 TO WS-REFMOD-LEN
           END-IF
           COMPUTE WS-REFMOD-END = WS-REFMOD-START + WS-REFMOD-LEN - 1

           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-MESSAGE
           IF WS-WIF-HIT(WS-WIF-R) = "F"
               IF WS-REFMOD-END > LI-VAR-BYTES(WS-WIF-R) AND
               WS-REFMOD-END <= WS-WIF-OLD-BYTES(WS-WIF-R)
                   MOVE LI-VAR-BYTES(WS-WIF-R) TO WS-WIF-N1
                   MOVE "REFMOD-BOUNDS" TO WS-CHECK-ID
                   STRING FUNCTION TRIM(WS-TOK)
                       " WOULD RUN PAST THE END OF THE "
                       FUNCTION TRIM(WS-WIF-N1) "-BYTE FIELD"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           ELSE
               PERFORM 2472-FIND-FIELD-IN-GROUP-PARA
               IF WS-WIF-R2 > 0
                   COMPUTE WS-WIF-REL-POS =
                       WS-WIF-OLD-OFFSET(WS-WIF-R2) -
                       WS-WIF-OLD-OFFSET(WS-WIF-R) + 1
                   IF WS-REFMOD-END >= WS-WIF-REL-POS
                       MOVE WS-WIF-REL-POS TO WS-WIF-N1
                       MOVE "REFMOD-BOUNDS" TO WS-CHECK-ID
                       STRING FUNCTION TRIM(WS-TOK)
                           " WOULD ADDRESS SHIFTED BYTES - "
                           FUNCTION TRIM(WS-WIF-FIELD)
                           " STARTS AT POSITION "
                           FUNCTION TRIM(WS-WIF-N1)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF

           IF WS-CHECK-ID <> SPACE
               ADD 1 TO WS-WIF-STMT-COUNT
               PERFORM 2495-WRITE-WHATIF-LINE-PARA
           END-IF.

       2470-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2472-FIND-FIELD-IN-GROUP-PARA
      * The re-pictured row among the subordinates of group row
      * WS-WIF-R (the rows after it at a deeper level), or zero.
      *----------------------------------------------------------------
       2472-FIND-FIELD-IN-GROUP-PARA.
           MOVE 0 TO WS-WIF-R2
           COMPUTE WS-WIF-ROW = WS-WIF-R + 1
           PERFORM UNTIL WS-WIF-ROW > LI-VARS-COUNT OR
           WS-WIF-R2 > 0 OR
           LI-VAR-LEVEL(WS-WIF-ROW) <= LI-VAR-LEVEL(WS-WIF-R) OR
           LI-VAR-LEVEL(WS-WIF-ROW) = 77
               IF WS-WIF-HIT(WS-WIF-ROW) = "F"
                   MOVE WS-WIF-ROW TO WS-WIF-R2
               END-IF
               ADD 1 TO WS-WIF-ROW
           END-PERFORM.

      *----------------------------------------------------------------
      * 2480-WHATIF-CONTRACTS-PARA
      * Every static call site against its target's linkage: an
      * argument that matched its parameter byte for byte today and
      * would not after the change. A call whose argument changes
      * size but whose target was not on the list is listed too -
      * somebody has to go and look at that linkage.
      *----------------------------------------------------------------
       2480-WHATIF-CONTRACTS-PARA.
           MOVE SPACE TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD
           MOVE "CALL CONTRACTS - CALLER / LINE / TARGET / ARGUMENT"
               TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD

           MOVE 0 TO WS-WIF-CALL-BREAKS
           MOVE 1 TO WS-WIF-I
           PERFORM UNTIL WS-WIF-I > WS-WIF-CALL-COUNT
               MOVE 0 TO WS-WIF-ROW
               MOVE 1 TO WS-WIF-J
               PERFORM UNTIL WS-WIF-J > WS-WIF-PARM-COUNT OR
               WS-WIF-ROW > 0
                   IF WS-WIF-PPROGRAM(WS-WIF-J) =
                   WS-WIF-CTGT(WS-WIF-I)
                       MOVE WS-WIF-J TO WS-WIF-ROW
                   END-IF
                   ADD 1 TO WS-WIF-J
               END-PERFORM

               MOVE 1 TO WS-WIF-K
               PERFORM UNTIL WS-WIF-K > WS-WIF-NARGS(WS-WIF-I)
                   PERFORM 2482-WHATIF-ONE-ARG-PARA
                   ADD 1 TO WS-WIF-K
               END-PERFORM
               ADD 1 TO WS-WIF-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2482-WHATIF-ONE-ARG-PARA
      *----------------------------------------------------------------
       2482-WHATIF-ONE-ARG-PARA.
           MOVE SPACE TO WS-MESSAGE
           MOVE WS-WIF-K TO WS-WIF-N1
           MOVE WS-WIF-ARG-OLD(WS-WIF-I, WS-WIF-K) TO WS-WIF-N2
           MOVE WS-WIF-ARG-NEW(WS-WIF-I, WS-WIF-K) TO WS-WIF-N3
           IF WS-WIF-ROW = 0
               IF WS-WIF-ARG-OLD(WS-WIF-I, WS-WIF-K) <>
               WS-WIF-ARG-NEW(WS-WIF-I, WS-WIF-K)
                   STRING "CALL " FUNCTION TRIM(WS-WIF-CTGT(WS-WIF-I))
                       " ARGUMENT " FUNCTION TRIM(WS-WIF-N1)
                       " WOULD GROW " FUNCTION TRIM(WS-WIF-N2)
                       " -> " FUNCTION TRIM(WS-WIF-N3)
                       " BYTES - TARGET NOT ON THE LIST, CHECK ITS"
                       " LINKAGE"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           ELSE
               IF WS-WIF-NARGS(WS-WIF-I) = WS-WIF-NPARMS(WS-WIF-ROW)
               AND WS-WIF-ARG-OLD(WS-WIF-I, WS-WIF-K) > 0 AND
               WS-WIF-PRM-OLD(WS-WIF-ROW, WS-WIF-K) > 0 AND
               WS-WIF-ARG-OLD(WS-WIF-I, WS-WIF-K) =
               WS-WIF-PRM-OLD(WS-WIF-ROW, WS-WIF-K) AND
               WS-WIF-ARG-NEW(WS-WIF-I, WS-WIF-K) <>
               WS-WIF-PRM-NEW(WS-WIF-ROW, WS-WIF-K)
                   MOVE WS-WIF-PRM-NEW(WS-WIF-ROW, WS-WIF-K) TO
                       WS-WIF-N2
                   STRING "CALL " FUNCTION TRIM(WS-WIF-CTGT(WS-WIF-I))
                       " ARGUMENT " FUNCTION TRIM(WS-WIF-N1)
                       " WOULD BE " FUNCTION TRIM(WS-WIF-N3)
                       " BYTES AGAINST A " FUNCTION TRIM(WS-WIF-N2)
                       "-BYTE LINKAGE PARAMETER"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF

           IF WS-MESSAGE <> SPACE
               ADD 1 TO WS-WIF-CALL-BREAKS
               MOVE WS-WIF-CALLER(WS-WIF-I) TO WS-CURRENT-PROGRAM
               MOVE WS-WIF-CLINE(WS-WIF-I) TO WS-WIF-LINE-NUM
               MOVE "CALL-CONTRACT" TO WS-CHECK-ID
               PERFORM 2495-WRITE-WHATIF-LINE-PARA
           END-IF.

      *----------------------------------------------------------------
      * 2490-WHATIF-DATASETS-PARA
      * Producer/consumer at record level: a writer and a reader of
      * the same dataset whose records are the same length today
      * and would differ after the change (one of them does not
      * carry the field), then every record whose length changes at
      * all - each of those is a DCB/LRECL change in the JCL.
      *----------------------------------------------------------------
       2490-WHATIF-DATASETS-PARA.
           MOVE SPACE TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD
           MOVE "DATASETS - WRITER / READER RECORD LENGTHS"
               TO WHATIFFILE-RECORD
           WRITE WHATIFFILE-RECORD

           MOVE 0 TO WS-WIF-DS-BREAKS
           MOVE 1 TO WS-WIF-I
           PERFORM UNTIL WS-WIF-I > WS-WIF-DS-COUNT
               IF WS-WIF-DS-DIR(WS-WIF-I) = "W"
                   MOVE 1 TO WS-WIF-J
                   PERFORM UNTIL WS-WIF-J > WS-WIF-DS-COUNT
                       IF WS-WIF-DS-DIR(WS-WIF-J) = "R" AND
                       WS-WIF-DS-ASSIGN(WS-WIF-J) =
                       WS-WIF-DS-ASSIGN(WS-WIF-I) AND
                       WS-WIF-DS-OLD(WS-WIF-J) =
                       WS-WIF-DS-OLD(WS-WIF-I) AND
                       WS-WIF-DS-NEW(WS-WIF-J) <>
                       WS-WIF-DS-NEW(WS-WIF-I)
                           PERFORM 2492-WRITE-DS-MISMATCH-PARA
                       END-IF
                       ADD 1 TO WS-WIF-J
                   END-PERFORM
               END-IF
               ADD 1 TO WS-WIF-I
           END-PERFORM

           MOVE 1 TO WS-WIF-I
           PERFORM UNTIL WS-WIF-I > WS-WIF-DS-COUNT
               IF WS-WIF-DS-NEW(WS-WIF-I) <> WS-WIF-DS-OLD(WS-WIF-I)
                   MOVE WS-WIF-DS-OLD(WS-WIF-I) TO WS-WIF-N1
                   MOVE WS-WIF-DS-NEW(WS-WIF-I) TO WS-WIF-N2
                   MOVE SPACE TO WHATIFFILE-RECORD
                   STRING "  " FUNCTION TRIM(WS-WIF-DS-ASSIGN(WS-WIF-I))
                       " RECORD LENGTH "
                       FUNCTION TRIM(WS-WIF-N1) " -> "
                       FUNCTION TRIM(WS-WIF-N2) " BYTES IN "
                       FUNCTION TRIM(WS-WIF-DS-PROGRAM(WS-WIF-I))
                       " (" WS-WIF-DS-DIR(WS-WIF-I) ")"
                       DELIMITED BY SIZE INTO WHATIFFILE-RECORD
                   END-STRING
                   WRITE WHATIFFILE-RECORD
               END-IF
               ADD 1 TO WS-WIF-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2492-WRITE-DS-MISMATCH-PARA
      *----------------------------------------------------------------
       2492-WRITE-DS-MISMATCH-PARA.
           ADD 1 TO WS-WIF-DS-BREAKS
           MOVE WS-WIF-DS-NEW(WS-WIF-I) TO WS-WIF-N1
           MOVE WS-WIF-DS-NEW(WS-WIF-J) TO WS-WIF-N2
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING "  " FUNCTION TRIM(WS-WIF-DS-ASSIGN(WS-WIF-I))
               " DATARECON WRITER "
               FUNCTION TRIM(WS-WIF-DS-PROGRAM(WS-WIF-I)) " "
               FUNCTION TRIM(WS-WIF-N1) " BYTES, READER "
               FUNCTION TRIM(WS-WIF-DS-PROGRAM(WS-WIF-J)) " "
               FUNCTION TRIM(WS-WIF-N2)
               " BYTES - RECORDS WOULD NO LONGER LINE UP"
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD.

      *----------------------------------------------------------------
      * 2495-WRITE-WHATIF-LINE-PARA
      * One break: program, line, check id in a fixed column, and
      * what would happen.
      *----------------------------------------------------------------
       2495-WRITE-WHATIF-LINE-PARA.
           MOVE SPACE TO WHATIFFILE-RECORD
           STRING "  " FUNCTION TRIM(WS-CURRENT-PROGRAM)
               " LINE " WS-WIF-LINE-NUM " " WS-CHECK-ID " "
               FUNCTION TRIM(WS-MESSAGE)
               DELIMITED BY SIZE INTO WHATIFFILE-RECORD
           END-STRING
           WRITE WHATIFFILE-RECORD
           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-MESSAGE.

      *----------------------------------------------------------------
      * 2500-SHARD-LIST-PARA
      * SHARD <member-list> <streams> - deals the member list round
      * robin into <list>.S01 ... <list>.Snn, one list per parallel
      * stream job. Each stream then runs
      *   LIBRARY <list>.Snn <cpydir> <supp> <ckpt> Snn
      * and MERGE folds the stream outputs back together.
      *----------------------------------------------------------------
       2500-SHARD-LIST-PARA.
           COMPUTE WS-SHARD-N =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-COPYBOOK-DIR))
           IF WS-SHARD-N < 1
               MOVE 1 TO WS-SHARD-N
           END-IF
           IF WS-SHARD-N > 16
               MOVE 16 TO WS-SHARD-N
           END-IF

           MOVE 1 TO WS-SHARD-I
           PERFORM UNTIL WS-SHARD-I > WS-SHARD-N
               MOVE SPACE TO LO-SHARD-FILE
               STRING FUNCTION TRIM(WS-MEMBER-PATH) ".S"
                   WS-SHARD-I DELIMITED BY SIZE INTO LO-SHARD-FILE
               END-STRING
               OPEN OUTPUT SHARDFILE

               MOVE "N" TO WS-MEMBERLIST-EOF
               MOVE 0 TO WS-SHARD-SEQ
               OPEN INPUT MEMBERLIST
               PERFORM UNTIL WS-MEMBERLIST-EOF = "Y"
                   READ MEMBERLIST
                       AT END
                           MOVE "Y" TO WS-MEMBERLIST-EOF
                   END-READ
                   IF WS-MEMBERLIST-EOF <> "Y" AND
                   FUNCTION TRIM(MEMBERLIST-RECORD) <> SPACE
                       ADD 1 TO WS-SHARD-SEQ
                       COMPUTE WS-SHARD-MOD = FUNCTION MOD
                           (WS-SHARD-SEQ - 1, WS-SHARD-N) + 1
                       IF WS-SHARD-MOD = WS-SHARD-I
                           MOVE MEMBERLIST-RECORD TO SHARDFILE-RECORD
                           WRITE SHARDFILE-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MEMBERLIST

               CLOSE SHARDFILE
               DISPLAY "DRIVER: WROTE SHARD "
                   FUNCTION TRIM(LO-SHARD-FILE)
               ADD 1 TO WS-SHARD-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2510-RUN-RELEASE-PARA
      * RELEASE <manifest> - what a release package drags along.
      * The manifest names the changed members and copybooks, one
      * per line ("MEMBER name" / "COPYBOOK name", or a bare name
      * taken as a copybook when the copy-resolution report knows
      * it as one). Off the last library run's reports it lists
      * every member to recompile - changed ones plus each includer
      * of a changed copybook (COPYRES.RPT, with COPYUSE.RPT adding
      * the programs that pull the copybook's fields) - the DB2
      * programs whose packages need a rebind (CRUD.RPT), and the
      * job steps that run any affected program (JCLXREF.RPT).
      * Nothing here touches the findings master.
      *----------------------------------------------------------------
       2510-RUN-RELEASE-PARA.
           IF WS-MEMBER-PATH = SPACE
               DISPLAY "DRIVER: USAGE - RELEASE <MANIFEST>"
               STOP RUN
           END-IF

           PERFORM 2515-LOAD-MANIFEST-PARA THRU 2515-EXIT
           PERFORM 2520-LOAD-COPY-USES-PARA THRU 2520-EXIT

           OPEN OUTPUT RELEASEFILE
           MOVE SPACE TO RELEASEFILE-RECORD
           STRING "RELEASE IMPACT - MANIFEST "
               FUNCTION TRIM(WS-MEMBER-PATH) "  RUN "
               WS-SCAN-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO RELEASEFILE-RECORD
           END-STRING
           WRITE RELEASEFILE-RECORD
           MOVE SPACE TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD
           MOVE "CHANGED IN THIS RELEASE - KIND / NAME"
               TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD

      *    A BARE NAME IS A COPYBOOK IF ANY MEMBER COPIES IT
           MOVE 1 TO WS-REL-I
           PERFORM UNTIL WS-REL-I > WS-REL-CHG-COUNT
               IF WS-REL-CHG-KIND(WS-REL-I) = "?"
                   MOVE "M" TO WS-REL-CHG-KIND(WS-REL-I)
                   MOVE WS-REL-CHG-NAME(WS-REL-I) TO WS-REL-KEY
                   PERFORM 2545-BASE-NAME-PARA
                   MOVE 1 TO WS-REL-J
                   PERFORM UNTIL WS-REL-J > WS-REL-USE-COUNT
                       IF WS-REL-USE-COPY(WS-REL-J) = WS-REL-BASE
                           MOVE "C" TO WS-REL-CHG-KIND(WS-REL-I)
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-REL-J
                   END-PERFORM
               END-IF
               MOVE SPACE TO RELEASEFILE-RECORD
               IF WS-REL-CHG-KIND(WS-REL-I) = "C"
                   STRING "    COPYBOOK "
                       FUNCTION TRIM(WS-REL-CHG-NAME(WS-REL-I))
                       DELIMITED BY SIZE INTO RELEASEFILE-RECORD
                   END-STRING
               ELSE
                   STRING "    MEMBER   "
                       FUNCTION TRIM(WS-REL-CHG-NAME(WS-REL-I))
                       DELIMITED BY SIZE INTO RELEASEFILE-RECORD
                   END-STRING
               END-IF
               WRITE RELEASEFILE-RECORD
               ADD 1 TO WS-REL-I
           END-PERFORM
           IF WS-REL-CHG-COUNT = 0
               MOVE "    (MANIFEST NAMES NOTHING)" TO
                   RELEASEFILE-RECORD
               WRITE RELEASEFILE-RECORD
           END-IF

           PERFORM 2525-BUILD-RECOMPILE-PARA
           PERFORM 2550-ADD-COPYUSE-PROGRAMS-PARA THRU 2550-EXIT
           PERFORM 2535-WRITE-REBIND-PARA THRU 2535-EXIT
           PERFORM 2540-WRITE-JOBS-PARA THRU 2540-EXIT

           MOVE SPACE TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD
           MOVE WS-REL-MEM-COUNT TO WS-REL-N1
           MOVE WS-REL-RBD-COUNT TO WS-REL-N2
           MOVE WS-REL-JOB-COUNT TO WS-REL-N3
           MOVE SPACE TO RELEASEFILE-RECORD
           STRING "TOTALS - RECOMPILE " FUNCTION TRIM(WS-REL-N1)
               "  REBIND " FUNCTION TRIM(WS-REL-N2)
               "  JOB STEPS TO RETEST " FUNCTION TRIM(WS-REL-N3)
               DELIMITED BY SIZE INTO RELEASEFILE-RECORD
           END-STRING
           WRITE RELEASEFILE-RECORD
           CLOSE RELEASEFILE
           DISPLAY "DRIVER: " FUNCTION TRIM(RELEASEFILE-RECORD)
           DISPLAY "DRIVER: RELEASE LIST WRITTEN TO "
               FUNCTION TRIM(LO-RELEASE-FILE).

      *----------------------------------------------------------------
      * 2515-LOAD-MANIFEST-PARA
      * The manifest into the changed-name table. Blank lines and
      * lines starting "*" are passed over.
      *----------------------------------------------------------------
       2515-LOAD-MANIFEST-PARA.
           MOVE 0 TO WS-REL-CHG-COUNT
           MOVE WS-MEMBER-PATH TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               DISPLAY "DRIVER: RELEASE MANIFEST NOT FOUND - "
                   FUNCTION TRIM(WS-MEMBER-PATH)
               STOP RUN
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO WS-REL-A
               MOVE SPACE TO WS-REL-B
               UNSTRING MERGEINFILE-RECORD DELIMITED BY ALL SPACE
                   INTO WS-REL-A WS-REL-B
               END-UNSTRING
               IF WS-REL-A = SPACE
                   UNSTRING MERGEINFILE-RECORD DELIMITED BY ALL SPACE
                       INTO WS-REL-C WS-REL-A WS-REL-B
                   END-UNSTRING
               END-IF
               IF WS-REL-A <> SPACE AND WS-REL-A(1:1) <> "*" AND
               WS-REL-CHG-COUNT < 500
                   ADD 1 TO WS-REL-CHG-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-REL-A) TO WS-REL-C
                   EVALUATE WS-REL-C
                       WHEN "MEMBER"
                           MOVE "M" TO
                               WS-REL-CHG-KIND(WS-REL-CHG-COUNT)
                           MOVE WS-REL-B TO
                               WS-REL-CHG-NAME(WS-REL-CHG-COUNT)
                       WHEN "COPYBOOK"
                           MOVE "C" TO
                               WS-REL-CHG-KIND(WS-REL-CHG-COUNT)
                           MOVE WS-REL-B TO
                               WS-REL-CHG-NAME(WS-REL-CHG-COUNT)
                       WHEN OTHER
                           MOVE "?" TO
                               WS-REL-CHG-KIND(WS-REL-CHG-COUNT)
                           MOVE WS-REL-A TO
                               WS-REL-CHG-NAME(WS-REL-CHG-COUNT)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       2515-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2520-LOAD-COPY-USES-PARA
      * MEMBER / COPYBOOK / LIBRARY rows off the copy-resolution
      * report: every COPY and INCLUDE of every member the last
      * library run parsed, data or procedure copybook alike.
      *----------------------------------------------------------------
       2520-LOAD-COPY-USES-PARA.
           MOVE 0 TO WS-REL-USE-COUNT
           MOVE LO-COPYRES-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               DISPLAY "DRIVER: NO COPY RESOLUTION REPORT AT "
                   FUNCTION TRIM(LO-COPYRES-FILE)
                   " - RUN LIBRARY MODE FIRST"
               GO TO 2520-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO WS-REL-A
               MOVE SPACE TO WS-REL-B
               UNSTRING MERGEINFILE-RECORD DELIMITED BY " / "
                   INTO WS-REL-A WS-REL-B
               END-UNSTRING
               IF WS-REL-B <> SPACE AND WS-REL-USE-COUNT < 3000 AND
               MERGEINFILE-RECORD(1:20) <> "COPYBOOK RESOLUTION "
                   ADD 1 TO WS-REL-USE-COUNT
                   MOVE WS-REL-A TO WS-REL-USE-MEMBER(WS-REL-USE-COUNT)
                   MOVE WS-REL-B TO WS-REL-KEY
                   PERFORM 2545-BASE-NAME-PARA
                   MOVE WS-REL-BASE TO
                       WS-REL-USE-COPY(WS-REL-USE-COUNT)
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       2520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2525-BUILD-RECOMPILE-PARA
      * The recompile list: each changed member, then each member
      * copying a changed copybook, once apiece with the first
      * reason found. A changed copybook nobody copies is said so.
      *----------------------------------------------------------------
       2525-BUILD-RECOMPILE-PARA.
           MOVE 0 TO WS-REL-MEM-COUNT
           MOVE 0 TO WS-REL-PGM-COUNT
           MOVE SPACE TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD
           MOVE "RECOMPILE - MEMBER / REASON" TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD

           MOVE 1 TO WS-REL-I
           PERFORM UNTIL WS-REL-I > WS-REL-CHG-COUNT
               IF WS-REL-CHG-KIND(WS-REL-I) = "M"
                   MOVE WS-REL-CHG-NAME(WS-REL-I) TO WS-REL-A
                   MOVE "CHANGED" TO WS-REL-C
                   PERFORM 2530-ADD-MEMBER-PARA
               END-IF
               ADD 1 TO WS-REL-I
           END-PERFORM

           MOVE 1 TO WS-REL-I
           PERFORM UNTIL WS-REL-I > WS-REL-CHG-COUNT
               IF WS-REL-CHG-KIND(WS-REL-I) = "C"
                   MOVE WS-REL-CHG-NAME(WS-REL-I) TO WS-REL-KEY
                   PERFORM 2545-BASE-NAME-PARA
                   MOVE WS-REL-BASE TO WS-REL-COPY
                   MOVE "N" TO WS-REL-HIT
                   MOVE 1 TO WS-REL-J
                   PERFORM UNTIL WS-REL-J > WS-REL-USE-COUNT
                       IF WS-REL-USE-COPY(WS-REL-J) = WS-REL-COPY
                           MOVE "Y" TO WS-REL-HIT
                           MOVE WS-REL-USE-MEMBER(WS-REL-J) TO
                               WS-REL-A
                           MOVE SPACE TO WS-REL-C
                           STRING "COPIES " FUNCTION TRIM(WS-REL-COPY)
                               DELIMITED BY SIZE INTO WS-REL-C
                           END-STRING
                           PERFORM 2530-ADD-MEMBER-PARA
                       END-IF
                       ADD 1 TO WS-REL-J
                   END-PERFORM
                   IF WS-REL-HIT = "N"
                       MOVE SPACE TO RELEASEFILE-RECORD
                       STRING "    *** COPYBOOK "
                           FUNCTION TRIM(WS-REL-COPY)
                           " - NO MEMBER ON "
                           FUNCTION TRIM(LO-COPYRES-FILE)
                           " COPIES IT"
                           DELIMITED BY SIZE INTO RELEASEFILE-RECORD
                       END-STRING
                       WRITE RELEASEFILE-RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-REL-I
           END-PERFORM

           IF WS-REL-MEM-COUNT = 0
               MOVE "    (NOTHING TO RECOMPILE)" TO RELEASEFILE-RECORD
               WRITE RELEASEFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2530-ADD-MEMBER-PARA
      * Member WS-REL-A onto the recompile list for reason WS-REL-C
      * (written as it goes on), and its program - the member name
      * less any library path and suffix - onto the affected
      * program list. A member already listed is not listed again.
      *----------------------------------------------------------------
       2530-ADD-MEMBER-PARA.
           MOVE WS-REL-A TO WS-REL-KEY
           PERFORM 2545-BASE-NAME-PARA
           MOVE "N" TO WS-REL-DUP
           MOVE 1 TO WS-REL-K
           PERFORM UNTIL WS-REL-K > WS-REL-MEM-COUNT OR
           WS-REL-DUP = "Y"
               IF WS-REL-MEM(WS-REL-K) = WS-REL-BASE
                   MOVE "Y" TO WS-REL-DUP
               END-IF
               ADD 1 TO WS-REL-K
           END-PERFORM
           IF WS-REL-DUP = "N" AND WS-REL-MEM-COUNT < 2000
               ADD 1 TO WS-REL-MEM-COUNT
               MOVE WS-REL-BASE TO WS-REL-MEM(WS-REL-MEM-COUNT)
               MOVE SPACE TO RELEASEFILE-RECORD
               MOVE FUNCTION TRIM(WS-REL-A) TO
                   RELEASEFILE-RECORD(5:44)
               MOVE WS-REL-C TO RELEASEFILE-RECORD(50:60)
               WRITE RELEASEFILE-RECORD
               MOVE WS-REL-BASE TO WS-REL-B
               PERFORM 2532-ADD-PROGRAM-PARA
           END-IF.

      *----------------------------------------------------------------
      * 2532-ADD-PROGRAM-PARA
      * Program WS-REL-B onto the affected program list, once.
      *----------------------------------------------------------------
       2532-ADD-PROGRAM-PARA.
           MOVE "N" TO WS-REL-DUP
           MOVE 1 TO WS-REL-K
           PERFORM UNTIL WS-REL-K > WS-REL-PGM-COUNT OR
           WS-REL-DUP = "Y"
               IF WS-REL-PGM(WS-REL-K) = WS-REL-B
                   MOVE "Y" TO WS-REL-DUP
               END-IF
               ADD 1 TO WS-REL-K
           END-PERFORM
           IF WS-REL-DUP = "N" AND WS-REL-PGM-COUNT < 2000
               ADD 1 TO WS-REL-PGM-COUNT
               MOVE WS-REL-B TO WS-REL-PGM(WS-REL-PGM-COUNT)
               MOVE "N" TO WS-REL-PGM-RBD(WS-REL-PGM-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2535-WRITE-REBIND-PARA
      * Every CRUD matrix row of an affected program: its package
      * was bound against the old SQL and needs a rebind.
      *----------------------------------------------------------------
       2535-WRITE-REBIND-PARA.
           MOVE 0 TO WS-REL-RBD-COUNT
           MOVE SPACE TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD
           MOVE "DB2 PACKAGE REBIND - PROGRAM / TABLE / C R U D"
               TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD

           MOVE LO-CRUD-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               MOVE SPACE TO RELEASEFILE-RECORD
               STRING "    (NO " FUNCTION TRIM(LO-CRUD-FILE)
                   " - RUN LIBRARY MODE FIRST)"
                   DELIMITED BY SIZE INTO RELEASEFILE-RECORD
               END-STRING
               WRITE RELEASEFILE-RECORD
               GO TO 2535-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE FUNCTION UPPER-CASE(MERGEINFILE-RECORD(1:30)) TO
                   WS-REL-B
               MOVE "N" TO WS-REL-HIT
               MOVE 1 TO WS-REL-K
               PERFORM UNTIL WS-REL-K > WS-REL-PGM-COUNT OR
               WS-REL-HIT = "Y"
                   IF WS-REL-PGM(WS-REL-K) = WS-REL-B
                       MOVE "Y" TO WS-REL-HIT
                       MOVE WS-REL-K TO WS-REL-ROW
                   END-IF
                   ADD 1 TO WS-REL-K
               END-PERFORM
               IF WS-REL-HIT = "Y"
                   MOVE SPACE TO RELEASEFILE-RECORD
                   MOVE MERGEINFILE-RECORD(1:70) TO
                       RELEASEFILE-RECORD(5:70)
                   WRITE RELEASEFILE-RECORD
                   IF WS-REL-PGM-RBD(WS-REL-ROW) = "N"
                       ADD 1 TO WS-REL-RBD-COUNT
                       MOVE "Y" TO WS-REL-PGM-RBD(WS-REL-ROW)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE

           IF WS-REL-RBD-COUNT = 0
               MOVE "    (NO AFFECTED PROGRAM ISSUES SQL)" TO
                   RELEASEFILE-RECORD
               WRITE RELEASEFILE-RECORD
           END-IF.

       2535-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2540-WRITE-JOBS-PARA
      * Every job step in the JCL chain report that executes an
      * affected program, once per step - the retest list.
      *----------------------------------------------------------------
       2540-WRITE-JOBS-PARA.
           MOVE 0 TO WS-REL-JOB-COUNT
           MOVE SPACE TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD
           MOVE "JOBS TO RETEST - JOB / STEP / PROGRAM"
               TO RELEASEFILE-RECORD
           WRITE RELEASEFILE-RECORD

           MOVE LO-JCLXREF-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               MOVE SPACE TO RELEASEFILE-RECORD
               STRING "    (NO " FUNCTION TRIM(LO-JCLXREF-FILE)
                   " - RUN JCL MODE FIRST)"
                   DELIMITED BY SIZE INTO RELEASEFILE-RECORD
               END-STRING
               WRITE RELEASEFILE-RECORD
               GO TO 2540-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGEINFILE-RECORD(1:4) <> "*** " AND
               MERGEINFILE-RECORD(1:10) <> "JCL CHAIN "
                   PERFORM 2542-NOTE-JOB-STEP-PARA
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE

           IF WS-REL-JOB-COUNT = 0
               MOVE SPACE TO RELEASEFILE-RECORD
               STRING "    (NO JOB IN " FUNCTION TRIM(LO-JCLXREF-FILE)
                   " RUNS AN AFFECTED PROGRAM)"
                   DELIMITED BY SIZE INTO RELEASEFILE-RECORD
               END-STRING
               WRITE RELEASEFILE-RECORD
           END-IF.

       2540-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2542-NOTE-JOB-STEP-PARA
      * One JOB / STEP / PROGRAM / DD ... chain line: written when
      * the program is affected and the job step is new.
      *----------------------------------------------------------------
       2542-NOTE-JOB-STEP-PARA.
           MOVE SPACE TO WS-CTR-JOB
           MOVE SPACE TO WS-CTR-STEP
           MOVE SPACE TO WS-REL-B
           UNSTRING MERGEINFILE-RECORD DELIMITED BY " / "
               INTO WS-CTR-JOB WS-CTR-STEP WS-REL-B
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-REL-B) TO WS-REL-B

           MOVE "N" TO WS-REL-HIT
           MOVE 1 TO WS-REL-K
           PERFORM UNTIL WS-REL-K > WS-REL-PGM-COUNT OR
           WS-REL-HIT = "Y"
               IF WS-REL-PGM(WS-REL-K) = WS-REL-B
                   MOVE "Y" TO WS-REL-HIT
               END-IF
               ADD 1 TO WS-REL-K
           END-PERFORM
           MOVE 1 TO WS-REL-K
           PERFORM UNTIL WS-REL-K > WS-REL-JOB-COUNT OR
           WS-REL-HIT = "N"
               IF WS-CTR-JOB-NAME(WS-REL-K) = WS-CTR-JOB AND
               WS-CTR-JOB-STEP(WS-REL-K) = WS-CTR-STEP
                   MOVE "N" TO WS-REL-HIT
               END-IF
               ADD 1 TO WS-REL-K
           END-PERFORM
           IF WS-REL-HIT = "Y" AND WS-REL-JOB-COUNT < 300
               ADD 1 TO WS-REL-JOB-COUNT
               MOVE WS-CTR-JOB TO WS-CTR-JOB-NAME(WS-REL-JOB-COUNT)
               MOVE WS-CTR-STEP TO WS-CTR-JOB-STEP(WS-REL-JOB-COUNT)
               MOVE SPACE TO RELEASEFILE-RECORD
               STRING "    " FUNCTION TRIM(WS-CTR-JOB) " / "
                   FUNCTION TRIM(WS-CTR-STEP) " / "
                   FUNCTION TRIM(WS-REL-B)
                   DELIMITED BY SIZE INTO RELEASEFILE-RECORD
               END-STRING
               WRITE RELEASEFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2545-BASE-NAME-PARA
      * WS-REL-BASE is WS-REL-KEY upper-cased with any library path
      * in front and any ".suffix" behind taken off - the name a
      * COPY statement or a PROGRAM-ID would carry.
      *----------------------------------------------------------------
       2545-BASE-NAME-PARA.
           MOVE 0 TO WS-REL-SLASH
           MOVE 1 TO WS-REL-POS
           PERFORM UNTIL WS-REL-POS > 120
               IF WS-REL-KEY(WS-REL-POS:1) = "/"
                   MOVE WS-REL-POS TO WS-REL-SLASH
               END-IF
               ADD 1 TO WS-REL-POS
           END-PERFORM
           MOVE SPACE TO WS-REL-BASE
           IF WS-REL-SLASH > 0 AND WS-REL-SLASH < 120
               UNSTRING WS-REL-KEY(WS-REL-SLASH + 1:) DELIMITED BY "."
                   OR SPACE INTO WS-REL-BASE
               END-UNSTRING
           ELSE
               UNSTRING WS-REL-KEY DELIMITED BY "." OR SPACE
                   INTO WS-REL-BASE
               END-UNSTRING
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-REL-BASE) TO WS-REL-BASE.

      *----------------------------------------------------------------
      * 2550-ADD-COPYUSE-PROGRAMS-PARA
      * The copybook where-used report's "<copybook> COPIED BY
      * <program>" lines for the changed copybooks add the programs
      * themselves - a nested program carries its own PROGRAM-ID,
      * not its member's name.
      *----------------------------------------------------------------
       2550-ADD-COPYUSE-PROGRAMS-PARA.
           MOVE LO-COPYUSE-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               GO TO 2550-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO WS-REL-A
               MOVE SPACE TO WS-REL-B
               UNSTRING MERGEINFILE-RECORD DELIMITED BY " COPIED BY "
                   INTO WS-REL-A WS-REL-B
               END-UNSTRING
               IF WS-REL-B <> SPACE AND MERGEINFILE-RECORD(1:1) <> " "
                   MOVE WS-REL-A TO WS-REL-KEY
                   PERFORM 2545-BASE-NAME-PARA
                   MOVE 1 TO WS-REL-I
                   PERFORM UNTIL WS-REL-I > WS-REL-CHG-COUNT
                       IF WS-REL-CHG-KIND(WS-REL-I) = "C"
                           MOVE WS-REL-BASE TO WS-REL-C
                           MOVE WS-REL-CHG-NAME(WS-REL-I) TO
                               WS-REL-KEY
                           PERFORM 2545-BASE-NAME-PARA
                           IF WS-REL-BASE = WS-REL-C
                               MOVE FUNCTION UPPER-CASE(WS-REL-B) TO
                                   WS-REL-B
                               PERFORM 2532-ADD-PROGRAM-PARA
                           END-IF
                           MOVE WS-REL-C TO WS-REL-BASE
                       END-IF
                       ADD 1 TO WS-REL-I
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2560-SCHEMA-RECORD-PARA
      * SCHEMA <member> <record-name> [copybook-dir] [flatten-max] -
      * scans the member through the normal capture and layout
      * passes and turns the named record into the three things the
      * data-migration team were typing by hand: a DB2 CREATE TABLE
      * draft (<record>.DDL), a delimited column schema with offsets
      * and lengths for the distributed loaders (<record>.SCHEMA)
      * and a listing pairing every COBOL field with its column
      * (<record>.MAP). Precision and scale come straight from the
      * captured PICTURE, so S9(7)V99 COMP-3 is DECIMAL(9,2) every
      * time.
      *----------------------------------------------------------------
       2560-SCHEMA-RECORD-PARA.
           IF WS-MEMBER-PATH = SPACE OR WS-SCH-RECORD = SPACE
               DISPLAY "DRIVER: USAGE - SCHEMA <MEMBER> <RECORD>"
                   " [COPYBOOK-DIR] [FLATTEN-MAX]"
               STOP RUN
           END-IF

               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           MOVE 0 TO WS-SCH-ROW
           MOVE 1 TO WS-SCH-V
           PERFORM UNTIL WS-SCH-V > LI-VARS-COUNT OR WS-SCH-ROW > 0
               IF LI-VAR-NAME(WS-SCH-V) = WS-SCH-RECORD AND
               LI-VAR-IS-COND(WS-SCH-V) = "N"
                   MOVE WS-SCH-V TO WS-SCH-ROW
               END-IF
               ADD 1 TO WS-SCH-V
           END-PERFORM
           IF WS-SCH-ROW = 0
               DISPLAY "DRIVER: RECORD "
                   FUNCTION TRIM(WS-SCH-RECORD) " NOT FOUND IN "
                   FUNCTION TRIM(WS-CURRENT-MEMBER)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO LO-SCHDDL-FILE
           STRING FUNCTION TRIM(WS-SCH-RECORD) ".DDL"
               DELIMITED BY SIZE INTO LO-SCHDDL-FILE
           END-STRING
           MOVE SPACE TO LO-SCHCOL-FILE
           STRING FUNCTION TRIM(WS-SCH-RECORD) ".SCHEMA"
               DELIMITED BY SIZE INTO LO-SCHCOL-FILE
           END-STRING
           MOVE SPACE TO LO-SCHMAP-FILE
           STRING FUNCTION TRIM(WS-SCH-RECORD) ".MAP"
               DELIMITED BY SIZE INTO LO-SCHMAP-FILE
           END-STRING

      *    THE RECORD ITSELF IS THE MAIN TABLE
           MOVE 0 TO WS-SCH-COL-COUNT
           MOVE 0 TO WS-SCH-COL-DROPPED
           MOVE 0 TO WS-SCH-REDEF-COUNT
           MOVE 0 TO WS-SCH-TAB-FULL
           MOVE 1 TO WS-SCH-TAB-COUNT
           MOVE WS-SCH-RECORD TO WS-SCH-NAME
           MOVE SPACE TO WS-SCH-SUFFIX
           MOVE SPACE TO WS-SCH-NOTE
           PERFORM 2568-SCHEMA-SQL-NAME-PARA
           MOVE WS-SCH-SQLNAME TO WS-SCH-T-NAME(1)
           MOVE WS-SCH-ROW TO WS-SCH-T-ROW(1)
           MOVE 0 TO WS-SCH-T-COLS(1)

           OPEN OUTPUT SCHMAPFILE
           MOVE SPACE TO SCHMAPFILE-RECORD
           STRING "FIELD TO COLUMN MAPPING - RECORD "
               FUNCTION TRIM(WS-SCH-RECORD) " IN "
               FUNCTION TRIM(WS-CURRENT-MEMBER)
               DELIMITED BY SIZE INTO SCHMAPFILE-RECORD
           END-STRING
           WRITE SCHMAPFILE-RECORD
           MOVE SPACE TO SCHMAPFILE-RECORD
           WRITE SCHMAPFILE-RECORD
           MOVE "COBOL FIELD" TO WS-SCH-COBOL
           MOVE "PICTURE/USAGE" TO WS-SCH-PIC-TXT
           MOVE "COLUMN" TO WS-SCH-SQLNAME
           MOVE "SQL TYPE" TO WS-SCH-TYPE
           MOVE "TABLE" TO WS-SCH-TABNAME
           MOVE SPACE TO SCHMAPFILE-RECORD
           STRING "LV  " WS-SCH-COBOL(1:30) "   OFFSET   LENGTH  "
               WS-SCH-PIC-TXT " " WS-SCH-SQLNAME " " WS-SCH-TYPE " "
               WS-SCH-TABNAME " NOTE"
               DELIMITED BY SIZE INTO SCHMAPFILE-RECORD
           END-STRING
           WRITE SCHMAPFILE-RECORD

           MOVE WS-SCH-ROW TO WS-SCH-V
           PERFORM 2561-SCHEMA-ROW-DEFAULTS-PARA
           MOVE WS-SCH-T-NAME(1) TO WS-SCH-TABNAME
           MOVE "RECORD - THE MAIN TABLE" TO WS-SCH-NOTE
           PERFORM 2569-SCHEMA-MAP-LINE-PARA

           COMPUTE WS-SCH-V = WS-SCH-ROW + 1
           PERFORM UNTIL WS-SCH-V > LI-VARS-COUNT OR
           LI-VAR-LEVEL(WS-SCH-V) = 1 OR
           LI-VAR-LEVEL(WS-SCH-V) = 77 OR
           LI-VAR-PROGRAM(WS-SCH-V) <> LI-VAR-PROGRAM(WS-SCH-ROW)
               PERFORM 2562-SCHEMA-ONE-ROW-PARA THRU 2562-EXIT
               ADD 1 TO WS-SCH-V
           END-PERFORM
           COMPUTE WS-SCH-ENDROW = WS-SCH-V - 1

           MOVE WS-SCH-COL-COUNT TO WS-SCH-N1
           MOVE WS-SCH-TAB-COUNT TO WS-SCH-N2
           MOVE WS-SCH-REDEF-COUNT TO WS-SCH-N3
           MOVE SPACE TO SCHMAPFILE-RECORD
           WRITE SCHMAPFILE-RECORD
           MOVE SPACE TO SCHMAPFILE-RECORD
           STRING FUNCTION TRIM(WS-SCH-N1) " COLUMNS IN "
               FUNCTION TRIM(WS-SCH-N2) " TABLES; "
               FUNCTION TRIM(WS-SCH-N3)
               " REDEFINES NEED A DECISION (LISTED IN "
               FUNCTION TRIM(LO-SCHDDL-FILE) ")"
               DELIMITED BY SIZE INTO SCHMAPFILE-RECORD
           END-STRING
           WRITE SCHMAPFILE-RECORD
           CLOSE SCHMAPFILE

           PERFORM 2570-SCHEMA-WRITE-DDL-PARA
           PERFORM 2580-SCHEMA-WRITE-COLUMNS-PARA

           MOVE WS-SCH-COL-COUNT TO WS-SCH-N1
           MOVE WS-SCH-TAB-COUNT TO WS-SCH-N2
           DISPLAY "DRIVER: SCHEMA FOR " FUNCTION TRIM(WS-SCH-RECORD)
               " - " FUNCTION TRIM(WS-SCH-N1) " COLUMNS IN "
               FUNCTION TRIM(WS-SCH-N2) " TABLES ("
               FUNCTION TRIM(LO-SCHDDL-FILE) ", "
               FUNCTION TRIM(LO-SCHCOL-FILE) ", "
               FUNCTION TRIM(LO-SCHMAP-FILE) ")".

      *----------------------------------------------------------------
      * 2561-SCHEMA-ROW-DEFAULTS-PARA
      * The mapping-line fields for row WS-SCH-V as a line with no
      * column: level, name, position in the record and size.
      *----------------------------------------------------------------
       2561-SCHEMA-ROW-DEFAULTS-PARA.
           MOVE LI-VAR-LEVEL(WS-SCH-V) TO WS-SCH-LVL
           MOVE LI-VAR-NAME(WS-SCH-V) TO WS-SCH-COBOL
           COMPUTE WS-SCH-OFF = LI-VAR-OFFSET(WS-SCH-V) -
               LI-VAR-OFFSET(WS-SCH-ROW) + 1
           MOVE WS-SCH-OFF TO WS-SCH-N1
           MOVE LI-VAR-BYTES(WS-SCH-V) TO WS-SCH-N2
           MOVE SPACE TO WS-SCH-SQLNAME
           MOVE SPACE TO WS-SCH-TYPE
           MOVE SPACE TO WS-SCH-TABNAME
           MOVE SPACE TO WS-SCH-NOTE
           IF LI-VAR-OCCURS(WS-SCH-V) > 0
               MOVE LI-VAR-OCCURS(WS-SCH-V) TO WS-SCH-N3
               MOVE SPACE TO WS-SCH-PIC-TXT
               STRING "GROUP OCCURS " FUNCTION TRIM(WS-SCH-N3)
                   DELIMITED BY SIZE INTO WS-SCH-PIC-TXT
               END-STRING
           ELSE
               MOVE "GROUP" TO WS-SCH-PIC-TXT
           END-IF.

      *----------------------------------------------------------------
      * 2562-SCHEMA-ONE-ROW-PARA
      * Row WS-SCH-V of the record: a level-88 or group gets its
      * mapping line, an elementary field its columns. A REDEFINES
      * is noted for the decision list whatever its shape.
      *----------------------------------------------------------------
       2562-SCHEMA-ONE-ROW-PARA.
           IF LI-VAR-IS-COND(WS-SCH-V) = "Y"
               MOVE 88 TO WS-SCH-LVL
               MOVE LI-VAR-NAME(WS-SCH-V) TO WS-SCH-COBOL
               MOVE SPACE TO WS-SCH-PIC-TXT
               MOVE SPACE TO WS-SCH-SQLNAME
               MOVE SPACE TO WS-SCH-TYPE
               MOVE SPACE TO WS-SCH-TABNAME
               MOVE "CONDITION - CHECK CANDIDATE IN THE DDL" TO
                   WS-SCH-NOTE
               PERFORM 2569-SCHEMA-MAP-LINE-PARA
               GO TO 2562-EXIT
           END-IF

           IF LI-VAR-REDEFINES(WS-SCH-V) <> SPACE AND
           WS-SCH-REDEF-COUNT < 100
               ADD 1 TO WS-SCH-REDEF-COUNT
               MOVE WS-SCH-V TO WS-SCH-REDEF-ROW(WS-SCH-REDEF-COUNT)
           END-IF
           PERFORM 2563-SCHEMA-ANCESTRY-PARA

           IF LI-VAR-TYPE(WS-SCH-V) <> SPACE OR
           LI-VAR-USAGE(WS-SCH-V) = "COMP-1" OR
           LI-VAR-USAGE(WS-SCH-V) = "COMP-2"
               PERFORM 2564-SCHEMA-ONE-FIELD-PARA THRU 2564-EXIT
               GO TO 2562-EXIT
           END-IF

      *    A GROUP - ONLY ITS NOTE DEPENDS ON WHERE IT SITS
           PERFORM 2561-SCHEMA-ROW-DEFAULTS-PARA
           EVALUATE TRUE
               WHEN WS-SCH-REDEF-OWNER = WS-SCH-V
                   MOVE "REDEFINES - DECISION NEEDED, NO COLUMNS" TO
                       WS-SCH-NOTE
               WHEN WS-SCH-REDEF-OWNER > 0
                   STRING "UNDER REDEFINES "
                       LI-VAR-NAME(WS-SCH-REDEF-OWNER)(1:30)
                       DELIMITED BY SIZE INTO WS-SCH-NOTE
                   END-STRING
               WHEN LI-VAR-OCCURS(WS-SCH-V) > 0
                   PERFORM 2574-SCHEMA-PLACE-FIELD-PARA
                   MOVE SPACE TO WS-SCH-SQLNAME
                   MOVE WS-SCH-T-NAME(WS-SCH-T) TO WS-SCH-TABNAME
                   IF WS-SCH-CHILD = "Y" AND
                   WS-SCH-ANC(WS-SCH-ANC-N) = WS-SCH-V
                       MOVE "OCCURS - SPLIT INTO A CHILD TABLE" TO
                           WS-SCH-NOTE
                   ELSE
                       MOVE "OCCURS - FLATTENED INTO NUMBERED COLUMNS"
                           TO WS-SCH-NOTE
                   END-IF
           END-EVALUATE
           PERFORM 2569-SCHEMA-MAP-LINE-PARA.

       2562-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2563-SCHEMA-ANCESTRY-PARA
      * Walks back up the levels from row WS-SCH-V: the OCCURS
      * tables enclosing it (itself included) innermost first, and
      * the outermost REDEFINES it is, or sits under.
      *----------------------------------------------------------------
       2563-SCHEMA-ANCESTRY-PARA.
           MOVE 0 TO WS-SCH-ANC-N
           MOVE 0 TO WS-SCH-REDEF-OWNER
           IF LI-VAR-REDEFINES(WS-SCH-V) <> SPACE
               MOVE WS-SCH-V TO WS-SCH-REDEF-OWNER
           END-IF
           IF LI-VAR-OCCURS(WS-SCH-V) > 0
               ADD 1 TO WS-SCH-ANC-N
               MOVE WS-SCH-V TO WS-SCH-ANC(WS-SCH-ANC-N)
           END-IF
           MOVE LI-VAR-LEVEL(WS-SCH-V) TO WS-SCH-LVL
           COMPUTE WS-SCH-J = WS-SCH-V - 1
           PERFORM UNTIL WS-SCH-J <= WS-SCH-ROW
               IF LI-VAR-IS-COND(WS-SCH-J) = "N" AND
               LI-VAR-LEVEL(WS-SCH-J) < WS-SCH-LVL
                   IF LI-VAR-REDEFINES(WS-SCH-J) <> SPACE
                       MOVE WS-SCH-J TO WS-SCH-REDEF-OWNER
                   END-IF
                   IF LI-VAR-OCCURS(WS-SCH-J) > 0 AND WS-SCH-ANC-N < 7
                       ADD 1 TO WS-SCH-ANC-N
                       MOVE WS-SCH-J TO WS-SCH-ANC(WS-SCH-ANC-N)
                   END-IF
                   MOVE LI-VAR-LEVEL(WS-SCH-J) TO WS-SCH-LVL
               END-IF
               SUBTRACT 1 FROM WS-SCH-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2564-SCHEMA-ONE-FIELD-PARA
      * Elementary field WS-SCH-V into columns: none for FILLER or a
      * field under a REDEFINES, one for a plain field, one per
      * occurrence of every flattened table enclosing it.
      *----------------------------------------------------------------
       2564-SCHEMA-ONE-FIELD-PARA.
           PERFORM 2561-SCHEMA-ROW-DEFAULTS-PARA
           PERFORM 2566-SCHEMA-SQL-TYPE-PARA
           MOVE SPACE TO WS-SCH-TYPE
           IF LI-VAR-NAME(WS-SCH-V) = "FILLER"
               MOVE "FILLER - NO COLUMN" TO WS-SCH-NOTE
               PERFORM 2569-SCHEMA-MAP-LINE-PARA
               GO TO 2564-EXIT
           END-IF
           IF WS-SCH-REDEF-OWNER > 0
               MOVE SPACE TO WS-SCH-NOTE
               STRING "UNDER REDEFINES "
                   LI-VAR-NAME(WS-SCH-REDEF-OWNER)(1:30)
                   " - NO COLUMN" DELIMITED BY SIZE INTO WS-SCH-NOTE
               END-STRING
               PERFORM 2569-SCHEMA-MAP-LINE-PARA
               GO TO 2564-EXIT
           END-IF

           PERFORM 2574-SCHEMA-PLACE-FIELD-PARA
           MOVE 1 TO WS-SCH-A
           PERFORM UNTIL WS-SCH-A > WS-SCH-FLAT-N
               MOVE 1 TO WS-SCH-SUB(WS-SCH-A)
               ADD 1 TO WS-SCH-A
           END-PERFORM

      *    ONE COLUMN PER FLATTENED OCCURRENCE, INNERMOST SUBSCRIPT
      *    STEPPING FASTEST
           MOVE "Y" TO WS-SCH-MORE
           PERFORM UNTIL WS-SCH-MORE = "N"
               PERFORM 2565-SCHEMA-ADD-COLUMN-PARA THRU 2565-EXIT
               MOVE "N" TO WS-SCH-MORE
               MOVE 1 TO WS-SCH-A
               PERFORM UNTIL WS-SCH-A > WS-SCH-FLAT-N
                   IF WS-SCH-SUB(WS-SCH-A) <
                   LI-VAR-OCCURS(WS-SCH-ANC(WS-SCH-A))
                       ADD 1 TO WS-SCH-SUB(WS-SCH-A)
                       MOVE "Y" TO WS-SCH-MORE
                       EXIT PERFORM
                   END-IF
                   MOVE 1 TO WS-SCH-SUB(WS-SCH-A)
                   ADD 1 TO WS-SCH-A
               END-PERFORM
           END-PERFORM.

       2564-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2565-SCHEMA-ADD-COLUMN-PARA
      * One column for field WS-SCH-V at the current subscripts of
      * its flattened tables: position, name (_n per flattened
      * subscript, outermost first, made unique in its table), type
      * and its mapping line.
      *----------------------------------------------------------------
       2565-SCHEMA-ADD-COLUMN-PARA.
           COMPUTE WS-SCH-OFF = LI-VAR-OFFSET(WS-SCH-V) -
               LI-VAR-OFFSET(WS-SCH-ROW) + 1
           MOVE SPACE TO WS-SCH-SUFFIX
           MOVE SPACE TO WS-SCH-LIT
           IF WS-SCH-CHILD = "Y"
               MOVE "N" TO WS-SCH-LIT
           END-IF
           MOVE WS-SCH-FLAT-N TO WS-SCH-A
           PERFORM UNTIL WS-SCH-A < 1
               MOVE WS-SCH-ANC(WS-SCH-A) TO WS-SCH-J
               COMPUTE WS-SCH-OFF = WS-SCH-OFF +
                   (WS-SCH-SUB(WS-SCH-A) - 1) * LI-VAR-BYTES(WS-SCH-J)
               MOVE WS-SCH-SUB(WS-SCH-A) TO WS-SCH-N3
               MOVE SPACE TO WS-SCH-LIT-HI
               IF WS-SCH-SUFFIX = SPACE
                   STRING "_" FUNCTION TRIM(WS-SCH-N3)
                       DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-SCH-SUFFIX) "_"
                       FUNCTION TRIM(WS-SCH-N3)
                       DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                   END-STRING
               END-IF
               MOVE WS-SCH-LIT-HI TO WS-SCH-SUFFIX
               MOVE SPACE TO WS-SCH-LIT-HI
               IF WS-SCH-LIT = SPACE
                   MOVE WS-SCH-N3 TO WS-SCH-LIT-HI
               ELSE
                   STRING FUNCTION TRIM(WS-SCH-LIT) ","
                       FUNCTION TRIM(WS-SCH-N3)
                       DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                   END-STRING
               END-IF
               MOVE FUNCTION TRIM(WS-SCH-LIT-HI) TO WS-SCH-LIT
               SUBTRACT 1 FROM WS-SCH-A
           END-PERFORM

           MOVE LI-VAR-NAME(WS-SCH-V) TO WS-SCH-COBOL
           IF WS-SCH-LIT <> SPACE
               MOVE SPACE TO WS-SCH-COBOL
               STRING FUNCTION TRIM(LI-VAR-NAME(WS-SCH-V)) "("
                   FUNCTION TRIM(WS-SCH-LIT) ")"
                   DELIMITED BY SIZE INTO WS-SCH-COBOL
               END-STRING
           END-IF
           MOVE WS-SCH-OFF TO WS-SCH-N1
           MOVE WS-SCH-T-NAME(WS-SCH-T) TO WS-SCH-TABNAME
           PERFORM 2566-SCHEMA-SQL-TYPE-PARA

           IF WS-SCH-COL-COUNT >= 1000
               ADD 1 TO WS-SCH-COL-DROPPED
               MOVE SPACE TO WS-SCH-TYPE
               MOVE "OVER THE 1000-COLUMN LIMIT - NO COLUMN" TO
                   WS-SCH-NOTE
               PERFORM 2569-SCHEMA-MAP-LINE-PARA
               GO TO 2565-EXIT
           END-IF

           MOVE LI-VAR-NAME(WS-SCH-V) TO WS-SCH-NAME
           PERFORM 2568-SCHEMA-SQL-NAME-PARA
      *    THE SAME ELEMENTARY NAME UNDER TWO GROUPS, OR TWO NAMES
      *    CUT TO THE SAME 30 CHARACTERS - THE LATER ONE TAKES ITS
      *    COLUMN NUMBER
           MOVE "N" TO WS-SCH-DUP
           MOVE 1 TO WS-SCH-I
           PERFORM UNTIL WS-SCH-I > WS-SCH-COL-COUNT OR
           WS-SCH-DUP = "Y"
               IF WS-SCH-C-TAB(WS-SCH-I) = WS-SCH-T AND
               WS-SCH-C-NAME(WS-SCH-I) = WS-SCH-SQLNAME
                   MOVE "Y" TO WS-SCH-DUP
               END-IF
               ADD 1 TO WS-SCH-I
           END-PERFORM
           IF WS-SCH-DUP = "Y"
               COMPUTE WS-SCH-N3 = WS-SCH-COL-COUNT + 1
               MOVE SPACE TO WS-SCH-LIT-HI
               IF WS-SCH-SUFFIX = SPACE
                   STRING "_C" FUNCTION TRIM(WS-SCH-N3)
                       DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-SCH-SUFFIX) "_C"
                       FUNCTION TRIM(WS-SCH-N3)
                       DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                   END-STRING
               END-IF
               MOVE WS-SCH-LIT-HI TO WS-SCH-SUFFIX
               PERFORM 2568-SCHEMA-SQL-NAME-PARA
               MOVE "RENAMED - NAME ALREADY USED IN THE TABLE" TO
                   WS-SCH-NOTE
           END-IF

           ADD 1 TO WS-SCH-COL-COUNT
           MOVE WS-SCH-COL-COUNT TO WS-SCH-I
           MOVE WS-SCH-T TO WS-SCH-C-TAB(WS-SCH-I)
           MOVE WS-SCH-V TO WS-SCH-C-ROW(WS-SCH-I)
           MOVE WS-SCH-SQLNAME TO WS-SCH-C-NAME(WS-SCH-I)
           MOVE WS-SCH-OFF TO WS-SCH-C-OFF(WS-SCH-I)
           MOVE LI-VAR-BYTES(WS-SCH-V) TO WS-SCH-C-LEN(WS-SCH-I)
           MOVE WS-SCH-TYPE TO WS-SCH-C-TYPE(WS-SCH-I)
           MOVE WS-SCH-ENC TO WS-SCH-C-ENC(WS-SCH-I)
           MOVE WS-SCH-PREC TO WS-SCH-C-PREC(WS-SCH-I)
           MOVE WS-SCH-SCALE TO WS-SCH-C-SCALE(WS-SCH-I)
           ADD 1 TO WS-SCH-T-COLS(WS-SCH-T)
           PERFORM 2569-SCHEMA-MAP-LINE-PARA.

       2565-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2566-SCHEMA-SQL-TYPE-PARA
      * Field WS-SCH-V's DB2 type, how its bytes are encoded, its
      * precision and scale, and its PICTURE/USAGE as the mapping
      * shows it. Zoned and packed numerics are DECIMAL(p+s,s);
      * binary is SMALLINT/INTEGER/BIGINT by its digits (an
      * unsigned COMP-5 fills its whole halfword or fullword, so it
      * takes the next size up); text is CHAR, VARCHAR past 255.
      *----------------------------------------------------------------
       2566-SCHEMA-SQL-TYPE-PARA.
           MOVE SPACE TO WS-SCH-TYPE
           MOVE SPACE TO WS-SCH-PIC-TXT
           MOVE SPACE TO WS-SCH-NOTE
           MOVE LI-VAR-SIZE(WS-SCH-V) TO WS-SCH-PREC
           MOVE LI-VAR-DECIMALS(WS-SCH-V) TO WS-SCH-SCALE
           IF WS-SCH-SCALE > WS-SCH-PREC
               MOVE WS-SCH-PREC TO WS-SCH-SCALE
           END-IF
           COMPUTE WS-SCH-INT = WS-SCH-PREC - WS-SCH-SCALE

      *    THE PICTURE REBUILT FROM WHAT WAS CAPTURED
           MOVE WS-SCH-INT TO WS-SCH-N3
           MOVE WS-SCH-SCALE TO WS-SCH-N4
           EVALUATE TRUE
               WHEN LI-VAR-TYPE(WS-SCH-V) = "9"
                   MOVE SPACE TO WS-SCH-LIT
                   IF LI-VAR-SIGNED(WS-SCH-V) = "Y"
                       MOVE "S" TO WS-SCH-LIT
                   END-IF
                   IF WS-SCH-INT > 0
                       MOVE SPACE TO WS-SCH-LIT-HI
                       STRING FUNCTION TRIM(WS-SCH-LIT) "9("
                           FUNCTION TRIM(WS-SCH-N3) ")"
                           DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                       END-STRING
                       MOVE WS-SCH-LIT-HI TO WS-SCH-LIT
                   END-IF
                   IF WS-SCH-SCALE > 0
                       MOVE SPACE TO WS-SCH-LIT-HI
                       STRING FUNCTION TRIM(WS-SCH-LIT) "V9("
                           FUNCTION TRIM(WS-SCH-N4) ")"
                           DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                       END-STRING
                       MOVE WS-SCH-LIT-HI TO WS-SCH-LIT
                   END-IF
                   MOVE WS-SCH-LIT TO WS-SCH-PIC-TXT
               WHEN LI-VAR-TYPE(WS-SCH-V) = "X" OR
               LI-VAR-TYPE(WS-SCH-V) = "A" OR
               LI-VAR-TYPE(WS-SCH-V) = "EDIT"
                   MOVE LI-VAR-BYTES(WS-SCH-V) TO WS-SCH-N3
                   IF LI-VAR-TYPE(WS-SCH-V) = "EDIT"
                       STRING "EDITED(" FUNCTION TRIM(WS-SCH-N3) ")"
                           DELIMITED BY SIZE INTO WS-SCH-PIC-TXT
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(LI-VAR-TYPE(WS-SCH-V))
                           "(" FUNCTION TRIM(WS-SCH-N3) ")"
                           DELIMITED BY SIZE INTO WS-SCH-PIC-TXT
                       END-STRING
                   END-IF
           END-EVALUATE
           IF LI-VAR-USAGE(WS-SCH-V) <> SPACE AND
           LI-VAR-USAGE(WS-SCH-V) <> "DISPLAY"
               MOVE SPACE TO WS-SCH-LIT-HI
               IF WS-SCH-PIC-TXT = SPACE
                   MOVE LI-VAR-USAGE(WS-SCH-V) TO WS-SCH-LIT-HI
               ELSE
                   STRING FUNCTION TRIM(WS-SCH-PIC-TXT) " "
                       FUNCTION TRIM(LI-VAR-USAGE(WS-SCH-V))
                       DELIMITED BY SIZE INTO WS-SCH-LIT-HI
                   END-STRING
               END-IF
               MOVE WS-SCH-LIT-HI TO WS-SCH-PIC-TXT
           END-IF

      *    DB2 DECIMAL STOPS AT 31 DIGITS
           IF WS-SCH-PREC > 31
               MOVE 31 TO WS-SCH-PREC
               IF WS-SCH-SCALE > 31
                   MOVE 31 TO WS-SCH-SCALE
               END-IF
               MOVE "OVER 31 DIGITS - PRECISION CUT TO DB2'S LIMIT" TO
                   WS-SCH-NOTE
           END-IF

           EVALUATE TRUE
               WHEN LI-VAR-USAGE(WS-SCH-V) = "COMP-1"
                   MOVE "REAL" TO WS-SCH-TYPE
                   MOVE "FLOAT" TO WS-SCH-ENC
                   MOVE 0 TO WS-SCH-PREC
                   MOVE 0 TO WS-SCH-SCALE
               WHEN LI-VAR-USAGE(WS-SCH-V) = "COMP-2"
                   MOVE "DOUBLE" TO WS-SCH-TYPE
                   MOVE "FLOAT" TO WS-SCH-ENC
                   MOVE 0 TO WS-SCH-PREC
                   MOVE 0 TO WS-SCH-SCALE
               WHEN LI-VAR-TYPE(WS-SCH-V) = "9" AND
               (LI-VAR-USAGE(WS-SCH-V) = "COMP-3" OR
               LI-VAR-USAGE(WS-SCH-V) = "PACKED-DECIMAL")
                   MOVE "PACKED" TO WS-SCH-ENC
                   PERFORM 2567-SCHEMA-DECIMAL-TYPE-PARA
               WHEN LI-VAR-TYPE(WS-SCH-V) = "9" AND
               (LI-VAR-USAGE(WS-SCH-V)(1:4) = "COMP" OR
               LI-VAR-USAGE(WS-SCH-V) = "BINARY")
                   MOVE "BINARY" TO WS-SCH-ENC
                   MOVE WS-SCH-PREC TO WS-SCH-INT
                   IF LI-VAR-USAGE(WS-SCH-V) = "COMP-5" AND
                   LI-VAR-SIGNED(WS-SCH-V) <> "Y"
                       EVALUATE TRUE
                           WHEN WS-SCH-INT <= 4
                               MOVE 9 TO WS-SCH-INT
                           WHEN WS-SCH-INT <= 9
                               MOVE 18 TO WS-SCH-INT
                           WHEN OTHER
                               MOVE 20 TO WS-SCH-INT
                       END-EVALUATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-SCH-SCALE > 0 OR WS-SCH-INT > 18
                           IF WS-SCH-INT > WS-SCH-PREC
                               MOVE WS-SCH-INT TO WS-SCH-PREC
                           END-IF
                           PERFORM 2567-SCHEMA-DECIMAL-TYPE-PARA
                       WHEN WS-SCH-INT <= 4
                           MOVE "SMALLINT" TO WS-SCH-TYPE
                       WHEN WS-SCH-INT <= 9
                           MOVE "INTEGER" TO WS-SCH-TYPE
                       WHEN OTHER
                           MOVE "BIGINT" TO WS-SCH-TYPE
                   END-EVALUATE
               WHEN LI-VAR-TYPE(WS-SCH-V) = "9"
                   MOVE "ZONED" TO WS-SCH-ENC
                   PERFORM 2567-SCHEMA-DECIMAL-TYPE-PARA
               WHEN OTHER
                   IF LI-VAR-TYPE(WS-SCH-V) = "EDIT"
                       MOVE "EDITED" TO WS-SCH-ENC
                       MOVE "NUMERIC-EDITED - LOADED AS TEXT" TO
                           WS-SCH-NOTE
                   ELSE
                       MOVE "CHAR" TO WS-SCH-ENC
                   END-IF
                   MOVE LI-VAR-BYTES(WS-SCH-V) TO WS-SCH-PREC
                   MOVE 0 TO WS-SCH-SCALE
                   MOVE WS-SCH-PREC TO WS-SCH-N3
                   IF WS-SCH-PREC > 255
                       STRING "VARCHAR(" FUNCTION TRIM(WS-SCH-N3) ")"
                           DELIMITED BY SIZE INTO WS-SCH-TYPE
                       END-STRING
                   ELSE
                       STRING "CHAR(" FUNCTION TRIM(WS-SCH-N3) ")"
                           DELIMITED BY SIZE INTO WS-SCH-TYPE
                       END-STRING
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2567-SCHEMA-DECIMAL-TYPE-PARA
      * DECIMAL(precision,scale) into WS-SCH-TYPE.
      *----------------------------------------------------------------
       2567-SCHEMA-DECIMAL-TYPE-PARA.
           MOVE WS-SCH-PREC TO WS-SCH-N3
           MOVE WS-SCH-SCALE TO WS-SCH-N4
           MOVE SPACE TO WS-SCH-TYPE
           STRING "DECIMAL(" FUNCTION TRIM(WS-SCH-N3) ","
               FUNCTION TRIM(WS-SCH-N4) ")"
               DELIMITED BY SIZE INTO WS-SCH-TYPE
           END-STRING.

      *----------------------------------------------------------------
      * 2568-SCHEMA-SQL-NAME-PARA
      * WS-SCH-NAME with WS-SCH-SUFFIX as an SQL name: hyphens to
      * underscores, the name cut so name and suffix fit DB2's 30.
      *----------------------------------------------------------------
       2568-SCHEMA-SQL-NAME-PARA.
           MOVE SPACE TO WS-SCH-SQLNAME
           COMPUTE WS-SCH-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SCH-NAME))
           MOVE 0 TO WS-SCH-SUF-LEN
           IF WS-SCH-SUFFIX <> SPACE
               COMPUTE WS-SCH-SUF-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SCH-SUFFIX))
           END-IF
           IF WS-SCH-NAME-LEN + WS-SCH-SUF-LEN > 30
               COMPUTE WS-SCH-NAME-LEN = 30 - WS-SCH-SUF-LEN
               IF WS-SCH-NOTE = SPACE
                   MOVE "NAME CUT TO DB2'S 30 CHARACTERS" TO
                       WS-SCH-NOTE
               END-IF
           END-IF
           IF WS-SCH-SUF-LEN = 0
               MOVE WS-SCH-NAME(1:WS-SCH-NAME-LEN) TO WS-SCH-SQLNAME
           ELSE
               STRING WS-SCH-NAME(1:WS-SCH-NAME-LEN)
                   WS-SCH-SUFFIX(1:WS-SCH-SUF-LEN)
                   DELIMITED BY SIZE INTO WS-SCH-SQLNAME
               END-STRING
           END-IF
           INSPECT WS-SCH-SQLNAME REPLACING ALL "-" BY "_".

      *----------------------------------------------------------------
      * 2569-SCHEMA-MAP-LINE-PARA
      *----------------------------------------------------------------
       2569-SCHEMA-MAP-LINE-PARA.
           MOVE SPACE TO SCHMAPFILE-RECORD
      *    A CONDITION-NAME HAS NO STORAGE OF ITS OWN
           IF WS-SCH-LVL = 88
               STRING WS-SCH-LVL "  " WS-SCH-COBOL(1:30)
                   "                    " WS-SCH-PIC-TXT " "
                   WS-SCH-SQLNAME " " WS-SCH-TYPE " " WS-SCH-TABNAME
                   " " WS-SCH-NOTE
                   DELIMITED BY SIZE INTO SCHMAPFILE-RECORD
               END-STRING
           ELSE
               STRING WS-SCH-LVL "  " WS-SCH-COBOL(1:30) WS-SCH-N1
                   WS-SCH-N2 "  " WS-SCH-PIC-TXT " " WS-SCH-SQLNAME
                   " " WS-SCH-TYPE " " WS-SCH-TABNAME " " WS-SCH-NOTE
                   DELIMITED BY SIZE INTO SCHMAPFILE-RECORD
               END-STRING
           END-IF
           WRITE SCHMAPFILE-RECORD.

      *----------------------------------------------------------------
      * 2570-SCHEMA-WRITE-DDL-PARA
      * <record>.DDL - the main table, each child table, and the
      * REDEFINES the migration team must decide on.
      *----------------------------------------------------------------
       2570-SCHEMA-WRITE-DDL-PARA.
           OPEN OUTPUT SCHDDLFILE
           MOVE SPACE TO SCHDDLFILE-RECORD
           STRING "-- DB2 TABLE DRAFT FOR COBOL RECORD "
               FUNCTION TRIM(WS-SCH-RECORD) " IN "
               FUNCTION TRIM(WS-CURRENT-MEMBER)
               DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
           END-STRING
           WRITE SCHDDLFILE-RECORD
           MOVE WS-SCH-COL-COUNT TO WS-SCH-N1
           MOVE WS-SCH-TAB-COUNT TO WS-SCH-N2
           MOVE LI-VAR-BYTES(WS-SCH-ROW) TO WS-SCH-N3
           MOVE SPACE TO SCHDDLFILE-RECORD
           STRING "-- " FUNCTION TRIM(WS-SCH-N1) " COLUMNS IN "
               FUNCTION TRIM(WS-SCH-N2) " TABLES FROM A "
               FUNCTION TRIM(WS-SCH-N3) "-BYTE RECORD"
               DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
           END-STRING
           WRITE SCHDDLFILE-RECORD
           MOVE "-- NO PRIMARY KEY IS GENERATED - CHOOSE ONE BEFORE USE"
               TO SCHDDLFILE-RECORD
           WRITE SCHDDLFILE-RECORD
           IF WS-SCH-COL-DROPPED > 0
               MOVE WS-SCH-COL-DROPPED TO WS-SCH-N1
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- " FUNCTION TRIM(WS-SCH-N1)
                   " COLUMNS PAST THE 1000-COLUMN LIMIT WERE NOT"
                   " GENERATED" DELIMITED BY SIZE
                   INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
           END-IF
           IF WS-SCH-TAB-FULL > 0
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- OVER 20 TABLES - LATER OCCURS WERE FLATTENED"
                   " INTO THE MAIN TABLE"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
           END-IF

           MOVE 1 TO WS-SCH-T
           PERFORM UNTIL WS-SCH-T > WS-SCH-TAB-COUNT
               PERFORM 2571-SCHEMA-DDL-TABLE-PARA
               ADD 1 TO WS-SCH-T
           END-PERFORM

           IF WS-SCH-REDEF-COUNT > 0
               MOVE SPACE TO SCHDDLFILE-RECORD
               WRITE SCHDDLFILE-RECORD
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- DECISIONS NEEDED - REDEFINES (ONLY THE BASE"
                   " LAYOUT BECAME COLUMNS)"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
               MOVE 1 TO WS-SCH-I
               PERFORM UNTIL WS-SCH-I > WS-SCH-REDEF-COUNT
                   MOVE WS-SCH-REDEF-ROW(WS-SCH-I) TO WS-SCH-J
                   COMPUTE WS-SCH-OFF = LI-VAR-OFFSET(WS-SCH-J) -
                       LI-VAR-OFFSET(WS-SCH-ROW) + 1
                   MOVE WS-SCH-OFF TO WS-SCH-N1
                   COMPUTE WS-SCH-N2 = WS-SCH-OFF +
                       LI-VAR-BYTES(WS-SCH-J) - 1
                   MOVE SPACE TO SCHDDLFILE-RECORD
                   STRING "--   " FUNCTION TRIM(LI-VAR-NAME(WS-SCH-J))
                       " REDEFINES "
                       FUNCTION TRIM(LI-VAR-REDEFINES(WS-SCH-J))
                       ", BYTES " FUNCTION TRIM(WS-SCH-N1) "-"
                       FUNCTION TRIM(WS-SCH-N2)
                       ": ADD ITS OWN COLUMNS, A VIEW, OR A TABLE PER"
                       " RECORD TYPE" DELIMITED BY SIZE
                       INTO SCHDDLFILE-RECORD
                   END-STRING
                   WRITE SCHDDLFILE-RECORD
                   ADD 1 TO WS-SCH-I
               END-PERFORM
           END-IF
           CLOSE SCHDDLFILE.

      *----------------------------------------------------------------
      * 2571-SCHEMA-DDL-TABLE-PARA
      * CREATE TABLE for table WS-SCH-T, then the CHECK candidates
      * its columns' level-88s suggest - commented out, so the draft
      * runs as it stands and each candidate is a deliberate choice.
      *----------------------------------------------------------------
       2571-SCHEMA-DDL-TABLE-PARA.
           MOVE SPACE TO SCHDDLFILE-RECORD
           WRITE SCHDDLFILE-RECORD
           IF WS-SCH-T > 1
               MOVE WS-SCH-T-ROW(WS-SCH-T) TO WS-SCH-J
               MOVE LI-VAR-OCCURS(WS-SCH-J) TO WS-SCH-N1
               MOVE LI-VAR-OCCURS-MIN(WS-SCH-J) TO WS-SCH-N2
               MOVE SPACE TO WS-SCH-LIT
               IF LI-VAR-DEPENDING(WS-SCH-J) <> SPACE
                   STRING FUNCTION TRIM(WS-SCH-N2) " TO "
                       FUNCTION TRIM(WS-SCH-N1) " DEPENDING ON "
                       FUNCTION TRIM(LI-VAR-DEPENDING(WS-SCH-J))
                       DELIMITED BY SIZE INTO WS-SCH-LIT
                   END-STRING
               ELSE
                   MOVE WS-SCH-N1 TO WS-SCH-LIT
               END-IF
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- CHILD TABLE FOR "
                   FUNCTION TRIM(LI-VAR-NAME(WS-SCH-J)) " OCCURS "
                   FUNCTION TRIM(WS-SCH-LIT)
                   " - ONE ROW PER OCCURRENCE"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- ADD THE KEY COLUMNS OF "
                   FUNCTION TRIM(WS-SCH-T-NAME(1))
                   " AHEAD OF OCCURRENCE_NO"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
           END-IF
           IF WS-SCH-T-COLS(WS-SCH-T) > 750
               MOVE WS-SCH-T-COLS(WS-SCH-T) TO WS-SCH-N1
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- WARNING - " FUNCTION TRIM(WS-SCH-N1)
                   " COLUMNS, OVER DB2'S 750 FOR ONE TABLE"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
           END-IF
           MOVE SPACE TO SCHDDLFILE-RECORD
           STRING "CREATE TABLE " FUNCTION TRIM(WS-SCH-T-NAME(WS-SCH-T))
               DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
           END-STRING
           WRITE SCHDDLFILE-RECORD

      *    LEADING COMMAS - EACH LINE STANDS ALONE
           MOVE "  ( " TO WS-SCH-LEAD
           IF WS-SCH-T > 1
               MOVE "OCCURRENCE_NO" TO WS-SCH-SQLNAME
               MOVE "SMALLINT" TO WS-SCH-TYPE
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING WS-SCH-LEAD(1:4) WS-SCH-SQLNAME " " WS-SCH-TYPE
                   " NOT NULL" DELIMITED BY SIZE
                   INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
               MOVE "  , " TO WS-SCH-LEAD
           END-IF
           MOVE 1 TO WS-SCH-I
           PERFORM UNTIL WS-SCH-I > WS-SCH-COL-COUNT
               IF WS-SCH-C-TAB(WS-SCH-I) = WS-SCH-T
                   MOVE SPACE TO SCHDDLFILE-RECORD
                   STRING WS-SCH-LEAD(1:4) WS-SCH-C-NAME(WS-SCH-I) " "
                       WS-SCH-C-TYPE(WS-SCH-I) " NOT NULL"
                       DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
                   END-STRING
                   WRITE SCHDDLFILE-RECORD
                   MOVE "  , " TO WS-SCH-LEAD
               END-IF
               ADD 1 TO WS-SCH-I
           END-PERFORM
           MOVE "  );" TO SCHDDLFILE-RECORD
           WRITE SCHDDLFILE-RECORD

           MOVE "N" TO WS-SCH-HEAD-DONE
           MOVE 1 TO WS-SCH-I
           PERFORM UNTIL WS-SCH-I > WS-SCH-COL-COUNT
               IF WS-SCH-C-TAB(WS-SCH-I) = WS-SCH-T
                   PERFORM 2572-SCHEMA-DDL-CHECK-PARA THRU 2572-EXIT
               END-IF
               ADD 1 TO WS-SCH-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2572-SCHEMA-DDL-CHECK-PARA
      * Column WS-SCH-I's CHECK candidate: one term per VALUE or
      * THRU range of every 88 under its field, read through the
      * same 88-value planning VALIDATE uses. Values SQL cannot
      * spell as a plain literal are left out and counted.
      *----------------------------------------------------------------
       2572-SCHEMA-DDL-CHECK-PARA.
           MOVE WS-SCH-C-ROW(WS-SCH-I) TO WS-VLD-V
           IF WS-VLD-V >= LI-VARS-COUNT
               GO TO 2572-EXIT
           END-IF
           IF LI-VAR-IS-COND(WS-VLD-V + 1) = "N"
               GO TO 2572-EXIT
           END-IF
           MOVE 1 TO WS-VLD-F
           MOVE 0 TO WS-VLD-V88-COUNT
           MOVE 1 TO WS-VLD-F-V88-1(1)
           PERFORM 2786-PLAN-88-VALUES-PARA

           IF WS-SCH-HEAD-DONE = "N"
               MOVE SPACE TO SCHDDLFILE-RECORD
               WRITE SCHDDLFILE-RECORD
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "-- CHECK CANDIDATES FROM LEVEL-88 VALUES -"
                   " REVIEW,"
                   " THEN UNCOMMENT"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
               MOVE "Y" TO WS-SCH-HEAD-DONE
           END-IF
           MOVE 0 TO WS-SCH-TERMS
           MOVE 0 TO WS-SCH-SKIPPED
           MOVE "--   (    " TO WS-SCH-LEAD
           MOVE 1 TO WS-SCH-J
           PERFORM UNTIL WS-SCH-J > WS-VLD-V88-COUNT
               PERFORM 2573-SCHEMA-CHECK-TERM-PARA THRU 2573-EXIT
               IF WS-SCH-LIT = SPACE
                   ADD 1 TO WS-SCH-SKIPPED
               ELSE
                   IF WS-SCH-TERMS = 0
                       MOVE SPACE TO SCHDDLFILE-RECORD
                       STRING "-- ALTER TABLE "
                           FUNCTION TRIM(WS-SCH-T-NAME(WS-SCH-T))
                           " ADD CONSTRAINT CK_"
                           FUNCTION TRIM(WS-SCH-C-NAME(WS-SCH-I)(1:27))
                           " CHECK"
                           DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
                       END-STRING
                       WRITE SCHDDLFILE-RECORD
                   END-IF
                   MOVE SPACE TO SCHDDLFILE-RECORD
                   STRING WS-SCH-LEAD(1:10) WS-SCH-LIT
                       DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
                   END-STRING
                   WRITE SCHDDLFILE-RECORD
                   MOVE "--     OR " TO WS-SCH-LEAD
                   ADD 1 TO WS-SCH-TERMS
               END-IF
               ADD 1 TO WS-SCH-J
           END-PERFORM
           IF WS-SCH-TERMS > 0
               MOVE "--   );" TO SCHDDLFILE-RECORD
               WRITE SCHDDLFILE-RECORD
           END-IF
           IF WS-SCH-SKIPPED > 0
               MOVE WS-SCH-SKIPPED TO WS-SCH-N1
               MOVE SPACE TO SCHDDLFILE-RECORD
               STRING "--   " FUNCTION TRIM(WS-SCH-N1)
                   " 88 VALUE(S) OF "
                   FUNCTION TRIM(LI-VAR-NAME(WS-VLD-V))
                   " HAVE NO PLAIN SQL LITERAL - CHECK BY HAND"
                   DELIMITED BY SIZE INTO SCHDDLFILE-RECORD
               END-STRING
               WRITE SCHDDLFILE-RECORD
           END-IF.

       2572-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2573-SCHEMA-CHECK-TERM-PARA
      * 88 value WS-SCH-J as a condition on column WS-SCH-I into
      * WS-SCH-LIT - spaces when it cannot be written: a LOW- or
      * HIGH-VALUE, a quoted value on a numeric column, or a value
      * holding a quote.
      *----------------------------------------------------------------
       2573-SCHEMA-CHECK-TERM-PARA.
           MOVE SPACE TO WS-SCH-LIT
           MOVE WS-SCH-C-NAME(WS-SCH-I) TO WS-SCH-SQLNAME
           MOVE WS-VLD-V-LO(WS-SCH-J) TO WS-SCH-VAL-LO
           MOVE WS-VLD-V-HI(WS-SCH-J) TO WS-SCH-VAL-HI
           MOVE 0 TO WS-SCH-SUF-LEN
           INSPECT WS-SCH-VAL-LO TALLYING WS-SCH-SUF-LEN FOR ALL "'"
           INSPECT WS-SCH-VAL-HI TALLYING WS-SCH-SUF-LEN FOR ALL "'"
           IF WS-SCH-SUF-LEN > 0
               GO TO 2573-EXIT
           END-IF

           IF WS-SCH-C-ENC(WS-SCH-I) = "ZONED" OR
           WS-SCH-C-ENC(WS-SCH-I) = "PACKED" OR
           WS-SCH-C-ENC(WS-SCH-I) = "BINARY" OR
           WS-SCH-C-ENC(WS-SCH-I) = "FLOAT"
               EVALUATE WS-VLD-V-FIG(WS-SCH-J)
                   WHEN SPACE
                       IF WS-SCH-VAL-LO = WS-SCH-VAL-HI
                           STRING FUNCTION TRIM(WS-SCH-SQLNAME) " = "
                               FUNCTION TRIM(WS-SCH-VAL-LO)
                               DELIMITED BY SIZE INTO WS-SCH-LIT
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(WS-SCH-SQLNAME)
                               " BETWEEN " FUNCTION TRIM(WS-SCH-VAL-LO)
                               " AND " FUNCTION TRIM(WS-SCH-VAL-HI)
                               DELIMITED BY SIZE INTO WS-SCH-LIT
                           END-STRING
                       END-IF
                   WHEN "Z"
                       STRING FUNCTION TRIM(WS-SCH-SQLNAME) " = 0"
                           DELIMITED BY SIZE INTO WS-SCH-LIT
                       END-STRING
               END-EVALUATE
               GO TO 2573-EXIT
           END-IF

      *    A CHARACTER COLUMN - FIGURATIVES SPELLED OUT FIRST
           EVALUATE WS-VLD-V-FIG(WS-SCH-J)
               WHEN "S"
                   MOVE SPACE TO WS-SCH-VAL-LO
                   MOVE SPACE TO WS-SCH-VAL-HI
               WHEN "Z"
                   MOVE WS-SCH-C-LEN(WS-SCH-I) TO WS-SCH-NAME-LEN
                   IF WS-SCH-NAME-LEN > 40
                       MOVE 40 TO WS-SCH-NAME-LEN
                   END-IF
                   MOVE SPACE TO WS-SCH-VAL-LO
                   MOVE ALL "0" TO WS-SCH-VAL-LO(1:WS-SCH-NAME-LEN)
                   MOVE WS-SCH-VAL-LO TO WS-SCH-VAL-HI
               WHEN "L"
               WHEN "H"
                   GO TO 2573-EXIT
           END-EVALUATE

      *    CHAR COMPARES PAD WITH BLANKS, SO TRAILING SPACES IN THE
      *    LITERAL MAY GO
           MOVE SPACE TO WS-SCH-LIT-HI
           IF WS-SCH-VAL-LO = SPACE
               MOVE "' '" TO WS-SCH-LIT-HI
           ELSE
               STRING "'" FUNCTION TRIM(WS-SCH-VAL-LO TRAILING) "'"
                   DELIMITED BY SIZE INTO WS-SCH-LIT-HI
               END-STRING
           END-IF
           IF WS-SCH-VAL-LO = WS-SCH-VAL-HI
               STRING FUNCTION TRIM(WS-SCH-SQLNAME) " = "
                   FUNCTION TRIM(WS-SCH-LIT-HI)
                   DELIMITED BY SIZE INTO WS-SCH-LIT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-SCH-SQLNAME) " BETWEEN "
                   FUNCTION TRIM(WS-SCH-LIT-HI) " AND '"
                   FUNCTION TRIM(WS-SCH-VAL-HI TRAILING) "'"
                   DELIMITED BY SIZE INTO WS-SCH-LIT
               END-STRING
           END-IF.

       2573-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2574-SCHEMA-PLACE-FIELD-PARA
      * Which table row WS-SCH-V's columns go to, from the outermost
      * OCCURS enclosing it: a DEPENDING ON table, or one over the
      * flatten limit, is split into its own child table (inner
      * tables flattened within it); anything else is flattened into
      * the main table. Sets WS-SCH-T, WS-SCH-CHILD and how many of
      * the enclosing tables (innermost first) are flattened.
      *----------------------------------------------------------------
       2574-SCHEMA-PLACE-FIELD-PARA.
           MOVE 1 TO WS-SCH-T
           MOVE "N" TO WS-SCH-CHILD
           MOVE WS-SCH-ANC-N TO WS-SCH-FLAT-N
           IF WS-SCH-ANC-N = 0
               CONTINUE
           ELSE
               MOVE WS-SCH-ANC(WS-SCH-ANC-N) TO WS-SCH-J
               IF LI-VAR-DEPENDING(WS-SCH-J) <> SPACE OR
               LI-VAR-OCCURS(WS-SCH-J) > WS-SCH-FLAT-MAX
                   PERFORM 2575-SCHEMA-CHILD-TABLE-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2575-SCHEMA-CHILD-TABLE-PARA
      * The child table for OCCURS row WS-SCH-J, added on first use
      * and named after the repeating item. Past 20 tables the
      * field stays flattened in the main table.
      *----------------------------------------------------------------
       2575-SCHEMA-CHILD-TABLE-PARA.
           MOVE 2 TO WS-SCH-A
           PERFORM UNTIL WS-SCH-A > WS-SCH-TAB-COUNT OR
           WS-SCH-CHILD = "Y"
               IF WS-SCH-T-ROW(WS-SCH-A) = WS-SCH-J
                   MOVE WS-SCH-A TO WS-SCH-T
                   MOVE "Y" TO WS-SCH-CHILD
               END-IF
               ADD 1 TO WS-SCH-A
           END-PERFORM
           IF WS-SCH-CHILD = "N"
               IF WS-SCH-TAB-COUNT >= 20
                   ADD 1 TO WS-SCH-TAB-FULL
               ELSE
                   ADD 1 TO WS-SCH-TAB-COUNT
                   MOVE WS-SCH-TAB-COUNT TO WS-SCH-T
                   MOVE LI-VAR-NAME(WS-SCH-J) TO WS-SCH-NAME
                   MOVE SPACE TO WS-SCH-SUFFIX
                   PERFORM 2568-SCHEMA-SQL-NAME-PARA
                   MOVE WS-SCH-SQLNAME TO WS-SCH-T-NAME(WS-SCH-T)
                   MOVE WS-SCH-J TO WS-SCH-T-ROW(WS-SCH-T)
                   MOVE 0 TO WS-SCH-T-COLS(WS-SCH-T)
                   MOVE "Y" TO WS-SCH-CHILD
               END-IF
           END-IF
           IF WS-SCH-CHILD = "Y"
               SUBTRACT 1 FROM WS-SCH-FLAT-N
           END-IF.

      *----------------------------------------------------------------
      * 2580-SCHEMA-WRITE-COLUMNS-PARA
      * <record>.SCHEMA - one "|"-delimited row per column, table by
      * table, for the loaders that cut the fixed record into a
      * delimited file. A child table's columns repeat every STRIDE
      * bytes, OCCURS times (DEPENDING-ON names the count column).
      *----------------------------------------------------------------
       2580-SCHEMA-WRITE-COLUMNS-PARA.
           OPEN OUTPUT SCHCOLFILE
           MOVE SPACE TO SCHCOLFILE-RECORD
           STRING "* COLUMN SCHEMA FOR COBOL RECORD "
               FUNCTION TRIM(WS-SCH-RECORD) " IN "
               FUNCTION TRIM(WS-CURRENT-MEMBER)
               DELIMITED BY SIZE INTO SCHCOLFILE-RECORD
           END-STRING
           WRITE SCHCOLFILE-RECORD
           MOVE SPACE TO SCHCOLFILE-RECORD
           STRING "* OFFSET IS 1-BASED IN THE FIXED RECORD. A CHILD"
               " TABLE'S COLUMN REPEATS EVERY STRIDE BYTES, UP TO"
               " OCCURS TIMES"
               DELIMITED BY SIZE INTO SCHCOLFILE-RECORD
           END-STRING
           WRITE SCHCOLFILE-RECORD
           MOVE SPACE TO SCHCOLFILE-RECORD
           STRING "* ENCODING: CHAR TEXT, ZONED DISPLAY DIGITS (SIGN"
               " OVERPUNCHED ON THE LAST BYTE), PACKED COMP-3,"
               " BINARY BIG-ENDIAN, FLOAT HEX FLOATING POINT,"
               " EDITED NUMERIC-EDITED TEXT"
               DELIMITED BY SIZE INTO SCHCOLFILE-RECORD
           END-STRING
           WRITE SCHCOLFILE-RECORD
           MOVE SPACE TO SCHCOLFILE-RECORD
           STRING "* TABLE|SEQ|COLUMN|OFFSET|LENGTH|ENCODING|SQL-TYPE|"
               "PRECISION|SCALE|SIGNED|OCCURS|STRIDE|DEPENDING-ON|"
               "COBOL-NAME"
               DELIMITED BY SIZE INTO SCHCOLFILE-RECORD
           END-STRING
           WRITE SCHCOLFILE-RECORD

           MOVE 1 TO WS-SCH-T
           PERFORM UNTIL WS-SCH-T > WS-SCH-TAB-COUNT
               MOVE 0 TO WS-SCH-TERMS
               MOVE 1 TO WS-SCH-I
               PERFORM UNTIL WS-SCH-I > WS-SCH-COL-COUNT
                   IF WS-SCH-C-TAB(WS-SCH-I) = WS-SCH-T
                       ADD 1 TO WS-SCH-TERMS
                       PERFORM 2581-SCHEMA-COLUMN-ROW-PARA
                   END-IF
                   ADD 1 TO WS-SCH-I
               END-PERFORM
               ADD 1 TO WS-SCH-T
           END-PERFORM
           CLOSE SCHCOLFILE.

      *----------------------------------------------------------------
      * 2581-SCHEMA-COLUMN-ROW-PARA
      * Column WS-SCH-I, number WS-SCH-TERMS in table WS-SCH-T.
      *----------------------------------------------------------------
       2581-SCHEMA-COLUMN-ROW-PARA.
           MOVE WS-SCH-C-ROW(WS-SCH-I) TO WS-SCH-V
           MOVE WS-SCH-TERMS TO WS-SCH-N1
           MOVE WS-SCH-C-OFF(WS-SCH-I) TO WS-SCH-N2
           MOVE WS-SCH-C-LEN(WS-SCH-I) TO WS-SCH-N3
           MOVE SPACE TO WS-SCH-LIT
           STRING FUNCTION TRIM(WS-SCH-T-NAME(WS-SCH-T)) "|"
               FUNCTION TRIM(WS-SCH-N1) "|"
               FUNCTION TRIM(WS-SCH-C-NAME(WS-SCH-I)) "|"
               FUNCTION TRIM(WS-SCH-N2) "|"
               FUNCTION TRIM(WS-SCH-N3) "|"
               DELIMITED BY SIZE INTO WS-SCH-LIT
           END-STRING
           MOVE WS-SCH-C-PREC(WS-SCH-I) TO WS-SCH-N1
           MOVE WS-SCH-C-SCALE(WS-SCH-I) TO WS-SCH-N2
           MOVE SPACE TO WS-SCH-LIT-HI
           STRING FUNCTION TRIM(WS-SCH-C-ENC(WS-SCH-I)) "|"
               FUNCTION TRIM(WS-SCH-C-TYPE(WS-SCH-I)) "|"
               FUNCTION TRIM(WS-SCH-N1) "|"
               FUNCTION TRIM(WS-SCH-N2) "|"
               LI-VAR-SIGNED(WS-SCH-V) "|"
               DELIMITED BY SIZE INTO WS-SCH-LIT-HI
           END-STRING

           MOVE SPACE TO WS-SCH-SQLNAME
           IF WS-SCH-T = 1
               MOVE 1 TO WS-SCH-N1
               MOVE 0 TO WS-SCH-N2
           ELSE
               MOVE WS-SCH-T-ROW(WS-SCH-T) TO WS-SCH-J
               MOVE LI-VAR-OCCURS(WS-SCH-J) TO WS-SCH-N1
               MOVE LI-VAR-BYTES(WS-SCH-J) TO WS-SCH-N2
               IF LI-VAR-DEPENDING(WS-SCH-J) <> SPACE
                   MOVE LI-VAR-DEPENDING(WS-SCH-J) TO WS-SCH-SQLNAME
                   INSPECT WS-SCH-SQLNAME REPLACING ALL "-" BY "_"
               END-IF
           END-IF
           MOVE SPACE TO SCHCOLFILE-RECORD
           STRING FUNCTION TRIM(WS-SCH-LIT)
               FUNCTION TRIM(WS-SCH-LIT-HI)
               FUNCTION TRIM(WS-SCH-N1) "|"
               FUNCTION TRIM(WS-SCH-N2) "|"
               FUNCTION TRIM(WS-SCH-SQLNAME) "|"
               FUNCTION TRIM(LI-VAR-NAME(WS-SCH-V))
               DELIMITED BY SIZE INTO SCHCOLFILE-RECORD
           END-STRING
           WRITE SCHCOLFILE-RECORD.

      *----------------------------------------------------------------
      * 2600-MERGE-STREAMS-PARA
      * MERGE <streams> - folds CALLMAP/DATASET/COPYUSE/FINDINGS
      * stream files (suffixed .S01 ... .Snn by 1050) back into the
      * plain shop-wide names, recomputes SUMMARY.RPT from the
      * streams' raw counters (SUMMARY.CNT.Snn), and writes
      * MERGED.CKPT carrying each stream's own checkpoint line. A
      * stream file that does not exist is skipped - a stream with
      * nothing to report is not an error.
      *----------------------------------------------------------------
       2600-MERGE-STREAMS-PARA.
           COMPUTE WS-SHARD-N =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-MEMBER-PATH))
           IF WS-SHARD-N < 1
               MOVE 1 TO WS-SHARD-N
           END-IF
           IF WS-SHARD-N > 16
               MOVE 16 TO WS-SHARD-N
           END-IF

           OPEN OUTPUT CALLMAPFILE
           MOVE "Y" TO WS-CALLMAP-OPEN
           MOVE SPACE TO CALLMAPFILE-RECORD
           MOVE "CALL CROSS-REFERENCE - CALLER / TARGET"
               TO CALLMAPFILE-RECORD
           WRITE CALLMAPFILE-RECORD
           OPEN OUTPUT DATASETFILE
           MOVE SPACE TO DATASETFILE-RECORD
           MOVE "DATASET CROSS-REFERENCE - PROGRAM / DATASET / MODE"
               TO DATASETFILE-RECORD
           WRITE DATASETFILE-RECORD
           OPEN OUTPUT COPYUSEFILE
           MOVE SPACE TO COPYUSEFILE-RECORD
           MOVE "COPYBOOK WHERE-USED - COPYBOOK / PROGRAM / FIELD"
               TO COPYUSEFILE-RECORD
           WRITE COPYUSEFILE-RECORD
           OPEN OUTPUT CONSOLFILE

           MOVE 1 TO WS-SHARD-I
           PERFORM UNTIL WS-SHARD-I > WS-SHARD-N
               MOVE SPACE TO WS-STREAM-TAG
               STRING "S" WS-SHARD-I DELIMITED BY SIZE
                   INTO WS-STREAM-TAG
               END-STRING

               MOVE "CALLMAP.RPT" TO WS-MERGE-BASE
               PERFORM 2610-CONCAT-STREAM-CALLMAP-PARA
               MOVE "DATASET.RPT" TO WS-MERGE-BASE
               PERFORM 2620-CONCAT-STREAM-DATASET-PARA
               MOVE "COPYUSE.RPT" TO WS-MERGE-BASE
               PERFORM 2630-CONCAT-STREAM-COPYUSE-PARA
               MOVE "FINDINGS.DAT" TO WS-MERGE-BASE
               PERFORM 2640-CONCAT-STREAM-CONSOL-PARA
               PERFORM 2650-FOLD-STREAM-COUNTS-PARA

               ADD 1 TO WS-SHARD-I
           END-PERFORM

           PERFORM 2660-MERGE-CHECKPOINTS-PARA

      *    9000 CLOSES THE MERGED SHOP-WIDE FILES AND WRITES THE
      *    RECOMBINED SUMMARY FROM THE FOLDED COUNTERS
           PERFORM 9000-WRITE-SUMMARY-PARA
           PERFORM 1280-LOAD-OWNERS-PARA THRU 1280-EXIT
           PERFORM 9430-WRITE-CALLGRAPH-PARA.

      *----------------------------------------------------------------
      * 2605-OPEN-STREAM-INPUT-PARA
      * Points MERGEINFILE at WS-MERGE-BASE.<tag> and opens it;
      * WS-MERGE-EOF comes back "Y" at once when the stream never
      * wrote that file.
      *----------------------------------------------------------------
       2605-OPEN-STREAM-INPUT-PARA.
           MOVE SPACE TO LO-MERGEIN-FILE
           STRING FUNCTION TRIM(WS-MERGE-BASE) "."
               FUNCTION TRIM(WS-STREAM-TAG)
               DELIMITED BY SIZE INTO LO-MERGEIN-FILE
           END-STRING
      *    LATCH THE OPEN RESULT - THE HEADER READ BELOW OVERWRITES
      *    THE LIVE FILE STATUS (AN EMPTY STREAM FILE LEAVES "10"),
      *    AND THE CONSUMERS MUST STILL CLOSE WHAT WAS OPENED
           MOVE "N" TO WS-MERGE-OPENED
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS = "00"
               MOVE "Y" TO WS-MERGE-OPENED
               MOVE "N" TO WS-MERGE-EOF
      *        SWALLOW THE STREAM FILE'S OWN HEADER LINE
               READ MERGEINFILE
                   AT END
                       MOVE "Y" TO WS-MERGE-EOF
               END-READ
           ELSE
               MOVE "Y" TO WS-MERGE-EOF
           END-IF.

      *----------------------------------------------------------------
      * 2610-CONCAT-STREAM-CALLMAP-PARA
      *----------------------------------------------------------------
       2610-CONCAT-STREAM-CALLMAP-PARA.
           PERFORM 2605-OPEN-STREAM-INPUT-PARA
           IF WS-MERGE-OPENED = "Y"
               PERFORM UNTIL WS-MERGE-EOF = "Y"
                   READ MERGEINFILE
                       AT END
                           MOVE "Y" TO WS-MERGE-EOF
                       NOT AT END
                           MOVE MERGEINFILE-RECORD TO
                               CALLMAPFILE-RECORD
                           WRITE CALLMAPFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MERGEINFILE
           END-IF.

      *----------------------------------------------------------------
      * 2620-CONCAT-STREAM-DATASET-PARA
      *----------------------------------------------------------------
       2620-CONCAT-STREAM-DATASET-PARA.
           PERFORM 2605-OPEN-STREAM-INPUT-PARA
           IF WS-MERGE-OPENED = "Y"
               PERFORM UNTIL WS-MERGE-EOF = "Y"
                   READ MERGEINFILE
                       AT END
                           MOVE "Y" TO WS-MERGE-EOF
                       NOT AT END
                           MOVE MERGEINFILE-RECORD TO
                               DATASETFILE-RECORD
                           WRITE DATASETFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MERGEINFILE
           END-IF.

      *----------------------------------------------------------------
      * 2630-CONCAT-STREAM-COPYUSE-PARA
      *----------------------------------------------------------------
       2630-CONCAT-STREAM-COPYUSE-PARA.
           PERFORM 2605-OPEN-STREAM-INPUT-PARA
           IF WS-MERGE-OPENED = "Y"
               PERFORM UNTIL WS-MERGE-EOF = "Y"
                   READ MERGEINFILE
                       AT END
                           MOVE "Y" TO WS-MERGE-EOF
                       NOT AT END
                           MOVE MERGEINFILE-RECORD TO
                               COPYUSEFILE-RECORD
                           WRITE COPYUSEFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MERGEINFILE
           END-IF.

      *----------------------------------------------------------------
      * 2640-CONCAT-STREAM-CONSOL-PARA
      * The consolidated findings export has no header line, so the
      * line 2605 swallowed as a header is a real record and is
      * written out before the copy loop.
      *----------------------------------------------------------------
       2640-CONCAT-STREAM-CONSOL-PARA.
           PERFORM 2605-OPEN-STREAM-INPUT-PARA
           IF WS-MERGE-OPENED = "Y"
               IF WS-MERGE-EOF = "N"
                   MOVE MERGEINFILE-RECORD TO CONSOLFILE-RECORD
                   WRITE CONSOLFILE-RECORD
               END-IF
               PERFORM UNTIL WS-MERGE-EOF = "Y"
                   READ MERGEINFILE
                       AT END
                           MOVE "Y" TO WS-MERGE-EOF
                       NOT AT END
                           MOVE MERGEINFILE-RECORD TO
                               CONSOLFILE-RECORD
                           WRITE CONSOLFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MERGEINFILE
           END-IF.

      *----------------------------------------------------------------
      * 2650-FOLD-STREAM-COUNTS-PARA
      * Adds one stream's raw summary counters (written by 9050 in
      * the fixed order below) into the shop-wide totals.
      *----------------------------------------------------------------
       2650-FOLD-STREAM-COUNTS-PARA.
           MOVE SPACE TO LO-SUMCNT-FILE
           STRING "SUMMARY.CNT." FUNCTION TRIM(WS-STREAM-TAG)
               DELIMITED BY SIZE INTO LO-SUMCNT-FILE
           END-STRING
           OPEN INPUT SUMCNTFILE
           IF WS-SUMCNT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-FIELD-COUNT
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-TYPE-9
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-TYPE-X
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-TYPE-A
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-TYPE-EDIT
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-USAGE-DISPLAY
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-USAGE-COMP
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-USAGE-COMP3
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-USAGE-OTHER
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-BUCKET-1-4
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-BUCKET-5-9
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-BUCKET-10-18
               PERFORM 2655-FOLD-ONE-COUNT-PARA
               ADD WS-SUMCNT-VAL TO WK-SUM-BUCKET-19-UP
               CLOSE SUMCNTFILE
           END-IF.

      *----------------------------------------------------------------
      * 2655-FOLD-ONE-COUNT-PARA
      *----------------------------------------------------------------
       2655-FOLD-ONE-COUNT-PARA.
           MOVE 0 TO WS-SUMCNT-VAL
           READ SUMCNTFILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(SUMCNTFILE-RECORD) IS NUMERIC
                       COMPUTE WS-SUMCNT-VAL =
                           FUNCTION NUMVAL(SUMCNTFILE-RECORD)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2660-MERGE-CHECKPOINTS-PARA
      * Writes MERGED.CKPT with one line per stream: the member that
      * stream's own checkpoint (CHECKPT.Snn by convention) says
      * finished last. Restarting a sharded run still uses the
      * per-stream checkpoints - this file is the operator's single
      * picture of how far the whole scan got.
      *----------------------------------------------------------------
       2660-MERGE-CHECKPOINTS-PARA.
           MOVE "MERGED.CKPT" TO LO-CHECKPT-FILE
           OPEN OUTPUT CHECKPTFILE

           MOVE 1 TO WS-SHARD-I
           PERFORM UNTIL WS-SHARD-I > WS-SHARD-N
               MOVE SPACE TO WS-STREAM-TAG
               STRING "S" WS-SHARD-I DELIMITED BY SIZE
                   INTO WS-STREAM-TAG
               END-STRING
               MOVE SPACE TO LO-MERGEIN-FILE
               STRING "CHECKPT." FUNCTION TRIM(WS-STREAM-TAG)
                   DELIMITED BY SIZE INTO LO-MERGEIN-FILE
               END-STRING
               OPEN INPUT MERGEINFILE
               IF WS-MERGEIN-STATUS = "00"
                   READ MERGEINFILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SPACE TO CHECKPTFILE-RECORD
                           STRING FUNCTION TRIM(WS-STREAM-TAG) " "
                               FUNCTION TRIM(MERGEINFILE-RECORD)
                               DELIMITED BY SIZE
                               INTO CHECKPTFILE-RECORD
                           END-STRING
                           WRITE CHECKPTFILE-RECORD
                   END-READ
                   CLOSE MERGEINFILE
               END-IF
               ADD 1 TO WS-SHARD-I
           END-PERFORM

           CLOSE CHECKPTFILE.

      *----------------------------------------------------------------
      * 2700-COMPARE-LAYOUTS-PARA
      * COMPARE <old-copybook> <new-copybook> [copybook-dir] - scans
      * both versions through the same capture and layout passes and
      * reports, field by field, what a conversion program has to
      * care about: fields ADDED, DROPPED, CHANGED (PICTURE or
      * USAGE), and - the list we always used to miss one of -
      * fields whose own definition stands but whose OFFSET SHIFTED
      * underneath them.
      *----------------------------------------------------------------
       2700-COMPARE-LAYOUTS-PARA.
           MOVE WS-COPYBOOK-DIR TO WS-COMPARE-NEW
           IF WS-SUPPRESS-ARG <> SPACE
               MOVE WS-SUPPRESS-ARG TO WS-COPYBOOK-DIR
           ELSE
               MOVE "copybooks" TO WS-COPYBOOK-DIR
           END-IF

      *    OLD VERSION FIRST, HELD ASIDE IN THE COMPARE TABLE
           MOVE WS-MEMBER-PATH TO WS-CURRENT-MEMBER
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           MOVE 0 TO WS-CMPV-COUNT
           MOVE 1 TO WS-CV-I
           PERFORM UNTIL WS-CV-I > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-CV-I) = "N" AND
               WS-CMPV-COUNT < 2000
                   ADD 1 TO WS-CMPV-COUNT
                   MOVE LI-VAR-NAME(WS-CV-I) TO
                       WS-CMPV-NAME(WS-CMPV-COUNT)
                   MOVE LI-VAR-TYPE(WS-CV-I) TO
                       WS-CMPV-TYPE(WS-CMPV-COUNT)
                   MOVE LI-VAR-SIZE(WS-CV-I) TO
                       WS-CMPV-SIZE(WS-CMPV-COUNT)
                   MOVE LI-VAR-DECIMALS(WS-CV-I) TO
                       WS-CMPV-DEC(WS-CMPV-COUNT)
                   MOVE LI-VAR-USAGE(WS-CV-I) TO
                       WS-CMPV-USAGE(WS-CMPV-COUNT)
                   MOVE LI-VAR-OCCURS(WS-CV-I) TO
                       WS-CMPV-OCCURS(WS-CMPV-COUNT)
                   MOVE LI-VAR-BYTES(WS-CV-I) TO
                       WS-CMPV-BYTES(WS-CMPV-COUNT)
                   MOVE LI-VAR-OFFSET(WS-CV-I) TO
                       WS-CMPV-OFFSET(WS-CMPV-COUNT)
               END-IF
               ADD 1 TO WS-CV-I
           END-PERFORM

      *    NEW VERSION INTO THE LIVE TABLE
           MOVE WS-COMPARE-NEW TO WS-CURRENT-MEMBER
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           OPEN OUTPUT COMPAREFILE
           MOVE SPACE TO COMPAREFILE-RECORD
           STRING "LAYOUT COMPARE - OLD "
               FUNCTION TRIM(WS-MEMBER-PATH) " / NEW "
               FUNCTION TRIM(WS-COMPARE-NEW) DELIMITED BY SIZE
               INTO COMPAREFILE-RECORD
           END-STRING
           WRITE COMPAREFILE-RECORD

           MOVE 1 TO WS-CV-I
           PERFORM UNTIL WS-CV-I > WS-CMPV-COUNT
      *        FILLER CANNOT BE MATCHED BY NAME - ITS MOVEMENT SHOWS
      *        THROUGH THE NAMED FIELDS AROUND IT
               IF WS-CMPV-NAME(WS-CV-I) = "FILLER"
                   ADD 1 TO WS-CV-I
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM 2710-FIND-NEW-ROW-PARA
               EVALUATE TRUE
                   WHEN WS-CV-ROW = 0
                       MOVE SPACE TO COMPAREFILE-RECORD
                       STRING "DROPPED       " FUNCTION TRIM
                           (WS-CMPV-NAME(WS-CV-I))
                           DELIMITED BY SIZE INTO COMPAREFILE-RECORD
                       END-STRING
                       WRITE COMPAREFILE-RECORD
                   WHEN WS-CMPV-TYPE(WS-CV-I) <>
                   LI-VAR-TYPE(WS-CV-ROW) OR
                   WS-CMPV-SIZE(WS-CV-I) <>
                   LI-VAR-SIZE(WS-CV-ROW) OR
                   WS-CMPV-DEC(WS-CV-I) <>
                   LI-VAR-DECIMALS(WS-CV-ROW) OR
                   WS-CMPV-USAGE(WS-CV-I) <>
                   LI-VAR-USAGE(WS-CV-ROW) OR
                   WS-CMPV-OCCURS(WS-CV-I) <>
                   LI-VAR-OCCURS(WS-CV-ROW)
                       MOVE SPACE TO COMPAREFILE-RECORD
                       STRING "CHANGED       " FUNCTION TRIM
                           (WS-CMPV-NAME(WS-CV-I))
                           " - PICTURE/USAGE/OCCURS DIFFERS"
                           DELIMITED BY SIZE INTO COMPAREFILE-RECORD
                       END-STRING
                       WRITE COMPAREFILE-RECORD
                   WHEN WS-CMPV-OFFSET(WS-CV-I) <>
                   LI-VAR-OFFSET(WS-CV-ROW)
                       MOVE SPACE TO COMPAREFILE-RECORD
                       STRING "OFFSET SHIFT  " FUNCTION TRIM
                           (WS-CMPV-NAME(WS-CV-I))
                           " FROM " WS-CMPV-OFFSET(WS-CV-I)
                           " TO " LI-VAR-OFFSET(WS-CV-ROW)
                           DELIMITED BY SIZE INTO COMPAREFILE-RECORD
                       END-STRING
                       WRITE COMPAREFILE-RECORD
               END-EVALUATE
               ADD 1 TO WS-CV-I
           END-PERFORM

           MOVE 1 TO WS-CV-J
           PERFORM UNTIL WS-CV-J > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-CV-J) = "N" AND
               LI-VAR-NAME(WS-CV-J) <> "FILLER"
                   PERFORM 2720-FIND-OLD-ROW-PARA
                   IF WS-CV-ROW = 0
                       MOVE SPACE TO COMPAREFILE-RECORD
                       STRING "ADDED         " FUNCTION TRIM
                           (LI-VAR-NAME(WS-CV-J))
                           DELIMITED BY SIZE INTO COMPAREFILE-RECORD
                       END-STRING
                       WRITE COMPAREFILE-RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-CV-J
           END-PERFORM

           CLOSE COMPAREFILE
           DISPLAY "DRIVER: LAYOUT COMPARE WRITTEN TO "
               FUNCTION TRIM(LO-COMPARE-FILE).

      *----------------------------------------------------------------
      * 2710-FIND-NEW-ROW-PARA
      * Locates the old row WS-CV-I's name in the new version.
      *----------------------------------------------------------------
       2710-FIND-NEW-ROW-PARA.
           MOVE 0 TO WS-CV-ROW
           MOVE 1 TO WS-CV-J
           PERFORM UNTIL WS-CV-J > LI-VARS-COUNT OR WS-CV-ROW > 0
               IF LI-VAR-NAME(WS-CV-J)(1:30) = WS-CMPV-NAME(WS-CV-I)
               AND LI-VAR-IS-COND(WS-CV-J) = "N"
                   MOVE WS-CV-J TO WS-CV-ROW
               END-IF
               ADD 1 TO WS-CV-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2720-FIND-OLD-ROW-PARA
      * Locates the new row WS-CV-J's name in the held old version.
      *----------------------------------------------------------------
       2720-FIND-OLD-ROW-PARA.
           MOVE 0 TO WS-CV-ROW
           MOVE 1 TO WS-CV-I
           PERFORM UNTIL WS-CV-I > WS-CMPV-COUNT OR WS-CV-ROW > 0
               IF WS-CMPV-NAME(WS-CV-I) = LI-VAR-NAME(WS-CV-J)(1:30)
                   MOVE WS-CV-I TO WS-CV-ROW
               END-IF
               ADD 1 TO WS-CV-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2750-GENERATE-DATA-PARA
      * GENDATA <member> <record-name> <count> [copybook-dir] -
      * scans the member through the normal capture and layout
      * passes, then writes <count> structurally valid sample
      * records of the named layout: sequence digits in numeric
      * DISPLAY fields (honoring V and sign by construction), valid
      * packed zero for COMP-3, binary zeros for COMP/floats, a
      * level-88 VALUE literal wherever one is declared, and OCCURS
      * occurrences replicated. Hand-building a 400-byte test file
      * took a day per layout; this takes a run.
      *----------------------------------------------------------------
       2750-GENERATE-DATA-PARA.
           IF WS-MEMBER-PATH = SPACE OR WS-TDG-RECORD = SPACE
               DISPLAY "DRIVER: USAGE - GENDATA <MEMBER> <RECORD>"
                   " <COUNT> [COPYBOOK-DIR]"
               STOP RUN
           END-IF

           MOVE WS-MEMBER-PATH TO WS-CURRENT-MEMBER
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           MOVE 0 TO WS-TDG-ROW
           MOVE 1 TO WS-TDG-VSCAN
           PERFORM UNTIL WS-TDG-VSCAN > LI-VARS-COUNT OR
           WS-TDG-ROW > 0
               IF LI-VAR-NAME(WS-TDG-VSCAN) = WS-TDG-RECORD AND
               LI-VAR-IS-COND(WS-TDG-VSCAN) = "N"
                   MOVE WS-TDG-VSCAN TO WS-TDG-ROW
               END-IF
               ADD 1 TO WS-TDG-VSCAN
           END-PERFORM
           IF WS-TDG-ROW = 0
               DISPLAY "DRIVER: RECORD "
                   FUNCTION TRIM(WS-TDG-RECORD) " NOT FOUND IN "
                   FUNCTION TRIM(WS-CURRENT-MEMBER)
               STOP RUN
           END-IF

           MOVE LI-VAR-BYTES(WS-TDG-ROW) TO WS-TDG-RECLEN
           IF WS-TDG-RECLEN = 0 OR WS-TDG-RECLEN > 4096
               DISPLAY "DRIVER: RECORD LENGTH " WS-TDG-RECLEN
                   " OUT OF RANGE FOR GENERATION"
               STOP RUN
           END-IF

           OPEN OUTPUT GENDATAFILE
           MOVE 1 TO WS-TDG-SEQ
           PERFORM UNTIL WS-TDG-SEQ > WS-TDG-NRECS
               PERFORM 2755-BUILD-ONE-RECORD-PARA
               MOVE WS-TDG-BUF TO GENDATAFILE-RECORD
               WRITE GENDATAFILE-RECORD
               ADD 1 TO WS-TDG-SEQ
           END-PERFORM
           CLOSE GENDATAFILE

           DISPLAY "DRIVER: WROTE " WS-TDG-NRECS " RECORDS OF "
               WS-TDG-RECLEN " BYTES TO "
               FUNCTION TRIM(LO-GENDATA-FILE).

      *----------------------------------------------------------------
      * 2755-BUILD-ONE-RECORD-PARA
      * One record into the buffer: every elementary field under the
      * record's 01 filled in place (first occurrence), then OCCURS
      * regions replicated inner tables first, so outer copies carry
      * the already-filled inner ones.
      *----------------------------------------------------------------
       2755-BUILD-ONE-RECORD-PARA.
           MOVE SPACE TO WS-TDG-BUF

           COMPUTE WS-TDG-VSCAN = WS-TDG-ROW + 1
           PERFORM UNTIL WS-TDG-VSCAN > LI-VARS-COUNT OR
           LI-VAR-LEVEL(WS-TDG-VSCAN) = 1 OR
           LI-VAR-LEVEL(WS-TDG-VSCAN) = 77 OR
           LI-VAR-PROGRAM(WS-TDG-VSCAN) <>
           LI-VAR-PROGRAM(WS-TDG-ROW)
               IF LI-VAR-IS-COND(WS-TDG-VSCAN) = "N" AND
               (LI-VAR-TYPE(WS-TDG-VSCAN) <> SPACE OR
               LI-VAR-USAGE(WS-TDG-VSCAN) = "COMP-1" OR
               LI-VAR-USAGE(WS-TDG-VSCAN) = "COMP-2")
                   PERFORM 2760-FILL-ONE-FIELD-PARA THRU 2760-EXIT
               END-IF
               ADD 1 TO WS-TDG-VSCAN
           END-PERFORM
      *    THE LAST ROW BELONGING TO THE RECORD'S OWN 01 - OFFSETS
      *    RESTART AT ZERO FOR EVERY 01/77, SO A TABLE DECLARED IN
      *    A LATER RECORD WOULD PASS ANY OFFSET TEST AND REPLICATE
      *    GARBAGE OVER THE BUFFER IF THE SCAN RAN PAST THIS POINT
           COMPUTE WS-TDG-ENDROW = WS-TDG-VSCAN - 1

      *    REPLICATE OCCURS REGIONS, LAST-DECLARED (INNERMOST)
      *    FIRST, WITHIN THE RECORD'S OWN ROWS ONLY
           MOVE WS-TDG-ENDROW TO WS-TDG-VSCAN
           PERFORM UNTIL WS-TDG-VSCAN <= WS-TDG-ROW
               IF LI-VAR-IS-COND(WS-TDG-VSCAN) = "N" AND
               LI-VAR-OCCURS(WS-TDG-VSCAN) > 1
                   PERFORM 2770-REPLICATE-OCCURS-PARA
               END-IF
               SUBTRACT 1 FROM WS-TDG-VSCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 2760-FILL-ONE-FIELD-PARA
      * The field at WS-TDG-VSCAN into its byte range: a declared
      * level-88 VALUE wins; numeric DISPLAY takes the sequence
      * digits right-aligned; packed takes valid zero nibbles with a
      * positive sign; binary and floats take binary zeros; plain
      * text stays spaces.
      *----------------------------------------------------------------
       2760-FILL-ONE-FIELD-PARA.
           COMPUTE WS-TDG-OFF =
               LI-VAR-OFFSET(WS-TDG-VSCAN) -
               LI-VAR-OFFSET(WS-TDG-ROW) + 1
           MOVE LI-VAR-BYTES(WS-TDG-VSCAN) TO WS-TDG-LEN
           IF WS-TDG-LEN = 0 OR
           WS-TDG-OFF + WS-TDG-LEN - 1 > WS-TDG-RECLEN
               GO TO 2760-EXIT
           END-IF

      *    AN 88 UNDER THE FIELD NAMES A VALID CODE - USE IT
           PERFORM 2765-FIND-88-VALUE-PARA
           IF WS-TDG-V88 <> SPACE
               IF WS-TDG-V88-LEN > WS-TDG-LEN
                   MOVE WS-TDG-LEN TO WS-TDG-V88-LEN
               END-IF
               MOVE WS-TDG-V88(1:WS-TDG-V88-LEN) TO
                   WS-TDG-BUF(WS-TDG-OFF:WS-TDG-V88-LEN)
               GO TO 2760-EXIT
           END-IF

           EVALUATE TRUE
               WHEN LI-VAR-USAGE(WS-TDG-VSCAN) = "COMP-3" OR
               LI-VAR-USAGE(WS-TDG-VSCAN) = "PACKED-DECIMAL"
      *            VALID PACKED ZERO - ZERO NIBBLES, POSITIVE SIGN
                   MOVE 1 TO WS-TDG-I
                   PERFORM UNTIL WS-TDG-I > WS-TDG-LEN
                       MOVE X"00" TO WS-TDG-BUF
                           (WS-TDG-OFF + WS-TDG-I - 1:1)
                       ADD 1 TO WS-TDG-I
                   END-PERFORM
                   MOVE X"0C" TO WS-TDG-BUF
                       (WS-TDG-OFF + WS-TDG-LEN - 1:1)
               WHEN LI-VAR-USAGE(WS-TDG-VSCAN)(1:4) = "COMP" OR
               LI-VAR-USAGE(WS-TDG-VSCAN) = "BINARY"
      *            BINARY ZERO IS VALID FOR EVERY BINARY SHAPE
                   MOVE 1 TO WS-TDG-I
                   PERFORM UNTIL WS-TDG-I > WS-TDG-LEN
                       MOVE X"00" TO WS-TDG-BUF
                           (WS-TDG-OFF + WS-TDG-I - 1:1)
                       ADD 1 TO WS-TDG-I
                   END-PERFORM
               WHEN LI-VAR-TYPE(WS-TDG-VSCAN) = "9"
      *            THE SEQUENCE NUMBER RIGHT-ALIGNED IN THE DIGITS
                   MOVE WS-TDG-SEQ TO WS-TDG-NUM
                   COMPUTE WS-TDG-J = 19 - WS-TDG-LEN
                   MOVE WS-TDG-NUM-R(WS-TDG-J:WS-TDG-LEN) TO
                       WS-TDG-BUF(WS-TDG-OFF:WS-TDG-LEN)
               WHEN LI-VAR-TYPE(WS-TDG-VSCAN) = "EDIT"
                   MOVE 1 TO WS-TDG-I
                   PERFORM UNTIL WS-TDG-I > WS-TDG-LEN
                       MOVE "0" TO WS-TDG-BUF
                           (WS-TDG-OFF + WS-TDG-I - 1:1)
                       ADD 1 TO WS-TDG-I
                   END-PERFORM
               WHEN OTHER
      *            ALPHANUMERIC STAYS SPACES - ALWAYS VALID
                   CONTINUE
           END-EVALUATE.

       2760-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2765-FIND-88-VALUE-PARA
      * The first VALUE literal of an 88 declared directly under the
      * field, quotes stripped. Spaces when the field has none.
      *----------------------------------------------------------------
       2765-FIND-88-VALUE-PARA.
           MOVE SPACE TO WS-TDG-V88
           MOVE 0 TO WS-TDG-V88-LEN
           COMPUTE WS-TDG-J = WS-TDG-VSCAN + 1
           PERFORM UNTIL WS-TDG-J > LI-VARS-COUNT OR
           LI-VAR-IS-COND(WS-TDG-J) = "N" OR
           WS-TDG-V88 <> SPACE
               IF LI-VAR-VALUE(WS-TDG-J) <> SPACE
                   MOVE LI-VAR-VALUE(WS-TDG-J) TO WS-TDG-V88
               END-IF
               ADD 1 TO WS-TDG-J
           END-PERFORM

           IF WS-TDG-V88 <> SPACE
               COMPUTE WS-TDG-V88-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TDG-V88))
               IF WS-TDG-V88(1:1) = '"' OR WS-TDG-V88(1:1) = "'"
                   IF WS-TDG-V88-LEN > 2
                       MOVE SPACE TO WS-TDG-V88-WORK
                       MOVE WS-TDG-V88(2:WS-TDG-V88-LEN - 2) TO
                           WS-TDG-V88-WORK
                       SUBTRACT 2 FROM WS-TDG-V88-LEN
                       MOVE SPACE TO WS-TDG-V88
                       MOVE WS-TDG-V88-WORK(1:WS-TDG-V88-LEN) TO
                           WS-TDG-V88
                   ELSE
                       MOVE SPACE TO WS-TDG-V88
                   END-IF
               END-IF
           END-IF

      *    A NUMERIC 88 VALUE ONLY SUITS A DISPLAY FIELD - PACKED
      *    AND BINARY PARENTS FALL BACK TO THE SHAPE FILLS
           IF WS-TDG-V88 <> SPACE AND
           (LI-VAR-USAGE(WS-TDG-VSCAN)(1:4) = "COMP" OR
           LI-VAR-USAGE(WS-TDG-VSCAN) = "BINARY" OR
           LI-VAR-USAGE(WS-TDG-VSCAN) = "PACKED-DECIMAL")
               MOVE SPACE TO WS-TDG-V88
           END-IF.

      *----------------------------------------------------------------
      * 2770-REPLICATE-OCCURS-PARA
      * Copies the filled first occurrence of the table at
      * WS-TDG-VSCAN over its remaining occurrences.
      *----------------------------------------------------------------
       2770-REPLICATE-OCCURS-PARA.
           COMPUTE WS-TDG-SRC-OFF =
               LI-VAR-OFFSET(WS-TDG-VSCAN) -
               LI-VAR-OFFSET(WS-TDG-ROW) + 1
           MOVE LI-VAR-BYTES(WS-TDG-VSCAN) TO WS-TDG-LEN
           IF WS-TDG-LEN = 0
               CONTINUE
           ELSE
               MOVE 1 TO WS-TDG-OCC
               PERFORM UNTIL WS-TDG-OCC >=
               LI-VAR-OCCURS(WS-TDG-VSCAN)
                   COMPUTE WS-TDG-TGT-OFF = WS-TDG-SRC-OFF +
                       WS-TDG-OCC * WS-TDG-LEN
                   IF WS-TDG-TGT-OFF + WS-TDG-LEN - 1 <=
                   WS-TDG-RECLEN
                       MOVE WS-TDG-BUF
                           (WS-TDG-SRC-OFF:WS-TDG-LEN) TO
                           WS-TDG-BUF(WS-TDG-TGT-OFF:WS-TDG-LEN)
                   END-IF
                   ADD 1 TO WS-TDG-OCC
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2780-VALIDATE-DATA-PARA
      * VALIDATE <member> <record-name> <data-file> [copybook-dir] -
      * scans the member through the normal capture and layout
      * passes, plans the checks for the named record once, then
      * reads the data file and checks every record: zoned numerics
      * hold digits and a valid sign, packed fields hold valid
      * packed decimal, fields with level-88s hold one of the
      * declared values, and OCCURS DEPENDING ON counters are in
      * range. Every exception is listed with record number, field,
      * offset and the bad bytes in hex; the counts by field follow.
      * Run before a conversion or a rerun after a S0C7, this finds
      * the records that would blow up without a hand dump.
      *----------------------------------------------------------------
       2780-VALIDATE-DATA-PARA.
           IF WS-MEMBER-PATH = SPACE OR WS-VLD-RECORD = SPACE OR
           LO-VALDATA-FILE = SPACE
               DISPLAY "DRIVER: USAGE - VALIDATE <MEMBER> <RECORD>"
                   " <DATA-FILE> [COPYBOOK-DIR]"
               STOP RUN
           END-IF

           MOVE WS-MEMBER-PATH TO WS-CURRENT-MEMBER
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           MOVE 0 TO WS-VLD-ROW
           MOVE 1 TO WS-VLD-V
           PERFORM UNTIL WS-VLD-V > LI-VARS-COUNT OR WS-VLD-ROW > 0
               IF LI-VAR-NAME(WS-VLD-V) = WS-VLD-RECORD AND
               LI-VAR-IS-COND(WS-VLD-V) = "N"
                   MOVE WS-VLD-V TO WS-VLD-ROW
               END-IF
               ADD 1 TO WS-VLD-V
           END-PERFORM
           IF WS-VLD-ROW = 0
               DISPLAY "DRIVER: RECORD "
                   FUNCTION TRIM(WS-VLD-RECORD) " NOT FOUND IN "
                   FUNCTION TRIM(WS-CURRENT-MEMBER)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LI-VAR-BYTES(WS-VLD-ROW) TO WS-VLD-LAYLEN
           IF WS-VLD-LAYLEN = 0 OR LI-VAR-BYTES(WS-VLD-ROW) > 4096
               DISPLAY "DRIVER: RECORD LENGTH "
                   LI-VAR-BYTES(WS-VLD-ROW)
                   " OUT OF RANGE FOR VALIDATION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2781-PLAN-CHECKS-PARA

           OPEN INPUT VALDATAFILE
           IF WS-VALDATA-STATUS NOT = "00"
               DISPLAY "DRIVER: CANNOT OPEN DATA FILE "
                   FUNCTION TRIM(LO-VALDATA-FILE) " - STATUS "
                   WS-VALDATA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VALIDRPTFILE
           PERFORM 2782-WRITE-VALIDATE-HEAD-PARA

           MOVE 0 TO WS-VLD-REC-NO
           MOVE 0 TO WS-VLD-BAD-RECS
           MOVE 0 TO WS-VLD-EXC-TOTAL
           MOVE 0 TO WS-VLD-LINES
           PERFORM UNTIL 1 = 2
               READ VALDATAFILE
                   AT END
                       EXIT PERFORM
               END-READ
      *        A RECORD THE FILE SYSTEM CANNOT DELIVER ENDS THE RUN -
      *        04 IS ONLY A LENGTH OUTSIDE THE FD RANGE
               IF WS-VALDATA-STATUS NOT = "00" AND
               WS-VALDATA-STATUS NOT = "04"
                   MOVE WS-VLD-REC-NO TO WS-VLD-N1
                   MOVE SPACE TO VALIDRPTFILE-RECORD
                   STRING "*** READ FAILED WITH STATUS "
                       WS-VALDATA-STATUS " AFTER RECORD "
                       FUNCTION TRIM(WS-VLD-N1)
                       " - THE REST OF THE FILE WAS NOT CHECKED"
                       DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
                   END-STRING
                   WRITE VALIDRPTFILE-RECORD
                   ADD 1 TO WS-VLD-EXC-TOTAL
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-VLD-REC-NO
               PERFORM 2785-VALIDATE-ONE-RECORD-PARA
           END-PERFORM
           CLOSE VALDATAFILE

           PERFORM 2799-WRITE-FIELD-COUNTS-PARA
           CLOSE VALIDRPTFILE

           DISPLAY "DRIVER: VALIDATED " WS-VLD-REC-NO " RECORDS - "
               WS-VLD-BAD-RECS " WITH EXCEPTIONS, "
               WS-VLD-EXC-TOTAL " EXCEPTIONS ("
               FUNCTION TRIM(LO-VALIDATE-FILE) ")"
           IF WS-VLD-EXC-TOTAL > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * 2781-PLAN-CHECKS-PARA
      * One pass over the record's own rows: every elementary field
      * worth checking into the plan, every OCCURS DEPENDING ON
      * table into the ODO list, then each table's counter looked
      * up among the same rows.
      *----------------------------------------------------------------
       2781-PLAN-CHECKS-PARA.
           MOVE 0 TO WS-VLD-FLD-COUNT
           MOVE 0 TO WS-VLD-V88-COUNT
           MOVE 0 TO WS-VLD-ODO-COUNT
           MOVE 0 TO WS-VLD-SKIP-REDEF
           MOVE 0 TO WS-VLD-SKIP-FULL

           COMPUTE WS-VLD-V = WS-VLD-ROW + 1
           PERFORM UNTIL WS-VLD-V > LI-VARS-COUNT OR
           LI-VAR-LEVEL(WS-VLD-V) = 1 OR
           LI-VAR-LEVEL(WS-VLD-V) = 77 OR
           LI-VAR-PROGRAM(WS-VLD-V) <> LI-VAR-PROGRAM(WS-VLD-ROW)
               IF LI-VAR-IS-COND(WS-VLD-V) = "N"
                   IF LI-VAR-DEPENDING(WS-VLD-V) <> SPACE AND
                   WS-VLD-ODO-COUNT < 20
                       ADD 1 TO WS-VLD-ODO-COUNT
                       MOVE WS-VLD-V TO WS-VLD-O-ROW(WS-VLD-ODO-COUNT)
                       MOVE 0 TO WS-VLD-O-CTR(WS-VLD-ODO-COUNT)
                       MOVE 0 TO WS-VLD-O-ERRS(WS-VLD-ODO-COUNT)
                   END-IF
      *            A PICTURELESS FLOAT HAS NO INVALID BIT PATTERN
      *            WORTH CHECKING - ONLY PICTURED FIELDS ARE PLANNED
                   IF LI-VAR-TYPE(WS-VLD-V) <> SPACE AND
                   LI-VAR-BYTES(WS-VLD-V) > 0
                       PERFORM 2784-PLAN-ONE-FIELD-PARA THRU 2784-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-VLD-V
           END-PERFORM
           COMPUTE WS-VLD-ENDROW = WS-VLD-V - 1

           MOVE 1 TO WS-VLD-O
           PERFORM UNTIL WS-VLD-O > WS-VLD-ODO-COUNT
               PERFORM 2783-RESOLVE-ODO-PARA
               ADD 1 TO WS-VLD-O
           END-PERFORM.

      *----------------------------------------------------------------
      * 2782-WRITE-VALIDATE-HEAD-PARA
      *----------------------------------------------------------------
       2782-WRITE-VALIDATE-HEAD-PARA.
           MOVE SPACE TO VALIDRPTFILE-RECORD
           STRING "DATA FILE VALIDATION - "
               FUNCTION TRIM(LO-VALDATA-FILE)
               DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
           END-STRING
           WRITE VALIDRPTFILE-RECORD
           MOVE WS-VLD-LAYLEN TO WS-VLD-N1
           MOVE WS-VLD-FLD-COUNT TO WS-VLD-N2
           MOVE SPACE TO VALIDRPTFILE-RECORD
           STRING "LAYOUT " FUNCTION TRIM(WS-VLD-RECORD) " IN "
               FUNCTION TRIM(WS-CURRENT-MEMBER) " - "
               FUNCTION TRIM(WS-VLD-N1) " BYTES, "
               FUNCTION TRIM(WS-VLD-N2) " FIELDS CHECKED"
               DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
           END-STRING
           WRITE VALIDRPTFILE-RECORD
           IF WS-VLD-SKIP-REDEF > 0
               MOVE WS-VLD-SKIP-REDEF TO WS-VLD-N1
               MOVE SPACE TO VALIDRPTFILE-RECORD
               STRING "  " FUNCTION TRIM(WS-VLD-N1)
                   " FIELDS UNDER A REDEFINES NOT CHECKED - ONLY THE"
                   " BASE VIEW OF EACH AREA IS VALIDATED"
                   DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
               END-STRING
               WRITE VALIDRPTFILE-RECORD
           END-IF
           IF WS-VLD-SKIP-FULL > 0
               MOVE WS-VLD-SKIP-FULL TO WS-VLD-N1
               MOVE SPACE TO VALIDRPTFILE-RECORD
               STRING "  " FUNCTION TRIM(WS-VLD-N1)
                   " FIELDS PAST THE 500-FIELD CHECK PLAN NOT CHECKED"
                   DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
               END-STRING
               WRITE VALIDRPTFILE-RECORD
           END-IF
           MOVE 1 TO WS-VLD-O
           PERFORM UNTIL WS-VLD-O > WS-VLD-ODO-COUNT
               IF WS-VLD-O-CTR(WS-VLD-O) = 0
                   MOVE WS-VLD-O-ROW(WS-VLD-O) TO WS-VLD-J
                   MOVE SPACE TO VALIDRPTFILE-RECORD
                   STRING "  COUNTER "
                       FUNCTION TRIM(LI-VAR-DEPENDING(WS-VLD-J))
                       " OF TABLE " FUNCTION TRIM(LI-VAR-NAME(WS-VLD-J))
                       " IS NOT IN THE RECORD - EVERY OCCURRENCE"
                       " CHECKED" DELIMITED BY SIZE
                       INTO VALIDRPTFILE-RECORD
                   END-STRING
                   WRITE VALIDRPTFILE-RECORD
               END-IF
               ADD 1 TO WS-VLD-O
           END-PERFORM

           MOVE SPACE TO VALIDRPTFILE-RECORD
           WRITE VALIDRPTFILE-RECORD
           MOVE SPACE TO VALIDRPTFILE-RECORD
           STRING "   RECORD  FIELD"
               "                                   "
               "   OFFSET   LENGTH  PROBLEM"
               "                                 "
               "  BYTES (HEX)" DELIMITED BY SIZE
               INTO VALIDRPTFILE-RECORD
           END-STRING
           WRITE VALIDRPTFILE-RECORD.

      *----------------------------------------------------------------
      * 2783-RESOLVE-ODO-PARA
      * ODO table WS-VLD-O's counter: the field of that name among
      * the record's own rows. A counter kept elsewhere (WORKING-
      * STORAGE) cannot be read off the data, so its table is
      * checked at its maximum.
      *----------------------------------------------------------------
       2783-RESOLVE-ODO-PARA.
           MOVE WS-VLD-O-ROW(WS-VLD-O) TO WS-VLD-J
           MOVE WS-VLD-ROW TO WS-VLD-I
           PERFORM UNTIL WS-VLD-I > WS-VLD-ENDROW OR
           WS-VLD-O-CTR(WS-VLD-O) > 0
               IF LI-VAR-NAME(WS-VLD-I) = LI-VAR-DEPENDING(WS-VLD-J)
               AND LI-VAR-IS-COND(WS-VLD-I) = "N" AND
               LI-VAR-TYPE(WS-VLD-I) <> SPACE
                   MOVE WS-VLD-I TO WS-VLD-O-CTR(WS-VLD-O)
               END-IF
               ADD 1 TO WS-VLD-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2784-PLAN-ONE-FIELD-PARA
      * Field WS-VLD-V into the plan. Its enclosing OCCURS tables are
      * found walking back up the levels; a field that is, or sits
      * under, a REDEFINES is left out - an alternate view of bytes
      * the base view already checks would only double the noise.
      * Zoned and packed fields are always planned; text and binary
      * only when they carry level-88s.
      *----------------------------------------------------------------
       2784-PLAN-ONE-FIELD-PARA.
           MOVE "N" TO WS-VLD-SKIP
           MOVE 0 TO WS-VLD-A
           IF LI-VAR-REDEFINES(WS-VLD-V) <> SPACE
               MOVE "Y" TO WS-VLD-SKIP
           END-IF
           IF LI-VAR-OCCURS(WS-VLD-V) > 0
               ADD 1 TO WS-VLD-A
               MOVE WS-VLD-V TO WS-VLD-SUB(WS-VLD-A)
           END-IF
           MOVE LI-VAR-LEVEL(WS-VLD-V) TO WS-VLD-LVL
           COMPUTE WS-VLD-J = WS-VLD-V - 1
           PERFORM UNTIL WS-VLD-J <= WS-VLD-ROW OR WS-VLD-SKIP = "Y"
               IF LI-VAR-IS-COND(WS-VLD-J) = "N" AND
               LI-VAR-LEVEL(WS-VLD-J) < WS-VLD-LVL
                   IF LI-VAR-REDEFINES(WS-VLD-J) <> SPACE
                       MOVE "Y" TO WS-VLD-SKIP
                   END-IF
                   IF LI-VAR-OCCURS(WS-VLD-J) > 0 AND WS-VLD-A < 7
                       ADD 1 TO WS-VLD-A
                       MOVE WS-VLD-J TO WS-VLD-SUB(WS-VLD-A)
                   END-IF
                   MOVE LI-VAR-LEVEL(WS-VLD-J) TO WS-VLD-LVL
               END-IF
               SUBTRACT 1 FROM WS-VLD-J
           END-PERFORM
           IF WS-VLD-SKIP = "Y"
               ADD 1 TO WS-VLD-SKIP-REDEF
               GO TO 2784-EXIT
           END-IF

           MOVE WS-VLD-V TO WS-VLD-FROW
           PERFORM 2792-SET-FIELD-SHAPE-PARA
           IF WS-VLD-KIND <> "N" AND WS-VLD-KIND <> "P"
               IF WS-VLD-V >= LI-VARS-COUNT
                   GO TO 2784-EXIT
               END-IF
               IF LI-VAR-IS-COND(WS-VLD-V + 1) = "N"
                   GO TO 2784-EXIT
               END-IF
           END-IF
           IF WS-VLD-FLD-COUNT >= 500
               ADD 1 TO WS-VLD-SKIP-FULL
               GO TO 2784-EXIT
           END-IF

           ADD 1 TO WS-VLD-FLD-COUNT
           MOVE WS-VLD-FLD-COUNT TO WS-VLD-F
           MOVE WS-VLD-V TO WS-VLD-F-ROW(WS-VLD-F)
           MOVE WS-VLD-KIND TO WS-VLD-F-KIND(WS-VLD-F)
           MOVE WS-VLD-OFF TO WS-VLD-F-OFF(WS-VLD-F)
           MOVE WS-VLD-A TO WS-VLD-F-ANC-N(WS-VLD-F)
           MOVE 1 TO WS-VLD-I
           PERFORM UNTIL WS-VLD-I > WS-VLD-A
               MOVE WS-VLD-SUB(WS-VLD-I) TO
                   WS-VLD-F-ANC(WS-VLD-F, WS-VLD-I)
               ADD 1 TO WS-VLD-I
           END-PERFORM
           MOVE 0 TO WS-VLD-F-ERRS(WS-VLD-F)
           COMPUTE WS-VLD-F-V88-1(WS-VLD-F) = WS-VLD-V88-COUNT + 1
           PERFORM 2786-PLAN-88-VALUES-PARA
           COMPUTE WS-VLD-F-V88-N(WS-VLD-F) =
               WS-VLD-V88-COUNT - WS-VLD-F-V88-1(WS-VLD-F) + 1.

       2784-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2785-VALIDATE-ONE-RECORD-PARA
      * The record just read: this record's ODO counts first (they
      * decide how many occurrences are live and how long the record
      * must be), then every planned field at every live occurrence.
      *----------------------------------------------------------------
       2785-VALIDATE-ONE-RECORD-PARA.
           MOVE "N" TO WS-VLD-REC-BAD
           MOVE 1 TO WS-VLD-O
           PERFORM UNTIL WS-VLD-O > WS-VLD-ODO-COUNT
               PERFORM 2789-EVAL-ODO-PARA THRU 2789-EXIT
               ADD 1 TO WS-VLD-O
           END-PERFORM

      *    AN ODO TABLE ENDS ITS RECORD, SO EACH UNUSED OCCURRENCE
      *    SHORTENS THE LENGTH THE RECORD NEEDS
           MOVE WS-VLD-LAYLEN TO WS-VLD-WANT-LEN
           MOVE 1 TO WS-VLD-O
           PERFORM UNTIL WS-VLD-O > WS-VLD-ODO-COUNT
               MOVE WS-VLD-O-ROW(WS-VLD-O) TO WS-VLD-J
               COMPUTE WS-VLD-WANT-LEN = WS-VLD-WANT-LEN -
                   (LI-VAR-OCCURS(WS-VLD-J) - WS-VLD-O-EFF(WS-VLD-O))
                   * LI-VAR-BYTES(WS-VLD-J)
               ADD 1 TO WS-VLD-O
           END-PERFORM
           IF WS-VLD-RECLEN < WS-VLD-WANT-LEN
               MOVE "(RECORD)" TO WS-VLD-NAME
               COMPUTE WS-VLD-OFF = WS-VLD-RECLEN + 1
               COMPUTE WS-VLD-LEN = WS-VLD-WANT-LEN - WS-VLD-RECLEN
               MOVE WS-VLD-WANT-LEN TO WS-VLD-N1
               MOVE SPACE TO WS-VLD-PROBLEM
               STRING "SHORT RECORD - LAYOUT NEEDS "
                   FUNCTION TRIM(WS-VLD-N1)
                   DELIMITED BY SIZE INTO WS-VLD-PROBLEM
               END-STRING
               PERFORM 2796-WRITE-EXCEPTION-PARA
           END-IF

           MOVE 1 TO WS-VLD-F
           PERFORM UNTIL WS-VLD-F > WS-VLD-FLD-COUNT
               PERFORM 2790-CHECK-FIELD-PARA
               ADD 1 TO WS-VLD-F
           END-PERFORM
           IF WS-VLD-REC-BAD = "Y"
               ADD 1 TO WS-VLD-BAD-RECS
           END-IF.

      *----------------------------------------------------------------
      * 2786-PLAN-88-VALUES-PARA
      * Every VALUE of every 88 declared directly under field
      * WS-VLD-V onto the end of the 88-value table.
      *----------------------------------------------------------------
       2786-PLAN-88-VALUES-PARA.
           COMPUTE WS-VLD-J = WS-VLD-V + 1
           PERFORM UNTIL WS-VLD-J > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-VLD-J) = "N"
                   EXIT PERFORM
               END-IF
               PERFORM 2787-PLAN-ONE-88-PARA THRU 2787-EXIT
               ADD 1 TO WS-VLD-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2787-PLAN-ONE-88-PARA
      * The 88 at row WS-VLD-J keeps only its first VALUE literal in
      * the variable table, so its full list (VALUES a b c, a THRU
      * b) is read back off the token stream at its declaration.
      *----------------------------------------------------------------
       2787-PLAN-ONE-88-PARA.
           MOVE 0 TO WS-VLD-AST
           MOVE 1 TO WS-VLD-I
           PERFORM UNTIL WS-VLD-I >= LI-AST-NODE-COUNT OR
           WS-VLD-AST > 0
               IF LI-AST-NODE(WS-VLD-I) = "88" AND
               LI-AST-NODE(WS-VLD-I + 1) = LI-VAR-NAME(WS-VLD-J) AND
               LI-AST-LINE-NUM(WS-VLD-I) = LI-VAR-LINE-NUM(WS-VLD-J)
               AND LI-AST-COPY-MEMBER(WS-VLD-I) =
               LI-VAR-COPY-MEMBER(WS-VLD-J)
                   MOVE WS-VLD-I TO WS-VLD-AST
               END-IF
               ADD 1 TO WS-VLD-I
           END-PERFORM
           IF WS-VLD-AST = 0
               GO TO 2787-EXIT
           END-IF

           COMPUTE WS-VLD-I = WS-VLD-AST + 2
           PERFORM UNTIL WS-VLD-I > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-VLD-I) = "VALUE" OR
           LI-AST-NODE(WS-VLD-I) = "VALUES" OR
           LI-AST-NODE(WS-VLD-I) = "."
               ADD 1 TO WS-VLD-I
           END-PERFORM
           IF WS-VLD-I > LI-AST-NODE-COUNT
               GO TO 2787-EXIT
           END-IF
           IF LI-AST-NODE(WS-VLD-I) = "."
               GO TO 2787-EXIT
           END-IF

           ADD 1 TO WS-VLD-I
           MOVE "N" TO WS-VLD-MORE
           PERFORM UNTIL WS-VLD-I > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-VLD-I) = "." OR
           LI-AST-NODE(WS-VLD-I) = "WHEN" OR
           LI-AST-NODE(WS-VLD-I) = "88"
               MOVE LI-AST-NODE(WS-VLD-I) TO WS-VLD-TOKEN
               PERFORM 2788-PLAN-ONE-VALUE-PARA THRU 2788-EXIT
               ADD 1 TO WS-VLD-I
           END-PERFORM.

       2787-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2788-PLAN-ONE-VALUE-PARA
      * One token of an 88's VALUE clause: a literal opens a new
      * entry, THRU makes the next literal the open entry's upper
      * bound. Numeric literals are held scaled to the field's
      * decimal places, so 1.5 under PIC 9V9 compares as 15.
      *----------------------------------------------------------------
       2788-PLAN-ONE-VALUE-PARA.
           IF WS-VLD-TOKEN = SPACE
               GO TO 2788-EXIT
           END-IF
           COMPUTE WS-VLD-TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-VLD-TOKEN))
      *    "1 THRU 5, 9" - THE SEPARATOR COMMA RIDES ON THE TOKEN
           IF WS-VLD-TOKEN(WS-VLD-TOKEN-LEN:1) = ","
               IF WS-VLD-TOKEN-LEN = 1
                   GO TO 2788-EXIT
               END-IF
               MOVE SPACE TO WS-VLD-TOKEN(WS-VLD-TOKEN-LEN:1)
               SUBTRACT 1 FROM WS-VLD-TOKEN-LEN
           END-IF
           IF WS-VLD-TOKEN = "IS" OR WS-VLD-TOKEN = "ARE" OR
           WS-VLD-TOKEN = "ALL"
               GO TO 2788-EXIT
           END-IF
           IF WS-VLD-TOKEN = "THRU" OR WS-VLD-TOKEN = "THROUGH"
               MOVE "Y" TO WS-VLD-MORE
               GO TO 2788-EXIT
           END-IF

      *    QUOTES OFF A LITERAL, INTO THE FILL SCRATCH
           MOVE SPACE TO WS-VLD-FILL
           IF WS-VLD-TOKEN(1:1) = '"' OR WS-VLD-TOKEN(1:1) = "'"
               IF WS-VLD-TOKEN-LEN > 2
                   MOVE WS-VLD-TOKEN(2:WS-VLD-TOKEN-LEN - 2) TO
                       WS-VLD-FILL
               END-IF
           END-IF

           IF WS-VLD-MORE = "Y"
               MOVE "N" TO WS-VLD-MORE
               IF WS-VLD-V88-COUNT < WS-VLD-F-V88-1(WS-VLD-F)
                   GO TO 2788-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN WS-VLD-TOKEN(1:1) = '"' OR
                   WS-VLD-TOKEN(1:1) = "'"
                       MOVE WS-VLD-FILL TO
                           WS-VLD-V-HI(WS-VLD-V88-COUNT)
                   WHEN WS-VLD-TOKEN(1:4) = "HIGH"
                       MOVE HIGH-VALUE TO
                           WS-VLD-V-HI(WS-VLD-V88-COUNT)
                       MOVE 999999999999999999 TO
                           WS-VLD-V-HI-N(WS-VLD-V88-COUNT)
                   WHEN OTHER
                       MOVE WS-VLD-TOKEN TO
                           WS-VLD-V-HI(WS-VLD-V88-COUNT)
                       COMPUTE WS-VLD-V-HI-N(WS-VLD-V88-COUNT) =
                           FUNCTION NUMVAL(WS-VLD-TOKEN) *
                           10 ** LI-VAR-DECIMALS(WS-VLD-V)
               END-EVALUATE
               GO TO 2788-EXIT
           END-IF

           IF WS-VLD-V88-COUNT >= 1000
               GO TO 2788-EXIT
           END-IF
           ADD 1 TO WS-VLD-V88-COUNT
           MOVE SPACE TO WS-VLD-V-FIG(WS-VLD-V88-COUNT)
           MOVE SPACE TO WS-VLD-V-LO(WS-VLD-V88-COUNT)
           MOVE 0 TO WS-VLD-V-LO-N(WS-VLD-V88-COUNT)
           EVALUATE TRUE
               WHEN WS-VLD-TOKEN = "SPACE" OR WS-VLD-TOKEN = "SPACES"
                   MOVE "S" TO WS-VLD-V-FIG(WS-VLD-V88-COUNT)
               WHEN WS-VLD-TOKEN = "ZERO" OR WS-VLD-TOKEN = "ZEROS" OR
               WS-VLD-TOKEN = "ZEROES"
                   MOVE "Z" TO WS-VLD-V-FIG(WS-VLD-V88-COUNT)
               WHEN WS-VLD-TOKEN = "LOW-VALUE" OR
               WS-VLD-TOKEN = "LOW-VALUES"
                   MOVE "L" TO WS-VLD-V-FIG(WS-VLD-V88-COUNT)
               WHEN WS-VLD-TOKEN = "HIGH-VALUE" OR
               WS-VLD-TOKEN = "HIGH-VALUES"
                   MOVE "H" TO WS-VLD-V-FIG(WS-VLD-V88-COUNT)
               WHEN WS-VLD-TOKEN(1:1) = '"' OR
               WS-VLD-TOKEN(1:1) = "'"
                   MOVE "A" TO WS-VLD-V-FIG(WS-VLD-V88-COUNT)
                   MOVE WS-VLD-FILL TO WS-VLD-V-LO(WS-VLD-V88-COUNT)
               WHEN OTHER
                   MOVE WS-VLD-TOKEN TO WS-VLD-V-LO(WS-VLD-V88-COUNT)
                   COMPUTE WS-VLD-V-LO-N(WS-VLD-V88-COUNT) =
                       FUNCTION NUMVAL(WS-VLD-TOKEN) *
                       10 ** LI-VAR-DECIMALS(WS-VLD-V)
           END-EVALUATE
           MOVE WS-VLD-V-LO(WS-VLD-V88-COUNT) TO
               WS-VLD-V-HI(WS-VLD-V88-COUNT)
           MOVE WS-VLD-V-LO-N(WS-VLD-V88-COUNT) TO
               WS-VLD-V-HI-N(WS-VLD-V88-COUNT).

       2788-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2789-EVAL-ODO-PARA
      * ODO table WS-VLD-O in this record: its counter decoded and
      * held to the declared range. A counter past the maximum is
      * an exception and the table is checked at its maximum; an
      * unreadable counter is reported by its own field check.
      *----------------------------------------------------------------
       2789-EVAL-ODO-PARA.
           MOVE WS-VLD-O-ROW(WS-VLD-O) TO WS-VLD-J
           MOVE LI-VAR-OCCURS(WS-VLD-J) TO WS-VLD-O-EFF(WS-VLD-O)
           IF WS-VLD-O-CTR(WS-VLD-O) = 0
               GO TO 2789-EXIT
           END-IF
           MOVE WS-VLD-O-CTR(WS-VLD-O) TO WS-VLD-FROW
           PERFORM 2792-SET-FIELD-SHAPE-PARA
           IF WS-VLD-OFF + WS-VLD-LEN - 1 > WS-VLD-RECLEN OR
           WS-VLD-KIND = "X"
               GO TO 2789-EXIT
           END-IF
           PERFORM 2793-DECODE-FIELD-PARA THRU 2793-EXIT
           IF WS-VLD-PROBLEM <> SPACE OR WS-VLD-NUM-OK = "N"
               GO TO 2789-EXIT
           END-IF

           IF WS-VLD-NUM < LI-VAR-OCCURS-MIN(WS-VLD-J) OR
           WS-VLD-NUM > LI-VAR-OCCURS(WS-VLD-J)
               ADD 1 TO WS-VLD-O-ERRS(WS-VLD-O)
               MOVE WS-VLD-NUM TO WS-VLD-NUM-ED
               MOVE LI-VAR-OCCURS-MIN(WS-VLD-J) TO WS-VLD-N2
               MOVE LI-VAR-OCCURS(WS-VLD-J) TO WS-VLD-N3
               MOVE SPACE TO WS-VLD-PROBLEM
               STRING "ODO COUNT " FUNCTION TRIM(WS-VLD-NUM-ED)
                   " NOT " FUNCTION TRIM(WS-VLD-N2) " TO "
                   FUNCTION TRIM(WS-VLD-N3)
                   DELIMITED BY SIZE INTO WS-VLD-PROBLEM
               END-STRING
               MOVE LI-VAR-NAME(WS-VLD-FROW) TO WS-VLD-NAME
               PERFORM 2796-WRITE-EXCEPTION-PARA
           END-IF
           IF WS-VLD-NUM >= 0 AND
           WS-VLD-NUM <= LI-VAR-OCCURS(WS-VLD-J)
               MOVE WS-VLD-NUM TO WS-VLD-O-EFF(WS-VLD-O)
           END-IF.

       2789-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2790-CHECK-FIELD-PARA
      * Planned field WS-VLD-F at every live occurrence: each
      * enclosing table's count (an ODO table's from this record),
      * then the occurrences stepped innermost subscript fastest.
      *----------------------------------------------------------------
       2790-CHECK-FIELD-PARA.
           MOVE WS-VLD-F-ROW(WS-VLD-F) TO WS-VLD-FROW
           MOVE WS-VLD-F-KIND(WS-VLD-F) TO WS-VLD-KIND
           MOVE LI-VAR-BYTES(WS-VLD-FROW) TO WS-VLD-LEN
           MOVE "Y" TO WS-VLD-MORE
           MOVE 1 TO WS-VLD-A
           PERFORM UNTIL WS-VLD-A > WS-VLD-F-ANC-N(WS-VLD-F)
               MOVE WS-VLD-F-ANC(WS-VLD-F, WS-VLD-A) TO WS-VLD-J
               MOVE 1 TO WS-VLD-SUB(WS-VLD-A)
               MOVE LI-VAR-OCCURS(WS-VLD-J) TO
                   WS-VLD-SUB-MAX(WS-VLD-A)
               IF LI-VAR-DEPENDING(WS-VLD-J) <> SPACE
                   MOVE 1 TO WS-VLD-O
                   PERFORM UNTIL WS-VLD-O > WS-VLD-ODO-COUNT
                       IF WS-VLD-O-ROW(WS-VLD-O) = WS-VLD-J
                           MOVE WS-VLD-O-EFF(WS-VLD-O) TO
                               WS-VLD-SUB-MAX(WS-VLD-A)
                       END-IF
                       ADD 1 TO WS-VLD-O
                   END-PERFORM
               END-IF
               IF WS-VLD-SUB-MAX(WS-VLD-A) = 0
                   MOVE "N" TO WS-VLD-MORE
               END-IF
               ADD 1 TO WS-VLD-A
           END-PERFORM

           PERFORM UNTIL WS-VLD-MORE = "N"
               PERFORM 2791-CHECK-OCCURRENCE-PARA THRU 2791-EXIT
               PERFORM 2794-NEXT-OCCURRENCE-PARA
           END-PERFORM.

      *----------------------------------------------------------------
      * 2791-CHECK-OCCURRENCE-PARA
      * One occurrence of field WS-VLD-F at the current subscripts.
      * Bytes past the end of a short record are not checked - the
      * short record is already an exception.
      *----------------------------------------------------------------
       2791-CHECK-OCCURRENCE-PARA.
           MOVE WS-VLD-F-OFF(WS-VLD-F) TO WS-VLD-OFF
           MOVE 1 TO WS-VLD-A
           PERFORM UNTIL WS-VLD-A > WS-VLD-F-ANC-N(WS-VLD-F)
               MOVE WS-VLD-F-ANC(WS-VLD-F, WS-VLD-A) TO WS-VLD-J
               COMPUTE WS-VLD-OFF = WS-VLD-OFF +
                   (WS-VLD-SUB(WS-VLD-A) - 1) * LI-VAR-BYTES(WS-VLD-J)
               ADD 1 TO WS-VLD-A
           END-PERFORM
           IF WS-VLD-OFF + WS-VLD-LEN - 1 > WS-VLD-RECLEN
               GO TO 2791-EXIT
           END-IF

           MOVE SPACE TO WS-VLD-PROBLEM
           MOVE "N" TO WS-VLD-NUM-OK
           IF WS-VLD-KIND <> "X"
               PERFORM 2793-DECODE-FIELD-PARA THRU 2793-EXIT
           END-IF
           IF WS-VLD-PROBLEM = SPACE AND
           WS-VLD-F-V88-N(WS-VLD-F) > 0
               PERFORM 2795-CHECK-88-PARA
           END-IF
           IF WS-VLD-PROBLEM <> SPACE
               ADD 1 TO WS-VLD-F-ERRS(WS-VLD-F)
               PERFORM 2797-BUILD-NAME-PARA
               PERFORM 2796-WRITE-EXCEPTION-PARA
           END-IF.

       2791-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2792-SET-FIELD-SHAPE-PARA
      * Field row WS-VLD-FROW's check kind (N zoned decimal, P
      * packed, B binary, X text), its first occurrence's position
      * in the record (1-based) and its byte length.
      *----------------------------------------------------------------
       2792-SET-FIELD-SHAPE-PARA.
           EVALUATE TRUE
               WHEN LI-VAR-USAGE(WS-VLD-FROW) = "COMP-3" OR
               LI-VAR-USAGE(WS-VLD-FROW) = "PACKED-DECIMAL"
                   MOVE "P" TO WS-VLD-KIND
               WHEN LI-VAR-USAGE(WS-VLD-FROW)(1:4) = "COMP" OR
               LI-VAR-USAGE(WS-VLD-FROW) = "BINARY"
                   MOVE "B" TO WS-VLD-KIND
               WHEN LI-VAR-TYPE(WS-VLD-FROW) = "9"
                   MOVE "N" TO WS-VLD-KIND
               WHEN OTHER
                   MOVE "X" TO WS-VLD-KIND
           END-EVALUATE
           COMPUTE WS-VLD-OFF = LI-VAR-OFFSET(WS-VLD-FROW) -
               LI-VAR-OFFSET(WS-VLD-ROW) + 1
           MOVE LI-VAR-BYTES(WS-VLD-FROW) TO WS-VLD-LEN.

      *----------------------------------------------------------------
      * 2793-DECODE-FIELD-PARA
      * The WS-VLD-LEN bytes at WS-VLD-OFF as field WS-VLD-FROW's
      * kind into WS-VLD-NUM, or the reason they would S0C7 into
      * WS-VLD-PROBLEM. Zoned: digits, with a signed field's sign
      * overpunched on the last byte ({ A-I positive, } J-R and p-y
      * negative) or separate (+/-) at either end. Packed: digit
      * nibbles 0-9, sign nibble A-F. Binary (big-endian, as the
      * mainframe writes it) is always valid and only decoded.
      *----------------------------------------------------------------
       2793-DECODE-FIELD-PARA.
           MOVE SPACE TO WS-VLD-PROBLEM
           MOVE 0 TO WS-VLD-NUM
           MOVE "Y" TO WS-VLD-NUM-OK
           MOVE "N" TO WS-VLD-NEG
           MOVE 1 TO WS-VLD-I

           EVALUATE WS-VLD-KIND
               WHEN "N"
                   PERFORM UNTIL WS-VLD-I > WS-VLD-LEN
                       MOVE VALDATAFILE-RECORD
                           (WS-VLD-OFF + WS-VLD-I - 1:1) TO WS-VLD-BYTE
                       COMPUTE WS-VLD-ORD =
                           FUNCTION ORD(WS-VLD-BYTE) - 1
                       EVALUATE TRUE
                           WHEN WS-VLD-BYTE IS NUMERIC
                               COMPUTE WS-VLD-LO = WS-VLD-ORD - 48
                           WHEN LI-VAR-SIGNED(WS-VLD-FROW) <> "Y" OR
                           (WS-VLD-I <> 1 AND WS-VLD-I <> WS-VLD-LEN)
                               MOVE "NOT NUMERIC" TO WS-VLD-PROBLEM
                               GO TO 2793-EXIT
                           WHEN WS-VLD-BYTE = "+"
                               MOVE 99 TO WS-VLD-LO
                           WHEN WS-VLD-BYTE = "-"
                               MOVE "Y" TO WS-VLD-NEG
                               MOVE 99 TO WS-VLD-LO
                           WHEN WS-VLD-I <> WS-VLD-LEN
                               MOVE "NOT NUMERIC" TO WS-VLD-PROBLEM
                               GO TO 2793-EXIT
                           WHEN WS-VLD-BYTE = "{"
                               MOVE 0 TO WS-VLD-LO
                           WHEN WS-VLD-BYTE >= "A" AND
                           WS-VLD-BYTE <= "I"
                               COMPUTE WS-VLD-LO = WS-VLD-ORD - 64
                           WHEN WS-VLD-BYTE = "}"
                               MOVE "Y" TO WS-VLD-NEG
                               MOVE 0 TO WS-VLD-LO
                           WHEN WS-VLD-BYTE >= "J" AND
                           WS-VLD-BYTE <= "R"
                               MOVE "Y" TO WS-VLD-NEG
                               COMPUTE WS-VLD-LO = WS-VLD-ORD - 73
                           WHEN WS-VLD-BYTE >= "p" AND
                           WS-VLD-BYTE <= "y"
                               MOVE "Y" TO WS-VLD-NEG
                               COMPUTE WS-VLD-LO = WS-VLD-ORD - 112
                           WHEN OTHER
                               MOVE "INVALID SIGN" TO WS-VLD-PROBLEM
                               GO TO 2793-EXIT
                       END-EVALUATE
                       IF WS-VLD-LO < 10
                           COMPUTE WS-VLD-NUM = WS-VLD-NUM * 10 +
                               WS-VLD-LO
                               ON SIZE ERROR
                                   MOVE "N" TO WS-VLD-NUM-OK
                           END-COMPUTE
                       END-IF
                       ADD 1 TO WS-VLD-I
                   END-PERFORM
               WHEN "P"
                   PERFORM UNTIL WS-VLD-I > WS-VLD-LEN
                       MOVE VALDATAFILE-RECORD
                           (WS-VLD-OFF + WS-VLD-I - 1:1) TO WS-VLD-BYTE
                       COMPUTE WS-VLD-ORD =
                           FUNCTION ORD(WS-VLD-BYTE) - 1
                       DIVIDE WS-VLD-ORD BY 16 GIVING WS-VLD-HI
                           REMAINDER WS-VLD-LO
                       IF WS-VLD-HI > 9
                           MOVE "INVALID PACKED DIGIT" TO
                               WS-VLD-PROBLEM
                           GO TO 2793-EXIT
                       END-IF
                       IF WS-VLD-I < WS-VLD-LEN
                           IF WS-VLD-LO > 9
                               MOVE "INVALID PACKED DIGIT" TO
                                   WS-VLD-PROBLEM
                               GO TO 2793-EXIT
                           END-IF
                           COMPUTE WS-VLD-NUM = WS-VLD-NUM * 100 +
                               WS-VLD-HI * 10 + WS-VLD-LO
                               ON SIZE ERROR
                                   MOVE "N" TO WS-VLD-NUM-OK
                           END-COMPUTE
                       ELSE
                           IF WS-VLD-LO < 10
                               MOVE "INVALID PACKED SIGN" TO
                                   WS-VLD-PROBLEM
                               GO TO 2793-EXIT
                           END-IF
                           COMPUTE WS-VLD-NUM = WS-VLD-NUM * 10 +
                               WS-VLD-HI
                               ON SIZE ERROR
                                   MOVE "N" TO WS-VLD-NUM-OK
                           END-COMPUTE
                           IF WS-VLD-LO = 11 OR WS-VLD-LO = 13
                               MOVE "Y" TO WS-VLD-NEG
                           END-IF
                       END-IF
                       ADD 1 TO WS-VLD-I
                   END-PERFORM
               WHEN "B"
      *            NEGATIVE TWO'S COMPLEMENT IS DECODED FROM ITS ONES'
      *            COMPLEMENT SO THE MAGNITUDE NEVER OVERFLOWS
                   IF LI-VAR-SIGNED(WS-VLD-FROW) = "Y" AND
                   VALDATAFILE-RECORD(WS-VLD-OFF:1) >= X"80"
                       MOVE "Y" TO WS-VLD-NEG
                   END-IF
                   PERFORM UNTIL WS-VLD-I > WS-VLD-LEN
                       MOVE VALDATAFILE-RECORD
                           (WS-VLD-OFF + WS-VLD-I - 1:1) TO WS-VLD-BYTE
                       COMPUTE WS-VLD-ORD =
                           FUNCTION ORD(WS-VLD-BYTE) - 1
                       IF WS-VLD-NEG = "Y"
                           COMPUTE WS-VLD-ORD = 255 - WS-VLD-ORD
                       END-IF
                       COMPUTE WS-VLD-NUM = WS-VLD-NUM * 256 +
                           WS-VLD-ORD
                           ON SIZE ERROR
                               MOVE "N" TO WS-VLD-NUM-OK
                       END-COMPUTE
                       ADD 1 TO WS-VLD-I
                   END-PERFORM
                   IF WS-VLD-NEG = "Y"
                       ADD 1 TO WS-VLD-NUM
                   END-IF
           END-EVALUATE
           IF WS-VLD-NEG = "Y"
               COMPUTE WS-VLD-NUM = 0 - WS-VLD-NUM
           END-IF.

       2793-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2794-NEXT-OCCURRENCE-PARA
      * Steps the subscripts to the next live occurrence, innermost
      * table first; WS-VLD-MORE goes "N" past the last one.
      *----------------------------------------------------------------
       2794-NEXT-OCCURRENCE-PARA.
           MOVE "N" TO WS-VLD-MORE
           MOVE 1 TO WS-VLD-A
           PERFORM UNTIL WS-VLD-A > WS-VLD-F-ANC-N(WS-VLD-F)
               IF WS-VLD-SUB(WS-VLD-A) < WS-VLD-SUB-MAX(WS-VLD-A)
                   ADD 1 TO WS-VLD-SUB(WS-VLD-A)
                   MOVE "Y" TO WS-VLD-MORE
                   EXIT PERFORM
               END-IF
               MOVE 1 TO WS-VLD-SUB(WS-VLD-A)
               ADD 1 TO WS-VLD-A
           END-PERFORM.

      *----------------------------------------------------------------
      * 2795-CHECK-88-PARA
      * The occurrence must equal one of field WS-VLD-F's 88 values
      * or fall in one of its THRU ranges - by value for a numeric
      * literal on a numeric field, byte for byte otherwise.
      *----------------------------------------------------------------
       2795-CHECK-88-PARA.
           MOVE "N" TO WS-VLD-MATCH
           MOVE WS-VLD-LEN TO WS-VLD-CMP-LEN
           IF WS-VLD-CMP-LEN > 80
               MOVE 80 TO WS-VLD-CMP-LEN
           END-IF
           MOVE WS-VLD-F-V88-1(WS-VLD-F) TO WS-VLD-J
           PERFORM UNTIL WS-VLD-J >= WS-VLD-F-V88-1(WS-VLD-F) +
           WS-VLD-F-V88-N(WS-VLD-F) OR WS-VLD-MATCH = "Y"
               EVALUATE TRUE
                   WHEN WS-VLD-V-FIG(WS-VLD-J) = SPACE AND
                   WS-VLD-KIND <> "X"
                       IF WS-VLD-NUM-OK = "Y" AND
                       WS-VLD-NUM >= WS-VLD-V-LO-N(WS-VLD-J) AND
                       WS-VLD-NUM <= WS-VLD-V-HI-N(WS-VLD-J)
                           MOVE "Y" TO WS-VLD-MATCH
                       END-IF
                   WHEN WS-VLD-V-FIG(WS-VLD-J) = "Z" AND
                   WS-VLD-KIND <> "X"
                       IF WS-VLD-NUM-OK = "Y" AND WS-VLD-NUM = 0
                           MOVE "Y" TO WS-VLD-MATCH
                       END-IF
                   WHEN OTHER
                       EVALUATE WS-VLD-V-FIG(WS-VLD-J)
                           WHEN "S"
                               MOVE SPACE TO WS-VLD-FILL
                               MOVE SPACE TO WS-VLD-FILL-HI
                           WHEN "Z"
                               MOVE ALL "0" TO WS-VLD-FILL
                               MOVE ALL "0" TO WS-VLD-FILL-HI
                           WHEN "L"
                               MOVE LOW-VALUE TO WS-VLD-FILL
                               MOVE LOW-VALUE TO WS-VLD-FILL-HI
                           WHEN "H"
                               MOVE HIGH-VALUE TO WS-VLD-FILL
                               MOVE HIGH-VALUE TO WS-VLD-FILL-HI
                           WHEN OTHER
                               MOVE WS-VLD-V-LO(WS-VLD-J) TO
                                   WS-VLD-FILL
                               MOVE WS-VLD-V-HI(WS-VLD-J) TO
                                   WS-VLD-FILL-HI
                       END-EVALUATE
                       IF VALDATAFILE-RECORD
                       (WS-VLD-OFF:WS-VLD-CMP-LEN) >=
                       WS-VLD-FILL(1:WS-VLD-CMP-LEN) AND
                       VALDATAFILE-RECORD
                       (WS-VLD-OFF:WS-VLD-CMP-LEN) <=
                       WS-VLD-FILL-HI(1:WS-VLD-CMP-LEN)
                           MOVE "Y" TO WS-VLD-MATCH
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-VLD-J
           END-PERFORM
           IF WS-VLD-MATCH = "N"
               MOVE "NOT A DECLARED 88 VALUE" TO WS-VLD-PROBLEM
           END-IF.

      *----------------------------------------------------------------
      * 2796-WRITE-EXCEPTION-PARA
      * One exception line - record, field, offset, length, problem
      * and up to 16 of the bytes in hex. The listing stops at
      * WS-VLD-MAX-LINES lines; the counts go on to the end.
      *----------------------------------------------------------------
       2796-WRITE-EXCEPTION-PARA.
           MOVE "Y" TO WS-VLD-REC-BAD
           ADD 1 TO WS-VLD-EXC-TOTAL
           IF WS-VLD-LINES >= WS-VLD-MAX-LINES
               IF WS-VLD-LINES = WS-VLD-MAX-LINES
                   MOVE WS-VLD-MAX-LINES TO WS-VLD-N1
                   MOVE SPACE TO VALIDRPTFILE-RECORD
                   STRING "*** LISTING STOPPED AT "
                       FUNCTION TRIM(WS-VLD-N1)
                       " EXCEPTIONS - THE COUNTS BELOW COVER EVERY"
                       " RECORD" DELIMITED BY SIZE
                       INTO VALIDRPTFILE-RECORD
                   END-STRING
                   WRITE VALIDRPTFILE-RECORD
                   ADD 1 TO WS-VLD-LINES
               END-IF
           ELSE
               PERFORM 2798-HEX-BYTES-PARA
               MOVE WS-VLD-REC-NO TO WS-VLD-N1
               MOVE WS-VLD-OFF TO WS-VLD-N2
               MOVE WS-VLD-LEN TO WS-VLD-N3
               MOVE SPACE TO VALIDRPTFILE-RECORD
               IF WS-VLD-HEX = SPACE
                   STRING WS-VLD-N1 "  " WS-VLD-NAME(1:40)
                       WS-VLD-N2 WS-VLD-N3 "  " WS-VLD-PROBLEM
                       DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
                   END-STRING
               ELSE
                   STRING WS-VLD-N1 "  " WS-VLD-NAME(1:40)
                       WS-VLD-N2 WS-VLD-N3 "  " WS-VLD-PROBLEM
                       "  X'" FUNCTION TRIM(WS-VLD-HEX) "'"
                       DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
                   END-STRING
               END-IF
               WRITE VALIDRPTFILE-RECORD
               ADD 1 TO WS-VLD-LINES
           END-IF.

      *----------------------------------------------------------------
      * 2797-BUILD-NAME-PARA
      * Field WS-VLD-F's name with the current subscripts, outermost
      * first - ORD-AMT(2,3).
      *----------------------------------------------------------------
       2797-BUILD-NAME-PARA.
           MOVE LI-VAR-NAME(WS-VLD-FROW) TO WS-VLD-NAME
           IF WS-VLD-F-ANC-N(WS-VLD-F) > 0
               MOVE "(" TO WS-VLD-SEP
               MOVE WS-VLD-F-ANC-N(WS-VLD-F) TO WS-VLD-A
               PERFORM UNTIL WS-VLD-A < 1
                   MOVE WS-VLD-SUB(WS-VLD-A) TO WS-VLD-N1
                   MOVE SPACE TO WS-VLD-NAME-WORK
                   STRING FUNCTION TRIM(WS-VLD-NAME) WS-VLD-SEP
                       FUNCTION TRIM(WS-VLD-N1)
                       DELIMITED BY SIZE INTO WS-VLD-NAME-WORK
                   END-STRING
                   MOVE WS-VLD-NAME-WORK TO WS-VLD-NAME
                   MOVE "," TO WS-VLD-SEP
                   SUBTRACT 1 FROM WS-VLD-A
               END-PERFORM
               MOVE SPACE TO WS-VLD-NAME-WORK
               STRING FUNCTION TRIM(WS-VLD-NAME) ")"
                   DELIMITED BY SIZE INTO WS-VLD-NAME-WORK
               END-STRING
               MOVE WS-VLD-NAME-WORK TO WS-VLD-NAME
           END-IF.

      *----------------------------------------------------------------
      * 2798-HEX-BYTES-PARA
      * Up to 16 of the WS-VLD-LEN bytes at WS-VLD-OFF in hex, ".."
      * when there are more; none past the end of the record.
      *----------------------------------------------------------------
       2798-HEX-BYTES-PARA.
           MOVE SPACE TO WS-VLD-HEX
           MOVE 1 TO WS-VLD-I
           PERFORM UNTIL WS-VLD-I > WS-VLD-LEN OR WS-VLD-I > 16 OR
           WS-VLD-OFF + WS-VLD-I - 1 > WS-VLD-RECLEN
               MOVE VALDATAFILE-RECORD(WS-VLD-OFF + WS-VLD-I - 1:1)
                   TO WS-VLD-BYTE
               COMPUTE WS-VLD-ORD = FUNCTION ORD(WS-VLD-BYTE) - 1
               DIVIDE WS-VLD-ORD BY 16 GIVING WS-VLD-HI
                   REMAINDER WS-VLD-LO
               MOVE WS-VLD-HEX-DIGITS(WS-VLD-HI + 1:1) TO
                   WS-VLD-HEX(WS-VLD-I * 2 - 1:1)
               MOVE WS-VLD-HEX-DIGITS(WS-VLD-LO + 1:1) TO
                   WS-VLD-HEX(WS-VLD-I * 2:1)
               ADD 1 TO WS-VLD-I
           END-PERFORM
           IF WS-VLD-LEN > 16 AND WS-VLD-HEX <> SPACE
               MOVE ".." TO WS-VLD-HEX(33:2)
           END-IF.

      *----------------------------------------------------------------
      * 2799-WRITE-FIELD-COUNTS-PARA
      * The counts by field - every planned field with its
      * exceptions, the ODO counters' range failures, and the
      * run's totals.
      *----------------------------------------------------------------
       2799-WRITE-FIELD-COUNTS-PARA.
           MOVE SPACE TO VALIDRPTFILE-RECORD
           WRITE VALIDRPTFILE-RECORD
           MOVE SPACE TO VALIDRPTFILE-RECORD
           STRING "EXCEPTIONS BY FIELD - FIELD / OFFSET / LENGTH /"
               " CHECK"
               " / EXCEPTIONS"
               DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
           END-STRING
           WRITE VALIDRPTFILE-RECORD
           MOVE 1 TO WS-VLD-F
           PERFORM UNTIL WS-VLD-F > WS-VLD-FLD-COUNT
               MOVE WS-VLD-F-ROW(WS-VLD-F) TO WS-VLD-FROW
               EVALUATE WS-VLD-F-KIND(WS-VLD-F)
                   WHEN "N"
                       MOVE "ZONED DECIMAL" TO WS-VLD-TYPE-TXT
                   WHEN "P"
                       MOVE "PACKED DECIMAL" TO WS-VLD-TYPE-TXT
                   WHEN "B"
                       MOVE "BINARY" TO WS-VLD-TYPE-TXT
                   WHEN OTHER
                       MOVE "TEXT" TO WS-VLD-TYPE-TXT
               END-EVALUATE
               IF WS-VLD-F-V88-N(WS-VLD-F) > 0
                   MOVE SPACE TO WS-VLD-NAME-WORK
                   STRING FUNCTION TRIM(WS-VLD-TYPE-TXT) ", 88 VALUES"
                       DELIMITED BY SIZE INTO WS-VLD-NAME-WORK
                   END-STRING
                   MOVE WS-VLD-NAME-WORK TO WS-VLD-TYPE-TXT
               END-IF
               MOVE WS-VLD-F-OFF(WS-VLD-F) TO WS-VLD-N1
               MOVE LI-VAR-BYTES(WS-VLD-FROW) TO WS-VLD-N2
               MOVE WS-VLD-F-ERRS(WS-VLD-F) TO WS-VLD-N3
               MOVE SPACE TO VALIDRPTFILE-RECORD
               STRING "  " LI-VAR-NAME(WS-VLD-FROW)(1:40) WS-VLD-N1
                   WS-VLD-N2 "  " WS-VLD-TYPE-TXT WS-VLD-N3
                   DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
               END-STRING
               WRITE VALIDRPTFILE-RECORD
               ADD 1 TO WS-VLD-F
           END-PERFORM
           MOVE 1 TO WS-VLD-O
           PERFORM UNTIL WS-VLD-O > WS-VLD-ODO-COUNT
               IF WS-VLD-O-CTR(WS-VLD-O) > 0
                   MOVE WS-VLD-O-CTR(WS-VLD-O) TO WS-VLD-FROW
                   PERFORM 2792-SET-FIELD-SHAPE-PARA
                   MOVE WS-VLD-OFF TO WS-VLD-N1
                   MOVE WS-VLD-LEN TO WS-VLD-N2
                   MOVE WS-VLD-O-ERRS(WS-VLD-O) TO WS-VLD-N3
                   MOVE SPACE TO VALIDRPTFILE-RECORD
                   STRING "  " LI-VAR-NAME(WS-VLD-FROW)(1:40)
                       WS-VLD-N1 WS-VLD-N2 "  ODO COUNT RANGE        "
                       WS-VLD-N3
                       DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
                   END-STRING
                   WRITE VALIDRPTFILE-RECORD
               END-IF
               ADD 1 TO WS-VLD-O
           END-PERFORM

           MOVE SPACE TO VALIDRPTFILE-RECORD
           WRITE VALIDRPTFILE-RECORD
           MOVE WS-VLD-REC-NO TO WS-VLD-N1
           MOVE WS-VLD-BAD-RECS TO WS-VLD-N2
           MOVE WS-VLD-EXC-TOTAL TO WS-VLD-N3
           MOVE SPACE TO VALIDRPTFILE-RECORD
           STRING "RECORDS READ " FUNCTION TRIM(WS-VLD-N1)
               ", WITH EXCEPTIONS " FUNCTION TRIM(WS-VLD-N2)
               ", EXCEPTIONS " FUNCTION TRIM(WS-VLD-N3)
               DELIMITED BY SIZE INTO VALIDRPTFILE-RECORD
           END-STRING
           WRITE VALIDRPTFILE-RECORD.

      *----------------------------------------------------------------
      * 2800-PURGE-GENERATIONS-PARA
      * PURGE <keep> - retires report generations past the retention
      * count: for every base report, any generation with <keep> or
      * more newer generations in the catalog is deleted and dropped
      * from the catalog. Catalog order is append order, so later
      * entries of the same base are newer.
      *----------------------------------------------------------------
       2800-PURGE-GENERATIONS-PARA.
           COMPUTE WS-PURGE-KEEP =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-MEMBER-PATH))
           IF WS-PURGE-KEEP < 1
               MOVE 1 TO WS-PURGE-KEEP
           END-IF

           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT GENCATFILE
           IF WS-GENCAT-STATUS NOT = "00"
               DISPLAY "DRIVER: NO GENERATION CATALOG TO PURGE"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 2
               READ GENCATFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(GENCATFILE-RECORD) <> SPACE AND
               WS-GEN-COUNT < 2000
                   ADD 1 TO WS-GEN-COUNT
                   MOVE GENCATFILE-RECORD TO
                       WS-GEN-PATH(WS-GEN-COUNT)
               END-IF
           END-PERFORM
           CLOSE GENCATFILE

           OPEN OUTPUT GENCATFILE
           MOVE 1 TO WS-GEN-I
           PERFORM UNTIL WS-GEN-I > WS-GEN-COUNT
               MOVE SPACE TO WS-GEN-BASE
               UNSTRING WS-GEN-PATH(WS-GEN-I) DELIMITED BY ".G"
                   INTO WS-GEN-BASE
               END-UNSTRING

               MOVE 0 TO WS-GEN-NEWER
               COMPUTE WS-GEN-J = WS-GEN-I + 1
               PERFORM UNTIL WS-GEN-J > WS-GEN-COUNT
                   MOVE SPACE TO WS-GEN-BASE2
                   UNSTRING WS-GEN-PATH(WS-GEN-J) DELIMITED BY ".G"
                       INTO WS-GEN-BASE2
                   END-UNSTRING
                   IF WS-GEN-BASE2 = WS-GEN-BASE
                       ADD 1 TO WS-GEN-NEWER
                   END-IF
                   ADD 1 TO WS-GEN-J
               END-PERFORM

               IF WS-GEN-NEWER >= WS-PURGE-KEEP
                   MOVE WS-GEN-PATH(WS-GEN-I) TO WS-GEN-DELETE-PATH
                   CALL "CBL_DELETE_FILE" USING WS-GEN-DELETE-PATH
                       RETURNING WS-GEN-DEL-RC
                   DISPLAY "DRIVER: RETIRED " FUNCTION TRIM
                       (WS-GEN-DELETE-PATH)
               ELSE
                   MOVE WS-GEN-PATH(WS-GEN-I) TO GENCATFILE-RECORD
                   WRITE GENCATFILE-RECORD
               END-IF
               ADD 1 TO WS-GEN-I
           END-PERFORM
           CLOSE GENCATFILE.

      *----------------------------------------------------------------
      * 2810-RUN-DRIFT-PARA
      * DRIFT <list-1> <copybook-dirs-1> <list-2> <copybook-dirs-2>
      * [label-1] [label-2] - the pre-promotion sign-off between two
      * environments (PROD and UAT, say). Members are matched by
      * name, path and suffix aside. DRIFT.RPT lists the members on
      * one side only, then for every member on both sides that
      * disagrees: a different source fingerprint, copybooks
      * resolved to different versions or from a different library
      * of the search path, record layouts (file, linkage and
      * copybook records) field by field as COMPARE mode does, and
      * CALL interfaces - the program's own PROCEDURE DIVISION USING
      * and the argument lists it passes. A program whose source
      * matches but whose copybook does not is called out: promoted
      * without its copybook, or ahead of it. Return code 0 when the
      * environments agree, 4 when they do not. Nothing here touches
      * the findings master or the shop-wide reports.
      *----------------------------------------------------------------
       2810-RUN-DRIFT-PARA.
           IF WS-DRF-LIST(1) = SPACE OR WS-DRF-LIST(2) = SPACE
               DISPLAY "DRIVER: USAGE - DRIFT <MEMBER-LIST-1>"
                   " <COPYBOOK-DIRS-1> <MEMBER-LIST-2>"
                   " <COPYBOOK-DIRS-2> [LABEL-1] [LABEL-2]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-DRF-S
           PERFORM 2812-LOAD-DRIFT-LIST-PARA
           MOVE 2 TO WS-DRF-S
           PERFORM 2812-LOAD-DRIFT-LIST-PARA

           MOVE 0 TO WS-DRF-ONLY-COUNT
           MOVE 0 TO WS-DRF-SAME-COUNT
           MOVE 0 TO WS-DRF-DIFF-COUNT
           MOVE 0 TO WS-DRF-SRC-COUNT
           MOVE 0 TO WS-DRF-COPY-COUNT
           MOVE 0 TO WS-DRF-LAYOUT-COUNT
           MOVE 0 TO WS-DRF-IFACE-COUNT

           OPEN OUTPUT DRIFTFILE
           MOVE SPACE TO DRIFTFILE-RECORD
           STRING "ENVIRONMENT DRIFT - " FUNCTION TRIM(WS-DRF-LABEL(1))
               " AGAINST " FUNCTION TRIM(WS-DRF-LABEL(2))
               "   RUN " WS-RUN-STAMP
               DELIMITED BY SIZE INTO DRIFTFILE-RECORD
           END-STRING
           WRITE DRIFTFILE-RECORD
           MOVE 1 TO WS-DRF-S
           PERFORM UNTIL WS-DRF-S > 2
               MOVE WS-DRF-MEM-COUNT(WS-DRF-S) TO WS-DRF-N1
               MOVE SPACE TO DRIFTFILE-RECORD
               STRING "  " WS-DRF-LABEL(WS-DRF-S) " MEMBERS "
                   FUNCTION TRIM(WS-DRF-LIST(WS-DRF-S)) " ("
                   FUNCTION TRIM(WS-DRF-N1) "), COPYBOOKS "
                   FUNCTION TRIM(WS-DRF-CPY(WS-DRF-S))
                   DELIMITED BY SIZE INTO DRIFTFILE-RECORD
               END-STRING
               WRITE DRIFTFILE-RECORD
               ADD 1 TO WS-DRF-S
           END-PERFORM

           MOVE SPACE TO DRIFTFILE-RECORD
           WRITE DRIFTFILE-RECORD
           MOVE "MEMBERS ON ONE SIDE ONLY" TO DRIFTFILE-RECORD
           WRITE DRIFTFILE-RECORD
           MOVE 1 TO WS-DRF-S
           PERFORM UNTIL WS-DRF-S > 2
               MOVE 1 TO WS-DRF-M
               PERFORM UNTIL WS-DRF-M > WS-DRF-MEM-COUNT(WS-DRF-S)
                   IF WS-DRF-MEM-MATCH(WS-DRF-S, WS-DRF-M) = 0
                       ADD 1 TO WS-DRF-ONLY-COUNT
                       MOVE SPACE TO DRIFTFILE-RECORD
                       STRING "  ONLY IN " WS-DRF-LABEL(WS-DRF-S)
                           "  " WS-DRF-MEM-BASE(WS-DRF-S, WS-DRF-M)
                           " " FUNCTION TRIM
                           (WS-DRF-MEM-PATH(WS-DRF-S, WS-DRF-M))
                           DELIMITED BY SIZE INTO DRIFTFILE-RECORD
                       END-STRING
                       WRITE DRIFTFILE-RECORD
                   END-IF
                   ADD 1 TO WS-DRF-M
               END-PERFORM
               ADD 1 TO WS-DRF-S
           END-PERFORM
           IF WS-DRF-ONLY-COUNT = 0
               MOVE "  (NONE)" TO DRIFTFILE-RECORD
               WRITE DRIFTFILE-RECORD
           END-IF

           MOVE SPACE TO DRIFTFILE-RECORD
           WRITE DRIFTFILE-RECORD
           MOVE "MEMBERS ON BOTH SIDES THAT DISAGREE"
               TO DRIFTFILE-RECORD
           WRITE DRIFTFILE-RECORD
           MOVE 1 TO WS-DRF-M
           PERFORM UNTIL WS-DRF-M > WS-DRF-MEM-COUNT(1)
               IF WS-DRF-MEM-MATCH(1, WS-DRF-M) > 0
                   PERFORM 2814-COMPARE-MEMBER-PARA
               END-IF
               ADD 1 TO WS-DRF-M
           END-PERFORM
           IF WS-DRF-DIFF-COUNT = 0
               MOVE "  (NONE)" TO DRIFTFILE-RECORD
               WRITE DRIFTFILE-RECORD
           END-IF

           PERFORM 2846-WRITE-DRIFT-TOTALS-PARA
           CLOSE DRIFTFILE
           DISPLAY "DRIVER: ENVIRONMENT DRIFT WRITTEN TO "
               FUNCTION TRIM(LO-DRIFT-FILE)
           IF WS-DRF-ONLY-COUNT > 0 OR WS-DRF-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * 2812-LOAD-DRIFT-LIST-PARA
      * Side WS-DRF-S's member list, each member keyed by its bare
      * name. A name listed twice on one side keeps its first entry.
      * Loading side 2 pairs its members with side 1's.
      *----------------------------------------------------------------
       2812-LOAD-DRIFT-LIST-PARA.
           MOVE 0 TO WS-DRF-MEM-COUNT(WS-DRF-S)
           MOVE WS-DRF-LIST(WS-DRF-S) TO LO-MEMBERLIST-FILE
           MOVE "N" TO WS-MEMBERLIST-EOF
           OPEN INPUT MEMBERLIST
           PERFORM UNTIL WS-MEMBERLIST-EOF = "Y"
               READ MEMBERLIST
                   AT END
                       MOVE "Y" TO WS-MEMBERLIST-EOF
               END-READ
               IF WS-MEMBERLIST-EOF <> "Y" AND
               FUNCTION TRIM(MEMBERLIST-RECORD) <> SPACE AND
               WS-DRF-MEM-COUNT(WS-DRF-S) < 1000
                   MOVE FUNCTION TRIM(MEMBERLIST-RECORD) TO WS-REL-KEY
                   PERFORM 2545-BASE-NAME-PARA
                   MOVE 0 TO WS-DRF-ROW
                   MOVE 1 TO WS-DRF-I
                   PERFORM UNTIL WS-DRF-I > WS-DRF-MEM-COUNT(WS-DRF-S)
                   OR WS-DRF-ROW > 0
                       IF WS-DRF-MEM-BASE(WS-DRF-S, WS-DRF-I) =
                       WS-REL-BASE
                           MOVE WS-DRF-I TO WS-DRF-ROW
                       END-IF
                       ADD 1 TO WS-DRF-I
                   END-PERFORM
                   IF WS-DRF-ROW = 0
                       ADD 1 TO WS-DRF-MEM-COUNT(WS-DRF-S)
                       MOVE WS-DRF-MEM-COUNT(WS-DRF-S) TO WS-DRF-J
                       MOVE WS-REL-KEY TO
                           WS-DRF-MEM-PATH(WS-DRF-S, WS-DRF-J)
                       MOVE WS-REL-BASE TO
                           WS-DRF-MEM-BASE(WS-DRF-S, WS-DRF-J)
                       MOVE 0 TO WS-DRF-MEM-MATCH(WS-DRF-S, WS-DRF-J)
                       IF WS-DRF-S = 2
                           PERFORM 2813-PAIR-DRIFT-MEMBER-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MEMBERLIST.

      *----------------------------------------------------------------
      * 2813-PAIR-DRIFT-MEMBER-PARA
      * Side 2's member WS-DRF-J against side 1's by bare name.
      *----------------------------------------------------------------
       2813-PAIR-DRIFT-MEMBER-PARA.
           MOVE 1 TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > WS-DRF-MEM-COUNT(1)
               IF WS-DRF-MEM-BASE(1, WS-DRF-I) =
               WS-DRF-MEM-BASE(2, WS-DRF-J)
                   MOVE WS-DRF-J TO WS-DRF-MEM-MATCH(1, WS-DRF-I)
                   MOVE WS-DRF-I TO WS-DRF-MEM-MATCH(2, WS-DRF-J)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2814-COMPARE-MEMBER-PARA
      * Side 1's member WS-DRF-M and its partner, each scanned
      * against its own side's copybook libraries, then compared.
      * The member heading goes out with its first difference.
      *----------------------------------------------------------------
       2814-COMPARE-MEMBER-PARA.
           MOVE "N" TO WS-DRF-HEAD
           MOVE 0 TO WS-CALLS-COUNT
           MOVE 0 TO WS-PARMS-COUNT
           MOVE 1 TO WS-DRF-S
           MOVE WS-DRF-MEM-PATH(1, WS-DRF-M) TO WS-CURRENT-MEMBER
           PERFORM 2816-SCAN-DRIFT-SIDE-PARA
           MOVE 2 TO WS-DRF-S
           MOVE WS-DRF-MEM-MATCH(1, WS-DRF-M) TO WS-DRF-J
           MOVE WS-DRF-MEM-PATH(2, WS-DRF-J) TO WS-CURRENT-MEMBER
           PERFORM 2816-SCAN-DRIFT-SIDE-PARA

           PERFORM 2822-COMPARE-FINGERPRINT-PARA
           PERFORM 2824-COMPARE-COPYBOOKS-PARA
           PERFORM 2828-COMPARE-LAYOUTS-PARA
           PERFORM 2834-COMPARE-INTERFACES-PARA

           IF WS-DRF-HEAD = "Y"
               ADD 1 TO WS-DRF-DIFF-COUNT
           ELSE
               ADD 1 TO WS-DRF-SAME-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2816-SCAN-DRIFT-SIDE-PARA
      * WS-CURRENT-MEMBER through the normal capture and layout
      * passes with side WS-DRF-S's search path, and what the
      * comparison needs held in that side's slot: fingerprint,
      * copybook resolutions, record rows, and (in the shared
      * call-contract tables) its PROCEDURE DIVISION USING list and
      * static call sites.
      *----------------------------------------------------------------
       2816-SCAN-DRIFT-SIDE-PARA.
           MOVE WS-DRF-CPY(WS-DRF-S) TO WS-COPYBOOK-DIR
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           MOVE LI-AST-CHECKSUM TO WS-DRF-CKSUM(WS-DRF-S)
           MOVE LI-AST-SRC-LINES TO WS-DRF-LINES(WS-DRF-S)
           MOVE LI-COPYRES-COUNT TO WS-DRF-CR-COUNT(WS-DRF-S)
           MOVE 1 TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > LI-COPYRES-COUNT
               MOVE LI-CRES-MEMBER(WS-DRF-I) TO
                   WS-DRF-CR-MEMBER(WS-DRF-S, WS-DRF-I)
               MOVE LI-CRES-PATH(WS-DRF-I) TO
                   WS-DRF-CR-PATH(WS-DRF-S, WS-DRF-I)
               MOVE LI-CRES-CHECKSUM(WS-DRF-I) TO
                   WS-DRF-CR-CKSUM(WS-DRF-S, WS-DRF-I)
               MOVE LI-CRES-LIBRARY(WS-DRF-I) TO
                   WS-DRF-CR-LIB(WS-DRF-S, WS-DRF-I)
               ADD 1 TO WS-DRF-I
           END-PERFORM

           MOVE "UNKNOWN" TO WS-CURRENT-PROGRAM
           MOVE SPACE TO WS-DRF-PROGRAM(WS-DRF-S)
           COMPUTE WS-DRF-CALL-FROM(WS-DRF-S) = WS-CALLS-COUNT + 1
           COMPUTE WS-DRF-PARM-FROM(WS-DRF-S) = WS-PARMS-COUNT + 1
           PERFORM 2818-DRIFT-WALK-PARA
           MOVE WS-CALLS-COUNT TO WS-DRF-CALL-TO(WS-DRF-S)
           MOVE WS-PARMS-COUNT TO WS-DRF-PARM-TO(WS-DRF-S)
           IF WS-DRF-PROGRAM(WS-DRF-S) = SPACE
               MOVE WS-CURRENT-PROGRAM TO WS-DRF-PROGRAM(WS-DRF-S)
           END-IF

           PERFORM 2820-HOLD-DRIFT-LAYOUT-PARA.

      *----------------------------------------------------------------
      * 2818-DRIFT-WALK-PARA
      * Only the interface statements: PROGRAM-ID, PROCEDURE
      * DIVISION USING, and CALLs to a quoted program name.
      *----------------------------------------------------------------
       2818-DRIFT-WALK-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I) TO WS-TOK
               IF LI-AST-EXEC-FLAG(WS-I) <> "Y"
                   PERFORM 3305-TRACK-PROGRAM-PARA THRU 3305-EXIT
                   IF WS-TOK = "PROGRAM-ID" AND
                   WS-DRF-PROGRAM(WS-DRF-S) = SPACE
                       MOVE WS-CURRENT-PROGRAM TO
                           WS-DRF-PROGRAM(WS-DRF-S)
                   END-IF
                   IF WS-TOK = "PROCEDURE"
                       PERFORM 3870-NOTE-PROC-USING-PARA
                           THRU 3870-EXIT
                   END-IF
                   IF WS-TOK = "CALL" AND
                   WS-PROCEDURE-DIV-INDEX > 0 AND
                   WS-I > WS-PROCEDURE-DIV-INDEX AND
                   WS-I < LI-AST-NODE-COUNT
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-CALL-TARGET
                       IF WS-CALL-TARGET(1:1) = '"' OR
                       WS-CALL-TARGET(1:1) = "'"
                           PERFORM 3860-NOTE-CALL-SITE-PARA
                               THRU 3860-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2820-HOLD-DRIFT-LAYOUT-PARA
      * Every data row but the 88s into side WS-DRF-S's slot, each
      * tagged with the 01 (or 77) record it belongs to.
      *----------------------------------------------------------------
       2820-HOLD-DRIFT-LAYOUT-PARA.
           MOVE 0 TO WS-DRF-V-COUNT(WS-DRF-S)
           MOVE SPACE TO WS-DRF-REC
           MOVE 1 TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > LI-VARS-COUNT OR
           WS-DRF-V-COUNT(WS-DRF-S) >= 2000
               IF LI-VAR-IS-COND(WS-DRF-I) = "N"
                   IF LI-VAR-LEVEL(WS-DRF-I) = 1 OR
                   LI-VAR-LEVEL(WS-DRF-I) = 77
                       MOVE LI-VAR-NAME(WS-DRF-I) TO WS-DRF-REC
                   END-IF
                   ADD 1 TO WS-DRF-V-COUNT(WS-DRF-S)
                   MOVE WS-DRF-V-COUNT(WS-DRF-S) TO WS-DRF-J
                   MOVE WS-DRF-REC TO WS-DRF-V-REC(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-LEVEL(WS-DRF-I) TO
                       WS-DRF-V-LEVEL(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-NAME(WS-DRF-I) TO
                       WS-DRF-V-NAME(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-SECTION(WS-DRF-I) TO
                       WS-DRF-V-SECTION(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-COPY-MEMBER(WS-DRF-I) TO
                       WS-DRF-V-COPY(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-TYPE(WS-DRF-I)(1:4) TO
                       WS-DRF-V-TYPE(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-SIZE(WS-DRF-I) TO
                       WS-DRF-V-SIZE(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-DECIMALS(WS-DRF-I) TO
                       WS-DRF-V-DEC(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-USAGE(WS-DRF-I) TO
                       WS-DRF-V-USAGE(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-OCCURS(WS-DRF-I) TO
                       WS-DRF-V-OCCURS(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-BYTES(WS-DRF-I) TO
                       WS-DRF-V-BYTES(WS-DRF-S, WS-DRF-J)
                   MOVE LI-VAR-OFFSET(WS-DRF-I) TO
                       WS-DRF-V-OFFSET(WS-DRF-S, WS-DRF-J)
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2822-COMPARE-FINGERPRINT-PARA
      * The members' own source text, by PARSER's fingerprint.
      *----------------------------------------------------------------
       2822-COMPARE-FINGERPRINT-PARA.
           IF WS-DRF-CKSUM(1) = WS-DRF-CKSUM(2) AND
           WS-DRF-LINES(1) = WS-DRF-LINES(2)
               MOVE "Y" TO WS-DRF-SRC-SAME
           ELSE
               MOVE "N" TO WS-DRF-SRC-SAME
               ADD 1 TO WS-DRF-SRC-COUNT
               MOVE WS-DRF-LINES(1) TO WS-DRF-N1
               MOVE WS-DRF-LINES(2) TO WS-DRF-N2
               MOVE SPACE TO WS-DRF-LINE
               STRING "    SOURCE DIFFERS    "
                   FUNCTION TRIM(WS-DRF-LABEL(1)) " FINGERPRINT "
                   WS-DRF-CKSUM(1) " (" FUNCTION TRIM(WS-DRF-N1)
                   " LINES), " FUNCTION TRIM(WS-DRF-LABEL(2))
                   " FINGERPRINT " WS-DRF-CKSUM(2) " ("
                   FUNCTION TRIM(WS-DRF-N2) " LINES)"
                   DELIMITED BY SIZE INTO WS-DRF-LINE
               END-STRING
               PERFORM 2844-WRITE-DRIFT-LINE-PARA
           END-IF.

      *----------------------------------------------------------------
      * 2824-COMPARE-COPYBOOKS-PARA
      * Each copybook either side resolved: copied on one side only,
      * a different version (fingerprint), not found on a side, or
      * the same text taken from a different library of the search
      * path. Identical source with a copybook version difference is
      * the promotion that went out half done.
      *----------------------------------------------------------------
       2824-COMPARE-COPYBOOKS-PARA.
           MOVE "N" TO WS-DRF-COPY-DIFF
           MOVE 1 TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > WS-DRF-CR-COUNT(1)
               MOVE WS-DRF-CR-MEMBER(1, WS-DRF-I) TO WS-DRF-NAME
               MOVE 2 TO WS-DRF-T
               PERFORM 2826-FIND-DRIFT-COPY-PARA
               MOVE SPACE TO WS-DRF-LINE
               EVALUATE TRUE
                   WHEN WS-DRF-ROW = 0
                       STRING "    COPYBOOK "
                           FUNCTION TRIM(WS-DRF-NAME)
                           " COPIED IN " FUNCTION TRIM(WS-DRF-LABEL(1))
                           " ONLY" DELIMITED BY SIZE INTO WS-DRF-LINE
                       END-STRING
                   WHEN WS-DRF-CR-CKSUM(1, WS-DRF-I) = 0 OR
                   WS-DRF-CR-CKSUM(2, WS-DRF-ROW) = 0
                       IF WS-DRF-CR-CKSUM(1, WS-DRF-I) = 0
                           MOVE 1 TO WS-DRF-T
                       END-IF
                       IF WS-DRF-CR-CKSUM(1, WS-DRF-I) <>
                       WS-DRF-CR-CKSUM(2, WS-DRF-ROW)
                           MOVE "Y" TO WS-DRF-COPY-DIFF
                           STRING "    COPYBOOK "
                               FUNCTION TRIM(WS-DRF-NAME)
                               " NOT FOUND IN THE "
                               FUNCTION TRIM(WS-DRF-LABEL(WS-DRF-T))
                               " SEARCH PATH"
                               DELIMITED BY SIZE INTO WS-DRF-LINE
                           END-STRING
                       END-IF
                   WHEN WS-DRF-CR-CKSUM(1, WS-DRF-I) <>
                   WS-DRF-CR-CKSUM(2, WS-DRF-ROW)
                       MOVE "Y" TO WS-DRF-COPY-DIFF
                       STRING "    COPYBOOK "
                           FUNCTION TRIM(WS-DRF-NAME)
                           " DIFFERENT VERSION    "
                           FUNCTION TRIM(WS-DRF-LABEL(1)) " "
                           FUNCTION TRIM(WS-DRF-CR-PATH(1, WS-DRF-I))
                           ", " FUNCTION TRIM(WS-DRF-LABEL(2)) " "
                           FUNCTION TRIM
                           (WS-DRF-CR-PATH(2, WS-DRF-ROW))
                           DELIMITED BY SIZE INTO WS-DRF-LINE
                       END-STRING
                   WHEN WS-DRF-CR-LIB(1, WS-DRF-I) <>
                   WS-DRF-CR-LIB(2, WS-DRF-ROW)
                       STRING "    COPYBOOK "
                           FUNCTION TRIM(WS-DRF-NAME)
                           " SAME TEXT, DIFFERENT LIBRARY    "
                           FUNCTION TRIM(WS-DRF-LABEL(1)) " LIBRARY "
                           WS-DRF-CR-LIB(1, WS-DRF-I) " "
                           FUNCTION TRIM(WS-DRF-CR-PATH(1, WS-DRF-I))
                           ", " FUNCTION TRIM(WS-DRF-LABEL(2))
                           " LIBRARY " WS-DRF-CR-LIB(2, WS-DRF-ROW) " "
                           FUNCTION TRIM
                           (WS-DRF-CR-PATH(2, WS-DRF-ROW))
                           DELIMITED BY SIZE INTO WS-DRF-LINE
                       END-STRING
               END-EVALUATE
               IF WS-DRF-LINE <> SPACE
                   ADD 1 TO WS-DRF-COPY-COUNT
                   PERFORM 2844-WRITE-DRIFT-LINE-PARA
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM

           MOVE 1 TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > WS-DRF-CR-COUNT(2)
               MOVE WS-DRF-CR-MEMBER(2, WS-DRF-I) TO WS-DRF-NAME
               MOVE 1 TO WS-DRF-T
               PERFORM 2826-FIND-DRIFT-COPY-PARA
               IF WS-DRF-ROW = 0
                   ADD 1 TO WS-DRF-COPY-COUNT
                   MOVE SPACE TO WS-DRF-LINE
                   STRING "    COPYBOOK " FUNCTION TRIM(WS-DRF-NAME)
                       " COPIED IN " FUNCTION TRIM(WS-DRF-LABEL(2))
                       " ONLY" DELIMITED BY SIZE INTO WS-DRF-LINE
                   END-STRING
                   PERFORM 2844-WRITE-DRIFT-LINE-PARA
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM

           IF WS-DRF-SRC-SAME = "Y" AND WS-DRF-COPY-DIFF = "Y"
               MOVE SPACE TO WS-DRF-LINE
               STRING "    *** SOURCE IS IDENTICAL BUT ITS COPYBOOKS "
                   "ARE NOT - PROMOTE THE PROGRAM AND ITS COPYBOOKS "
                   "TOGETHER ***"
                   DELIMITED BY SIZE INTO WS-DRF-LINE
               END-STRING
               PERFORM 2844-WRITE-DRIFT-LINE-PARA
           END-IF.

      *----------------------------------------------------------------
      * 2826-FIND-DRIFT-COPY-PARA
      * WS-DRF-ROW is copybook WS-DRF-NAME's row on side WS-DRF-T,
      * or 0.
      *----------------------------------------------------------------
       2826-FIND-DRIFT-COPY-PARA.
           MOVE 0 TO WS-DRF-ROW
           MOVE 1 TO WS-DRF-J
           PERFORM UNTIL WS-DRF-J > WS-DRF-CR-COUNT(WS-DRF-T) OR
           WS-DRF-ROW > 0
               IF WS-DRF-CR-MEMBER(WS-DRF-T, WS-DRF-J) = WS-DRF-NAME
                   MOVE WS-DRF-J TO WS-DRF-ROW
               END-IF
               ADD 1 TO WS-DRF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2828-COMPARE-LAYOUTS-PARA
      * Every record another program or a file can see - FILE and
      * LINKAGE SECTION records, and any record built from a
      * copybook - compared by name across the two sides. Private
      * WORKING-STORAGE is the program's own business and already
      * shows in its fingerprint.
      *----------------------------------------------------------------
       2828-COMPARE-LAYOUTS-PARA.
           MOVE 1 TO WS-DRF-R1
           PERFORM UNTIL WS-DRF-R1 > WS-DRF-V-COUNT(1)
               IF WS-DRF-V-LEVEL(1, WS-DRF-R1) = 1
                   MOVE WS-DRF-V-REC(1, WS-DRF-R1) TO WS-DRF-REC
                   MOVE 2 TO WS-DRF-T
                   PERFORM 2832-FIND-DRIFT-RECORD-PARA
                   MOVE WS-DRF-ROW TO WS-DRF-R2
                   PERFORM 2830-COMPARE-RECORD-PARA THRU 2830-EXIT
               END-IF
               ADD 1 TO WS-DRF-R1
           END-PERFORM

           MOVE 1 TO WS-DRF-R2
           PERFORM UNTIL WS-DRF-R2 > WS-DRF-V-COUNT(2)
               IF WS-DRF-V-LEVEL(2, WS-DRF-R2) = 1
                   MOVE WS-DRF-V-REC(2, WS-DRF-R2) TO WS-DRF-REC
                   MOVE 1 TO WS-DRF-T
                   PERFORM 2832-FIND-DRIFT-RECORD-PARA
                   IF WS-DRF-ROW = 0
                       MOVE 2 TO WS-DRF-S
                       MOVE WS-DRF-R2 TO WS-DRF-ROW
                       PERFORM 2833-CHECK-SHARED-RECORD-PARA
                       IF WS-DRF-SHOW = "Y"
                           ADD 1 TO WS-DRF-LAYOUT-COUNT
                           MOVE SPACE TO WS-DRF-LINE
                           STRING "    LAYOUT " FUNCTION TRIM
                               (WS-DRF-REC) " ("
                               FUNCTION TRIM(WS-DRF-REC-SRC)
                               ") IN " FUNCTION TRIM(WS-DRF-LABEL(2))
                               " ONLY"
                               DELIMITED BY SIZE INTO WS-DRF-LINE
                           END-STRING
                           PERFORM 2844-WRITE-DRIFT-LINE-PARA
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-DRF-R2
           END-PERFORM.

      *----------------------------------------------------------------
      * 2829-WRITE-FIELD-DRIFT-PARA
      * One field line under record WS-DRF-REC, the record's own
      * line (with both lengths) going out ahead of its first one.
      *----------------------------------------------------------------
       2829-WRITE-FIELD-DRIFT-PARA.
           IF WS-DRF-REC-HEAD = "N"
               MOVE "Y" TO WS-DRF-REC-HEAD
               ADD 1 TO WS-DRF-LAYOUT-COUNT
               MOVE WS-DRF-V-BYTES(1, WS-DRF-R1) TO WS-DRF-N1
               MOVE WS-DRF-V-BYTES(2, WS-DRF-R2) TO WS-DRF-N2
               MOVE SPACE TO WS-DRF-LINE
               STRING "    LAYOUT " FUNCTION TRIM(WS-DRF-REC) " ("
                   FUNCTION TRIM(WS-DRF-REC-SRC) ") "
                   FUNCTION TRIM(WS-DRF-LABEL(1)) " "
                   FUNCTION TRIM(WS-DRF-N1) " BYTES, "
                   FUNCTION TRIM(WS-DRF-LABEL(2)) " "
                   FUNCTION TRIM(WS-DRF-N2) " BYTES"
                   DELIMITED BY SIZE INTO WS-DRF-LINE
               END-STRING
               PERFORM 2844-WRITE-DRIFT-LINE-PARA
           END-IF
           MOVE SPACE TO WS-DRF-LINE
           STRING "      " WS-DRF-NAME " " FUNCTION TRIM(WS-DRF-ARGTXT)
               DELIMITED BY SIZE INTO WS-DRF-LINE
           END-STRING
           PERFORM 2844-WRITE-DRIFT-LINE-PARA.

      *----------------------------------------------------------------
      * 2830-COMPARE-RECORD-PARA
      * Record WS-DRF-REC, its 01 at side-1 row WS-DRF-R1 and side-2
      * row WS-DRF-R2 (0 when side 2 has none). Fields are matched
      * by name within the record: DROPPED, ADDED, CHANGED
      * (PICTURE, USAGE or OCCURS) and OFFSET SHIFT, as COMPARE mode
      * words them. FILLER moves show through its neighbours.
      *----------------------------------------------------------------
       2830-COMPARE-RECORD-PARA.
           MOVE 1 TO WS-DRF-S
           MOVE WS-DRF-R1 TO WS-DRF-ROW
           PERFORM 2833-CHECK-SHARED-RECORD-PARA
           IF WS-DRF-SHOW = "N" AND WS-DRF-R2 > 0
               MOVE 2 TO WS-DRF-S
               MOVE WS-DRF-R2 TO WS-DRF-ROW
               PERFORM 2833-CHECK-SHARED-RECORD-PARA
           END-IF
           IF WS-DRF-SHOW = "N"
               GO TO 2830-EXIT
           END-IF

           IF WS-DRF-R2 = 0
               ADD 1 TO WS-DRF-LAYOUT-COUNT
               MOVE SPACE TO WS-DRF-LINE
               STRING "    LAYOUT " FUNCTION TRIM(WS-DRF-REC) " ("
                   FUNCTION TRIM(WS-DRF-REC-SRC) ") IN "
                   FUNCTION TRIM(WS-DRF-LABEL(1)) " ONLY"
                   DELIMITED BY SIZE INTO WS-DRF-LINE
               END-STRING
               PERFORM 2844-WRITE-DRIFT-LINE-PARA
               GO TO 2830-EXIT
           END-IF

           MOVE "N" TO WS-DRF-REC-HEAD
      *    THE 01 ITSELF IS COMPARED ONLY WHEN IT IS ELEMENTARY
           COMPUTE WS-DRF-I = WS-DRF-R1 + 1
           IF WS-DRF-I > WS-DRF-V-COUNT(1)
               MOVE WS-DRF-R1 TO WS-DRF-I
           ELSE
               IF WS-DRF-V-REC(1, WS-DRF-I) <> WS-DRF-REC
                   MOVE WS-DRF-R1 TO WS-DRF-I
               END-IF
           END-IF
           PERFORM UNTIL WS-DRF-I > WS-DRF-V-COUNT(1) OR
           WS-DRF-V-REC(1, WS-DRF-I) <> WS-DRF-REC
               IF WS-DRF-V-NAME(1, WS-DRF-I) <> "FILLER"
                   MOVE WS-DRF-V-NAME(1, WS-DRF-I) TO WS-DRF-NAME
                   MOVE 2 TO WS-DRF-T
                   MOVE WS-DRF-R2 TO WS-DRF-K
                   PERFORM 2831-FIND-DRIFT-FIELD-PARA
                   MOVE SPACE TO WS-DRF-ARGTXT
                   EVALUATE TRUE
                       WHEN WS-DRF-ROW = 0
                           MOVE "DROPPED" TO WS-DRF-ARGTXT
                       WHEN WS-DRF-V-TYPE(1, WS-DRF-I) <>
                       WS-DRF-V-TYPE(2, WS-DRF-ROW) OR
                       WS-DRF-V-SIZE(1, WS-DRF-I) <>
                       WS-DRF-V-SIZE(2, WS-DRF-ROW) OR
                       WS-DRF-V-DEC(1, WS-DRF-I) <>
                       WS-DRF-V-DEC(2, WS-DRF-ROW) OR
                       WS-DRF-V-USAGE(1, WS-DRF-I) <>
                       WS-DRF-V-USAGE(2, WS-DRF-ROW) OR
                       WS-DRF-V-OCCURS(1, WS-DRF-I) <>
                       WS-DRF-V-OCCURS(2, WS-DRF-ROW)
                           MOVE WS-DRF-V-BYTES(1, WS-DRF-I) TO
                               WS-DRF-N1
                           MOVE WS-DRF-V-BYTES(2, WS-DRF-ROW) TO
                               WS-DRF-N2
                           STRING "CHANGED       "
                               "PICTURE/USAGE/OCCURS DIFFERS, "
                               FUNCTION TRIM(WS-DRF-N1) " BYTES TO "
                               FUNCTION TRIM(WS-DRF-N2)
                               DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                           END-STRING
                       WHEN WS-DRF-V-OFFSET(1, WS-DRF-I) <>
                       WS-DRF-V-OFFSET(2, WS-DRF-ROW)
                           MOVE WS-DRF-V-OFFSET(1, WS-DRF-I) TO
                               WS-DRF-N1
                           MOVE WS-DRF-V-OFFSET(2, WS-DRF-ROW) TO
                               WS-DRF-N2
                           STRING "OFFSET SHIFT  FROM "
                               FUNCTION TRIM(WS-DRF-N1) " TO "
                               FUNCTION TRIM(WS-DRF-N2)
                               DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                           END-STRING
                   END-EVALUATE
                   IF WS-DRF-ARGTXT <> SPACE
                       PERFORM 2829-WRITE-FIELD-DRIFT-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM

           COMPUTE WS-DRF-I = WS-DRF-R2 + 1
           PERFORM UNTIL WS-DRF-I > WS-DRF-V-COUNT(2) OR
           WS-DRF-V-REC(2, WS-DRF-I) <> WS-DRF-REC
               IF WS-DRF-V-NAME(2, WS-DRF-I) <> "FILLER"
                   MOVE WS-DRF-V-NAME(2, WS-DRF-I) TO WS-DRF-NAME
                   MOVE 1 TO WS-DRF-T
                   MOVE WS-DRF-R1 TO WS-DRF-K
                   PERFORM 2831-FIND-DRIFT-FIELD-PARA
                   IF WS-DRF-ROW = 0
                       MOVE "ADDED" TO WS-DRF-ARGTXT
                       PERFORM 2829-WRITE-FIELD-DRIFT-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM.

       2830-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2831-FIND-DRIFT-FIELD-PARA
      * WS-DRF-ROW is field WS-DRF-NAME's row within the record
      * whose 01 is side WS-DRF-T's row WS-DRF-K, or 0.
      *----------------------------------------------------------------
       2831-FIND-DRIFT-FIELD-PARA.
           MOVE 0 TO WS-DRF-ROW
           MOVE WS-DRF-K TO WS-DRF-J
           PERFORM UNTIL WS-DRF-J > WS-DRF-V-COUNT(WS-DRF-T) OR
           WS-DRF-ROW > 0
               IF WS-DRF-V-REC(WS-DRF-T, WS-DRF-J) <> WS-DRF-REC
                   EXIT PERFORM
               END-IF
               IF WS-DRF-V-NAME(WS-DRF-T, WS-DRF-J) = WS-DRF-NAME
                   MOVE WS-DRF-J TO WS-DRF-ROW
               END-IF
               ADD 1 TO WS-DRF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2832-FIND-DRIFT-RECORD-PARA
      * WS-DRF-ROW is the 01 row of record WS-DRF-REC on side
      * WS-DRF-T, or 0.
      *----------------------------------------------------------------
       2832-FIND-DRIFT-RECORD-PARA.
           MOVE 0 TO WS-DRF-ROW
           MOVE 1 TO WS-DRF-J
           PERFORM UNTIL WS-DRF-J > WS-DRF-V-COUNT(WS-DRF-T) OR
           WS-DRF-ROW > 0
               IF WS-DRF-V-LEVEL(WS-DRF-T, WS-DRF-J) = 1 AND
               WS-DRF-V-NAME(WS-DRF-T, WS-DRF-J) = WS-DRF-REC
                   MOVE WS-DRF-J TO WS-DRF-ROW
               END-IF
               ADD 1 TO WS-DRF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2833-CHECK-SHARED-RECORD-PARA
      * WS-DRF-SHOW says whether the record whose 01 is side
      * WS-DRF-S's row WS-DRF-ROW is one others can see, and
      * WS-DRF-REC-SRC names where it comes from - its copybook,
      * else its section.
      *----------------------------------------------------------------
       2833-CHECK-SHARED-RECORD-PARA.
           MOVE "N" TO WS-DRF-SHOW
           MOVE WS-DRF-V-SECTION(WS-DRF-S, WS-DRF-ROW) TO
               WS-DRF-REC-SRC
           IF WS-DRF-V-SECTION(WS-DRF-S, WS-DRF-ROW) = "FILE" OR
           WS-DRF-V-SECTION(WS-DRF-S, WS-DRF-ROW) = "LINKAGE"
               MOVE "Y" TO WS-DRF-SHOW
           END-IF
           MOVE WS-DRF-ROW TO WS-DRF-J
           PERFORM UNTIL WS-DRF-J > WS-DRF-V-COUNT(WS-DRF-S)
               IF WS-DRF-V-REC(WS-DRF-S, WS-DRF-J) <> WS-DRF-REC
                   EXIT PERFORM
               END-IF
               IF WS-DRF-V-COPY(WS-DRF-S, WS-DRF-J) <> SPACE
                   MOVE "Y" TO WS-DRF-SHOW
                   MOVE WS-DRF-V-COPY(WS-DRF-S, WS-DRF-J) TO
                       WS-DRF-REC-SRC
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DRF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 2834-COMPARE-INTERFACES-PARA
      * Each program's PROCEDURE DIVISION USING list, by parameter
      * count and byte sizes, then the static CALLs it makes.
      *----------------------------------------------------------------
       2834-COMPARE-INTERFACES-PARA.
           MOVE WS-DRF-PARM-FROM(1) TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > WS-DRF-PARM-TO(1)
               MOVE 0 TO WS-DRF-ROW
               MOVE WS-DRF-PARM-FROM(2) TO WS-DRF-J
               PERFORM UNTIL WS-DRF-J > WS-DRF-PARM-TO(2) OR
               WS-DRF-ROW > 0
                   IF WS-PARM-PROGRAM(WS-DRF-J) =
                   WS-PARM-PROGRAM(WS-DRF-I)
                       MOVE WS-DRF-J TO WS-DRF-ROW
                   END-IF
                   ADD 1 TO WS-DRF-J
               END-PERFORM
               MOVE WS-PARM-NPARMS(WS-DRF-I) TO WS-DRF-ARGN
               MOVE 1 TO WS-DRF-K
               PERFORM UNTIL WS-DRF-K > 16
                   MOVE WS-PARM-BYTES(WS-DRF-I, WS-DRF-K) TO
                       WS-DRF-ARGB(WS-DRF-K)
                   ADD 1 TO WS-DRF-K
               END-PERFORM
               PERFORM 2838-DRIFT-ARG-TEXT-PARA
               MOVE WS-DRF-ARGTXT TO WS-DRF-ARGTXT1
               MOVE SPACE TO WS-DRF-ARGTXT
               IF WS-DRF-ROW > 0
                   MOVE WS-PARM-NPARMS(WS-DRF-ROW) TO WS-DRF-ARGN
                   MOVE 1 TO WS-DRF-K
                   PERFORM UNTIL WS-DRF-K > 16
                       MOVE WS-PARM-BYTES(WS-DRF-ROW, WS-DRF-K) TO
                           WS-DRF-ARGB(WS-DRF-K)
                       ADD 1 TO WS-DRF-K
                   END-PERFORM
                   PERFORM 2838-DRIFT-ARG-TEXT-PARA
               ELSE
                   MOVE "NO USING LIST" TO WS-DRF-ARGTXT
               END-IF
               IF WS-DRF-ARGTXT <> WS-DRF-ARGTXT1
                   ADD 1 TO WS-DRF-IFACE-COUNT
                   MOVE SPACE TO WS-DRF-LINE
                   STRING "    INTERFACE "
                       FUNCTION TRIM(WS-PARM-PROGRAM(WS-DRF-I))
                       " PROCEDURE DIVISION USING    "
                       FUNCTION TRIM(WS-DRF-LABEL(1)) " "
                       FUNCTION TRIM(WS-DRF-ARGTXT1) ", "
                       FUNCTION TRIM(WS-DRF-LABEL(2)) " "
                       FUNCTION TRIM(WS-DRF-ARGTXT)
                       DELIMITED BY SIZE INTO WS-DRF-LINE
                   END-STRING
                   PERFORM 2844-WRITE-DRIFT-LINE-PARA
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM

      *    A USING LIST ONLY THE SECOND SIDE HAS
           MOVE WS-DRF-PARM-FROM(2) TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > WS-DRF-PARM-TO(2)
               MOVE 0 TO WS-DRF-ROW
               MOVE WS-DRF-PARM-FROM(1) TO WS-DRF-J
               PERFORM UNTIL WS-DRF-J > WS-DRF-PARM-TO(1) OR
               WS-DRF-ROW > 0
                   IF WS-PARM-PROGRAM(WS-DRF-J) =
                   WS-PARM-PROGRAM(WS-DRF-I)
                       MOVE WS-DRF-J TO WS-DRF-ROW
                   END-IF
                   ADD 1 TO WS-DRF-J
               END-PERFORM
               IF WS-DRF-ROW = 0
                   MOVE WS-PARM-NPARMS(WS-DRF-I) TO WS-DRF-ARGN
                   MOVE 1 TO WS-DRF-K
                   PERFORM UNTIL WS-DRF-K > 16
                       MOVE WS-PARM-BYTES(WS-DRF-I, WS-DRF-K) TO
                           WS-DRF-ARGB(WS-DRF-K)
                       ADD 1 TO WS-DRF-K
                   END-PERFORM
                   PERFORM 2838-DRIFT-ARG-TEXT-PARA
                   ADD 1 TO WS-DRF-IFACE-COUNT
                   MOVE SPACE TO WS-DRF-LINE
                   STRING "    INTERFACE "
                       FUNCTION TRIM(WS-PARM-PROGRAM(WS-DRF-I))
                       " PROCEDURE DIVISION USING    "
                       FUNCTION TRIM(WS-DRF-LABEL(1))
                       " NO USING LIST, "
                       FUNCTION TRIM(WS-DRF-LABEL(2)) " "
                       FUNCTION TRIM(WS-DRF-ARGTXT)
                       DELIMITED BY SIZE INTO WS-DRF-LINE
                   END-STRING
                   PERFORM 2844-WRITE-DRIFT-LINE-PARA
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM

           MOVE 1 TO WS-DRF-S
           MOVE 2 TO WS-DRF-T
           PERFORM 2836-COMPARE-CALLS-PARA
           MOVE 2 TO WS-DRF-S
           MOVE 1 TO WS-DRF-T
           PERFORM 2836-COMPARE-CALLS-PARA.

      *----------------------------------------------------------------
      * 2836-COMPARE-CALLS-PARA
      * Side WS-DRF-S's static CALL targets, the first call site of
      * each, against side WS-DRF-T's. A target the other side never
      * calls is listed; so, from side 1 only, is a target called
      * with a different argument list.
      *----------------------------------------------------------------
       2836-COMPARE-CALLS-PARA.
           MOVE WS-DRF-CALL-FROM(WS-DRF-S) TO WS-DRF-I
           PERFORM UNTIL WS-DRF-I > WS-DRF-CALL-TO(WS-DRF-S)
      *        ONLY THE FIRST SITE OF EACH TARGET SPEAKS FOR IT
               MOVE 0 TO WS-DRF-ROW
               MOVE WS-DRF-CALL-FROM(WS-DRF-S) TO WS-DRF-J
               PERFORM UNTIL WS-DRF-J >= WS-DRF-I OR WS-DRF-ROW > 0
                   IF WS-CALL-TGT(WS-DRF-J) = WS-CALL-TGT(WS-DRF-I)
                       MOVE WS-DRF-J TO WS-DRF-ROW
                   END-IF
                   ADD 1 TO WS-DRF-J
               END-PERFORM
               IF WS-DRF-ROW = 0
                   PERFORM 2837-COMPARE-ONE-CALL-PARA
               END-IF
               ADD 1 TO WS-DRF-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2837-COMPARE-ONE-CALL-PARA
      * Call site WS-DRF-I (side WS-DRF-S) against the other side's
      * first call to the same target.
      *----------------------------------------------------------------
       2837-COMPARE-ONE-CALL-PARA.
           MOVE 0 TO WS-DRF-ROW
           MOVE WS-DRF-CALL-FROM(WS-DRF-T) TO WS-DRF-J
           PERFORM UNTIL WS-DRF-J > WS-DRF-CALL-TO(WS-DRF-T) OR
           WS-DRF-ROW > 0
               IF WS-CALL-TGT(WS-DRF-J) = WS-CALL-TGT(WS-DRF-I)
                   MOVE WS-DRF-J TO WS-DRF-ROW
               END-IF
               ADD 1 TO WS-DRF-J
           END-PERFORM

           IF WS-DRF-ROW = 0
               ADD 1 TO WS-DRF-IFACE-COUNT
               MOVE SPACE TO WS-DRF-LINE
               STRING "    CALL " FUNCTION TRIM(WS-CALL-TGT(WS-DRF-I))
                   " MADE IN " FUNCTION TRIM(WS-DRF-LABEL(WS-DRF-S))
                   " ONLY"
                   DELIMITED BY SIZE INTO WS-DRF-LINE
               END-STRING
               PERFORM 2844-WRITE-DRIFT-LINE-PARA
           ELSE
               IF WS-DRF-S = 1
                   MOVE WS-CALL-NARGS(WS-DRF-I) TO WS-DRF-ARGN
                   MOVE 1 TO WS-DRF-K
                   PERFORM UNTIL WS-DRF-K > 16
                       MOVE WS-CALL-ARG-BYTES(WS-DRF-I, WS-DRF-K) TO
                           WS-DRF-ARGB(WS-DRF-K)
                       ADD 1 TO WS-DRF-K
                   END-PERFORM
                   PERFORM 2838-DRIFT-ARG-TEXT-PARA
                   MOVE WS-DRF-ARGTXT TO WS-DRF-ARGTXT1
                   MOVE WS-CALL-NARGS(WS-DRF-ROW) TO WS-DRF-ARGN
                   MOVE 1 TO WS-DRF-K
                   PERFORM UNTIL WS-DRF-K > 16
                       MOVE WS-CALL-ARG-BYTES(WS-DRF-ROW, WS-DRF-K)
                           TO WS-DRF-ARGB(WS-DRF-K)
                       ADD 1 TO WS-DRF-K
                   END-PERFORM
                   PERFORM 2838-DRIFT-ARG-TEXT-PARA
                   IF WS-DRF-ARGTXT <> WS-DRF-ARGTXT1
                       ADD 1 TO WS-DRF-IFACE-COUNT
                       MOVE SPACE TO WS-DRF-LINE
                       STRING "    CALL "
                           FUNCTION TRIM(WS-CALL-TGT(WS-DRF-I))
                           " USING    " FUNCTION TRIM(WS-DRF-LABEL(1))
                           " " FUNCTION TRIM(WS-DRF-ARGTXT1) ", "
                           FUNCTION TRIM(WS-DRF-LABEL(2)) " "
                           FUNCTION TRIM(WS-DRF-ARGTXT)
                           DELIMITED BY SIZE INTO WS-DRF-LINE
                       END-STRING
                       PERFORM 2844-WRITE-DRIFT-LINE-PARA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2838-DRIFT-ARG-TEXT-PARA
      * WS-DRF-ARGTXT reads "n ARGUMENTS (a/b/c BYTES)" for the
      * WS-DRF-ARGN sizes in WS-DRF-ARGB; "?" is a size the layout
      * pass could not know (a literal, say).
      *----------------------------------------------------------------
       2838-DRIFT-ARG-TEXT-PARA.
           MOVE SPACE TO WS-DRF-ARGTXT
           MOVE WS-DRF-ARGN TO WS-DRF-N4
           MOVE 1 TO WS-DRF-ARGP
           STRING FUNCTION TRIM(WS-DRF-N4) " ARGUMENTS"
               DELIMITED BY SIZE INTO WS-DRF-ARGTXT
               WITH POINTER WS-DRF-ARGP
           END-STRING
           MOVE 1 TO WS-DRF-K
           PERFORM UNTIL WS-DRF-K > WS-DRF-ARGN OR WS-DRF-K > 16
               IF WS-DRF-K = 1
                   STRING " (" DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                       WITH POINTER WS-DRF-ARGP
                   END-STRING
               ELSE
                   STRING "/" DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                       WITH POINTER WS-DRF-ARGP
                   END-STRING
               END-IF
               IF WS-DRF-ARGB(WS-DRF-K) = 0
                   STRING "?" DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                       WITH POINTER WS-DRF-ARGP
                   END-STRING
               ELSE
                   MOVE WS-DRF-ARGB(WS-DRF-K) TO WS-DRF-N4
                   STRING FUNCTION TRIM(WS-DRF-N4)
                       DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                       WITH POINTER WS-DRF-ARGP
                   END-STRING
               END-IF
               ADD 1 TO WS-DRF-K
           END-PERFORM
           IF WS-DRF-ARGN > 0
               STRING " BYTES)" DELIMITED BY SIZE INTO WS-DRF-ARGTXT
                   WITH POINTER WS-DRF-ARGP
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * 2844-WRITE-DRIFT-LINE-PARA
      * WS-DRF-LINE under the current member, whose heading goes out
      * ahead of its first line.
      *----------------------------------------------------------------
       2844-WRITE-DRIFT-LINE-PARA.
           IF WS-DRF-HEAD = "N"
               MOVE "Y" TO WS-DRF-HEAD
               MOVE WS-DRF-MEM-MATCH(1, WS-DRF-M) TO WS-DRF-J
               MOVE SPACE TO DRIFTFILE-RECORD
               STRING "  MEMBER " WS-DRF-MEM-BASE(1, WS-DRF-M)
                   " PROGRAM " WS-DRF-PROGRAM(1) " "
                   FUNCTION TRIM(WS-DRF-MEM-PATH(1, WS-DRF-M)) " / "
                   FUNCTION TRIM(WS-DRF-MEM-PATH(2, WS-DRF-J))
                   DELIMITED BY SIZE INTO DRIFTFILE-RECORD
               END-STRING
               WRITE DRIFTFILE-RECORD
           END-IF
           MOVE WS-DRF-LINE TO DRIFTFILE-RECORD
           WRITE DRIFTFILE-RECORD.

      *----------------------------------------------------------------
      * 2846-WRITE-DRIFT-TOTALS-PARA
      *----------------------------------------------------------------
       2846-WRITE-DRIFT-TOTALS-PARA.
           MOVE SPACE TO DRIFTFILE-RECORD
           WRITE DRIFTFILE-RECORD
           MOVE WS-DRF-SAME-COUNT TO WS-DRF-N1
           MOVE WS-DRF-DIFF-COUNT TO WS-DRF-N2
           MOVE WS-DRF-ONLY-COUNT TO WS-DRF-N3
           MOVE SPACE TO DRIFTFILE-RECORD
           STRING "MEMBERS IN STEP " FUNCTION TRIM(WS-DRF-N1)
               ", DISAGREEING " FUNCTION TRIM(WS-DRF-N2)
               ", ON ONE SIDE ONLY " FUNCTION TRIM(WS-DRF-N3)
               DELIMITED BY SIZE INTO DRIFTFILE-RECORD
           END-STRING
           WRITE DRIFTFILE-RECORD
           MOVE WS-DRF-SRC-COUNT TO WS-DRF-N1
           MOVE WS-DRF-COPY-COUNT TO WS-DRF-N2
           MOVE WS-DRF-LAYOUT-COUNT TO WS-DRF-N3
           MOVE WS-DRF-IFACE-COUNT TO WS-DRF-N4
           MOVE SPACE TO DRIFTFILE-RECORD
           STRING "DIFFERENCES - SOURCE " FUNCTION TRIM(WS-DRF-N1)
               ", COPYBOOK " FUNCTION TRIM(WS-DRF-N2)
               ", LAYOUT " FUNCTION TRIM(WS-DRF-N3)
               ", INTERFACE " FUNCTION TRIM(WS-DRF-N4)
               DELIMITED BY SIZE INTO DRIFTFILE-RECORD
           END-STRING
           WRITE DRIFTFILE-RECORD
           MOVE SPACE TO DRIFTFILE-RECORD
           IF WS-DRF-ONLY-COUNT > 0 OR WS-DRF-DIFF-COUNT > 0
               STRING "SIGN-OFF: THE ENVIRONMENTS DISAGREE - "
                   "RESOLVE OR ACCEPT EACH DIFFERENCE ABOVE"
                   DELIMITED BY SIZE INTO DRIFTFILE-RECORD
               END-STRING
           ELSE
               MOVE "SIGN-OFF: THE ENVIRONMENTS AGREE"
                   TO DRIFTFILE-RECORD
           END-IF
           WRITE DRIFTFILE-RECORD.

      *----------------------------------------------------------------
      * 2850-TRACE-FIELD-PARA
      * TRACE <member> <program> <field> [copybook-dir] - scans the
      * member through the normal capture passes, collects every
      * setting statement's target/source pairs, then walks backward
      * from the named field printing the lineage tree to TRACE.RPT:
      * which statements could have put the value there, and where
      * THOSE values came from, down to file record fields, literals
      * and fields nothing sets.
      *----------------------------------------------------------------
       2850-TRACE-FIELD-PARA.
           IF WS-MEMBER-PATH = SPACE OR WS-TRACE-FIELD = SPACE
               DISPLAY "DRIVER: USAGE - TRACE <MEMBER> <PROGRAM>"
                   " <FIELD> [COPYBOOK-DIR]"
               STOP RUN
           END-IF

           MOVE WS-MEMBER-PATH TO WS-CURRENT-MEMBER
           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES
               LI-VAR-INDEX-TABLE

           MOVE "UNKNOWN" TO WS-CURRENT-PROGRAM
           IF LI-VARS-COUNT > 0
               MOVE LI-VAR-PROGRAM(1) TO WS-CURRENT-PROGRAM
           END-IF
           IF WS-TRACE-PROGRAM = SPACE
               MOVE WS-CURRENT-PROGRAM TO WS-TRACE-PROGRAM
           END-IF

           PERFORM 2855-COLLECT-ASSIGNS-PARA

           OPEN OUTPUT TRACEFILE
           MOVE SPACE TO TRACEFILE-RECORD
           STRING "VALUE LINEAGE - "
               FUNCTION TRIM(WS-TRACE-FIELD) " IN "
               FUNCTION TRIM(WS-TRACE-PROGRAM) " ("
               FUNCTION TRIM(WS-CURRENT-MEMBER) ")"
               DELIMITED BY SIZE INTO TRACEFILE-RECORD
           END-STRING
           WRITE TRACEFILE-RECORD

           PERFORM 2870-WALK-TRACE-PARA
           CLOSE TRACEFILE
           DISPLAY "DRIVER: LINEAGE TRACE WRITTEN TO "
               FUNCTION TRIM(LO-TRACE-FILE).

      *----------------------------------------------------------------
      * 2855-COLLECT-ASSIGNS-PARA
      * One pass over the token stream collecting target <- source
      * pairs from the setting statements the trace follows: MOVE,
      * COMPUTE, the four arithmetic verbs, READ INTO, ACCEPT and
      * STRING ... INTO.
      *----------------------------------------------------------------
       2855-COLLECT-ASSIGNS-PARA.
           MOVE 0 TO WS-TRC-COUNT
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I) TO WS-TOK
               IF LI-AST-EXEC-FLAG(WS-I) <> "Y"
                   PERFORM 3305-TRACK-PROGRAM-PARA THRU 3305-EXIT
                   EVALUATE WS-TOK
                       WHEN "MOVE"
                       WHEN "COMPUTE"
                       WHEN "ADD"
                       WHEN "SUBTRACT"
                       WHEN "MULTIPLY"
                       WHEN "DIVIDE"
                       WHEN "READ"
                       WHEN "ACCEPT"
                       WHEN "STRING"
                           PERFORM 2860-COLLECT-ONE-STMT-PARA
                               THRU 2860-EXIT
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2860-COLLECT-ONE-STMT-PARA
      * The statement starting at WS-I into assignment rows.
      *----------------------------------------------------------------
       2860-COLLECT-ONE-STMT-PARA.
           PERFORM 3325-FIND-STMT-END-PARA

           EVALUATE WS-TOK
               WHEN "MOVE"
                   IF WS-I + 1 > WS-STMT-END OR
                   LI-AST-NODE(WS-I + 1) = "CORRESPONDING" OR
                   LI-AST-NODE(WS-I + 1) = "CORR"
                       GO TO 2860-EXIT
                   END-IF
                   MOVE LI-AST-NODE(WS-I + 1) TO WS-TRC-SRC-WORK
                   COMPUTE WS-TRC-IDX = WS-I + 2
                   PERFORM UNTIL WS-TRC-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-TRC-IDX) = "TO"
                       ADD 1 TO WS-TRC-IDX
                   END-PERFORM
                   ADD 1 TO WS-TRC-IDX
                   PERFORM UNTIL WS-TRC-IDX > WS-STMT-END
                       MOVE LI-AST-NODE(WS-TRC-IDX) TO
                           WS-TRC-TGT-WORK
                       PERFORM 2862-ADD-ASSIGN-PARA
                       ADD 1 TO WS-TRC-IDX
                   END-PERFORM

               WHEN "COMPUTE"
                   IF WS-I + 2 > WS-STMT-END OR
                   LI-AST-NODE(WS-I + 2) <> "="
                       GO TO 2860-EXIT
                   END-IF
                   MOVE LI-AST-NODE(WS-I + 1) TO WS-TRC-TGT-WORK
                   COMPUTE WS-TRC-IDX = WS-I + 3
                   PERFORM UNTIL WS-TRC-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-TRC-IDX) = "ON"
                       MOVE LI-AST-NODE(WS-TRC-IDX) TO
                           WS-TRC-SRC-WORK
                       IF WS-TRC-SRC-WORK <> "+" AND
                       WS-TRC-SRC-WORK <> "-" AND
                       WS-TRC-SRC-WORK <> "*" AND
                       WS-TRC-SRC-WORK <> "/" AND
                       WS-TRC-SRC-WORK <> "**" AND
                       WS-TRC-SRC-WORK <> "(" AND
                       WS-TRC-SRC-WORK <> ")" AND
                       WS-TRC-SRC-WORK <> "ROUNDED"
                           PERFORM 2862-ADD-ASSIGN-PARA
                       END-IF
                       ADD 1 TO WS-TRC-IDX
                   END-PERFORM

               WHEN "READ"
                   IF WS-I + 3 <= WS-STMT-END AND
                   LI-AST-NODE(WS-I + 2) = "INTO"
                       MOVE LI-AST-NODE(WS-I + 3) TO WS-TRC-TGT-WORK
                       MOVE SPACE TO WS-TRC-SRC-WORK
                       STRING "FILE:" FUNCTION TRIM
                           (LI-AST-NODE(WS-I + 1))
                           DELIMITED BY SIZE INTO WS-TRC-SRC-WORK
                       END-STRING
                       PERFORM 2862-ADD-ASSIGN-PARA
                   END-IF

               WHEN "ACCEPT"
                   IF WS-I + 1 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-TRC-TGT-WORK
                       MOVE "ACCEPT:OPERATOR/SYSTEM" TO
                           WS-TRC-SRC-WORK
                       PERFORM 2862-ADD-ASSIGN-PARA
                   END-IF

               WHEN "STRING"
      *            EVERY SENDING ITEM FEEDS THE INTO TARGET - A
      *            DELIMITER (THE ITEM AFTER BY) SENDS NOTHING
                   COMPUTE WS-TRC-IDX = WS-I + 1
                   PERFORM UNTIL WS-TRC-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-TRC-IDX) = "INTO"
                       ADD 1 TO WS-TRC-IDX
                   END-PERFORM
                   IF WS-TRC-IDX >= WS-STMT-END
                       GO TO 2860-EXIT
                   END-IF
                   MOVE LI-AST-NODE(WS-TRC-IDX + 1) TO WS-TRC-TGT-WORK
                   MOVE WS-TRC-IDX TO WS-TRC-STR-INTO
                   COMPUTE WS-TRC-IDX = WS-I + 1
                   PERFORM UNTIL WS-TRC-IDX >= WS-TRC-STR-INTO
                       MOVE LI-AST-NODE(WS-TRC-IDX) TO
                           WS-TRC-SRC-WORK
                       IF WS-TRC-SRC-WORK <> "DELIMITED" AND
                       WS-TRC-SRC-WORK <> "BY" AND
                       LI-AST-NODE(WS-TRC-IDX - 1) <> "BY" AND
                       LI-AST-NODE(WS-TRC-IDX - 1) <> "DELIMITED"
                           PERFORM 2862-ADD-ASSIGN-PARA
                       END-IF
                       ADD 1 TO WS-TRC-IDX
                   END-PERFORM

               WHEN OTHER
                   PERFORM 2865-COLLECT-ARITH-PARA
           END-EVALUATE.

       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2865-COLLECT-ARITH-PARA
      * ADD/SUBTRACT/MULTIPLY/DIVIDE: the operands feed either the
      * GIVING targets or (without GIVING) the statement's last
      * operand, which is read AND set.
      *----------------------------------------------------------------
       2865-COLLECT-ARITH-PARA.
           MOVE 0 TO WS-TRC-OPND-COUNT
           MOVE "N" TO WS-TRC-GIVING
           MOVE SPACE TO WS-TRC-LAST-OPND
           COMPUTE WS-TRC-IDX = WS-I + 1
           PERFORM UNTIL WS-TRC-IDX > WS-STMT-END OR
           LI-AST-NODE(WS-TRC-IDX) = "ON"
               MOVE LI-AST-NODE(WS-TRC-IDX) TO WS-TRC-SRC-WORK
               EVALUATE WS-TRC-SRC-WORK
                   WHEN "GIVING"
                   WHEN "REMAINDER"
                       MOVE "Y" TO WS-TRC-GIVING
                   WHEN "TO"
                   WHEN "BY"
                   WHEN "FROM"
                   WHEN "INTO"
                   WHEN "ROUNDED"
                       CONTINUE
                   WHEN OTHER
                       IF WS-TRC-GIVING = "Y"
      *                    A GIVING TARGET - FED BY EVERY OPERAND
                           MOVE WS-TRC-SRC-WORK TO WS-TRC-TGT-WORK
                           MOVE 1 TO WS-TRC-OI
                           PERFORM UNTIL WS-TRC-OI >
                           WS-TRC-OPND-COUNT
                               MOVE WS-TRC-OPND(WS-TRC-OI) TO
                                   WS-TRC-SRC-WORK
                               PERFORM 2862-ADD-ASSIGN-PARA
                               ADD 1 TO WS-TRC-OI
                           END-PERFORM
                       ELSE
                           IF WS-TRC-OPND-COUNT < 8
                               ADD 1 TO WS-TRC-OPND-COUNT
                               MOVE WS-TRC-SRC-WORK(1:30) TO
                                   WS-TRC-OPND(WS-TRC-OPND-COUNT)
                           END-IF
                           MOVE WS-TRC-SRC-WORK(1:30) TO
                               WS-TRC-LAST-OPND
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-TRC-IDX
           END-PERFORM

           IF WS-TRC-GIVING = "N" AND WS-TRC-LAST-OPND <> SPACE
               MOVE WS-TRC-LAST-OPND TO WS-TRC-TGT-WORK
               MOVE 1 TO WS-TRC-OI
               PERFORM UNTIL WS-TRC-OI > WS-TRC-OPND-COUNT
                   IF WS-TRC-OPND(WS-TRC-OI) <> WS-TRC-LAST-OPND
                       MOVE WS-TRC-OPND(WS-TRC-OI) TO
                           WS-TRC-SRC-WORK
                       PERFORM 2862-ADD-ASSIGN-PARA
                   END-IF
                   ADD 1 TO WS-TRC-OI
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2862-ADD-ASSIGN-PARA
      * One target <- source row, subscripts stripped so the names
      * match the trace lookups.
      *----------------------------------------------------------------
       2862-ADD-ASSIGN-PARA.
           IF WS-TRC-COUNT >= 3000 OR WS-TRC-TGT-WORK = SPACE OR
           WS-TRC-SRC-WORK = SPACE OR WS-TRC-TGT-WORK = "."
               CONTINUE
           ELSE
               ADD 1 TO WS-TRC-COUNT
               MOVE SPACE TO WS-SUB-BASE
               UNSTRING WS-TRC-TGT-WORK DELIMITED BY "("
                   INTO WS-SUB-BASE
               END-UNSTRING
               MOVE WS-SUB-BASE(1:30) TO WS-TRC-TGT(WS-TRC-COUNT)
               IF WS-TRC-SRC-WORK(1:1) = '"' OR
               WS-TRC-SRC-WORK(1:1) = "'" OR
               WS-TRC-SRC-WORK(1:5) = "FILE:" OR
               WS-TRC-SRC-WORK(1:7) = "ACCEPT:"
                   MOVE WS-TRC-SRC-WORK(1:30) TO
                       WS-TRC-SRC(WS-TRC-COUNT)
               ELSE
                   MOVE SPACE TO WS-SUB-BASE
                   UNSTRING WS-TRC-SRC-WORK DELIMITED BY "("
                       INTO WS-SUB-BASE
                   END-UNSTRING
                   MOVE WS-SUB-BASE(1:30) TO
                       WS-TRC-SRC(WS-TRC-COUNT)
               END-IF
               MOVE LI-AST-LINE-NUM(WS-I) TO
                   WS-TRC-LINE(WS-TRC-COUNT)
               MOVE WS-CURRENT-PROGRAM TO
                   WS-TRC-PROGRAM(WS-TRC-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2870-WALK-TRACE-PARA
      * Depth-first backward walk with an explicit stack (PERFORM
      * cannot recurse): each stack entry remembers how far through
      * the assignment table its field has been scanned, so siblings
      * resume where the subtree left off. A field already expanded
      * prints SEE ABOVE instead of repeating its subtree; a field
      * on the stack is a cycle.
      *----------------------------------------------------------------
       2870-WALK-TRACE-PARA.
           MOVE 0 TO WS-TRS-DONE-COUNT
           MOVE 1 TO WS-TRS-SP
           MOVE WS-TRACE-FIELD TO WS-TRS-NAME(1)
           MOVE 1 TO WS-TRS-NEXT(1)

           MOVE "N" TO WS-TRS-HAS-SETTER
           MOVE 1 TO WS-TRS-SCAN
           PERFORM UNTIL WS-TRS-SCAN > WS-TRC-COUNT OR
           WS-TRS-HAS-SETTER = "Y"
               IF WS-TRC-TGT(WS-TRS-SCAN) = WS-TRACE-FIELD AND
               WS-TRC-PROGRAM(WS-TRS-SCAN) = WS-TRACE-PROGRAM
                   MOVE "Y" TO WS-TRS-HAS-SETTER
               END-IF
               ADD 1 TO WS-TRS-SCAN
           END-PERFORM
           IF WS-TRS-HAS-SETTER = "N"
               MOVE "  (NO SETTING STATEMENT FOUND)" TO
                   TRACEFILE-RECORD
               WRITE TRACEFILE-RECORD
           END-IF

           PERFORM UNTIL WS-TRS-SP = 0
               PERFORM 2872-FIND-NEXT-SETTER-PARA
               IF WS-TRS-ROW = 0
                   SUBTRACT 1 FROM WS-TRS-SP
               ELSE
                   COMPUTE WS-TRS-NEXT(WS-TRS-SP) = WS-TRS-ROW + 1
                   MOVE WS-TRC-SRC(WS-TRS-ROW) TO WS-TRS-SRC
                   MOVE WS-TRC-LINE(WS-TRS-ROW) TO WS-TRS-LINE-NUM
                   PERFORM 2878-CLASSIFY-SOURCE-PARA
                       THRU 2878-EXIT
                   PERFORM 2875-PRINT-TRACE-LINE-PARA
                   IF WS-TRS-NOTE = SPACE AND WS-TRS-SP < 10
                       IF WS-TRS-DONE-COUNT < 200
                           ADD 1 TO WS-TRS-DONE-COUNT
                           MOVE WS-TRS-SRC TO
                               WS-TRS-DONE(WS-TRS-DONE-COUNT)
                       END-IF
                       ADD 1 TO WS-TRS-SP
                       MOVE WS-TRS-SRC TO WS-TRS-NAME(WS-TRS-SP)
                       MOVE 1 TO WS-TRS-NEXT(WS-TRS-SP)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2872-FIND-NEXT-SETTER-PARA
      * Next assignment row whose target is the field on top of the
      * stack, at or past that entry's resume point.
      *----------------------------------------------------------------
       2872-FIND-NEXT-SETTER-PARA.
           MOVE 0 TO WS-TRS-ROW
           MOVE WS-TRS-NEXT(WS-TRS-SP) TO WS-TRS-SCAN
           PERFORM UNTIL WS-TRS-SCAN > WS-TRC-COUNT OR
           WS-TRS-ROW > 0
               IF WS-TRC-TGT(WS-TRS-SCAN) =
               WS-TRS-NAME(WS-TRS-SP) AND
               WS-TRC-PROGRAM(WS-TRS-SCAN) = WS-TRACE-PROGRAM
                   MOVE WS-TRS-SCAN TO WS-TRS-ROW
               END-IF
               ADD 1 TO WS-TRS-SCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 2875-PRINT-TRACE-LINE-PARA
      *----------------------------------------------------------------
       2875-PRINT-TRACE-LINE-PARA.
           MOVE SPACE TO WS-TRS-LINE
           COMPUTE WS-TRS-PAD = WS-TRS-SP * 2 + 1
           STRING "<- " FUNCTION TRIM(WS-TRS-SRC)
               " (LINE " WS-TRS-LINE-NUM ") "
               FUNCTION TRIM(WS-TRS-NOTE) DELIMITED BY SIZE
               INTO WS-TRS-LINE(WS-TRS-PAD:120)
           END-STRING
           MOVE WS-TRS-LINE TO TRACEFILE-RECORD
           WRITE TRACEFILE-RECORD.

      *----------------------------------------------------------------
      * 2878-CLASSIFY-SOURCE-PARA
      * A blank note means the source is a field worth expanding;
      * anything else terminates that branch with the note printed.
      *----------------------------------------------------------------
       2878-CLASSIFY-SOURCE-PARA.
           MOVE SPACE TO WS-TRS-NOTE

           IF WS-TRS-SRC(1:1) = '"' OR WS-TRS-SRC(1:1) = "'"
               MOVE "[LITERAL]" TO WS-TRS-NOTE
               GO TO 2878-EXIT
           END-IF
           IF WS-TRS-SRC(1:5) = "FILE:"
               MOVE "[FILE INPUT]" TO WS-TRS-NOTE
               GO TO 2878-EXIT
           END-IF
           IF WS-TRS-SRC(1:7) = "ACCEPT:"
               MOVE "[EXTERNAL INPUT]" TO WS-TRS-NOTE
               GO TO 2878-EXIT
           END-IF
           MOVE WS-TRS-SRC TO WS-LITX-WORK
           INSPECT WS-LITX-WORK REPLACING ALL "." BY "0"
           IF FUNCTION TRIM(WS-LITX-WORK) IS NUMERIC
               MOVE "[LITERAL]" TO WS-TRS-NOTE
               GO TO 2878-EXIT
           END-IF

           MOVE "N" TO WS-TRS-ONSTACK
           MOVE 1 TO WS-TRS-I
           PERFORM UNTIL WS-TRS-I > WS-TRS-SP
               IF WS-TRS-NAME(WS-TRS-I) = WS-TRS-SRC
                   MOVE "Y" TO WS-TRS-ONSTACK
               END-IF
               ADD 1 TO WS-TRS-I
           END-PERFORM
           IF WS-TRS-ONSTACK = "Y"
               MOVE "[CYCLE]" TO WS-TRS-NOTE
               GO TO 2878-EXIT
           END-IF

           MOVE "N" TO WS-TRS-DONE-HIT
           MOVE 1 TO WS-TRS-DONE-IDX
           PERFORM UNTIL WS-TRS-DONE-IDX > WS-TRS-DONE-COUNT OR
           WS-TRS-DONE-HIT = "Y"
               IF WS-TRS-DONE(WS-TRS-DONE-IDX) = WS-TRS-SRC
                   MOVE "Y" TO WS-TRS-DONE-HIT
               END-IF
               ADD 1 TO WS-TRS-DONE-IDX
           END-PERFORM
           IF WS-TRS-DONE-HIT = "Y"
               MOVE "[SEE ABOVE]" TO WS-TRS-NOTE
               GO TO 2878-EXIT
           END-IF

           MOVE "N" TO WS-TRS-HAS-SETTER
           MOVE 1 TO WS-TRS-SCAN
           PERFORM UNTIL WS-TRS-SCAN > WS-TRC-COUNT OR
           WS-TRS-HAS-SETTER = "Y"
               IF WS-TRC-TGT(WS-TRS-SCAN) = WS-TRS-SRC AND
               WS-TRC-PROGRAM(WS-TRS-SCAN) = WS-TRACE-PROGRAM
                   MOVE "Y" TO WS-TRS-HAS-SETTER
               END-IF
               ADD 1 TO WS-TRS-SCAN
           END-PERFORM
           IF WS-TRS-HAS-SETTER = "N"
               PERFORM 2879-CLASSIFY-TERMINAL-PARA
           END-IF.

       2878-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2879-CLASSIFY-TERMINAL-PARA
      * A source nothing assigns: say what kind of original it is -
      * a field under a file record's 01, an unresolvable name, or
      * just a field with no setter (a linkage parameter or a VALUE
      * clause original).
      *----------------------------------------------------------------
       2879-CLASSIFY-TERMINAL-PARA.
           MOVE WS-TRS-SRC TO WS-FIND-SEARCH
           CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT = 0
               MOVE "[UNRESOLVED NAME]" TO WS-TRS-NOTE
           ELSE
               MOVE WS-FIND-INDEX-OUT TO WS-TRC-ANCESTOR
               PERFORM UNTIL WS-TRC-ANCESTOR < 1 OR
               (LI-VAR-LEVEL(WS-TRC-ANCESTOR) = 1 AND
               LI-VAR-IS-COND(WS-TRC-ANCESTOR) = "N")
                   SUBTRACT 1 FROM WS-TRC-ANCESTOR
               END-PERFORM
               MOVE "[ORIGINAL - NO SETTER]" TO WS-TRS-NOTE
               IF WS-TRC-ANCESTOR >= 1
                   MOVE 1 TO WS-TRC-FSCAN
                   PERFORM UNTIL WS-TRC-FSCAN > LI-FILES-COUNT
                       IF LI-FILE-RECORD(WS-TRC-FSCAN) =
                       LI-VAR-NAME(WS-TRC-ANCESTOR)(1:80)
                           MOVE "[FILE RECORD FIELD]" TO
                               WS-TRS-NOTE
                       END-IF
                       ADD 1 TO WS-TRC-FSCAN
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2900-RUN-JCL-PARA
      * JCL <deck-list> [dataset-rpt] - reads every JCL deck named
      * in the list file, captures its JOB/EXEC PGM=/DD structure,
      * and joins each DD against the dataset cross-reference the
      * last library run wrote (DATASET.RPT unless overridden), so
      * reconciliation reads one end-to-end chain - job, step,
      * program, DD, dataset, OPEN mode - instead of matching the
      * two reports by hand. Two findings fall out of the join: a
      * program ASSIGN name no deck ever allocates, and a DD aimed
      * at a program that never OPENs it.
      *----------------------------------------------------------------
       2900-RUN-JCL-PARA.
           PERFORM 2910-LOAD-DSX-PARA THRU 2910-EXIT

           OPEN OUTPUT JCLXREFFILE
           MOVE SPACE TO JCLXREFFILE-RECORD
           MOVE "JCL CHAIN - JOB / STEP / PROGRAM / DD / DSN / OPEN"
               TO JCLXREFFILE-RECORD
           WRITE JCLXREFFILE-RECORD

           PERFORM 2905-SCAN-DECK-LIST-PARA

           PERFORM 2940-WRITE-CHAINS-PARA
           PERFORM 2950-CHECK-UNALLOCATED-PARA

           CLOSE JCLXREFFILE
           DISPLAY "DRIVER: JCL CHAIN REPORT WRITTEN TO "
               FUNCTION TRIM(LO-JCLXREF-FILE).

      *----------------------------------------------------------------
      * 2905-SCAN-DECK-LIST-PARA
      * Every deck named in the list file into the JOB/EXEC/DD
      * tables (JCL and JOBDEPS modes both start here).
      *----------------------------------------------------------------
       2905-SCAN-DECK-LIST-PARA.
           MOVE "N" TO WS-MEMBERLIST-EOF
           OPEN INPUT MEMBERLIST
           PERFORM UNTIL WS-MEMBERLIST-EOF = "Y"
               READ MEMBERLIST
                   AT END
                       MOVE "Y" TO WS-MEMBERLIST-EOF
               END-READ
               IF WS-MEMBERLIST-EOF <> "Y" AND
               FUNCTION TRIM(MEMBERLIST-RECORD) <> SPACE
                   MOVE FUNCTION TRIM(MEMBERLIST-RECORD) TO
                       LO-JCLDECK-FILE
                   PERFORM 2920-SCAN-DECK-PARA THRU 2920-EXIT
               END-IF
           END-PERFORM
           CLOSE MEMBERLIST.

      *----------------------------------------------------------------
      * 2910-LOAD-DSX-PARA
      * Loads the PROGRAM / ASSIGN / MODE rows 3377 wrote during the
      * last library run. No cross-reference yet just means every
      * chain line reports its program as not scanned.
      *----------------------------------------------------------------
       2910-LOAD-DSX-PARA.
           MOVE 0 TO WS-DSX-COUNT
           IF WS-COPYBOOK-DIR <> SPACE AND
           WS-COPYBOOK-DIR <> "copybooks"
               MOVE WS-COPYBOOK-DIR TO LO-MERGEIN-FILE
           ELSE
               MOVE "DATASET.RPT" TO LO-MERGEIN-FILE
           END-IF

           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               DISPLAY "DRIVER: NO DATASET CROSS-REFERENCE AT "
                   FUNCTION TRIM(LO-MERGEIN-FILE)
                   " - RUN LIBRARY MODE FIRST"
               GO TO 2910-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGEINFILE-RECORD(1:8) <> "DATASET " AND
               FUNCTION TRIM(MERGEINFILE-RECORD) <> SPACE AND
               WS-DSX-COUNT < 500
                   ADD 1 TO WS-DSX-COUNT
                   MOVE SPACE TO WS-DSX-PROGRAM(WS-DSX-COUNT)
                   MOVE SPACE TO WS-DSX-ASSIGN(WS-DSX-COUNT)
                   MOVE SPACE TO WS-DSX-MODE(WS-DSX-COUNT)
                   UNSTRING MERGEINFILE-RECORD DELIMITED BY " / "
                       INTO WS-DSX-PROGRAM(WS-DSX-COUNT)
                           WS-DSX-ASSIGN(WS-DSX-COUNT)
                           WS-DSX-MODE(WS-DSX-COUNT)
                   END-UNSTRING
      *            A LITERAL ASSIGN ARRIVES WITH ITS QUOTES STILL
      *            ON - STRIP THEM OR NO DD NAME OR DSN EVER JOINS
                   PERFORM 2915-STRIP-ASSIGN-QUOTES-PARA
                   MOVE "N" TO WS-DSX-MATCHED(WS-DSX-COUNT)
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2915-STRIP-ASSIGN-QUOTES-PARA
      * The quotes of a literal ASSIGN, off the row just loaded -
      * the same strip the CICS resource walk applies.
      *----------------------------------------------------------------
       2915-STRIP-ASSIGN-QUOTES-PARA.
           IF WS-DSX-ASSIGN(WS-DSX-COUNT)(1:1) = '"' OR
           WS-DSX-ASSIGN(WS-DSX-COUNT)(1:1) = "'"
               COMPUTE WS-DSX-QLEN = FUNCTION LENGTH(FUNCTION TRIM
                   (WS-DSX-ASSIGN(WS-DSX-COUNT))) - 2
               IF WS-DSX-QLEN > 0
                   MOVE WS-DSX-ASSIGN(WS-DSX-COUNT)
                       (2:WS-DSX-QLEN) TO WS-JCL-WORK
                   MOVE SPACE TO WS-DSX-ASSIGN(WS-DSX-COUNT)
                   MOVE WS-JCL-WORK(1:WS-DSX-QLEN) TO
                       WS-DSX-ASSIGN(WS-DSX-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2920-SCAN-DECK-PARA
      * One JCL deck into the JOB/EXEC/DD tables. Comment lines
      * (//*) are skipped; a DD statement with a blank name field is
      * a concatenation and inherits the DD name above it.
      *----------------------------------------------------------------
       2920-SCAN-DECK-PARA.
           OPEN INPUT JCLDECKFILE
           IF WS-JCLDECK-STATUS NOT = "00"
               DISPLAY "DRIVER: JCL DECK NOT FOUND - "
                   FUNCTION TRIM(LO-JCLDECK-FILE)
               GO TO 2920-EXIT
           END-IF

           MOVE SPACE TO WS-JCL-JOB
           MOVE SPACE TO WS-JCL-STEP
           MOVE SPACE TO WS-JCL-PGM
           MOVE SPACE TO WS-JCL-DDLAST
           MOVE "N" TO WS-JCL-IN-DD
           MOVE "N" TO WS-JCL-EOF
           PERFORM UNTIL WS-JCL-EOF = "Y"
               READ JCLDECKFILE
                   AT END
                       MOVE "Y" TO WS-JCL-EOF
                   NOT AT END
                       PERFORM 2925-PARSE-JCL-LINE-PARA
                           THRU 2925-EXIT
               END-READ
           END-PERFORM
           CLOSE JCLDECKFILE.

       2920-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2925-PARSE-JCL-LINE-PARA
      * //name OPERATION operands - the name field runs from column
      * 3 to the first blank, so UNSTRING on the slash-stripped text
      * deals the three pieces out directly (a continuation's blank
      * name field comes back as spaces).
      *----------------------------------------------------------------
       2925-PARSE-JCL-LINE-PARA.
           IF JCLDECKFILE-RECORD(1:3) = "//*" OR
           JCLDECKFILE-RECORD(1:2) <> "//"
               GO TO 2925-EXIT
           END-IF

           MOVE SPACE TO WS-JCL-NAME
           MOVE SPACE TO WS-JCL-OP
           MOVE SPACE TO WS-JCL-OPNDS
           MOVE JCLDECKFILE-RECORD(3:254) TO WS-JCL-REST
           UNSTRING WS-JCL-REST DELIMITED BY ALL SPACE
               INTO WS-JCL-NAME WS-JCL-OP WS-JCL-OPNDS
           END-UNSTRING

      *    A CONTINUATION CARD HAS NO NAME - THE OPERATION LANDS IN
      *    THE NAME FIELD'S SLOT ONLY WHEN A NAME IS PRESENT, SO A
      *    BLANK-NAMED DD ARRIVES AS NAME=SPACE OP="DD"
           EVALUATE WS-JCL-OP
               WHEN "JOB"
                   MOVE WS-JCL-NAME(1:8) TO WS-JCL-JOB
                   MOVE SPACE TO WS-JCL-STEP
                   MOVE SPACE TO WS-JCL-PGM
                   MOVE "N" TO WS-JCL-IN-DD
               WHEN "EXEC"
                   MOVE WS-JCL-NAME(1:8) TO WS-JCL-STEP
                   MOVE SPACE TO WS-JCL-PGM
                   MOVE SPACE TO WS-JCL-DDLAST
                   MOVE "N" TO WS-JCL-IN-DD
                   PERFORM 2927-NOTE-EXEC-PARA
               WHEN "DD"
                   PERFORM 2929-NOTE-DD-PARA
               WHEN OTHER
      *            OPERANDS ALONE ON A CARD CONTINUE THE STATEMENT
      *            ABOVE
                   IF WS-JCL-NAME = SPACE AND WS-JCL-IN-DD = "Y"
                       PERFORM 2930-NOTE-DD-CONTINUATION-PARA
                   END-IF
           END-EVALUATE.

       2925-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2927-NOTE-EXEC-PARA
      * EXEC PGM=name - a PROC invocation carries no PGM= and is
      * recorded with a blank program (its DDs still chain to the
      * step for the operator's eye, just never to a scanned
      * program).
      *----------------------------------------------------------------
       2927-NOTE-EXEC-PARA.
           MOVE SPACE TO WS-JCL-WORK
           MOVE SPACE TO WS-JCL-REST
           UNSTRING WS-JCL-OPNDS DELIMITED BY "PGM="
               INTO WS-JCL-REST WS-JCL-WORK
           END-UNSTRING
           IF WS-JCL-WORK <> SPACE
               MOVE SPACE TO WS-JCL-PGM
               UNSTRING WS-JCL-WORK DELIMITED BY ","
                   INTO WS-JCL-PGM
               END-UNSTRING
           END-IF

           IF WS-JEX-COUNT < 300
               ADD 1 TO WS-JEX-COUNT
               MOVE WS-JCL-JOB TO WS-JEX-JOB(WS-JEX-COUNT)
               MOVE WS-JCL-STEP TO WS-JEX-STEP(WS-JEX-COUNT)
               MOVE WS-JCL-PGM TO WS-JEX-PGM(WS-JEX-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2929-NOTE-DD-PARA
      * One DD card: the DD name (or the one inherited by a
      * concatenation card) and whatever DSN= and DISP= it carries.
      * A SYSOUT or temporary DD records with a blank DSN - the DD
      * name alone still matches an ASSIGN.
      *----------------------------------------------------------------
       2929-NOTE-DD-PARA.
           IF WS-JCL-NAME <> SPACE
               MOVE WS-JCL-NAME(1:8) TO WS-JCL-DDLAST
           END-IF

           PERFORM 2931-PARSE-DSN-DISP-PARA

           MOVE "N" TO WS-JCL-IN-DD
           IF WS-JDD-COUNT < 500
               ADD 1 TO WS-JDD-COUNT
               MOVE WS-JCL-JOB TO WS-JDD-JOB(WS-JDD-COUNT)
               MOVE WS-JCL-STEP TO WS-JDD-STEP(WS-JDD-COUNT)
               MOVE WS-JCL-PGM TO WS-JDD-PGM(WS-JDD-COUNT)
               MOVE WS-JCL-DDLAST TO WS-JDD-DD(WS-JDD-COUNT)
               MOVE WS-JCL-DSN TO WS-JDD-DSN(WS-JDD-COUNT)
               MOVE WS-JCL-DISP TO WS-JDD-DISP(WS-JDD-COUNT)
               MOVE "Y" TO WS-JCL-IN-DD
           END-IF.

      *----------------------------------------------------------------
      * 2930-NOTE-DD-CONTINUATION-PARA
      * A continuation card of the DD just recorded: a DSN= or
      * DISP= it carries fills the DD row where the first card
      * left it blank.
      *----------------------------------------------------------------
       2930-NOTE-DD-CONTINUATION-PARA.
           MOVE WS-JCL-REST TO WS-JCL-OPNDS
           PERFORM 2931-PARSE-DSN-DISP-PARA
           IF WS-JDD-DSN(WS-JDD-COUNT) = SPACE
               MOVE WS-JCL-DSN TO WS-JDD-DSN(WS-JDD-COUNT)
           END-IF
           IF WS-JDD-DISP(WS-JDD-COUNT) = SPACE
               MOVE WS-JCL-DISP TO WS-JDD-DISP(WS-JDD-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2931-PARSE-DSN-DISP-PARA
      * DSN= and the status of DISP= (DISP=SHR, DISP=(NEW,CATLG) -
      * a DISP=(,...) status is left blank, NEW by default) out of
      * the operands in WS-JCL-OPNDS.
      *----------------------------------------------------------------
       2931-PARSE-DSN-DISP-PARA.
           MOVE SPACE TO WS-JCL-DSN
           MOVE SPACE TO WS-JCL-DISP
           MOVE SPACE TO WS-JCL-WORK
           MOVE SPACE TO WS-JCL-REST
           UNSTRING WS-JCL-OPNDS DELIMITED BY "DSN="
               INTO WS-JCL-REST WS-JCL-WORK
           END-UNSTRING
           IF WS-JCL-WORK <> SPACE
               UNSTRING WS-JCL-WORK DELIMITED BY ","
                   INTO WS-JCL-DSN
               END-UNSTRING
           END-IF

           MOVE SPACE TO WS-JCL-WORK
           MOVE SPACE TO WS-JCL-REST
           UNSTRING WS-JCL-OPNDS DELIMITED BY "DISP="
               INTO WS-JCL-REST WS-JCL-WORK
           END-UNSTRING
           IF WS-JCL-WORK(1:1) = "("
               UNSTRING WS-JCL-WORK(2:199) DELIMITED BY "," OR ")"
                   INTO WS-JCL-DISP
               END-UNSTRING
           ELSE
               IF WS-JCL-WORK <> SPACE
                   UNSTRING WS-JCL-WORK DELIMITED BY "," OR SPACE
                       INTO WS-JCL-DISP
                   END-UNSTRING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2940-WRITE-CHAINS-PARA
      * One chain line per DD, joined to the dataset cross-reference
      * by DD name or DSN against the program's ASSIGN values. A DD
      * whose program was scanned but OPENs nothing under that name
      * is the dead-allocation finding.
      *----------------------------------------------------------------
       2940-WRITE-CHAINS-PARA.
           MOVE 1 TO WS-JCL-I
           PERFORM UNTIL WS-JCL-I > WS-JDD-COUNT
               MOVE "N" TO WS-JCL-HIT
               MOVE "N" TO WS-JCL-SCANNED
               MOVE 1 TO WS-JCL-J
               PERFORM UNTIL WS-JCL-J > WS-DSX-COUNT
                   IF WS-DSX-PROGRAM(WS-JCL-J) =
                   WS-JDD-PGM(WS-JCL-I) AND
                   WS-JDD-PGM(WS-JCL-I) <> SPACE
                       MOVE "Y" TO WS-JCL-SCANNED
                       IF FUNCTION UPPER-CASE
                       (WS-DSX-ASSIGN(WS-JCL-J)(1:8)) =
                       FUNCTION UPPER-CASE(WS-JDD-DD(WS-JCL-I)) OR
                       (WS-JDD-DSN(WS-JCL-I) <> SPACE AND
                       FUNCTION UPPER-CASE
                       (WS-DSX-ASSIGN(WS-JCL-J)(1:44)) =
                       FUNCTION UPPER-CASE(WS-JDD-DSN(WS-JCL-I)))
                           MOVE "Y" TO WS-JCL-HIT
                           MOVE "Y" TO WS-DSX-MATCHED(WS-JCL-J)
                           MOVE SPACE TO JCLXREFFILE-RECORD
                           STRING FUNCTION TRIM
                               (WS-JDD-JOB(WS-JCL-I)) " / "
                               FUNCTION TRIM(WS-JDD-STEP(WS-JCL-I))
                               " / "
                               FUNCTION TRIM(WS-JDD-PGM(WS-JCL-I))
                               " / "
                               FUNCTION TRIM(WS-JDD-DD(WS-JCL-I))
                               " / "
                               FUNCTION TRIM(WS-JDD-DSN(WS-JCL-I))
                               " / "
                               FUNCTION TRIM(WS-DSX-MODE(WS-JCL-J))
                               DELIMITED BY SIZE
                               INTO JCLXREFFILE-RECORD
                           END-STRING
                           WRITE JCLXREFFILE-RECORD
                       END-IF
                   END-IF
                   ADD 1 TO WS-JCL-J
               END-PERFORM

               IF WS-JCL-HIT = "N"
                   MOVE SPACE TO JCLXREFFILE-RECORD
                   IF WS-JCL-SCANNED = "Y"
                       STRING "*** " FUNCTION TRIM
                           (WS-JDD-JOB(WS-JCL-I)) " / "
                           FUNCTION TRIM(WS-JDD-STEP(WS-JCL-I))
                           " DD " FUNCTION TRIM
                           (WS-JDD-DD(WS-JCL-I))
                           " NEVER OPENED BY "
                           FUNCTION TRIM(WS-JDD-PGM(WS-JCL-I))
                           DELIMITED BY SIZE
                           INTO JCLXREFFILE-RECORD
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM
                           (WS-JDD-JOB(WS-JCL-I)) " / "
                           FUNCTION TRIM(WS-JDD-STEP(WS-JCL-I))
                           " / "
                           FUNCTION TRIM(WS-JDD-PGM(WS-JCL-I))
                           " / "
                           FUNCTION TRIM(WS-JDD-DD(WS-JCL-I))
                           " / "
                           FUNCTION TRIM(WS-JDD-DSN(WS-JCL-I))
                           " / (PROGRAM NOT SCANNED)"
                           DELIMITED BY SIZE
                           INTO JCLXREFFILE-RECORD
                       END-STRING
                   END-IF
                   WRITE JCLXREFFILE-RECORD
               END-IF
               ADD 1 TO WS-JCL-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2950-CHECK-UNALLOCATED-PARA
      * The reverse finding: an ASSIGN value the scanned program
      * OPENs that no deck executing that program ever allocated. A
      * program no deck runs at all is left alone here - that is a
      * dead-program question, not a missing-DD one.
      *----------------------------------------------------------------
       2950-CHECK-UNALLOCATED-PARA.
           MOVE 1 TO WS-JCL-I
           PERFORM UNTIL WS-JCL-I > WS-DSX-COUNT
      *        ONLY ROWS FROM A REAL OPEN EXPECT A DD - CICS TS/TD
      *        QUEUES AND SORT USING/GIVING ROWS ON THE SAME
      *        CROSS-REFERENCE NEVER HAVE ONE
               IF WS-DSX-MATCHED(WS-JCL-I) = "N" AND
               (WS-DSX-MODE(WS-JCL-I) = "INPUT" OR
               WS-DSX-MODE(WS-JCL-I) = "OUTPUT" OR
               WS-DSX-MODE(WS-JCL-I) = "I-O" OR
               WS-DSX-MODE(WS-JCL-I) = "EXTEND")
                   MOVE "N" TO WS-JCL-HIT
                   MOVE 1 TO WS-JCL-J
                   PERFORM UNTIL WS-JCL-J > WS-JEX-COUNT OR
                   WS-JCL-HIT = "Y"
                       IF WS-JEX-PGM(WS-JCL-J) =
                       WS-DSX-PROGRAM(WS-JCL-I)
                           MOVE "Y" TO WS-JCL-HIT
                       END-IF
                       ADD 1 TO WS-JCL-J
                   END-PERFORM
                   IF WS-JCL-HIT = "Y"
                       MOVE SPACE TO JCLXREFFILE-RECORD
                       STRING "*** "
                           FUNCTION TRIM(WS-DSX-PROGRAM(WS-JCL-I))
                           " ASSIGN "
                           FUNCTION TRIM(WS-DSX-ASSIGN(WS-JCL-I))
                           " ("
                           FUNCTION TRIM(WS-DSX-MODE(WS-JCL-I))
                           ") HAS NO DD IN ANY DECK"
                           DELIMITED BY SIZE
                           INTO JCLXREFFILE-RECORD
                       END-STRING
                       WRITE JCLXREFFILE-RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-JCL-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2960-RUN-CALLTREE-PARA
      * CALLTREE <program-id> [callmap-rpt] - the call map the last
      * library run wrote (CALLMAP.RPT unless overridden) chained
      * out past its one level: the whole downstream tree of what
      * the program ends up calling, CICS LINK/XCTL included, every
      * upstream chain from an ENTRYPTS.CFG entry point down to it,
      * and the JCL jobs and steps (JCLXREF.RPT, from JCL mode) that
      * run it or any of those callers. A recursive cycle met on
      * either walk is flagged where it closes and listed at the
      * end. Nothing here touches the findings master.
      *----------------------------------------------------------------
       2960-RUN-CALLTREE-PARA.
           IF WS-MEMBER-PATH = SPACE
               DISPLAY "DRIVER: USAGE - CALLTREE <PROGRAM-ID>"
                   " [CALLMAP-RPT]"
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MEMBER-PATH) TO WS-CTR-ROOT

           PERFORM 1270-LOAD-ENTRYPTS-PARA THRU 1270-EXIT
           IF WS-COPYBOOK-DIR <> SPACE AND
           WS-COPYBOOK-DIR <> "copybooks"
               MOVE WS-COPYBOOK-DIR TO LO-MERGEIN-FILE
           ELSE
               MOVE LO-CALLMAP-FILE TO LO-MERGEIN-FILE
           END-IF
           PERFORM 2962-LOAD-CALL-EDGES-PARA THRU 2962-EXIT

           OPEN OUTPUT CALLTREEFILE
           MOVE SPACE TO CALLTREEFILE-RECORD
           STRING "CALL TREE - " FUNCTION TRIM(WS-CTR-ROOT)
               DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
           END-STRING
           WRITE CALLTREEFILE-RECORD
           MOVE WS-CTR-EDGE-COUNT TO WS-CTR-N1
           MOVE SPACE TO CALLTREEFILE-RECORD
           STRING "CALL MAP " FUNCTION TRIM(LO-MERGEIN-FILE) " - "
               FUNCTION TRIM(WS-CTR-N1) " DISTINCT CALLER/TARGET PAIRS"
               DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
           END-STRING
           WRITE CALLTREEFILE-RECORD

           MOVE 0 TO WS-CTR-CYC-COUNT
           PERFORM 2970-WRITE-DOWNSTREAM-PARA
           PERFORM 2980-WRITE-UPSTREAM-PARA
           PERFORM 2990-WRITE-JOBS-PARA THRU 2990-EXIT
           PERFORM 2996-WRITE-CYCLES-PARA

           CLOSE CALLTREEFILE
           DISPLAY "DRIVER: CALL TREE WRITTEN TO "
               FUNCTION TRIM(LO-CALLTREE-FILE).

      *----------------------------------------------------------------
      * 2962-LOAD-CALL-EDGES-PARA
      * CALLER -> TARGET [(qualifier)] rows off the call map named
      * in LO-MERGEIN-FILE into
      * the edge table, one row per distinct pair however many call
      * sites repeat it. The heading and the *** contract notes
      * carry no arrow of their own and are passed over.
      *----------------------------------------------------------------
       2962-LOAD-CALL-EDGES-PARA.
           MOVE 0 TO WS-CTR-EDGE-COUNT
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               DISPLAY "DRIVER: NO CALL MAP AT "
                   FUNCTION TRIM(LO-MERGEIN-FILE)
                   " - RUN LIBRARY MODE FIRST"
               GO TO 2962-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGEINFILE-RECORD(1:4) <> "*** "
                   PERFORM 2964-ADD-CALL-EDGE-PARA THRU 2964-EXIT
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       2962-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2964-ADD-CALL-EDGE-PARA
      * One call-map row into the edge table. A literal CALL target
      * is mapped with its quotes on; they come off here so the
      * name joins the called program's own PROGRAM-ID rows.
      *----------------------------------------------------------------
       2964-ADD-CALL-EDGE-PARA.
           MOVE SPACE TO WS-CTR-NAME
           MOVE SPACE TO WS-CTR-REST
           UNSTRING MERGEINFILE-RECORD DELIMITED BY " -> "
               INTO WS-CTR-NAME WS-CTR-REST
           END-UNSTRING
           IF WS-CTR-REST = SPACE OR WS-CTR-NAME = SPACE
               GO TO 2964-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CTR-NAME) TO WS-CTR-CALLER

           MOVE SPACE TO WS-CTR-NAME
           MOVE SPACE TO WS-CTR-KIND-W
           UNSTRING WS-CTR-REST DELIMITED BY " ("
               INTO WS-CTR-NAME WS-CTR-KIND-W
           END-UNSTRING
           INSPECT WS-CTR-KIND-W REPLACING ALL ")" BY SPACE
           IF WS-CTR-NAME(1:1) = '"' OR WS-CTR-NAME(1:1) = "'"
               COMPUTE WS-CTR-QLEN = FUNCTION LENGTH(FUNCTION TRIM
                   (WS-CTR-NAME)) - 2
               IF WS-CTR-QLEN > 0
                   MOVE WS-CTR-NAME(2:WS-CTR-QLEN) TO WS-CTR-WORK
                   MOVE SPACE TO WS-CTR-NAME
                   MOVE WS-CTR-WORK(1:WS-CTR-QLEN) TO WS-CTR-NAME
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CTR-NAME) TO WS-CTR-NAME

           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-EDGE-COUNT
               IF WS-CTR-FROM(WS-CTR-I) = WS-CTR-CALLER AND
               WS-CTR-TO(WS-CTR-I) = WS-CTR-NAME
                   GO TO 2964-EXIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM
           IF WS-CTR-EDGE-COUNT < 2000
               ADD 1 TO WS-CTR-EDGE-COUNT
               MOVE WS-CTR-CALLER TO WS-CTR-FROM(WS-CTR-EDGE-COUNT)
               MOVE WS-CTR-NAME TO WS-CTR-TO(WS-CTR-EDGE-COUNT)
               MOVE WS-CTR-KIND-W TO WS-CTR-KIND(WS-CTR-EDGE-COUNT)
           END-IF.

       2964-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2970-WRITE-DOWNSTREAM-PARA
      * Depth-first down the call edges from the program, indented
      * by call depth. A callee already expanded elsewhere in the
      * tree is listed but not expanded twice; a callee already on
      * the path down to it closes a recursive cycle.
      *----------------------------------------------------------------
       2970-WRITE-DOWNSTREAM-PARA.
           MOVE SPACE TO CALLTREEFILE-RECORD
           WRITE CALLTREEFILE-RECORD
           MOVE SPACE TO CALLTREEFILE-RECORD
           STRING "DOWNSTREAM - EVERYTHING "
               FUNCTION TRIM(WS-CTR-ROOT) " EVENTUALLY CALLS"
               DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
           END-STRING
           WRITE CALLTREEFILE-RECORD

           MOVE 0 TO WS-CTR-DOWN-COUNT
           MOVE 1 TO WS-CTR-SEEN-COUNT
           MOVE WS-CTR-ROOT TO WS-CTR-SEEN(1)
           MOVE 1 TO WS-CTR-SP
           MOVE WS-CTR-ROOT TO WS-CTR-STK-NAME(1)
           MOVE 0 TO WS-CTR-STK-EDGE(1)
           MOVE WS-CTR-ROOT TO WS-CTR-NAME
           MOVE SPACE TO WS-CTR-KIND-W
           MOVE SPACE TO WS-CTR-NOTE
           MOVE 0 TO WS-CTR-DEPTH
           PERFORM 2976-WRITE-TREE-LINE-PARA

           PERFORM UNTIL WS-CTR-SP = 0
               COMPUTE WS-CTR-E = WS-CTR-STK-EDGE(WS-CTR-SP) + 1
               PERFORM UNTIL WS-CTR-E > WS-CTR-EDGE-COUNT
                   IF WS-CTR-FROM(WS-CTR-E) =
                   WS-CTR-STK-NAME(WS-CTR-SP)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CTR-E
               END-PERFORM
               IF WS-CTR-E > WS-CTR-EDGE-COUNT
                   SUBTRACT 1 FROM WS-CTR-SP
               ELSE
                   MOVE WS-CTR-E TO WS-CTR-STK-EDGE(WS-CTR-SP)
                   MOVE WS-CTR-TO(WS-CTR-E) TO WS-CTR-NAME
                   MOVE WS-CTR-KIND(WS-CTR-E) TO WS-CTR-KIND-W
                   MOVE WS-CTR-SP TO WS-CTR-DEPTH
                   MOVE SPACE TO WS-CTR-NOTE
                   PERFORM 2972-CHECK-ON-PATH-PARA
                   IF WS-CTR-POS > 0
                       MOVE "D" TO WS-CTR-DIR
                       PERFORM 2974-NOTE-CYCLE-PARA
                       MOVE "*** RECURSIVE CALL CYCLE" TO WS-CTR-NOTE
                       PERFORM 2976-WRITE-TREE-LINE-PARA
                   ELSE
                       PERFORM 2973-CHECK-SEEN-PARA
                       IF WS-CTR-HIT = "Y"
                           IF WS-CTR-HAS-OUT = "Y"
                               MOVE "(CALLS LISTED ABOVE)" TO
                                   WS-CTR-NOTE
                           END-IF
                           PERFORM 2976-WRITE-TREE-LINE-PARA
                       ELSE
                           PERFORM 2976-WRITE-TREE-LINE-PARA
                           ADD 1 TO WS-CTR-DOWN-COUNT
                           IF WS-CTR-SEEN-COUNT < 1000
                               ADD 1 TO WS-CTR-SEEN-COUNT
                               MOVE WS-CTR-NAME TO
                                   WS-CTR-SEEN(WS-CTR-SEEN-COUNT)
                           END-IF
                           IF WS-CTR-SP < 60
                               ADD 1 TO WS-CTR-SP
                               MOVE WS-CTR-NAME TO
                                   WS-CTR-STK-NAME(WS-CTR-SP)
                               MOVE 0 TO WS-CTR-STK-EDGE(WS-CTR-SP)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CTR-DOWN-COUNT = 0
               MOVE "    (CALLS NOTHING ON THE CALL MAP)" TO
                   CALLTREEFILE-RECORD
               WRITE CALLTREEFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2972-CHECK-ON-PATH-PARA
      * WS-CTR-POS is where WS-CTR-NAME already sits on the walk's
      * path (stack), zero when it is not on it.
      *----------------------------------------------------------------
       2972-CHECK-ON-PATH-PARA.
           MOVE 0 TO WS-CTR-POS
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-SP OR WS-CTR-POS > 0
               IF WS-CTR-STK-NAME(WS-CTR-I) = WS-CTR-NAME
                   MOVE WS-CTR-I TO WS-CTR-POS
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2973-CHECK-SEEN-PARA
      * Whether the downstream walk has expanded WS-CTR-NAME already
      * (WS-CTR-HIT), and whether it calls anything (WS-CTR-HAS-OUT)
      * - a leaf listed twice needs no pointer back.
      *----------------------------------------------------------------
       2973-CHECK-SEEN-PARA.
           MOVE "N" TO WS-CTR-HIT
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-SEEN-COUNT OR
           WS-CTR-HIT = "Y"
               IF WS-CTR-SEEN(WS-CTR-I) = WS-CTR-NAME
                   MOVE "Y" TO WS-CTR-HIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM
           MOVE "N" TO WS-CTR-HAS-OUT
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-EDGE-COUNT OR
           WS-CTR-HAS-OUT = "Y"
               IF WS-CTR-FROM(WS-CTR-I) = WS-CTR-NAME
                   MOVE "Y" TO WS-CTR-HAS-OUT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2974-NOTE-CYCLE-PARA
      * The cycle WS-CTR-NAME closes, spelled out in call order and
      * kept (once) for the list at the end. Going down (D) the path
      * runs stack position WS-CTR-POS to the top and back to the
      * name; going up (U) the stack is callees, so it reads the
      * other way round.
      *----------------------------------------------------------------
       2974-NOTE-CYCLE-PARA.
           MOVE WS-CTR-NAME TO WS-CTR-WORK
           IF WS-CTR-DIR = "D"
               COMPUTE WS-CTR-I = WS-CTR-POS + 1
               PERFORM UNTIL WS-CTR-I > WS-CTR-SP
                   MOVE WS-CTR-STK-NAME(WS-CTR-I) TO WS-CTR-CALLER
                   PERFORM 2978-APPEND-ARROW-PARA
                   ADD 1 TO WS-CTR-I
               END-PERFORM
           ELSE
               MOVE WS-CTR-SP TO WS-CTR-I
               PERFORM UNTIL WS-CTR-I <= WS-CTR-POS
                   MOVE WS-CTR-STK-NAME(WS-CTR-I) TO WS-CTR-CALLER
                   PERFORM 2978-APPEND-ARROW-PARA
                   SUBTRACT 1 FROM WS-CTR-I
               END-PERFORM
           END-IF
           MOVE WS-CTR-NAME TO WS-CTR-CALLER
           PERFORM 2978-APPEND-ARROW-PARA

           MOVE "N" TO WS-CTR-HIT
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-CYC-COUNT OR
           WS-CTR-HIT = "Y"
               IF WS-CTR-CYC(WS-CTR-I) = WS-CTR-WORK
                   MOVE "Y" TO WS-CTR-HIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM
           IF WS-CTR-HIT = "N" AND WS-CTR-CYC-COUNT < 50
               ADD 1 TO WS-CTR-CYC-COUNT
               MOVE WS-CTR-WORK TO WS-CTR-CYC(WS-CTR-CYC-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2976-WRITE-TREE-LINE-PARA
      * WS-CTR-NAME indented two columns per level of WS-CTR-DEPTH,
      * with its call qualifier (CICS LINK and the like) and note.
      *----------------------------------------------------------------
       2976-WRITE-TREE-LINE-PARA.
           MOVE SPACE TO WS-CTR-TEXT
           IF WS-CTR-KIND-W = SPACE
               STRING FUNCTION TRIM(WS-CTR-NAME) " "
                   FUNCTION TRIM(WS-CTR-NOTE)
                   DELIMITED BY SIZE INTO WS-CTR-TEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CTR-NAME) " ("
                   FUNCTION TRIM(WS-CTR-KIND-W) ") "
                   FUNCTION TRIM(WS-CTR-NOTE)
                   DELIMITED BY SIZE INTO WS-CTR-TEXT
               END-STRING
           END-IF
           COMPUTE WS-CTR-COL = 5 + WS-CTR-DEPTH * 2
           MOVE SPACE TO CALLTREEFILE-RECORD
           MOVE WS-CTR-TEXT TO CALLTREEFILE-RECORD(WS-CTR-COL:)
           WRITE CALLTREEFILE-RECORD.

      *----------------------------------------------------------------
      * 2978-APPEND-ARROW-PARA
      * " -> " and WS-CTR-CALLER onto the end of WS-CTR-WORK.
      *----------------------------------------------------------------
       2978-APPEND-ARROW-PARA.
           MOVE SPACE TO WS-CTR-TEXT
           STRING FUNCTION TRIM(WS-CTR-WORK) " -> "
               FUNCTION TRIM(WS-CTR-CALLER)
               DELIMITED BY SIZE INTO WS-CTR-TEXT
           END-STRING
           MOVE WS-CTR-TEXT TO WS-CTR-WORK.

      *----------------------------------------------------------------
      * 2980-WRITE-UPSTREAM-PARA
      * Depth-first up the call edges (callee to caller) from the
      * program. Every path that reaches an ENTRYPTS.CFG program is
      * one chain line, entry point first; a path that tops out at
      * a program nothing calls and no job list names is listed
      * too, since that is either a missing entry or a dead chain.
      * Every program met goes on the caller list the job join uses.
      *----------------------------------------------------------------
       2980-WRITE-UPSTREAM-PARA.
           MOVE SPACE TO CALLTREEFILE-RECORD
           WRITE CALLTREEFILE-RECORD
           MOVE SPACE TO CALLTREEFILE-RECORD
           STRING "UPSTREAM - EVERY CHAIN FROM AN ENTRY POINT DOWN TO "
               FUNCTION TRIM(WS-CTR-ROOT)
               DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
           END-STRING
           WRITE CALLTREEFILE-RECORD

           MOVE 0 TO WS-CTR-CHAIN-COUNT
           MOVE 1 TO WS-CTR-ANC-COUNT
           MOVE WS-CTR-ROOT TO WS-CTR-ANC(1)
           MOVE 1 TO WS-CTR-SP
           MOVE WS-CTR-ROOT TO WS-CTR-STK-NAME(1)
           MOVE 0 TO WS-CTR-STK-EDGE(1)
           MOVE WS-CTR-ROOT TO WS-CTR-NAME
           PERFORM 2984-CHECK-ENTRY-PARA
           IF WS-CTR-HIT = "Y"
               MOVE "E" TO WS-CTR-DIR
               PERFORM 2982-WRITE-CHAIN-PARA
           END-IF

           PERFORM UNTIL WS-CTR-SP = 0
               COMPUTE WS-CTR-E = WS-CTR-STK-EDGE(WS-CTR-SP) + 1
               PERFORM UNTIL WS-CTR-E > WS-CTR-EDGE-COUNT
                   IF WS-CTR-TO(WS-CTR-E) =
                   WS-CTR-STK-NAME(WS-CTR-SP)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CTR-E
               END-PERFORM
               IF WS-CTR-E > WS-CTR-EDGE-COUNT
      *            NOTHING CALLS THIS ONE AT ALL - THE TOP OF A CHAIN
                   IF WS-CTR-STK-EDGE(WS-CTR-SP) = 0
                       MOVE WS-CTR-STK-NAME(WS-CTR-SP) TO WS-CTR-NAME
                       PERFORM 2984-CHECK-ENTRY-PARA
                       IF WS-CTR-HIT = "N"
                           MOVE "X" TO WS-CTR-DIR
                           PERFORM 2982-WRITE-CHAIN-PARA
                       END-IF
                   END-IF
                   SUBTRACT 1 FROM WS-CTR-SP
               ELSE
                   MOVE WS-CTR-E TO WS-CTR-STK-EDGE(WS-CTR-SP)
                   MOVE WS-CTR-FROM(WS-CTR-E) TO WS-CTR-NAME
                   PERFORM 2972-CHECK-ON-PATH-PARA
                   IF WS-CTR-POS > 0
                       MOVE "U" TO WS-CTR-DIR
                       PERFORM 2974-NOTE-CYCLE-PARA
                       MOVE SPACE TO CALLTREEFILE-RECORD
                       STRING "    *** RECURSIVE CALL CYCLE "
                           FUNCTION TRIM(WS-CTR-WORK)
                           DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
                       END-STRING
                       WRITE CALLTREEFILE-RECORD
                   ELSE
                       PERFORM 2986-NOTE-ANCESTOR-PARA
                       IF WS-CTR-SP < 60
                           ADD 1 TO WS-CTR-SP
                           MOVE WS-CTR-NAME TO
                               WS-CTR-STK-NAME(WS-CTR-SP)
                           MOVE 0 TO WS-CTR-STK-EDGE(WS-CTR-SP)
                           PERFORM 2984-CHECK-ENTRY-PARA
                           IF WS-CTR-HIT = "Y"
                               MOVE "E" TO WS-CTR-DIR
                               PERFORM 2982-WRITE-CHAIN-PARA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CTR-CHAIN-COUNT = 0
               MOVE "    (NO CALLER AND NOT IN ENTRYPTS.CFG)" TO
                   CALLTREEFILE-RECORD
               WRITE CALLTREEFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2982-WRITE-CHAIN-PARA
      * The upstream path on the stack as one line, top caller
      * first. E: the top is an entry point; X: nothing calls the
      * top and it is not an entry point either.
      *----------------------------------------------------------------
       2982-WRITE-CHAIN-PARA.
           MOVE WS-CTR-STK-NAME(WS-CTR-SP) TO WS-CTR-WORK
           COMPUTE WS-CTR-J = WS-CTR-SP - 1
           PERFORM UNTIL WS-CTR-J < 1
               MOVE WS-CTR-STK-NAME(WS-CTR-J) TO WS-CTR-CALLER
               PERFORM 2978-APPEND-ARROW-PARA
               SUBTRACT 1 FROM WS-CTR-J
           END-PERFORM
           MOVE SPACE TO CALLTREEFILE-RECORD
           IF WS-CTR-DIR = "E"
               STRING "    ENTRY " FUNCTION TRIM(WS-CTR-WORK)
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
           ELSE
               STRING "    ***   " FUNCTION TRIM(WS-CTR-WORK)
                   "  (TOP HAS NO CALLER AND IS NOT IN ENTRYPTS.CFG)"
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
           END-IF
           WRITE CALLTREEFILE-RECORD
           ADD 1 TO WS-CTR-CHAIN-COUNT.

      *----------------------------------------------------------------
      * 2984-CHECK-ENTRY-PARA
      * WS-CTR-HIT = "Y" when WS-CTR-NAME is on the entry-point list.
      *----------------------------------------------------------------
       2984-CHECK-ENTRY-PARA.
           MOVE "N" TO WS-CTR-HIT
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-ENTRY-COUNT OR
           WS-CTR-HIT = "Y"
               IF FUNCTION UPPER-CASE(WS-ENTRY-PROGRAM(WS-CTR-I)) =
               WS-CTR-NAME
                   MOVE "Y" TO WS-CTR-HIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 2986-NOTE-ANCESTOR-PARA
      * WS-CTR-NAME onto the list of programs that reach the one
      * asked about, once.
      *----------------------------------------------------------------
       2986-NOTE-ANCESTOR-PARA.
           MOVE "N" TO WS-CTR-HIT
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-ANC-COUNT OR
           WS-CTR-HIT = "Y"
               IF WS-CTR-ANC(WS-CTR-I) = WS-CTR-NAME
                   MOVE "Y" TO WS-CTR-HIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM
           IF WS-CTR-HIT = "N" AND WS-CTR-ANC-COUNT < 1000
               ADD 1 TO WS-CTR-ANC-COUNT
               MOVE WS-CTR-NAME TO WS-CTR-ANC(WS-CTR-ANC-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 2990-WRITE-JOBS-PARA
      * Every JOB / STEP in the JCL chain report whose EXEC PGM= is
      * the program or one of its callers - the jobs a change to it
      * reaches. One line per job step however many DDs it has.
      *----------------------------------------------------------------
       2990-WRITE-JOBS-PARA.
           MOVE SPACE TO CALLTREEFILE-RECORD
           WRITE CALLTREEFILE-RECORD
           MOVE SPACE TO CALLTREEFILE-RECORD
           STRING "BATCH JOBS THAT RUN " FUNCTION TRIM(WS-CTR-ROOT)
               " - JOB / STEP / PROGRAM EXECUTED"
               DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
           END-STRING
           WRITE CALLTREEFILE-RECORD

           MOVE 0 TO WS-CTR-JOB-COUNT
           MOVE LO-JCLXREF-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               MOVE SPACE TO CALLTREEFILE-RECORD
               STRING "    (NO " FUNCTION TRIM(LO-JCLXREF-FILE)
                   " - RUN JCL MODE FIRST)"
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
               WRITE CALLTREEFILE-RECORD
               GO TO 2990-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGEINFILE-RECORD(1:4) <> "*** " AND
               MERGEINFILE-RECORD(1:10) <> "JCL CHAIN "
                   PERFORM 2992-NOTE-JOB-STEP-PARA THRU 2992-EXIT
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE

           IF WS-CTR-JOB-COUNT = 0
               MOVE SPACE TO CALLTREEFILE-RECORD
               STRING "    (NO JOB IN " FUNCTION TRIM(LO-JCLXREF-FILE)
                   " RUNS IT OR ANY CALLER)"
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
               WRITE CALLTREEFILE-RECORD
           END-IF.

       2990-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2992-NOTE-JOB-STEP-PARA
      * One JOB / STEP / PROGRAM / DD / DSN / MODE chain line: kept
      * and written when the program is on the caller list and the
      * job step has not been listed yet.
      *----------------------------------------------------------------
       2992-NOTE-JOB-STEP-PARA.
           MOVE SPACE TO WS-CTR-JOB
           MOVE SPACE TO WS-CTR-STEP
           MOVE SPACE TO WS-CTR-NAME
           UNSTRING MERGEINFILE-RECORD DELIMITED BY " / "
               INTO WS-CTR-JOB WS-CTR-STEP WS-CTR-NAME
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CTR-NAME) TO WS-CTR-NAME
           IF WS-CTR-NAME = SPACE
               GO TO 2992-EXIT
           END-IF

           MOVE "N" TO WS-CTR-HIT
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-ANC-COUNT OR
           WS-CTR-HIT = "Y"
               IF WS-CTR-ANC(WS-CTR-I) = WS-CTR-NAME
                   MOVE "Y" TO WS-CTR-HIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM
           IF WS-CTR-HIT = "N"
               GO TO 2992-EXIT
           END-IF

           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-JOB-COUNT
               IF WS-CTR-JOB-NAME(WS-CTR-I) = WS-CTR-JOB AND
               WS-CTR-JOB-STEP(WS-CTR-I) = WS-CTR-STEP
                   GO TO 2992-EXIT
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM
           IF WS-CTR-JOB-COUNT < 300
               ADD 1 TO WS-CTR-JOB-COUNT
               MOVE WS-CTR-JOB TO WS-CTR-JOB-NAME(WS-CTR-JOB-COUNT)
               MOVE WS-CTR-STEP TO WS-CTR-JOB-STEP(WS-CTR-JOB-COUNT)
           END-IF

           MOVE SPACE TO CALLTREEFILE-RECORD
           IF WS-CTR-NAME = WS-CTR-ROOT
               STRING "    " FUNCTION TRIM(WS-CTR-JOB) " / "
                   FUNCTION TRIM(WS-CTR-STEP) " / "
                   FUNCTION TRIM(WS-CTR-NAME)
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
           ELSE
               STRING "    " FUNCTION TRIM(WS-CTR-JOB) " / "
                   FUNCTION TRIM(WS-CTR-STEP) " / "
                   FUNCTION TRIM(WS-CTR-NAME) " (CALLS DOWN TO "
                   FUNCTION TRIM(WS-CTR-ROOT) ")"
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
           END-IF
           WRITE CALLTREEFILE-RECORD.

       2992-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2996-WRITE-CYCLES-PARA
      * The recursive cycles either walk closed, each once, and the
      * closing counts. A COBOL program re-entered while active
      * without RECURSIVE behaves unpredictably, so every cycle
      * here wants a look.
      *----------------------------------------------------------------
       2996-WRITE-CYCLES-PARA.
           MOVE SPACE TO CALLTREEFILE-RECORD
           WRITE CALLTREEFILE-RECORD
           MOVE "RECURSIVE CALL CYCLES" TO CALLTREEFILE-RECORD
           WRITE CALLTREEFILE-RECORD
           MOVE 1 TO WS-CTR-I
           PERFORM UNTIL WS-CTR-I > WS-CTR-CYC-COUNT
               MOVE SPACE TO CALLTREEFILE-RECORD
               STRING "    *** " FUNCTION TRIM(WS-CTR-CYC(WS-CTR-I))
                   DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
               END-STRING
               WRITE CALLTREEFILE-RECORD
               ADD 1 TO WS-CTR-I
           END-PERFORM
           IF WS-CTR-CYC-COUNT = 0
               MOVE "    (NONE)" TO CALLTREEFILE-RECORD
               WRITE CALLTREEFILE-RECORD
           END-IF

           MOVE SPACE TO CALLTREEFILE-RECORD
           WRITE CALLTREEFILE-RECORD
           MOVE WS-CTR-DOWN-COUNT TO WS-CTR-N1
           MOVE WS-CTR-CHAIN-COUNT TO WS-CTR-N2
           MOVE WS-CTR-JOB-COUNT TO WS-CTR-N3
           MOVE WS-CTR-CYC-COUNT TO WS-CTR-N4
           MOVE SPACE TO CALLTREEFILE-RECORD
           STRING "PROGRAMS DOWNSTREAM " FUNCTION TRIM(WS-CTR-N1)
               ", UPSTREAM CHAINS " FUNCTION TRIM(WS-CTR-N2)
               ", JOB STEPS " FUNCTION TRIM(WS-CTR-N3)
               ", CYCLES " FUNCTION TRIM(WS-CTR-N4)
               DELIMITED BY SIZE INTO CALLTREEFILE-RECORD
           END-STRING
           WRITE CALLTREEFILE-RECORD.

      *----------------------------------------------------------------
      * 3000-SCAN-MEMBER-PARA
      * The per-member pipeline: tokenize, populate the variable
      * table, index it, open this member's report/xref files, walk
      * the procedure division running every statement-level check,
      * run the table-level checks that don't need a statement walk,
      * close the files, and fold this member's fields into the
      * shop-wide summary.
      *----------------------------------------------------------------
       3000-SCAN-MEMBER-PARA.
           DISPLAY "DRIVER: SCANNING " FUNCTION TRIM(WS-CURRENT-MEMBER)
           ADD 1 TO WS-MEMBERS-SCANNED
           MOVE 0 TO WS-ANN-COUNT

           ACCEPT WS-AUD-START-TIME FROM TIME
           MOVE WS-ERROR-COUNT TO WS-AUD-ERR-BASE
           MOVE WS-WARNING-COUNT TO WS-AUD-WARN-BASE
           MOVE WS-INFO-COUNT TO WS-AUD-INFO-BASE

           CALL "PARSER" USING WS-CURRENT-MEMBER LI-AST WS-SRC-FORMAT
               WS-COPYBOOK-DIR
           CALL "POPULATE_VARS" USING LI-AST LI-VARIABLES
               WS-PROCEDURE-DIV-INDEX LI-FILE-TABLE
           CALL "BUILD_VAR_INDEX" USING LI-VARIABLES LI-VAR-INDEX-TABLE
           PERFORM 3200-COMPUTE-LAYOUT-PARA

           MOVE "UNKNOWN" TO WS-CURRENT-PROGRAM
           IF LI-VARS-COUNT > 0
               MOVE LI-VAR-PROGRAM(1) TO WS-CURRENT-PROGRAM
           END-IF
           PERFORM 3050-NOTE-SCANNED-PROGRAM-PARA

           MOVE "N" TO WS-MEMBER-UNCHANGED
           IF WS-MODE = "LIBFAST"
               PERFORM 3060-CHECK-UNCHANGED-PARA
           END-IF
           IF WS-MEMBER-UNCHANGED = "Y"
               DISPLAY "DRIVER: SKIPPED-UNCHANGED "
                   FUNCTION TRIM(WS-CURRENT-MEMBER)
               PERFORM 3070-REUSE-PREV-FINDINGS-PARA
               PERFORM 3080-POST-FPCAT-PARA
               MOVE "S" TO WS-AUD-MODE
               PERFORM 3085-WRITE-AUDIT-PARA
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-OPEN-MEMBER-REPORTS-PARA

      *    A TRUNCATED SCAN MUST SAY SO IN ITS OWN FINDINGS REPORT -
      *    A CONSOLE LINE NOBODY READS IS NOT AN AUDIT TRAIL
           IF LI-AST-OVERFLOW = "Y" OR LI-VARS-OVERFLOW = "Y"
               MOVE 0 TO WS-FIND-LINE-NUM
               MOVE "SCAN" TO WS-FIELD-TAG
               MOVE "SCAN-INCOMPLETE" TO WS-CHECK-ID
               MOVE "ERROR" TO WS-SEVERITY
               MOVE
               "SCAN INCOMPLETE - TOKEN OR FIELD TABLE OVERFLOWED"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF

           PERFORM 3090-NOTE-COPYRES-PARA
           PERFORM 3093-AUDIT-DATE-FIELDS-PARA
           PERFORM 3220-WRITE-LAYOUT-PARA
           PERFORM 3300-WALK-TOKENS-PARA
           PERFORM 3380-CHECK-PARAGRAPHS-PARA
           PERFORM 3600-CHECK-VALUE-FIT-PARA
           PERFORM 3700-CHECK-REDEFINES-PARA
           PERFORM 3800-CHECK-COND88-PARA
           PERFORM 3820-CHECK-ODO-PARA
           PERFORM 3970-MAP-PII-PARA THRU 3970-EXIT
           PERFORM 3980-CHECK-STANDARDS-PARA THRU 3980-EXIT
           PERFORM 5000-WRITE-RULES-PARA
           PERFORM 5600-WRITE-DOT-PARA
           PERFORM 3900-CHECK-DEAD-FIELDS-PARA
           PERFORM 3966-FOLD-COPYBOOK-LAYOUTS-PARA
           PERFORM 3915-CHECK-CLONES-PARA
           PERFORM 3930-WRITE-COPYUSE-PARA
           PERFORM 3945-CHECK-FILE-HANDLING-PARA
           PERFORM 5750-CHECK-SQL-CURSORS-PARA
           PERFORM 5800-CHECK-PERF-LOOPS-PARA
           PERFORM 3946-CHECK-FILE-KEYS-PARA
           PERFORM 3940-WRITE-METRICS-PARA
           PERFORM 5700-WRITE-FOOTPRINT-PARA
           IF WK-ANNOTATE = "Y"
               PERFORM 3935-WRITE-ANNOTATED-PARA THRU 3935-EXIT
           END-IF
           PERFORM 3950-CLOSE-MEMBER-REPORTS-PARA THRU 3950-EXIT
           PERFORM 3960-FOLD-SUMMARY-PARA
           PERFORM 3965-FOLD-DICTIONARY-PARA
           PERFORM 3080-POST-FPCAT-PARA
           MOVE "F" TO WS-AUD-MODE
           IF WS-SHADOW-RUN = "N"
               PERFORM 3085-WRITE-AUDIT-PARA
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-NOTE-SCANNED-PROGRAM-PARA
      * Remembers every PROGRAM-ID this run actually scanned, so the
      * end-of-run delta pass only declares a master finding FIXED
      * when its program really was re-examined and came up clean.
      *----------------------------------------------------------------
       3050-NOTE-SCANNED-PROGRAM-PARA.
           MOVE "N" TO WS-PROGRAM-WAS-SCANNED
           MOVE 1 TO WS-SCAN-NOTE-IDX
           PERFORM UNTIL WS-SCAN-NOTE-IDX > WK-SCANNED-COUNT OR
           WS-PROGRAM-WAS-SCANNED = "Y"
               IF WK-SCANNED-PROGRAM(WS-SCAN-NOTE-IDX) =
               WS-CURRENT-PROGRAM
                   MOVE "Y" TO WS-PROGRAM-WAS-SCANNED
               END-IF
               ADD 1 TO WS-SCAN-NOTE-IDX
           END-PERFORM

           IF WS-PROGRAM-WAS-SCANNED = "N" AND WK-SCANNED-COUNT < 700
               ADD 1 TO WK-SCANNED-COUNT
               MOVE WS-CURRENT-PROGRAM TO
                   WK-SCANNED-PROGRAM(WK-SCANNED-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 3060-CHECK-UNCHANGED-PARA
      * Compares the fingerprint PARSER just computed against the
      * catalog row for this member.
      *----------------------------------------------------------------
       3060-CHECK-UNCHANGED-PARA.
           MOVE 0 TO WS-FPC-ROW
           MOVE 1 TO WS-FPC-IDX
           PERFORM UNTIL WS-FPC-IDX > WS-FPCAT-COUNT OR
           WS-FPC-ROW > 0
               IF WS-FPC-MEMBER(WS-FPC-IDX) = WS-CURRENT-MEMBER(1:44)
                   MOVE WS-FPC-IDX TO WS-FPC-ROW
               END-IF
               ADD 1 TO WS-FPC-IDX
           END-PERFORM

           IF WS-FPC-ROW > 0 AND
           WS-FPC-CHECKSUM(WS-FPC-ROW) = LI-AST-CHECKSUM AND
           WS-FPC-LINES(WS-FPC-ROW) = LI-AST-SRC-LINES
               MOVE "Y" TO WS-MEMBER-UNCHANGED
           END-IF.

      *----------------------------------------------------------------
      * 3070-REUSE-PREV-FINDINGS-PARA
      * A skipped member keeps its previous findings: the master
      * records of each of this member's programs are read straight
      * off the program-leading key, stamped seen-again (so the
      * delta report does not call them FIXED) and re-emitted into
      * the consolidated export with the severity and check id the
      * master carries.
      *----------------------------------------------------------------
       3070-REUSE-PREV-FINDINGS-PARA.
           IF WK-FINDMAST-OK = "N"
               CONTINUE
           ELSE
               MOVE 1 TO WS-REUSE-VIDX
               PERFORM UNTIL WS-REUSE-VIDX > LI-VARS-COUNT
                   MOVE "N" TO WS-REUSE-MATCH
                   MOVE 1 TO WS-REUSE-IDX
                   PERFORM UNTIL WS-REUSE-IDX >= WS-REUSE-VIDX
                       IF LI-VAR-PROGRAM(WS-REUSE-IDX) =
                       LI-VAR-PROGRAM(WS-REUSE-VIDX)
                           MOVE "Y" TO WS-REUSE-MATCH
                       END-IF
                       ADD 1 TO WS-REUSE-IDX
                   END-PERFORM
                   IF WS-REUSE-MATCH = "N"
                       MOVE LI-VAR-PROGRAM(WS-REUSE-VIDX) TO
                           WS-REUSE-PROGRAM
                       PERFORM 3072-REUSE-PROGRAM-PARA
                           THRU 3072-EXIT
                   END-IF
                   ADD 1 TO WS-REUSE-VIDX
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 3072-REUSE-PROGRAM-PARA
      * Positions the master on the first record of one program and
      * walks its records - the program leads the key, so they sit
      * together.
      *----------------------------------------------------------------
       3072-REUSE-PROGRAM-PARA.
           MOVE LOW-VALUES TO FM-KEY
           MOVE WS-REUSE-PROGRAM TO FM-PROGRAM
           START FINDMAST KEY >= FM-KEY
               INVALID KEY
                   GO TO 3072-EXIT
           END-START

           PERFORM UNTIL 1 = 2
               READ FINDMAST NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF FM-PROGRAM <> WS-REUSE-PROGRAM
                   EXIT PERFORM
               END-IF
               PERFORM 3075-REUSE-ONE-FINDING-PARA THRU 3075-EXIT
           END-PERFORM.

       3072-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3075-REUSE-ONE-FINDING-PARA
      * One master entry reused for a skipped-unchanged member. The
      * same controls a freshly-written finding gets apply here:
      * the suppression list (suppressing a finding in code that is
      * not changing is the normal review workflow - it must bite on
      * exactly these members), the severity policy remap, the
      * rollup, and the RETURN-CODE counters. A suppressed entry is
      * deliberately NOT marked seen, so the delta retires it from
      * the master the same way a full rescan would.
      *----------------------------------------------------------------
       3075-REUSE-ONE-FINDING-PARA.
           MOVE "N" TO WS-REUSE-SUPP
           MOVE 1 TO WS-REUSE-SIDX
           PERFORM UNTIL WS-REUSE-SIDX > WK-SUPPRESS-COUNT OR
           WS-REUSE-SUPP = "Y"
               IF FUNCTION TRIM(WK-SUPP-PROGRAM(WS-REUSE-SIDX)) =
               FUNCTION TRIM(FM-PROGRAM) AND
               FUNCTION TRIM(WK-SUPP-FIELD(WS-REUSE-SIDX)) =
               FUNCTION TRIM(FM-FIELD)
                   MOVE WS-REUSE-SIDX TO WS-SUPP-CHK-IDX
                   PERFORM 4070-CHECK-SUPP-LIVE-PARA
                   IF WS-SUPP-LIVE = "Y"
                       MOVE "Y" TO WS-REUSE-SUPP
                       MOVE "Y" TO WK-SUPP-USED(WS-REUSE-SIDX)
                   END-IF
               END-IF
               ADD 1 TO WS-REUSE-SIDX
           END-PERFORM
      *    A SUPPRESSED ENTRY IS DELIBERATELY LEFT UNSTAMPED - THE
      *    DELTA PASS RETIRES IT THE SAME WAY A FULL RESCAN WOULD
           IF WS-REUSE-SUPP = "Y"
               GO TO 3075-EXIT
           END-IF

           MOVE FM-CHECK TO WS-CHECK-ID
           MOVE FM-SEVERITY TO WS-SEVERITY
           PERFORM 4050-RESOLVE-SEVERITY-PARA
           IF WS-SEVERITY = SPACE
               MOVE "WARNING" TO WS-SEVERITY
           END-IF

           ADD 1 TO WS-FINDING-COUNT
           EVALUATE WS-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "INFO"
                   ADD 1 TO WS-INFO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE

           MOVE FM-PROGRAM TO WS-CURRENT-PROGRAM
           PERFORM 4300-POST-ROLLUP-PARA

           MOVE SPACE TO CONSOLFILE-RECORD
           MOVE WS-CURRENT-MEMBER TO CF-MEMBER
           MOVE FM-PROGRAM TO CF-PROGRAM
           MOVE FM-LINE TO CF-LINE
           MOVE FM-CHECK TO CF-CHECK
           MOVE WS-SEVERITY TO CF-SEVERITY
           MOVE FM-FIELD TO CF-FIELD
           MOVE FM-MESSAGE TO CF-MESSAGE
           MOVE FM-PROGRAM TO WS-TEAM-PROGRAM
           PERFORM 4080-RESOLVE-TEAM-PARA
           MOVE WS-TEAM-CODE TO CF-TEAM
           MOVE "|" TO CF-D1 CF-D2 CF-D3 CF-D4 CF-D5 CF-D6 CF-D7
           PERFORM 4225-FILL-CONSOL-CATALOG-PARA
           WRITE CONSOLFILE-RECORD
           PERFORM 4210-POST-TEAM-PARA

           MOVE WS-RUN-STAMP TO FM-LAST-SEEN
           MOVE WS-SEVERITY TO FM-SEVERITY
           REWRITE FINDMAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE SPACE TO WS-SEVERITY
           MOVE SPACE TO WS-CHECK-ID.

       3075-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3080-POST-FPCAT-PARA
      * Records this member's fingerprint (new or refreshed) in the
      * catalog written back at end of run.
      *----------------------------------------------------------------
       3080-POST-FPCAT-PARA.
           MOVE 0 TO WS-FPC-ROW
           MOVE 1 TO WS-FPC-IDX
           PERFORM UNTIL WS-FPC-IDX > WS-FPCAT-COUNT OR
           WS-FPC-ROW > 0
               IF WS-FPC-MEMBER(WS-FPC-IDX) = WS-CURRENT-MEMBER(1:44)
                   MOVE WS-FPC-IDX TO WS-FPC-ROW
               END-IF
               ADD 1 TO WS-FPC-IDX
           END-PERFORM

           IF WS-FPC-ROW = 0 AND WS-FPCAT-COUNT < 1000
               ADD 1 TO WS-FPCAT-COUNT
               MOVE WS-FPCAT-COUNT TO WS-FPC-ROW
               MOVE WS-CURRENT-MEMBER(1:44) TO
                   WS-FPC-MEMBER(WS-FPC-ROW)
           END-IF
           IF WS-FPC-ROW > 0
               MOVE LI-AST-CHECKSUM TO WS-FPC-CHECKSUM(WS-FPC-ROW)
               MOVE LI-AST-SRC-LINES TO WS-FPC-LINES(WS-FPC-ROW)
               MOVE WS-SCAN-TIMESTAMP(1:17) TO
                   WS-FPC-STAMP(WS-FPC-ROW)
           END-IF.

      *----------------------------------------------------------------
      * 3085-WRITE-AUDIT-PARA
      * One audit record for the member just finished: tokens
      * parsed, fields captured, this member's findings by severity,
      * whether either capture table overflowed, full scan or
      * skipped-unchanged, and wall-clock seconds. Appended across
      * runs - this file is how operations certifies the nightly.
      *----------------------------------------------------------------
       3085-WRITE-AUDIT-PARA.
           ACCEPT WS-AUD-END-TIME FROM TIME
           COMPUTE WS-AUD-START-SECS =
               FUNCTION NUMVAL(WS-AUD-START-TIME(1:2)) * 3600 +
               FUNCTION NUMVAL(WS-AUD-START-TIME(3:2)) * 60 +
               FUNCTION NUMVAL(WS-AUD-START-TIME(5:2))
           COMPUTE WS-AUD-END-SECS =
               FUNCTION NUMVAL(WS-AUD-END-TIME(1:2)) * 3600 +
               FUNCTION NUMVAL(WS-AUD-END-TIME(3:2)) * 60 +
               FUNCTION NUMVAL(WS-AUD-END-TIME(5:2))
           IF WS-AUD-END-SECS < WS-AUD-START-SECS
               ADD 86400 TO WS-AUD-END-SECS
           END-IF
           COMPUTE WS-AUD-ELAPSED =
               WS-AUD-END-SECS - WS-AUD-START-SECS

           OPEN EXTEND AUDITFILE
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "05"
               MOVE SPACE TO AUDITFILE-RECORD
               MOVE WS-SCAN-TIMESTAMP(1:15) TO AU-STAMP
               MOVE WS-CURRENT-MEMBER TO AU-MEMBER
               MOVE LI-AST-NODE-COUNT TO AU-TOKENS
               MOVE LI-VARS-COUNT TO AU-FIELDS
               COMPUTE AU-ERRORS =
                   WS-ERROR-COUNT - WS-AUD-ERR-BASE
               COMPUTE AU-WARNINGS =
                   WS-WARNING-COUNT - WS-AUD-WARN-BASE
               COMPUTE AU-INFOS = WS-INFO-COUNT - WS-AUD-INFO-BASE
               IF LI-AST-OVERFLOW = "Y" OR LI-VARS-OVERFLOW = "Y"
                   MOVE "Y" TO AU-TRUNCATED
               ELSE
                   MOVE "N" TO AU-TRUNCATED
               END-IF
               MOVE WS-AUD-MODE TO AU-SCAN-MODE
               MOVE WS-AUD-ELAPSED TO AU-ELAPSED
               MOVE "|" TO AU-D1 AU-D2 AU-D3 AU-D4 AU-D5 AU-D6
                   AU-D7 AU-D8 AU-D9
               WRITE AUDITFILE-RECORD
               CLOSE AUDITFILE
           END-IF.

      *----------------------------------------------------------------
      * 3090-NOTE-COPYRES-PARA
      * Folds this member's copy-resolution rows (which search-path
      * library satisfied each COPY/INCLUDE, or that none did) into
      * the shop-wide resolution report, and raises a COPY-SHADOW
      * finding when a later library in the concatenation carries a
      * different version of a member that resolved earlier -
      * shadowing has burned migrations before.
      *----------------------------------------------------------------
       3090-NOTE-COPYRES-PARA.
           MOVE 1 TO WS-CRES-IDX
           PERFORM UNTIL WS-CRES-IDX > LI-COPYRES-COUNT
               MOVE SPACE TO COPYRESFILE-RECORD
               IF LI-CRES-SHADOWED(WS-CRES-IDX) = "Y"
                   STRING FUNCTION TRIM(WS-CURRENT-MEMBER) " / "
                       FUNCTION TRIM(LI-CRES-MEMBER(WS-CRES-IDX))
                       " / "
                       FUNCTION TRIM(LI-CRES-PATH(WS-CRES-IDX))
                       " *** SHADOWED LATER IN SEARCH PATH ***"
                       DELIMITED BY SIZE INTO COPYRESFILE-RECORD
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-CURRENT-MEMBER) " / "
                       FUNCTION TRIM(LI-CRES-MEMBER(WS-CRES-IDX))
                       " / "
                       FUNCTION TRIM(LI-CRES-PATH(WS-CRES-IDX))
                       DELIMITED BY SIZE INTO COPYRESFILE-RECORD
                   END-STRING
               END-IF
               WRITE COPYRESFILE-RECORD

               IF LI-CRES-SHADOWED(WS-CRES-IDX) = "Y"
                   MOVE 0 TO WS-FIND-LINE-NUM
                   MOVE LI-CRES-MEMBER(WS-CRES-IDX) TO WS-FIELD-TAG
                   MOVE "COPY-SHADOW" TO WS-CHECK-ID
                   MOVE
               "COPYBOOK SHADOWED BY DIFFERENT VERSION IN LATER LIBRARY"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               ADD 1 TO WS-CRES-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3093-AUDIT-DATE-FIELDS-PARA
      * Classifies every captured field's date shape - a PIC 9(6) or
      * 9(8) whose name carries DATE/YYMMDD/CCYY, or a PIC 9(2)
      * named with YY - and writes the per-program inventory the
      * date-window re-certification works from. The shape marks
      * feed the arithmetic and comparison checks during the walk.
      *----------------------------------------------------------------
       3093-AUDIT-DATE-FIELDS-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               MOVE "N" TO WS-VAR-DATE(WS-I)
               IF LI-VAR-IS-COND(WS-I) = "N" AND
               LI-VAR-TYPE(WS-I) = "9"
                   MOVE 0 TO WS-DATE-TALLY
                   INSPECT LI-VAR-NAME(WS-I) TALLYING WS-DATE-TALLY
                       FOR ALL "DATE"
                   INSPECT LI-VAR-NAME(WS-I) TALLYING WS-DATE-TALLY
                       FOR ALL "YYMMDD"
                   INSPECT LI-VAR-NAME(WS-I) TALLYING WS-DATE-TALLY
                       FOR ALL "CCYY"
                   EVALUATE TRUE
                       WHEN WS-DATE-TALLY > 0 AND
                       LI-VAR-SIZE(WS-I) = 6
                           MOVE "6" TO WS-VAR-DATE(WS-I)
                       WHEN WS-DATE-TALLY > 0 AND
                       LI-VAR-SIZE(WS-I) = 8
                           MOVE "8" TO WS-VAR-DATE(WS-I)
                       WHEN LI-VAR-SIZE(WS-I) = 2
                           MOVE 0 TO WS-DATE-TALLY
                           INSPECT LI-VAR-NAME(WS-I) TALLYING
                               WS-DATE-TALLY FOR ALL "YY"
                           IF WS-DATE-TALLY > 0
                               MOVE "Y" TO WS-VAR-DATE(WS-I)
                           END-IF
                   END-EVALUATE

                   IF WS-VAR-DATE(WS-I) <> "N"
                       MOVE SPACE TO DATEAUDITFILE-RECORD
                       STRING FUNCTION TRIM(LI-VAR-PROGRAM(WS-I))
                           " / " FUNCTION TRIM(LI-VAR-NAME(WS-I))
                           " / PIC 9(" LI-VAR-SIZE(WS-I)
                           ") LINE " LI-VAR-LINE-NUM(WS-I)
                           DELIMITED BY SIZE
                           INTO DATEAUDITFILE-RECORD
                       END-STRING
                       WRITE DATEAUDITFILE-RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3100-OPEN-MEMBER-REPORTS-PARA
      * Opens this member's findings report and its cross-reference
      * listing, each stamped with the scan run time and (for MEMBER
      * mode) the caller-supplied version tag.
      *----------------------------------------------------------------
       3100-OPEN-MEMBER-REPORTS-PARA.
      *    CLEAR THE NAME FIELDS FIRST - STRING LEAVES WHATEVER THE
      *    PREVIOUS (LONGER) MEMBER'S NAME PUT PAST ITS OWN LENGTH
           MOVE SPACE TO LO-REPORT-FILE
           MOVE SPACE TO LO-XREF-FILE
           MOVE SPACE TO LO-LAYOUT-FILE
           MOVE SPACE TO LO-GENRPT-FILE
           MOVE SPACE TO LO-GENXREF-FILE
           STRING FUNCTION TRIM(WS-CURRENT-MEMBER) ".RPT"
               DELIMITED BY SIZE INTO LO-REPORT-FILE
           END-STRING
           STRING FUNCTION TRIM(WS-CURRENT-MEMBER) ".XREF"
               DELIMITED BY SIZE INTO LO-XREF-FILE
           END-STRING
           IF WS-SHADOW-RUN = "Y"
               MOVE LO-REPORT-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-REPORT-FILE
               MOVE LO-XREF-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-XREF-FILE
           END-IF

      *    EVERY RUN ALSO KEEPS A RUN-STAMPED GENERATION OF BOTH
      *    REPORTS, SO LAST MONTH'S ANSWERS SURVIVE THIS MONTH'S
      *    SCAN - THE PLAIN NAMES STAY THE CURRENT SET
           STRING FUNCTION TRIM(LO-REPORT-FILE) "."
               FUNCTION TRIM(WS-GEN-TAG)
               DELIMITED BY SIZE INTO LO-GENRPT-FILE
           END-STRING
           STRING FUNCTION TRIM(LO-XREF-FILE) "."
               FUNCTION TRIM(WS-GEN-TAG)
               DELIMITED BY SIZE INTO LO-GENXREF-FILE
           END-STRING
      *    A SHADOW RUN KEEPS NO GENERATIONS - NOTHING WOULD EVER
      *    CATALOG OR PURGE THEM
           IF WS-SHADOW-RUN = "N"
               OPEN OUTPUT GENRPTFILE
               OPEN OUTPUT GENXREFFILE
           END-IF

           OPEN OUTPUT REPORTFILE
           MOVE SPACE TO WS-REPORT-LINE
           STRING "FINDINGS REPORT - MEMBER " FUNCTION TRIM
               (WS-CURRENT-MEMBER) " - PROGRAM " FUNCTION TRIM
               (WS-CURRENT-PROGRAM) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORTFILE-RECORD
           PERFORM 4900-WRITE-RPT-LINE-PARA

           MOVE SPACE TO WS-REPORT-LINE
           STRING "SCANNED AT " WS-SCAN-TIMESTAMP " VERSION-TAG "
               FUNCTION TRIM(WS-VERSION-TAG) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORTFILE-RECORD
           PERFORM 4900-WRITE-RPT-LINE-PARA

           MOVE SPACE TO REPORTFILE-RECORD
           MOVE "SEVERITY  PROGRAM    LINE  FIELD/PARAGRAPH"
               TO REPORTFILE-RECORD
           PERFORM 4900-WRITE-RPT-LINE-PARA

           OPEN OUTPUT XREFFILE
           MOVE SPACE TO XREFFILE-RECORD
           STRING "XREF - MEMBER " FUNCTION TRIM(WS-CURRENT-MEMBER)
               DELIMITED BY SIZE INTO XREFFILE-RECORD
           END-STRING
           PERFORM 4910-WRITE-XREF-LINE-PARA

           STRING FUNCTION TRIM(WS-CURRENT-MEMBER) ".LAYOUT"
               DELIMITED BY SIZE INTO LO-LAYOUT-FILE
           END-STRING
           IF WS-SHADOW-RUN = "Y"
               MOVE LO-LAYOUT-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-LAYOUT-FILE
           END-IF
           OPEN OUTPUT LAYOUTFILE
           MOVE SPACE TO LAYOUTFILE-RECORD
           MOVE "STORAGE LAYOUT - NAME/LEVEL/OFFSET/LENGTH/OCCURS"
               TO LAYOUTFILE-RECORD
           WRITE LAYOUTFILE-RECORD.

      *----------------------------------------------------------------
      * 3940-WRITE-METRICS-PARA
      * One metrics line per member into the shop-wide complexity
      * report: paragraph count, statement count, GO TO count,
      * deepest IF/EVALUATE nesting, and PERFORM fan-out (distinct
      * paragraphs this member PERFORMs). Shop totals follow at
      * end of run.
      *----------------------------------------------------------------
       3940-WRITE-METRICS-PARA.
           MOVE 0 TO WS-MET-FANOUT
           MOVE 1 TO WS-MET-I
           PERFORM UNTIL WS-MET-I > WS-PREF-COUNT
               IF WS-PREF-KIND(WS-MET-I) <> "P"
                   ADD 1 TO WS-MET-I
                   EXIT PERFORM CYCLE
               END-IF
               MOVE WS-PREF-TARGET(WS-MET-I) TO WS-PARA-FIND-NAME
               MOVE WS-PREF-PROGRAM(WS-MET-I) TO
                   WS-PARA-FIND-PROGRAM
               PERFORM 3385-FIND-PARA-ROW-PARA
               IF WS-PARA-ROW > 0
                   MOVE "N" TO WS-MET-SEEN
                   MOVE 1 TO WS-MET-J
                   PERFORM UNTIL WS-MET-J >= WS-MET-I
                       IF WS-PREF-TARGET(WS-MET-J) =
                       WS-PREF-TARGET(WS-MET-I) AND
                       WS-PREF-PROGRAM(WS-MET-J) =
                       WS-PREF-PROGRAM(WS-MET-I)
                           MOVE "Y" TO WS-MET-SEEN
                       END-IF
                       ADD 1 TO WS-MET-J
                   END-PERFORM
                   IF WS-MET-SEEN = "N"
                       ADD 1 TO WS-MET-FANOUT
                   END-IF
               END-IF
               ADD 1 TO WS-MET-I
           END-PERFORM

           MOVE SPACE TO WS-MET-LINE
           STRING FUNCTION TRIM(WS-CURRENT-MEMBER)
               " PARAS " WS-PARA-COUNT
               " STMTS " WS-MET-STMTS
               " GOTOS " WS-MET-GOTOS
               " DEPTH " WS-MET-MAXDEPTH
               " FANOUT " WS-MET-FANOUT
               DELIMITED BY SIZE INTO WS-MET-LINE
           END-STRING
           MOVE WS-MET-LINE TO METRICSFILE-RECORD
           WRITE METRICSFILE-RECORD

           ADD WS-PARA-COUNT TO WS-MET-TOT-PARAS
           ADD WS-MET-STMTS TO WS-MET-TOT-STMTS
           ADD WS-MET-GOTOS TO WS-MET-TOT-GOTOS.

      *----------------------------------------------------------------
      * 3945-CHECK-FILE-HANDLING-PARA
      * The end-of-member judgment on the marks 3430/3440/3377
      * collected: an unguarded READ only matters when the file's
      * STATUS field was never tested anywhere in the member (or
      * the SELECT declares none); likewise an unguarded keyed
      * WRITE; and an OPEN with no STATUS testing at all is the
      * pattern that cost us the missing-file abends.
      *----------------------------------------------------------------
       3945-CHECK-FILE-HANDLING-PARA.
           MOVE 1 TO WS-FEH-IDX
           PERFORM UNTIL WS-FEH-IDX > LI-FILES-COUNT
               MOVE LI-FILE-PROGRAM(WS-FEH-IDX) TO
                   WS-CURRENT-PROGRAM

               MOVE "N" TO WS-FEH-TESTED
               IF LI-FILE-STATUS-FLD(WS-FEH-IDX) <> SPACE
                   MOVE LI-FILE-STATUS-FLD(WS-FEH-IDX) TO
                       WS-FIND-SEARCH
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0 AND
                   WS-VAR-HIT(WS-FIND-INDEX-OUT) = "Y"
                       MOVE "Y" TO WS-FEH-TESTED
                   END-IF
               END-IF

               IF WS-FEH-TESTED = "N"
                   IF WS-FEH-READ-BAD(WS-FEH-IDX) = "Y" AND
                   WS-FEH-READ-LINE(WS-FEH-IDX) >= WS-DIFF-START AND
                   WS-FEH-READ-LINE(WS-FEH-IDX) <= WS-DIFF-END
                       MOVE WS-FEH-READ-LINE(WS-FEH-IDX) TO
                           WS-FIND-LINE-NUM
                       MOVE LI-FILE-NAME(WS-FEH-IDX) TO WS-FIELD-TAG
                       MOVE "FILE-READ" TO WS-CHECK-ID
                       MOVE
                       "READ WITHOUT AT END OR FILE STATUS TEST"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
                   IF WS-FEH-WRITE-BAD(WS-FEH-IDX) = "Y" AND
                   WS-FEH-WRITE-LINE(WS-FEH-IDX) >= WS-DIFF-START
                   AND
                   WS-FEH-WRITE-LINE(WS-FEH-IDX) <= WS-DIFF-END
                       MOVE WS-FEH-WRITE-LINE(WS-FEH-IDX) TO
                           WS-FIND-LINE-NUM
                       MOVE LI-FILE-NAME(WS-FEH-IDX) TO WS-FIELD-TAG
                       MOVE "FILE-WRITE" TO WS-CHECK-ID
                       MOVE
                       "KEYED WRITE WITHOUT INVALID KEY OR STATUS"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
                   IF WS-FEH-OPENED(WS-FEH-IDX) = "Y" AND
                   WS-FEH-OPEN-LINE(WS-FEH-IDX) >= WS-DIFF-START AND
                   WS-FEH-OPEN-LINE(WS-FEH-IDX) <= WS-DIFF-END
                       MOVE WS-FEH-OPEN-LINE(WS-FEH-IDX) TO
                           WS-FIND-LINE-NUM
                       MOVE LI-FILE-NAME(WS-FEH-IDX) TO WS-FIELD-TAG
                       MOVE "FILE-OPEN" TO WS-CHECK-ID
                       MOVE "INFO" TO WS-SEVERITY
                       MOVE "OPEN WITHOUT FILE STATUS CHECKING"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-FEH-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3946-CHECK-FILE-KEYS-PARA
      * Each indexed file's RECORD KEY and ALTERNATE RECORD KEYs must
      * be fields of that file's own record area - a key declared in
      * WORKING-STORAGE, or under another FD, is not where the file
      * system looks. A file the member opens also leaves its key
      * geometry behind for the end-of-run cross-program compare.
      *----------------------------------------------------------------
       3946-CHECK-FILE-KEYS-PARA.
           MOVE 1 TO WS-KEY-F
           PERFORM UNTIL WS-KEY-F > LI-FILES-COUNT
               IF LI-FILE-ORG(WS-KEY-F) = "INDEXED"
                   MOVE LI-FILE-PROGRAM(WS-KEY-F) TO WS-CURRENT-PROGRAM
                   MOVE 0 TO WS-KEY-ALT
                   PERFORM UNTIL WS-KEY-ALT >
                   LI-FILE-ALT-COUNT(WS-KEY-F)
                       IF WS-KEY-ALT = 0
                           MOVE LI-FILE-KEY(WS-KEY-F) TO WS-KEY-NAME
                           MOVE "P" TO WS-KEY-KIND
                       ELSE
                           MOVE LI-FILE-ALT-KEY(WS-KEY-F, WS-KEY-ALT)
                               TO WS-KEY-NAME
                           MOVE SPACE TO WS-KEY-KIND
                           STRING "A" WS-KEY-ALT DELIMITED BY SIZE
                               INTO WS-KEY-KIND
                           END-STRING
                       END-IF
                       IF WS-KEY-NAME <> SPACE
                           PERFORM 3947-CHECK-ONE-KEY-PARA
                               THRU 3947-EXIT
                       END-IF
                       ADD 1 TO WS-KEY-ALT
                   END-PERFORM
               END-IF
               ADD 1 TO WS-KEY-F
           END-PERFORM.

      *----------------------------------------------------------------
      * 3947-CHECK-ONE-KEY-PARA
      * WS-KEY-NAME of the file at WS-KEY-F: its 01 must be the
      * file's record or another 01 under the same FD (the 01s that
      * follow it before the next FD's record or the end of the FILE
      * SECTION).
      *----------------------------------------------------------------
       3947-CHECK-ONE-KEY-PARA.
           MOVE "N" TO WS-KEY-OK
           MOVE WS-KEY-NAME TO WS-FIND-SEARCH
           CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-KEY-ROW
           IF WS-KEY-ROW = 0
               MOVE "NOT DECLARED" TO WS-KEY-WHY
               PERFORM 3944-REPORT-KEY-PARA THRU 3944-EXIT
               GO TO 3947-EXIT
           END-IF

           MOVE WS-KEY-ROW TO WS-KEY-R01
           PERFORM UNTIL WS-KEY-R01 <= 1 OR
           LI-VAR-LEVEL(WS-KEY-R01) = 1
               SUBTRACT 1 FROM WS-KEY-R01
           END-PERFORM

           MOVE LI-FILE-RECORD(WS-KEY-F) TO WS-FIND-SEARCH
           CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-KEY-REC-ROW
           IF WS-KEY-REC-ROW = 0
               GO TO 3947-EXIT
           END-IF

           IF WS-KEY-R01 = WS-KEY-REC-ROW
               MOVE "Y" TO WS-KEY-OK
           END-IF
           IF WS-KEY-R01 > WS-KEY-REC-ROW
               PERFORM 3948-FIND-FD-END-PARA
               MOVE "Y" TO WS-KEY-OK
               COMPUTE WS-KEY-SCAN = WS-KEY-REC-ROW + 1
               PERFORM UNTIL WS-KEY-SCAN > WS-KEY-R01 OR
               WS-KEY-OK = "N"
                   IF LI-VAR-LEVEL(WS-KEY-SCAN) = 1
                       IF LI-VAR-LINE-NUM(WS-KEY-SCAN) >=
                       WS-KEY-BOUND-LINE
                           MOVE "N" TO WS-KEY-OK
                       END-IF
                       MOVE 1 TO WS-FILE-SCAN
                       PERFORM UNTIL WS-FILE-SCAN > LI-FILES-COUNT
                           IF WS-FILE-SCAN <> WS-KEY-F AND
                           LI-FILE-RECORD(WS-FILE-SCAN) =
                           LI-VAR-NAME(WS-KEY-SCAN) AND
                           LI-FILE-PROGRAM(WS-FILE-SCAN) =
                           LI-FILE-PROGRAM(WS-KEY-F)
                               MOVE "N" TO WS-KEY-OK
                           END-IF
                           ADD 1 TO WS-FILE-SCAN
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-KEY-SCAN
               END-PERFORM
           END-IF

           IF WS-KEY-OK = "Y"
               IF WS-FEH-OPENED(WS-KEY-F) = "Y"
                   PERFORM 3949-NOTE-KEY-GEOMETRY-PARA THRU 3949-EXIT
               END-IF
               GO TO 3947-EXIT
           END-IF
           MOVE "OUTSIDE THE FD RECORD" TO WS-KEY-WHY
           PERFORM 3944-REPORT-KEY-PARA THRU 3944-EXIT.

       3947-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3944-REPORT-KEY-PARA
      * KEY-NOT-IN-RECORD against the file's SELECT, WS-KEY-WHY
      * saying what is wrong with the key.
      *----------------------------------------------------------------
       3944-REPORT-KEY-PARA.
           IF LI-FILE-LINE-NUM(WS-KEY-F) < WS-DIFF-START OR
           LI-FILE-LINE-NUM(WS-KEY-F) > WS-DIFF-END
               GO TO 3944-EXIT
           END-IF
           MOVE LI-FILE-LINE-NUM(WS-KEY-F) TO WS-FIND-LINE-NUM
           MOVE WS-KEY-NAME TO WS-FIELD-TAG
           MOVE "KEY-NOT-IN-RECORD" TO WS-CHECK-ID
           MOVE "ERROR" TO WS-SEVERITY
           MOVE SPACE TO WS-MESSAGE
           STRING "KEY OF " FUNCTION TRIM(LI-FILE-NAME(WS-KEY-F))
               " " FUNCTION TRIM(WS-KEY-WHY)
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT.

       3944-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3948-FIND-FD-END-PARA
      * The line where the FILE SECTION holding the record at
      * WS-KEY-REC-ROW gives way to the next section or division.
      *----------------------------------------------------------------
       3948-FIND-FD-END-PARA.
           MOVE 999999999 TO WS-KEY-BOUND-LINE
           MOVE 1 TO WS-KEY-TOK-IDX
           PERFORM UNTIL WS-KEY-TOK-IDX >= LI-AST-NODE-COUNT
               IF LI-AST-LINE-NUM(WS-KEY-TOK-IDX) >
               LI-VAR-LINE-NUM(WS-KEY-REC-ROW)
                   IF (LI-AST-NODE(WS-KEY-TOK-IDX + 1) = "SECTION" OR
                   LI-AST-NODE(WS-KEY-TOK-IDX + 1) = "DIVISION") AND
                   LI-AST-NODE(WS-KEY-TOK-IDX) <> "FILE"
                       MOVE LI-AST-LINE-NUM(WS-KEY-TOK-IDX) TO
                           WS-KEY-BOUND-LINE
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-KEY-TOK-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3949-NOTE-KEY-GEOMETRY-PARA
      * One program's view of one key of one dataset - where the key
      * starts in the record and how long it is - kept for the
      * whole run. A program declaring the same file twice counts
      * once.
      *----------------------------------------------------------------
       3949-NOTE-KEY-GEOMETRY-PARA.
           IF LI-FILE-ASSIGN(WS-KEY-F) = SPACE
               GO TO 3949-EXIT
           END-IF
           MOVE 1 TO WS-KEYX-I
           PERFORM UNTIL WS-KEYX-I > WS-KEYX-COUNT
               IF WS-KEYX-DATASET(WS-KEYX-I) =
               LI-FILE-ASSIGN(WS-KEY-F) AND
               WS-KEYX-PROGRAM(WS-KEYX-I) =
               LI-FILE-PROGRAM(WS-KEY-F) AND
               WS-KEYX-KIND(WS-KEYX-I) = WS-KEY-KIND
                   GO TO 3949-EXIT
               END-IF
               ADD 1 TO WS-KEYX-I
           END-PERFORM
           IF WS-KEYX-COUNT >= 500
               GO TO 3949-EXIT
           END-IF

           ADD 1 TO WS-KEYX-COUNT
           MOVE LI-FILE-ASSIGN(WS-KEY-F) TO
               WS-KEYX-DATASET(WS-KEYX-COUNT)
           MOVE LI-FILE-PROGRAM(WS-KEY-F) TO
               WS-KEYX-PROGRAM(WS-KEYX-COUNT)
           MOVE WS-CURRENT-MEMBER TO WS-KEYX-MEMBER(WS-KEYX-COUNT)
           MOVE WS-KEY-KIND TO WS-KEYX-KIND(WS-KEYX-COUNT)
           MOVE WS-KEY-NAME TO WS-KEYX-NAME(WS-KEYX-COUNT)
           MOVE LI-VAR-OFFSET(WS-KEY-ROW) TO
               WS-KEYX-OFFSET(WS-KEYX-COUNT)
           MOVE LI-VAR-BYTES(WS-KEY-ROW) TO
               WS-KEYX-BYTES(WS-KEYX-COUNT)
           MOVE LI-FILE-LINE-NUM(WS-KEY-F) TO
               WS-KEYX-LINE(WS-KEYX-COUNT).

       3949-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3950-CLOSE-MEMBER-REPORTS-PARA
      *----------------------------------------------------------------
       3950-CLOSE-MEMBER-REPORTS-PARA.
           CLOSE REPORTFILE
           CLOSE XREFFILE
           CLOSE LAYOUTFILE
           IF WS-SHADOW-RUN = "Y"
               GO TO 3950-EXIT
           END-IF
           CLOSE GENRPTFILE
           CLOSE GENXREFFILE

      *    NOTE BOTH GENERATIONS IN THE CATALOG THE PURGE UTILITY
      *    RETIRES FROM
      *    STATUS 05 IS THE OPTIONAL FILE BEING CREATED BY THIS VERY
      *    OPEN - THE FIRST RUN'S ENTRIES BELONG IN THE CATALOG TOO
           OPEN EXTEND GENCATFILE
           IF WS-GENCAT-STATUS = "00" OR WS-GENCAT-STATUS = "05"
               MOVE LO-GENRPT-FILE TO GENCATFILE-RECORD
               WRITE GENCATFILE-RECORD
               MOVE LO-GENXREF-FILE TO GENCATFILE-RECORD
               WRITE GENCATFILE-RECORD
               CLOSE GENCATFILE
           END-IF.

       3950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-COMPUTE-LAYOUT-PARA
      * Rolls true byte geometry across the variable table in
      * declaration order: each field's byte length per USAGE and
      * its running offset inside its 01 record. Groups are held on
      * a small stack while their children accumulate; popping a
      * group fills in its total, multiplies any OCCURS, and - for
      * a REDEFINES - floors the position back to cover whichever
      * of the two layouts is longer. Level 77 and 01 both restart
      * the offset at zero.
      *----------------------------------------------------------------
       3200-COMPUTE-LAYOUT-PARA.
           MOVE 0 TO WS-LAY-SP
           MOVE 0 TO WS-LAY-POS
           MOVE 1 TO WS-LAY-IDX
           PERFORM UNTIL WS-LAY-IDX > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-LAY-IDX) = "Y"
                   MOVE 0 TO LI-VAR-BYTES(WS-LAY-IDX)
                   MOVE 0 TO LI-VAR-OFFSET(WS-LAY-IDX)
               ELSE
                   PERFORM 3201-PLACE-ONE-ITEM-PARA
               END-IF
               ADD 1 TO WS-LAY-IDX
           END-PERFORM
           PERFORM UNTIL WS-LAY-SP = 0
               PERFORM 3205-POP-ONE-GROUP-PARA
           END-PERFORM

           PERFORM 3215-ROLL-UP-GROUP-SIZES-PARA.

      *----------------------------------------------------------------
      * 3215-ROLL-UP-GROUP-SIZES-PARA
      * A group item's size was always left at zero, which silently
      * waved group-level MOVEs and REDEFINES through the checks.
      * With the byte totals just computed, every group gets its
      * rolled-up byte size as its LI-VAR-SIZE, so 3400 and 3700
      * give real answers for group-level operations. Elementary
      * items keep their digit/character counts untouched.
      *----------------------------------------------------------------
       3215-ROLL-UP-GROUP-SIZES-PARA.
           MOVE 1 TO WS-LAY-IDX
           PERFORM UNTIL WS-LAY-IDX > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-LAY-IDX) = "N" AND
               LI-VAR-TYPE(WS-LAY-IDX) = SPACE AND
               LI-VAR-SIZE(WS-LAY-IDX) = 0 AND
               LI-VAR-USAGE(WS-LAY-IDX) <> "COMP-1" AND
               LI-VAR-USAGE(WS-LAY-IDX) <> "COMP-2"
                   MOVE LI-VAR-BYTES(WS-LAY-IDX) TO
                       LI-VAR-SIZE(WS-LAY-IDX)
               END-IF
               ADD 1 TO WS-LAY-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3201-PLACE-ONE-ITEM-PARA
      *----------------------------------------------------------------
       3201-PLACE-ONE-ITEM-PARA.
           MOVE LI-VAR-LEVEL(WS-LAY-IDX) TO WS-LAY-LVL

           IF WS-LAY-LVL = 1 OR WS-LAY-LVL = 77
               PERFORM UNTIL WS-LAY-SP = 0
                   PERFORM 3205-POP-ONE-GROUP-PARA
               END-PERFORM
               MOVE 0 TO WS-LAY-POS
           ELSE
               PERFORM UNTIL WS-LAY-SP = 0 OR
               WS-LAY-LEVEL(WS-LAY-SP) < WS-LAY-LVL
                   PERFORM 3205-POP-ONE-GROUP-PARA
               END-PERFORM
           END-IF

           IF LI-VAR-REDEFINES(WS-LAY-IDX) <> SPACE
               PERFORM 3207-FIND-REDEF-TARGET-PARA
               IF WS-LAY-RROW > 0
                   MOVE LI-VAR-OFFSET(WS-LAY-RROW) TO WS-LAY-POS
               END-IF
           END-IF

           MOVE WS-LAY-POS TO LI-VAR-OFFSET(WS-LAY-IDX)

           IF LI-VAR-TYPE(WS-LAY-IDX) = SPACE AND
           LI-VAR-SIZE(WS-LAY-IDX) = 0 AND
           LI-VAR-USAGE(WS-LAY-IDX) <> "COMP-1" AND
           LI-VAR-USAGE(WS-LAY-IDX) <> "COMP-2"
      *        A GROUP - OPEN IT ON THE STACK. A PICTURELESS COMP-1/
      *        COMP-2 FLOAT IS ELEMENTARY FOR ALL ITS MISSING PIC.
               IF WS-LAY-SP < 50
                   ADD 1 TO WS-LAY-SP
                   MOVE WS-LAY-IDX TO WS-LAY-ROW(WS-LAY-SP)
                   MOVE WS-LAY-LVL TO WS-LAY-LEVEL(WS-LAY-SP)
                   MOVE WS-LAY-POS TO WS-LAY-START(WS-LAY-SP)
               END-IF
           ELSE
               PERFORM 3202-USAGE-BYTES-PARA
               MOVE WS-LAY-BYTES TO LI-VAR-BYTES(WS-LAY-IDX)
               MOVE LI-VAR-OCCURS(WS-LAY-IDX) TO WS-LAY-OCC
               IF WS-LAY-OCC = 0
                   MOVE 1 TO WS-LAY-OCC
               END-IF
               COMPUTE WS-LAY-POS = WS-LAY-POS +
                   WS-LAY-BYTES * WS-LAY-OCC
               IF LI-VAR-REDEFINES(WS-LAY-IDX) <> SPACE AND
               WS-LAY-RROW > 0
                   PERFORM 3208-FLOOR-TO-REDEF-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3202-USAGE-BYTES-PARA
      * Byte length of the elementary item at WS-LAY-IDX: COMP-3
      * packs two digits a byte plus the sign nibble, binary COMP
      * sizes step 2/4/8 on digit count, COMP-1/COMP-2 are the
      * hardware float sizes, and DISPLAY (or edited) is one byte a
      * character position.
      *----------------------------------------------------------------
       3202-USAGE-BYTES-PARA.
           EVALUATE TRUE
               WHEN LI-VAR-USAGE(WS-LAY-IDX) = "COMP-3" OR
               LI-VAR-USAGE(WS-LAY-IDX) = "PACKED-DECIMAL"
                   COMPUTE WS-LAY-BYTES =
                       LI-VAR-SIZE(WS-LAY-IDX) / 2 + 1
               WHEN LI-VAR-USAGE(WS-LAY-IDX) = "COMP-1"
                   MOVE 4 TO WS-LAY-BYTES
               WHEN LI-VAR-USAGE(WS-LAY-IDX) = "COMP-2"
                   MOVE 8 TO WS-LAY-BYTES
               WHEN LI-VAR-USAGE(WS-LAY-IDX)(1:4) = "COMP" OR
               LI-VAR-USAGE(WS-LAY-IDX) = "BINARY"
                   EVALUATE TRUE
                       WHEN LI-VAR-SIZE(WS-LAY-IDX) < 5
                           MOVE 2 TO WS-LAY-BYTES
                       WHEN LI-VAR-SIZE(WS-LAY-IDX) < 10
                           MOVE 4 TO WS-LAY-BYTES
                       WHEN OTHER
                           MOVE 8 TO WS-LAY-BYTES
                   END-EVALUATE
               WHEN OTHER
                   MOVE LI-VAR-SIZE(WS-LAY-IDX) TO WS-LAY-BYTES
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3205-POP-ONE-GROUP-PARA
      * Closes the group on top of the stack: its single-occurrence
      * byte total is what its children accumulated, an OCCURS
      * multiplies the space it really takes, and a REDEFINES never
      * lets the position fall short of the layout it overlays.
      *----------------------------------------------------------------
       3205-POP-ONE-GROUP-PARA.
           MOVE WS-LAY-ROW(WS-LAY-SP) TO WS-LAY-GROW
           COMPUTE WS-LAY-BYTES =
               WS-LAY-POS - WS-LAY-START(WS-LAY-SP)
           MOVE WS-LAY-BYTES TO LI-VAR-BYTES(WS-LAY-GROW)
           MOVE LI-VAR-OCCURS(WS-LAY-GROW) TO WS-LAY-OCC
           IF WS-LAY-OCC > 1
               COMPUTE WS-LAY-POS = WS-LAY-START(WS-LAY-SP) +
                   WS-LAY-BYTES * WS-LAY-OCC
           END-IF
           SUBTRACT 1 FROM WS-LAY-SP

           IF LI-VAR-REDEFINES(WS-LAY-GROW) <> SPACE
               MOVE WS-LAY-GROW TO WS-LAY-IDX2
               PERFORM 3209-FLOOR-GROUP-REDEF-PARA
           END-IF.

      *----------------------------------------------------------------
      * 3207-FIND-REDEF-TARGET-PARA
      * Resolves the REDEFINES target of the item at WS-LAY-IDX to
      * an earlier row of the same program.
      *----------------------------------------------------------------
       3207-FIND-REDEF-TARGET-PARA.
           MOVE 0 TO WS-LAY-RROW
           MOVE 1 TO WS-LAY-J
           PERFORM UNTIL WS-LAY-J >= WS-LAY-IDX OR WS-LAY-RROW > 0
               IF LI-VAR-NAME(WS-LAY-J) =
               LI-VAR-REDEFINES(WS-LAY-IDX) AND
               LI-VAR-PROGRAM(WS-LAY-J) =
               LI-VAR-PROGRAM(WS-LAY-IDX)
                   MOVE WS-LAY-J TO WS-LAY-RROW
               END-IF
               ADD 1 TO WS-LAY-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 3208-FLOOR-TO-REDEF-PARA
      * After an elementary REDEFINES item, the running position may
      * not fall short of the end of what it redefines.
      *----------------------------------------------------------------
       3208-FLOOR-TO-REDEF-PARA.
           MOVE LI-VAR-OCCURS(WS-LAY-RROW) TO WS-LAY-OCC
           IF WS-LAY-OCC = 0
               MOVE 1 TO WS-LAY-OCC
           END-IF
           COMPUTE WS-LAY-RFLOOR = LI-VAR-OFFSET(WS-LAY-RROW) +
               LI-VAR-BYTES(WS-LAY-RROW) * WS-LAY-OCC
           IF WS-LAY-RFLOOR > WS-LAY-POS
               MOVE WS-LAY-RFLOOR TO WS-LAY-POS
           END-IF.

      *----------------------------------------------------------------
      * 3209-FLOOR-GROUP-REDEF-PARA
      * The group-close twin of 3208, for a group that REDEFINES.
      *----------------------------------------------------------------
       3209-FLOOR-GROUP-REDEF-PARA.
           MOVE 0 TO WS-LAY-RROW
           MOVE 1 TO WS-LAY-J
           PERFORM UNTIL WS-LAY-J >= WS-LAY-IDX2 OR WS-LAY-RROW > 0
               IF LI-VAR-NAME(WS-LAY-J) =
               LI-VAR-REDEFINES(WS-LAY-IDX2) AND
               LI-VAR-PROGRAM(WS-LAY-J) =
               LI-VAR-PROGRAM(WS-LAY-IDX2)
                   MOVE WS-LAY-J TO WS-LAY-RROW
               END-IF
               ADD 1 TO WS-LAY-J
           END-PERFORM
           IF WS-LAY-RROW > 0
               PERFORM 3208-FLOOR-TO-REDEF-PARA
           END-IF.

      *----------------------------------------------------------------
      * 3220-WRITE-LAYOUT-PARA
      * The member's storage-layout listing - the map we used to
      * build by hand with a calculator whenever a dump or a
      * corrupted record needed decoding.
      *----------------------------------------------------------------
       3220-WRITE-LAYOUT-PARA.
           MOVE 1 TO WS-LAY-IDX
           PERFORM UNTIL WS-LAY-IDX > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-LAY-IDX) = "N"
                   MOVE SPACE TO WS-LAY-LINE
                   MOVE LI-VAR-NAME(WS-LAY-IDX) TO WS-LAY-LINE(1:30)
                   MOVE LI-VAR-LEVEL(WS-LAY-IDX) TO
                       WS-LAY-LINE(32:2)
                   MOVE LI-VAR-OFFSET(WS-LAY-IDX) TO
                       WS-LAY-LINE(36:9)
                   MOVE LI-VAR-BYTES(WS-LAY-IDX) TO
                       WS-LAY-LINE(47:9)
                   MOVE LI-VAR-OCCURS(WS-LAY-IDX) TO
                       WS-LAY-LINE(58:9)
                   IF LI-VAR-USAGE(WS-LAY-IDX) = SPACE
                       MOVE "DISPLAY" TO WS-LAY-LINE(69:10)
                   ELSE
                       MOVE LI-VAR-USAGE(WS-LAY-IDX) TO
                           WS-LAY-LINE(69:10)
                   END-IF
                   MOVE WS-LAY-LINE TO LAYOUTFILE-RECORD
                   WRITE LAYOUTFILE-RECORD
               END-IF
               ADD 1 TO WS-LAY-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3300-WALK-TOKENS-PARA
      * Single pass over this member's token stream. Tracks the
      * enclosing paragraph name (a token alone on its own source
      * line, past the PROCEDURE DIVISION header - PARSER keeps line
      * numbers on every node for exactly this), marks every field
      * reference for the dead-field cross-reference, and dispatches
      * MOVE/arithmetic/CALL statements to their checks, restricted
      * to the diff line range when one was given.
      *----------------------------------------------------------------
       3300-WALK-TOKENS-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               MOVE "N" TO WS-VAR-HIT(WS-I)
               MOVE "N" TO WS-VAR-UNINIT(WS-I)
               IF LI-VAR-VALUE(WS-I) <> SPACE OR
               LI-VAR-IS-COND(WS-I) = "Y"
                   MOVE "Y" TO WS-VAR-SET(WS-I)
               ELSE
                   MOVE "N" TO WS-VAR-SET(WS-I)
               END-IF
               ADD 1 TO WS-I
           END-PERFORM

           MOVE SPACE TO WS-CURRENT-PARA
           MOVE 0 TO WS-PARA-COUNT
           MOVE 0 TO WS-PREF-COUNT
           MOVE 0 TO WS-SQLCOL-COUNT
           MOVE 0 TO WS-LOOP-COUNT
           MOVE 0 TO WS-PERF-DEPTH
           MOVE 0 TO WS-PERF-INLOOP-LINE
           MOVE 0 TO WS-PERF-EVT-COUNT
           MOVE 0 TO WS-PERF-ROOT-COUNT
           MOVE SPACE TO WS-EVAL-SUBJECT
           MOVE SPACE TO WS-EXEC-LANG
           MOVE SPACE TO WS-SQL-PEND
           MOVE 0 TO WS-SQL-START
           MOVE "N" TO WS-SQL-WHEN-ERR
           MOVE "N" TO WS-SQL-WHEN-NF
           MOVE 0 TO WS-SQLCUR-COUNT
           MOVE SPACE TO WS-CICS-CMD
           MOVE SPACE TO WS-CICS-SUB
           MOVE 0 TO WS-MET-STMTS
           MOVE 0 TO WS-MET-GOTOS
           MOVE 0 TO WS-MET-DEPTH
           MOVE 0 TO WS-MET-MAXDEPTH
           MOVE 0 TO WS-GRD-DEPTH
           MOVE 0 TO WS-GRD-OVER
           MOVE "N" TO WS-CLN-OPEN
           MOVE 0 TO WS-CLN-SEEN
           MOVE 0 TO WS-CCT-OPEN
           PERFORM 3357-CLEAR-CICS-LINK-PARA
           MOVE SPACE TO WS-CLN-PREV
           MOVE SPACE TO WS-CLN-PREV2
           MOVE 1 TO WS-FEH-IDX
           PERFORM UNTIL WS-FEH-IDX > 100
               MOVE "N" TO WS-FEH-READ-BAD(WS-FEH-IDX)
               MOVE "N" TO WS-FEH-WRITE-BAD(WS-FEH-IDX)
               MOVE "N" TO WS-FEH-OPENED(WS-FEH-IDX)
               ADD 1 TO WS-FEH-IDX
           END-PERFORM
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I) TO WS-TOK
               IF LI-AST-EXEC-FLAG(WS-I) = "Y"
      *            AN EXEC SQL/CICS BLOCK IS ONE UNIT - KEEP IT AWAY
      *            FROM THE PARAGRAPH TRACKER AND STATEMENT CHECKS
      *            AND GIVE IT ITS OWN HOST-VARIABLE PASS
                   PERFORM 3350-TRACK-EXEC-PARA THRU 3350-EXIT
               ELSE
               PERFORM 3305-TRACK-PROGRAM-PARA THRU 3305-EXIT
               PERFORM 3310-UPDATE-CONTEXT-PARA THRU 3310-EXIT
               IF WS-TOK = "PROCEDURE"
                   PERFORM 3870-NOTE-PROC-USING-PARA THRU 3870-EXIT
                   PERFORM 3875-NOTE-COMMAREA-TARGET-PARA THRU
                       3875-EXIT
               END-IF

               IF WS-PROCEDURE-DIV-INDEX > 0 AND
               WS-I >= WS-PROCEDURE-DIV-INDEX
                   PERFORM 3347-COUNT-METRICS-PARA
               END-IF
               IF WS-PROCEDURE-DIV-INDEX > 0 AND
               WS-I >= WS-PROCEDURE-DIV-INDEX AND WS-TOK <> "."
                   PERFORM 3390-MARK-XREF-HIT-PARA
                   PERFORM 3876-NOTE-COMMAREA-USE-PARA
                   PERFORM 3393-NOTE-CLONE-TOKEN-PARA THRU 3393-EXIT
                   IF WS-FIND-INDEX-OUT = 0
                       PERFORM 3392-NOTE-LITERAL-PARA THRU 3392-EXIT
                   END-IF
                   IF WS-TOK = "PERFORM"
                       PERFORM 3360-NOTE-PERFORM-PARA THRU 3360-EXIT
                   END-IF
                   IF WS-TOK = "GO"
                       PERFORM 3365-NOTE-GOTO-PARA THRU 3365-EXIT
                   END-IF
                   IF WS-TOK = "VARYING" OR WS-TOK = "AFTER"
                       PERFORM 3367-NOTE-VARYING-PARA THRU 3367-EXIT
                   END-IF
                   PERFORM 3330-TRACK-DATAFLOW-PARA THRU 3330-EXIT
                   PERFORM 5810-TRACK-PERF-PARA
                   IF LI-AST-LINE-NUM(WS-I) >= WS-DIFF-START AND
                   LI-AST-LINE-NUM(WS-I) <= WS-DIFF-END
                       MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                       PERFORM 3395-CHECK-SUBSCRIPT-PARA
                       PERFORM 3320-DISPATCH-STATEMENT-PARA
                   END-IF
               END-IF
               END-IF

               ADD 1 TO WS-I
           END-PERFORM
           PERFORM 3394-CLOSE-CLONE-PARA.

      *----------------------------------------------------------------
      * 3305-TRACK-PROGRAM-PARA
      * Re-points WS-CURRENT-PROGRAM every time a PROGRAM-ID header
      * goes by, so findings from a contained/nested program are
      * labeled under that program and not whichever PROGRAM-ID
      * happened to come first in the member. PARSER splits a glued
      * trailing period into its own "." node, so the program name is
      * not necessarily the very next node - skip past any "." first.
      *----------------------------------------------------------------
       3305-TRACK-PROGRAM-PARA.
           IF WS-TOK <> "PROGRAM-ID"
               GO TO 3305-EXIT
           END-IF

           COMPUTE WS-NAME-SCAN-IDX = WS-I + 1
           PERFORM UNTIL WS-NAME-SCAN-IDX > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-NAME-SCAN-IDX) <> "."
               ADD 1 TO WS-NAME-SCAN-IDX
           END-PERFORM
           IF WS-NAME-SCAN-IDX <= LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-NAME-SCAN-IDX) TO WS-CURRENT-PROGRAM
               PERFORM 3050-NOTE-SCANNED-PROGRAM-PARA
           END-IF.

       3305-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3310-UPDATE-CONTEXT-PARA
      * A paragraph header is a token that starts its own source line
      * and is immediately followed by the tokenizer's "." marker on
      * the same line - a name alone on a line, period-terminated.
      * Single-token statements that fit the same shape (EXIT.,
      * GOBACK., CONTINUE., scope terminators) are screened off by
      * name. Each header found updates the finding label AND goes
      * into the paragraph table for the control-flow audit; a header
      * whose preceding token is not a "." marker is recorded as
      * unterminated - the paragraph above it falls through.
      *----------------------------------------------------------------
       3310-UPDATE-CONTEXT-PARA.
           IF WS-PROCEDURE-DIV-INDEX = 0 OR
           WS-I < WS-PROCEDURE-DIV-INDEX OR WS-TOK = "."
               GO TO 3310-EXIT
           END-IF

           MOVE LI-AST-LINE-NUM(WS-I) TO WS-THIS-LINE
           IF WS-I = 1
               MOVE 0 TO WS-PREV-LINE
           ELSE
               MOVE LI-AST-LINE-NUM(WS-I - 1) TO WS-PREV-LINE
           END-IF

           IF WS-THIS-LINE = WS-PREV-LINE OR
           WS-I >= LI-AST-NODE-COUNT
               GO TO 3310-EXIT
           END-IF
           IF LI-AST-NODE(WS-I + 1) <> "." OR
           LI-AST-LINE-NUM(WS-I + 1) <> WS-THIS-LINE
               GO TO 3310-EXIT
           END-IF

           IF WS-TOK = "EXIT" OR WS-TOK = "GOBACK" OR
           WS-TOK = "CONTINUE" OR WS-TOK = "END-IF" OR
           WS-TOK = "END-PERFORM" OR WS-TOK = "END-EVALUATE" OR
           WS-TOK = "END-READ" OR WS-TOK = "END-STRING" OR
           WS-TOK = "END-UNSTRING" OR WS-TOK = "END-SEARCH" OR
           WS-TOK = "END-CALL" OR WS-TOK = "END-COMPUTE"
               GO TO 3310-EXIT
           END-IF

      *    A CONTINUED STATEMENT'S FINAL OPERAND CAN SIT ALONE ON
      *    ITS OWN PERIOD-TERMINATED LINE AND FAKE THE SHAPE - BUT A
      *    DATA NAME IS NEVER A PARAGRAPH HEADER
           CALL "FIND_VAR" USING WS-TOK LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT > 0
               GO TO 3310-EXIT
           END-IF

           MOVE WS-TOK TO WS-CURRENT-PARA
           PERFORM 3315-ADD-PARA-PARA THRU 3315-EXIT.

       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3315-ADD-PARA-PARA
      * Appends the paragraph header at WS-I to the paragraph table.
      *----------------------------------------------------------------
       3315-ADD-PARA-PARA.
           IF WS-PARA-COUNT >= 500
               GO TO 3315-EXIT
           END-IF

           ADD 1 TO WS-PARA-COUNT
           MOVE WS-TOK TO WS-PARA-NAME(WS-PARA-COUNT)
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-PARA-LINE(WS-PARA-COUNT)
           MOVE WS-CURRENT-PROGRAM TO WS-PARA-PROGRAM(WS-PARA-COUNT)
           MOVE "N" TO WS-PARA-PERFORMED(WS-PARA-COUNT)
           MOVE WS-MET-STMTS TO WS-PARA-STMT-AT(WS-PARA-COUNT)
           IF WS-I > 1 AND LI-AST-NODE(WS-I - 1) <> "."
               MOVE "N" TO WS-PARA-TERMINATED(WS-PARA-COUNT)
           ELSE
               MOVE "Y" TO WS-PARA-TERMINATED(WS-PARA-COUNT)
           END-IF.

       3315-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3320-DISPATCH-STATEMENT-PARA
      *----------------------------------------------------------------
       3320-DISPATCH-STATEMENT-PARA.
           EVALUATE WS-TOK
               WHEN "MOVE"
                   PERFORM 3400-CHECK-MOVE-PARA THRU 3400-EXIT
               WHEN "COMPUTE"
                   PERFORM 3520-CHECK-MONEY-MATH-PARA THRU 3520-EXIT
                   PERFORM 3500-CHECK-ARITH-PARA
               WHEN "ADD"
                   PERFORM 3500-CHECK-ARITH-PARA
               WHEN "SUBTRACT"
                   PERFORM 3500-CHECK-ARITH-PARA
               WHEN "MULTIPLY"
                   PERFORM 3520-CHECK-MONEY-MATH-PARA THRU 3520-EXIT
                   PERFORM 3500-CHECK-ARITH-PARA
               WHEN "DIVIDE"
                   PERFORM 3520-CHECK-MONEY-MATH-PARA THRU 3520-EXIT
                   PERFORM 3500-CHECK-ARITH-PARA
               WHEN "CALL"
                   PERFORM 3850-CHECK-CALL-PARA THRU 3850-EXIT
               WHEN "OPEN"
                   PERFORM 3370-NOTE-OPEN-PARA THRU 3370-EXIT
               WHEN "STRING"
                   PERFORM 3410-CHECK-STRING-PARA THRU 3410-EXIT
               WHEN "UNSTRING"
                   PERFORM 3420-CHECK-UNSTRING-PARA THRU 3420-EXIT
               WHEN "IF"
                   PERFORM 3450-CHECK-CONDITION-PARA THRU 3450-EXIT
               WHEN "EVALUATE"
                   PERFORM 3458-NOTE-EVAL-SUBJECT-PARA
               WHEN "END-EVALUATE"
                   MOVE SPACE TO WS-EVAL-SUBJECT
               WHEN "SEARCH"
      *            A SEARCH ... WHEN IS NO EVALUATE WHEN - DROP ANY
      *            SUBJECT STILL STANDING OR ITS WHENS GET COMPARED
      *            AGAINST THE PREVIOUS EVALUATE
                   MOVE SPACE TO WS-EVAL-SUBJECT
               WHEN "WHEN"
                   PERFORM 3460-CHECK-WHEN-PARA THRU 3460-EXIT
               WHEN "READ"
                   PERFORM 3430-CHECK-READ-PARA THRU 3430-EXIT
                   PERFORM 3445-CHECK-KEY-REF-PARA THRU 3445-EXIT
               WHEN "START"
                   PERFORM 3445-CHECK-KEY-REF-PARA THRU 3445-EXIT
               WHEN "WRITE"
                   PERFORM 3440-CHECK-WRITE-PARA THRU 3440-EXIT
               WHEN "REWRITE"
                   PERFORM 3440-CHECK-WRITE-PARA THRU 3440-EXIT
               WHEN "SORT"
                   PERFORM 3465-NOTE-SORT-PARA THRU 3465-EXIT
               WHEN "MERGE"
                   PERFORM 3465-NOTE-SORT-PARA THRU 3465-EXIT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3325-FIND-STMT-END-PARA
      * Finds the last token index belonging to the statement that
      * starts at WS-I: the scan stops just before the sentence
      * period or the next statement verb, whichever comes first.
      *----------------------------------------------------------------
       3325-FIND-STMT-END-PARA.
           MOVE WS-I TO WS-STMT-END
           COMPUTE WS-STMT-SCAN = WS-I + 1
           PERFORM UNTIL WS-STMT-SCAN > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-STMT-SCAN) TO WS-DF-NAME
               IF WS-DF-NAME = "."
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y"
                   EXIT PERFORM
               END-IF
               MOVE WS-STMT-SCAN TO WS-STMT-END
               ADD 1 TO WS-STMT-SCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 3345-CHECK-VERB-PARA
      * Is WS-DF-NAME a token that starts a new statement (or ends
      * the current one)? Clause keywords that continue the same
      * statement (TO, GIVING, INTO, DELIMITED...) are NOT listed.
      *----------------------------------------------------------------
       3345-CHECK-VERB-PARA.
           EVALUATE WS-DF-NAME
               WHEN "MOVE"
               WHEN "COMPUTE"
               WHEN "ADD"
               WHEN "SUBTRACT"
               WHEN "MULTIPLY"
               WHEN "DIVIDE"
               WHEN "IF"
               WHEN "ELSE"
               WHEN "END-IF"
               WHEN "EVALUATE"
               WHEN "WHEN"
               WHEN "END-EVALUATE"
               WHEN "PERFORM"
               WHEN "END-PERFORM"
               WHEN "GO"
               WHEN "CALL"
               WHEN "END-CALL"
               WHEN "STRING"
               WHEN "END-STRING"
               WHEN "UNSTRING"
               WHEN "END-UNSTRING"
               WHEN "INITIALIZE"
               WHEN "ACCEPT"
               WHEN "DISPLAY"
               WHEN "SET"
               WHEN "READ"
               WHEN "END-READ"
               WHEN "WRITE"
               WHEN "END-WRITE"
               WHEN "REWRITE"
               WHEN "DELETE"
               WHEN "START"
               WHEN "OPEN"
               WHEN "CLOSE"
               WHEN "STOP"
               WHEN "EXIT"
               WHEN "GOBACK"
               WHEN "CONTINUE"
               WHEN "SEARCH"
               WHEN "END-SEARCH"
               WHEN "INSPECT"
               WHEN "SORT"
               WHEN "MERGE"
               WHEN "RELEASE"
               WHEN "RETURN"
               WHEN "UNTIL"
               WHEN "AT"
               WHEN "NOT"
               WHEN "INVALID"
                   MOVE "Y" TO WS-DF-IS-VERB
               WHEN OTHER
                   MOVE "N" TO WS-DF-IS-VERB
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3330-TRACK-DATAFLOW-PARA
      * Read-before-initialize tracking, run for every token in the
      * procedure division. Statements that give a field a value
      * mark it set; a field read as a MOVE source or arithmetic
      * operand while still unset (and carrying no VALUE clause)
      * draws one UNINIT-READ finding. Reads are processed before
      * the same statement's own set, so MOVE X TO X still flags X.
      * Tokens that resolve to nothing in the variable table
      * (literals, keywords, figurative constants) fall out of both
      * paths harmlessly. USING covers both CALL argument lists and
      * PROCEDURE DIVISION USING parameters - either way the fields
      * arrive with a caller-supplied value.
      *----------------------------------------------------------------
       3330-TRACK-DATAFLOW-PARA.
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-DF-LINE

      *    A SENTENCE CAN CARRY SEVERAL STATEMENTS BEFORE ITS ONE
      *    PERIOD, SO EVERY SCAN BELOW IS BOUNDED BY THE NEXT VERB
      *    (OR THE PERIOD), NOT BY THE PERIOD ALONE.
           EVALUATE WS-TOK
               WHEN "MOVE"
               WHEN "COMPUTE"
               WHEN "ADD"
               WHEN "SUBTRACT"
               WHEN "MULTIPLY"
               WHEN "DIVIDE"
               WHEN "INITIALIZE"
               WHEN "ACCEPT"
               WHEN "SET"
               WHEN "VARYING"
               WHEN "STRING"
               WHEN "UNSTRING"
               WHEN "READ"
               WHEN "USING"
                   PERFORM 3325-FIND-STMT-END-PARA
               WHEN OTHER
                   GO TO 3330-EXIT
           END-EVALUATE

           EVALUATE WS-TOK
               WHEN "MOVE"
                   IF WS-I + 1 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-DF-NAME
                       IF WS-DF-NAME <> "CORRESPONDING" AND
                       WS-DF-NAME <> "CORR"
                           PERFORM 3340-NOTE-READ-PARA THRU 3340-EXIT
                       END-IF
                   END-IF
                   COMPUTE WS-DF-IDX = WS-I + 2
                   PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-DF-IDX) = "TO"
                       ADD 1 TO WS-DF-IDX
                   END-PERFORM
                   IF WS-DF-IDX <= WS-STMT-END AND
                   LI-AST-NODE(WS-DF-IDX) = "TO"
                       ADD 1 TO WS-DF-IDX
                       PERFORM UNTIL WS-DF-IDX > WS-STMT-END
                           MOVE LI-AST-NODE(WS-DF-IDX) TO WS-DF-NAME
                           PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                           ADD 1 TO WS-DF-IDX
                       END-PERFORM
                   END-IF

               WHEN "COMPUTE"
                   IF WS-I + 2 <= WS-STMT-END AND
                   LI-AST-NODE(WS-I + 2) = "="
                       COMPUTE WS-DF-IDX = WS-I + 3
                       PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                       LI-AST-NODE(WS-DF-IDX) = "ON"
                           MOVE LI-AST-NODE(WS-DF-IDX) TO WS-DF-NAME
                           PERFORM 3340-NOTE-READ-PARA THRU 3340-EXIT
                           ADD 1 TO WS-DF-IDX
                       END-PERFORM
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                   END-IF

               WHEN "ADD"
                   PERFORM 3337-TRACK-ARITH-FLOW-PARA
               WHEN "SUBTRACT"
                   PERFORM 3337-TRACK-ARITH-FLOW-PARA
               WHEN "MULTIPLY"
                   PERFORM 3337-TRACK-ARITH-FLOW-PARA
               WHEN "DIVIDE"
                   PERFORM 3337-TRACK-ARITH-FLOW-PARA

               WHEN "INITIALIZE"
                   COMPUTE WS-DF-IDX = WS-I + 1
                   PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-DF-IDX) = "REPLACING"
                       MOVE LI-AST-NODE(WS-DF-IDX) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                       ADD 1 TO WS-DF-IDX
                   END-PERFORM

               WHEN "ACCEPT"
                   IF WS-I + 1 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                   END-IF

               WHEN "SET"
                   IF WS-I + 1 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                   END-IF

               WHEN "VARYING"
                   IF WS-I + 1 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                   END-IF

               WHEN "STRING"
                   COMPUTE WS-DF-IDX = WS-I + 1
                   PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-DF-IDX) = "INTO" OR
                   LI-AST-NODE(WS-DF-IDX) = "ON"
                       ADD 1 TO WS-DF-IDX
                   END-PERFORM
                   IF WS-DF-IDX < WS-STMT-END AND
                   LI-AST-NODE(WS-DF-IDX) = "INTO"
                       MOVE LI-AST-NODE(WS-DF-IDX + 1) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                   END-IF

               WHEN "UNSTRING"
                   IF WS-I + 1 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-I + 1) TO WS-DF-NAME
                       PERFORM 3340-NOTE-READ-PARA THRU 3340-EXIT
                   END-IF
                   COMPUTE WS-DF-IDX = WS-I + 2
                   PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-DF-IDX) = "INTO"
                       ADD 1 TO WS-DF-IDX
                   END-PERFORM
                   IF WS-DF-IDX <= WS-STMT-END AND
                   LI-AST-NODE(WS-DF-IDX) = "INTO"
                       ADD 1 TO WS-DF-IDX
                       PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                       LI-AST-NODE(WS-DF-IDX) = "ON" OR
                       LI-AST-NODE(WS-DF-IDX) = "TALLYING"
                           MOVE LI-AST-NODE(WS-DF-IDX) TO WS-DF-NAME
                           PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                           ADD 1 TO WS-DF-IDX
                       END-PERFORM
                   END-IF

               WHEN "READ"
                   IF WS-I + 3 <= WS-STMT-END AND
                   LI-AST-NODE(WS-I + 2) = "INTO"
                       MOVE LI-AST-NODE(WS-I + 3) TO WS-DF-NAME
                       PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                   END-IF

               WHEN "USING"
                   COMPUTE WS-DF-IDX = WS-I + 1
                   PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
                   LI-AST-NODE(WS-DF-IDX) = "ON"
                       MOVE LI-AST-NODE(WS-DF-IDX) TO WS-DF-NAME
                       IF WS-DF-NAME <> "BY" AND
                       WS-DF-NAME <> "REFERENCE" AND
                       WS-DF-NAME <> "CONTENT" AND
                       WS-DF-NAME <> "VALUE"
                           PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                       END-IF
                       ADD 1 TO WS-DF-IDX
                   END-PERFORM
           END-EVALUATE.

       3330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3335-MARK-SET-PARA
      * Marks WS-DF-NAME's row - and, because storage overlaps, its
      * descendants, its ancestors, and anything it REDEFINES - as
      * carrying a value from here on. A level-88 name sets its
      * parent field (SET cond TO TRUE).
      *----------------------------------------------------------------
       3335-MARK-SET-PARA.
           CALL "FIND_VAR" USING WS-DF-NAME LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-DF-FIND-OUT
           MOVE WS-DF-FIND-OUT TO WS-DF-ROW
           IF WS-DF-ROW = 0
               GO TO 3335-EXIT
           END-IF

           IF LI-VAR-IS-COND(WS-DF-ROW) = "Y"
               MOVE LI-VAR-PARENT(WS-DF-ROW) TO WS-DF-NAME
               CALL "FIND_VAR" USING WS-DF-NAME LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-DF-FIND-OUT
               MOVE WS-DF-FIND-OUT TO WS-DF-ROW
               IF WS-DF-ROW = 0
                   GO TO 3335-EXIT
               END-IF
           END-IF

           MOVE "Y" TO WS-VAR-SET(WS-DF-ROW)
           MOVE LI-VAR-LEVEL(WS-DF-ROW) TO WS-DF-LEVEL

      *    DESCENDANTS - EVERY FOLLOWING ROW STILL DEEPER THAN THIS
      *    ONE SHARES ITS STORAGE. LEVEL 77 IS STANDALONE, NEVER A
      *    CHILD, FOR ALL ITS HIGH NUMBER.
           IF WS-DF-LEVEL < 77
               COMPUTE WS-DF-J = WS-DF-ROW + 1
               PERFORM UNTIL WS-DF-J > LI-VARS-COUNT OR
               LI-VAR-LEVEL(WS-DF-J) <= WS-DF-LEVEL OR
               LI-VAR-LEVEL(WS-DF-J) = 0 OR
               LI-VAR-LEVEL(WS-DF-J) = 77
                   MOVE "Y" TO WS-VAR-SET(WS-DF-J)
                   ADD 1 TO WS-DF-J
               END-PERFORM
           END-IF

      *    ANCESTORS - THE CHAIN OF SHALLOWER ROWS ABOVE THIS ONE
           IF WS-DF-LEVEL > 1 AND WS-DF-LEVEL < 77
               COMPUTE WS-DF-J = WS-DF-ROW - 1
               PERFORM UNTIL WS-DF-J < 1 OR WS-DF-LEVEL <= 1
                   IF LI-VAR-LEVEL(WS-DF-J) < WS-DF-LEVEL AND
                   LI-VAR-LEVEL(WS-DF-J) > 0 AND
                   LI-VAR-IS-COND(WS-DF-J) = "N"
                       MOVE "Y" TO WS-VAR-SET(WS-DF-J)
                       MOVE LI-VAR-LEVEL(WS-DF-J) TO WS-DF-LEVEL
                   END-IF
                   SUBTRACT 1 FROM WS-DF-J
               END-PERFORM
           END-IF

           IF LI-VAR-REDEFINES(WS-DF-ROW) <> SPACE
               MOVE LI-VAR-REDEFINES(WS-DF-ROW) TO WS-DF-NAME
               CALL "FIND_VAR" USING WS-DF-NAME LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-DF-FIND-OUT
               IF WS-DF-FIND-OUT > 0
                   MOVE "Y" TO WS-VAR-SET(WS-DF-FIND-OUT)
               END-IF
           END-IF.

       3335-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3337-TRACK-ARITH-FLOW-PARA
      * ADD/SUBTRACT/MULTIPLY/DIVIDE: every operand is a read; the
      * receiving field is the GIVING target when one is coded (set
      * only), otherwise the statement's last operand (read AND set -
      * ADD A TO B reads B too, which is exactly where the S0C7s
      * come from).
      *----------------------------------------------------------------
       3337-TRACK-ARITH-FLOW-PARA.
           MOVE "N" TO WS-DF-GIVING
           MOVE SPACE TO WS-DF-LAST-OPND
           COMPUTE WS-DF-IDX = WS-I + 1
           PERFORM UNTIL WS-DF-IDX > WS-STMT-END OR
           LI-AST-NODE(WS-DF-IDX) = "ON"
               MOVE LI-AST-NODE(WS-DF-IDX) TO WS-DF-NAME
               EVALUATE WS-DF-NAME
                   WHEN "GIVING"
                       MOVE "Y" TO WS-DF-GIVING
                   WHEN "REMAINDER"
                       MOVE "Y" TO WS-DF-GIVING
                   WHEN "TO"
                       CONTINUE
                   WHEN "BY"
                       CONTINUE
                   WHEN "FROM"
                       CONTINUE
                   WHEN "INTO"
                       CONTINUE
                   WHEN "ROUNDED"
                       CONTINUE
                   WHEN OTHER
                       IF WS-DF-GIVING = "Y"
                           PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
                       ELSE
                           PERFORM 3340-NOTE-READ-PARA THRU 3340-EXIT
                           MOVE WS-DF-NAME TO WS-DF-LAST-OPND
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-DF-IDX
           END-PERFORM

           IF WS-DF-GIVING = "N" AND WS-DF-LAST-OPND <> SPACE
               MOVE WS-DF-LAST-OPND TO WS-DF-NAME
               PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
           END-IF.

      *----------------------------------------------------------------
      * 3340-NOTE-READ-PARA
      * A read of WS-DF-NAME: if its row is still unset, write the
      * one UNINIT-READ finding that field gets per scan.
      *----------------------------------------------------------------
       3340-NOTE-READ-PARA.
           CALL "FIND_VAR" USING WS-DF-NAME LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-DF-FIND-OUT
           MOVE WS-DF-FIND-OUT TO WS-DF-ROW
           IF WS-DF-ROW = 0
               GO TO 3340-EXIT
           END-IF

           IF WS-VAR-SET(WS-DF-ROW) = "N" AND
           WS-VAR-UNINIT(WS-DF-ROW) = "N" AND
           WS-DF-LINE >= WS-DIFF-START AND
           WS-DF-LINE <= WS-DIFF-END
               MOVE "Y" TO WS-VAR-UNINIT(WS-DF-ROW)
               MOVE WS-DF-LINE TO WS-FIND-LINE-NUM
               MOVE LI-VAR-NAME(WS-DF-ROW) TO WS-FIELD-TAG
               MOVE "UNINIT-READ" TO WS-CHECK-ID
               MOVE "FIELD MAY BE READ BEFORE INITIALIZED"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF.

       3340-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3347-COUNT-METRICS-PARA
      * Complexity counters for one procedure-division token:
      * statements by verb, GO TO count, IF/EVALUATE nesting depth
      * (a sentence period closes every implicit scope), and an
      * ALTER flagged on sight - nobody gets to ALTER quietly. The
      * open IFs' condition ranges ride along for the divisor guard.
      *----------------------------------------------------------------
       3347-COUNT-METRICS-PARA.
           EVALUATE WS-TOK
               WHEN "."
                   MOVE 0 TO WS-MET-DEPTH
                   MOVE 0 TO WS-GRD-DEPTH
                   MOVE 0 TO WS-GRD-OVER
               WHEN "IF"
               WHEN "EVALUATE"
                   ADD 1 TO WS-MET-STMTS
                   ADD 1 TO WS-MET-DEPTH
                   IF WS-MET-DEPTH > WS-MET-MAXDEPTH
                       MOVE WS-MET-DEPTH TO WS-MET-MAXDEPTH
                   END-IF
                   IF WS-TOK = "IF"
                       PERFORM 3526-PUSH-IF-GUARD-PARA THRU 3526-EXIT
                   END-IF
               WHEN "END-IF"
               WHEN "END-EVALUATE"
                   IF WS-MET-DEPTH > 0
                       SUBTRACT 1 FROM WS-MET-DEPTH
                   END-IF
                   IF WS-TOK = "END-IF"
                       IF WS-GRD-OVER > 0
                           SUBTRACT 1 FROM WS-GRD-OVER
                       ELSE
                           IF WS-GRD-DEPTH > 0
                               SUBTRACT 1 FROM WS-GRD-DEPTH
                           END-IF
                       END-IF
                   END-IF
               WHEN "GO"
                   ADD 1 TO WS-MET-STMTS
                   ADD 1 TO WS-MET-GOTOS
               WHEN "ALTER"
                   ADD 1 TO WS-MET-STMTS
                   IF LI-AST-LINE-NUM(WS-I) >= WS-DIFF-START AND
                   LI-AST-LINE-NUM(WS-I) <= WS-DIFF-END
                       MOVE LI-AST-LINE-NUM(WS-I) TO
                           WS-FIND-LINE-NUM
                       MOVE "ALTER-USED" TO WS-CHECK-ID
                       MOVE "ALTER STATEMENT USED" TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               WHEN "MOVE"
               WHEN "COMPUTE"
               WHEN "ADD"
               WHEN "SUBTRACT"
               WHEN "MULTIPLY"
               WHEN "DIVIDE"
               WHEN "PERFORM"
               WHEN "CALL"
               WHEN "STRING"
               WHEN "UNSTRING"
               WHEN "INITIALIZE"
               WHEN "ACCEPT"
               WHEN "DISPLAY"
               WHEN "SET"
               WHEN "READ"
               WHEN "WRITE"
               WHEN "REWRITE"
               WHEN "DELETE"
               WHEN "START"
               WHEN "OPEN"
               WHEN "CLOSE"
               WHEN "STOP"
               WHEN "SEARCH"
               WHEN "INSPECT"
               WHEN "SORT"
               WHEN "MERGE"
               WHEN "RELEASE"
               WHEN "RETURN"
               WHEN "EXIT"
               WHEN "GOBACK"
               WHEN "CONTINUE"
                   ADD 1 TO WS-MET-STMTS
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3350-TRACK-EXEC-PARA
      * One token of an EXEC SQL/CICS block. :HOST-VARIABLES are
      * resolved through the variable table - an unresolvable one is
      * the classic missing/misspelled DCLGEN field and is flagged.
      * Column declarations inside a DECLARE TABLE (NAME CHAR(n) /
      * VARCHAR(n)) are collected so a host variable narrower than
      * its declared column can be flagged too. A CICS option's
      * parenthesized data name just gets its xref/set marks so the
      * dead-field and uninitialized-read passes stay honest. The
      * END-EXEC of an SQL block hands the finished statement to
      * 3351 for the hygiene checks.
      *----------------------------------------------------------------
       3350-TRACK-EXEC-PARA.
           IF WS-TOK = "EXEC"
               GO TO 3350-EXIT
           END-IF
           IF WS-TOK = "END-EXEC"
               IF WS-EXEC-LANG = "SQL"
                   PERFORM 3351-JUDGE-SQL-STMT-PARA THRU 3351-EXIT
               END-IF
               IF WS-EXEC-LANG = "CICS" AND WS-CCA-PEND-TGT <> SPACE
                   PERFORM 3357-NOTE-CICS-LINK-PARA
               END-IF
               PERFORM 3357-CLEAR-CICS-LINK-PARA
               MOVE 0 TO WS-SQL-START
               MOVE SPACE TO WS-EXEC-LANG
               MOVE SPACE TO WS-SQL-PEND
               MOVE SPACE TO WS-CICS-CMD
               MOVE SPACE TO WS-CICS-SUB
               GO TO 3350-EXIT
           END-IF
           IF WS-TOK = "."
               GO TO 3350-EXIT
           END-IF
      *    THE TOKEN RIGHT AFTER "EXEC" NAMES THE LANGUAGE (SQL,
      *    CICS, DLI) - THE "EXEC" NODE ITSELF CARRIES NO EXEC FLAG,
      *    SO THE LANGUAGE TOKEN IS THE FIRST ONE SEEN HERE
           IF WS-I > 1 AND LI-AST-NODE(WS-I - 1) = "EXEC"
               MOVE WS-TOK(1:8) TO WS-EXEC-LANG
               COMPUTE WS-SQL-START = WS-I + 1
               GO TO 3350-EXIT
           END-IF

           IF WS-EXEC-LANG = "SQL"
               PERFORM 3356-TRACK-CRUD-PARA THRU 3356-EXIT
           END-IF

      *    THE FIRST TOKEN OF AN EXEC CICS BLOCK IS ITS COMMAND
      *    WORD; READQ/WRITEQ/DELETEQ MAY FOLLOW IT WITH A BARE
      *    TS/TD BEFORE THE QUEUE OPTION
           IF WS-EXEC-LANG = "CICS"
               IF WS-CICS-CMD = SPACE
                   MOVE WS-TOK(1:12) TO WS-CICS-CMD
                   PERFORM 3357-CLEAR-CICS-LINK-PARA
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-CCA-PEND-LINE
                   GO TO 3350-EXIT
               END-IF
               IF WS-TOK = "TS" OR WS-TOK = "TD"
                   MOVE WS-TOK(1:2) TO WS-CICS-SUB
                   GO TO 3350-EXIT
               END-IF
           END-IF

           IF WS-TOK(1:1) = ":"
               PERFORM 3352-CHECK-HOST-VAR-PARA THRU 3352-EXIT
               GO TO 3350-EXIT
           END-IF

           MOVE SPACE TO WS-EXEC-KW
           MOVE SPACE TO WS-EXEC-INNER
           UNSTRING WS-TOK DELIMITED BY "(" INTO WS-EXEC-KW
               WS-EXEC-INNER
           END-UNSTRING

           IF WS-EXEC-KW = "CHAR" OR WS-EXEC-KW = "VARCHAR"
               PERFORM 3354-NOTE-SQL-COLUMN-PARA THRU 3354-EXIT
               GO TO 3350-EXIT
           END-IF

           IF WS-EXEC-LANG = "CICS" AND WS-EXEC-INNER <> SPACE
               PERFORM 3359-TRACK-CICS-PARA THRU 3359-EXIT
           END-IF

           IF WS-EXEC-INNER <> SPACE
      *        A CICS-STYLE OPTION(DATA-NAME) - MARK THE FIELD USED
               MOVE SPACE TO WS-HOST-NAME
               UNSTRING WS-EXEC-INNER DELIMITED BY ")"
                   INTO WS-HOST-NAME
               END-UNSTRING
               IF WS-HOST-NAME(1:1) = ":"
                   MOVE WS-HOST-NAME(2:79) TO WS-HOST-RAW
                   MOVE WS-HOST-RAW TO WS-HOST-NAME
               END-IF
               CALL "FIND_VAR" USING WS-HOST-NAME LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               IF WS-FIND-INDEX-OUT > 0
                   MOVE "Y" TO WS-VAR-HIT(WS-FIND-INDEX-OUT)
                   MOVE "Y" TO WS-VAR-SET(WS-FIND-INDEX-OUT)
               END-IF
           END-IF.

       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3351-JUDGE-SQL-STMT-PARA
      * Runs at END-EXEC over the tokens of one finished EXEC SQL
      * block (WS-SQL-START to WS-I - 1). WHENEVER lines switch the
      * program's standing error/not-found handling; DECLARE, OPEN
      * and CLOSE of a cursor are posted for the end-of-member
      * cursor check; an executable statement is judged for a
      * missing WHERE, SELECT *, and - unless WHENEVER covers it -
      * a following SQLCODE/SQLSTATE test and, for a singleton
      * SELECT INTO, handling of +100 / -811.
      *----------------------------------------------------------------
       3351-JUDGE-SQL-STMT-PARA.
           IF WS-SQL-START = 0 OR WS-SQL-START >= WS-I
               GO TO 3351-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-SQL-START) TO WS-SQL-VERB
           MOVE LI-AST-LINE-NUM(WS-SQL-START) TO WS-SQL-LINE

           IF WS-SQL-VERB = "WHENEVER"
               MOVE LI-AST-NODE(WS-SQL-START + 1) TO WS-SQL-WORD
               IF WS-SQL-WORD = "NOT"
                   MOVE LI-AST-NODE(WS-SQL-START + 3) TO WS-SQL-WORD
                   IF WS-SQL-WORD = "CONTINUE"
                       MOVE "N" TO WS-SQL-WHEN-NF
                   ELSE
                       MOVE "Y" TO WS-SQL-WHEN-NF
                   END-IF
               END-IF
               IF WS-SQL-WORD = "SQLERROR"
                   MOVE LI-AST-NODE(WS-SQL-START + 2) TO WS-SQL-WORD
                   IF WS-SQL-WORD = "CONTINUE"
                       MOVE "N" TO WS-SQL-WHEN-ERR
                   ELSE
                       MOVE "Y" TO WS-SQL-WHEN-ERR
                   END-IF
               END-IF
               GO TO 3351-EXIT
           END-IF

      *    ONE PASS OVER THE BLOCK FOR THE SHAPE OF THE STATEMENT
           MOVE "N" TO WS-SQL-HAS-WHERE
           MOVE "N" TO WS-SQL-HAS-INTO
           MOVE "N" TO WS-SQL-HAS-STAR
           MOVE SPACE TO WS-SQL-TABLE
           MOVE WS-SQL-START TO WS-SQL-K
           PERFORM UNTIL WS-SQL-K >= WS-I
               MOVE LI-AST-NODE(WS-SQL-K) TO WS-SQL-WORD
               EVALUATE TRUE
                   WHEN WS-SQL-WORD = "WHERE"
                       MOVE "Y" TO WS-SQL-HAS-WHERE
                   WHEN WS-SQL-WORD = "INTO"
                       MOVE "Y" TO WS-SQL-HAS-INTO
                   WHEN (WS-SQL-WORD = "*" OR WS-SQL-WORD = "*,") AND
                   LI-AST-NODE(WS-SQL-K - 1) = "SELECT"
                       MOVE "Y" TO WS-SQL-HAS-STAR
               END-EVALUATE
               IF WS-SQL-TABLE = SPACE AND WS-SQL-K + 1 < WS-I AND
               (WS-SQL-WORD = "FROM" OR
               (WS-SQL-WORD = "UPDATE" AND WS-SQL-K = WS-SQL-START) OR
               (WS-SQL-WORD = "INTO" AND WS-SQL-VERB = "INSERT"))
                   MOVE LI-AST-NODE(WS-SQL-K + 1) TO WS-SQL-TABLE
               END-IF
               ADD 1 TO WS-SQL-K
           END-PERFORM
           IF WS-SQL-TABLE = SPACE
               MOVE WS-SQL-VERB TO WS-SQL-TABLE
           END-IF

           IF WS-SQL-HAS-STAR = "Y" AND
           WS-SQL-LINE >= WS-DIFF-START AND WS-SQL-LINE <= WS-DIFF-END
               MOVE WS-SQL-LINE TO WS-FIND-LINE-NUM
               MOVE WS-SQL-TABLE TO WS-FIELD-TAG
               MOVE "SQL-SELECT-STAR" TO WS-CHECK-ID
               MOVE "WARNING" TO WS-SEVERITY
               MOVE "SELECT * - COLUMN LIST TIED TO THE TABLE LAYOUT"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF

           EVALUATE WS-SQL-VERB
               WHEN "DECLARE"
                   IF LI-AST-NODE(WS-SQL-START + 2) = "CURSOR"
                       MOVE "D" TO WS-SQL-CUR-OP
                       MOVE LI-AST-NODE(WS-SQL-START + 1) TO
                           WS-SQL-WORD
                       PERFORM 3355-NOTE-SQL-CURSOR-PARA
                   END-IF
                   GO TO 3351-EXIT
               WHEN "INCLUDE"
               WHEN "BEGIN"
               WHEN "END"
                   GO TO 3351-EXIT
               WHEN "OPEN"
               WHEN "CLOSE"
                   MOVE WS-SQL-VERB(1:1) TO WS-SQL-CUR-OP
                   MOVE LI-AST-NODE(WS-SQL-START + 1) TO WS-SQL-WORD
                   PERFORM 3355-NOTE-SQL-CURSOR-PARA
           END-EVALUATE

           IF (WS-SQL-VERB = "UPDATE" OR WS-SQL-VERB = "DELETE") AND
           WS-SQL-HAS-WHERE = "N" AND
           WS-SQL-LINE >= WS-DIFF-START AND WS-SQL-LINE <= WS-DIFF-END
               MOVE WS-SQL-LINE TO WS-FIND-LINE-NUM
               MOVE WS-SQL-TABLE TO WS-FIELD-TAG
               MOVE "SQL-NO-WHERE" TO WS-CHECK-ID
               MOVE "ERROR" TO WS-SEVERITY
               MOVE SPACE TO WS-MESSAGE
               STRING FUNCTION TRIM(WS-SQL-VERB)
                   " WITHOUT A WHERE CLAUSE HITS EVERY ROW"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF

           PERFORM 3353-SCAN-SQL-TEST-PARA
           IF WS-SQL-WHEN-ERR = "N" AND WS-SQL-TESTED = "N" AND
           WS-SQL-LINE >= WS-DIFF-START AND WS-SQL-LINE <= WS-DIFF-END
               MOVE WS-SQL-LINE TO WS-FIND-LINE-NUM
               MOVE WS-SQL-TABLE TO WS-FIELD-TAG
               MOVE "SQL-UNCHECKED" TO WS-CHECK-ID
               MOVE "ERROR" TO WS-SEVERITY
               MOVE SPACE TO WS-MESSAGE
               STRING "EXEC SQL " FUNCTION TRIM(WS-SQL-VERB)
                   " NOT FOLLOWED BY A SQLCODE/SQLSTATE TEST"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF
           IF WS-SQL-VERB = "SELECT" AND WS-SQL-HAS-INTO = "Y" AND
           WS-SQL-WHEN-NF = "N" AND WS-SQL-HANDLED = "N" AND
           WS-SQL-LINE >= WS-DIFF-START AND WS-SQL-LINE <= WS-DIFF-END
               MOVE WS-SQL-LINE TO WS-FIND-LINE-NUM
               MOVE WS-SQL-TABLE TO WS-FIELD-TAG
               MOVE "SQL-SINGLETON" TO WS-CHECK-ID
               MOVE "WARNING" TO WS-SEVERITY
               MOVE "SELECT INTO WITHOUT +100 OR -811 HANDLING"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF.

       3351-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3353-SCAN-SQL-TEST-PARA
      * Looks past the END-EXEC at WS-I for the code that inspects
      * the outcome: up to the next EXEC block or paragraph header.
      * Any SQLCODE/SQLSTATE reference (or an 88 hung off one) is a
      * test; +100 / -811 / SQLSTATE 02000 / 21000, literally or as
      * an 88's VALUE, is not-found / duplicate-row handling.
      *----------------------------------------------------------------
       3353-SCAN-SQL-TEST-PARA.
           MOVE "N" TO WS-SQL-TESTED
           MOVE "N" TO WS-SQL-HANDLED
           COMPUTE WS-SQL-K = WS-I + 1
           PERFORM UNTIL WS-SQL-K > LI-AST-NODE-COUNT OR
           WS-SQL-K > WS-I + 300
               MOVE LI-AST-NODE(WS-SQL-K) TO WS-SQL-WORD
               IF WS-SQL-WORD = "EXEC"
                   EXIT PERFORM
               END-IF
      *        A NAME ALONE ON ITS LINE RIGHT AFTER A SENTENCE END
      *        IS THE NEXT PARAGRAPH - THE STATEMENT'S CHECK, IF
      *        ANY, HAS HAD ITS CHANCE
               IF WS-SQL-K < LI-AST-NODE-COUNT AND
               LI-AST-NODE(WS-SQL-K - 1) = "." AND
               LI-AST-NODE(WS-SQL-K + 1) = "." AND
               LI-AST-LINE-NUM(WS-SQL-K + 1) =
               LI-AST-LINE-NUM(WS-SQL-K) AND
               LI-AST-LINE-NUM(WS-SQL-K - 1) <
               LI-AST-LINE-NUM(WS-SQL-K)
                   EXIT PERFORM
               END-IF
               MOVE 0 TO WS-SQL-HITS
               INSPECT WS-SQL-WORD TALLYING WS-SQL-HITS
                   FOR ALL "SQLCODE" ALL "SQLSTATE"
               IF WS-SQL-HITS > 0
                   MOVE "Y" TO WS-SQL-TESTED
               END-IF
               IF WS-SQL-WORD = "100" OR WS-SQL-WORD = "+100" OR
               WS-SQL-WORD = "-811" OR WS-SQL-WORD = "'02000'" OR
               WS-SQL-WORD = '"02000"' OR WS-SQL-WORD = "'21000'" OR
               WS-SQL-WORD = '"21000"'
                   MOVE "Y" TO WS-SQL-HANDLED
               END-IF
               CALL "FIND_VAR" USING WS-SQL-WORD LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               IF WS-FIND-INDEX-OUT > 0
                   IF LI-VAR-IS-COND(WS-FIND-INDEX-OUT) = "Y"
                       MOVE 0 TO WS-SQL-HITS
                       INSPECT LI-VAR-PARENT(WS-FIND-INDEX-OUT)
                           TALLYING WS-SQL-HITS
                           FOR ALL "SQLCODE" ALL "SQLSTATE"
                       IF WS-SQL-HITS > 0
                           MOVE "Y" TO WS-SQL-TESTED
                       END-IF
                       MOVE 0 TO WS-SQL-HITS
                       INSPECT LI-VAR-VALUE(WS-FIND-INDEX-OUT)
                           TALLYING WS-SQL-HITS FOR ALL "100"
                           ALL "811" ALL "02000" ALL "21000"
                       IF WS-SQL-HITS > 0
                           MOVE "Y" TO WS-SQL-HANDLED
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SQL-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 3355-NOTE-SQL-CURSOR-PARA
      * Posts cursor WS-SQL-WORD of the current program: declared
      * (D), opened (O) or closed (C) per WS-SQL-CUR-OP.
      *----------------------------------------------------------------
       3355-NOTE-SQL-CURSOR-PARA.
           MOVE 0 TO WS-SQLCUR-ROW
           MOVE 1 TO WS-SQLCUR-IDX
           PERFORM UNTIL WS-SQLCUR-IDX > WS-SQLCUR-COUNT OR
           WS-SQLCUR-ROW > 0
               IF WS-SQLCUR-NAME(WS-SQLCUR-IDX) = WS-SQL-WORD AND
               WS-SQLCUR-PROGRAM(WS-SQLCUR-IDX) = WS-CURRENT-PROGRAM
                   MOVE WS-SQLCUR-IDX TO WS-SQLCUR-ROW
               END-IF
               ADD 1 TO WS-SQLCUR-IDX
           END-PERFORM
           IF WS-SQLCUR-ROW = 0 AND WS-SQLCUR-COUNT < 100
               ADD 1 TO WS-SQLCUR-COUNT
               MOVE WS-SQLCUR-COUNT TO WS-SQLCUR-ROW
               MOVE WS-SQL-WORD TO WS-SQLCUR-NAME(WS-SQLCUR-ROW)
               MOVE WS-CURRENT-PROGRAM TO
                   WS-SQLCUR-PROGRAM(WS-SQLCUR-ROW)
               MOVE "N" TO WS-SQLCUR-OPENED(WS-SQLCUR-ROW)
               MOVE "N" TO WS-SQLCUR-CLOSED(WS-SQLCUR-ROW)
               MOVE 0 TO WS-SQLCUR-LINE(WS-SQLCUR-ROW)
           END-IF
           EVALUATE TRUE
               WHEN WS-SQLCUR-ROW = 0
                   CONTINUE
               WHEN WS-SQL-CUR-OP = "O" AND
               WS-SQLCUR-OPENED(WS-SQLCUR-ROW) = "N"
                   MOVE "Y" TO WS-SQLCUR-OPENED(WS-SQLCUR-ROW)
                   MOVE WS-SQL-LINE TO WS-SQLCUR-LINE(WS-SQLCUR-ROW)
               WHEN WS-SQL-CUR-OP = "C"
                   MOVE "Y" TO WS-SQLCUR-CLOSED(WS-SQLCUR-ROW)
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3356-TRACK-CRUD-PARA
      * Follows the shape of one SQL statement token by token:
      * INSERT INTO t / UPDATE t / DELETE FROM t / SELECT ... FROM
      * t [, t2]. The table name (or comma-separated list after a
      * SELECT's FROM) posts into the shop-wide CRUD matrix under
      * the current program. Host variables never reach here.
      *----------------------------------------------------------------
       3356-TRACK-CRUD-PARA.
           IF WS-TOK(1:1) = ":"
               GO TO 3356-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-TOK = "INSERT"
                   MOVE "C-KW" TO WS-SQL-PEND
      *        "FOR UPDATE [OF ...]" IS A CURSOR CLAUSE, NOT AN
      *        UPDATE STATEMENT - WITHOUT THE GUARD IT WOULD POST
      *        A BOGUS U-FLAGGED ROW FOR TABLE "OF"
               WHEN WS-TOK = "UPDATE" AND
               (WS-I < 2 OR LI-AST-NODE(WS-I - 1) <> "FOR")
                   MOVE "U-TAB" TO WS-SQL-PEND
               WHEN WS-TOK = "UPDATE"
                   CONTINUE
               WHEN WS-TOK = "DELETE"
                   MOVE "D-KW" TO WS-SQL-PEND
               WHEN WS-TOK = "SELECT"
                   MOVE "R-KW" TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "C-KW" AND WS-TOK = "INTO"
                   MOVE "C-TAB" TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "D-KW" AND WS-TOK = "FROM"
                   MOVE "D-TAB" TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "R-KW" AND WS-TOK = "FROM"
                   MOVE "R-TAB" TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "C-TAB"
                   MOVE "C" TO WS-CRUD-OP
                   PERFORM 3358-POST-CRUD-PARA
                   MOVE SPACE TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "U-TAB"
                   MOVE "U" TO WS-CRUD-OP
                   PERFORM 3358-POST-CRUD-PARA
                   MOVE SPACE TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "D-TAB"
                   MOVE "D" TO WS-CRUD-OP
                   PERFORM 3358-POST-CRUD-PARA
                   MOVE SPACE TO WS-SQL-PEND
               WHEN WS-SQL-PEND = "R-TAB"
      *            A TRAILING COMMA MEANS THE FROM LIST CONTINUES -
      *            THE NEXT TOKEN IS ANOTHER TABLE, NOT A KEYWORD
                   MOVE "R" TO WS-CRUD-OP
                   PERFORM 3358-POST-CRUD-PARA
                   IF WS-CRUD-MORE <> "Y"
                       MOVE SPACE TO WS-SQL-PEND
                   END-IF
           END-EVALUATE.

       3356-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3358-POST-CRUD-PARA
      * One table touched under WS-CRUD-OP: the name loses a glued
      * column list and any list comma, then finds or adds its
      * program/table cell and sets the flag.
      *----------------------------------------------------------------
       3358-POST-CRUD-PARA.
           MOVE "N" TO WS-CRUD-MORE
           MOVE SPACE TO WS-CRUD-NAME
           UNSTRING WS-TOK DELIMITED BY "(" INTO WS-CRUD-NAME
           END-UNSTRING
           COMPUTE WS-CRUD-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CRUD-NAME))
           IF WS-CRUD-LEN > 1 AND
           WS-CRUD-NAME(WS-CRUD-LEN:1) = ","
               MOVE "Y" TO WS-CRUD-MORE
               MOVE SPACE TO WS-CRUD-NAME(WS-CRUD-LEN:1)
           END-IF
           IF WS-CRUD-NAME = SPACE
               CONTINUE
           ELSE
               MOVE 0 TO WS-CRUD-ROW
               MOVE 1 TO WS-CRUD-I
               PERFORM UNTIL WS-CRUD-I > WS-CRUD-COUNT OR
               WS-CRUD-ROW > 0
                   IF WS-CRUD-PROGRAM(WS-CRUD-I) =
                   WS-CURRENT-PROGRAM AND
                   WS-CRUD-TBL(WS-CRUD-I) = WS-CRUD-NAME(1:30)
                       MOVE WS-CRUD-I TO WS-CRUD-ROW
                   END-IF
                   ADD 1 TO WS-CRUD-I
               END-PERFORM
               IF WS-CRUD-ROW = 0 AND WS-CRUD-COUNT < 500
                   ADD 1 TO WS-CRUD-COUNT
                   MOVE WS-CRUD-COUNT TO WS-CRUD-ROW
                   MOVE WS-CURRENT-PROGRAM TO
                       WS-CRUD-PROGRAM(WS-CRUD-ROW)
                   MOVE WS-CRUD-NAME(1:30) TO
                       WS-CRUD-TBL(WS-CRUD-ROW)
                   MOVE "." TO WS-CRUD-C(WS-CRUD-ROW)
                   MOVE "." TO WS-CRUD-R(WS-CRUD-ROW)
                   MOVE "." TO WS-CRUD-U(WS-CRUD-ROW)
                   MOVE "." TO WS-CRUD-D(WS-CRUD-ROW)
               END-IF
               IF WS-CRUD-ROW > 0
                   EVALUATE WS-CRUD-OP
                       WHEN "C"
                           MOVE "C" TO WS-CRUD-C(WS-CRUD-ROW)
                       WHEN "R"
                           MOVE "R" TO WS-CRUD-R(WS-CRUD-ROW)
           END-IF.

      *----------------------------------------------------------------
      * 3357-NOTE-CICS-LINK-PARA
      * The END-EXEC of a LINK or XCTL to a literal program: the
      * target, the COMMAREA field and its byte size off the layout
      * pass, and any LENGTH literal go on the run's COMMAREA
      * contract table for the end-of-run check (9520).
      *----------------------------------------------------------------
       3357-NOTE-CICS-LINK-PARA.
           IF WS-CCA-COUNT < 1000
               ADD 1 TO WS-CCA-COUNT
               MOVE WS-CURRENT-PROGRAM TO WS-CCA-CALLER(WS-CCA-COUNT)
               MOVE WS-CURRENT-MEMBER TO WS-CCA-MEMBER(WS-CCA-COUNT)
               MOVE WS-CCA-PEND-TGT TO WS-CCA-TGT(WS-CCA-COUNT)
               MOVE WS-CICS-CMD(1:4) TO WS-CCA-CMD(WS-CCA-COUNT)
               MOVE WS-CCA-PEND-LINE TO WS-CCA-LINE(WS-CCA-COUNT)
               MOVE WS-CCA-PEND-AREA TO WS-CCA-AREA(WS-CCA-COUNT)
               MOVE WS-CCA-PEND-BYTES TO WS-CCA-BYTES(WS-CCA-COUNT)
               MOVE WS-CCA-PEND-LEN-SW TO WS-CCA-LEN-SW(WS-CCA-COUNT)
               MOVE WS-CCA-PEND-LEN TO WS-CCA-LEN(WS-CCA-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 3357-CLEAR-CICS-LINK-PARA
      * Forgets the LINK/XCTL being read - at a new EXEC CICS
      * command and at its END-EXEC.
      *----------------------------------------------------------------
       3357-CLEAR-CICS-LINK-PARA.
           MOVE SPACE TO WS-CCA-PEND-TGT
           MOVE 0 TO WS-CCA-PEND-LINE
           MOVE SPACE TO WS-CCA-PEND-AREA
           MOVE 0 TO WS-CCA-PEND-BYTES
           MOVE "N" TO WS-CCA-PEND-LEN-SW
           MOVE 0 TO WS-CCA-PEND-LEN.

      *----------------------------------------------------------------
      * 3359-TRACK-CICS-PARA
      * One OPTION(value) of the open EXEC CICS command. A LINK or
      * XCTL's PROGRAM target goes on the call map the same way a
      * CALL does; a FILE/DATASET name or a READQ/WRITEQ/DELETEQ
      * queue goes on the dataset cross-reference. A value that is a
      * data name instead of a literal is a run-time resource and is
      * marked unchecked, exactly like a CALL by variable. A static
      * LINK/XCTL's COMMAREA field and LENGTH literal are held for
      * the COMMAREA contract check.
      *----------------------------------------------------------------
       3359-TRACK-CICS-PARA.
           MOVE SPACE TO WS-CICS-RES
           UNSTRING WS-EXEC-INNER DELIMITED BY ")"
               INTO WS-CICS-RES
           END-UNSTRING
           IF WS-CICS-RES = SPACE
               GO TO 3359-EXIT
           END-IF

           MOVE "N" TO WS-CICS-DYN
           IF WS-CICS-RES(1:1) = '"' OR WS-CICS-RES(1:1) = "'"
      *        A QUOTED LITERAL - STRIP THE QUOTES
               COMPUTE WS-CICS-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CICS-RES)) - 2
               IF WS-CICS-LEN > 0
                   MOVE WS-CICS-RES(2:WS-CICS-LEN) TO WS-HOST-RAW
                   MOVE SPACE TO WS-CICS-RES
                   MOVE WS-HOST-RAW(1:WS-CICS-LEN) TO WS-CICS-RES
               END-IF
           ELSE
               CALL "FIND_VAR" USING WS-CICS-RES LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               IF WS-FIND-INDEX-OUT > 0
                   MOVE "Y" TO WS-CICS-DYN
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-EXEC-KW = "PROGRAM" AND
               (WS-CICS-CMD = "LINK" OR WS-CICS-CMD = "XCTL")
                   MOVE SPACE TO CALLMAPFILE-RECORD
                   IF WS-CICS-DYN = "Y"
                       STRING FUNCTION TRIM(WS-CURRENT-PROGRAM)
                           " -> " FUNCTION TRIM(WS-CICS-RES)
                           " (CICS " FUNCTION TRIM(WS-CICS-CMD)
                           " BY VARIABLE - UNCHECKED)"
                           DELIMITED BY SIZE
                           INTO CALLMAPFILE-RECORD
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-CURRENT-PROGRAM)
                           " -> " FUNCTION TRIM(WS-CICS-RES)
                           " (CICS " FUNCTION TRIM(WS-CICS-CMD)
                           ")" DELIMITED BY SIZE
                           INTO CALLMAPFILE-RECORD
                       END-STRING
      *                A STATIC TARGET COUNTS AS REACHED FOR THE
      *                ORPHAN RECONCILIATION
                       IF WS-CLT-COUNT < 200
                           ADD 1 TO WS-CLT-COUNT
                           MOVE WS-CICS-RES(1:30) TO
                               WS-CLT-TARGET(WS-CLT-COUNT)
                       END-IF
                       MOVE WS-CICS-RES(1:30) TO WS-CCA-PEND-TGT
                   END-IF
                   WRITE CALLMAPFILE-RECORD

               WHEN WS-EXEC-KW = "COMMAREA" AND
               (WS-CICS-CMD = "LINK" OR WS-CICS-CMD = "XCTL")
                   MOVE WS-CICS-RES(1:30) TO WS-CCA-PEND-AREA
                   IF WS-CICS-DYN = "Y"
                       MOVE LI-VAR-BYTES(WS-FIND-INDEX-OUT) TO
                           WS-CCA-PEND-BYTES
                   END-IF

               WHEN WS-EXEC-KW = "LENGTH" AND
               (WS-CICS-CMD = "LINK" OR WS-CICS-CMD = "XCTL")
      *            LENGTH OF / A DATA-NAME LENGTH IS RIGHT BY
      *            CONSTRUCTION OR UNKNOWABLE - ONLY A LITERAL IS HELD
                   IF FUNCTION TRIM(WS-CICS-RES) IS NUMERIC
                       MOVE "Y" TO WS-CCA-PEND-LEN-SW
                       COMPUTE WS-CCA-PEND-LEN =
                           FUNCTION NUMVAL(WS-CICS-RES)
                   END-IF

               WHEN WS-EXEC-KW = "FILE" OR WS-EXEC-KW = "DATASET"
                   EVALUATE WS-CICS-CMD
                       WHEN "READ"
                       WHEN "STARTBR"
                       WHEN "READNEXT"
                       WHEN "READPREV"
                           MOVE "CICS-READ" TO WS-CICS-MODE
                       WHEN "WRITE"
                           MOVE "CICS-WRITE" TO WS-CICS-MODE
                       WHEN "REWRITE"
                       WHEN "DELETE"
                           MOVE "CICS-UPDATE" TO WS-CICS-MODE
                       WHEN OTHER
                           MOVE "CICS" TO WS-CICS-MODE
                   END-EVALUATE
                   PERFORM 3359-WRITE-CICS-DSX-PARA

               WHEN WS-EXEC-KW = "QUEUE" AND
               (WS-CICS-CMD = "READQ" OR WS-CICS-CMD = "WRITEQ" OR
               WS-CICS-CMD = "DELETEQ")
                   IF WS-CICS-SUB = SPACE
                       MOVE "TD" TO WS-CICS-SUB
                   END-IF
                   MOVE SPACE TO WS-CICS-MODE
                   STRING "CICS-" WS-CICS-SUB "-"
                       FUNCTION TRIM(WS-CICS-CMD)
                       DELIMITED BY SIZE INTO WS-CICS-MODE
                   END-STRING
                   PERFORM 3359-WRITE-CICS-DSX-PARA
           END-EVALUATE.

       3359-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3359-WRITE-CICS-DSX-PARA
      * One CICS resource line onto the dataset cross-reference, in
      * the same PROGRAM / NAME / MODE shape 3377 writes.
      *----------------------------------------------------------------
       3359-WRITE-CICS-DSX-PARA.
           MOVE SPACE TO DATASETFILE-RECORD
           IF WS-CICS-DYN = "Y"
               STRING FUNCTION TRIM(WS-CURRENT-PROGRAM) " / "
                   FUNCTION TRIM(WS-CICS-RES) " / "
                   FUNCTION TRIM(WS-CICS-MODE)
                   " (BY VARIABLE - UNCHECKED)"
                   DELIMITED BY SIZE INTO DATASETFILE-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURRENT-PROGRAM) " / "
                   FUNCTION TRIM(WS-CICS-RES) " / "
                   FUNCTION TRIM(WS-CICS-MODE)
                   DELIMITED BY SIZE INTO DATASETFILE-RECORD
               END-STRING
           END-IF
           WRITE DATASETFILE-RECORD.

      *----------------------------------------------------------------
      * 3352-CHECK-HOST-VAR-PARA
      * Resolves one :HOST-VARIABLE (list commas and a closing
      * parenthesis stripped) and flags it when no declaration
      * matches, or when a DECLARE TABLE column of the same name
      * (allowing the usual WS- prefix and - to _ translation) is
      * wider than the host field.
      *----------------------------------------------------------------
       3352-CHECK-HOST-VAR-PARA.
           MOVE WS-TOK(2:79) TO WS-HOST-RAW
           MOVE SPACE TO WS-HOST-NAME
           UNSTRING WS-HOST-RAW DELIMITED BY "," INTO WS-HOST-NAME
           END-UNSTRING
           MOVE WS-HOST-NAME TO WS-HOST-RAW
           MOVE SPACE TO WS-HOST-NAME
           UNSTRING WS-HOST-RAW DELIMITED BY ")" INTO WS-HOST-NAME
           END-UNSTRING

           IF WS-HOST-NAME = SPACE
               GO TO 3352-EXIT
           END-IF

           CALL "FIND_VAR" USING WS-HOST-NAME LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-HOST-ROW

           IF WS-HOST-ROW = 0
               IF LI-AST-LINE-NUM(WS-I) >= WS-DIFF-START AND
               LI-AST-LINE-NUM(WS-I) <= WS-DIFF-END
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE WS-HOST-NAME TO WS-FIELD-TAG
                   MOVE "EXEC-HOST" TO WS-CHECK-ID
                   MOVE "HOST VARIABLE NOT DECLARED" TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               GO TO 3352-EXIT
           END-IF

           MOVE "Y" TO WS-VAR-HIT(WS-HOST-ROW)
           MOVE "Y" TO WS-VAR-SET(WS-HOST-ROW)

      *    - TO _ TRANSLATION, THEN AN EXACT MATCH OR A MATCH WITH
      *    THE LEADING PREFIX SEGMENT (WS_, LK_) DROPPED
           MOVE WS-HOST-NAME TO WS-HOST-TRANS
           INSPECT WS-HOST-TRANS REPLACING ALL "-" BY "_"
           MOVE SPACE TO WS-HOST-TAIL
           MOVE 0 TO WS-HOST-CUT
           INSPECT WS-HOST-TRANS TALLYING WS-HOST-CUT
               FOR CHARACTERS BEFORE INITIAL "_"
           IF WS-HOST-CUT > 0 AND WS-HOST-CUT < 78
               MOVE WS-HOST-TRANS(WS-HOST-CUT + 2:) TO WS-HOST-TAIL
           END-IF

           MOVE 0 TO WS-SQLCOL-ROW
           MOVE 1 TO WS-SQLCOL-IDX
           PERFORM UNTIL WS-SQLCOL-IDX > WS-SQLCOL-COUNT OR
           WS-SQLCOL-ROW > 0
               IF WS-SQLCOL-NAME(WS-SQLCOL-IDX) =
               WS-HOST-TRANS(1:30) OR
               (WS-HOST-TAIL <> SPACE AND
               WS-SQLCOL-NAME(WS-SQLCOL-IDX) = WS-HOST-TAIL(1:30))
                   MOVE WS-SQLCOL-IDX TO WS-SQLCOL-ROW
               END-IF
               ADD 1 TO WS-SQLCOL-IDX
           END-PERFORM

           IF WS-SQLCOL-ROW > 0 AND
           LI-VAR-TYPE(WS-HOST-ROW) = "X" AND
           LI-VAR-SIZE(WS-HOST-ROW) <
           WS-SQLCOL-WIDTH(WS-SQLCOL-ROW) AND
           LI-AST-LINE-NUM(WS-I) >= WS-DIFF-START AND
           LI-AST-LINE-NUM(WS-I) <= WS-DIFF-END
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               MOVE WS-HOST-NAME TO WS-FIELD-TAG
               MOVE "EXEC-HOST-SIZE" TO WS-CHECK-ID
               MOVE "HOST VARIABLE NARROWER THAN DECLARED COLUMN"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF.

       3352-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3354-NOTE-SQL-COLUMN-PARA
      * <column-name> CHAR(n) / VARCHAR(n) inside a DECLARE TABLE:
      * remembers the column and its width. The column name is the
      * token just before this one.
      *----------------------------------------------------------------
       3354-NOTE-SQL-COLUMN-PARA.
           IF WS-I < 2 OR WS-SQLCOL-COUNT >= 200
               GO TO 3354-EXIT
           END-IF

           MOVE SPACE TO WS-EXEC-WIDTH-TXT
           UNSTRING WS-EXEC-INNER DELIMITED BY ")"
               INTO WS-EXEC-WIDTH-TXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-EXEC-WIDTH-TXT) IS NOT NUMERIC
               GO TO 3354-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-I - 1) TO WS-EXEC-PREV
      *    THE FIRST COLUMN ARRIVES GLUED TO THE LIST'S OPENING
      *    PARENTHESIS - STRIP IT OR THAT COLUMN NEVER MATCHES
           IF WS-EXEC-PREV(1:1) = "("
               MOVE WS-EXEC-PREV(2:79) TO WS-HOST-RAW
               MOVE WS-HOST-RAW TO WS-EXEC-PREV
           END-IF
           IF WS-EXEC-PREV = SPACE OR WS-EXEC-PREV = "."
               GO TO 3354-EXIT
           END-IF

           ADD 1 TO WS-SQLCOL-COUNT
           MOVE WS-EXEC-PREV(1:30) TO
               WS-SQLCOL-NAME(WS-SQLCOL-COUNT)
           COMPUTE WS-SQLCOL-WIDTH(WS-SQLCOL-COUNT) =
               FUNCTION NUMVAL(WS-EXEC-WIDTH-TXT).

       3354-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3360-NOTE-PERFORM-PARA
      * Records the target (and THRU target, when coded) of every
      * PERFORM for the control-flow audit. Inline PERFORM UNTIL /
      * VARYING forms leave a target token (UNTIL, VARYING, a count)
      * that never matches a paragraph name, so they drop out at
      * resolution time without special handling here.
      *----------------------------------------------------------------
       3360-NOTE-PERFORM-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT OR WS-PREF-COUNT >= 1500
               GO TO 3360-EXIT
           END-IF

           ADD 1 TO WS-PREF-COUNT
           MOVE LI-AST-NODE(WS-I + 1) TO WS-PREF-TARGET(WS-PREF-COUNT)
           MOVE SPACE TO WS-PREF-THRU(WS-PREF-COUNT)
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-PREF-LINE(WS-PREF-COUNT)
           MOVE WS-CURRENT-PROGRAM TO WS-PREF-PROGRAM(WS-PREF-COUNT)
           MOVE "P" TO WS-PREF-KIND(WS-PREF-COUNT)

           IF WS-I + 3 <= LI-AST-NODE-COUNT
               IF LI-AST-NODE(WS-I + 2) = "THRU" OR
               LI-AST-NODE(WS-I + 2) = "THROUGH"
                   MOVE LI-AST-NODE(WS-I + 3) TO
                       WS-PREF-THRU(WS-PREF-COUNT)
               END-IF
           END-IF.

       3360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3365-NOTE-GOTO-PARA
      * Records every GO TO target - including the full target list
      * of a GO TO ... DEPENDING ON - for the control-flow audit.
      *----------------------------------------------------------------
       3365-NOTE-GOTO-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-I + 1) <> "TO"
               GO TO 3365-EXIT
           END-IF

      *    THE TARGET LIST ENDS AT THE SENTENCE PERIOD, THE
      *    DEPENDING KEYWORD, OR THE NEXT STATEMENT VERB - A GO TO
      *    INSIDE AN IF RARELY OWNS THE SENTENCE PERIOD, AND
      *    SWALLOWING THE REST OF THE PARAGRAPH AS "TARGETS" ONCE
      *    FLOODED THE REFERENCE TABLE
           COMPUTE WS-GOTO-SCAN-IDX = WS-I + 2
           PERFORM UNTIL WS-GOTO-SCAN-IDX > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-GOTO-SCAN-IDX) = "." OR
           LI-AST-NODE(WS-GOTO-SCAN-IDX) = "DEPENDING"
               MOVE LI-AST-NODE(WS-GOTO-SCAN-IDX) TO WS-DF-NAME
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y"
                   EXIT PERFORM
               END-IF
               IF WS-PREF-COUNT < 1500
                   ADD 1 TO WS-PREF-COUNT
                   MOVE LI-AST-NODE(WS-GOTO-SCAN-IDX) TO
                       WS-PREF-TARGET(WS-PREF-COUNT)
                   MOVE SPACE TO WS-PREF-THRU(WS-PREF-COUNT)
                   MOVE LI-AST-LINE-NUM(WS-GOTO-SCAN-IDX) TO
                       WS-PREF-LINE(WS-PREF-COUNT)
                   MOVE WS-CURRENT-PROGRAM TO
                       WS-PREF-PROGRAM(WS-PREF-COUNT)
                   MOVE "G" TO WS-PREF-KIND(WS-PREF-COUNT)
               END-IF
               ADD 1 TO WS-GOTO-SCAN-IDX
           END-PERFORM.

       3365-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3367-NOTE-VARYING-PARA
      * PERFORM VARYING v FROM a BY b UNTIL v > n (or the AFTER
      * clause's inner variable): when n is a literal, the highest
      * value the loop body ever sees is derivable - n itself for >,
      * n - 1 for >= or =. That value is what a table subscripted by
      * v inside the loop must be able to take.
      *----------------------------------------------------------------
       3367-NOTE-VARYING-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT
               GO TO 3367-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-I + 1) TO WS-LOOP-CTL

           COMPUTE WS-LOOP-SCAN = WS-I + 2
           PERFORM UNTIL WS-LOOP-SCAN > LI-AST-NODE-COUNT OR
           WS-LOOP-SCAN > WS-I + 15 OR
           LI-AST-NODE(WS-LOOP-SCAN) = "." OR
           LI-AST-NODE(WS-LOOP-SCAN) = "UNTIL"
               ADD 1 TO WS-LOOP-SCAN
           END-PERFORM
           IF WS-LOOP-SCAN + 3 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-LOOP-SCAN) <> "UNTIL" OR
           LI-AST-NODE(WS-LOOP-SCAN + 1) <> WS-LOOP-CTL
               GO TO 3367-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-LOOP-SCAN + 2) TO WS-LOOP-OP
           IF FUNCTION TRIM(LI-AST-NODE(WS-LOOP-SCAN + 3))
           IS NOT NUMERIC
               GO TO 3367-EXIT
           END-IF
           COMPUTE WS-LOOP-BOUND =
               FUNCTION NUMVAL(LI-AST-NODE(WS-LOOP-SCAN + 3))

           EVALUATE WS-LOOP-OP
               WHEN ">"
                   CONTINUE
               WHEN ">="
                   SUBTRACT 1 FROM WS-LOOP-BOUND
               WHEN "="
                   SUBTRACT 1 FROM WS-LOOP-BOUND
               WHEN OTHER
                   GO TO 3367-EXIT
           END-EVALUATE

           MOVE 0 TO WS-LOOP-ROW
           MOVE 1 TO WS-LOOP-IDX
           PERFORM UNTIL WS-LOOP-IDX > WS-LOOP-COUNT OR
           WS-LOOP-ROW > 0
               IF WS-LOOP-VAR(WS-LOOP-IDX) = WS-LOOP-CTL AND
               WS-LOOP-PROGRAM(WS-LOOP-IDX) = WS-CURRENT-PROGRAM
                   MOVE WS-LOOP-IDX TO WS-LOOP-ROW
               END-IF
               ADD 1 TO WS-LOOP-IDX
           END-PERFORM

           IF WS-LOOP-ROW > 0
               IF WS-LOOP-BOUND > WS-LOOP-MAX(WS-LOOP-ROW)
                   MOVE WS-LOOP-BOUND TO WS-LOOP-MAX(WS-LOOP-ROW)
               END-IF
           ELSE
               IF WS-LOOP-COUNT < 100
                   ADD 1 TO WS-LOOP-COUNT
                   MOVE WS-LOOP-CTL TO WS-LOOP-VAR(WS-LOOP-COUNT)
                   MOVE WS-LOOP-BOUND TO WS-LOOP-MAX(WS-LOOP-COUNT)
                   MOVE WS-CURRENT-PROGRAM TO
                       WS-LOOP-PROGRAM(WS-LOOP-COUNT)
               END-IF
           END-IF.

       3367-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3370-NOTE-OPEN-PARA
      * Writes one PROGRAM / DATASET / MODE line to the shop-wide
      * dataset cross-reference for every file named on this OPEN,
      * under whichever of INPUT/OUTPUT/I-O/EXTEND precedes it. An
      * opened file's record and FILE STATUS field come back filled
      * by the runtime, so both are marked set for the
      * read-before-initialize tracking while we are here.
      *----------------------------------------------------------------
       3370-NOTE-OPEN-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE SPACE TO WS-OPEN-MODE
           COMPUTE WS-OPEN-SCAN = WS-I + 1
           PERFORM UNTIL WS-OPEN-SCAN > WS-STMT-END
               MOVE LI-AST-NODE(WS-OPEN-SCAN) TO WS-OPEN-TOKEN
               EVALUATE WS-OPEN-TOKEN
                   WHEN "INPUT"
                       MOVE "INPUT" TO WS-OPEN-MODE
                   WHEN "OUTPUT"
                       MOVE "OUTPUT" TO WS-OPEN-MODE
                   WHEN "I-O"
                       MOVE "I-O" TO WS-OPEN-MODE
                   WHEN "EXTEND"
                       MOVE "EXTEND" TO WS-OPEN-MODE
                   WHEN OTHER
                       PERFORM 3375-FIND-FILE-ROW-PARA
                       IF WS-FILE-ROW > 0
                           PERFORM 3377-WRITE-DATASET-XREF-PARA
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-OPEN-SCAN
           END-PERFORM.

       3370-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3375-FIND-FILE-ROW-PARA
      * Locates WS-OPEN-TOKEN in the file table for the current
      * program. Zero when it is no file at all.
      *----------------------------------------------------------------
       3375-FIND-FILE-ROW-PARA.
           MOVE 0 TO WS-FILE-ROW
           MOVE 1 TO WS-FILE-SCAN
           PERFORM UNTIL WS-FILE-SCAN > LI-FILES-COUNT OR
           WS-FILE-ROW > 0
               IF LI-FILE-NAME(WS-FILE-SCAN) = WS-OPEN-TOKEN AND
               LI-FILE-PROGRAM(WS-FILE-SCAN) = WS-CURRENT-PROGRAM
                   MOVE WS-FILE-SCAN TO WS-FILE-ROW
               END-IF
               ADD 1 TO WS-FILE-SCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 3377-WRITE-DATASET-XREF-PARA
      *----------------------------------------------------------------
       3377-WRITE-DATASET-XREF-PARA.
           MOVE SPACE TO DATASETFILE-RECORD
           STRING FUNCTION TRIM(WS-CURRENT-PROGRAM) " / "
               FUNCTION TRIM(LI-FILE-ASSIGN(WS-FILE-ROW)) " / "
               WS-OPEN-MODE DELIMITED BY SIZE
               INTO DATASETFILE-RECORD
           END-STRING
           WRITE DATASETFILE-RECORD

           IF LI-FILE-RECORD(WS-FILE-ROW) <> SPACE
               MOVE LI-FILE-RECORD(WS-FILE-ROW) TO WS-DF-NAME
               PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
           END-IF
           IF LI-FILE-STATUS-FLD(WS-FILE-ROW) <> SPACE
               MOVE LI-FILE-STATUS-FLD(WS-FILE-ROW) TO WS-DF-NAME
               PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
           END-IF

           IF WS-FEH-OPENED(WS-FILE-ROW) = "N"
               MOVE "Y" TO WS-FEH-OPENED(WS-FILE-ROW)
               MOVE LI-AST-LINE-NUM(WS-I) TO
                   WS-FEH-OPEN-LINE(WS-FILE-ROW)
           END-IF

      *    KEEP THE RECORD LAYOUT BEHIND THIS OPEN FOR THE END-OF-
      *    RUN PRODUCER/CONSUMER AND BINARY-FIELD REPORTS
           EVALUATE WS-OPEN-MODE
               WHEN "OUTPUT"
               WHEN "EXTEND"
                   MOVE "W" TO WS-DSL-DIR
                   PERFORM 3378-CAPTURE-DSL-PARA THRU 3378-EXIT
               WHEN "INPUT"
                   MOVE "R" TO WS-DSL-DIR
                   PERFORM 3378-CAPTURE-DSL-PARA THRU 3378-EXIT
               WHEN "I-O"
                   MOVE "W" TO WS-DSL-DIR
                   PERFORM 3378-CAPTURE-DSL-PARA THRU 3378-EXIT
                   MOVE "R" TO WS-DSL-DIR
                   PERFORM 3378-CAPTURE-DSL-PARA THRU 3378-EXIT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3378-CAPTURE-DSL-PARA
      * The elementary fields of the record behind the file at
      * WS-FILE-ROW, into the dataset-layout table under the side
      * WS-DSL-DIR names. The first writer and first reader of each
      * dataset win - later openers are assumed to share the layout
      * (when they do not, the dictionary conflict report already
      * shouts).
      *----------------------------------------------------------------
       3378-CAPTURE-DSL-PARA.
           IF LI-FILE-RECORD(WS-FILE-ROW) = SPACE OR
           LI-FILE-ASSIGN(WS-FILE-ROW) = SPACE
               GO TO 3378-EXIT
           END-IF

           MOVE 0 TO WS-DSL-ROW
           MOVE 1 TO WS-DSL-I
           PERFORM UNTIL WS-DSL-I > WS-DSL-COUNT OR WS-DSL-ROW > 0
               IF WS-DSL-ASSIGN(WS-DSL-I) =
               LI-FILE-ASSIGN(WS-FILE-ROW)(1:44)
                   MOVE WS-DSL-I TO WS-DSL-ROW
               END-IF
               ADD 1 TO WS-DSL-I
           END-PERFORM
           IF WS-DSL-ROW = 0
               IF WS-DSL-COUNT >= 60
                   GO TO 3378-EXIT
               END-IF
               ADD 1 TO WS-DSL-COUNT
               MOVE WS-DSL-COUNT TO WS-DSL-ROW
               MOVE LI-FILE-ASSIGN(WS-FILE-ROW)(1:44) TO
                   WS-DSL-ASSIGN(WS-DSL-ROW)
               MOVE SPACE TO WS-DSL-W-PROGRAM(WS-DSL-ROW)
               MOVE SPACE TO WS-DSL-R-PROGRAM(WS-DSL-ROW)
               MOVE 0 TO WS-DSL-W-COUNT(WS-DSL-ROW)
               MOVE 0 TO WS-DSL-R-COUNT(WS-DSL-ROW)
           END-IF

           IF (WS-DSL-DIR = "W" AND
           WS-DSL-W-COUNT(WS-DSL-ROW) > 0) OR
           (WS-DSL-DIR = "R" AND
           WS-DSL-R-COUNT(WS-DSL-ROW) > 0)
               GO TO 3378-EXIT
           END-IF

      *    LOCATE THE RECORD'S 01 ROW, THEN TAKE ITS ELEMENTARY
      *    FIELDS IN DECLARATION ORDER (A GROUP HAS NO PICTURE AND
      *    NO FLOAT USAGE)
           MOVE 0 TO WS-DSL-VROW
           MOVE 1 TO WS-DSL-VSCAN
           PERFORM UNTIL WS-DSL-VSCAN > LI-VARS-COUNT OR
           WS-DSL-VROW > 0
               IF LI-VAR-NAME(WS-DSL-VSCAN) =
               LI-FILE-RECORD(WS-FILE-ROW) AND
               LI-VAR-PROGRAM(WS-DSL-VSCAN) =
               LI-FILE-PROGRAM(WS-FILE-ROW) AND
               LI-VAR-LEVEL(WS-DSL-VSCAN) = 1
                   MOVE WS-DSL-VSCAN TO WS-DSL-VROW
               END-IF
               ADD 1 TO WS-DSL-VSCAN
           END-PERFORM
           IF WS-DSL-VROW = 0
               GO TO 3378-EXIT
           END-IF

           IF WS-DSL-DIR = "W"
               MOVE LI-FILE-PROGRAM(WS-FILE-ROW) TO
                   WS-DSL-W-PROGRAM(WS-DSL-ROW)
           ELSE
               MOVE LI-FILE-PROGRAM(WS-FILE-ROW) TO
                   WS-DSL-R-PROGRAM(WS-DSL-ROW)
           END-IF

           COMPUTE WS-DSL-VSCAN = WS-DSL-VROW + 1
           PERFORM UNTIL WS-DSL-VSCAN > LI-VARS-COUNT OR
           LI-VAR-LEVEL(WS-DSL-VSCAN) = 1 OR
           LI-VAR-LEVEL(WS-DSL-VSCAN) = 77 OR
           LI-VAR-PROGRAM(WS-DSL-VSCAN) <>
           LI-VAR-PROGRAM(WS-DSL-VROW)
               IF LI-VAR-IS-COND(WS-DSL-VSCAN) = "N" AND
               (LI-VAR-TYPE(WS-DSL-VSCAN) <> SPACE OR
               LI-VAR-USAGE(WS-DSL-VSCAN) = "COMP-1" OR
               LI-VAR-USAGE(WS-DSL-VSCAN) = "COMP-2")
                   PERFORM 3379-ADD-DSL-FIELD-PARA
               END-IF
               ADD 1 TO WS-DSL-VSCAN
           END-PERFORM.

       3378-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3379-ADD-DSL-FIELD-PARA
      *----------------------------------------------------------------
       3379-ADD-DSL-FIELD-PARA.
           IF WS-DSL-DIR = "W"
               IF WS-DSL-W-COUNT(WS-DSL-ROW) < 80
                   ADD 1 TO WS-DSL-W-COUNT(WS-DSL-ROW)
                   MOVE WS-DSL-W-COUNT(WS-DSL-ROW) TO WS-DSL-K
                   MOVE LI-VAR-NAME(WS-DSL-VSCAN)(1:30) TO
                       WS-DSL-W-NAME(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-OFFSET(WS-DSL-VSCAN) TO
                       WS-DSL-W-OFFSET(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-BYTES(WS-DSL-VSCAN) TO
                       WS-DSL-W-BYTES(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-TYPE(WS-DSL-VSCAN)(1:4) TO
                       WS-DSL-W-TYPE(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-USAGE(WS-DSL-VSCAN) TO
                       WS-DSL-W-USAGE(WS-DSL-ROW, WS-DSL-K)
               END-IF
           ELSE
               IF WS-DSL-R-COUNT(WS-DSL-ROW) < 80
                   ADD 1 TO WS-DSL-R-COUNT(WS-DSL-ROW)
                   MOVE WS-DSL-R-COUNT(WS-DSL-ROW) TO WS-DSL-K
                   MOVE LI-VAR-NAME(WS-DSL-VSCAN)(1:30) TO
                       WS-DSL-R-NAME(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-OFFSET(WS-DSL-VSCAN) TO
                       WS-DSL-R-OFFSET(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-BYTES(WS-DSL-VSCAN) TO
                       WS-DSL-R-BYTES(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-TYPE(WS-DSL-VSCAN)(1:4) TO
                       WS-DSL-R-TYPE(WS-DSL-ROW, WS-DSL-K)
                   MOVE LI-VAR-USAGE(WS-DSL-VSCAN) TO
                       WS-DSL-R-USAGE(WS-DSL-ROW, WS-DSL-K)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3380-CHECK-PARAGRAPHS-PARA
      * The control-flow audit run once the whole member has been
      * walked. Resolves every recorded PERFORM/GO TO reference
      * against the paragraph table (marking the targets - and the
      * whole of a THRU span - as reached, and flagging reversed
      * spans and paragraphs sitting inside a span), then sweeps the
      * table for paragraphs nothing ever reaches and for paragraphs
      * that fall through because their final sentence never saw its
      * period. The first paragraph of each program is its entry
      * point and is exempt from the dead-paragraph check.
      *----------------------------------------------------------------
       3380-CHECK-PARAGRAPHS-PARA.
           MOVE 1 TO WS-REF-SCAN-IDX
           PERFORM UNTIL WS-REF-SCAN-IDX > WS-PREF-COUNT
               MOVE WS-PREF-TARGET(WS-REF-SCAN-IDX) TO
                   WS-PARA-FIND-NAME
               MOVE WS-PREF-PROGRAM(WS-REF-SCAN-IDX) TO
                   WS-PARA-FIND-PROGRAM
               PERFORM 3385-FIND-PARA-ROW-PARA
               IF WS-PARA-ROW > 0
                   MOVE "Y" TO WS-PARA-PERFORMED(WS-PARA-ROW)
                   IF WS-PREF-THRU(WS-REF-SCAN-IDX) <> SPACE
                       PERFORM 3387-AUDIT-THRU-SPAN-PARA THRU 3387-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-REF-SCAN-IDX
           END-PERFORM

           MOVE 1 TO WS-PARA-IDX
           PERFORM UNTIL WS-PARA-IDX > WS-PARA-COUNT
               MOVE WS-PARA-PROGRAM(WS-PARA-IDX) TO WS-CURRENT-PROGRAM

               IF WS-PARA-PERFORMED(WS-PARA-IDX) = "N"
                   MOVE "N" TO WS-PARA-HAS-EARLIER
                   MOVE 1 TO WS-PARA-J
                   PERFORM UNTIL WS-PARA-J >= WS-PARA-IDX
                       IF WS-PARA-PROGRAM(WS-PARA-J) =
                       WS-PARA-PROGRAM(WS-PARA-IDX)
                           MOVE "Y" TO WS-PARA-HAS-EARLIER
                       END-IF
                       ADD 1 TO WS-PARA-J
                   END-PERFORM
                   IF WS-PARA-HAS-EARLIER = "Y" AND
                   WS-PARA-LINE(WS-PARA-IDX) >= WS-DIFF-START AND
                   WS-PARA-LINE(WS-PARA-IDX) <= WS-DIFF-END
                       MOVE WS-PARA-LINE(WS-PARA-IDX) TO
                           WS-FIND-LINE-NUM
                       MOVE WS-PARA-NAME(WS-PARA-IDX) TO WS-FIELD-TAG
                       MOVE "PARA-DEAD" TO WS-CHECK-ID
                       MOVE "PARAGRAPH NEVER PERFORMED OR REACHED"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF

               IF WS-PARA-TERMINATED(WS-PARA-IDX) = "N" AND
               WS-PARA-IDX > 1 AND
               WS-PARA-PROGRAM(WS-PARA-IDX - 1) =
               WS-PARA-PROGRAM(WS-PARA-IDX) AND
               WS-PARA-LINE(WS-PARA-IDX) >= WS-DIFF-START AND
               WS-PARA-LINE(WS-PARA-IDX) <= WS-DIFF-END
                   MOVE WS-PARA-LINE(WS-PARA-IDX) TO WS-FIND-LINE-NUM
                   MOVE WS-PARA-NAME(WS-PARA-IDX - 1) TO WS-FIELD-TAG
                   MOVE "PARA-FALLTHRU" TO WS-CHECK-ID
                   MOVE
                   "PARAGRAPH FALLS THROUGH - NO PERIOD-TERMINATED EXIT"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF

               ADD 1 TO WS-PARA-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3385-FIND-PARA-ROW-PARA
      * Locates WS-PARA-FIND-NAME within WS-PARA-FIND-PROGRAM in the
      * paragraph table. Zero when not found (a data name, an inline
      * PERFORM keyword, a dynamic target).
      *----------------------------------------------------------------
       3385-FIND-PARA-ROW-PARA.
           MOVE 0 TO WS-PARA-ROW
           MOVE 1 TO WS-PARA-J
           PERFORM UNTIL WS-PARA-J > WS-PARA-COUNT OR WS-PARA-ROW > 0
               IF WS-PARA-NAME(WS-PARA-J) = WS-PARA-FIND-NAME AND
               WS-PARA-PROGRAM(WS-PARA-J) = WS-PARA-FIND-PROGRAM
                   MOVE WS-PARA-J TO WS-PARA-ROW
               END-IF
               ADD 1 TO WS-PARA-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 3387-AUDIT-THRU-SPAN-PARA
      * For PERFORM a THRU b with a resolved in WS-PARA-ROW: flags a
      * span whose THRU target is defined BEFORE its starting
      * paragraph (the span runs backwards and executes everything
      * but what was intended), marks every paragraph the span
      * covers as reached, and calls out paragraphs sitting strictly
      * inside the span - the classic symptom of a new paragraph
      * inserted between a and its exit.
      *----------------------------------------------------------------
       3387-AUDIT-THRU-SPAN-PARA.
           MOVE WS-PARA-ROW TO WS-PARA-IDX
           MOVE WS-PREF-THRU(WS-REF-SCAN-IDX) TO WS-PARA-FIND-NAME
           PERFORM 3385-FIND-PARA-ROW-PARA
           MOVE WS-PARA-ROW TO WS-PARA-THRU-ROW
           MOVE WS-PARA-IDX TO WS-PARA-ROW
           IF WS-PARA-THRU-ROW = 0
               GO TO 3387-EXIT
           END-IF
           MOVE "Y" TO WS-PARA-PERFORMED(WS-PARA-THRU-ROW)

           MOVE WS-PREF-PROGRAM(WS-REF-SCAN-IDX) TO WS-CURRENT-PROGRAM
           IF WS-PARA-THRU-ROW < WS-PARA-ROW
               IF WS-PREF-LINE(WS-REF-SCAN-IDX) >= WS-DIFF-START AND
               WS-PREF-LINE(WS-REF-SCAN-IDX) <= WS-DIFF-END
                   MOVE WS-PREF-LINE(WS-REF-SCAN-IDX) TO
                       WS-FIND-LINE-NUM
                   MOVE WS-PREF-TARGET(WS-REF-SCAN-IDX) TO
                       WS-FIELD-TAG
                   MOVE "PERFORM-THRU" TO WS-CHECK-ID
                   MOVE "PERFORM THRU TARGET PRECEDES START PARAGRAPH"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               GO TO 3387-EXIT
           END-IF

           MOVE WS-PARA-ROW TO WS-PARA-J
           PERFORM UNTIL WS-PARA-J > WS-PARA-THRU-ROW
               MOVE "Y" TO WS-PARA-PERFORMED(WS-PARA-J)
               IF WS-PARA-J > WS-PARA-ROW AND
               WS-PARA-J < WS-PARA-THRU-ROW AND
               WS-PARA-LINE(WS-PARA-J) >= WS-DIFF-START AND
               WS-PARA-LINE(WS-PARA-J) <= WS-DIFF-END
                   MOVE WS-PARA-LINE(WS-PARA-J) TO WS-FIND-LINE-NUM
                   MOVE WS-PARA-NAME(WS-PARA-J) TO WS-FIELD-TAG
                   MOVE "PERFORM-THRU" TO WS-CHECK-ID
                   MOVE "INFO" TO WS-SEVERITY
                   MOVE "PARAGRAPH LIES INSIDE PERFORM THRU SPAN"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               ADD 1 TO WS-PARA-J
           END-PERFORM.

       3387-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3390-MARK-XREF-HIT-PARA
      * Marks a field's row as referenced the moment its name turns
      * up anywhere past the PROCEDURE DIVISION header, so
      * 3900-CHECK-DEAD-FIELDS-PARA can report the ones that never do.
      *----------------------------------------------------------------
       3390-MARK-XREF-HIT-PARA.
           CALL "FIND_VAR" USING WS-TOK LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT > 0
               MOVE "Y" TO WS-VAR-HIT(WS-FIND-INDEX-OUT)
           END-IF.

      *----------------------------------------------------------------
      * 3392-NOTE-LITERAL-PARA
      * A procedure-division token that resolved to no data name:
      * when it is a quoted or numeric literal worth tracking, it
      * posts into the shop-wide literal cross-reference. Obvious
      * noise stays out - 0 and 1, blank strings, and one-character
      * flags like "Y".
      *----------------------------------------------------------------
       3392-NOTE-LITERAL-PARA.
           COMPUTE WS-LITX-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-TOK))

           IF WS-TOK(1:1) = '"' OR WS-TOK(1:1) = "'"
               IF WS-LITX-LEN < 4 OR
               FUNCTION TRIM(WS-TOK(2:WS-LITX-LEN - 2)) = SPACE
                   GO TO 3392-EXIT
               END-IF
           ELSE
      *        A DECIMAL POINT IS STILL A NUMERIC LITERAL - TEST
      *        WITH THE POINT BLOTTED OUT
               MOVE WS-TOK TO WS-LITX-WORK
               INSPECT WS-LITX-WORK REPLACING ALL "." BY "0"
               IF FUNCTION TRIM(WS-LITX-WORK) IS NOT NUMERIC
                   GO TO 3392-EXIT
               END-IF
               IF FUNCTION NUMVAL(WS-TOK) = 0 OR
               FUNCTION NUMVAL(WS-TOK) = 1
                   GO TO 3392-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-LITX-ROW
           MOVE 1 TO WS-LITX-I
           PERFORM UNTIL WS-LITX-I > WS-LITX-COUNT OR
           WS-LITX-ROW > 0
               IF WS-LITX-VALUE(WS-LITX-I) = WS-TOK(1:30)
                   MOVE WS-LITX-I TO WS-LITX-ROW
               END-IF
               ADD 1 TO WS-LITX-I
           END-PERFORM

           IF WS-LITX-ROW = 0
               IF WS-LITX-COUNT < 600
                   ADD 1 TO WS-LITX-COUNT
                   MOVE WS-LITX-COUNT TO WS-LITX-ROW
                   MOVE WS-TOK(1:30) TO WS-LITX-VALUE(WS-LITX-ROW)
                   MOVE 0 TO WS-LITX-NOCC(WS-LITX-ROW)
                   MOVE 0 TO WS-LITX-DPROGS(WS-LITX-ROW)
                   MOVE SPACE TO WS-LITX-XPROG(WS-LITX-ROW)
               ELSE
                   GO TO 3392-EXIT
               END-IF
           END-IF

      *    A PROGRAM NEITHER JUST SEEN NOR ON THE RECORDED
      *    OCCURRENCES IS A NEW DISTINCT USER OF THE LITERAL
           IF WS-CURRENT-PROGRAM <> WS-LITX-XPROG(WS-LITX-ROW)
               MOVE "N" TO WS-LITX-SEEN
               MOVE 1 TO WS-LITX-J
               PERFORM UNTIL WS-LITX-J > 8 OR
               WS-LITX-J > WS-LITX-NOCC(WS-LITX-ROW) OR
               WS-LITX-SEEN = "Y"
                   IF WS-LITX-OCC-PROGRAM(WS-LITX-ROW, WS-LITX-J) =
                   WS-CURRENT-PROGRAM
                       MOVE "Y" TO WS-LITX-SEEN
                   END-IF
                   ADD 1 TO WS-LITX-J
               END-PERFORM
               IF WS-LITX-SEEN = "N"
                   ADD 1 TO WS-LITX-DPROGS(WS-LITX-ROW)
               END-IF
               MOVE WS-CURRENT-PROGRAM TO
                   WS-LITX-XPROG(WS-LITX-ROW)
           END-IF

           ADD 1 TO WS-LITX-NOCC(WS-LITX-ROW)
           IF WS-LITX-NOCC(WS-LITX-ROW) <= 8
               MOVE WS-CURRENT-PROGRAM TO WS-LITX-OCC-PROGRAM
                   (WS-LITX-ROW, WS-LITX-NOCC(WS-LITX-ROW))
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-LITX-OCC-LINE
                   (WS-LITX-ROW, WS-LITX-NOCC(WS-LITX-ROW))
           END-IF.

       3392-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3393-NOTE-CLONE-TOKEN-PARA
      * Folds the token at WS-I into the fingerprints of the
      * paragraph it belongs to, for the run's clone report. A
      * header 3310 has just recorded closes the paragraph above and
      * opens a new one. Data names become <V>, paragraph names
      * (after PERFORM, THRU or GO TO) <P>, file names <F>; the
      * near print also turns every literal into <L>. Periods are
      * left out - where a statement ends is layout, not logic.
      *----------------------------------------------------------------
       3393-NOTE-CLONE-TOKEN-PARA.
           IF WS-PARA-COUNT <> WS-CLN-SEEN OR
           (WS-CLN-OPEN = "Y" AND
           WS-CURRENT-PROGRAM <> WS-CLN-CUR-PROGRAM)
               PERFORM 3394-CLOSE-CLONE-PARA
           END-IF
           IF WS-PARA-COUNT <> WS-CLN-SEEN
               MOVE WS-PARA-COUNT TO WS-CLN-SEEN
               MOVE "Y" TO WS-CLN-OPEN
               MOVE WS-CURRENT-PARA TO WS-CLN-CUR-PARA
               MOVE WS-CURRENT-PROGRAM TO WS-CLN-CUR-PROGRAM
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-CLN-CUR-FIRST
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-CLN-CUR-LAST
               MOVE 0 TO WS-CLN-CUR-TOKENS
               MOVE 0 TO WS-CLN-CUR-EXACT
               MOVE 0 TO WS-CLN-CUR-NEAR
               MOVE SPACE TO WS-CLN-PREV
               MOVE SPACE TO WS-CLN-PREV2
               GO TO 3393-EXIT
           END-IF
           IF WS-CLN-OPEN = "N"
               GO TO 3393-EXIT
           END-IF

      *    A QUOTED OR NUMERIC LITERAL (POINT BLOTTED OUT FIRST)
           MOVE "N" TO WS-CLN-LIT
           IF WS-TOK(1:1) = '"' OR WS-TOK(1:1) = "'"
               MOVE "Y" TO WS-CLN-LIT
           ELSE
               MOVE WS-TOK TO WS-CLN-WORK
               INSPECT WS-CLN-WORK REPLACING ALL "." BY "0"
               IF FUNCTION TRIM(WS-CLN-WORK) IS NUMERIC
                   MOVE "Y" TO WS-CLN-LIT
               END-IF
           END-IF

           IF WS-CLN-LIT = "Y"
               MOVE WS-TOK TO WS-CLN-NORM
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-TOK) TO WS-CLN-NORM
           END-IF
           EVALUATE TRUE
               WHEN WS-CLN-LIT = "Y"
                   CONTINUE
               WHEN WS-FIND-INDEX-OUT > 0
                   MOVE "<V>" TO WS-CLN-NORM
               WHEN (WS-CLN-PREV = "PERFORM" OR
               WS-CLN-PREV = "THRU" OR WS-CLN-PREV = "THROUGH" OR
               (WS-CLN-PREV = "TO" AND WS-CLN-PREV2 = "GO")) AND
               WS-CLN-NORM <> "VARYING" AND
               WS-CLN-NORM <> "UNTIL" AND
               WS-CLN-NORM <> "WITH" AND
               WS-CLN-NORM <> "TEST" AND
               WS-CLN-NORM <> "FOREVER"
                   MOVE "<P>" TO WS-CLN-NORM
               WHEN OTHER
                   MOVE 1 TO WS-CLN-K
                   PERFORM UNTIL WS-CLN-K > LI-FILES-COUNT
                       IF LI-FILE-NAME(WS-CLN-K) = WS-TOK AND
                       LI-FILE-PROGRAM(WS-CLN-K) = WS-CURRENT-PROGRAM
                           MOVE "<F>" TO WS-CLN-NORM
                       END-IF
                       ADD 1 TO WS-CLN-K
                   END-PERFORM
           END-EVALUATE
           MOVE WS-CLN-NORM TO WS-CLN-NEAR-TOK
           IF WS-CLN-LIT = "Y"
               MOVE "<L>" TO WS-CLN-NEAR-TOK
           END-IF

           PERFORM 3396-FOLD-CLONE-TOKEN-PARA
           ADD 1 TO WS-CLN-CUR-TOKENS
      *    A TOKEN SPLICED IN FROM A COPYBOOK CARRIES THE COPYBOOK'S
      *    LINE NUMBER, NOT THE PROGRAM'S
           IF LI-AST-COPY-MEMBER(WS-I) = SPACE
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-CLN-CUR-LAST
           END-IF
           MOVE WS-CLN-PREV TO WS-CLN-PREV2
           MOVE FUNCTION UPPER-CASE(WS-TOK) TO WS-CLN-PREV.

       3393-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3394-CLOSE-CLONE-PARA
      * The paragraph being folded goes into the run's clone table
      * if it is long enough to be worth sharing (POLICY.CFG
      * CLONE-MIN-TOKENS) - an EXIT paragraph or a two-line switch
      * setter matches half the library and proves nothing.
      *----------------------------------------------------------------
       3394-CLOSE-CLONE-PARA.
           IF WS-CLN-OPEN = "Y" AND
           WS-CLN-CUR-TOKENS >= WK-CLONE-MIN-TOKENS
               IF WS-CLN-COUNT < 3000
                   ADD 1 TO WS-CLN-COUNT
                   MOVE WS-CLN-CUR-PROGRAM TO
                       WS-CLN-PROGRAM(WS-CLN-COUNT)
                   MOVE WS-CLN-CUR-PARA TO WS-CLN-PARA(WS-CLN-COUNT)
                   MOVE WS-CLN-CUR-FIRST TO WS-CLN-FIRST(WS-CLN-COUNT)
                   MOVE WS-CLN-CUR-LAST TO WS-CLN-LAST(WS-CLN-COUNT)
                   MOVE WS-CLN-CUR-TOKENS TO
                       WS-CLN-TOKENS(WS-CLN-COUNT)
                   MOVE WS-CLN-CUR-EXACT TO WS-CLN-EXACT(WS-CLN-COUNT)
                   MOVE WS-CLN-CUR-NEAR TO WS-CLN-NEAR(WS-CLN-COUNT)
                   MOVE 0 TO WS-CLN-GROUP(WS-CLN-COUNT)
               ELSE
                   MOVE "Y" TO WS-CLN-FULL
               END-IF
           END-IF
           MOVE "N" TO WS-CLN-OPEN.

      *----------------------------------------------------------------
      * 3396-FOLD-CLONE-TOKEN-PARA
      * Rolls the normalised token into both prints the way PARSER
      * rolls a source line into the member checksum, with a
      * separator so "A B" and "AB" differ.
      *----------------------------------------------------------------
       3396-FOLD-CLONE-TOKEN-PARA.
           COMPUTE WS-CLN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CLN-NORM TRAILING))
           MOVE 1 TO WS-CLN-POS
           PERFORM UNTIL WS-CLN-POS > WS-CLN-LEN
               COMPUTE WS-CLN-CUR-EXACT = FUNCTION MOD(
                   WS-CLN-CUR-EXACT * 31 +
                   FUNCTION ORD(WS-CLN-NORM(WS-CLN-POS:1)), 999999999)
               ADD 1 TO WS-CLN-POS
           END-PERFORM
           COMPUTE WS-CLN-CUR-EXACT = FUNCTION MOD(
               WS-CLN-CUR-EXACT * 31 + 257, 999999999)

           COMPUTE WS-CLN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CLN-NEAR-TOK TRAILING))
           MOVE 1 TO WS-CLN-POS
           PERFORM UNTIL WS-CLN-POS > WS-CLN-LEN
               COMPUTE WS-CLN-CUR-NEAR = FUNCTION MOD(
                   WS-CLN-CUR-NEAR * 31 +
                   FUNCTION ORD(WS-CLN-NEAR-TOK(WS-CLN-POS:1)),
                   999999999)
               ADD 1 TO WS-CLN-POS
           END-PERFORM
           COMPUTE WS-CLN-CUR-NEAR = FUNCTION MOD(
               WS-CLN-CUR-NEAR * 31 + 257, 999999999).

      *----------------------------------------------------------------
      * 3395-CHECK-SUBSCRIPT-PARA
      * WS-TOK still carries a literal subscript glued onto the field
      * name exactly as PARSER tokenized it (e.g. "WS-ARRAY(21)") -
      * FIND_VAR's own STRIP-SUBSCRIPT-PARA already resolved the base
      * field into WS-FIND-INDEX-OUT via 3390 above, so this only has
      * to pull the subscript text back out and range-check it against
      * LI-VAR-OCCURS. A variable subscript is ranged against the
      * PERFORM VARYING bound 3367 captured for it, when one is
      * known - the analyzer's old stated blind spot.
      *----------------------------------------------------------------
       3395-CHECK-SUBSCRIPT-PARA.
           UNSTRING WS-TOK DELIMITED BY "(" INTO WS-SUB-BASE WS-SUB-REST
           END-UNSTRING

           IF WS-SUB-BASE <> WS-TOK AND WS-FIND-INDEX-OUT > 0
               MOVE SPACE TO WS-SUB-TEXT
               UNSTRING WS-SUB-REST DELIMITED BY ")" INTO WS-SUB-TEXT
               END-UNSTRING
      *        A COLON IN THE PARENTHESES IS REFERENCE MODIFICATION
      *        (START:LENGTH), NOT A SUBSCRIPT
               MOVE 0 TO WS-REFMOD-COLON
               INSPECT WS-SUB-TEXT TALLYING WS-REFMOD-COLON
                   FOR ALL ":"
               IF WS-REFMOD-COLON > 0
                   PERFORM 3398-CHECK-REFMOD-PARA
               ELSE
               IF LI-VAR-OCCURS(WS-FIND-INDEX-OUT) > 0
               IF FUNCTION TRIM(WS-SUB-TEXT) IS NUMERIC
                   COMPUTE WS-SUB-VAL = FUNCTION NUMVAL(WS-SUB-TEXT)
                   IF WS-SUB-VAL < 1 OR
                   WS-SUB-VAL > LI-VAR-OCCURS(WS-FIND-INDEX-OUT)
                       MOVE WS-TOK TO WS-FIELD-TAG
                       MOVE "SUBSCRIPT-BOUNDS" TO WS-CHECK-ID
                       MOVE "SUBSCRIPT OUT OF OCCURS BOUNDS"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               ELSE
                   PERFORM 3397-CHECK-VARYING-SUB-PARA
               END-IF
               END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3398-CHECK-REFMOD-PARA
      * Literal (start:length) reference modification ranged against
      * the field's TRUE byte size from the layout pass - the check
      * that catches MOVE WS-REC(81:20) against an 80-byte record
      * before it becomes a runtime abend. Either expression being a
      * data name leaves the reference unprovable and unflagged.
      *----------------------------------------------------------------
       3398-CHECK-REFMOD-PARA.
           MOVE SPACE TO WS-REFMOD-START-TXT
           MOVE SPACE TO WS-REFMOD-LEN-TXT
           UNSTRING WS-SUB-TEXT DELIMITED BY ":"
               INTO WS-REFMOD-START-TXT WS-REFMOD-LEN-TXT
           END-UNSTRING

           IF FUNCTION TRIM(WS-REFMOD-START-TXT) IS NOT NUMERIC OR
           LI-VAR-BYTES(WS-FIND-INDEX-OUT) = 0
               CONTINUE
           ELSE
               COMPUTE WS-REFMOD-START =
                   FUNCTION NUMVAL(WS-REFMOD-START-TXT)
               IF FUNCTION TRIM(WS-REFMOD-LEN-TXT) IS NUMERIC
                   COMPUTE WS-REFMOD-LEN =
                       FUNCTION NUMVAL(WS-REFMOD-LEN-TXT)
               ELSE
      *            (START:) OR A VARIABLE LENGTH - RANGE THE START
      *            ALONE
                   MOVE 1 TO WS-REFMOD-LEN
               END-IF
               COMPUTE WS-REFMOD-END =
                   WS-REFMOD-START + WS-REFMOD-LEN - 1
               IF WS-REFMOD-START < 1 OR WS-REFMOD-LEN < 1 OR
               WS-REFMOD-END > LI-VAR-BYTES(WS-FIND-INDEX-OUT)
                   MOVE WS-TOK TO WS-FIELD-TAG
                   MOVE "REFMOD-BOUNDS" TO WS-CHECK-ID
                   MOVE
                   "REFERENCE MODIFICATION EXCEEDS FIELD SIZE"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3397-CHECK-VARYING-SUB-PARA
      * The variable subscript in WS-SUB-TEXT against the loop-bound
      * table: a PERFORM VARYING that can push the control variable
      * past this table's OCCURS bound is the out-of-bounds class we
      * could never see before.
      *----------------------------------------------------------------
       3397-CHECK-VARYING-SUB-PARA.
           MOVE 0 TO WS-LOOP-ROW
           MOVE 1 TO WS-LOOP-IDX
           PERFORM UNTIL WS-LOOP-IDX > WS-LOOP-COUNT OR
           WS-LOOP-ROW > 0
               IF FUNCTION TRIM(WS-LOOP-VAR(WS-LOOP-IDX)) =
               FUNCTION TRIM(WS-SUB-TEXT) AND
               WS-LOOP-PROGRAM(WS-LOOP-IDX) = WS-CURRENT-PROGRAM
                   MOVE WS-LOOP-IDX TO WS-LOOP-ROW
               END-IF
               ADD 1 TO WS-LOOP-IDX
           END-PERFORM

           IF WS-LOOP-ROW > 0 AND
           WS-LOOP-MAX(WS-LOOP-ROW) >
           LI-VAR-OCCURS(WS-FIND-INDEX-OUT)
               MOVE WS-TOK TO WS-FIELD-TAG
               MOVE "VARYING-RANGE" TO WS-CHECK-ID
               MOVE "LOOP SUBSCRIPT CAN EXCEED OCCURS BOUND"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF.

      *----------------------------------------------------------------
      * 3400-CHECK-MOVE-PARA
      * MOVE <src> TO <tgt> - flags a move across PICTURE classes
      * (numeric mixed with alphabetic/alphanumeric) and a move that
      * truncates because the target is narrower than the source.
      *----------------------------------------------------------------
       3400-CHECK-MOVE-PARA.
           IF WS-I + 3 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-I + 2) <> "TO"
               GO TO 3400-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-I + 1) TO WS-MOVE-SRC
           MOVE LI-AST-NODE(WS-I + 3) TO WS-MOVE-TGT

           CALL "FIND_VAR" USING WS-MOVE-SRC LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-MOVE-SRC-ROW
           CALL "FIND_VAR" USING WS-MOVE-TGT LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-MOVE-TGT-ROW

           IF WS-MOVE-SRC-ROW = 0 OR WS-MOVE-TGT-ROW = 0
               GO TO 3400-EXIT
           END-IF

           IF LI-VAR-TYPE(WS-MOVE-SRC-ROW) <>
           LI-VAR-TYPE(WS-MOVE-TGT-ROW) AND
           (LI-VAR-TYPE(WS-MOVE-SRC-ROW) = "9" OR
           LI-VAR-TYPE(WS-MOVE-TGT-ROW) = "9")
               MOVE "MOVE-CLASS" TO WS-CHECK-ID
               MOVE "MOVE MIXES PICTURE CLASSES" TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           ELSE
               IF LI-VAR-SIZE(WS-MOVE-TGT-ROW) <
               LI-VAR-SIZE(WS-MOVE-SRC-ROW)
                   MOVE "MOVE-TRUNC" TO WS-CHECK-ID
                   MOVE "MOVE TRUNCATES - TARGET NARROWER"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
           END-IF.

       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3410-CHECK-STRING-PARA
      * STRING src ... INTO tgt - sums what the sources can deliver
      * (field sizes, literal lengths) against the target's size.
      * Delimiter operands after BY do not count as sources. A
      * statement that can overflow is flagged, and flagged again
      * when it carries no ON OVERFLOW phrase to catch it. A source
      * whose size the table does not know (a group item, today)
      * makes the sum unprovable, so no finding fires.
      *----------------------------------------------------------------
       3410-CHECK-STRING-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE 0 TO WS-STR-SUM
           MOVE 0 TO WS-STR-TGT-SIZE
           MOVE "N" TO WS-STR-HAS-OVFL
           MOVE "N" TO WS-STR-UNKNOWN
           MOVE "N" TO WS-STR-SKIP-NEXT
           MOVE "N" TO WS-STR-PAST-INTO

           COMPUTE WS-STR-IDX = WS-I + 1
           PERFORM UNTIL WS-STR-IDX > WS-STMT-END
               MOVE LI-AST-NODE(WS-STR-IDX) TO WS-STR-TOK
               EVALUATE TRUE
                   WHEN WS-STR-TOK = "OVERFLOW"
                       MOVE "Y" TO WS-STR-HAS-OVFL
                   WHEN WS-STR-PAST-INTO = "Y"
                       CONTINUE
                   WHEN WS-STR-TOK = "INTO"
                       MOVE "Y" TO WS-STR-PAST-INTO
                       IF WS-STR-IDX < WS-STMT-END
                           MOVE LI-AST-NODE(WS-STR-IDX + 1)
                               TO WS-STR-TOK
                           CALL "FIND_VAR" USING WS-STR-TOK
                               LI-VARIABLES LI-VAR-INDEX-TABLE
                               WS-FIND-INDEX-OUT
                           IF WS-FIND-INDEX-OUT > 0
                               MOVE LI-VAR-SIZE(WS-FIND-INDEX-OUT)
                                   TO WS-STR-TGT-SIZE
                           END-IF
                       END-IF
                   WHEN WS-STR-TOK = "DELIMITED"
                       CONTINUE
                   WHEN WS-STR-TOK = "BY"
                       MOVE "Y" TO WS-STR-SKIP-NEXT
                   WHEN WS-STR-SKIP-NEXT = "Y"
      *                THE DELIMITER OPERAND - NOT A SOURCE. SIZE
      *                MEANS "NO DELIMITER", NOTHING TO SKIP.
                       MOVE "N" TO WS-STR-SKIP-NEXT
                   WHEN WS-STR-TOK(1:1) = '"' OR
                   WS-STR-TOK(1:1) = "'"
                       COMPUTE WS-STR-LITLEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-STR-TOK)) - 2
                       ADD WS-STR-LITLEN TO WS-STR-SUM
                   WHEN OTHER
                       CALL "FIND_VAR" USING WS-STR-TOK LI-VARIABLES
                           LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                       IF WS-FIND-INDEX-OUT > 0
                           IF LI-VAR-SIZE(WS-FIND-INDEX-OUT) = 0
                               MOVE "Y" TO WS-STR-UNKNOWN
                           ELSE
                               ADD LI-VAR-SIZE(WS-FIND-INDEX-OUT)
                                   TO WS-STR-SUM
                           END-IF
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-STR-IDX
           END-PERFORM

           IF WS-STR-UNKNOWN = "N" AND WS-STR-TGT-SIZE > 0 AND
           WS-STR-SUM > WS-STR-TGT-SIZE
               MOVE "STRING-OVERFLOW" TO WS-CHECK-ID
               MOVE "STRING SOURCES CAN OVERFLOW TARGET"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               IF WS-STR-HAS-OVFL = "N"
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE "STRING-OVERFLOW" TO WS-CHECK-ID
                   MOVE "STRING CAN OVERFLOW - NO ON OVERFLOW PHRASE"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
           END-IF.

       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3420-CHECK-UNSTRING-PARA
      * UNSTRING src ... INTO a b c - any receiver narrower than the
      * source can truncate whatever piece lands in it. Reported as
      * INFO: splitting a big field into small ones is usually the
      * point of an UNSTRING, but the statements last quarter's
      * statement-printing defect came from are exactly these, so
      * the policy file can raise it where it matters.
      *----------------------------------------------------------------
       3420-CHECK-UNSTRING-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE 0 TO WS-UNSTR-SRC-SIZE
           IF WS-I + 1 <= WS-STMT-END
               MOVE LI-AST-NODE(WS-I + 1) TO WS-STR-TOK
               CALL "FIND_VAR" USING WS-STR-TOK LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               IF WS-FIND-INDEX-OUT > 0
                   MOVE LI-VAR-SIZE(WS-FIND-INDEX-OUT) TO
                       WS-UNSTR-SRC-SIZE
               END-IF
           END-IF
           IF WS-UNSTR-SRC-SIZE = 0
               GO TO 3420-EXIT
           END-IF

           COMPUTE WS-STR-IDX = WS-I + 2
           PERFORM UNTIL WS-STR-IDX > WS-STMT-END OR
           LI-AST-NODE(WS-STR-IDX) = "INTO"
               ADD 1 TO WS-STR-IDX
           END-PERFORM
           ADD 1 TO WS-STR-IDX

           PERFORM UNTIL WS-STR-IDX > WS-STMT-END
               MOVE LI-AST-NODE(WS-STR-IDX) TO WS-STR-TOK
               IF WS-STR-TOK = "TALLYING" OR WS-STR-TOK = "ON"
                   MOVE WS-STMT-END TO WS-STR-IDX
               ELSE
                   IF WS-STR-TOK <> "DELIMITER" AND
                   WS-STR-TOK <> "COUNT" AND WS-STR-TOK <> "IN" AND
                   WS-STR-TOK <> "WITH" AND WS-STR-TOK <> "POINTER"
                       CALL "FIND_VAR" USING WS-STR-TOK LI-VARIABLES
                           LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                       IF WS-FIND-INDEX-OUT > 0 AND
                       LI-VAR-SIZE(WS-FIND-INDEX-OUT) > 0 AND
                       LI-VAR-SIZE(WS-FIND-INDEX-OUT) <
                       WS-UNSTR-SRC-SIZE
                           MOVE LI-AST-LINE-NUM(WS-I) TO
                               WS-FIND-LINE-NUM
                           MOVE WS-STR-TOK TO WS-FIELD-TAG
                           MOVE "UNSTRING-NARROW" TO WS-CHECK-ID
                           MOVE "INFO" TO WS-SEVERITY
                           MOVE
                           "UNSTRING RECEIVER NARROWER THAN SOURCE"
                               TO WS-MESSAGE
                           PERFORM 4000-WRITE-FINDING-PARA
                               THRU 4000-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-STR-IDX
           END-PERFORM.

       3420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3430-CHECK-READ-PARA
      * A READ with neither an AT END nor an INVALID KEY phrase is
      * remembered against its file; whether that matters is judged
      * in 3945 once we know if the file's STATUS field was ever
      * tested anywhere in the member.
      *----------------------------------------------------------------
       3430-CHECK-READ-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT
               GO TO 3430-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-I + 1) TO WS-OPEN-TOKEN
           PERFORM 3375-FIND-FILE-ROW-PARA
           IF WS-FILE-ROW = 0
               GO TO 3430-EXIT
           END-IF

           PERFORM 3435-SCAN-GUARD-PARA
           IF WS-FEH-GUARD = "N" AND
           WS-FEH-READ-BAD(WS-FILE-ROW) = "N"
               MOVE "Y" TO WS-FEH-READ-BAD(WS-FILE-ROW)
               MOVE LI-AST-LINE-NUM(WS-I) TO
                   WS-FEH-READ-LINE(WS-FILE-ROW)
           END-IF.

       3430-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3435-SCAN-GUARD-PARA
      * Looks for an AT END or INVALID KEY phrase between the I/O
      * verb at WS-I and its sentence period (or explicit scope
      * terminator). The walk's statement-end helper stops at those
      * very keywords, so this scans the raw sentence instead.
      *----------------------------------------------------------------
       3435-SCAN-GUARD-PARA.
           MOVE "N" TO WS-FEH-GUARD
           COMPUTE WS-FEH-SCAN = WS-I + 1
           PERFORM UNTIL WS-FEH-SCAN > LI-AST-NODE-COUNT OR
           WS-FEH-SCAN > WS-I + 200 OR
           LI-AST-NODE(WS-FEH-SCAN) = "." OR
           LI-AST-NODE(WS-FEH-SCAN) = "END-READ" OR
           LI-AST-NODE(WS-FEH-SCAN) = "END-WRITE" OR
           LI-AST-NODE(WS-FEH-SCAN) = "END-REWRITE"
               IF LI-AST-NODE(WS-FEH-SCAN) = "END" OR
               LI-AST-NODE(WS-FEH-SCAN) = "INVALID"
                   MOVE "Y" TO WS-FEH-GUARD
               END-IF
               ADD 1 TO WS-FEH-SCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 3440-CHECK-WRITE-PARA
      * WRITE/REWRITE name a RECORD, not a file - the record maps
      * back to its file through the FD capture. Only keyed files
      * (INDEXED/RELATIVE) need INVALID KEY handling.
      *----------------------------------------------------------------
       3440-CHECK-WRITE-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT
               GO TO 3440-EXIT
           END-IF

           MOVE 0 TO WS-FILE-ROW
           MOVE 1 TO WS-FILE-SCAN
           PERFORM UNTIL WS-FILE-SCAN > LI-FILES-COUNT OR
           WS-FILE-ROW > 0
               IF LI-FILE-RECORD(WS-FILE-SCAN) =
               LI-AST-NODE(WS-I + 1) AND
               LI-FILE-PROGRAM(WS-FILE-SCAN) = WS-CURRENT-PROGRAM
                   MOVE WS-FILE-SCAN TO WS-FILE-ROW
               END-IF
               ADD 1 TO WS-FILE-SCAN
           END-PERFORM
           IF WS-FILE-ROW = 0
               GO TO 3440-EXIT
           END-IF

           IF LI-FILE-ORG(WS-FILE-ROW) <> "INDEXED" AND
           LI-FILE-ORG(WS-FILE-ROW) <> "RELATIVE"
               GO TO 3440-EXIT
           END-IF

           PERFORM 3435-SCAN-GUARD-PARA
           IF WS-FEH-GUARD = "N" AND
           WS-FEH-WRITE-BAD(WS-FILE-ROW) = "N"
               MOVE "Y" TO WS-FEH-WRITE-BAD(WS-FILE-ROW)
               MOVE LI-AST-LINE-NUM(WS-I) TO
                   WS-FEH-WRITE-LINE(WS-FILE-ROW)
           END-IF

      *    A WRITE TO A UNIQUE-KEY FILE HAS A DUPLICATE WAITING FOR
      *    IT SOONER OR LATER - THAT ONE WANTS ITS OWN INVALID KEY,
      *    WHATEVER THE FILE STATUS HANDLING ELSEWHERE
           IF WS-TOK <> "WRITE" OR
           LI-FILE-ORG(WS-FILE-ROW) <> "INDEXED" OR
           LI-FILE-KEY(WS-FILE-ROW) = SPACE OR
           LI-FILE-KEY-DUPS(WS-FILE-ROW) = "Y"
               GO TO 3440-EXIT
           END-IF
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE "N" TO WS-FEH-GUARD
           IF WS-STMT-END < LI-AST-NODE-COUNT
               IF LI-AST-NODE(WS-STMT-END + 1) = "INVALID"
                   MOVE "Y" TO WS-FEH-GUARD
               END-IF
           END-IF
           IF WS-FEH-GUARD = "N"
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               MOVE LI-FILE-NAME(WS-FILE-ROW) TO WS-FIELD-TAG
               MOVE "KEY-WRITE-DUP" TO WS-CHECK-ID
               MOVE
               "WRITE TO UNIQUE-KEY FILE WITHOUT INVALID KEY"
                   TO WS-MESSAGE
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
           END-IF.

       3440-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3445-CHECK-KEY-REF-PARA
      * READ ... KEY IS name and START ... KEY relation name against
      * an indexed file must name one of its declared keys - START
      * may also name a leading piece of one (a generic key: same
      * offset, no longer). Anything else is a key the file system
      * was never told about and fails with status 23 or worse.
      *----------------------------------------------------------------
       3445-CHECK-KEY-REF-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT
               GO TO 3445-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-I + 1) TO WS-OPEN-TOKEN
           PERFORM 3375-FIND-FILE-ROW-PARA
           IF WS-FILE-ROW = 0
               GO TO 3445-EXIT
           END-IF
           IF LI-FILE-ORG(WS-FILE-ROW) <> "INDEXED"
               GO TO 3445-EXIT
           END-IF

           MOVE SPACE TO WS-KEY-NAME
           COMPUTE WS-KEY-SCAN = WS-I + 2
           PERFORM UNTIL WS-KEY-SCAN > LI-AST-NODE-COUNT OR
           WS-KEY-SCAN > WS-I + 12
               MOVE LI-AST-NODE(WS-KEY-SCAN) TO WS-KEY-TOK
               IF WS-KEY-TOK = "." OR WS-KEY-TOK = "INVALID" OR
               WS-KEY-TOK = "END-START" OR WS-KEY-TOK = "END-READ" OR
               WS-KEY-TOK = "AT"
                   EXIT PERFORM
               END-IF
               IF WS-KEY-TOK = "KEY"
                   ADD 1 TO WS-KEY-SCAN
                   PERFORM UNTIL WS-KEY-SCAN > LI-AST-NODE-COUNT
                       MOVE LI-AST-NODE(WS-KEY-SCAN) TO WS-KEY-TOK
                       EVALUATE WS-KEY-TOK
                           WHEN "IS"
                           WHEN "="
                           WHEN ">"
                           WHEN "<"
                           WHEN ">="
                           WHEN "<="
                           WHEN "EQUAL"
                           WHEN "EQUALS"
                           WHEN "GREATER"
                           WHEN "LESS"
                           WHEN "THAN"
                           WHEN "TO"
                           WHEN "OR"
                           WHEN "NOT"
                               ADD 1 TO WS-KEY-SCAN
                           WHEN OTHER
                               MOVE WS-KEY-TOK TO WS-KEY-NAME
                               EXIT PERFORM
                       END-EVALUATE
                   END-PERFORM
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KEY-SCAN
           END-PERFORM
           IF WS-KEY-NAME = SPACE OR WS-KEY-NAME = "."
               GO TO 3445-EXIT
           END-IF

           IF WS-KEY-NAME = LI-FILE-KEY(WS-FILE-ROW)
               GO TO 3445-EXIT
           END-IF
           MOVE 1 TO WS-KEY-ALT
           PERFORM UNTIL WS-KEY-ALT > LI-FILE-ALT-COUNT(WS-FILE-ROW)
               IF WS-KEY-NAME =
               LI-FILE-ALT-KEY(WS-FILE-ROW, WS-KEY-ALT)
                   GO TO 3445-EXIT
               END-IF
               ADD 1 TO WS-KEY-ALT
           END-PERFORM

           IF WS-TOK = "START"
               PERFORM 3446-CHECK-GENERIC-KEY-PARA
               IF WS-KEY-OK = "Y"
                   GO TO 3445-EXIT
               END-IF
           END-IF

           MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
           MOVE WS-KEY-NAME TO WS-FIELD-TAG
           MOVE "KEY-UNDECLARED" TO WS-CHECK-ID
           MOVE "ERROR" TO WS-SEVERITY
           MOVE SPACE TO WS-MESSAGE
           STRING FUNCTION TRIM(WS-TOK) " KEY "
               FUNCTION TRIM(WS-KEY-NAME)
               " IS NOT A DECLARED KEY OF "
               FUNCTION TRIM(LI-FILE-NAME(WS-FILE-ROW))
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM.

       3445-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3446-CHECK-GENERIC-KEY-PARA
      * Is WS-KEY-NAME the leading part of a declared key of the
      * file at WS-FILE-ROW - starting where the key starts, no
      * longer than it?
      *----------------------------------------------------------------
       3446-CHECK-GENERIC-KEY-PARA.
           MOVE "N" TO WS-KEY-OK
           CALL "FIND_VAR" USING WS-KEY-NAME LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-KEY-REF-ROW
           IF WS-KEY-REF-ROW = 0
               GO TO 3446-EXIT
           END-IF

           MOVE 0 TO WS-KEY-ALT
           PERFORM UNTIL WS-KEY-ALT > LI-FILE-ALT-COUNT(WS-FILE-ROW)
           OR WS-KEY-OK = "Y"
               IF WS-KEY-ALT = 0
                   MOVE LI-FILE-KEY(WS-FILE-ROW) TO WS-FIND-SEARCH
               ELSE
                   MOVE LI-FILE-ALT-KEY(WS-FILE-ROW, WS-KEY-ALT) TO
                       WS-FIND-SEARCH
               END-IF
               IF WS-FIND-SEARCH <> SPACE
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       IF LI-VAR-OFFSET(WS-KEY-REF-ROW) =
                       LI-VAR-OFFSET(WS-FIND-INDEX-OUT) AND
                       LI-VAR-BYTES(WS-KEY-REF-ROW) <=
                       LI-VAR-BYTES(WS-FIND-INDEX-OUT)
                           MOVE "Y" TO WS-KEY-OK
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-KEY-ALT
           END-PERFORM.

       3446-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-CHECK-CONDITION-PARA
      * Walks an IF condition for relational operators and hands
      * each operator's two operands to the class comparison. The
      * condition runs to the first statement verb, which is where
      * 3325 already stops.
      *----------------------------------------------------------------
       3450-CHECK-CONDITION-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           COMPUTE WS-CMP-IDX = WS-I + 2
           PERFORM UNTIL WS-CMP-IDX >= WS-STMT-END
               MOVE LI-AST-NODE(WS-CMP-IDX) TO WS-CMP-TOK
               IF WS-CMP-TOK = "=" OR WS-CMP-TOK = "<" OR
               WS-CMP-TOK = ">" OR WS-CMP-TOK = "<=" OR
               WS-CMP-TOK = ">=" OR WS-CMP-TOK = "<>" OR
               WS-CMP-TOK = "EQUAL" OR WS-CMP-TOK = "EQUALS"
                   MOVE LI-AST-NODE(WS-CMP-IDX - 1) TO WS-CMP-LHS
                   IF WS-CMP-LHS = "NOT" AND WS-CMP-IDX > WS-I + 2
                       MOVE LI-AST-NODE(WS-CMP-IDX - 2) TO WS-CMP-LHS
                   END-IF
                   MOVE LI-AST-NODE(WS-CMP-IDX + 1) TO WS-CMP-RHS
                   IF WS-CMP-RHS = "TO" AND
                   WS-CMP-IDX + 2 <= WS-STMT-END
                       MOVE LI-AST-NODE(WS-CMP-IDX + 2) TO WS-CMP-RHS
                   END-IF
                   PERFORM 3455-COMPARE-OPERANDS-PARA THRU 3455-EXIT
               END-IF
               ADD 1 TO WS-CMP-IDX
           END-PERFORM.

       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3455-COMPARE-OPERANDS-PARA
      * The class rules for one comparison: a numeric field against
      * an alphanumeric/alphabetic one (or the equivalent literal
      * against either) is a class mix; a literal wider than the
      * field it is compared to can never be equal - a bug by
      * construction. Operands that resolve to nothing and are no
      * literal (figurative constants, 88 names, subexpressions)
      * stay out of it.
      *----------------------------------------------------------------
       3455-COMPARE-OPERANDS-PARA.
           CALL "FIND_VAR" USING WS-CMP-LHS LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-CMP-LHS-ROW
           CALL "FIND_VAR" USING WS-CMP-RHS LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-CMP-RHS-ROW

           IF WS-CMP-LHS-ROW > 0 AND WS-CMP-RHS-ROW > 0
               IF LI-VAR-TYPE(WS-CMP-LHS-ROW) <>
               LI-VAR-TYPE(WS-CMP-RHS-ROW) AND
               (LI-VAR-TYPE(WS-CMP-LHS-ROW) = "9" OR
               LI-VAR-TYPE(WS-CMP-RHS-ROW) = "9")
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE WS-CMP-LHS TO WS-FIELD-TAG
                   MOVE "CMP-CLASS" TO WS-CHECK-ID
                   MOVE "COMPARISON MIXES PICTURE CLASSES"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
      *        A SIX-DIGIT DATE AGAINST AN EIGHT-DIGIT DATE CAN
      *        NEVER COMPARE RIGHT - THE CENTURY IS MISSING FROM
      *        ONE SIDE
               IF (WS-VAR-DATE(WS-CMP-LHS-ROW) = "6" AND
               WS-VAR-DATE(WS-CMP-RHS-ROW) = "8") OR
               (WS-VAR-DATE(WS-CMP-LHS-ROW) = "8" AND
               WS-VAR-DATE(WS-CMP-RHS-ROW) = "6")
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE WS-CMP-LHS TO WS-FIELD-TAG
                   MOVE "DATE-MIX" TO WS-CHECK-ID
                   MOVE
                   "SIX-DIGIT DATE COMPARED TO EIGHT-DIGIT DATE"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               GO TO 3455-EXIT
           END-IF

      *    ONE SIDE IS A FIELD, THE OTHER A LITERAL (OR NOTHING)
           IF WS-CMP-LHS-ROW > 0
               MOVE WS-CMP-LHS-ROW TO WS-CMP-LIT-ROW
               MOVE WS-CMP-RHS TO WS-CMP-LIT
           ELSE
               IF WS-CMP-RHS-ROW > 0
                   MOVE WS-CMP-RHS-ROW TO WS-CMP-LIT-ROW
                   MOVE WS-CMP-LHS TO WS-CMP-LIT
               ELSE
                   GO TO 3455-EXIT
               END-IF
           END-IF

           IF WS-CMP-LIT(1:1) = '"' OR WS-CMP-LIT(1:1) = "'"
               COMPUTE WS-CMP-LITLEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CMP-LIT)) - 2
               IF LI-VAR-TYPE(WS-CMP-LIT-ROW) = "9"
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE LI-VAR-NAME(WS-CMP-LIT-ROW) TO WS-FIELD-TAG
                   MOVE "CMP-CLASS" TO WS-CHECK-ID
                   MOVE
                   "NON-NUMERIC LITERAL COMPARED TO NUMERIC FIELD"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               ELSE
                   IF LI-VAR-SIZE(WS-CMP-LIT-ROW) > 0 AND
                   WS-CMP-LITLEN > LI-VAR-SIZE(WS-CMP-LIT-ROW)
                       MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                       MOVE LI-VAR-NAME(WS-CMP-LIT-ROW) TO
                           WS-FIELD-TAG
                       MOVE "CMP-WIDE" TO WS-CHECK-ID
                       MOVE
                       "LITERAL WIDER THAN FIELD - NEVER EQUAL"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF
               GO TO 3455-EXIT
           END-IF

           IF FUNCTION TRIM(WS-CMP-LIT) IS NUMERIC
      *        A TWO-DIGIT YEAR FIELD AGAINST A NUMERIC LITERAL IS
      *        THE WINDOWED-CENTURY PIVOT PATTERN (IF YY > 50 ...)
      *        THE 2028 RE-CERTIFICATION HAS TO INVENTORY
               IF WS-VAR-DATE(WS-CMP-LIT-ROW) = "Y"
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE LI-VAR-NAME(WS-CMP-LIT-ROW) TO WS-FIELD-TAG
                   MOVE "DATE-WINDOW" TO WS-CHECK-ID
                   MOVE
                   "TWO-DIGIT YEAR COMPARED TO CENTURY-WINDOW LITERAL"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               IF LI-VAR-TYPE(WS-CMP-LIT-ROW) = "X" OR
               LI-VAR-TYPE(WS-CMP-LIT-ROW) = "A"
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE LI-VAR-NAME(WS-CMP-LIT-ROW) TO WS-FIELD-TAG
                   MOVE "CMP-CLASS" TO WS-CHECK-ID
                   MOVE
                   "NUMERIC LITERAL COMPARED TO NON-NUMERIC FIELD"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               ELSE
                   COMPUTE WS-CMP-LITLEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-CMP-LIT))
                   COMPUTE WS-K = LI-VAR-SIZE(WS-CMP-LIT-ROW) -
                       LI-VAR-DECIMALS(WS-CMP-LIT-ROW)
                   IF LI-VAR-SIZE(WS-CMP-LIT-ROW) > 0 AND
                   WS-CMP-LITLEN > WS-K
                       MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                       MOVE LI-VAR-NAME(WS-CMP-LIT-ROW) TO
                           WS-FIELD-TAG
                       MOVE "CMP-WIDE" TO WS-CHECK-ID
                       MOVE
                       "LITERAL WIDER THAN FIELD - NEVER EQUAL"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF.

       3455-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3458-NOTE-EVAL-SUBJECT-PARA
      * Remembers an EVALUATE's subject so each WHEN can be checked
      * against it. EVALUATE TRUE (or a nested construct the walk
      * cannot follow) leaves no subject and the WHENs pass through.
      *----------------------------------------------------------------
       3458-NOTE-EVAL-SUBJECT-PARA.
           MOVE SPACE TO WS-EVAL-SUBJECT
           IF WS-I < LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I + 1) TO WS-EVAL-SUBJECT
               IF WS-EVAL-SUBJECT = "TRUE" OR
               WS-EVAL-SUBJECT = "FALSE"
                   MOVE SPACE TO WS-EVAL-SUBJECT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3460-CHECK-WHEN-PARA
      * One WHEN of the EVALUATE whose subject 3458 noted: the WHEN
      * operand is compared against the subject with the same class
      * rules an IF comparison gets.
      *----------------------------------------------------------------
       3460-CHECK-WHEN-PARA.
           IF WS-EVAL-SUBJECT = SPACE OR
           WS-I >= LI-AST-NODE-COUNT
               GO TO 3460-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-I + 1) TO WS-CMP-RHS
           IF WS-CMP-RHS = "OTHER" OR WS-CMP-RHS = "TRUE" OR
           WS-CMP-RHS = "FALSE" OR WS-CMP-RHS = "NOT"
               GO TO 3460-EXIT
           END-IF

           MOVE WS-EVAL-SUBJECT TO WS-CMP-LHS
           PERFORM 3455-COMPARE-OPERANDS-PARA THRU 3455-EXIT.

       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3465-NOTE-SORT-PARA
      * One SORT or MERGE statement: USING and GIVING files land on
      * the shop-wide dataset cross-reference through their SELECT's
      * ASSIGN (the sort work file itself stays off it - its ASSIGN
      * is a scratch name), and INPUT/OUTPUT PROCEDURE names go into
      * the perform-reference table, THRU span and all, so the
      * control-flow audit treats them exactly like a PERFORM.
      *----------------------------------------------------------------
       3465-NOTE-SORT-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE SPACE TO WS-SRT-STATE
           COMPUTE WS-SRT-IDX = WS-I + 1
           PERFORM UNTIL WS-SRT-IDX > WS-STMT-END
               MOVE LI-AST-NODE(WS-SRT-IDX) TO WS-SRT-TOK
               EVALUATE TRUE
                   WHEN WS-SRT-TOK = "USING"
                       MOVE "USING" TO WS-SRT-STATE
                   WHEN WS-SRT-TOK = "GIVING"
                       MOVE "GIVING" TO WS-SRT-STATE
                   WHEN WS-SRT-TOK = "INPUT"
                       MOVE "INP" TO WS-SRT-STATE
                   WHEN WS-SRT-TOK = "OUTPUT"
                       MOVE "OUTP" TO WS-SRT-STATE
                   WHEN WS-SRT-TOK = "PROCEDURE"
                       IF WS-SRT-STATE = "INP" OR
                       WS-SRT-STATE = "OUTP"
                           MOVE "PROC" TO WS-SRT-STATE
                       END-IF
                   WHEN WS-SRT-TOK = "IS"
                       CONTINUE
                   WHEN WS-SRT-TOK = "THRU" OR
                   WS-SRT-TOK = "THROUGH"
                       IF WS-SRT-STATE = "PRDONE"
                           MOVE "PRTHRU" TO WS-SRT-STATE
                       END-IF
                   WHEN WS-SRT-STATE = "USING" OR
                   WS-SRT-STATE = "GIVING"
                       PERFORM 3467-NOTE-SORT-FILE-PARA
                   WHEN WS-SRT-STATE = "PROC"
                       IF WS-PREF-COUNT < 1500
                           ADD 1 TO WS-PREF-COUNT
                           MOVE WS-SRT-TOK TO
                               WS-PREF-TARGET(WS-PREF-COUNT)
                           MOVE SPACE TO
                               WS-PREF-THRU(WS-PREF-COUNT)
                           MOVE LI-AST-LINE-NUM(WS-SRT-IDX) TO
                               WS-PREF-LINE(WS-PREF-COUNT)
                           MOVE WS-CURRENT-PROGRAM TO
                               WS-PREF-PROGRAM(WS-PREF-COUNT)
                           MOVE "P" TO WS-PREF-KIND(WS-PREF-COUNT)
                       END-IF
                       MOVE "PRDONE" TO WS-SRT-STATE
                   WHEN WS-SRT-STATE = "PRTHRU"
                       IF WS-PREF-COUNT > 0
                           MOVE WS-SRT-TOK TO
                               WS-PREF-THRU(WS-PREF-COUNT)
                       END-IF
                       MOVE SPACE TO WS-SRT-STATE
               END-EVALUATE
               ADD 1 TO WS-SRT-IDX
           END-PERFORM.

       3465-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3467-NOTE-SORT-FILE-PARA
      * One USING/GIVING file of the SORT/MERGE at WS-I: resolved
      * through the file table so the cross-reference carries the
      * real ASSIGN dataset, with the record marked set for the
      * dataflow pass (SORT fills it on the way through).
      *----------------------------------------------------------------
       3467-NOTE-SORT-FILE-PARA.
           MOVE WS-SRT-TOK TO WS-OPEN-TOKEN
           PERFORM 3375-FIND-FILE-ROW-PARA
           IF WS-FILE-ROW > 0
               IF WS-SRT-STATE = "USING"
                   MOVE "SORT-USING" TO WS-SRT-MODE
               ELSE
                   MOVE "SORT-GIVING" TO WS-SRT-MODE
               END-IF
               MOVE SPACE TO DATASETFILE-RECORD
               STRING FUNCTION TRIM(WS-CURRENT-PROGRAM) " / "
                   FUNCTION TRIM(LI-FILE-ASSIGN(WS-FILE-ROW)) " / "
                   WS-SRT-MODE DELIMITED BY SIZE
                   INTO DATASETFILE-RECORD
               END-STRING
               WRITE DATASETFILE-RECORD

               IF LI-FILE-RECORD(WS-FILE-ROW) <> SPACE
                   MOVE LI-FILE-RECORD(WS-FILE-ROW) TO WS-DF-NAME
                   PERFORM 3335-MARK-SET-PARA THRU 3335-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3500-CHECK-ARITH-PARA
      * COMPUTE/ADD/SUBTRACT/MULTIPLY/DIVIDE - sums the whole-number
      * digit count of every operand resolvable in the variable table
      * as a worst-case estimate of the result's digit count, and
      * flags the statement when that estimate exceeds the receiving
      * field's own whole-number capacity.
      *----------------------------------------------------------------
       3500-CHECK-ARITH-PARA.
           MOVE SPACE TO WS-ARITH-TGT
           MOVE 0 TO WS-ARITH-MAX-DIGITS
           MOVE "N" TO WS-DATE-ARITH
           MOVE WS-I TO WS-J

           IF WS-TOK = "COMPUTE"
               IF WS-J + 2 <= LI-AST-NODE-COUNT AND
               LI-AST-NODE(WS-J + 2) = "="
                   MOVE LI-AST-NODE(WS-J + 1) TO WS-ARITH-TGT
               END-IF
               ADD 3 TO WS-J
           ELSE
               PERFORM 3510-FIND-ARITH-TARGET-PARA
               ADD 1 TO WS-J
           END-IF

           PERFORM UNTIL WS-J > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-J) = "."
               MOVE LI-AST-NODE(WS-J) TO WS-TOK
               IF WS-TOK <> "+" AND WS-TOK <> "-" AND WS-TOK <> "*"
               AND WS-TOK <> "/" AND WS-TOK <> "TO" AND
               WS-TOK <> "BY" AND WS-TOK <> "GIVING" AND
               WS-TOK <> "ROUNDED"
                   CALL "FIND_VAR" USING WS-TOK LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   MOVE WS-FIND-INDEX-OUT TO WS-ARITH-OPERAND-ROW
                   IF WS-ARITH-OPERAND-ROW > 0
                       COMPUTE WS-K =
                           LI-VAR-SIZE(WS-ARITH-OPERAND-ROW) -
                           LI-VAR-DECIMALS(WS-ARITH-OPERAND-ROW)
                       ADD WS-K TO WS-ARITH-MAX-DIGITS
      *                ADDING DAYS TO A YYMMDD NUMBER IS THE CLASSIC
      *                WINDOWED-DATE BUG - ONE FINDING PER STATEMENT
                       IF WS-VAR-DATE(WS-ARITH-OPERAND-ROW) = "6"
                       AND WS-DATE-ARITH = "N"
                           MOVE "Y" TO WS-DATE-ARITH
                           MOVE LI-VAR-NAME(WS-ARITH-OPERAND-ROW)
                               TO WS-FIELD-TAG
                           MOVE "DATE-ARITH" TO WS-CHECK-ID
                           MOVE
                           "ARITHMETIC ON SIX-DIGIT DATE FIELD"
                               TO WS-MESSAGE
                           PERFORM 4000-WRITE-FINDING-PARA
                               THRU 4000-EXIT
      *                    4000 CLEARS THE LINE NUMBER - THE OVERFLOW
      *                    CHECK BELOW STILL NEEDS THIS STATEMENT'S
                           MOVE LI-AST-LINE-NUM(WS-I) TO
                               WS-FIND-LINE-NUM
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-J
           END-PERFORM

           CALL "FIND_VAR" USING WS-ARITH-TGT LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-ARITH-TGT-ROW

           IF WS-ARITH-TGT-ROW > 0
               COMPUTE WS-K = LI-VAR-SIZE(WS-ARITH-TGT-ROW) -
                   LI-VAR-DECIMALS(WS-ARITH-TGT-ROW)
               IF WS-ARITH-MAX-DIGITS > WS-K
                   MOVE "ARITH-OVERFLOW" TO WS-CHECK-ID
                   MOVE "ARITHMETIC RESULT MAY OVERFLOW TARGET"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3510-FIND-ARITH-TARGET-PARA
      * ADD/SUBTRACT/MULTIPLY/DIVIDE have no "=" to anchor on, so the
      * receiving field is taken to be the last operand before the
      * statement's closing period (true for every form without an
      * explicit GIVING, which names its own target the same way).
      *----------------------------------------------------------------
       3510-FIND-ARITH-TARGET-PARA.
           MOVE WS-J TO WS-K
           PERFORM UNTIL WS-K > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-K) = "."
               IF LI-AST-NODE(WS-K) <> "+" AND
               LI-AST-NODE(WS-K) <> "-" AND
               LI-AST-NODE(WS-K) <> "*" AND
               LI-AST-NODE(WS-K) <> "/" AND
               LI-AST-NODE(WS-K) <> "TO" AND
               LI-AST-NODE(WS-K) <> "BY" AND
               LI-AST-NODE(WS-K) <> "GIVING" AND
               LI-AST-NODE(WS-K) <> "ROUNDED"
                   MOVE LI-AST-NODE(WS-K) TO WS-ARITH-TGT
               END-IF
               ADD 1 TO WS-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 3520-CHECK-MONEY-MATH-PARA
      * The fractional side of COMPUTE/MULTIPLY/DIVIDE, which the
      * overflow check above never looks at. Decimal places produced
      * are estimated the way the compiler carries them - a product
      * carries the sum of its factors' places, a sum the most of
      * its terms' - and a statement whose target holds fewer, with
      * no ROUNDED, drops the difference on the floor (FRACTION-
      * TRUNC). A quotient has no fixed number of places, so any
      * division into or out of a field with decimals is held to the
      * same rule. Separately, a field divisor with no ON SIZE ERROR
      * and no enclosing IF that tests it is an S0CB waiting for the
      * first zero rate (DIV-UNGUARDED).
      *----------------------------------------------------------------
       3520-CHECK-MONEY-MATH-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE "N" TO WS-MNY-ROUNDED
           MOVE "N" TO WS-MNY-SIZE-ERR
           MOVE "N" TO WS-MNY-HAS-DIV
           MOVE "N" TO WS-MNY-MONEY
           MOVE "N" TO WS-MNY-AFTER-DIV
           MOVE SPACE TO WS-MNY-DIVISOR
           MOVE SPACE TO WS-MNY-TARGET
           MOVE 0 TO WS-MNY-TERM-DEC
           MOVE 0 TO WS-MNY-RESULT-DEC

           COMPUTE WS-MNY-IDX = WS-I + 1
           PERFORM UNTIL WS-MNY-IDX > WS-STMT-END
               IF LI-AST-NODE(WS-MNY-IDX) = "ROUNDED"
                   MOVE "Y" TO WS-MNY-ROUNDED
               END-IF
               IF LI-AST-NODE(WS-MNY-IDX) = "ERROR" AND
               LI-AST-NODE(WS-MNY-IDX - 1) = "SIZE"
                   MOVE "Y" TO WS-MNY-SIZE-ERR
               END-IF
               ADD 1 TO WS-MNY-IDX
           END-PERFORM

           IF WS-TOK = "COMPUTE"
               PERFORM 3521-SCAN-COMPUTE-PARA THRU 3521-EXIT
           ELSE
               PERFORM 3522-SCAN-MULT-DIV-PARA THRU 3522-EXIT
           END-IF
           IF WS-MNY-TERM-DEC > WS-MNY-RESULT-DEC
               MOVE WS-MNY-TERM-DEC TO WS-MNY-RESULT-DEC
           END-IF

           MOVE WS-MNY-TARGET TO WS-MNY-LIT
           PERFORM 3524-STRIP-NAME-PARA
           CALL "FIND_VAR" USING WS-MNY-OPND LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-MNY-TGT-ROW
           IF WS-MNY-TGT-ROW > 0
               IF LI-VAR-TYPE(WS-MNY-TGT-ROW) = "X" OR
               LI-VAR-TYPE(WS-MNY-TGT-ROW) = "A" OR
               LI-VAR-TYPE(WS-MNY-TGT-ROW) = SPACE
                   MOVE 0 TO WS-MNY-TGT-ROW
               END-IF
           END-IF

           IF WS-MNY-TGT-ROW > 0 AND WS-MNY-ROUNDED = "N"
               IF LI-VAR-DECIMALS(WS-MNY-TGT-ROW) > 0
                   MOVE "Y" TO WS-MNY-MONEY
               END-IF
               MOVE LI-VAR-DECIMALS(WS-MNY-TGT-ROW) TO WS-MNY-N2
               MOVE WS-MNY-RESULT-DEC TO WS-MNY-N1
               MOVE SPACE TO WS-MESSAGE
               IF WS-MNY-HAS-DIV = "Y" AND WS-MNY-MONEY = "Y"
                   STRING "QUOTIENT CUT TO " FUNCTION TRIM(WS-MNY-N2)
                       " DECIMALS WITHOUT ROUNDED"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               ELSE
                   IF WS-MNY-HAS-DIV = "N" AND
                   WS-MNY-RESULT-DEC > LI-VAR-DECIMALS(WS-MNY-TGT-ROW)
                       STRING "RESULT CARRIES " FUNCTION TRIM(WS-MNY-N1)
                           " DECIMALS, TARGET HOLDS "
                           FUNCTION TRIM(WS-MNY-N2) " - NO ROUNDED"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
               END-IF
               IF WS-MESSAGE <> SPACE
                   MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
                   MOVE WS-MNY-OPND TO WS-FIELD-TAG
                   MOVE "FRACTION-TRUNC" TO WS-CHECK-ID
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
           END-IF

           IF WS-MNY-DIVISOR = SPACE OR WS-MNY-SIZE-ERR = "Y"
               GO TO 3520-EXIT
           END-IF
           PERFORM 3523-CHECK-GUARDS-PARA
           IF WS-MNY-GUARDED = "N"
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               MOVE WS-MNY-DIVISOR TO WS-FIELD-TAG
               MOVE "DIV-UNGUARDED" TO WS-CHECK-ID
               MOVE "ERROR" TO WS-SEVERITY
               MOVE SPACE TO WS-MESSAGE
               STRING "DIVISOR " FUNCTION TRIM(WS-MNY-DIVISOR)
                   " NOT TESTED FOR ZERO AND NO ON SIZE ERROR"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM.

       3520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3521-SCAN-COMPUTE-PARA
      * COMPUTE <target> [ROUNDED] = <expression>: decimal places per
      * additive term, and the field (if it is one) right after each
      * "/" as the divisor.
      *----------------------------------------------------------------
       3521-SCAN-COMPUTE-PARA.
           IF WS-I + 2 > WS-STMT-END
               GO TO 3521-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-I + 1) TO WS-MNY-TARGET
           COMPUTE WS-MNY-IDX = WS-I + 2
           IF LI-AST-NODE(WS-MNY-IDX) = "ROUNDED"
               ADD 1 TO WS-MNY-IDX
           END-IF
           IF LI-AST-NODE(WS-MNY-IDX) <> "="
               MOVE SPACE TO WS-MNY-TARGET
               GO TO 3521-EXIT
           END-IF
           ADD 1 TO WS-MNY-IDX

           PERFORM UNTIL WS-MNY-IDX > WS-STMT-END
               MOVE LI-AST-NODE(WS-MNY-IDX) TO WS-MNY-LIT
               IF WS-MNY-LIT = "ON" OR WS-MNY-LIT = "SIZE" OR
               WS-MNY-LIT = "END-COMPUTE"
                   EXIT PERFORM
               END-IF
               EVALUATE WS-MNY-LIT
                   WHEN "+"
                   WHEN "-"
                       IF WS-MNY-TERM-DEC > WS-MNY-RESULT-DEC
                           MOVE WS-MNY-TERM-DEC TO WS-MNY-RESULT-DEC
                       END-IF
                       MOVE 0 TO WS-MNY-TERM-DEC
                   WHEN "*"
                   WHEN "**"
                   WHEN "("
                   WHEN ")"
                       CONTINUE
                   WHEN "/"
                       MOVE "Y" TO WS-MNY-HAS-DIV
                       MOVE "Y" TO WS-MNY-AFTER-DIV
                   WHEN OTHER
                       PERFORM 3525-OPERAND-DECIMALS-PARA
                       IF WS-MNY-AFTER-DIV = "Y"
                           IF WS-MNY-ROW > 0 AND WS-MNY-DIVISOR = SPACE
                               MOVE WS-MNY-OPND TO WS-MNY-DIVISOR
                           END-IF
                           MOVE "N" TO WS-MNY-AFTER-DIV
                       ELSE
                           ADD WS-MNY-OPND-DEC TO WS-MNY-TERM-DEC
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-MNY-IDX
           END-PERFORM.

       3521-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3522-SCAN-MULT-DIV-PARA
      * MULTIPLY a BY b [GIVING c] - the product of a and b lands in
      * c, or in b. DIVIDE a INTO b [GIVING c] divides by a; DIVIDE
      * a BY b GIVING c divides by b.
      *----------------------------------------------------------------
       3522-SCAN-MULT-DIV-PARA.
           IF WS-I + 3 > WS-STMT-END
               GO TO 3522-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-I + 1) TO WS-MNY-LIT
           PERFORM 3525-OPERAND-DECIMALS-PARA
           MOVE WS-MNY-OPND-DEC TO WS-MNY-TERM-DEC
           IF WS-TOK = "DIVIDE" AND LI-AST-NODE(WS-I + 2) = "INTO"
           AND WS-MNY-ROW > 0
               MOVE WS-MNY-OPND TO WS-MNY-DIVISOR
           END-IF

           MOVE LI-AST-NODE(WS-I + 3) TO WS-MNY-LIT
           PERFORM 3525-OPERAND-DECIMALS-PARA
           ADD WS-MNY-OPND-DEC TO WS-MNY-TERM-DEC
           IF WS-TOK = "DIVIDE" AND LI-AST-NODE(WS-I + 2) = "BY"
           AND WS-MNY-ROW > 0
               MOVE WS-MNY-OPND TO WS-MNY-DIVISOR
           END-IF
           MOVE LI-AST-NODE(WS-I + 3) TO WS-MNY-TARGET

           IF WS-TOK = "DIVIDE"
               MOVE "Y" TO WS-MNY-HAS-DIV
           END-IF

           COMPUTE WS-MNY-IDX = WS-I + 4
           PERFORM UNTIL WS-MNY-IDX >= WS-STMT-END
               IF LI-AST-NODE(WS-MNY-IDX) = "GIVING"
                   MOVE LI-AST-NODE(WS-MNY-IDX + 1) TO WS-MNY-TARGET
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MNY-IDX
           END-PERFORM.

       3522-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3523-CHECK-GUARDS-PARA
      * Does any IF still open around this statement test the
      * divisor against zero? Only a zero comparison with the
      * divisor as one operand counts (= ZERO, NOT = ZERO, > ZERO,
      * <> ZERO, or the same the other way round), or an 88-level
      * of the divisor whose VALUE takes in zero - IF RATE > 100 or
      * an 88 for a nonzero value guards nothing. Either branch
      * counts - the ELSE of IF RATE = ZERO is as safe as the THEN
      * of IF RATE NOT = ZERO.
      *----------------------------------------------------------------
       3523-CHECK-GUARDS-PARA.
           MOVE "N" TO WS-MNY-GUARDED
           MOVE 1 TO WS-GRD-I
           PERFORM UNTIL WS-GRD-I > WS-GRD-DEPTH OR
           WS-MNY-GUARDED = "Y"
               MOVE WS-GRD-START(WS-GRD-I) TO WS-GRD-SCAN
               PERFORM UNTIL WS-GRD-SCAN > WS-GRD-END(WS-GRD-I) OR
               WS-MNY-GUARDED = "Y"
                   MOVE LI-AST-NODE(WS-GRD-SCAN) TO WS-GRD-OP
                   EVALUATE WS-GRD-OP
                       WHEN "="
                       WHEN "EQUAL"
                       WHEN "EQUALS"
                           MOVE "=" TO WS-GRD-OP
                           PERFORM 3527-CHECK-ZERO-TEST-PARA
                       WHEN ">"
                       WHEN "GREATER"
                           MOVE ">" TO WS-GRD-OP
                           PERFORM 3527-CHECK-ZERO-TEST-PARA
                       WHEN "<"
                       WHEN "LESS"
                           MOVE "<" TO WS-GRD-OP
                           PERFORM 3527-CHECK-ZERO-TEST-PARA
                       WHEN "<>"
                           PERFORM 3527-CHECK-ZERO-TEST-PARA
                       WHEN OTHER
                           MOVE LI-AST-NODE(WS-GRD-SCAN) TO WS-MNY-LIT
                           PERFORM 3524-STRIP-NAME-PARA
                           CALL "FIND_VAR" USING WS-MNY-OPND
                               LI-VARIABLES LI-VAR-INDEX-TABLE
                               WS-FIND-INDEX-OUT
                           IF WS-FIND-INDEX-OUT > 0
                               IF LI-VAR-IS-COND(WS-FIND-INDEX-OUT) =
                               "Y" AND LI-VAR-PARENT(WS-FIND-INDEX-OUT)
                               = WS-MNY-DIVISOR
                                   MOVE WS-FIND-INDEX-OUT TO WS-GRD-ROW
                                   PERFORM 3528-CHECK-88-ZERO-PARA
                                       THRU 3528-EXIT
                               END-IF
                           END-IF
                   END-EVALUATE
                   ADD 1 TO WS-GRD-SCAN
               END-PERFORM
               ADD 1 TO WS-GRD-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3527-CHECK-ZERO-TEST-PARA
      * The relational operator at WS-GRD-SCAN (WS-GRD-OP, reduced
      * to = > < <>): its operands either side, past NOT and IS
      * before it and TO or THAN after, kept inside this IF's
      * condition. Guarded when the divisor is tested against zero
      * by =, NOT =, > or <>, or from the zero side by =, NOT =, <
      * or <>.
      *----------------------------------------------------------------
       3527-CHECK-ZERO-TEST-PARA.
           MOVE "N" TO WS-GRD-NOT
           MOVE SPACE TO WS-GRD-LHS
           MOVE SPACE TO WS-GRD-RHS
           COMPUTE WS-GRD-AT = WS-GRD-SCAN - 1
           IF WS-GRD-AT >= WS-GRD-START(WS-GRD-I)
               IF LI-AST-NODE(WS-GRD-AT) = "NOT"
                   MOVE "Y" TO WS-GRD-NOT
                   SUBTRACT 1 FROM WS-GRD-AT
               END-IF
           END-IF
           IF WS-GRD-AT >= WS-GRD-START(WS-GRD-I)
               IF LI-AST-NODE(WS-GRD-AT) = "IS"
                   SUBTRACT 1 FROM WS-GRD-AT
               END-IF
           END-IF
           IF WS-GRD-AT >= WS-GRD-START(WS-GRD-I)
               MOVE LI-AST-NODE(WS-GRD-AT) TO WS-GRD-LHS
           END-IF
           COMPUTE WS-GRD-AT = WS-GRD-SCAN + 1
           IF WS-GRD-AT <= WS-GRD-END(WS-GRD-I)
               IF LI-AST-NODE(WS-GRD-AT) = "TO" OR
               LI-AST-NODE(WS-GRD-AT) = "THAN"
                   ADD 1 TO WS-GRD-AT
               END-IF
           END-IF
           IF WS-GRD-AT <= WS-GRD-END(WS-GRD-I)
               MOVE LI-AST-NODE(WS-GRD-AT) TO WS-GRD-RHS
           END-IF

      *    DIVISOR ON THE LEFT, ZERO ON THE RIGHT
           MOVE WS-GRD-LHS TO WS-MNY-LIT
           PERFORM 3524-STRIP-NAME-PARA
           MOVE WS-GRD-RHS TO WS-GRD-TOK
           PERFORM 3529-ZERO-LITERAL-PARA
           IF WS-MNY-OPND = WS-MNY-DIVISOR AND WS-GRD-ZERO = "Y"
               IF WS-GRD-OP = "=" OR
               (WS-GRD-NOT = "N" AND
               (WS-GRD-OP = ">" OR WS-GRD-OP = "<>"))
                   MOVE "Y" TO WS-MNY-GUARDED
               END-IF
           END-IF

      *    ZERO ON THE LEFT, DIVISOR ON THE RIGHT
           MOVE WS-GRD-RHS TO WS-MNY-LIT
           PERFORM 3524-STRIP-NAME-PARA
           MOVE WS-GRD-LHS TO WS-GRD-TOK
           PERFORM 3529-ZERO-LITERAL-PARA
           IF WS-MNY-OPND = WS-MNY-DIVISOR AND WS-GRD-ZERO = "Y"
               IF WS-GRD-OP = "=" OR
               (WS-GRD-NOT = "N" AND
               (WS-GRD-OP = "<" OR WS-GRD-OP = "<>"))
                   MOVE "Y" TO WS-MNY-GUARDED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3528-CHECK-88-ZERO-PARA
      * The 88 at row WS-GRD-ROW names the divisor. The variable
      * table keeps only its first VALUE literal, so its full list
      * is read back off the token stream at its declaration (as
      * 2787 does); it guards only when a value is zero or a
      * numeric THRU range takes zero in.
      *----------------------------------------------------------------
       3528-CHECK-88-ZERO-PARA.
           MOVE 0 TO WS-GRD-DECL
           MOVE 1 TO WS-GRD-AT
           PERFORM UNTIL WS-GRD-AT >= LI-AST-NODE-COUNT OR
           WS-GRD-DECL > 0
               IF LI-AST-NODE(WS-GRD-AT) = "88" AND
               LI-AST-NODE(WS-GRD-AT + 1) = LI-VAR-NAME(WS-GRD-ROW)
               AND LI-AST-LINE-NUM(WS-GRD-AT) =
               LI-VAR-LINE-NUM(WS-GRD-ROW)
               AND LI-AST-COPY-MEMBER(WS-GRD-AT) =
               LI-VAR-COPY-MEMBER(WS-GRD-ROW)
                   MOVE WS-GRD-AT TO WS-GRD-DECL
               END-IF
               ADD 1 TO WS-GRD-AT
           END-PERFORM
           IF WS-GRD-DECL = 0
               GO TO 3528-EXIT
           END-IF

           COMPUTE WS-GRD-AT = WS-GRD-DECL + 2
           PERFORM UNTIL WS-GRD-AT > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-GRD-AT) = "VALUE" OR
           LI-AST-NODE(WS-GRD-AT) = "VALUES" OR
           LI-AST-NODE(WS-GRD-AT) = "."
               ADD 1 TO WS-GRD-AT
           END-PERFORM
           IF WS-GRD-AT > LI-AST-NODE-COUNT
               GO TO 3528-EXIT
           END-IF
           IF LI-AST-NODE(WS-GRD-AT) = "."
               GO TO 3528-EXIT
           END-IF

           ADD 1 TO WS-GRD-AT
           MOVE "N" TO WS-GRD-THRU
           MOVE "N" TO WS-GRD-LO-NUM
           PERFORM UNTIL WS-GRD-AT > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-GRD-AT) = "." OR
           LI-AST-NODE(WS-GRD-AT) = "WHEN" OR
           LI-AST-NODE(WS-GRD-AT) = "88" OR
           WS-MNY-GUARDED = "Y"
               MOVE LI-AST-NODE(WS-GRD-AT) TO WS-GRD-TOK
      *        "1 THRU 5, 9" - THE SEPARATOR COMMA RIDES ON THE TOKEN
               COMPUTE WS-GRD-TOK-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-GRD-TOK))
               IF WS-GRD-TOK(WS-GRD-TOK-LEN:1) = ","
                   MOVE SPACE TO WS-GRD-TOK(WS-GRD-TOK-LEN:1)
               END-IF
               EVALUATE TRUE
                   WHEN WS-GRD-TOK = SPACE OR WS-GRD-TOK = "IS" OR
                   WS-GRD-TOK = "ARE" OR WS-GRD-TOK = "ALL"
                       CONTINUE
                   WHEN WS-GRD-TOK = "THRU" OR
                   WS-GRD-TOK = "THROUGH"
                       MOVE "Y" TO WS-GRD-THRU
                   WHEN WS-GRD-THRU = "Y"
      *                UPPER BOUND OF A RANGE - ZERO INSIDE IT?
                       MOVE "N" TO WS-GRD-THRU
                       IF WS-GRD-LO-NUM = "Y" AND
                       (WS-GRD-TOK(1:1) IS NUMERIC OR
                       WS-GRD-TOK(1:1) = "-" OR WS-GRD-TOK(1:1) = "+"
                       OR WS-GRD-TOK(1:1) = ".")
                           COMPUTE WS-GRD-HI-N =
                               FUNCTION NUMVAL(WS-GRD-TOK)
                           IF WS-GRD-LO-N <= 0 AND WS-GRD-HI-N >= 0
                               MOVE "Y" TO WS-MNY-GUARDED
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM 3529-ZERO-LITERAL-PARA
                       IF WS-GRD-ZERO = "Y"
                           MOVE "Y" TO WS-MNY-GUARDED
                       END-IF
                       MOVE "N" TO WS-GRD-LO-NUM
                       IF WS-GRD-TOK(1:1) IS NUMERIC OR
                       WS-GRD-TOK(1:1) = "-" OR
                       WS-GRD-TOK(1:1) = "+" OR WS-GRD-TOK(1:1) = "."
                           MOVE "Y" TO WS-GRD-LO-NUM
                           COMPUTE WS-GRD-LO-N =
                               FUNCTION NUMVAL(WS-GRD-TOK)
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-GRD-AT
           END-PERFORM.

       3528-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3529-ZERO-LITERAL-PARA
      * Is WS-GRD-TOK zero - ZERO, ZEROS, ZEROES, or a numeric
      * literal with no digit but 0 (0, 00, 0.0, -0)?
      *----------------------------------------------------------------
       3529-ZERO-LITERAL-PARA.
           MOVE "N" TO WS-GRD-ZERO
           IF WS-GRD-TOK = "ZERO" OR WS-GRD-TOK = "ZEROS" OR
           WS-GRD-TOK = "ZEROES"
               MOVE "Y" TO WS-GRD-ZERO
           END-IF
           IF WS-GRD-TOK(1:1) IS NUMERIC OR
           ((WS-GRD-TOK(1:1) = "-" OR WS-GRD-TOK(1:1) = "+" OR
           WS-GRD-TOK(1:1) = ".") AND WS-GRD-TOK(2:1) IS NUMERIC)
               MOVE 0 TO WS-GRD-HITS
               INSPECT WS-GRD-TOK TALLYING WS-GRD-HITS
                   FOR ALL "1" ALL "2" ALL "3" ALL "4" ALL "5"
                   ALL "6" ALL "7" ALL "8" ALL "9"
               IF WS-GRD-HITS = 0
                   MOVE "Y" TO WS-GRD-ZERO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3524-STRIP-NAME-PARA
      * WS-MNY-LIT without a glued opening parenthesis, subscript or
      * reference modification, into WS-MNY-OPND.
      *----------------------------------------------------------------
       3524-STRIP-NAME-PARA.
           MOVE SPACE TO WS-MNY-OPND
           IF WS-MNY-LIT(1:1) = "("
               UNSTRING WS-MNY-LIT(2:79) DELIMITED BY "(" OR ")"
                   INTO WS-MNY-OPND
               END-UNSTRING
           ELSE
               UNSTRING WS-MNY-LIT DELIMITED BY "(" OR ")"
                   INTO WS-MNY-OPND
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------------
      * 3525-OPERAND-DECIMALS-PARA
      * Decimal places one operand (WS-MNY-LIT) brings: a field's
      * declared V positions, or the digits after a numeric
      * literal's point. WS-MNY-ROW is the field's row, zero for a
      * literal.
      *----------------------------------------------------------------
       3525-OPERAND-DECIMALS-PARA.
           MOVE 0 TO WS-MNY-OPND-DEC
           PERFORM 3524-STRIP-NAME-PARA
           CALL "FIND_VAR" USING WS-MNY-OPND LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-MNY-ROW
           IF WS-MNY-ROW > 0
               MOVE LI-VAR-DECIMALS(WS-MNY-ROW) TO WS-MNY-OPND-DEC
           ELSE
               MOVE 0 TO WS-MNY-DOT
               INSPECT WS-MNY-OPND TALLYING WS-MNY-DOT
                   FOR CHARACTERS BEFORE INITIAL "."
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MNY-OPND)) TO
                   WS-MNY-LEN
               IF WS-MNY-DOT < WS-MNY-LEN AND
               WS-MNY-OPND(1:1) IS NUMERIC
                   COMPUTE WS-MNY-OPND-DEC =
                       WS-MNY-LEN - WS-MNY-DOT - 1
               END-IF
           END-IF
           IF WS-MNY-OPND-DEC > 0
               MOVE "Y" TO WS-MNY-MONEY
           END-IF.

      *----------------------------------------------------------------
      * 3526-PUSH-IF-GUARD-PARA
      * An IF opens: remember where its condition's tokens run, up
      * to THEN or the first statement verb (NOT belongs to the
      * condition). An IF nested past the table's 30 is only
      * counted, so that its END-IF closes nothing.
      *----------------------------------------------------------------
       3526-PUSH-IF-GUARD-PARA.
           IF WS-GRD-DEPTH >= 30
               ADD 1 TO WS-GRD-OVER
               GO TO 3526-EXIT
           END-IF
           ADD 1 TO WS-GRD-DEPTH
           COMPUTE WS-GRD-START(WS-GRD-DEPTH) = WS-I + 1
           COMPUTE WS-GRD-SCAN = WS-I + 1
           PERFORM UNTIL WS-GRD-SCAN > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-GRD-SCAN) TO WS-DF-NAME
               IF WS-DF-NAME = "." OR WS-DF-NAME = "THEN"
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y" AND WS-DF-NAME <> "NOT"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GRD-SCAN
           END-PERFORM
           COMPUTE WS-GRD-END(WS-GRD-DEPTH) = WS-GRD-SCAN - 1.

       3526-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3850-CHECK-CALL-PARA
      * Writes one caller/target line per CALL statement to the
      * shop-wide call-map. A literal target is a static call; a
      * target that also resolves as a data name is
      * a CALL-by-variable and is labeled as such since the real
      * target is only known at run time.
      *----------------------------------------------------------------
       3850-CHECK-CALL-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT
               GO TO 3850-EXIT
           END-IF

           MOVE LI-AST-NODE(WS-I + 1) TO WS-CALL-TARGET
           CALL "FIND_VAR" USING WS-CALL-TARGET LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT

           MOVE SPACE TO CALLMAPFILE-RECORD
           IF WS-FIND-INDEX-OUT > 0
               STRING FUNCTION TRIM(WS-CURRENT-PROGRAM) " -> "
                   FUNCTION TRIM(WS-CALL-TARGET)
                   " (CALL BY VARIABLE - UNCHECKED)"
                   DELIMITED BY SIZE
                   INTO CALLMAPFILE-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CURRENT-PROGRAM) " -> "
                   FUNCTION TRIM(WS-CALL-TARGET) DELIMITED BY SIZE
                   INTO CALLMAPFILE-RECORD
               END-STRING
           END-IF
           WRITE CALLMAPFILE-RECORD

      *    A QUOTED (STATIC) TARGET GETS ITS ARGUMENT LIST CAPTURED
      *    FOR THE END-OF-RUN CONTRACT CHECK
           IF WS-FIND-INDEX-OUT = 0 AND
           (WS-CALL-TARGET(1:1) = '"' OR WS-CALL-TARGET(1:1) = "'")
               PERFORM 3860-NOTE-CALL-SITE-PARA THRU 3860-EXIT
           END-IF.

       3850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3860-NOTE-CALL-SITE-PARA
      * Records one static CALL's target and the byte size of every
      * USING argument (zero when a size is unknowable - a literal,
      * an unresolvable name - which the contract check then leaves
      * alone).
      *----------------------------------------------------------------
       3860-NOTE-CALL-SITE-PARA.
           IF WS-CALLS-COUNT >= 1000
               GO TO 3860-EXIT
           END-IF

           ADD 1 TO WS-CALLS-COUNT
           MOVE WS-CURRENT-PROGRAM TO
               WS-CALL-CALLER(WS-CALLS-COUNT)
           MOVE WS-CURRENT-MEMBER TO WS-CALL-MEMBER(WS-CALLS-COUNT)
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-CALL-LINE(WS-CALLS-COUNT)
           MOVE 0 TO WS-CALL-NARGS(WS-CALLS-COUNT)

      *    STRIP THE QUOTES OFF THE TARGET LITERAL
           MOVE SPACE TO WS-CC-TGT
           COMPUTE WS-CC-TGTLEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CALL-TARGET)) - 2
           IF WS-CC-TGTLEN > 0
               MOVE WS-CALL-TARGET(2:WS-CC-TGTLEN) TO WS-CC-TGT
           END-IF
           MOVE WS-CC-TGT(1:30) TO WS-CALL-TGT(WS-CALLS-COUNT)

           PERFORM 3325-FIND-STMT-END-PARA
           COMPUTE WS-CC-J = WS-I + 2
           PERFORM UNTIL WS-CC-J > WS-STMT-END OR
           LI-AST-NODE(WS-CC-J) = "USING"
               ADD 1 TO WS-CC-J
           END-PERFORM
           ADD 1 TO WS-CC-J
           PERFORM UNTIL WS-CC-J > WS-STMT-END OR
           LI-AST-NODE(WS-CC-J) = "ON"
               MOVE LI-AST-NODE(WS-CC-J) TO WS-TOK
               IF WS-TOK <> "BY" AND WS-TOK <> "REFERENCE" AND
               WS-TOK <> "CONTENT" AND WS-TOK <> "VALUE" AND
               WS-CALL-NARGS(WS-CALLS-COUNT) < 16
                   ADD 1 TO WS-CALL-NARGS(WS-CALLS-COUNT)
                   CALL "FIND_VAR" USING WS-TOK LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       MOVE LI-VAR-BYTES(WS-FIND-INDEX-OUT) TO
                           WS-CALL-ARG-BYTES(WS-CALLS-COUNT,
                           WS-CALL-NARGS(WS-CALLS-COUNT))
                   ELSE
                       MOVE 0 TO WS-CALL-ARG-BYTES(WS-CALLS-COUNT,
                           WS-CALL-NARGS(WS-CALLS-COUNT))
                   END-IF
               END-IF
               ADD 1 TO WS-CC-J
           END-PERFORM

      *    RESTORE THE DISPATCH TOKEN 3850'S CALLER EXPECTS
           MOVE LI-AST-NODE(WS-I) TO WS-TOK.

       3860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3870-NOTE-PROC-USING-PARA
      * PROCEDURE DIVISION USING a b c - records this program's
      * parameter list (byte sizes off the layout pass) for callers
      * scanned anywhere in the same run to be checked against.
      *----------------------------------------------------------------
       3870-NOTE-PROC-USING-PARA.
           IF WS-I + 2 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-I + 1) <> "DIVISION" OR
           LI-AST-NODE(WS-I + 2) <> "USING" OR
           WS-PARMS-COUNT >= 300
               GO TO 3870-EXIT
           END-IF

           ADD 1 TO WS-PARMS-COUNT
           MOVE WS-CURRENT-PROGRAM TO
               WS-PARM-PROGRAM(WS-PARMS-COUNT)
           MOVE 0 TO WS-PARM-NPARMS(WS-PARMS-COUNT)

           COMPUTE WS-CC-J = WS-I + 3
           PERFORM UNTIL WS-CC-J > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-CC-J) = "."
               MOVE LI-AST-NODE(WS-CC-J) TO WS-FIND-SEARCH
               IF WS-FIND-SEARCH <> "BY" AND
               WS-FIND-SEARCH <> "REFERENCE" AND
               WS-FIND-SEARCH <> "CONTENT" AND
               WS-FIND-SEARCH <> "VALUE" AND
               WS-PARM-NPARMS(WS-PARMS-COUNT) < 16
                   ADD 1 TO WS-PARM-NPARMS(WS-PARMS-COUNT)
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       MOVE LI-VAR-BYTES(WS-FIND-INDEX-OUT) TO
                           WS-PARM-BYTES(WS-PARMS-COUNT,
                           WS-PARM-NPARMS(WS-PARMS-COUNT))
                   ELSE
                       MOVE 0 TO WS-PARM-BYTES(WS-PARMS-COUNT,
                           WS-PARM-NPARMS(WS-PARMS-COUNT))
                   END-IF
               END-IF
               ADD 1 TO WS-CC-J
           END-PERFORM.

       3870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3875-NOTE-COMMAREA-TARGET-PARA
      * PROCEDURE DIVISION of a program with a DFHCOMMAREA in its
      * LINKAGE SECTION: the record's size goes on the run's target
      * table, and the walk through this procedure division notes
      * (3876) whether it uses the record or any field under it,
      * and whether it tests EIBCALEN in a condition before that
      * first use - a LINK with no COMMAREA, or a shorter one,
      * leaves the rest unaddressable.
      *----------------------------------------------------------------
       3875-NOTE-COMMAREA-TARGET-PARA.
           MOVE 0 TO WS-CCT-OPEN
           IF WS-I + 1 > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-I + 1) <> "DIVISION" OR
           WS-CCT-COUNT >= 300
               GO TO 3875-EXIT
           END-IF

      *    THE PROGRAM'S OWN DFHCOMMAREA - A NESTED PROGRAM MAY
      *    DECLARE ONE OF ITS OWN
           MOVE 0 TO WS-CCT-LO
           MOVE 1 TO WS-CCA-J
           PERFORM UNTIL WS-CCA-J > LI-VARS-COUNT OR WS-CCT-LO > 0
               IF LI-VAR-NAME(WS-CCA-J) = "DFHCOMMAREA" AND
               LI-VAR-SECTION(WS-CCA-J) = "LINKAGE" AND
               (LI-VAR-PROGRAM(WS-CCA-J) = WS-CURRENT-PROGRAM OR
               LI-VAR-PROGRAM(WS-CCA-J) = SPACE)
                   MOVE WS-CCA-J TO WS-CCT-LO
               END-IF
               ADD 1 TO WS-CCA-J
           END-PERFORM
           IF WS-CCT-LO = 0
               GO TO 3875-EXIT
           END-IF

      *    ITS SUBORDINATES RUN TO THE NEXT 01 OR 77 ITEM
           COMPUTE WS-CCA-J = WS-CCT-LO + 1
           PERFORM UNTIL WS-CCA-J > LI-VARS-COUNT OR
           LI-VAR-LEVEL(WS-CCA-J) = 1 OR LI-VAR-LEVEL(WS-CCA-J) = 77
               ADD 1 TO WS-CCA-J
           END-PERFORM
           COMPUTE WS-CCT-HI = WS-CCA-J - 1

           ADD 1 TO WS-CCT-COUNT
           MOVE WS-CCT-COUNT TO WS-CCT-OPEN
           MOVE WS-CURRENT-PROGRAM TO WS-CCT-PROGRAM(WS-CCT-COUNT)
           MOVE WS-CURRENT-MEMBER TO WS-CCT-MEMBER(WS-CCT-COUNT)
           MOVE LI-VAR-BYTES(WS-CCT-LO) TO WS-CCT-BYTES(WS-CCT-COUNT)
           MOVE 0 TO WS-CCT-REF-LINE(WS-CCT-COUNT)
           MOVE "N" TO WS-CCT-EIB(WS-CCT-COUNT)
           MOVE "N" TO WS-CCT-DONE(WS-CCT-COUNT).

       3875-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3876-NOTE-COMMAREA-USE-PARA
      * One procedure-division token against the open DFHCOMMAREA
      * row: the first line that uses the record or a field under
      * it, and whether EIBCALEN was tested before that line. Only
      * EIBCALEN inside a condition counts - the open IF's
      * condition range (3526), or an EVALUATE subject or WHEN
      * phrase. MOVE EIBCALEN TO a field tests nothing, and a test
      * after the record is first touched comes too late.
      *----------------------------------------------------------------
       3876-NOTE-COMMAREA-USE-PARA.
           IF WS-CCT-OPEN > 0
               IF WS-TOK = "EIBCALEN" AND
               WS-CCT-REF-LINE(WS-CCT-OPEN) = 0
                   PERFORM 3877-EIBCALEN-IN-COND-PARA
                   IF WS-CCT-COND = "Y"
                       MOVE "Y" TO WS-CCT-EIB(WS-CCT-OPEN)
                   END-IF
               END-IF
               IF WS-FIND-INDEX-OUT > 0 AND
               WS-FIND-INDEX-OUT >= WS-CCT-LO AND
               WS-FIND-INDEX-OUT <= WS-CCT-HI AND
               WS-CCT-REF-LINE(WS-CCT-OPEN) = 0
                   MOVE LI-AST-LINE-NUM(WS-I) TO
                       WS-CCT-REF-LINE(WS-CCT-OPEN)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3877-EIBCALEN-IN-COND-PARA
      * Is the EIBCALEN at WS-I part of a condition? Inside the
      * innermost open IF's condition range, or - back to the
      * nearest statement verb in this sentence - after EVALUATE or
      * WHEN.
      *----------------------------------------------------------------
       3877-EIBCALEN-IN-COND-PARA.
           MOVE "N" TO WS-CCT-COND
           IF WS-GRD-DEPTH > 0 AND WS-GRD-OVER = 0
               IF WS-I >= WS-GRD-START(WS-GRD-DEPTH) AND
               WS-I <= WS-GRD-END(WS-GRD-DEPTH)
                   MOVE "Y" TO WS-CCT-COND
               END-IF
           END-IF
           COMPUTE WS-CCT-BACK = WS-I - 1
           PERFORM UNTIL WS-CCT-COND = "Y" OR
           WS-CCT-BACK <= WS-PROCEDURE-DIV-INDEX
               MOVE LI-AST-NODE(WS-CCT-BACK) TO WS-DF-NAME
               IF WS-DF-NAME = "."
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y" AND WS-DF-NAME <> "NOT"
                   IF WS-DF-NAME = "EVALUATE" OR WS-DF-NAME = "WHEN"
                       MOVE "Y" TO WS-CCT-COND
                   END-IF
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-CCT-BACK
           END-PERFORM.

      *----------------------------------------------------------------
      * 3600-CHECK-VALUE-FIT-PARA
      * Flags a VALUE literal that does not fit the field's own
      * PICTURE size. Level-88 condition values are cross-checked
      * separately in 3800, against their parent's size rather than
      * their own.
      *----------------------------------------------------------------
       3600-CHECK-VALUE-FIT-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               MOVE LI-VAR-PROGRAM(WS-I) TO WS-CURRENT-PROGRAM
               MOVE LI-VAR-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               IF LI-VAR-VALUE(WS-I) <> SPACE AND
               LI-VAR-IS-COND(WS-I) = "N" AND
               LI-VAR-TYPE(WS-I) = "9"
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                       (LI-VAR-VALUE(WS-I))) TO WS-LIT-LEN
                   IF LI-VAR-VALUE(WS-I)(1:1) = "-" OR
                   LI-VAR-VALUE(WS-I)(1:1) = "+"
                       SUBTRACT 1 FROM WS-LIT-LEN
                   END-IF
                   IF LI-VAR-DECIMALS(WS-I) > 0
                       SUBTRACT 1 FROM WS-LIT-LEN
                   END-IF
                   IF WS-LIT-LEN > LI-VAR-SIZE(WS-I)
                       MOVE LI-VAR-NAME(WS-I) TO WS-FIELD-TAG
                       MOVE "VALUE-FIT" TO WS-CHECK-ID
                       MOVE "VALUE LITERAL WIDER THAN PICTURE"
                           TO WS-MESSAGE
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3700-CHECK-REDEFINES-PARA
      * Flags a REDEFINES pair whose total byte length (PIC size
      * times any OCCURS factor) does not line up.
      *----------------------------------------------------------------
       3700-CHECK-REDEFINES-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               MOVE LI-VAR-PROGRAM(WS-I) TO WS-CURRENT-PROGRAM
               MOVE LI-VAR-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               IF LI-VAR-REDEFINES(WS-I) <> SPACE
                   MOVE LI-VAR-REDEFINES(WS-I) TO WS-FIND-SEARCH
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       MOVE LI-VAR-SIZE(WS-I) TO WS-REDEF-SIZE
                       IF LI-VAR-OCCURS(WS-I) > 0
                           MULTIPLY LI-VAR-OCCURS(WS-I) BY
                               WS-REDEF-SIZE
                       END-IF
                       MOVE LI-VAR-SIZE(WS-FIND-INDEX-OUT) TO
                           WS-BASE-SIZE
                       IF LI-VAR-OCCURS(WS-FIND-INDEX-OUT) > 0
                           MULTIPLY LI-VAR-OCCURS(WS-FIND-INDEX-OUT)
                               BY WS-BASE-SIZE
                       END-IF
                       IF WS-REDEF-SIZE <> WS-BASE-SIZE
                           MOVE LI-VAR-NAME(WS-I) TO WS-FIELD-TAG
                           MOVE "REDEFINES-SIZE" TO WS-CHECK-ID
                           MOVE "REDEFINES SIZE MISMATCH"
                               TO WS-MESSAGE
                           PERFORM 4000-WRITE-FINDING-PARA
                               THRU 4000-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3800-CHECK-COND88-PARA
      * Cross-checks every level-88 condition's VALUE literal against
      * its parent field's PICTURE size.
      *----------------------------------------------------------------
       3800-CHECK-COND88-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               MOVE LI-VAR-PROGRAM(WS-I) TO WS-CURRENT-PROGRAM
               MOVE LI-VAR-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               IF LI-VAR-IS-COND(WS-I) = "Y" AND
               LI-VAR-VALUE(WS-I) <> SPACE
                   MOVE LI-VAR-PARENT(WS-I) TO WS-FIND-SEARCH
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   MOVE WS-FIND-INDEX-OUT TO WS-PARENT-ROW
                   IF WS-PARENT-ROW > 0 AND
                   LI-VAR-TYPE(WS-PARENT-ROW) = "9"
                       MOVE FUNCTION LENGTH(FUNCTION TRIM
                           (LI-VAR-VALUE(WS-I))) TO WS-LIT-LEN
                       IF LI-VAR-VALUE(WS-I)(1:1) = "-" OR
                       LI-VAR-VALUE(WS-I)(1:1) = "+"
                           SUBTRACT 1 FROM WS-LIT-LEN
                       END-IF
                       IF WS-LIT-LEN > LI-VAR-SIZE(WS-PARENT-ROW)
                           MOVE LI-VAR-NAME(WS-I) TO WS-FIELD-TAG
                           MOVE "COND88-FIT" TO WS-CHECK-ID
                           MOVE
                           "88-LEVEL VALUE WIDER THAN PARENT PICTURE"
                               TO WS-MESSAGE
                           PERFORM 4000-WRITE-FINDING-PARA
                               THRU 4000-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3820-CHECK-ODO-PARA
      * Every OCCURS DEPENDING ON table: the counter named in the
      * clause must be able to hold the declared maximum, or the
      * table can be extended right past its own storage - where our
      * worst data corruption has come from. Literal subscripts past
      * the maximum already fall out of 3395 since the maximum sits
      * in LI-VAR-OCCURS.
      *----------------------------------------------------------------
       3820-CHECK-ODO-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               IF LI-VAR-DEPENDING(WS-I) <> SPACE
                   MOVE LI-VAR-PROGRAM(WS-I) TO WS-CURRENT-PROGRAM
                   MOVE LI-VAR-DEPENDING(WS-I) TO WS-FIND-SEARCH
                   CALL "FIND_VAR" USING WS-FIND-SEARCH LI-VARIABLES
                       LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                   IF WS-FIND-INDEX-OUT > 0
                       COMPUTE WS-K =
                           LI-VAR-SIZE(WS-FIND-INDEX-OUT) -
                           LI-VAR-DECIMALS(WS-FIND-INDEX-OUT)
                       IF WS-K > 9
                           MOVE 9 TO WS-K
                       END-IF
                       COMPUTE WS-ODO-CAP = 10 ** WS-K - 1
                       IF LI-VAR-OCCURS(WS-I) > WS-ODO-CAP AND
                       LI-VAR-LINE-NUM(WS-I) >= WS-DIFF-START AND
                       LI-VAR-LINE-NUM(WS-I) <= WS-DIFF-END
                           MOVE LI-VAR-LINE-NUM(WS-I) TO
                               WS-FIND-LINE-NUM
                           MOVE LI-VAR-NAME(WS-I) TO WS-FIELD-TAG
                           MOVE "ODO-COUNTER" TO WS-CHECK-ID
                           MOVE
                       "DEPENDING COUNTER CANNOT HOLD OCCURS MAXIMUM"
                               TO WS-MESSAGE
                           PERFORM 4000-WRITE-FINDING-PARA
                               THRU 4000-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3900-CHECK-DEAD-FIELDS-PARA
      * Writes the cross-reference of every declared field against
      * whether the procedure division ever referenced it, and flags
      * the ones that never were. FILLER is skipped - it is never
      * meant to be referenced by name.
      *----------------------------------------------------------------
       3900-CHECK-DEAD-FIELDS-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               MOVE LI-VAR-PROGRAM(WS-I) TO WS-CURRENT-PROGRAM
               MOVE LI-VAR-LINE-NUM(WS-I) TO WS-FIND-LINE-NUM
               IF LI-VAR-NAME(WS-I) <> "FILLER" AND
               WS-PROCEDURE-DIV-INDEX > 0
                   MOVE SPACE TO XREFFILE-RECORD
                   IF WS-VAR-HIT(WS-I) = "Y"
                       STRING FUNCTION TRIM(LI-VAR-NAME(WS-I))
                           " DECLARED LINE "
                           LI-VAR-LINE-NUM(WS-I) " REFERENCED"
                           DELIMITED BY SIZE INTO XREFFILE-RECORD
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(LI-VAR-NAME(WS-I))
                           " DECLARED LINE "
                           LI-VAR-LINE-NUM(WS-I)
                           " *** NEVER REFERENCED ***"
                           DELIMITED BY SIZE INTO XREFFILE-RECORD
                       END-STRING
                       MOVE LI-VAR-NAME(WS-I) TO WS-FIELD-TAG
                       MOVE "DEAD-FIELD" TO WS-CHECK-ID
                       MOVE "FIELD NEVER REFERENCED" TO WS-MESSAGE
                       MOVE "INFO" TO WS-SEVERITY
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                       MOVE SPACE TO WS-SEVERITY
                   END-IF
                   PERFORM 4910-WRITE-XREF-LINE-PARA
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3966-FOLD-COPYBOOK-LAYOUTS-PARA
      * Captures each copybook's field sequence (name, class, size,
      * USAGE, 88s excluded) the first time the run sees it expanded
      * anywhere, as the reference the inline-clone match compares
      * against.
      *----------------------------------------------------------------
       3966-FOLD-COPYBOOK-LAYOUTS-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               IF LI-VAR-COPY-MEMBER(WS-I) <> SPACE AND
               LI-VAR-IS-COND(WS-I) = "N"
                   MOVE 0 TO WS-CBL-ROW
                   MOVE 1 TO WS-CBL-I
                   PERFORM UNTIL WS-CBL-I > WS-CBL-COUNT OR
                   WS-CBL-ROW > 0
                       IF WS-CBL-NAME(WS-CBL-I) =
                       LI-VAR-COPY-MEMBER(WS-I)
                           MOVE WS-CBL-I TO WS-CBL-ROW
                       END-IF
                       ADD 1 TO WS-CBL-I
                   END-PERFORM

                   IF WS-CBL-ROW = 0 AND WS-CBL-COUNT < 60
      *                FIRST SIGHTING - CAPTURE THE WHOLE SEQUENCE
      *                OF THIS COPYBOOK'S ROWS IN THIS MEMBER
                       ADD 1 TO WS-CBL-COUNT
                       MOVE WS-CBL-COUNT TO WS-CBL-ROW
                       MOVE LI-VAR-COPY-MEMBER(WS-I) TO
                           WS-CBL-NAME(WS-CBL-ROW)
                       MOVE 0 TO WS-CBL-NFIELDS(WS-CBL-ROW)
                       MOVE WS-I TO WS-J
                       PERFORM UNTIL WS-J > LI-VARS-COUNT OR
                       LI-VAR-COPY-MEMBER(WS-J) <>
                       LI-VAR-COPY-MEMBER(WS-I)
                           IF LI-VAR-IS-COND(WS-J) = "N" AND
                           WS-CBL-NFIELDS(WS-CBL-ROW) < 80
                               ADD 1 TO WS-CBL-NFIELDS(WS-CBL-ROW)
                               MOVE WS-CBL-NFIELDS(WS-CBL-ROW) TO
                                   WS-CBL-K
                               MOVE LI-VAR-NAME(WS-J)(1:30) TO
                                   WS-CBL-FNAME(WS-CBL-ROW, WS-CBL-K)
                               MOVE LI-VAR-TYPE(WS-J)(1:4) TO
                                   WS-CBL-FTYPE(WS-CBL-ROW, WS-CBL-K)
                               MOVE LI-VAR-SIZE(WS-J) TO
                                   WS-CBL-FSIZE(WS-CBL-ROW, WS-CBL-K)
                               MOVE LI-VAR-USAGE(WS-J) TO
                                   WS-CBL-FUSAGE(WS-CBL-ROW,
                                   WS-CBL-K)
                           END-IF
                           ADD 1 TO WS-J
                       END-PERFORM
      *                JUMP THE OUTER SCAN PAST WHAT WAS CAPTURED
                       COMPUTE WS-I = WS-J - 1
                   ELSE
      *                ALREADY CAPTURED - SKIP THIS EXPANSION
                       MOVE WS-I TO WS-J
                       PERFORM UNTIL WS-J > LI-VARS-COUNT OR
                       LI-VAR-COPY-MEMBER(WS-J) <>
                       LI-VAR-COPY-MEMBER(WS-I)
                           ADD 1 TO WS-J
                       END-PERFORM
                       COMPUTE WS-I = WS-J - 1
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3915-CHECK-CLONES-PARA
      * Each inline 01 group (declared in the member itself, not
      * expanded from any copybook) against the copybook layout
      * library: same field count and same class/size/USAGE
      * sequence is a clone - a COPY-CLONE warning when the names
      * match too, an INFO when only the shapes do. Tiny groups
      * (under three fields) match too easily and stay out.
      *----------------------------------------------------------------
       3915-CHECK-CLONES-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               IF LI-VAR-LEVEL(WS-I) = 1 AND
               LI-VAR-IS-COND(WS-I) = "N" AND
               LI-VAR-COPY-MEMBER(WS-I) = SPACE
                   PERFORM 3917-COLLECT-INLINE-GROUP-PARA
                   IF WS-INL-COUNT >= 3
                       PERFORM 3918-MATCH-INLINE-GROUP-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3917-COLLECT-INLINE-GROUP-PARA
      * The inline 01 at WS-I and its subordinate fields, stopping
      * at the next 01/77 or the first copybook-expanded row.
      *----------------------------------------------------------------
       3917-COLLECT-INLINE-GROUP-PARA.
           MOVE 0 TO WS-INL-COUNT
           MOVE WS-I TO WS-INL-START
           MOVE WS-I TO WS-J
           PERFORM UNTIL WS-J > LI-VARS-COUNT OR
           (WS-J > WS-INL-START AND
           (LI-VAR-LEVEL(WS-J) = 1 OR LI-VAR-LEVEL(WS-J) = 77)) OR
           LI-VAR-COPY-MEMBER(WS-J) <> SPACE OR
           LI-VAR-PROGRAM(WS-J) <> LI-VAR-PROGRAM(WS-INL-START)
               IF LI-VAR-IS-COND(WS-J) = "N" AND WS-INL-COUNT < 80
                   ADD 1 TO WS-INL-COUNT
                   MOVE LI-VAR-NAME(WS-J)(1:30) TO
                       WS-INL-FNAME(WS-INL-COUNT)
                   MOVE LI-VAR-TYPE(WS-J)(1:4) TO
                       WS-INL-FTYPE(WS-INL-COUNT)
                   MOVE LI-VAR-SIZE(WS-J) TO
                       WS-INL-FSIZE(WS-INL-COUNT)
                   MOVE LI-VAR-USAGE(WS-J) TO
                       WS-INL-FUSAGE(WS-INL-COUNT)
               END-IF
               ADD 1 TO WS-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 3918-MATCH-INLINE-GROUP-PARA
      *----------------------------------------------------------------
       3918-MATCH-INLINE-GROUP-PARA.
           MOVE 1 TO WS-CBL-I
           PERFORM UNTIL WS-CBL-I > WS-CBL-COUNT
               IF WS-CBL-NFIELDS(WS-CBL-I) = WS-INL-COUNT
                   MOVE "Y" TO WS-INL-SHAPE-MATCH
                   MOVE "Y" TO WS-INL-NAMES-MATCH
                   MOVE 1 TO WS-CBL-K
                   PERFORM UNTIL WS-CBL-K > WS-INL-COUNT
                       IF WS-CBL-FTYPE(WS-CBL-I, WS-CBL-K) <>
                       WS-INL-FTYPE(WS-CBL-K) OR
                       WS-CBL-FSIZE(WS-CBL-I, WS-CBL-K) <>
                       WS-INL-FSIZE(WS-CBL-K) OR
                       WS-CBL-FUSAGE(WS-CBL-I, WS-CBL-K) <>
                       WS-INL-FUSAGE(WS-CBL-K)
                           MOVE "N" TO WS-INL-SHAPE-MATCH
                       END-IF
                       IF WS-CBL-FNAME(WS-CBL-I, WS-CBL-K) <>
                       WS-INL-FNAME(WS-CBL-K)
                           MOVE "N" TO WS-INL-NAMES-MATCH
                       END-IF
                       ADD 1 TO WS-CBL-K
                   END-PERFORM

                   IF WS-INL-SHAPE-MATCH = "Y"
                       MOVE LI-VAR-PROGRAM(WS-INL-START) TO
                           WS-CURRENT-PROGRAM
                       MOVE LI-VAR-LINE-NUM(WS-INL-START) TO
                           WS-FIND-LINE-NUM
                       MOVE LI-VAR-NAME(WS-INL-START) TO
                           WS-FIELD-TAG
                       MOVE "COPY-CLONE" TO WS-CHECK-ID
                       MOVE SPACE TO WS-MESSAGE
                       IF WS-INL-NAMES-MATCH = "Y"
                           STRING "INLINE LAYOUT DUPLICATES "
                               "COPYBOOK "
                               FUNCTION TRIM
                               (WS-CBL-NAME(WS-CBL-I))
                               " - REPLACE WITH COPY"
                               DELIMITED BY SIZE INTO WS-MESSAGE
                           END-STRING
                       ELSE
                           MOVE "INFO" TO WS-SEVERITY
                           STRING "INLINE LAYOUT MATCHES COPYBOOK "
                               FUNCTION TRIM
                               (WS-CBL-NAME(WS-CBL-I))
                               " FIELD FOR FIELD EXCEPT NAMES"
                               DELIMITED BY SIZE INTO WS-MESSAGE
                           END-STRING
                       END-IF
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-CBL-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3930-WRITE-COPYUSE-PARA
      * Folds this member into the shop-wide copybook where-used
      * report: one COPIED BY line the first time each copybook/
      * program pair is seen, then one line per copybook field the
      * program's procedure division actually references (straight
      * off the 3390 xref hits), so a copybook change comes with its
      * exact blast radius.
      *----------------------------------------------------------------
       3930-WRITE-COPYUSE-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               IF LI-VAR-COPY-MEMBER(WS-I) <> SPACE
                   MOVE "N" TO WS-COPYUSE-SEEN
                   MOVE 1 TO WS-J
                   PERFORM UNTIL WS-J >= WS-I
                       IF LI-VAR-COPY-MEMBER(WS-J) =
                       LI-VAR-COPY-MEMBER(WS-I) AND
                       LI-VAR-PROGRAM(WS-J) = LI-VAR-PROGRAM(WS-I)
                           MOVE "Y" TO WS-COPYUSE-SEEN
                       END-IF
                       ADD 1 TO WS-J
                   END-PERFORM
                   IF WS-COPYUSE-SEEN = "N"
                       MOVE SPACE TO COPYUSEFILE-RECORD
                       STRING FUNCTION TRIM
                           (LI-VAR-COPY-MEMBER(WS-I))
                           " COPIED BY "
                           FUNCTION TRIM(LI-VAR-PROGRAM(WS-I))
                           DELIMITED BY SIZE INTO COPYUSEFILE-RECORD
                       END-STRING
                       WRITE COPYUSEFILE-RECORD
                   END-IF
                   IF WS-VAR-HIT(WS-I) = "Y" AND
                   LI-VAR-NAME(WS-I) <> "FILLER"
                       MOVE SPACE TO COPYUSEFILE-RECORD
                       STRING "  " FUNCTION TRIM
                           (LI-VAR-COPY-MEMBER(WS-I)) " / "
                           FUNCTION TRIM(LI-VAR-PROGRAM(WS-I)) " / "
                           FUNCTION TRIM(LI-VAR-NAME(WS-I))
                           " REFERENCED" DELIMITED BY SIZE
                           INTO COPYUSEFILE-RECORD
                       END-STRING
                       WRITE COPYUSEFILE-RECORD
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3935-WRITE-ANNOTATED-PARA
      * The annotated listing: a finding index up top, then the
      * source text with each finding printed directly beneath the
      * line it fires on, severity and check id in the margin - the
      * compiler-listing shape, so nobody counts down to line 2841
      * by hand any more.
      *----------------------------------------------------------------
       3935-WRITE-ANNOTATED-PARA.
           MOVE FUNCTION TRIM(WS-CURRENT-MEMBER) TO LO-ANNSRC-FILE
           MOVE SPACE TO LO-ANNLIST-FILE
           STRING FUNCTION TRIM(WS-CURRENT-MEMBER) ".LIST"
               DELIMITED BY SIZE INTO LO-ANNLIST-FILE
           END-STRING
           IF WS-SHADOW-RUN = "Y"
               MOVE LO-ANNLIST-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-ANNLIST-FILE
           END-IF

           OPEN INPUT ANNSRCFILE
           IF WS-ANNSRC-STATUS NOT = "00"
               GO TO 3935-EXIT
           END-IF

           OPEN OUTPUT ANNLISTFILE
           MOVE SPACE TO ANNLISTFILE-RECORD
           STRING "ANNOTATED LISTING - "
               FUNCTION TRIM(WS-CURRENT-MEMBER) " - "
               WS-ANN-COUNT " FINDINGS" DELIMITED BY SIZE
               INTO ANNLISTFILE-RECORD
           END-STRING
           WRITE ANNLISTFILE-RECORD

      *    THE INDEX FIRST - LINE / SEVERITY / CHECK
           MOVE 1 TO WS-ANN-I
           PERFORM UNTIL WS-ANN-I > WS-ANN-COUNT
               MOVE SPACE TO ANNLISTFILE-RECORD
               STRING "  LINE " WS-ANN-LINE(WS-ANN-I) " "
                   WS-ANN-SEVERITY(WS-ANN-I) " "
                   FUNCTION TRIM(WS-ANN-CHECK(WS-ANN-I))
                   DELIMITED BY SIZE INTO ANNLISTFILE-RECORD
               END-STRING
               WRITE ANNLISTFILE-RECORD
               ADD 1 TO WS-ANN-I
           END-PERFORM
           MOVE SPACE TO ANNLISTFILE-RECORD
           WRITE ANNLISTFILE-RECORD

           MOVE 0 TO WS-ANN-SRCLINE
           PERFORM UNTIL 1 = 2
               READ ANNSRCFILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ANN-SRCLINE
               MOVE SPACE TO WS-ANN-OUT
               MOVE WS-ANN-SRCLINE(4:6) TO WS-ANN-OUT(1:6)
               MOVE ANNSRCFILE-RECORD TO WS-ANN-OUT(9:200)
               MOVE WS-ANN-OUT TO ANNLISTFILE-RECORD
               WRITE ANNLISTFILE-RECORD

               MOVE 1 TO WS-ANN-I
               PERFORM UNTIL WS-ANN-I > WS-ANN-COUNT
                   IF WS-ANN-LINE(WS-ANN-I) = WS-ANN-SRCLINE
                       MOVE SPACE TO WS-ANN-OUT
                       STRING "====> " WS-ANN-SEVERITY(WS-ANN-I)
                           " " FUNCTION TRIM
                           (WS-ANN-CHECK(WS-ANN-I)) " - "
                           FUNCTION TRIM
                           (WS-ANN-MESSAGE(WS-ANN-I))
                           DELIMITED BY SIZE INTO WS-ANN-OUT
                       END-STRING
                       MOVE WS-ANN-OUT TO ANNLISTFILE-RECORD
                       WRITE ANNLISTFILE-RECORD
                       PERFORM 3936-WRITE-ANN-CATALOG-PARA
                   END-IF
                   ADD 1 TO WS-ANN-I
               END-PERFORM
           END-PERFORM

           CLOSE ANNSRCFILE
           CLOSE ANNLISTFILE.

       3935-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3936-WRITE-ANN-CATALOG-PARA
      * The catalog entry for the finding just annotated, indented
      * under its "====>" line - what the check means, how it shows
      * up in production and the standard fix, with the reference
      * number. Nothing when the check is not catalogued.
      *----------------------------------------------------------------
       3936-WRITE-ANN-CATALOG-PARA.
           MOVE WS-ANN-CHECK(WS-ANN-I) TO WS-CAT-KEY
           PERFORM 4220-LOOKUP-CHECK-PARA
           IF WS-CAT-ROW > 0
               MOVE SPACE TO WS-ANN-OUT
               STRING "      MEANS:   " FUNCTION TRIM
                   (WS-CAT-DESC(WS-CAT-ROW)) " (REF "
                   FUNCTION TRIM(WS-CAT-REF(WS-CAT-ROW)) ")"
                   DELIMITED BY SIZE INTO WS-ANN-OUT
               END-STRING
               MOVE WS-ANN-OUT TO ANNLISTFILE-RECORD
               WRITE ANNLISTFILE-RECORD
               IF WS-CAT-SYMPTOM(WS-CAT-ROW) <> SPACE
                   MOVE SPACE TO WS-ANN-OUT
                   STRING "      SYMPTOM: " FUNCTION TRIM
                       (WS-CAT-SYMPTOM(WS-CAT-ROW))
                       DELIMITED BY SIZE INTO WS-ANN-OUT
                   END-STRING
                   MOVE WS-ANN-OUT TO ANNLISTFILE-RECORD
                   WRITE ANNLISTFILE-RECORD
               END-IF
               IF WS-CAT-FIX(WS-CAT-ROW) <> SPACE
                   MOVE SPACE TO WS-ANN-OUT
                   STRING "      FIX:     " FUNCTION TRIM
                       (WS-CAT-FIX(WS-CAT-ROW))
                       DELIMITED BY SIZE INTO WS-ANN-OUT
                   END-STRING
                   MOVE WS-ANN-OUT TO ANNLISTFILE-RECORD
                   WRITE ANNLISTFILE-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3960-FOLD-SUMMARY-PARA
      * Folds this member's fields into the shop-wide PICTURE usage
      * summary - counts by type, by USAGE, and a size-bucket
      * histogram.
      *----------------------------------------------------------------
       3960-FOLD-SUMMARY-PARA.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-VARS-COUNT
               IF LI-VAR-NAME(WS-I) <> "FILLER" AND
               LI-VAR-IS-COND(WS-I) = "N"
                   ADD 1 TO WK-SUM-FIELD-COUNT
                   EVALUATE LI-VAR-TYPE(WS-I)
                       WHEN "9"
                           ADD 1 TO WK-SUM-TYPE-9
                       WHEN "X"
                           ADD 1 TO WK-SUM-TYPE-X
                       WHEN "A"
                           ADD 1 TO WK-SUM-TYPE-A
                       WHEN OTHER
                           ADD 1 TO WK-SUM-TYPE-EDIT
                   END-EVALUATE

                   EVALUATE TRUE
                       WHEN LI-VAR-USAGE(WS-I) = SPACE OR
                       LI-VAR-USAGE(WS-I) = "DISPLAY"
                           ADD 1 TO WK-SUM-USAGE-DISPLAY
                       WHEN LI-VAR-USAGE(WS-I) = "COMP-3" OR
                       LI-VAR-USAGE(WS-I) = "PACKED-DECIMAL"
                           ADD 1 TO WK-SUM-USAGE-COMP3
                       WHEN LI-VAR-USAGE(WS-I) (1:4) = "COMP" OR
                       LI-VAR-USAGE(WS-I) = "BINARY"
                           ADD 1 TO WK-SUM-USAGE-COMP
                       WHEN OTHER
                           ADD 1 TO WK-SUM-USAGE-OTHER
                   END-EVALUATE

                   EVALUATE TRUE
                       WHEN LI-VAR-SIZE(WS-I) < 5
                           ADD 1 TO WK-SUM-BUCKET-1-4
                       WHEN LI-VAR-SIZE(WS-I) < 10
                           ADD 1 TO WK-SUM-BUCKET-5-9
                       WHEN LI-VAR-SIZE(WS-I) < 19
                           ADD 1 TO WK-SUM-BUCKET-10-18
                       WHEN OTHER
                           ADD 1 TO WK-SUM-BUCKET-19-UP
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3965-FOLD-DICTIONARY-PARA
      * Appends this member's fields to the shop-wide dictionary and
      * checks each name against the first definition seen anywhere
      * this run: the same name carrying an incompatible PICTURE or
      * USAGE in another program is almost always a copybook that
      * was cloned and locally edited, and gets one conflict line.
      *----------------------------------------------------------------
       3965-FOLD-DICTIONARY-PARA.
           MOVE 1 TO WS-DCT-IDX
           PERFORM UNTIL WS-DCT-IDX > LI-VARS-COUNT
               IF LI-VAR-NAME(WS-DCT-IDX) <> "FILLER" AND
               LI-VAR-IS-COND(WS-DCT-IDX) = "N"
                   MOVE SPACE TO DICTFILE-RECORD
                   MOVE LI-VAR-NAME(WS-DCT-IDX) TO DC-NAME
                   MOVE LI-VAR-TYPE(WS-DCT-IDX) TO DC-TYPE
                   MOVE LI-VAR-SIZE(WS-DCT-IDX) TO DC-SIZE
                   MOVE LI-VAR-DECIMALS(WS-DCT-IDX) TO DC-DEC
                   MOVE LI-VAR-USAGE(WS-DCT-IDX) TO DC-USAGE
                   MOVE LI-VAR-PROGRAM(WS-DCT-IDX) TO DC-PROGRAM
                   MOVE WS-CURRENT-MEMBER TO DC-MEMBER
                   MOVE LI-VAR-LINE-NUM(WS-DCT-IDX) TO DC-LINE
                   MOVE "|" TO DC-D1 DC-D2 DC-D3 DC-D4 DC-D5 DC-D6
                       DC-D7
                   WRITE DICTFILE-RECORD

                   PERFORM 3967-CHECK-DICT-CONFLICT-PARA
               END-IF
               ADD 1 TO WS-DCT-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 3967-CHECK-DICT-CONFLICT-PARA
      *----------------------------------------------------------------
       3967-CHECK-DICT-CONFLICT-PARA.
           MOVE 0 TO WS-DCT-ROW
           MOVE 1 TO WS-DCT-SCAN
           PERFORM UNTIL WS-DCT-SCAN > WS-DCT-COUNT OR
           WS-DCT-ROW > 0
               IF WS-DCT-NAME(WS-DCT-SCAN) =
               LI-VAR-NAME(WS-DCT-IDX)(1:30)
                   MOVE WS-DCT-SCAN TO WS-DCT-ROW
               END-IF
               ADD 1 TO WS-DCT-SCAN
           END-PERFORM

           IF WS-DCT-ROW = 0
               IF WS-DCT-COUNT < 5000
                   ADD 1 TO WS-DCT-COUNT
                   MOVE LI-VAR-NAME(WS-DCT-IDX)(1:30) TO
                       WS-DCT-NAME(WS-DCT-COUNT)
                   MOVE LI-VAR-TYPE(WS-DCT-IDX) TO
                       WS-DCT-TYPE(WS-DCT-COUNT)
                   MOVE LI-VAR-SIZE(WS-DCT-IDX) TO
                       WS-DCT-SIZE(WS-DCT-COUNT)
                   MOVE LI-VAR-USAGE(WS-DCT-IDX) TO
                       WS-DCT-USAGE(WS-DCT-COUNT)
                   MOVE LI-VAR-PROGRAM(WS-DCT-IDX) TO
                       WS-DCT-PROGRAM(WS-DCT-COUNT)
                   MOVE "N" TO WS-DCT-FLAGGED(WS-DCT-COUNT)
               END-IF
           ELSE
               IF WS-DCT-PROGRAM(WS-DCT-ROW) <>
               LI-VAR-PROGRAM(WS-DCT-IDX) AND
               WS-DCT-FLAGGED(WS-DCT-ROW) = "N" AND
               (WS-DCT-TYPE(WS-DCT-ROW) <>
               LI-VAR-TYPE(WS-DCT-IDX) OR
               WS-DCT-SIZE(WS-DCT-ROW) <>
               LI-VAR-SIZE(WS-DCT-IDX) OR
               WS-DCT-USAGE(WS-DCT-ROW) <>
               LI-VAR-USAGE(WS-DCT-IDX))
                   MOVE "Y" TO WS-DCT-FLAGGED(WS-DCT-ROW)
                   MOVE SPACE TO DICTCONFFILE-RECORD
                   STRING FUNCTION TRIM(WS-DCT-NAME(WS-DCT-ROW))
                       " DIFFERS - "
                       FUNCTION TRIM(WS-DCT-PROGRAM(WS-DCT-ROW))
                       " VS "
                       FUNCTION TRIM(LI-VAR-PROGRAM(WS-DCT-IDX))
                       " (" FUNCTION TRIM(WS-CURRENT-MEMBER) ")"
                       DELIMITED BY SIZE INTO DICTCONFFILE-RECORD
                   END-STRING
                   WRITE DICTCONFFILE-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3970-MAP-PII-PARA
      * The sensitive-data pass. Fields whose names match a PII.CFG
      * pattern are marked, the marks are carried along every MOVE,
      * STRING, COMPUTE and arithmetic assignment (the same pairs the
      * TRACE mode follows) until nothing new picks one up, and the
      * procedure division is walked once more for the places a
      * marked value leaves the program: a written record, DISPLAY,
      * a CALL argument, an SQL INSERT/UPDATE host variable. Sinks
      * go to PIIMAP.RPT at end of run; DISPLAY is also a finding.
      *----------------------------------------------------------------
       3970-MAP-PII-PARA.
           IF WS-PII-PAT-COUNT = 0
               GO TO 3970-EXIT
           END-IF

           PERFORM 3971-CLASSIFY-FIELDS-PARA
           PERFORM 2855-COLLECT-ASSIGNS-PARA

           MOVE "Y" TO WS-PII-CHANGED
           MOVE 0 TO WS-PII-PASS
           PERFORM UNTIL WS-PII-CHANGED = "N" OR WS-PII-PASS >= 20
               ADD 1 TO WS-PII-PASS
               MOVE "N" TO WS-PII-CHANGED
               PERFORM 3972-MARK-HOLDERS-PARA
               PERFORM 3973-PROPAGATE-PASS-PARA
           END-PERFORM
           PERFORM 3972-MARK-HOLDERS-PARA

           MOVE SPACE TO WS-PII-EXEC-LANG
           MOVE SPACE TO WS-PII-SQL-VERB
           MOVE SPACE TO WS-PII-SQL-TABLE
           MOVE SPACE TO WS-PII-SQL-PREV
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I) TO WS-TOK
               MOVE LI-AST-LINE-NUM(WS-I) TO WS-PII-LINE
               IF LI-AST-EXEC-FLAG(WS-I) = "Y"
                   PERFORM 3977-PII-EXEC-PARA THRU 3977-EXIT
               ELSE
                   PERFORM 3305-TRACK-PROGRAM-PARA THRU 3305-EXIT
                   IF WS-PROCEDURE-DIV-INDEX > 0 AND
                   WS-I >= WS-PROCEDURE-DIV-INDEX
                       EVALUATE WS-TOK
                           WHEN "WRITE"
                           WHEN "REWRITE"
                               PERFORM 3975-PII-WRITE-PARA
                                   THRU 3975-EXIT
                           WHEN "DISPLAY"
                           WHEN "CALL"
                               PERFORM 3976-PII-OPERANDS-PARA
                                   THRU 3976-EXIT
                       END-EVALUATE
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

       3970-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3971-CLASSIFY-FIELDS-PARA
      * A field whose name contains any configured pattern is
      * sensitive at the source (S), classed by the first pattern
      * that hits.
      *----------------------------------------------------------------
       3971-CLASSIFY-FIELDS-PARA.
           MOVE 1 TO WS-PII-R
           PERFORM UNTIL WS-PII-R > LI-VARS-COUNT
               MOVE SPACE TO WS-PII-MARK(WS-PII-R)
               MOVE SPACE TO WS-PII-CLS(WS-PII-R)
               IF LI-VAR-IS-COND(WS-PII-R) = "N"
                   MOVE 1 TO WS-PII-P
                   PERFORM UNTIL WS-PII-P > WS-PII-PAT-COUNT OR
                   WS-PII-MARK(WS-PII-R) <> SPACE
                       MOVE 0 TO WS-PII-TALLY
                       INSPECT LI-VAR-NAME(WS-PII-R) TALLYING
                           WS-PII-TALLY FOR ALL
                           WS-PII-PATTERN(WS-PII-P)
                           (1:WS-PII-PAT-LEN(WS-PII-P))
                       IF WS-PII-TALLY > 0
                           MOVE "S" TO WS-PII-MARK(WS-PII-R)
                           MOVE WS-PII-PAT-CLASS(WS-PII-P) TO
                               WS-PII-CLS(WS-PII-R)
                           ADD 1 TO WS-PII-FIELD-COUNT
                       END-IF
                       ADD 1 TO WS-PII-P
                   END-PERFORM
               END-IF
               ADD 1 TO WS-PII-R
           END-PERFORM.

      *----------------------------------------------------------------
      * 3972-MARK-HOLDERS-PARA
      * Every group above a marked field holds it (C) - writing,
      * displaying or passing the group passes the field too.
      *----------------------------------------------------------------
       3972-MARK-HOLDERS-PARA.
           MOVE 1 TO WS-PII-R
           PERFORM UNTIL WS-PII-R > LI-VARS-COUNT
               IF (WS-PII-MARK(WS-PII-R) = "S" OR
               WS-PII-MARK(WS-PII-R) = "P") AND
               LI-VAR-LEVEL(WS-PII-R) <> 1 AND
               LI-VAR-LEVEL(WS-PII-R) <> 77
                   MOVE LI-VAR-LEVEL(WS-PII-R) TO WS-PII-LEVEL
                   MOVE WS-PII-R TO WS-PII-J
                   PERFORM UNTIL WS-PII-J <= 1 OR WS-PII-LEVEL <= 1
                       SUBTRACT 1 FROM WS-PII-J
                       IF LI-VAR-IS-COND(WS-PII-J) = "N" AND
                       LI-VAR-LEVEL(WS-PII-J) < WS-PII-LEVEL
                           MOVE LI-VAR-LEVEL(WS-PII-J) TO WS-PII-LEVEL
                           IF WS-PII-MARK(WS-PII-J) = SPACE
                               MOVE "C" TO WS-PII-MARK(WS-PII-J)
                               MOVE WS-PII-CLS(WS-PII-R) TO
                                   WS-PII-CLS(WS-PII-J)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-PII-R
           END-PERFORM.

      *----------------------------------------------------------------
      * 3973-PROPAGATE-PASS-PARA
      * One pass over the assignment pairs: an unmarked target fed
      * by a marked source now carries the source's class (P).
      *----------------------------------------------------------------
       3973-PROPAGATE-PASS-PARA.
           MOVE 1 TO WS-PII-I
           PERFORM UNTIL WS-PII-I > WS-TRC-COUNT
               MOVE WS-TRC-SRC(WS-PII-I) TO WS-PII-NAME
               CALL "FIND_VAR" USING WS-PII-NAME LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               MOVE WS-FIND-INDEX-OUT TO WS-PII-SRC-ROW
               IF WS-PII-SRC-ROW > 0
                   IF WS-PII-MARK(WS-PII-SRC-ROW) <> SPACE
                       MOVE WS-TRC-TGT(WS-PII-I) TO WS-PII-NAME
                       CALL "FIND_VAR" USING WS-PII-NAME LI-VARIABLES
                           LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
                       MOVE WS-FIND-INDEX-OUT TO WS-PII-TGT-ROW
                       IF WS-PII-TGT-ROW > 0
                           IF WS-PII-MARK(WS-PII-TGT-ROW) = SPACE
                               MOVE "P" TO WS-PII-MARK(WS-PII-TGT-ROW)
                               MOVE WS-PII-CLS(WS-PII-SRC-ROW) TO
                                   WS-PII-CLS(WS-PII-TGT-ROW)
                               MOVE "Y" TO WS-PII-CHANGED
                               ADD 1 TO WS-PII-PROP-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PII-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 3975-PII-WRITE-PARA
      * WRITE/REWRITE <record> [FROM <field>]: the dataset is the
      * ASSIGN of the file whose FD carries the record (the record
      * name itself when it is not a captured FD record).
      *----------------------------------------------------------------
       3975-PII-WRITE-PARA.
           IF WS-I + 1 > LI-AST-NODE-COUNT
               GO TO 3975-EXIT
           END-IF
           MOVE LI-AST-NODE(WS-I + 1) TO WS-PII-NAME
           CALL "FIND_VAR" USING WS-PII-NAME LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           MOVE WS-FIND-INDEX-OUT TO WS-PII-REC-ROW
           IF WS-PII-REC-ROW = 0
               GO TO 3975-EXIT
           END-IF
           MOVE 0 TO WS-PII-FROM-ROW
           IF WS-I + 3 <= LI-AST-NODE-COUNT AND
           LI-AST-NODE(WS-I + 2) = "FROM"
               MOVE LI-AST-NODE(WS-I + 3) TO WS-PII-NAME
               CALL "FIND_VAR" USING WS-PII-NAME LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               MOVE WS-FIND-INDEX-OUT TO WS-PII-FROM-ROW
           END-IF
           IF WS-PII-MARK(WS-PII-REC-ROW) = SPACE AND
           (WS-PII-FROM-ROW = 0 OR
           WS-PII-MARK(WS-PII-FROM-ROW) = SPACE)
               GO TO 3975-EXIT
           END-IF

           MOVE "DATASET" TO WS-PII-KIND
           MOVE LI-VAR-NAME(WS-PII-REC-ROW)(1:44) TO WS-PII-OBJECT
           MOVE 1 TO WS-PII-J
           PERFORM UNTIL WS-PII-J > LI-FILES-COUNT
               IF LI-FILE-RECORD(WS-PII-J) =
               LI-VAR-NAME(WS-PII-REC-ROW) AND
               LI-FILE-PROGRAM(WS-PII-J) = WS-CURRENT-PROGRAM
                   MOVE LI-FILE-ASSIGN(WS-PII-J)(1:44) TO
                       WS-PII-OBJECT
               END-IF
               ADD 1 TO WS-PII-J
           END-PERFORM

           MOVE WS-PII-REC-ROW TO WS-PII-R
           PERFORM 3978-POST-HOLDINGS-PARA
           IF WS-PII-FROM-ROW > 0
               MOVE WS-PII-FROM-ROW TO WS-PII-R
               PERFORM 3978-POST-HOLDINGS-PARA
           END-IF.

       3975-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3976-PII-OPERANDS-PARA
      * DISPLAY operands (to SYSOUT, or whatever UPON names) and
      * CALL ... USING arguments. A marked DISPLAY operand is also a
      * PII-DISPLAY finding - job logs are kept, printed and mailed
      * long after the data they show should have been masked.
      *----------------------------------------------------------------
       3976-PII-OPERANDS-PARA.
           PERFORM 3325-FIND-STMT-END-PARA
           MOVE SPACE TO WS-PII-OBJECT
           IF WS-TOK = "DISPLAY"
               MOVE "DISPLAY" TO WS-PII-KIND
               MOVE "SYSOUT" TO WS-PII-OBJECT
               COMPUTE WS-PII-IDX = WS-I + 1
               PERFORM UNTIL WS-PII-IDX >= WS-STMT-END
                   IF LI-AST-NODE(WS-PII-IDX) = "UPON"
                       MOVE LI-AST-NODE(WS-PII-IDX + 1)(1:44) TO
                           WS-PII-OBJECT
                   END-IF
                   ADD 1 TO WS-PII-IDX
               END-PERFORM
               COMPUTE WS-PII-IDX = WS-I + 1
           ELSE
               IF WS-I + 1 > WS-STMT-END
                   GO TO 3976-EXIT
               END-IF
               MOVE "CALL" TO WS-PII-KIND
               MOVE LI-AST-NODE(WS-I + 1) TO WS-PII-NAME
               IF WS-PII-NAME(1:1) = '"' OR WS-PII-NAME(1:1) = "'"
                   UNSTRING WS-PII-NAME(2:79) DELIMITED BY '"' OR "'"
                       INTO WS-PII-OBJECT
                   END-UNSTRING
               ELSE
                   MOVE WS-PII-NAME(1:44) TO WS-PII-OBJECT
               END-IF
               COMPUTE WS-PII-IDX = WS-I + 2
               PERFORM UNTIL WS-PII-IDX > WS-STMT-END OR
               LI-AST-NODE(WS-PII-IDX) = "USING"
                   ADD 1 TO WS-PII-IDX
               END-PERFORM
               ADD 1 TO WS-PII-IDX
           END-IF

           PERFORM UNTIL WS-PII-IDX > WS-STMT-END
               MOVE LI-AST-NODE(WS-PII-IDX) TO WS-PII-NAME
               IF WS-PII-NAME = "UPON" OR WS-PII-NAME = "WITH" OR
               WS-PII-NAME = "ON" OR WS-PII-NAME = "RETURNING"
                   EXIT PERFORM
               END-IF
               MOVE SPACE TO WS-SUB-BASE
               UNSTRING WS-PII-NAME DELIMITED BY "(" INTO WS-SUB-BASE
               END-UNSTRING
               CALL "FIND_VAR" USING WS-SUB-BASE LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
               IF WS-FIND-INDEX-OUT > 0
                   MOVE WS-FIND-INDEX-OUT TO WS-PII-R
                   IF WS-PII-MARK(WS-PII-R) <> SPACE
                       PERFORM 3978-POST-HOLDINGS-PARA
                       IF WS-PII-KIND = "DISPLAY" AND
                       WS-PII-LINE >= WS-DIFF-START AND
                       WS-PII-LINE <= WS-DIFF-END
                           MOVE WS-PII-LINE TO WS-FIND-LINE-NUM
                           MOVE WS-SUB-BASE TO WS-FIELD-TAG
                           MOVE "PII-DISPLAY" TO WS-CHECK-ID
                           MOVE "WARNING" TO WS-SEVERITY
                           MOVE SPACE TO WS-MESSAGE
                           STRING "SENSITIVE DATA ("
                               FUNCTION TRIM(WS-PII-CLS(WS-PII-R))
                               ") DISPLAYED TO "
                               FUNCTION TRIM(WS-PII-OBJECT)
                               DELIMITED BY SIZE INTO WS-MESSAGE
                           END-STRING
                           PERFORM 4000-WRITE-FINDING-PARA
                               THRU 4000-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PII-IDX
           END-PERFORM.

       3976-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3977-PII-EXEC-PARA
      * EXEC SQL INSERT INTO t ... / UPDATE t SET ...: each marked
      * host variable is a column of t now holding sensitive data.
      * An UPDATE's WHERE host variables only pick the rows, so the
      * scan for that statement stops at WHERE.
      *----------------------------------------------------------------
       3977-PII-EXEC-PARA.
           IF WS-TOK = "END-EXEC"
               MOVE SPACE TO WS-PII-EXEC-LANG
               MOVE SPACE TO WS-PII-SQL-VERB
               MOVE SPACE TO WS-PII-SQL-TABLE
               MOVE SPACE TO WS-PII-SQL-PREV
               GO TO 3977-EXIT
           END-IF
           IF WS-I > 1 AND LI-AST-NODE(WS-I - 1) = "EXEC"
               MOVE WS-TOK(1:8) TO WS-PII-EXEC-LANG
               GO TO 3977-EXIT
           END-IF
           IF WS-PII-EXEC-LANG <> "SQL" OR WS-TOK = "."
               GO TO 3977-EXIT
           END-IF
           IF WS-PII-SQL-VERB = SPACE
               MOVE WS-TOK(1:8) TO WS-PII-SQL-VERB
               MOVE WS-TOK TO WS-PII-SQL-PREV
               GO TO 3977-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-PII-SQL-VERB = "INSERT" AND
               WS-PII-SQL-PREV = "INTO" AND WS-PII-SQL-TABLE = SPACE
                   UNSTRING WS-TOK DELIMITED BY "("
                       INTO WS-PII-SQL-TABLE
                   END-UNSTRING
               WHEN WS-PII-SQL-VERB = "UPDATE" AND
               WS-PII-SQL-PREV = "UPDATE" AND
               WS-PII-SQL-TABLE = SPACE
                   MOVE WS-TOK(1:44) TO WS-PII-SQL-TABLE
               WHEN WS-PII-SQL-VERB = "UPDATE" AND WS-TOK = "WHERE"
                   MOVE "WHERE" TO WS-PII-SQL-VERB
           END-EVALUATE
           MOVE WS-TOK TO WS-PII-SQL-PREV

           IF WS-PII-SQL-VERB <> "INSERT" AND
           WS-PII-SQL-VERB <> "UPDATE"
               GO TO 3977-EXIT
           END-IF
           MOVE 0 TO WS-PII-TALLY
           INSPECT WS-TOK TALLYING WS-PII-TALLY FOR ALL ":"
           IF WS-PII-TALLY = 0
               GO TO 3977-EXIT
           END-IF

           MOVE SPACE TO WS-PII-HOST-PRE
           MOVE SPACE TO WS-PII-NAME
           UNSTRING WS-TOK DELIMITED BY ":"
               INTO WS-PII-HOST-PRE WS-PII-NAME
           END-UNSTRING
           MOVE SPACE TO WS-SUB-BASE
           UNSTRING WS-PII-NAME DELIMITED BY "," OR ")"
               INTO WS-SUB-BASE
           END-UNSTRING
           CALL "FIND_VAR" USING WS-SUB-BASE LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT > 0
               MOVE WS-FIND-INDEX-OUT TO WS-PII-R
               IF WS-PII-MARK(WS-PII-R) <> SPACE
                   MOVE "SQL" TO WS-PII-KIND
                   MOVE WS-PII-SQL-TABLE TO WS-PII-OBJECT
                   IF WS-PII-OBJECT = SPACE
                       MOVE "(TABLE NOT RESOLVED)" TO WS-PII-OBJECT
                   END-IF
                   PERFORM 3978-POST-HOLDINGS-PARA
               END-IF
           END-IF.

       3977-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3978-POST-HOLDINGS-PARA
      * Row WS-PII-R has reached the sink in WS-PII-KIND/OBJECT: it
      * is posted itself when it is sensitive or carries a sensitive
      * value, and every such field under it (a record, a group)
      * is posted by name.
      *----------------------------------------------------------------
       3978-POST-HOLDINGS-PARA.
           IF WS-PII-MARK(WS-PII-R) = "S" OR
           WS-PII-MARK(WS-PII-R) = "P"
               MOVE LI-VAR-NAME(WS-PII-R)(1:30) TO WS-PII-FIELD
               MOVE WS-PII-CLS(WS-PII-R) TO WS-PII-CLASS
               PERFORM 3979-POST-SINK-PARA
           END-IF

           COMPUTE WS-PII-J = WS-PII-R + 1
           PERFORM UNTIL WS-PII-J > LI-VARS-COUNT
               IF LI-VAR-IS-COND(WS-PII-J) = "N"
                   IF LI-VAR-LEVEL(WS-PII-J) <= LI-VAR-LEVEL(WS-PII-R)
                   OR LI-VAR-LEVEL(WS-PII-J) = 77
                       EXIT PERFORM
                   END-IF
                   IF WS-PII-MARK(WS-PII-J) = "S" OR
                   WS-PII-MARK(WS-PII-J) = "P"
                       MOVE LI-VAR-NAME(WS-PII-J)(1:30) TO WS-PII-FIELD
                       MOVE WS-PII-CLS(WS-PII-J) TO WS-PII-CLASS
                       PERFORM 3979-POST-SINK-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-PII-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 3979-POST-SINK-PARA
      * One program/sink/field row for PIIMAP.RPT, kept once at the
      * first line it happens on.
      *----------------------------------------------------------------
       3979-POST-SINK-PARA.
           MOVE "N" TO WS-PII-SEEN
           MOVE 1 TO WS-PII-I
           PERFORM UNTIL WS-PII-I > WS-PII-SINK-COUNT OR
           WS-PII-SEEN = "Y"
               IF WS-PII-SK-PROGRAM(WS-PII-I) = WS-CURRENT-PROGRAM AND
               WS-PII-SK-KIND(WS-PII-I) = WS-PII-KIND AND
               WS-PII-SK-OBJECT(WS-PII-I) = WS-PII-OBJECT AND
               WS-PII-SK-FIELD(WS-PII-I) = WS-PII-FIELD
                   MOVE "Y" TO WS-PII-SEEN
               END-IF
               ADD 1 TO WS-PII-I
           END-PERFORM

           IF WS-PII-SEEN = "N" AND WS-PII-SINK-COUNT < 2000
               ADD 1 TO WS-PII-SINK-COUNT
               MOVE WS-CURRENT-PROGRAM TO
                   WS-PII-SK-PROGRAM(WS-PII-SINK-COUNT)
               MOVE WS-PII-KIND TO WS-PII-SK-KIND(WS-PII-SINK-COUNT)
               MOVE WS-PII-OBJECT TO
                   WS-PII-SK-OBJECT(WS-PII-SINK-COUNT)
               MOVE WS-PII-FIELD TO WS-PII-SK-FIELD(WS-PII-SINK-COUNT)
               MOVE WS-PII-CLASS TO WS-PII-SK-CLASS(WS-PII-SINK-COUNT)
               MOVE WS-PII-LINE TO WS-PII-SK-LINE(WS-PII-SINK-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 3980-CHECK-STANDARDS-PARA
      * The STANDARDS family - the shop's coding-standards document
      * as checks, each rule switched on in STANDARDS.CFG. Data names
      * and banned constructs come off the token stream; paragraph
      * order and size off the paragraph table the walk built.
      * Nothing runs when no rule is on.
      *----------------------------------------------------------------
       3980-CHECK-STANDARDS-PARA.
           IF WS-STD-ACTIVE <> "Y"
               GO TO 3980-EXIT
           END-IF

           MOVE SPACE TO WS-STD-SECTION
           MOVE 1 TO WS-STD-IDX
           PERFORM UNTIL WS-STD-IDX > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-STD-IDX) TO WS-STD-TOK
               IF LI-AST-EXEC-FLAG(WS-STD-IDX) <> "Y"
                   PERFORM 3981-STD-ONE-TOKEN-PARA THRU 3981-EXIT
               END-IF
               ADD 1 TO WS-STD-IDX
           END-PERFORM

           IF WS-STD-ORDER-ON = "Y" OR WS-STD-SIZE-ON = "Y"
               PERFORM 3985-STD-PARAGRAPHS-PARA
           END-IF.

       3980-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3981-STD-ONE-TOKEN-PARA
      * Keeps the program and section the token sits in, then hands
      * a data-item level number to the naming rules and a
      * procedure token to the banned-construct rules.
      *----------------------------------------------------------------
       3981-STD-ONE-TOKEN-PARA.
           IF WS-STD-TOK = "PROGRAM-ID"
               MOVE SPACE TO WS-STD-SECTION
               COMPUTE WS-STD-SCAN = WS-STD-IDX + 1
               IF WS-STD-SCAN <= LI-AST-NODE-COUNT AND
               LI-AST-NODE(WS-STD-SCAN) = "."
                   ADD 1 TO WS-STD-SCAN
               END-IF
               IF WS-STD-SCAN <= LI-AST-NODE-COUNT
                   MOVE LI-AST-NODE(WS-STD-SCAN) TO WS-CURRENT-PROGRAM
               END-IF
               GO TO 3981-EXIT
           END-IF

           IF WS-STD-TOK = "SECTION" AND WS-STD-IDX > 1
               EVALUATE LI-AST-NODE(WS-STD-IDX - 1)
                   WHEN "WORKING-STORAGE"
                   WHEN "LOCAL-STORAGE"
                   WHEN "LINKAGE"
                   WHEN "FILE"
                       MOVE LI-AST-NODE(WS-STD-IDX - 1) TO
                           WS-STD-SECTION
               END-EVALUATE
               GO TO 3981-EXIT
           END-IF

           IF WS-STD-TOK = "DIVISION" AND WS-STD-IDX > 1
               IF LI-AST-NODE(WS-STD-IDX - 1) = "PROCEDURE"
                   MOVE "PROCEDURE" TO WS-STD-SECTION
               END-IF
               GO TO 3981-EXIT
           END-IF

           IF WS-STD-SECTION = "PROCEDURE"
               PERFORM 3984-STD-BANNED-PARA THRU 3984-EXIT
               GO TO 3981-EXIT
           END-IF

           IF WS-STD-SECTION <> SPACE AND WS-STD-IDX > 1 AND
           LI-AST-NODE(WS-STD-IDX - 1) = "." AND
           FUNCTION TRIM(WS-STD-TOK) IS NUMERIC AND
           FUNCTION LENGTH(FUNCTION TRIM(WS-STD-TOK)) <= 2 AND
           WS-STD-IDX < LI-AST-NODE-COUNT
               COMPUTE WS-STD-LEVEL = FUNCTION NUMVAL(WS-STD-TOK)
               IF (WS-STD-LEVEL >= 1 AND WS-STD-LEVEL <= 49) OR
               WS-STD-LEVEL = 77
                   PERFORM 3982-STD-DATA-NAME-PARA THRU 3982-EXIT
               END-IF
           END-IF.

       3981-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3982-STD-DATA-NAME-PARA
      * One data description entry: the section's name prefix, and
      * for an elementary item named like an amount, COMP-3 usage.
      *----------------------------------------------------------------
       3982-STD-DATA-NAME-PARA.
           MOVE LI-AST-NODE(WS-STD-IDX + 1) TO WS-STD-NAME
           IF WS-STD-NAME = "FILLER" OR WS-STD-NAME = "." OR
           WS-STD-NAME = "PIC" OR WS-STD-NAME = "PICTURE" OR
           WS-STD-NAME = "REDEFINES" OR WS-STD-NAME = "VALUE" OR
           WS-STD-NAME = "OCCURS" OR WS-STD-NAME = "USAGE"
               GO TO 3982-EXIT
           END-IF
           IF LI-AST-LINE-NUM(WS-STD-IDX) < WS-DIFF-START OR
           LI-AST-LINE-NUM(WS-STD-IDX) > WS-DIFF-END
               GO TO 3982-EXIT
           END-IF

           MOVE SPACE TO WS-STD-PFX
           IF WS-STD-SECTION = "WORKING-STORAGE" AND
           WS-STD-WS-ON = "Y"
               MOVE WS-STD-WS-PFX TO WS-STD-PFX
               MOVE "STD-WS-PREFIX" TO WS-STD-RULE
           END-IF
           IF WS-STD-SECTION = "LINKAGE" AND WS-STD-LS-ON = "Y"
               MOVE WS-STD-LS-PFX TO WS-STD-PFX
               MOVE "STD-LS-PREFIX" TO WS-STD-RULE
           END-IF
           IF WS-STD-PFX <> SPACE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STD-PFX)) TO
                   WS-STD-LEN
               IF WS-STD-NAME(1:WS-STD-LEN) <>
               WS-STD-PFX(1:WS-STD-LEN)
                   MOVE LI-AST-LINE-NUM(WS-STD-IDX) TO
                       WS-FIND-LINE-NUM
                   MOVE WS-STD-NAME TO WS-FIELD-TAG
                   MOVE WS-STD-RULE TO WS-CHECK-ID
                   MOVE SPACE TO WS-MESSAGE
                   STRING FUNCTION TRIM(WS-STD-SECTION)
                       " NAME DOES NOT START "
                       FUNCTION TRIM(WS-STD-PFX)
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
           END-IF

           IF WS-STD-COMP3-ON <> "Y"
               GO TO 3982-EXIT
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STD-COMP3-SFX)) TO
               WS-STD-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STD-NAME)) TO
               WS-STD-NAME-LEN
           IF WS-STD-NAME-LEN <= WS-STD-LEN
               GO TO 3982-EXIT
           END-IF
           IF WS-STD-NAME(WS-STD-NAME-LEN - WS-STD-LEN + 1:
           WS-STD-LEN) <> WS-STD-COMP3-SFX(1:WS-STD-LEN)
               GO TO 3982-EXIT
           END-IF

           MOVE "N" TO WS-STD-HAS-PIC
           MOVE "N" TO WS-STD-PACKED
           COMPUTE WS-STD-SCAN = WS-STD-IDX + 2
           PERFORM UNTIL WS-STD-SCAN > LI-AST-NODE-COUNT
               IF LI-AST-NODE(WS-STD-SCAN) = "."
                   EXIT PERFORM
               END-IF
               EVALUATE LI-AST-NODE(WS-STD-SCAN)
                   WHEN "PIC"
                   WHEN "PICTURE"
                       MOVE "Y" TO WS-STD-HAS-PIC
                   WHEN "COMP-3"
                   WHEN "COMPUTATIONAL-3"
                   WHEN "PACKED-DECIMAL"
                       MOVE "Y" TO WS-STD-PACKED
               END-EVALUATE
               ADD 1 TO WS-STD-SCAN
           END-PERFORM
           IF WS-STD-HAS-PIC = "Y" AND WS-STD-PACKED = "N"
               MOVE LI-AST-LINE-NUM(WS-STD-IDX) TO WS-FIND-LINE-NUM
               MOVE WS-STD-NAME TO WS-FIELD-TAG
               MOVE "STD-AMT-COMP3" TO WS-CHECK-ID
               MOVE SPACE TO WS-MESSAGE
               STRING "FIELD NAMED *" FUNCTION TRIM(WS-STD-COMP3-SFX)
                   " IS NOT COMP-3"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF.

       3982-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3984-STD-BANNED-PARA
      * NEXT SENTENCE, GO TO ... DEPENDING ON, and an EXIT PROGRAM
      * that is not backed by a GOBACK right after it.
      *----------------------------------------------------------------
       3984-STD-BANNED-PARA.
           IF WS-STD-IDX >= LI-AST-NODE-COUNT OR
           LI-AST-LINE-NUM(WS-STD-IDX) < WS-DIFF-START OR
           LI-AST-LINE-NUM(WS-STD-IDX) > WS-DIFF-END
               GO TO 3984-EXIT
           END-IF
           MOVE SPACE TO WS-CHECK-ID

           IF WS-STD-TOK = "NEXT" AND WS-STD-NEXTSENT-ON = "Y" AND
           LI-AST-NODE(WS-STD-IDX + 1) = "SENTENCE"
               MOVE "STD-NEXT-SENTENCE" TO WS-CHECK-ID
               MOVE "NEXT SENTENCE USED" TO WS-MESSAGE
               MOVE "NEXT SENTENCE" TO WS-FIELD-TAG
           END-IF

           IF WS-STD-TOK = "GO" AND WS-STD-GODEP-ON = "Y"
               COMPUTE WS-STD-SCAN = WS-STD-IDX + 1
               PERFORM UNTIL WS-STD-SCAN > LI-AST-NODE-COUNT
                   MOVE LI-AST-NODE(WS-STD-SCAN) TO WS-DF-NAME
                   IF WS-DF-NAME = "."
                       EXIT PERFORM
                   END-IF
                   IF WS-DF-NAME = "DEPENDING"
                       MOVE "STD-GOTO-DEPENDING" TO WS-CHECK-ID
                       MOVE "GO TO DEPENDING ON USED" TO WS-MESSAGE
                       MOVE "GO TO" TO WS-FIELD-TAG
                       EXIT PERFORM
                   END-IF
                   PERFORM 3345-CHECK-VERB-PARA
                   IF WS-DF-IS-VERB = "Y"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-STD-SCAN
               END-PERFORM
           END-IF

           IF WS-STD-TOK = "EXIT" AND WS-STD-EXITPGM-ON = "Y" AND
           LI-AST-NODE(WS-STD-IDX + 1) = "PROGRAM"
               COMPUTE WS-STD-SCAN = WS-STD-IDX + 2
               IF WS-STD-SCAN <= LI-AST-NODE-COUNT AND
               LI-AST-NODE(WS-STD-SCAN) = "."
                   ADD 1 TO WS-STD-SCAN
               END-IF
               IF WS-STD-SCAN > LI-AST-NODE-COUNT
                   MOVE "STD-EXIT-PROGRAM" TO WS-CHECK-ID
               ELSE
                   IF LI-AST-NODE(WS-STD-SCAN) <> "GOBACK"
                       MOVE "STD-EXIT-PROGRAM" TO WS-CHECK-ID
                   END-IF
               END-IF
               MOVE "EXIT PROGRAM WITHOUT GOBACK" TO WS-MESSAGE
               MOVE "EXIT PROGRAM" TO WS-FIELD-TAG
           END-IF

           IF WS-CHECK-ID <> SPACE
               MOVE LI-AST-LINE-NUM(WS-STD-IDX) TO WS-FIND-LINE-NUM
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF
           MOVE SPACE TO WS-FIELD-TAG.

       3984-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3985-STD-PARAGRAPHS-PARA
      * Numbered paragraphs (a leading number before the first "-",
      * 1000-INITIALIZE) never step backwards within a program - an
      * equal number is its own -EXIT; an unnumbered name is not
      * judged. A paragraph's statements are those the walk counted
      * between its header and the next one.
      *----------------------------------------------------------------
       3985-STD-PARAGRAPHS-PARA.
           MOVE SPACE TO WS-STD-PREV-PROGRAM
           MOVE 1 TO WS-PARA-IDX
           PERFORM UNTIL WS-PARA-IDX > WS-PARA-COUNT
               MOVE WS-PARA-PROGRAM(WS-PARA-IDX) TO WS-CURRENT-PROGRAM
               IF WS-PARA-PROGRAM(WS-PARA-IDX) <> WS-STD-PREV-PROGRAM
                   MOVE WS-PARA-PROGRAM(WS-PARA-IDX) TO
                       WS-STD-PREV-PROGRAM
                   MOVE 0 TO WS-STD-PREV-NUM
                   MOVE SPACE TO WS-STD-PREV-PARA
               END-IF

               IF WS-PARA-IDX < WS-PARA-COUNT
                   COMPUTE WS-STD-STMTS =
                       WS-PARA-STMT-AT(WS-PARA-IDX + 1) -
                       WS-PARA-STMT-AT(WS-PARA-IDX)
               ELSE
                   COMPUTE WS-STD-STMTS =
                       WS-MET-STMTS - WS-PARA-STMT-AT(WS-PARA-IDX)
               END-IF

               MOVE 0 TO WS-STD-LEN
               INSPECT WS-PARA-NAME(WS-PARA-IDX) TALLYING WS-STD-LEN
                   FOR CHARACTERS BEFORE INITIAL "-"
               MOVE 0 TO WS-STD-NUM
               IF WS-STD-LEN > 0 AND WS-STD-LEN <= 9
                   IF WS-PARA-NAME(WS-PARA-IDX)(1:WS-STD-LEN)
                   IS NUMERIC
                       COMPUTE WS-STD-NUM = FUNCTION NUMVAL(
                           WS-PARA-NAME(WS-PARA-IDX)(1:WS-STD-LEN))
                   END-IF
               END-IF

               IF WS-PARA-LINE(WS-PARA-IDX) >= WS-DIFF-START AND
               WS-PARA-LINE(WS-PARA-IDX) <= WS-DIFF-END
                   IF WS-STD-ORDER-ON = "Y" AND WS-STD-NUM > 0 AND
                   WS-STD-NUM < WS-STD-PREV-NUM
                       MOVE WS-PARA-LINE(WS-PARA-IDX) TO
                           WS-FIND-LINE-NUM
                       MOVE WS-PARA-NAME(WS-PARA-IDX) TO WS-FIELD-TAG
                       MOVE "STD-PARA-ORDER" TO WS-CHECK-ID
                       MOVE SPACE TO WS-MESSAGE
                       STRING "PARAGRAPH NUMBER OUT OF SEQUENCE AFTER "
                           FUNCTION TRIM(WS-STD-PREV-PARA)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
                   IF WS-STD-SIZE-ON = "Y" AND
                   WS-STD-STMTS > WS-STD-SIZE-MAX
                       MOVE WS-PARA-LINE(WS-PARA-IDX) TO
                           WS-FIND-LINE-NUM
                       MOVE WS-PARA-NAME(WS-PARA-IDX) TO WS-FIELD-TAG
                       MOVE "STD-PARA-SIZE" TO WS-CHECK-ID
                       MOVE WS-STD-STMTS TO WS-STD-N1
                       MOVE WS-STD-SIZE-MAX TO WS-STD-N2
                       MOVE SPACE TO WS-MESSAGE
                       STRING "PARAGRAPH HAS " FUNCTION TRIM(WS-STD-N1)
                           " STATEMENTS, STANDARD IS "
                           FUNCTION TRIM(WS-STD-N2)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
               END-IF

               IF WS-STD-NUM > WS-STD-PREV-NUM
                   MOVE WS-STD-NUM TO WS-STD-PREV-NUM
                   MOVE WS-PARA-NAME(WS-PARA-IDX) TO WS-STD-PREV-PARA
               END-IF
               ADD 1 TO WS-PARA-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 4000-WRITE-FINDING-PARA
      * Appends one line to the current member's findings report,
      * unless the PROGRAM-ID/field-or-paragraph pair is named in the
      * suppression list. The severity policy loaded in 1250 can
      * remap WS-CHECK-ID to any severity; failing that the caller's
      * own WS-SEVERITY stands, defaulting to WARNING.
      *----------------------------------------------------------------
       4000-WRITE-FINDING-PARA.
           PERFORM 4050-RESOLVE-SEVERITY-PARA
           IF WS-SEVERITY = SPACE
               MOVE "WARNING" TO WS-SEVERITY
           END-IF

      *    A FIELD DECLARED IN A COPYBOOK BELONGS TO THE COPYBOOK,
      *    NOT TO EVERY MEMBER THAT COPIES IT - RESOLVED UP FRONT
      *    BECAUSE A SUPPRESSION MAY BE FILED AGAINST THE COPYBOOK
      *    ITSELF (THE CONSOLIDATED EXPORT ROW CARRIES ITS NAME)
      *    RATHER THAN AGAINST EACH INCLUDING PROGRAM
           MOVE "N" TO WS-CPF-ORIGIN
           IF WS-FIELD-TAG <> SPACE
               CALL "FIND_VAR" USING WS-FIELD-TAG LI-VARIABLES
                   LI-VAR-INDEX-TABLE WS-CPF-FIND
               IF WS-CPF-FIND > 0 AND
               LI-VAR-COPY-MEMBER(WS-CPF-FIND) <> SPACE
                   MOVE "Y" TO WS-CPF-ORIGIN
               END-IF
           END-IF

           MOVE 1 TO WS-J
           MOVE "N" TO WS-FOUND-SUPPRESSED
           PERFORM UNTIL WS-J > WK-SUPPRESS-COUNT OR
           WS-FOUND-SUPPRESSED = "Y"
               IF (FUNCTION TRIM(WK-SUPP-PROGRAM(WS-J)) =
               FUNCTION TRIM(WS-CURRENT-PROGRAM) OR
               (WS-CPF-ORIGIN = "Y" AND
               FUNCTION TRIM(WK-SUPP-PROGRAM(WS-J)) =
               FUNCTION TRIM(
               LI-VAR-COPY-MEMBER(WS-CPF-FIND)))) AND
               FUNCTION TRIM(WK-SUPP-FIELD(WS-J)) =
               FUNCTION TRIM(WS-FIELD-TAG)
                   MOVE WS-J TO WS-SUPP-CHK-IDX
                   PERFORM 4070-CHECK-SUPP-LIVE-PARA
                   IF WS-SUPP-LIVE = "Y"
                       MOVE "Y" TO WS-FOUND-SUPPRESSED
                       MOVE "Y" TO WK-SUPP-USED(WS-J)
                   END-IF
               END-IF
               ADD 1 TO WS-J
           END-PERFORM

           IF WS-FOUND-SUPPRESSED = "Y"
               MOVE SPACE TO WS-SEVERITY
               MOVE SPACE TO WS-CHECK-ID
               MOVE SPACE TO WS-FIELD-TAG
               MOVE 0 TO WS-FIND-LINE-NUM
               GO TO 4000-EXIT
           END-IF

           IF WS-FIELD-TAG = SPACE
               MOVE WS-CURRENT-PARA TO WS-FIELD-TAG
           END-IF

           ADD 1 TO WS-FINDING-COUNT
           EVALUATE WS-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "INFO"
                   ADD 1 TO WS-INFO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE

           IF WK-ANNOTATE = "Y" AND WS-ANN-COUNT < 500
               ADD 1 TO WS-ANN-COUNT
               MOVE WS-FIND-LINE-NUM TO WS-ANN-LINE(WS-ANN-COUNT)
               MOVE WS-SEVERITY TO WS-ANN-SEVERITY(WS-ANN-COUNT)
               MOVE WS-CHECK-ID TO WS-ANN-CHECK(WS-ANN-COUNT)
               MOVE WS-MESSAGE TO WS-ANN-MESSAGE(WS-ANN-COUNT)
           END-IF

      *    A COPYBOOK-ORIGIN FINDING (RESOLVED ABOVE, BEFORE THE
      *    SUPPRESSION CHECK) CONSOLIDATES INTO ONE ROW FILED
      *    AGAINST THE COPYBOOK - THE MEMBER REPORT JUST POINTS
           IF WS-CPF-ORIGIN = "Y"
               MOVE SPACE TO WS-REPORT-LINE
               STRING WS-SEVERITY SPACE
                   FUNCTION TRIM(WS-CURRENT-PROGRAM)
                   "  LINE " WS-FIND-LINE-NUM SPACE
                   FUNCTION TRIM(WS-FIELD-TAG)
                   " - SEE CONSOLIDATED COPYBOOK FINDING ("
                   FUNCTION TRIM
                   (LI-VAR-COPY-MEMBER(WS-CPF-FIND)) ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORTFILE-RECORD
               PERFORM 4900-WRITE-RPT-LINE-PARA
               PERFORM 4060-POST-COPYFIND-PARA
               PERFORM 4300-POST-ROLLUP-PARA
           ELSE
               MOVE SPACE TO WS-REPORT-LINE
               STRING WS-SEVERITY SPACE
                   FUNCTION TRIM(WS-CURRENT-PROGRAM)
                   "  LINE " WS-FIND-LINE-NUM SPACE
                   FUNCTION TRIM(WS-FIELD-TAG) " - "
                   FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORTFILE-RECORD
               PERFORM 4900-WRITE-RPT-LINE-PARA

               PERFORM 4100-POST-MASTER-PARA
               PERFORM 4200-WRITE-CONSOL-PARA
               PERFORM 4300-POST-ROLLUP-PARA
           END-IF

           MOVE SPACE TO WS-SEVERITY
           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-FIELD-TAG
           MOVE 0 TO WS-FIND-LINE-NUM.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4060-POST-COPYFIND-PARA
      * One copybook-origin finding into the consolidation table:
      * found or added by copybook/check/field, with the including
      * program noted once.
      *----------------------------------------------------------------
       4060-POST-COPYFIND-PARA.
           MOVE 0 TO WS-CPF-ROW
           MOVE 1 TO WS-CPF-I
           PERFORM UNTIL WS-CPF-I > WS-CPF-COUNT OR WS-CPF-ROW > 0
               IF WS-CPF-COPYBOOK(WS-CPF-I) =
               LI-VAR-COPY-MEMBER(WS-CPF-FIND) AND
               WS-CPF-CHECK(WS-CPF-I) = WS-CHECK-ID AND
               WS-CPF-FIELD(WS-CPF-I) = WS-FIELD-TAG(1:30)
                   MOVE WS-CPF-I TO WS-CPF-ROW
               END-IF
               ADD 1 TO WS-CPF-I
           END-PERFORM

           IF WS-CPF-ROW = 0
               IF WS-CPF-COUNT >= 300
                   CONTINUE
               ELSE
                   ADD 1 TO WS-CPF-COUNT
                   MOVE WS-CPF-COUNT TO WS-CPF-ROW
                   MOVE LI-VAR-COPY-MEMBER(WS-CPF-FIND) TO
                       WS-CPF-COPYBOOK(WS-CPF-ROW)
                   MOVE WS-CHECK-ID TO WS-CPF-CHECK(WS-CPF-ROW)
                   MOVE WS-FIELD-TAG(1:30) TO
                       WS-CPF-FIELD(WS-CPF-ROW)
                   MOVE WS-SEVERITY TO WS-CPF-SEVERITY(WS-CPF-ROW)
                   MOVE LI-VAR-LINE-NUM(WS-CPF-FIND) TO
                       WS-CPF-LINE(WS-CPF-ROW)
                   MOVE WS-MESSAGE TO WS-CPF-MESSAGE(WS-CPF-ROW)
                   MOVE 0 TO WS-CPF-NPROGS(WS-CPF-ROW)
               END-IF
           END-IF

           IF WS-CPF-ROW > 0
               MOVE "N" TO WS-CPF-HIT
               MOVE 1 TO WS-CPF-J
               PERFORM UNTIL WS-CPF-J > 10 OR
               WS-CPF-J > WS-CPF-NPROGS(WS-CPF-ROW) OR
               WS-CPF-HIT = "Y"
                   IF WS-CPF-PROG(WS-CPF-ROW, WS-CPF-J) =
                   WS-CURRENT-PROGRAM
                       MOVE "Y" TO WS-CPF-HIT
                   END-IF
                   ADD 1 TO WS-CPF-J
               END-PERFORM
               IF WS-CPF-HIT = "N"
                   ADD 1 TO WS-CPF-NPROGS(WS-CPF-ROW)
                   IF WS-CPF-NPROGS(WS-CPF-ROW) <= 10
                       MOVE WS-CURRENT-PROGRAM TO WS-CPF-PROG
                           (WS-CPF-ROW, WS-CPF-NPROGS(WS-CPF-ROW))
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4050-RESOLVE-SEVERITY-PARA
      * A policy entry for this finding's check id overrides whatever
      * severity the check itself proposed.
      *----------------------------------------------------------------
       4050-RESOLVE-SEVERITY-PARA.
           MOVE 1 TO WS-POLICY-IDX
           PERFORM UNTIL WS-POLICY-IDX > WK-POLICY-COUNT
               IF FUNCTION TRIM(WK-POL-CHECK(WS-POLICY-IDX)) =
               FUNCTION TRIM(WS-CHECK-ID) AND WS-CHECK-ID <> SPACE
                   MOVE WK-POL-SEVERITY(WS-POLICY-IDX) TO WS-SEVERITY
               END-IF
               ADD 1 TO WS-POLICY-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 4070-CHECK-SUPP-LIVE-PARA
      * An expiry date in the past stops a suppression suppressing -
      * nobody gets to park a finding forever without re-justifying
      * it. No expiry (or an unreadable one, which the audit report
      * will show) keeps the old behavior.
      *----------------------------------------------------------------
       4070-CHECK-SUPP-LIVE-PARA.
           MOVE "Y" TO WS-SUPP-LIVE
           IF WK-SUPP-EXPIRES(WS-SUPP-CHK-IDX) <> SPACE AND
           FUNCTION TRIM(WK-SUPP-EXPIRES(WS-SUPP-CHK-IDX))
           IS NUMERIC
               IF WK-SUPP-EXPIRES(WS-SUPP-CHK-IDX) <
               WS-SCAN-TIMESTAMP(1:8)
                   MOVE "N" TO WS-SUPP-LIVE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4100-POST-MASTER-PARA
      * Posts the finding just written into the indexed findings
      * master with one keyed READ: an entry already there from a
      * prior run gets its last-seen stamp refreshed, anything else
      * is WRITTEN with today as its first-seen. The delta pass at
      * end of run reads the stamps back into the NEW/FIXED/
      * RECURRING report. A line-narrowed (DIFF) run never touches
      * the file; a shadow run only looks the finding up (4150).
      *----------------------------------------------------------------
       4100-POST-MASTER-PARA.
           IF WS-SHADOW-RUN = "Y"
               PERFORM 4150-NOTE-SHADOW-FINDING-PARA THRU 4150-EXIT
           END-IF
           IF WK-FINDMAST-OK = "N" OR WS-DELTA-NARROWED = "Y" OR
           WS-SHADOW-RUN = "Y"
               CONTINUE
           ELSE
               MOVE WS-FIND-LINE-NUM TO WS-MASTER-LINE-TEXT
               MOVE SPACE TO FM-KEY
               MOVE WS-CURRENT-PROGRAM TO FM-PROGRAM
               MOVE WS-MASTER-LINE-TEXT TO FM-LINE
               MOVE WS-CHECK-ID TO FM-CHECK
               MOVE WS-FIELD-TAG TO FM-FIELD
               READ FINDMAST
                   INVALID KEY
                       MOVE WS-CURRENT-PROGRAM TO FM-PROGRAM
                       MOVE WS-MASTER-LINE-TEXT TO FM-LINE
                       MOVE WS-CHECK-ID TO FM-CHECK
                       MOVE WS-FIELD-TAG TO FM-FIELD
                       MOVE WS-SCAN-TIMESTAMP(1:8) TO FM-FIRST-SEEN
                       MOVE WS-RUN-STAMP TO FM-LAST-SEEN
                       MOVE WS-MESSAGE TO FM-MESSAGE
                       MOVE WS-SEVERITY TO FM-SEVERITY
                       MOVE SPACE TO FM-DISP
                       WRITE FINDMAST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-RUN-STAMP TO FM-LAST-SEEN
                       MOVE WS-SEVERITY TO FM-SEVERITY
                       REWRITE FINDMAST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 4150-NOTE-SHADOW-FINDING-PARA
      * Holds the finding just written for the shadow preview, once
      * per master key, marked N when the master has never seen it
      * (it would be raised tomorrow) or S when it is already there.
      *----------------------------------------------------------------
       4150-NOTE-SHADOW-FINDING-PARA.
           MOVE WS-FIND-LINE-NUM TO WS-MASTER-LINE-TEXT
           MOVE SPACE TO WS-SHD-KEY
           MOVE WS-CURRENT-PROGRAM TO WS-SHD-KEY-PROGRAM
           MOVE WS-MASTER-LINE-TEXT TO WS-SHD-KEY-LINE
           MOVE WS-CHECK-ID TO WS-SHD-KEY-CHECK
           MOVE WS-FIELD-TAG TO WS-SHD-KEY-FIELD
           PERFORM 4155-FIND-SHADOW-ROW-PARA
           IF WS-SHD-ROW > 0
               GO TO 4150-EXIT
           END-IF
           IF WS-SHD-COUNT >= 5000
               MOVE "Y" TO WS-SHD-OVFL
               GO TO 4150-EXIT
           END-IF

           MOVE "N" TO WS-SHD-STATE
           IF WK-FINDMAST-OK = "Y"
               MOVE WS-SHD-KEY TO FM-KEY
               READ FINDMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-SHD-STATE
               END-READ
           END-IF

           ADD 1 TO WS-SHD-COUNT
           MOVE WS-SHD-KEY TO WS-SHD-F-KEY(WS-SHD-COUNT)
           MOVE WS-SEVERITY TO WS-SHD-F-SEV(WS-SHD-COUNT)
           MOVE WS-MESSAGE TO WS-SHD-F-MSG(WS-SHD-COUNT)
           MOVE WS-SHD-STATE TO WS-SHD-F-STATE(WS-SHD-COUNT).

       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4155-FIND-SHADOW-ROW-PARA
      * WS-SHD-ROW is the held finding keyed WS-SHD-KEY, or zero.
      *----------------------------------------------------------------
       4155-FIND-SHADOW-ROW-PARA.
           MOVE 0 TO WS-SHD-ROW
           MOVE 1 TO WS-SHD-J
           PERFORM UNTIL WS-SHD-J > WS-SHD-COUNT OR WS-SHD-ROW > 0
               IF WS-SHD-F-KEY(WS-SHD-J) = WS-SHD-KEY
                   MOVE WS-SHD-J TO WS-SHD-ROW
               END-IF
               ADD 1 TO WS-SHD-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 4200-WRITE-CONSOL-PARA
      * One fixed-column record per finding into the consolidated
      * export, so the defect tracker loads findings by position
      * instead of scraping the prose report.
      *----------------------------------------------------------------
       4200-WRITE-CONSOL-PARA.
           MOVE SPACE TO CONSOLFILE-RECORD
           MOVE WS-CURRENT-MEMBER TO CF-MEMBER
           MOVE WS-CURRENT-PROGRAM TO CF-PROGRAM
           MOVE WS-FIND-LINE-NUM TO CF-LINE
           MOVE WS-CHECK-ID TO CF-CHECK
           MOVE WS-SEVERITY TO CF-SEVERITY
           MOVE WS-FIELD-TAG TO CF-FIELD
           MOVE WS-MESSAGE TO CF-MESSAGE
           MOVE WS-CURRENT-PROGRAM TO WS-TEAM-PROGRAM
           PERFORM 4080-RESOLVE-TEAM-PARA
           MOVE WS-TEAM-CODE TO CF-TEAM
           MOVE "|" TO CF-D1 CF-D2 CF-D3 CF-D4 CF-D5 CF-D6 CF-D7
           PERFORM 4225-FILL-CONSOL-CATALOG-PARA
           WRITE CONSOLFILE-RECORD
           PERFORM 4210-POST-TEAM-PARA.

      *----------------------------------------------------------------
      * 4080-RESOLVE-TEAM-PARA
      * WS-TEAM-PROGRAM through the owner mapping into WS-TEAM-CODE.
      * First matching row wins; no row leaves UNOWNED, which the
      * rollup calls out so the mapping stays complete.
      *----------------------------------------------------------------
       4080-RESOLVE-TEAM-PARA.
           MOVE "UNOWNED" TO WS-TEAM-CODE
           MOVE 1 TO WS-OWN-I
           PERFORM UNTIL WS-OWN-I > WS-OWN-COUNT OR
           WS-TEAM-CODE <> "UNOWNED"
               COMPUTE WS-OWN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-OWN-PATTERN(WS-OWN-I)))
               IF WS-OWN-LEN > 0
                   IF WS-OWN-PATTERN(WS-OWN-I)(WS-OWN-LEN:1) = "*"
                       IF WS-OWN-LEN = 1
                           MOVE WS-OWN-TEAM(WS-OWN-I) TO
                               WS-TEAM-CODE
                       ELSE
                           IF WS-TEAM-PROGRAM(1:WS-OWN-LEN - 1) =
                           WS-OWN-PATTERN(WS-OWN-I)
                           (1:WS-OWN-LEN - 1)
                               MOVE WS-OWN-TEAM(WS-OWN-I) TO
                                   WS-TEAM-CODE
                           END-IF
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(WS-TEAM-PROGRAM) =
                       FUNCTION TRIM(WS-OWN-PATTERN(WS-OWN-I))
                           MOVE WS-OWN-TEAM(WS-OWN-I) TO
                               WS-TEAM-CODE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-OWN-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 4210-POST-TEAM-PARA
      * The consolidated record just written, filed under its team
      * for the end-of-run per-team report split. CF-TEAM was set by
      * the caller.
      *----------------------------------------------------------------
       4210-POST-TEAM-PARA.
           IF WS-TEAMF-COUNT < 2000
               ADD 1 TO WS-TEAMF-COUNT
               MOVE CF-TEAM TO WS-TEAMF-TEAM(WS-TEAMF-COUNT)
               MOVE CONSOLFILE-RECORD TO
                   WS-TEAMF-LINE(WS-TEAMF-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 4220-LOOKUP-CHECK-PARA
      * WS-CAT-KEY through the check catalog into WS-CAT-ROW - zero
      * when the check is not catalogued.
      *----------------------------------------------------------------
       4220-LOOKUP-CHECK-PARA.
           MOVE 0 TO WS-CAT-ROW
           MOVE 1 TO WS-CAT-I
           PERFORM UNTIL WS-CAT-I > WS-CAT-COUNT OR WS-CAT-ROW > 0
               IF WS-CAT-CHECK(WS-CAT-I) = WS-CAT-KEY
                   MOVE WS-CAT-I TO WS-CAT-ROW
               END-IF
               ADD 1 TO WS-CAT-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 4225-FILL-CONSOL-CATALOG-PARA
      * The catalog column block of the consolidated record in hand,
      * looked up on CF-CHECK. Every writer of the export calls this
      * just before its WRITE so the block is never left unset.
      *----------------------------------------------------------------
       4225-FILL-CONSOL-CATALOG-PARA.
           MOVE "|" TO CF-D8 CF-D9 CF-D10 CF-D11
           MOVE SPACE TO CF-CHK-REF CF-CHK-DESC CF-CHK-SYMPTOM
               CF-CHK-FIX
           MOVE CF-CHECK TO WS-CAT-KEY
           PERFORM 4220-LOOKUP-CHECK-PARA
           IF WS-CAT-ROW > 0
               MOVE WS-CAT-REF(WS-CAT-ROW) TO CF-CHK-REF
               MOVE WS-CAT-DESC(WS-CAT-ROW) TO CF-CHK-DESC
               MOVE WS-CAT-SYMPTOM(WS-CAT-ROW) TO CF-CHK-SYMPTOM
               MOVE WS-CAT-FIX(WS-CAT-ROW) TO CF-CHK-FIX
           END-IF.

      *----------------------------------------------------------------
      * 4300-POST-ROLLUP-PARA
      * Bumps this finding's program/check cell for the end-of-run
      * management rollup.
      *----------------------------------------------------------------
       4300-POST-ROLLUP-PARA.
           MOVE 0 TO WS-ROLL-MAX-ROW
           MOVE 1 TO WS-ROLL-IDX
           PERFORM UNTIL WS-ROLL-IDX > WK-ROLLUP-COUNT OR
           WS-ROLL-MAX-ROW > 0
               IF WK-ROLL-PROGRAM(WS-ROLL-IDX) = WS-CURRENT-PROGRAM
               AND WK-ROLL-CHECK(WS-ROLL-IDX) = WS-CHECK-ID
                   MOVE WS-ROLL-IDX TO WS-ROLL-MAX-ROW
               END-IF
               ADD 1 TO WS-ROLL-IDX
           END-PERFORM

           IF WS-ROLL-MAX-ROW > 0
               ADD 1 TO WK-ROLL-QTY(WS-ROLL-MAX-ROW)
           ELSE
               IF WK-ROLLUP-COUNT < 2000
                   ADD 1 TO WK-ROLLUP-COUNT
                   MOVE WS-CURRENT-PROGRAM TO
                       WK-ROLL-PROGRAM(WK-ROLLUP-COUNT)
                   MOVE WS-CHECK-ID TO WK-ROLL-CHECK(WK-ROLLUP-COUNT)
                   MOVE 1 TO WK-ROLL-QTY(WK-ROLLUP-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4900-WRITE-RPT-LINE-PARA
      * One findings-report line goes to the current report AND its
      * run-stamped generation (none on a shadow run).
      *----------------------------------------------------------------
       4900-WRITE-RPT-LINE-PARA.
           MOVE REPORTFILE-RECORD TO GENRPTFILE-RECORD
           WRITE REPORTFILE-RECORD
           IF WS-SHADOW-RUN = "N"
               WRITE GENRPTFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 4910-WRITE-XREF-LINE-PARA
      *----------------------------------------------------------------
       4910-WRITE-XREF-LINE-PARA.
           MOVE XREFFILE-RECORD TO GENXREFFILE-RECORD
           WRITE XREFFILE-RECORD
           IF WS-SHADOW-RUN = "N"
               WRITE GENXREFFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 5000-WRITE-RULES-PARA
      * The member's business rules as decision tables, one block
      * per IF and per EVALUATE, grouped by program and paragraph
      * into <member>.RULES. Each block is its conditions (AND/OR
      * terms, an 88-level shown as the field and VALUE it stands
      * for) followed by what each branch sets and to what, every
      * row carrying its source line. A rule nested inside a branch
      * gets its own block, and the outer branch points at it.
      *----------------------------------------------------------------
       5000-WRITE-RULES-PARA.
           MOVE SPACE TO LO-RULES-FILE
           STRING FUNCTION TRIM(WS-CURRENT-MEMBER) ".RULES"
               DELIMITED BY SIZE INTO LO-RULES-FILE
           END-STRING
           IF WS-SHADOW-RUN = "Y"
               MOVE LO-RULES-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-RULES-FILE
           END-IF
           OPEN OUTPUT RULESFILE
           MOVE SPACE TO RULESFILE-RECORD
           STRING "BUSINESS RULES - MEMBER "
               FUNCTION TRIM(WS-CURRENT-MEMBER)
               DELIMITED BY SIZE INTO RULESFILE-RECORD
           END-STRING
           WRITE RULESFILE-RECORD
           MOVE "      LINE ROW    CONDITION / FIELD := VALUE SET"
               TO RULESFILE-RECORD
           WRITE RULESFILE-RECORD

           MOVE 0 TO WS-RUL-COUNT
           MOVE "N" TO WS-RUL-IN-PROC
           MOVE SPACE TO WS-RUL-PROGRAM
           MOVE SPACE TO WS-RUL-HDR-PROGRAM
           MOVE SPACE TO WS-RUL-HDR-PARA
           MOVE "(NO PARAGRAPH)" TO WS-RUL-PARA
           MOVE 1 TO WS-RUL-PARA-PTR
           MOVE 1 TO WS-RUL-IDX
           PERFORM UNTIL WS-RUL-IDX > LI-AST-NODE-COUNT
               IF LI-AST-EXEC-FLAG(WS-RUL-IDX) <> "Y"
                   EVALUATE LI-AST-NODE(WS-RUL-IDX)
                       WHEN "PROGRAM-ID"
                           MOVE "N" TO WS-RUL-IN-PROC
                           MOVE "(NO PARAGRAPH)" TO WS-RUL-PARA
                           COMPUTE WS-RUL-J = WS-RUL-IDX + 1
                           IF WS-RUL-J < LI-AST-NODE-COUNT AND
                           LI-AST-NODE(WS-RUL-J) = "."
                               ADD 1 TO WS-RUL-J
                           END-IF
                           IF WS-RUL-J <= LI-AST-NODE-COUNT
                               MOVE LI-AST-NODE(WS-RUL-J) TO
                                   WS-RUL-PROGRAM
                           END-IF
                       WHEN "DIVISION"
                           IF WS-RUL-IDX > 1
                               IF LI-AST-NODE(WS-RUL-IDX - 1) =
                               "PROCEDURE"
                                   MOVE "Y" TO WS-RUL-IN-PROC
                               END-IF
                           END-IF
                       WHEN "IF"
                           IF WS-RUL-IN-PROC = "Y"
                               PERFORM 5100-RULE-IF-PARA
                           END-IF
                       WHEN "EVALUATE"
                           IF WS-RUL-IN-PROC = "Y"
                               PERFORM 5200-RULE-EVALUATE-PARA
                           END-IF
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-RUL-IDX
           END-PERFORM

           IF WS-RUL-COUNT = 0
               MOVE "(NO IF OR EVALUATE IN THIS MEMBER)" TO
                   RULESFILE-RECORD
               WRITE RULESFILE-RECORD
           END-IF
           CLOSE RULESFILE.

      *----------------------------------------------------------------
      * 5010-RULE-HEADINGS-PARA
      * Brings the paragraph up to the rule at WS-RUL-IDX and
      * writes the program / paragraph headings the first time a
      * rule turns up under them.
      *----------------------------------------------------------------
       5010-RULE-HEADINGS-PARA.
           PERFORM UNTIL WS-RUL-PARA-PTR > WS-PARA-COUNT
               IF WS-PARA-LINE(WS-RUL-PARA-PTR) >
               LI-AST-LINE-NUM(WS-RUL-IDX)
                   EXIT PERFORM
               END-IF
               MOVE WS-PARA-NAME(WS-RUL-PARA-PTR) TO WS-RUL-PARA
               ADD 1 TO WS-RUL-PARA-PTR
           END-PERFORM

           IF WS-RUL-PROGRAM <> WS-RUL-HDR-PROGRAM
               MOVE SPACE TO RULESFILE-RECORD
               WRITE RULESFILE-RECORD
               MOVE SPACE TO RULESFILE-RECORD
               STRING "PROGRAM " FUNCTION TRIM(WS-RUL-PROGRAM)
                   DELIMITED BY SIZE INTO RULESFILE-RECORD
               END-STRING
               WRITE RULESFILE-RECORD
               MOVE WS-RUL-PROGRAM TO WS-RUL-HDR-PROGRAM
               MOVE SPACE TO WS-RUL-HDR-PARA
           END-IF
           IF WS-RUL-PARA <> WS-RUL-HDR-PARA
               MOVE SPACE TO RULESFILE-RECORD
               WRITE RULESFILE-RECORD
               MOVE SPACE TO RULESFILE-RECORD
               STRING "  PARAGRAPH " FUNCTION TRIM(WS-RUL-PARA)
                   DELIMITED BY SIZE INTO RULESFILE-RECORD
               END-STRING
               WRITE RULESFILE-RECORD
               MOVE WS-RUL-PARA TO WS-RUL-HDR-PARA
           END-IF
           MOVE SPACE TO RULESFILE-RECORD
           WRITE RULESFILE-RECORD.

      *----------------------------------------------------------------
      * 5100-RULE-IF-PARA
      * IF at WS-RUL-IDX: the condition up to THEN or its first
      * statement verb, then the THEN and ELSE branches down to the
      * matching END-IF (or the sentence period).
      *----------------------------------------------------------------
       5100-RULE-IF-PARA.
           PERFORM 5010-RULE-HEADINGS-PARA
           ADD 1 TO WS-RUL-COUNT

           COMPUTE WS-RUL-J = WS-RUL-IDX + 1
           MOVE WS-RUL-J TO WS-RUL-COND-START
           PERFORM UNTIL WS-RUL-J > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-RUL-J) TO WS-DF-NAME
               IF WS-DF-NAME = "." OR WS-DF-NAME = "THEN"
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y" AND WS-DF-NAME <> "NOT"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RUL-J
           END-PERFORM
           COMPUTE WS-RUL-COND-END = WS-RUL-J - 1
           MOVE "IF" TO WS-RUL-CONN
           PERFORM 5110-RULE-CONDITION-PARA

           IF WS-RUL-J <= LI-AST-NODE-COUNT
               IF LI-AST-NODE(WS-RUL-J) = "THEN"
                   ADD 1 TO WS-RUL-J
               END-IF
           END-IF
           MOVE "THEN" TO WS-RUL-BRANCH
           MOVE 0 TO WS-RUL-ACTS
           MOVE 0 TO WS-RUL-DEPTH
           PERFORM UNTIL WS-RUL-J > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-RUL-J) TO WS-RUL-WORD
               IF WS-RUL-WORD = "."
                   EXIT PERFORM
               END-IF
               IF WS-RUL-DEPTH = 0 AND
               (WS-RUL-WORD = "END-IF" OR WS-RUL-WORD = "WHEN" OR
               WS-RUL-WORD = "END-EVALUATE")
                   EXIT PERFORM
               END-IF
               IF LI-AST-EXEC-FLAG(WS-RUL-J) <> "Y"
                   EVALUATE WS-RUL-WORD
                       WHEN "IF"
                       WHEN "EVALUATE"
                           IF WS-RUL-DEPTH = 0
                               PERFORM 5420-RULE-NESTED-PARA
                           END-IF
                           ADD 1 TO WS-RUL-DEPTH
                       WHEN "END-IF"
                       WHEN "END-EVALUATE"
                           SUBTRACT 1 FROM WS-RUL-DEPTH
                       WHEN "ELSE"
                           IF WS-RUL-DEPTH = 0
                               IF WS-RUL-ACTS = 0
                                   PERFORM 5410-RULE-NO-ACTION-PARA
                               END-IF
                               MOVE "ELSE" TO WS-RUL-BRANCH
                               MOVE 0 TO WS-RUL-ACTS
                           END-IF
                       WHEN OTHER
                           IF WS-RUL-DEPTH = 0
                               PERFORM 5300-RULE-ACTION-PARA
                                   THRU 5300-EXIT
                           END-IF
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-RUL-J
           END-PERFORM
           IF WS-RUL-ACTS = 0
               PERFORM 5410-RULE-NO-ACTION-PARA
           END-IF.

      *----------------------------------------------------------------
      * 5110-RULE-CONDITION-PARA
      * Tokens WS-RUL-COND-START thru WS-RUL-COND-END split at AND
      * and OR into one row per term, the first labeled with
      * WS-RUL-CONN. A term that is only a literal continues the
      * previous term's subject and operator (A = 1 OR 2).
      *----------------------------------------------------------------
       5110-RULE-CONDITION-PARA.
           MOVE SPACE TO WS-RUL-TERM
           MOVE SPACE TO WS-RUL-TERM-BEFORE
           MOVE SPACE TO WS-RUL-PREFIX
           MOVE 0 TO WS-RUL-TERM-WORDS
           MOVE WS-RUL-COND-START TO WS-RUL-K
           PERFORM UNTIL WS-RUL-K > WS-RUL-COND-END
               MOVE LI-AST-NODE(WS-RUL-K) TO WS-RUL-ADD
               EVALUATE WS-RUL-ADD
                   WHEN "AND"
                   WHEN "OR"
                       PERFORM 5120-RULE-FLUSH-TERM-PARA THRU 5120-EXIT
                       MOVE LI-AST-NODE(WS-RUL-K) TO WS-RUL-CONN
                   WHEN "IS"
                   WHEN "THEN"
                       CONTINUE
                   WHEN OTHER
                       IF WS-RUL-TERM-WORDS = 0
                           MOVE LI-AST-LINE-NUM(WS-RUL-K) TO
                               WS-RUL-TERM-LINE
                       END-IF
                       MOVE WS-RUL-TERM TO WS-RUL-TERM-BEFORE
                       MOVE WS-RUL-TERM TO WS-RUL-BUF
                       PERFORM 5510-RULE-APPEND-PARA
                       MOVE WS-RUL-BUF TO WS-RUL-TERM
                       ADD 1 TO WS-RUL-TERM-WORDS
                       MOVE WS-RUL-ADD TO WS-RUL-LAST
               END-EVALUATE
               ADD 1 TO WS-RUL-K
           END-PERFORM
           PERFORM 5120-RULE-FLUSH-TERM-PARA THRU 5120-EXIT.

      *----------------------------------------------------------------
      * 5120-RULE-FLUSH-TERM-PARA
      * One condition term out as a row: an 88-level condition name
      * (alone or after NOT) becomes its field and VALUE, a lone
      * literal borrows the previous term's subject and operator.
      *----------------------------------------------------------------
       5120-RULE-FLUSH-TERM-PARA.
           IF WS-RUL-TERM-WORDS = 0
               GO TO 5120-EXIT
           END-IF
           MOVE WS-RUL-TERM TO WS-RUL-TEXT

           IF WS-RUL-TERM-WORDS = 1 OR
           (WS-RUL-TERM-WORDS = 2 AND WS-RUL-TERM(1:4) = "NOT ")
               MOVE WS-RUL-LAST TO WS-RUL-WORD
               PERFORM 5130-RULE-RESOLVE-88-PARA
               IF WS-RUL-88 = "Y"
                   MOVE SPACE TO WS-RUL-TEXT
                   IF WS-RUL-TERM-WORDS = 2
                       STRING FUNCTION TRIM(WS-RUL-88-PARENT)
                           " NOT = " FUNCTION TRIM(WS-RUL-88-VALUE)
                           " (" FUNCTION TRIM(WS-RUL-LAST) ")"
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-RUL-88-PARENT)
                           " = " FUNCTION TRIM(WS-RUL-88-VALUE)
                           " (" FUNCTION TRIM(WS-RUL-LAST) ")"
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                   END-IF
               ELSE
                   IF WS-RUL-TERM-WORDS = 1 AND
                   WS-RUL-PREFIX <> SPACE
                       MOVE WS-RUL-PREFIX TO WS-RUL-BUF
                       MOVE WS-RUL-LAST TO WS-RUL-ADD
                       PERFORM 5510-RULE-APPEND-PARA
                       MOVE WS-RUL-BUF TO WS-RUL-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-RUL-TERM-WORDS >= 3
               MOVE WS-RUL-TERM-BEFORE TO WS-RUL-PREFIX
           END-IF

           MOVE WS-RUL-TERM-LINE TO WS-RUL-LINE
           MOVE WS-RUL-CONN TO WS-RUL-KIND
           PERFORM 5500-RULE-ROW-PARA
           MOVE SPACE TO WS-RUL-TERM
           MOVE 0 TO WS-RUL-TERM-WORDS.

       5120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5130-RULE-RESOLVE-88-PARA
      * WS-RUL-WORD, with any glued parenthesis dropped, looked up:
      * a level-88 gives back its field and VALUE.
      *----------------------------------------------------------------
       5130-RULE-RESOLVE-88-PARA.
           MOVE "N" TO WS-RUL-88
           MOVE WS-RUL-WORD TO WS-MNY-LIT
           PERFORM 3524-STRIP-NAME-PARA
           CALL "FIND_VAR" USING WS-MNY-OPND LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT > 0
               IF LI-VAR-IS-COND(WS-FIND-INDEX-OUT) = "Y"
                   MOVE "Y" TO WS-RUL-88
                   MOVE LI-VAR-PARENT(WS-FIND-INDEX-OUT) TO
                       WS-RUL-88-PARENT
                   MOVE LI-VAR-VALUE(WS-FIND-INDEX-OUT) TO
                       WS-RUL-88-VALUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5200-RULE-EVALUATE-PARA
      * EVALUATE at WS-RUL-IDX: the subject, then each WHEN's
      * objects as a condition row (EVALUATE TRUE's are full
      * conditions, split like an IF's) and the statements under it.
      * Consecutive WHENs share the statements that follow them.
      *----------------------------------------------------------------
       5200-RULE-EVALUATE-PARA.
           PERFORM 5010-RULE-HEADINGS-PARA
           ADD 1 TO WS-RUL-COUNT

           MOVE SPACE TO WS-RUL-SUBJECT
           COMPUTE WS-RUL-J = WS-RUL-IDX + 1
           PERFORM UNTIL WS-RUL-J > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-RUL-J) TO WS-RUL-ADD
               IF WS-RUL-ADD = "WHEN" OR WS-RUL-ADD = "."
                   EXIT PERFORM
               END-IF
               MOVE WS-RUL-SUBJECT TO WS-RUL-BUF
               PERFORM 5510-RULE-APPEND-PARA
               MOVE WS-RUL-BUF TO WS-RUL-SUBJECT
               ADD 1 TO WS-RUL-J
           END-PERFORM
           MOVE LI-AST-LINE-NUM(WS-RUL-IDX) TO WS-RUL-LINE
           MOVE "EVAL" TO WS-RUL-KIND
           MOVE WS-RUL-SUBJECT TO WS-RUL-TEXT
           PERFORM 5500-RULE-ROW-PARA

           MOVE 0 TO WS-RUL-DEPTH
           MOVE 1 TO WS-RUL-ACTS
           PERFORM UNTIL WS-RUL-J > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-RUL-J) TO WS-RUL-WORD
               IF WS-RUL-WORD = "."
                   EXIT PERFORM
               END-IF
               IF WS-RUL-DEPTH = 0 AND WS-RUL-WORD = "END-EVALUATE"
                   EXIT PERFORM
               END-IF
               IF LI-AST-EXEC-FLAG(WS-RUL-J) <> "Y"
                   EVALUATE WS-RUL-WORD
                       WHEN "WHEN"
                           IF WS-RUL-DEPTH = 0
                               PERFORM 5210-RULE-WHEN-PARA
                           END-IF
                       WHEN "IF"
                       WHEN "EVALUATE"
                           IF WS-RUL-DEPTH = 0
                               PERFORM 5420-RULE-NESTED-PARA
                           END-IF
                           ADD 1 TO WS-RUL-DEPTH
                       WHEN "END-IF"
                       WHEN "END-EVALUATE"
                           IF WS-RUL-DEPTH > 0
                               SUBTRACT 1 FROM WS-RUL-DEPTH
                           END-IF
                       WHEN OTHER
                           IF WS-RUL-DEPTH = 0
                               PERFORM 5300-RULE-ACTION-PARA
                                   THRU 5300-EXIT
                           END-IF
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-RUL-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 5210-RULE-WHEN-PARA
      * One WHEN of the EVALUATE: its objects run to the first
      * statement verb. WS-RUL-J is left on the last of them.
      *----------------------------------------------------------------
       5210-RULE-WHEN-PARA.
           COMPUTE WS-RUL-K = WS-RUL-J + 1
           MOVE WS-RUL-K TO WS-RUL-COND-START
           PERFORM UNTIL WS-RUL-K > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-RUL-K) TO WS-DF-NAME
               IF WS-DF-NAME = "." OR WS-DF-NAME = "WHEN"
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y" AND WS-DF-NAME <> "NOT"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RUL-K
           END-PERFORM
           COMPUTE WS-RUL-COND-END = WS-RUL-K - 1

           IF WS-RUL-SUBJECT = "TRUE" AND
           LI-AST-NODE(WS-RUL-COND-START) <> "OTHER"
               MOVE "WHEN" TO WS-RUL-CONN
               PERFORM 5110-RULE-CONDITION-PARA
           ELSE
               MOVE SPACE TO WS-RUL-BUF
               MOVE WS-RUL-COND-START TO WS-RUL-A
               PERFORM UNTIL WS-RUL-A > WS-RUL-COND-END
                   MOVE LI-AST-NODE(WS-RUL-A) TO WS-RUL-ADD
                   PERFORM 5510-RULE-APPEND-PARA
                   ADD 1 TO WS-RUL-A
               END-PERFORM
               MOVE SPACE TO WS-RUL-TEXT
               IF WS-RUL-BUF = "OTHER"
                   MOVE "OTHERWISE" TO WS-RUL-TEXT
               ELSE
                   STRING FUNCTION TRIM(WS-RUL-SUBJECT) " = "
                       FUNCTION TRIM(WS-RUL-BUF)
                       DELIMITED BY SIZE INTO WS-RUL-TEXT
                   END-STRING
               END-IF
               MOVE LI-AST-LINE-NUM(WS-RUL-J) TO WS-RUL-LINE
               MOVE "WHEN" TO WS-RUL-KIND
               PERFORM 5500-RULE-ROW-PARA
           END-IF

           MOVE "THEN" TO WS-RUL-BRANCH
           MOVE 0 TO WS-RUL-ACTS
           COMPUTE WS-RUL-J = WS-RUL-COND-END.

      *----------------------------------------------------------------
      * 5300-RULE-ACTION-PARA
      * One statement of a branch, at WS-RUL-J, as what it sets:
      * target := value. PERFORM / GO TO / CALL show where control
      * goes instead; anything else sets nothing worth a row.
      *----------------------------------------------------------------
       5300-RULE-ACTION-PARA.
           MOVE WS-RUL-WORD TO WS-DF-NAME
           PERFORM 3345-CHECK-VERB-PARA
           IF WS-DF-IS-VERB <> "Y"
               GO TO 5300-EXIT
           END-IF
           PERFORM 5305-RULE-STMT-END-PARA
           MOVE LI-AST-LINE-NUM(WS-RUL-J) TO WS-RUL-LINE
           MOVE 0 TO WS-RUL-TO-IDX
           MOVE 0 TO WS-RUL-GIV-IDX
           COMPUTE WS-RUL-A = WS-RUL-J + 1
           PERFORM UNTIL WS-RUL-A > WS-RUL-END
               EVALUATE LI-AST-NODE(WS-RUL-A)
                   WHEN "TO"
                   WHEN "FROM"
                   WHEN "INTO"
                   WHEN "BY"
                   WHEN "="
                       IF WS-RUL-TO-IDX = 0
                           MOVE WS-RUL-A TO WS-RUL-TO-IDX
                       END-IF
                   WHEN "GIVING"
                       MOVE WS-RUL-A TO WS-RUL-GIV-IDX
               END-EVALUATE
               ADD 1 TO WS-RUL-A
           END-PERFORM

      *    THE SOURCE SIDE: EVERYTHING BETWEEN THE VERB AND TO/FROM/
      *    INTO/BY/= (OR GIVING), JOINED
           MOVE SPACE TO WS-RUL-SRC
           COMPUTE WS-RUL-A = WS-RUL-J + 1
           PERFORM UNTIL WS-RUL-A > WS-RUL-END OR
           WS-RUL-A = WS-RUL-TO-IDX OR WS-RUL-A = WS-RUL-GIV-IDX
               MOVE LI-AST-NODE(WS-RUL-A) TO WS-RUL-ADD
               IF WS-RUL-ADD <> "ROUNDED"
                   MOVE WS-RUL-SRC TO WS-RUL-BUF
                   PERFORM 5510-RULE-APPEND-PARA
                   MOVE WS-RUL-BUF TO WS-RUL-SRC
               END-IF
               ADD 1 TO WS-RUL-A
           END-PERFORM

           EVALUATE WS-RUL-WORD
               WHEN "MOVE"
               WHEN "SET"
               WHEN "INITIALIZE"
               WHEN "ADD"
               WHEN "SUBTRACT"
               WHEN "MULTIPLY"
               WHEN "DIVIDE"
                   PERFORM 5310-RULE-TARGETS-PARA THRU 5310-EXIT
               WHEN "COMPUTE"
                   MOVE WS-RUL-SRC TO WS-RUL-TGT
                   MOVE SPACE TO WS-RUL-SRC
                   IF WS-RUL-TO-IDX > 0
                       COMPUTE WS-RUL-A = WS-RUL-TO-IDX + 1
                       PERFORM UNTIL WS-RUL-A > WS-RUL-END
                           MOVE LI-AST-NODE(WS-RUL-A) TO WS-RUL-ADD
                           IF WS-RUL-ADD = "ON" OR WS-RUL-ADD = "SIZE"
                           OR WS-RUL-ADD = "END-COMPUTE"
                               EXIT PERFORM
                           END-IF
                           MOVE WS-RUL-SRC TO WS-RUL-BUF
                           PERFORM 5510-RULE-APPEND-PARA
                           MOVE WS-RUL-BUF TO WS-RUL-SRC
                           ADD 1 TO WS-RUL-A
                       END-PERFORM
                   END-IF
                   MOVE SPACE TO WS-RUL-TEXT
                   STRING FUNCTION TRIM(WS-RUL-TGT) " := "
                       FUNCTION TRIM(WS-RUL-SRC)
                       DELIMITED BY SIZE INTO WS-RUL-TEXT
                   END-STRING
                   PERFORM 5400-RULE-ACTION-ROW-PARA
               WHEN "PERFORM"
                   IF WS-RUL-J < WS-RUL-END AND
                   LI-AST-NODE(WS-RUL-J + 1) <> "UNTIL" AND
                   LI-AST-NODE(WS-RUL-J + 1) <> "VARYING" AND
                   LI-AST-NODE(WS-RUL-J + 1) <> "WITH" AND
                   LI-AST-NODE(WS-RUL-J + 1) <> "TEST"
                       MOVE SPACE TO WS-RUL-TEXT
                       STRING "PERFORM " FUNCTION TRIM(WS-RUL-SRC)
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                       PERFORM 5400-RULE-ACTION-ROW-PARA
                   END-IF
               WHEN "GO"
               WHEN "CALL"
                   IF WS-RUL-TO-IDX > 0 AND WS-RUL-TO-IDX < WS-RUL-END
                       MOVE LI-AST-NODE(WS-RUL-TO-IDX + 1) TO
                           WS-RUL-SRC
                   END-IF
                   MOVE SPACE TO WS-RUL-TEXT
                   IF WS-RUL-WORD = "GO"
                       STRING "GO TO " FUNCTION TRIM(WS-RUL-SRC)
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                   ELSE
                       STRING "CALL " FUNCTION TRIM(
                           LI-AST-NODE(WS-RUL-J + 1))
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                   END-IF
                   PERFORM 5400-RULE-ACTION-ROW-PARA
               WHEN "CONTINUE"
                   MOVE "(NO ACTION)" TO WS-RUL-TEXT
                   PERFORM 5400-RULE-ACTION-ROW-PARA
           END-EVALUATE.

       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5305-RULE-STMT-END-PARA
      * Last token of the statement at WS-RUL-J, into WS-RUL-END -
      * the same sentence-period-or-next-verb rule as 3325.
      *----------------------------------------------------------------
       5305-RULE-STMT-END-PARA.
           MOVE WS-RUL-J TO WS-RUL-END
           COMPUTE WS-RUL-K = WS-RUL-J + 1
           PERFORM UNTIL WS-RUL-K > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-RUL-K) TO WS-DF-NAME
               IF WS-DF-NAME = "."
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y"
                   EXIT PERFORM
               END-IF
               MOVE WS-RUL-K TO WS-RUL-END
               ADD 1 TO WS-RUL-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 5310-RULE-TARGETS-PARA
      * The receiving fields of MOVE/SET/INITIALIZE and the
      * arithmetic verbs, one row each, with what lands in them.
      *----------------------------------------------------------------
       5310-RULE-TARGETS-PARA.
      *    INITIALIZE NAMES ITS TARGETS STRAIGHT AFTER THE VERB
           IF WS-RUL-WORD = "INITIALIZE"
               MOVE WS-RUL-J TO WS-RUL-TO-IDX
               MOVE 0 TO WS-RUL-GIV-IDX
           END-IF
           IF WS-RUL-GIV-IDX > 0
               MOVE WS-RUL-GIV-IDX TO WS-RUL-A
           ELSE
               MOVE WS-RUL-TO-IDX TO WS-RUL-A
           END-IF
           IF WS-RUL-A = 0
               GO TO 5310-EXIT
           END-IF
           ADD 1 TO WS-RUL-A

      *    SET x UP BY n / DOWN BY n
           IF WS-RUL-WORD = "SET" AND
           (LI-AST-NODE(WS-RUL-TO-IDX - 1) = "UP" OR
           LI-AST-NODE(WS-RUL-TO-IDX - 1) = "DOWN")
               MOVE SPACE TO WS-RUL-TEXT
               COMPUTE WS-RUL-K = WS-RUL-TO-IDX - 2
               IF LI-AST-NODE(WS-RUL-TO-IDX - 1) = "UP"
                   MOVE "+" TO WS-RUL-OP
               ELSE
                   MOVE "-" TO WS-RUL-OP
               END-IF
               STRING FUNCTION TRIM(LI-AST-NODE(WS-RUL-K)) " := "
                   FUNCTION TRIM(LI-AST-NODE(WS-RUL-K)) " "
                   WS-RUL-OP " "
                   FUNCTION TRIM(LI-AST-NODE(WS-RUL-TO-IDX + 1))
                   DELIMITED BY SIZE INTO WS-RUL-TEXT
               END-STRING
               PERFORM 5400-RULE-ACTION-ROW-PARA
               GO TO 5310-EXIT
           END-IF

      *    SET names its targets before TO - turn the list round
           IF WS-RUL-WORD = "SET"
               MOVE SPACE TO WS-RUL-VALUE
               IF WS-RUL-TO-IDX < WS-RUL-END
                   MOVE LI-AST-NODE(WS-RUL-TO-IDX + 1) TO WS-RUL-VALUE
               END-IF
               COMPUTE WS-RUL-A = WS-RUL-J + 1
               PERFORM UNTIL WS-RUL-A >= WS-RUL-TO-IDX
                   MOVE LI-AST-NODE(WS-RUL-A) TO WS-RUL-WORD
                   PERFORM 5130-RULE-RESOLVE-88-PARA
                   MOVE SPACE TO WS-RUL-TEXT
                   IF WS-RUL-88 = "Y" AND WS-RUL-VALUE = "TRUE"
                       STRING FUNCTION TRIM(WS-RUL-88-PARENT) " := "
                           FUNCTION TRIM(WS-RUL-88-VALUE) " ("
                           FUNCTION TRIM(LI-AST-NODE(WS-RUL-A)) ")"
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(LI-AST-NODE(WS-RUL-A))
                           " := " FUNCTION TRIM(WS-RUL-VALUE)
                           DELIMITED BY SIZE INTO WS-RUL-TEXT
                       END-STRING
                   END-IF
                   PERFORM 5400-RULE-ACTION-ROW-PARA
                   ADD 1 TO WS-RUL-A
               END-PERFORM
               MOVE "SET" TO WS-RUL-WORD
               GO TO 5310-EXIT
           END-IF

           PERFORM UNTIL WS-RUL-A > WS-RUL-END
               MOVE LI-AST-NODE(WS-RUL-A) TO WS-RUL-TGT
               IF WS-RUL-TGT = "ON" OR WS-RUL-TGT = "SIZE" OR
               WS-RUL-TGT = "REMAINDER" OR WS-RUL-TGT = "GIVING" OR
               WS-RUL-TGT(1:4) = "END-" OR WS-RUL-TGT = "REPLACING"
                   EXIT PERFORM
               END-IF
               IF WS-RUL-TGT <> "ROUNDED"
                   MOVE SPACE TO WS-RUL-TEXT
                   EVALUATE TRUE
                       WHEN WS-RUL-WORD = "MOVE"
                           STRING FUNCTION TRIM(WS-RUL-TGT) " := "
                               FUNCTION TRIM(WS-RUL-SRC)
                               DELIMITED BY SIZE INTO WS-RUL-TEXT
                           END-STRING
                       WHEN WS-RUL-WORD = "INITIALIZE"
                           STRING FUNCTION TRIM(WS-RUL-TGT)
                               " := INITIAL VALUES"
                               DELIMITED BY SIZE INTO WS-RUL-TEXT
                           END-STRING
                       WHEN WS-RUL-GIV-IDX > 0
                           PERFORM 5320-RULE-GIVING-TEXT-PARA
                       WHEN OTHER
                           EVALUATE WS-RUL-WORD
                               WHEN "ADD"
                                   MOVE "+" TO WS-RUL-OP
                               WHEN "SUBTRACT"
                                   MOVE "-" TO WS-RUL-OP
                               WHEN "MULTIPLY"
                                   MOVE "*" TO WS-RUL-OP
                               WHEN OTHER
                                   MOVE "/" TO WS-RUL-OP
                           END-EVALUATE
                           STRING FUNCTION TRIM(WS-RUL-TGT) " := "
                               FUNCTION TRIM(WS-RUL-TGT) " "
                               WS-RUL-OP " "
                               FUNCTION TRIM(WS-RUL-SRC)
                               DELIMITED BY SIZE INTO WS-RUL-TEXT
                           END-STRING
                   END-EVALUATE
                   PERFORM 5400-RULE-ACTION-ROW-PARA
               END-IF
               ADD 1 TO WS-RUL-A
           END-PERFORM.

       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5320-RULE-GIVING-TEXT-PARA
      * ... GIVING target: the operands on both sides of TO/FROM/
      * INTO/BY put back together in the order the verb means them.
      *----------------------------------------------------------------
       5320-RULE-GIVING-TEXT-PARA.
           MOVE SPACE TO WS-RUL-BUF
           IF WS-RUL-TO-IDX > 0
               COMPUTE WS-RUL-K = WS-RUL-TO-IDX + 1
               PERFORM UNTIL WS-RUL-K >= WS-RUL-GIV-IDX
                   MOVE LI-AST-NODE(WS-RUL-K) TO WS-RUL-ADD
                   PERFORM 5510-RULE-APPEND-PARA
                   ADD 1 TO WS-RUL-K
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-RUL-WORD = "ADD"
                   MOVE "+" TO WS-RUL-OP
               WHEN WS-RUL-WORD = "SUBTRACT"
                   MOVE "-" TO WS-RUL-OP
               WHEN WS-RUL-WORD = "MULTIPLY"
                   MOVE "*" TO WS-RUL-OP
               WHEN OTHER
                   MOVE "/" TO WS-RUL-OP
           END-EVALUATE
           IF WS-RUL-BUF = SPACE
               STRING FUNCTION TRIM(WS-RUL-TGT) " := "
                   FUNCTION TRIM(WS-RUL-SRC)
                   DELIMITED BY SIZE INTO WS-RUL-TEXT
               END-STRING
           ELSE
               IF WS-RUL-WORD = "SUBTRACT" OR
               (WS-RUL-WORD = "DIVIDE" AND
               LI-AST-NODE(WS-RUL-TO-IDX) = "INTO")
                   STRING FUNCTION TRIM(WS-RUL-TGT) " := "
                       FUNCTION TRIM(WS-RUL-BUF) " " WS-RUL-OP " "
                       FUNCTION TRIM(WS-RUL-SRC)
                       DELIMITED BY SIZE INTO WS-RUL-TEXT
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-RUL-TGT) " := "
                       FUNCTION TRIM(WS-RUL-SRC) " " WS-RUL-OP " "
                       FUNCTION TRIM(WS-RUL-BUF)
                       DELIMITED BY SIZE INTO WS-RUL-TEXT
                   END-STRING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5400-RULE-ACTION-ROW-PARA
      * A branch row: the first one under THEN/ELSE carries the
      * branch label, the rest of the branch lines up under it.
      *----------------------------------------------------------------
       5400-RULE-ACTION-ROW-PARA.
           IF WS-RUL-ACTS = 0
               MOVE WS-RUL-BRANCH TO WS-RUL-KIND
           ELSE
               MOVE SPACE TO WS-RUL-KIND
           END-IF
           PERFORM 5500-RULE-ROW-PARA
           ADD 1 TO WS-RUL-ACTS.

      *----------------------------------------------------------------
      * 5410-RULE-NO-ACTION-PARA
      * A branch that sets nothing says so, so the table has no
      * holes for the analysts to wonder about.
      *----------------------------------------------------------------
       5410-RULE-NO-ACTION-PARA.
           MOVE LI-AST-LINE-NUM(WS-RUL-J) TO WS-RUL-LINE
           MOVE "(NOTHING SET)" TO WS-RUL-TEXT
           PERFORM 5400-RULE-ACTION-ROW-PARA.

      *----------------------------------------------------------------
      * 5420-RULE-NESTED-PARA
      * An IF or EVALUATE inside a branch has its own block; the
      * branch just points to it.
      *----------------------------------------------------------------
       5420-RULE-NESTED-PARA.
           MOVE LI-AST-LINE-NUM(WS-RUL-J) TO WS-RUL-LINE
           MOVE WS-RUL-LINE TO WS-RUL-LINE-ED
           MOVE SPACE TO WS-RUL-TEXT
           STRING "SEE RULE AT LINE " FUNCTION TRIM(WS-RUL-LINE-ED)
               DELIMITED BY SIZE INTO WS-RUL-TEXT
           END-STRING
           PERFORM 5400-RULE-ACTION-ROW-PARA.

      *----------------------------------------------------------------
      * 5500-RULE-ROW-PARA
      * One table row: source line, row kind, text.
      *----------------------------------------------------------------
       5500-RULE-ROW-PARA.
           MOVE WS-RUL-LINE TO WS-RUL-LINE-ED
           MOVE SPACE TO RULESFILE-RECORD
           STRING "    " WS-RUL-LINE-ED " " WS-RUL-KIND " "
               WS-RUL-TEXT DELIMITED BY SIZE INTO RULESFILE-RECORD
           END-STRING
           WRITE RULESFILE-RECORD.

      *----------------------------------------------------------------
      * 5510-RULE-APPEND-PARA
      * WS-RUL-ADD onto the end of WS-RUL-BUF, a space between.
      *----------------------------------------------------------------
       5510-RULE-APPEND-PARA.
           IF WS-RUL-BUF = SPACE
               MOVE FUNCTION TRIM(WS-RUL-ADD) TO WS-RUL-BUF
           ELSE
               MOVE SPACE TO WS-RUL-WORK
               STRING FUNCTION TRIM(WS-RUL-BUF) " "
                   FUNCTION TRIM(WS-RUL-ADD)
                   DELIMITED BY SIZE INTO WS-RUL-WORK
               END-STRING
               MOVE WS-RUL-WORK TO WS-RUL-BUF
           END-IF.

      *----------------------------------------------------------------
      * 5600-WRITE-DOT-PARA
      * The member's paragraph flow as a Graphviz digraph in
      * <member>.DOT, one cluster per program, built off the
      * paragraph and PERFORM / GO TO tables once 3380 has resolved
      * them. The entry paragraph is double-boxed; a paragraph never
      * performed or reached is grey and dashed; paragraphs a
      * PERFORM THRU span runs through are outlined blue, THRU
      * PERFORM edges are blue and GO TO edges bold red; a fall-
      * through into the next paragraph is an orange dashed edge.
      *----------------------------------------------------------------
       5600-WRITE-DOT-PARA.
           MOVE SPACE TO LO-DOT-FILE
           STRING FUNCTION TRIM(WS-CURRENT-MEMBER) ".DOT"
               DELIMITED BY SIZE INTO LO-DOT-FILE
           END-STRING
           IF WS-SHADOW-RUN = "Y"
               MOVE LO-DOT-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-DOT-FILE
           END-IF
           OPEN OUTPUT DOTFILE
           MOVE SPACE TO DOTFILE-RECORD
           STRING "digraph """ FUNCTION TRIM(WS-CURRENT-MEMBER)
               """ {" DELIMITED BY SIZE INTO DOTFILE-RECORD
           END-STRING
           WRITE DOTFILE-RECORD
           MOVE "  rankdir=TB;" TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD
           MOVE "  node [shape=box, fontname=""Courier""];"
               TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD

           PERFORM 5610-RESOLVE-DOT-EDGES-PARA
           PERFORM 5620-WRITE-DOT-NODES-PARA
           PERFORM 5630-WRITE-DOT-EDGES-PARA

           MOVE "}" TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD
           CLOSE DOTFILE.

      *----------------------------------------------------------------
      * 5610-RESOLVE-DOT-EDGES-PARA
      * Each PERFORM / GO TO reference resolved to paragraph rows:
      * the paragraph it is coded in (the last header at or above
      * its line in the same program), its target, and its THRU
      * end. Rows a THRU span runs through are marked for the node
      * pass. A target that is no paragraph (inline PERFORM, a
      * count) resolves to zero and draws nothing.
      *----------------------------------------------------------------
       5610-RESOLVE-DOT-EDGES-PARA.
           MOVE 1 TO WS-DOT-I
           PERFORM UNTIL WS-DOT-I > WS-PARA-COUNT
               MOVE "N" TO WS-DOT-SPAN(WS-DOT-I)
               ADD 1 TO WS-DOT-I
           END-PERFORM

           MOVE 1 TO WS-DOT-K
           PERFORM UNTIL WS-DOT-K > WS-PREF-COUNT
               MOVE 0 TO WS-DOT-SRC(WS-DOT-K)
               MOVE 0 TO WS-DOT-END(WS-DOT-K)
               MOVE WS-PREF-TARGET(WS-DOT-K) TO WS-PARA-FIND-NAME
               MOVE WS-PREF-PROGRAM(WS-DOT-K) TO WS-PARA-FIND-PROGRAM
               PERFORM 3385-FIND-PARA-ROW-PARA
               MOVE WS-PARA-ROW TO WS-DOT-TGT(WS-DOT-K)
               IF WS-PREF-THRU(WS-DOT-K) <> SPACE AND
               WS-DOT-TGT(WS-DOT-K) > 0
                   MOVE WS-PREF-THRU(WS-DOT-K) TO WS-PARA-FIND-NAME
                   PERFORM 3385-FIND-PARA-ROW-PARA
                   MOVE WS-PARA-ROW TO WS-DOT-END(WS-DOT-K)
                   IF WS-DOT-END(WS-DOT-K) > WS-DOT-TGT(WS-DOT-K)
                       MOVE WS-DOT-TGT(WS-DOT-K) TO WS-DOT-I
                       PERFORM UNTIL WS-DOT-I > WS-DOT-END(WS-DOT-K)
                           MOVE "Y" TO WS-DOT-SPAN(WS-DOT-I)
                           ADD 1 TO WS-DOT-I
                       END-PERFORM
                   END-IF
               END-IF

               MOVE 1 TO WS-DOT-I
               PERFORM UNTIL WS-DOT-I > WS-PARA-COUNT
                   IF WS-PARA-PROGRAM(WS-DOT-I) =
                   WS-PREF-PROGRAM(WS-DOT-K) AND
                   WS-PARA-LINE(WS-DOT-I) <= WS-PREF-LINE(WS-DOT-K)
                       MOVE WS-DOT-I TO WS-DOT-SRC(WS-DOT-K)
                   END-IF
                   ADD 1 TO WS-DOT-I
               END-PERFORM
               ADD 1 TO WS-DOT-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 5620-WRITE-DOT-NODES-PARA
      * One node per paragraph, inside a cluster per program.
      *----------------------------------------------------------------
       5620-WRITE-DOT-NODES-PARA.
           MOVE SPACE TO WS-DOT-PROG
           MOVE 0 TO WS-DOT-CLUSTER
           MOVE 1 TO WS-DOT-I
           PERFORM UNTIL WS-DOT-I > WS-PARA-COUNT
               IF WS-DOT-I = 1 OR
               WS-PARA-PROGRAM(WS-DOT-I) <> WS-DOT-PROG
                   IF WS-DOT-CLUSTER > 0
                       MOVE "  }" TO DOTFILE-RECORD
                       WRITE DOTFILE-RECORD
                   END-IF
                   ADD 1 TO WS-DOT-CLUSTER
                   MOVE WS-PARA-PROGRAM(WS-DOT-I) TO WS-DOT-PROG
                   MOVE WS-DOT-CLUSTER TO WS-DOT-N
                   MOVE SPACE TO DOTFILE-RECORD
                   STRING "  subgraph ""cluster_"
                       FUNCTION TRIM(WS-DOT-N) """ {"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
                   WRITE DOTFILE-RECORD
                   MOVE SPACE TO DOTFILE-RECORD
                   STRING "    label=""PROGRAM "
                       FUNCTION TRIM(WS-DOT-PROG) """;"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
                   WRITE DOTFILE-RECORD
                   MOVE "Y" TO WS-DOT-FIRST
               ELSE
                   MOVE "N" TO WS-DOT-FIRST
               END-IF

               MOVE WS-DOT-I TO WS-DOT-ROW
               PERFORM 5640-BUILD-NODE-ID-PARA
               MOVE WS-PARA-LINE(WS-DOT-I) TO WS-DOT-N
               MOVE SPACE TO WS-DOT-ATTR
               EVALUATE TRUE
                   WHEN WS-DOT-FIRST = "Y"
                       STRING "peripheries=2"
                           DELIMITED BY SIZE INTO WS-DOT-ATTR
                       END-STRING
                   WHEN WS-PARA-PERFORMED(WS-DOT-I) = "N"
                       STRING "style=""dashed,filled"", "
                           "fillcolor=lightgrey"
                           DELIMITED BY SIZE INTO WS-DOT-ATTR
                       END-STRING
               END-EVALUATE
               IF WS-DOT-SPAN(WS-DOT-I) = "Y"
                   MOVE WS-DOT-ATTR TO WS-DOT-TEXT
                   MOVE SPACE TO WS-DOT-ATTR
                   IF WS-DOT-TEXT = SPACE
                       MOVE "color=blue" TO WS-DOT-ATTR
                   ELSE
                       STRING FUNCTION TRIM(WS-DOT-TEXT)
                           ", color=blue"
                           DELIMITED BY SIZE INTO WS-DOT-ATTR
                       END-STRING
                   END-IF
               END-IF

               MOVE SPACE TO WS-DOT-TEXT
               IF WS-PARA-PERFORMED(WS-DOT-I) = "N" AND
               WS-DOT-FIRST = "N"
                   STRING FUNCTION TRIM(WS-PARA-NAME(WS-DOT-I))
                       "\nLINE " FUNCTION TRIM(WS-DOT-N)
                       "\n(NEVER PERFORMED)"
                       DELIMITED BY SIZE INTO WS-DOT-TEXT
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-PARA-NAME(WS-DOT-I))
                       "\nLINE " FUNCTION TRIM(WS-DOT-N)
                       DELIMITED BY SIZE INTO WS-DOT-TEXT
                   END-STRING
               END-IF
               MOVE SPACE TO DOTFILE-RECORD
               IF WS-DOT-ATTR = SPACE
                   STRING "    " FUNCTION TRIM(WS-DOT-ID)
                       " [label=""" FUNCTION TRIM(WS-DOT-TEXT) """];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
               ELSE
                   STRING "    " FUNCTION TRIM(WS-DOT-ID)
                       " [label=""" FUNCTION TRIM(WS-DOT-TEXT) """, "
                       FUNCTION TRIM(WS-DOT-ATTR) "];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
               END-IF
               WRITE DOTFILE-RECORD
               ADD 1 TO WS-DOT-I
           END-PERFORM
           IF WS-DOT-CLUSTER > 0
               MOVE "  }" TO DOTFILE-RECORD
               WRITE DOTFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 5630-WRITE-DOT-EDGES-PARA
      * Fall-throughs first, then one edge per distinct resolved
      * reference - the same PERFORM coded twice in a paragraph is
      * one arrow - and a dotted span edge for each THRU range.
      *----------------------------------------------------------------
       5630-WRITE-DOT-EDGES-PARA.
           MOVE 2 TO WS-DOT-I
           PERFORM UNTIL WS-DOT-I > WS-PARA-COUNT
               IF WS-PARA-TERMINATED(WS-DOT-I) = "N" AND
               WS-PARA-PROGRAM(WS-DOT-I - 1) =
               WS-PARA-PROGRAM(WS-DOT-I)
                   COMPUTE WS-DOT-ROW = WS-DOT-I - 1
                   PERFORM 5640-BUILD-NODE-ID-PARA
                   MOVE WS-DOT-ID TO WS-DOT-FROM-ID
                   MOVE WS-DOT-I TO WS-DOT-ROW
                   PERFORM 5640-BUILD-NODE-ID-PARA
                   MOVE SPACE TO DOTFILE-RECORD
                   STRING "  " FUNCTION TRIM(WS-DOT-FROM-ID) " -> "
                       FUNCTION TRIM(WS-DOT-ID)
                       " [style=dashed, color=orange, "
                       "label=""FALLS THROUGH""];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
                   WRITE DOTFILE-RECORD
               END-IF
               ADD 1 TO WS-DOT-I
           END-PERFORM

           MOVE 1 TO WS-DOT-K
           PERFORM UNTIL WS-DOT-K > WS-PREF-COUNT
               IF WS-DOT-SRC(WS-DOT-K) > 0 AND
               WS-DOT-TGT(WS-DOT-K) > 0
                   MOVE "N" TO WS-DOT-DUP
                   MOVE 1 TO WS-DOT-J
                   PERFORM UNTIL WS-DOT-J >= WS-DOT-K OR
                   WS-DOT-DUP = "Y"
                       IF WS-DOT-SRC(WS-DOT-J) = WS-DOT-SRC(WS-DOT-K)
                       AND WS-DOT-TGT(WS-DOT-J) = WS-DOT-TGT(WS-DOT-K)
                       AND WS-DOT-END(WS-DOT-J) = WS-DOT-END(WS-DOT-K)
                       AND WS-PREF-KIND(WS-DOT-J) =
                       WS-PREF-KIND(WS-DOT-K)
                           MOVE "Y" TO WS-DOT-DUP
                       END-IF
                       ADD 1 TO WS-DOT-J
                   END-PERFORM
                   IF WS-DOT-DUP = "N"
                       PERFORM 5635-WRITE-REF-EDGE-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-DOT-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 5635-WRITE-REF-EDGE-PARA
      * The edge for reference WS-DOT-K.
      *----------------------------------------------------------------
       5635-WRITE-REF-EDGE-PARA.
           MOVE WS-DOT-SRC(WS-DOT-K) TO WS-DOT-ROW
           PERFORM 5640-BUILD-NODE-ID-PARA
           MOVE WS-DOT-ID TO WS-DOT-FROM-ID
           MOVE WS-DOT-TGT(WS-DOT-K) TO WS-DOT-ROW
           PERFORM 5640-BUILD-NODE-ID-PARA
           MOVE SPACE TO DOTFILE-RECORD
           EVALUATE TRUE
               WHEN WS-PREF-KIND(WS-DOT-K) = "G"
                   STRING "  " FUNCTION TRIM(WS-DOT-FROM-ID) " -> "
                       FUNCTION TRIM(WS-DOT-ID)
                       " [style=bold, color=red, label=""GO TO""];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
               WHEN WS-DOT-END(WS-DOT-K) > 0
                   STRING "  " FUNCTION TRIM(WS-DOT-FROM-ID) " -> "
                       FUNCTION TRIM(WS-DOT-ID)
                       " [color=blue, label=""PERFORM THRU "
                       FUNCTION TRIM(WS-PREF-THRU(WS-DOT-K)) """];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "  " FUNCTION TRIM(WS-DOT-FROM-ID) " -> "
                       FUNCTION TRIM(WS-DOT-ID)
                       " [label=""PERFORM""];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
           END-EVALUATE
           WRITE DOTFILE-RECORD

           IF WS-PREF-KIND(WS-DOT-K) = "P" AND
           WS-DOT-END(WS-DOT-K) > 0 AND
           WS-DOT-END(WS-DOT-K) <> WS-DOT-TGT(WS-DOT-K)
               MOVE WS-DOT-ID TO WS-DOT-FROM-ID
               MOVE WS-DOT-END(WS-DOT-K) TO WS-DOT-ROW
               PERFORM 5640-BUILD-NODE-ID-PARA
               MOVE SPACE TO DOTFILE-RECORD
               STRING "  " FUNCTION TRIM(WS-DOT-FROM-ID) " -> "
                   FUNCTION TRIM(WS-DOT-ID)
                   " [style=dotted, color=blue, arrowhead=none, "
                   "label=""THRU SPAN""];"
                   DELIMITED BY SIZE INTO DOTFILE-RECORD
               END-STRING
               WRITE DOTFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 5640-BUILD-NODE-ID-PARA
      * "PROGRAM.PARAGRAPH" for paragraph row WS-DOT-ROW - quoted,
      * and qualified so two programs in one member can share a
      * paragraph name.
      *----------------------------------------------------------------
       5640-BUILD-NODE-ID-PARA.
           MOVE SPACE TO WS-DOT-ID
           STRING """" FUNCTION TRIM(WS-PARA-PROGRAM(WS-DOT-ROW)) "."
               FUNCTION TRIM(WS-PARA-NAME(WS-DOT-ROW)) """"
               DELIMITED BY SIZE INTO WS-DOT-ID
           END-STRING.

      *----------------------------------------------------------------
      * 5700-WRITE-FOOTPRINT-PARA
      * What each program of the member really asks the region for,
      * off the true byte geometry 3200 computed: bytes per DATA
      * DIVISION section, then its ten largest 01 (and 77) items with
      * the biggest OCCURS table inside each called out. An 01 that
      * REDEFINES takes no storage of its own, and the records of one
      * FD share a single buffer, so only the longest counts. A
      * WORKING-STORAGE over the POLICY.CFG WS-MAX-BYTES limit is a
      * finding.
      *----------------------------------------------------------------
       5700-WRITE-FOOTPRINT-PARA.
           MOVE 0 TO WS-FPR-PGM-COUNT
           MOVE 0 TO WS-FPR-AREA
           MOVE SPACE TO WS-FPR-AREA-PGM
           MOVE 1 TO WS-FPR-I
           PERFORM UNTIL WS-FPR-I > LI-VARS-COUNT
               MOVE "N" TO WS-FPR-PICKED(WS-FPR-I)
               IF (LI-VAR-LEVEL(WS-FPR-I) = 1 OR
               LI-VAR-LEVEL(WS-FPR-I) = 77) AND
               LI-VAR-IS-COND(WS-FPR-I) <> "Y" AND
               LI-VAR-REDEFINES(WS-FPR-I) = SPACE
                   PERFORM 5710-ADD-ITEM-PARA
               END-IF
               ADD 1 TO WS-FPR-I
           END-PERFORM
           PERFORM 5716-CLOSE-FILE-AREA-PARA

           MOVE WS-CURRENT-PROGRAM TO WS-FPR-SAVE-PROGRAM
           MOVE 1 TO WS-FPR-P
           PERFORM UNTIL WS-FPR-P > WS-FPR-PGM-COUNT
               PERFORM 5720-WRITE-PROGRAM-PARA
               PERFORM 5740-CHECK-WS-LIMIT-PARA
               ADD 1 TO WS-FPR-P
           END-PERFORM
           MOVE WS-FPR-SAVE-PROGRAM TO WS-CURRENT-PROGRAM.

      *----------------------------------------------------------------
      * 5710-ADD-ITEM-PARA
      * Adds the 01/77 item at WS-FPR-I to its program's section.
      *----------------------------------------------------------------
       5710-ADD-ITEM-PARA.
           PERFORM 5730-ITEM-BYTES-PARA
      *    A NEW PROGRAM CLOSES THE LAST PROGRAM'S OPEN RECORD AREA
           IF LI-VAR-PROGRAM(WS-FPR-I) <> WS-FPR-AREA-PGM
               PERFORM 5716-CLOSE-FILE-AREA-PARA
               MOVE LI-VAR-PROGRAM(WS-FPR-I) TO WS-FPR-AREA-PGM
           END-IF
           MOVE LI-VAR-PROGRAM(WS-FPR-I) TO WS-FPR-FIND
           PERFORM 5712-FIND-PROGRAM-PARA
           IF WS-FPR-P > 0
               EVALUATE LI-VAR-SECTION(WS-FPR-I)
                   WHEN "WORKING-STORAGE"
                       ADD WS-FPR-BYTES TO WS-FPR-WS(WS-FPR-P)
                       IF WS-FPR-WS-LINE(WS-FPR-P) = 0
                           MOVE LI-VAR-LINE-NUM(WS-FPR-I) TO
                               WS-FPR-WS-LINE(WS-FPR-P)
                       END-IF
                   WHEN "LOCAL-STORAGE"
                       ADD WS-FPR-BYTES TO WS-FPR-LS(WS-FPR-P)
                   WHEN "LINKAGE"
                       ADD WS-FPR-BYTES TO WS-FPR-LK(WS-FPR-P)
                   WHEN "FILE"
                       PERFORM 5714-FILE-RECORD-PARA
                   WHEN OTHER
                       ADD WS-FPR-BYTES TO WS-FPR-OTHER(WS-FPR-P)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 5712-FIND-PROGRAM-PARA
      * WS-FPR-P is the footprint row of program WS-FPR-FIND, added
      * at first sight; zero only when the table is full.
      *----------------------------------------------------------------
       5712-FIND-PROGRAM-PARA.
           MOVE 0 TO WS-FPR-P
           MOVE 1 TO WS-FPR-J
           PERFORM UNTIL WS-FPR-J > WS-FPR-PGM-COUNT OR WS-FPR-P > 0
               IF WS-FPR-NAME(WS-FPR-J) = WS-FPR-FIND
                   MOVE WS-FPR-J TO WS-FPR-P
               END-IF
               ADD 1 TO WS-FPR-J
           END-PERFORM
           IF WS-FPR-P = 0 AND WS-FPR-PGM-COUNT < 50
               ADD 1 TO WS-FPR-PGM-COUNT
               MOVE WS-FPR-PGM-COUNT TO WS-FPR-P
               MOVE WS-FPR-FIND TO WS-FPR-NAME(WS-FPR-P)
               MOVE 0 TO WS-FPR-WS(WS-FPR-P)
               MOVE 0 TO WS-FPR-LS(WS-FPR-P)
               MOVE 0 TO WS-FPR-LK(WS-FPR-P)
               MOVE 0 TO WS-FPR-FD(WS-FPR-P)
               MOVE 0 TO WS-FPR-OTHER(WS-FPR-P)
               MOVE 0 TO WS-FPR-WS-LINE(WS-FPR-P)
           END-IF.

      *----------------------------------------------------------------
      * 5714-FILE-RECORD-PARA
      * An FD's first 01 (the one POPULATE_VARS linked to the file)
      * opens a new record area; every later 01 of the same FD is
      * another view of that buffer and only stretches it.
      *----------------------------------------------------------------
       5714-FILE-RECORD-PARA.
           MOVE "N" TO WS-FPR-LINKED
           MOVE 1 TO WS-FPR-J
           PERFORM UNTIL WS-FPR-J > LI-FILES-COUNT OR
           WS-FPR-LINKED = "Y"
               IF LI-FILE-RECORD(WS-FPR-J) = LI-VAR-NAME(WS-FPR-I) AND
               LI-FILE-PROGRAM(WS-FPR-J) = LI-VAR-PROGRAM(WS-FPR-I)
                   MOVE "Y" TO WS-FPR-LINKED
               END-IF
               ADD 1 TO WS-FPR-J
           END-PERFORM
           IF WS-FPR-LINKED = "Y"
               PERFORM 5716-CLOSE-FILE-AREA-PARA
               MOVE WS-FPR-BYTES TO WS-FPR-AREA
           ELSE
               IF WS-FPR-BYTES > WS-FPR-AREA
                   MOVE WS-FPR-BYTES TO WS-FPR-AREA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5716-CLOSE-FILE-AREA-PARA
      * Books the open record area to the FILE section of the
      * program it belongs to.
      *----------------------------------------------------------------
       5716-CLOSE-FILE-AREA-PARA.
           IF WS-FPR-AREA > 0
               MOVE WS-FPR-AREA-PGM TO WS-FPR-FIND
               PERFORM 5712-FIND-PROGRAM-PARA
               IF WS-FPR-P > 0
                   ADD WS-FPR-AREA TO WS-FPR-FD(WS-FPR-P)
               END-IF
           END-IF
           MOVE 0 TO WS-FPR-AREA.

      *----------------------------------------------------------------
      * 5720-WRITE-PROGRAM-PARA
      * Program WS-FPR-P's block of the footprint report.
      *----------------------------------------------------------------
       5720-WRITE-PROGRAM-PARA.
           MOVE SPACE TO FOOTPRINTFILE-RECORD
           WRITE FOOTPRINTFILE-RECORD
           MOVE SPACE TO FOOTPRINTFILE-RECORD
           STRING "PROGRAM " FUNCTION TRIM(WS-FPR-NAME(WS-FPR-P))
               "  MEMBER " FUNCTION TRIM(WS-CURRENT-MEMBER)
               DELIMITED BY SIZE INTO FOOTPRINTFILE-RECORD
           END-STRING
           WRITE FOOTPRINTFILE-RECORD

           MOVE "WORKING-STORAGE" TO WS-FPR-SECTION
           MOVE WS-FPR-WS(WS-FPR-P) TO WS-FPR-BYTES
           PERFORM 5725-WRITE-SECTION-LINE-PARA
           MOVE "LOCAL-STORAGE" TO WS-FPR-SECTION
           MOVE WS-FPR-LS(WS-FPR-P) TO WS-FPR-BYTES
           PERFORM 5725-WRITE-SECTION-LINE-PARA
           MOVE "LINKAGE" TO WS-FPR-SECTION
           MOVE WS-FPR-LK(WS-FPR-P) TO WS-FPR-BYTES
           PERFORM 5725-WRITE-SECTION-LINE-PARA
           MOVE "FILE" TO WS-FPR-SECTION
           MOVE WS-FPR-FD(WS-FPR-P) TO WS-FPR-BYTES
           PERFORM 5725-WRITE-SECTION-LINE-PARA
           IF WS-FPR-OTHER(WS-FPR-P) > 0
               MOVE "OTHER" TO WS-FPR-SECTION
               MOVE WS-FPR-OTHER(WS-FPR-P) TO WS-FPR-BYTES
               PERFORM 5725-WRITE-SECTION-LINE-PARA
           END-IF
           COMPUTE WS-FPR-BYTES = WS-FPR-WS(WS-FPR-P) +
               WS-FPR-LS(WS-FPR-P) + WS-FPR-LK(WS-FPR-P) +
               WS-FPR-FD(WS-FPR-P) + WS-FPR-OTHER(WS-FPR-P)
           MOVE "TOTAL" TO WS-FPR-SECTION
           PERFORM 5725-WRITE-SECTION-LINE-PARA
           IF WK-WS-MAX-BYTES > 0 AND
           WS-FPR-WS(WS-FPR-P) > WK-WS-MAX-BYTES
               MOVE WK-WS-MAX-BYTES TO WS-FPR-N1
               MOVE SPACE TO FOOTPRINTFILE-RECORD
               STRING "  *** WORKING-STORAGE OVER THE POLICY LIMIT OF "
                   FUNCTION TRIM(WS-FPR-N1) " BYTES"
                   DELIMITED BY SIZE INTO FOOTPRINTFILE-RECORD
               END-STRING
               WRITE FOOTPRINTFILE-RECORD
           END-IF

           MOVE SPACE TO FOOTPRINTFILE-RECORD
           MOVE "  LARGEST 01 ITEMS - NAME / SECTION / BYTES / LINE"
               TO FOOTPRINTFILE-RECORD
           WRITE FOOTPRINTFILE-RECORD
           MOVE 0 TO WS-FPR-RANK
           PERFORM UNTIL WS-FPR-RANK >= 10
               PERFORM 5732-PICK-LARGEST-PARA
               IF WS-FPR-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-FPR-RANK
               MOVE WS-FPR-RANK TO WS-FPR-RANK-ED
               MOVE WS-FPR-BEST-BYTES TO WS-FPR-N1
               MOVE LI-VAR-LINE-NUM(WS-FPR-BEST) TO WS-FPR-N3
               MOVE SPACE TO FOOTPRINTFILE-RECORD
               STRING "  " WS-FPR-RANK-ED "  "
                   LI-VAR-NAME(WS-FPR-BEST)(1:30) " "
                   LI-VAR-SECTION(WS-FPR-BEST) WS-FPR-N1
                   "  LINE " FUNCTION TRIM(WS-FPR-N3)
                   DELIMITED BY SIZE INTO FOOTPRINTFILE-RECORD
               END-STRING
               WRITE FOOTPRINTFILE-RECORD
               PERFORM 5735-FIND-TABLE-PARA
               IF WS-FPR-TBL-ROW > 0
                   MOVE LI-VAR-OCCURS(WS-FPR-TBL-ROW) TO WS-FPR-N3
                   MOVE LI-VAR-BYTES(WS-FPR-TBL-ROW) TO WS-FPR-N2
                   MOVE WS-FPR-TBL-BYTES TO WS-FPR-N1
                   MOVE SPACE TO FOOTPRINTFILE-RECORD
                   STRING "        OCCURS TABLE "
                       FUNCTION TRIM(LI-VAR-NAME(WS-FPR-TBL-ROW))
                       " - " FUNCTION TRIM(WS-FPR-N3) " X "
                       FUNCTION TRIM(WS-FPR-N2) " = "
                       FUNCTION TRIM(WS-FPR-N1) " BYTES"
                       DELIMITED BY SIZE INTO FOOTPRINTFILE-RECORD
                   END-STRING
                   WRITE FOOTPRINTFILE-RECORD
               END-IF
           END-PERFORM
           IF WS-FPR-RANK = 0
               MOVE "      (NO DATA ITEMS)" TO FOOTPRINTFILE-RECORD
               WRITE FOOTPRINTFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 5725-WRITE-SECTION-LINE-PARA
      *----------------------------------------------------------------
       5725-WRITE-SECTION-LINE-PARA.
           MOVE WS-FPR-BYTES TO WS-FPR-N1
           MOVE SPACE TO FOOTPRINTFILE-RECORD
           STRING "  " WS-FPR-SECTION WS-FPR-N1 " BYTES"
               DELIMITED BY SIZE INTO FOOTPRINTFILE-RECORD
           END-STRING
           WRITE FOOTPRINTFILE-RECORD.

      *----------------------------------------------------------------
      * 5730-ITEM-BYTES-PARA
      * WS-FPR-BYTES is the storage the item at WS-FPR-I occupies,
      * every occurrence counted.
      *----------------------------------------------------------------
       5730-ITEM-BYTES-PARA.
           MOVE LI-VAR-OCCURS(WS-FPR-I) TO WS-FPR-OCC
           IF WS-FPR-OCC = 0
               MOVE 1 TO WS-FPR-OCC
           END-IF
           COMPUTE WS-FPR-BYTES = LI-VAR-BYTES(WS-FPR-I) * WS-FPR-OCC.

      *----------------------------------------------------------------
      * 5732-PICK-LARGEST-PARA
      * WS-FPR-BEST is program WS-FPR-P's largest 01/77 item not yet
      * listed (zero when none is left), marked listed.
      *----------------------------------------------------------------
       5732-PICK-LARGEST-PARA.
           MOVE 0 TO WS-FPR-BEST
           MOVE 0 TO WS-FPR-BEST-BYTES
           MOVE 1 TO WS-FPR-I
           PERFORM UNTIL WS-FPR-I > LI-VARS-COUNT
               IF (LI-VAR-LEVEL(WS-FPR-I) = 1 OR
               LI-VAR-LEVEL(WS-FPR-I) = 77) AND
               LI-VAR-IS-COND(WS-FPR-I) <> "Y" AND
               LI-VAR-REDEFINES(WS-FPR-I) = SPACE AND
               WS-FPR-PICKED(WS-FPR-I) = "N" AND
               LI-VAR-PROGRAM(WS-FPR-I) = WS-FPR-NAME(WS-FPR-P)
                   PERFORM 5730-ITEM-BYTES-PARA
                   IF WS-FPR-BEST = 0 OR
                   WS-FPR-BYTES > WS-FPR-BEST-BYTES
                       MOVE WS-FPR-I TO WS-FPR-BEST
                       MOVE WS-FPR-BYTES TO WS-FPR-BEST-BYTES
                   END-IF
               END-IF
               ADD 1 TO WS-FPR-I
           END-PERFORM
           IF WS-FPR-BEST > 0
               MOVE "Y" TO WS-FPR-PICKED(WS-FPR-BEST)
           END-IF.

      *----------------------------------------------------------------
      * 5735-FIND-TABLE-PARA
      * WS-FPR-TBL-ROW is the OCCURS table taking the most bytes
      * inside item WS-FPR-BEST (zero when it holds none), with its
      * full size in WS-FPR-TBL-BYTES.
      *----------------------------------------------------------------
       5735-FIND-TABLE-PARA.
           MOVE 0 TO WS-FPR-TBL-ROW
           MOVE 0 TO WS-FPR-TBL-BYTES
           IF LI-VAR-OCCURS(WS-FPR-BEST) > 1
               MOVE WS-FPR-BEST TO WS-FPR-TBL-ROW
               MOVE WS-FPR-BEST-BYTES TO WS-FPR-TBL-BYTES
           END-IF
           COMPUTE WS-FPR-I = WS-FPR-BEST + 1
           PERFORM UNTIL WS-FPR-I > LI-VARS-COUNT
               IF LI-VAR-LEVEL(WS-FPR-I) = 1 OR
               LI-VAR-LEVEL(WS-FPR-I) = 77 OR
               LI-VAR-PROGRAM(WS-FPR-I) <> LI-VAR-PROGRAM(WS-FPR-BEST)
                   EXIT PERFORM
               END-IF
               IF LI-VAR-OCCURS(WS-FPR-I) > 1 AND
               LI-VAR-IS-COND(WS-FPR-I) <> "Y"
                   PERFORM 5730-ITEM-BYTES-PARA
                   IF WS-FPR-BYTES > WS-FPR-TBL-BYTES
                       MOVE WS-FPR-I TO WS-FPR-TBL-ROW
                       MOVE WS-FPR-BYTES TO WS-FPR-TBL-BYTES
                   END-IF
               END-IF
               ADD 1 TO WS-FPR-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 5740-CHECK-WS-LIMIT-PARA
      * Raises WS-FOOTPRINT when program WS-FPR-P's WORKING-STORAGE
      * is over the policy limit. No WS-MAX-BYTES line, no check.
      *----------------------------------------------------------------
       5740-CHECK-WS-LIMIT-PARA.
           IF WK-WS-MAX-BYTES > 0 AND
           WS-FPR-WS(WS-FPR-P) > WK-WS-MAX-BYTES
               MOVE WS-FPR-NAME(WS-FPR-P) TO WS-CURRENT-PROGRAM
               MOVE WS-FPR-WS-LINE(WS-FPR-P) TO WS-FIND-LINE-NUM
               MOVE "WORKING-STORAGE" TO WS-FIELD-TAG
               MOVE "WS-FOOTPRINT" TO WS-CHECK-ID
               MOVE "WARNING" TO WS-SEVERITY
               MOVE WS-FPR-WS(WS-FPR-P) TO WS-FPR-N1
               MOVE WK-WS-MAX-BYTES TO WS-FPR-N2
               MOVE SPACE TO WS-MESSAGE
               STRING "WORKING-STORAGE " FUNCTION TRIM(WS-FPR-N1)
                   " BYTES EXCEEDS THE " FUNCTION TRIM(WS-FPR-N2)
                   " BYTE LIMIT"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
           END-IF.

      *----------------------------------------------------------------
      * 5750-CHECK-SQL-CURSORS-PARA
      * End-of-member judgment on the cursors 3355 posted: one that
      * is OPENed somewhere but CLOSEd nowhere in its program holds
      * its locks and thread storage until commit or task end.
      *----------------------------------------------------------------
       5750-CHECK-SQL-CURSORS-PARA.
           MOVE 1 TO WS-SQLCUR-IDX
           PERFORM UNTIL WS-SQLCUR-IDX > WS-SQLCUR-COUNT
               IF WS-SQLCUR-OPENED(WS-SQLCUR-IDX) = "Y" AND
               WS-SQLCUR-CLOSED(WS-SQLCUR-IDX) = "N" AND
               WS-SQLCUR-LINE(WS-SQLCUR-IDX) >= WS-DIFF-START AND
               WS-SQLCUR-LINE(WS-SQLCUR-IDX) <= WS-DIFF-END
                   MOVE WS-SQLCUR-PROGRAM(WS-SQLCUR-IDX) TO
                       WS-CURRENT-PROGRAM
                   MOVE WS-SQLCUR-LINE(WS-SQLCUR-IDX) TO
                       WS-FIND-LINE-NUM
                   MOVE WS-SQLCUR-NAME(WS-SQLCUR-IDX) TO WS-FIELD-TAG
                   MOVE "SQL-CURSOR-OPEN" TO WS-CHECK-ID
                   MOVE "WARNING" TO WS-SEVERITY
                   MOVE "CURSOR OPENED BUT NEVER CLOSED IN THE PROGRAM"
                       TO WS-MESSAGE
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
               END-IF
               ADD 1 TO WS-SQLCUR-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * 5800-CHECK-PERF-LOOPS-PARA
      * End of member: the performance anti-patterns inside loops.
      * A loop body is the inline text of a PERFORM VARYING, or the
      * paragraph (or THRU span) a PERFORM ... VARYING runs, plus
      * every paragraph those perform in turn. READ, WRITE, CALL and
      * EXEC SQL in a body are PERF-IO-IN-LOOP, DISPLAY is
      * PERF-DISPLAY-LOOP, and a file both opened and closed in
      * loop bodies is PERF-OPEN-IN-LOOP. Severities come from the
      * policy file like every other check's.
      *----------------------------------------------------------------
       5800-CHECK-PERF-LOOPS-PARA.
           MOVE WS-CURRENT-PROGRAM TO WS-PERF-SAVE-PGM
           PERFORM 5610-RESOLVE-DOT-EDGES-PARA
           MOVE 1 TO WS-PERF-I
           PERFORM UNTIL WS-PERF-I > WS-PARA-COUNT
               MOVE 0 TO WS-PERF-LOOPED(WS-PERF-I)
               ADD 1 TO WS-PERF-I
           END-PERFORM

      *    THE PARAGRAPHS EACH LOOP RUNS DIRECTLY
           MOVE 1 TO WS-PERF-K
           PERFORM UNTIL WS-PERF-K > WS-PERF-ROOT-COUNT
               MOVE WS-PERF-ROOT-TARGET(WS-PERF-K) TO WS-PARA-FIND-NAME
               MOVE WS-PERF-ROOT-PROGRAM(WS-PERF-K) TO
                   WS-PARA-FIND-PROGRAM
               PERFORM 3385-FIND-PARA-ROW-PARA
               MOVE WS-PARA-ROW TO WS-PERF-FROM
               MOVE WS-PARA-ROW TO WS-PERF-TO
               IF WS-PERF-ROOT-THRU(WS-PERF-K) <> SPACE
                   MOVE WS-PERF-ROOT-THRU(WS-PERF-K) TO
                       WS-PARA-FIND-NAME
                   PERFORM 3385-FIND-PARA-ROW-PARA
                   IF WS-PARA-ROW > WS-PERF-FROM
                       MOVE WS-PARA-ROW TO WS-PERF-TO
                   END-IF
               END-IF
               MOVE WS-PERF-ROOT-LINE(WS-PERF-K) TO WS-PERF-LOOP-LINE
               PERFORM 5802-MARK-LOOP-SPAN-PARA
               ADD 1 TO WS-PERF-K
           END-PERFORM

      *    AND WHATEVER THOSE PERFORM, UNTIL A PASS ADDS NOTHING
           MOVE "Y" TO WS-PERF-CHANGED
           MOVE 0 TO WS-PERF-PASS
           PERFORM UNTIL WS-PERF-CHANGED = "N" OR WS-PERF-PASS > 500
               MOVE "N" TO WS-PERF-CHANGED
               ADD 1 TO WS-PERF-PASS
               MOVE 1 TO WS-PERF-K
               PERFORM UNTIL WS-PERF-K > WS-PREF-COUNT
                   IF WS-PREF-KIND(WS-PERF-K) = "P" AND
                   WS-DOT-SRC(WS-PERF-K) > 0 AND
                   WS-DOT-TGT(WS-PERF-K) > 0
                       IF WS-PERF-LOOPED(WS-DOT-SRC(WS-PERF-K)) > 0
                           MOVE WS-DOT-TGT(WS-PERF-K) TO WS-PERF-FROM
                           MOVE WS-DOT-TGT(WS-PERF-K) TO WS-PERF-TO
                           IF WS-DOT-END(WS-PERF-K) > WS-PERF-FROM
                               MOVE WS-DOT-END(WS-PERF-K) TO
                                   WS-PERF-TO
                           END-IF
                           MOVE WS-PERF-LOOPED(WS-DOT-SRC(WS-PERF-K))
                               TO WS-PERF-LOOP-LINE
                           PERFORM 5802-MARK-LOOP-SPAN-PARA
                       END-IF
                   END-IF
                   ADD 1 TO WS-PERF-K
               END-PERFORM
           END-PERFORM

           MOVE 1 TO WS-PERF-I
           PERFORM UNTIL WS-PERF-I > WS-PERF-EVT-COUNT
               MOVE WS-PERF-EVT-LOOP(WS-PERF-I) TO WS-PERF-LOOP-LINE
               IF WS-PERF-LOOP-LINE = 0 AND
               WS-PERF-EVT-PARA(WS-PERF-I) > 0
                   MOVE WS-PERF-LOOPED(WS-PERF-EVT-PARA(WS-PERF-I))
                       TO WS-PERF-LOOP-LINE
               END-IF
               IF WS-PERF-LOOP-LINE > 0
                   PERFORM 5805-REPORT-PERF-EVENT-PARA THRU 5805-EXIT
               END-IF
               ADD 1 TO WS-PERF-I
           END-PERFORM
           MOVE WS-PERF-SAVE-PGM TO WS-CURRENT-PROGRAM.

      *----------------------------------------------------------------
      * 5802-MARK-LOOP-SPAN-PARA
      * Paragraph rows WS-PERF-FROM to WS-PERF-TO run inside the
      * loop at line WS-PERF-LOOP-LINE - the first loop to reach a
      * paragraph is the one its findings name.
      *----------------------------------------------------------------
       5802-MARK-LOOP-SPAN-PARA.
           IF WS-PERF-FROM > 0
               MOVE WS-PERF-FROM TO WS-PERF-J
               PERFORM UNTIL WS-PERF-J > WS-PERF-TO
                   IF WS-PERF-LOOPED(WS-PERF-J) = 0
                       MOVE WS-PERF-LOOP-LINE TO
                           WS-PERF-LOOPED(WS-PERF-J)
                       MOVE "Y" TO WS-PERF-CHANGED
                   END-IF
                   ADD 1 TO WS-PERF-J
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 5805-REPORT-PERF-EVENT-PARA
      * Statement WS-PERF-I runs inside the loop at line
      * WS-PERF-LOOP-LINE. A CLOSE on its own is no finding - the
      * OPEN of the same file reports the pair.
      *----------------------------------------------------------------
       5805-REPORT-PERF-EVENT-PARA.
           MOVE WS-PERF-EVT-PROGRAM(WS-PERF-I) TO WS-CURRENT-PROGRAM
           MOVE WS-PERF-EVT-LINE(WS-PERF-I) TO WS-FIND-LINE-NUM
           MOVE WS-PERF-EVT-OBJECT(WS-PERF-I) TO WS-FIELD-TAG
           MOVE WS-PERF-LOOP-LINE TO WS-PERF-N1
           MOVE SPACE TO WS-MESSAGE
           EVALUATE WS-PERF-EVT-KIND(WS-PERF-I)
               WHEN "R"
                   MOVE "READ" TO WS-PERF-VERB
               WHEN "W"
                   MOVE "WRITE" TO WS-PERF-VERB
               WHEN "C"
                   MOVE "CALL" TO WS-PERF-VERB
               WHEN "S"
                   MOVE "EXEC SQL" TO WS-PERF-VERB
               WHEN "D"
                   MOVE "DISPLAY" TO WS-FIELD-TAG
                   MOVE "PERF-DISPLAY-LOOP" TO WS-CHECK-ID
                   MOVE "INFO" TO WS-SEVERITY
                   STRING "DISPLAY INSIDE THE PERFORM VARYING AT LINE "
                       FUNCTION TRIM(WS-PERF-N1)
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   GO TO 5805-EXIT
               WHEN "O"
                   PERFORM 5807-FIND-LOOP-CLOSE-PARA
                   IF WS-PERF-FOUND = "Y"
                       MOVE "PERF-OPEN-IN-LOOP" TO WS-CHECK-ID
                       MOVE "WARNING" TO WS-SEVERITY
                       STRING "FILE "
                           FUNCTION TRIM(WS-PERF-EVT-OBJECT(WS-PERF-I))
                           " OPENED AND CLOSED INSIDE THE PERFORM "
                           "VARYING AT LINE " FUNCTION TRIM(WS-PERF-N1)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                       PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT
                   END-IF
                   GO TO 5805-EXIT
               WHEN OTHER
                   GO TO 5805-EXIT
           END-EVALUATE

           MOVE "PERF-IO-IN-LOOP" TO WS-CHECK-ID
           MOVE "WARNING" TO WS-SEVERITY
           STRING FUNCTION TRIM(WS-PERF-VERB) " "
               FUNCTION TRIM(WS-PERF-EVT-OBJECT(WS-PERF-I))
               " INSIDE THE PERFORM VARYING AT LINE "
               FUNCTION TRIM(WS-PERF-N1)
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT.

       5805-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5807-FIND-LOOP-CLOSE-PARA
      * WS-PERF-FOUND says whether the file opened by statement
      * WS-PERF-I is also closed somewhere inside a loop body.
      *----------------------------------------------------------------
       5807-FIND-LOOP-CLOSE-PARA.
           MOVE "N" TO WS-PERF-FOUND
           MOVE 1 TO WS-PERF-J
           PERFORM UNTIL WS-PERF-J > WS-PERF-EVT-COUNT OR
           WS-PERF-FOUND = "Y"
               IF WS-PERF-EVT-KIND(WS-PERF-J) = "X" AND
               WS-PERF-EVT-PROGRAM(WS-PERF-J) =
               WS-PERF-EVT-PROGRAM(WS-PERF-I) AND
               WS-PERF-EVT-OBJECT(WS-PERF-J) =
               WS-PERF-EVT-OBJECT(WS-PERF-I)
                   IF WS-PERF-EVT-LOOP(WS-PERF-J) > 0
                       MOVE "Y" TO WS-PERF-FOUND
                   ELSE
                       IF WS-PERF-EVT-PARA(WS-PERF-J) > 0
                           IF WS-PERF-LOOPED(WS-PERF-EVT-PARA
                           (WS-PERF-J)) > 0
                               MOVE "Y" TO WS-PERF-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PERF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 5810-TRACK-PERF-PARA
      * Every procedure token: keeps the inline PERFORM nest, notes
      * the performs that run a paragraph as a loop body, and
      * collects the statements the end-of-member loop check
      * judges. A serial SEARCH is judged on the spot.
      *----------------------------------------------------------------
       5810-TRACK-PERF-PARA.
           MOVE LI-AST-LINE-NUM(WS-I) TO WS-PERF-LINE
           MOVE SPACE TO WS-PERF-OBJECT
           IF WS-I < LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-I + 1) TO WS-PERF-OBJECT
           END-IF
           EVALUATE WS-TOK
               WHEN "PERFORM"
                   PERFORM 5812-NOTE-PERF-PERFORM-PARA
               WHEN "END-PERFORM"
                   IF WS-PERF-DEPTH > 0
                       SUBTRACT 1 FROM WS-PERF-DEPTH
                       PERFORM 5814-SET-INLOOP-PARA
                   END-IF
               WHEN "READ"
                   MOVE "R" TO WS-PERF-KIND
                   PERFORM 5816-ADD-PERF-EVENT-PARA
               WHEN "WRITE"
               WHEN "REWRITE"
                   MOVE "W" TO WS-PERF-KIND
                   PERFORM 5816-ADD-PERF-EVENT-PARA
               WHEN "CALL"
                   MOVE "C" TO WS-PERF-KIND
                   PERFORM 5816-ADD-PERF-EVENT-PARA
               WHEN "DISPLAY"
                   MOVE "D" TO WS-PERF-KIND
                   PERFORM 5816-ADD-PERF-EVENT-PARA
               WHEN "EXEC"
      *            EXECUTABLE SQL ONLY - NOT THE DECLARATIVE BLOCKS
                   IF WS-PERF-OBJECT = "SQL" AND
                   WS-I + 2 <= LI-AST-NODE-COUNT
                       MOVE LI-AST-NODE(WS-I + 2) TO WS-PERF-OBJECT
                       IF WS-PERF-OBJECT <> "INCLUDE" AND
                       WS-PERF-OBJECT <> "DECLARE" AND
                       WS-PERF-OBJECT <> "WHENEVER" AND
                       WS-PERF-OBJECT <> "BEGIN" AND
                       WS-PERF-OBJECT <> "END"
                           MOVE "S" TO WS-PERF-KIND
                           PERFORM 5816-ADD-PERF-EVENT-PARA
                       END-IF
                   END-IF
               WHEN "OPEN"
                   MOVE "O" TO WS-PERF-KIND
                   PERFORM 5818-NOTE-PERF-FILES-PARA
               WHEN "CLOSE"
                   MOVE "X" TO WS-PERF-KIND
                   PERFORM 5818-NOTE-PERF-FILES-PARA
               WHEN "SEARCH"
                   IF WS-PERF-OBJECT <> "ALL" AND
                   WS-PERF-LINE >= WS-DIFF-START AND
                   WS-PERF-LINE <= WS-DIFF-END
                       PERFORM 5820-CHECK-PERF-SEARCH-PARA
                           THRU 5820-EXIT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 5812-NOTE-PERF-PERFORM-PARA
      * An inline PERFORM (no paragraph name after the verb) opens a
      * nest level, marked V when it is a VARYING loop. An
      * out-of-line PERFORM ... VARYING, or any out-of-line PERFORM
      * coded inside an inline VARYING body, runs its paragraph as a
      * loop body.
      *----------------------------------------------------------------
       5812-NOTE-PERF-PERFORM-PARA.
           MOVE WS-PERF-OBJECT TO WS-DF-NAME
           PERFORM 3345-CHECK-VERB-PARA
           IF WS-PERF-OBJECT = "VARYING" OR WS-PERF-OBJECT = "WITH" OR
           WS-PERF-OBJECT = "TEST" OR WS-DF-IS-VERB = "Y" OR
           (WS-I + 2 <= LI-AST-NODE-COUNT AND
           LI-AST-NODE(WS-I + 2) = "TIMES")
               IF WS-PERF-DEPTH < 20
                   ADD 1 TO WS-PERF-DEPTH
                   MOVE "N" TO WS-PERF-NEST-KIND(WS-PERF-DEPTH)
                   MOVE WS-PERF-LINE TO
                       WS-PERF-NEST-LINE(WS-PERF-DEPTH)
                   MOVE WS-I TO WS-PERF-SCAN
                   PERFORM UNTIL WS-PERF-SCAN > WS-I + 4 OR
                   WS-PERF-SCAN >= LI-AST-NODE-COUNT
                       ADD 1 TO WS-PERF-SCAN
                       IF LI-AST-NODE(WS-PERF-SCAN) = "VARYING"
                           MOVE "V" TO WS-PERF-NEST-KIND(WS-PERF-DEPTH)
                       END-IF
                   END-PERFORM
                   PERFORM 5814-SET-INLOOP-PARA
               END-IF
           ELSE
               MOVE 0 TO WS-PERF-LOOP-LINE
               COMPUTE WS-PERF-SCAN = WS-I + 2
               IF WS-PERF-SCAN < LI-AST-NODE-COUNT
                   IF LI-AST-NODE(WS-PERF-SCAN) = "THRU" OR
                   LI-AST-NODE(WS-PERF-SCAN) = "THROUGH"
                       ADD 2 TO WS-PERF-SCAN
                   END-IF
               END-IF
               IF WS-PERF-SCAN < LI-AST-NODE-COUNT
                   IF LI-AST-NODE(WS-PERF-SCAN) = "WITH"
                       ADD 1 TO WS-PERF-SCAN
                   END-IF
               END-IF
               IF WS-PERF-SCAN < LI-AST-NODE-COUNT
                   IF LI-AST-NODE(WS-PERF-SCAN) = "TEST"
                       ADD 2 TO WS-PERF-SCAN
                   END-IF
               END-IF
               IF WS-PERF-SCAN <= LI-AST-NODE-COUNT
                   IF LI-AST-NODE(WS-PERF-SCAN) = "VARYING"
                       MOVE WS-PERF-LINE TO WS-PERF-LOOP-LINE
                   END-IF
               END-IF
               IF WS-PERF-LOOP-LINE = 0
                   MOVE WS-PERF-INLOOP-LINE TO WS-PERF-LOOP-LINE
               END-IF
               IF WS-PERF-LOOP-LINE > 0 AND WS-PERF-ROOT-COUNT < 200
                   ADD 1 TO WS-PERF-ROOT-COUNT
                   MOVE WS-CURRENT-PROGRAM TO
                       WS-PERF-ROOT-PROGRAM(WS-PERF-ROOT-COUNT)
                   MOVE WS-PERF-OBJECT TO
                       WS-PERF-ROOT-TARGET(WS-PERF-ROOT-COUNT)
                   MOVE SPACE TO WS-PERF-ROOT-THRU(WS-PERF-ROOT-COUNT)
                   IF WS-I + 3 <= LI-AST-NODE-COUNT
                       IF LI-AST-NODE(WS-I + 2) = "THRU" OR
                       LI-AST-NODE(WS-I + 2) = "THROUGH"
                           MOVE LI-AST-NODE(WS-I + 3) TO
                               WS-PERF-ROOT-THRU(WS-PERF-ROOT-COUNT)
                       END-IF
                   END-IF
                   MOVE WS-PERF-LOOP-LINE TO
                       WS-PERF-ROOT-LINE(WS-PERF-ROOT-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5814-SET-INLOOP-PARA
      * WS-PERF-INLOOP-LINE is the line of the innermost VARYING
      * level of the inline nest, or 0 outside every one.
      *----------------------------------------------------------------
       5814-SET-INLOOP-PARA.
           MOVE 0 TO WS-PERF-INLOOP-LINE
           MOVE 1 TO WS-PERF-J
           PERFORM UNTIL WS-PERF-J > WS-PERF-DEPTH
               IF WS-PERF-NEST-KIND(WS-PERF-J) = "V"
                   MOVE WS-PERF-NEST-LINE(WS-PERF-J) TO
                       WS-PERF-INLOOP-LINE
               END-IF
               ADD 1 TO WS-PERF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 5816-ADD-PERF-EVENT-PARA
      * Statement kind WS-PERF-KIND on object WS-PERF-OBJECT, with
      * the paragraph row it is coded in and the inline VARYING loop
      * around it, if any. Only lines in the diff range count.
      *----------------------------------------------------------------
       5816-ADD-PERF-EVENT-PARA.
           IF WS-PERF-LINE >= WS-DIFF-START AND
           WS-PERF-LINE <= WS-DIFF-END AND WS-PERF-EVT-COUNT < 1000
               ADD 1 TO WS-PERF-EVT-COUNT
               MOVE WS-CURRENT-PROGRAM TO
                   WS-PERF-EVT-PROGRAM(WS-PERF-EVT-COUNT)
               MOVE 0 TO WS-PERF-EVT-PARA(WS-PERF-EVT-COUNT)
               IF WS-CURRENT-PARA <> SPACE
                   MOVE WS-PARA-COUNT TO
                       WS-PERF-EVT-PARA(WS-PERF-EVT-COUNT)
               END-IF
               MOVE WS-PERF-KIND TO WS-PERF-EVT-KIND(WS-PERF-EVT-COUNT)
               MOVE WS-PERF-LINE TO WS-PERF-EVT-LINE(WS-PERF-EVT-COUNT)
               MOVE WS-PERF-OBJECT TO
                   WS-PERF-EVT-OBJECT(WS-PERF-EVT-COUNT)
               MOVE WS-PERF-INLOOP-LINE TO
                   WS-PERF-EVT-LOOP(WS-PERF-EVT-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 5818-NOTE-PERF-FILES-PARA
      * One event per file named on an OPEN or CLOSE, up to the
      * sentence period or the next statement verb.
      *----------------------------------------------------------------
       5818-NOTE-PERF-FILES-PARA.
           COMPUTE WS-PERF-SCAN = WS-I + 1
           PERFORM UNTIL WS-PERF-SCAN > LI-AST-NODE-COUNT
               MOVE LI-AST-NODE(WS-PERF-SCAN) TO WS-DF-NAME
               IF WS-DF-NAME = "."
                   EXIT PERFORM
               END-IF
               PERFORM 3345-CHECK-VERB-PARA
               IF WS-DF-IS-VERB = "Y"
                   EXIT PERFORM
               END-IF
               EVALUATE WS-DF-NAME
                   WHEN "INPUT"
                   WHEN "OUTPUT"
                   WHEN "I-O"
                   WHEN "EXTEND"
                   WHEN "WITH"
                   WHEN "LOCK"
                   WHEN "NO"
                   WHEN "REWIND"
                   WHEN "REEL"
                   WHEN "UNIT"
                   WHEN "FOR"
                   WHEN "REMOVAL"
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-DF-NAME TO WS-PERF-OBJECT
                       PERFORM 5816-ADD-PERF-EVENT-PARA
               END-EVALUATE
               ADD 1 TO WS-PERF-SCAN
           END-PERFORM.

      *----------------------------------------------------------------
      * 5820-CHECK-PERF-SEARCH-PARA
      * SEARCH (serial) of table WS-PERF-OBJECT: when the table
      * holds more than the policy's PERF-SEARCH-LIMIT entries and
      * its OCCURS declares an ASCENDING or DESCENDING KEY, SEARCH
      * ALL would binary-chop it instead - PERF-SEARCH-SERIAL.
      *----------------------------------------------------------------
       5820-CHECK-PERF-SEARCH-PARA.
           CALL "FIND_VAR" USING WS-PERF-OBJECT LI-VARIABLES
               LI-VAR-INDEX-TABLE WS-FIND-INDEX-OUT
           IF WS-FIND-INDEX-OUT = 0
               GO TO 5820-EXIT
           END-IF
           IF LI-VAR-OCCURS(WS-FIND-INDEX-OUT) <= WK-PERF-SEARCH-LIMIT
               GO TO 5820-EXIT
           END-IF

      *    THE KEY CLAUSE IS NOT CARRIED IN THE VARIABLE TABLE - READ
      *    IT OFF THE TABLE'S OWN DATA DIVISION ENTRY
           MOVE "N" TO WS-PERF-FOUND
           MOVE 2 TO WS-PERF-SCAN
           PERFORM UNTIL WS-PERF-SCAN >= WS-PROCEDURE-DIV-INDEX OR
           WS-PERF-SCAN > LI-AST-NODE-COUNT
               IF LI-AST-NODE(WS-PERF-SCAN) = WS-PERF-OBJECT AND
               LI-AST-LINE-NUM(WS-PERF-SCAN) =
               LI-VAR-LINE-NUM(WS-FIND-INDEX-OUT) AND
               FUNCTION TRIM(LI-AST-NODE(WS-PERF-SCAN - 1)) IS NUMERIC
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PERF-SCAN
           END-PERFORM
           PERFORM UNTIL WS-PERF-SCAN >= WS-PROCEDURE-DIV-INDEX OR
           WS-PERF-SCAN > LI-AST-NODE-COUNT OR
           LI-AST-NODE(WS-PERF-SCAN) = "."
               IF LI-AST-NODE(WS-PERF-SCAN) = "ASCENDING" OR
               LI-AST-NODE(WS-PERF-SCAN) = "DESCENDING"
                   MOVE "Y" TO WS-PERF-FOUND
               END-IF
               ADD 1 TO WS-PERF-SCAN
           END-PERFORM
           IF WS-PERF-FOUND = "N"
               GO TO 5820-EXIT
           END-IF

           MOVE WS-PERF-LINE TO WS-FIND-LINE-NUM
           MOVE WS-PERF-OBJECT TO WS-FIELD-TAG
           MOVE "PERF-SEARCH-SERIAL" TO WS-CHECK-ID
           MOVE "INFO" TO WS-SEVERITY
           MOVE LI-VAR-OCCURS(WS-FIND-INDEX-OUT) TO WS-PERF-N1
           MOVE SPACE TO WS-MESSAGE
           STRING "SERIAL SEARCH OF " FUNCTION TRIM(WS-PERF-OBJECT)
               " (" FUNCTION TRIM(WS-PERF-N1) " ENTRIES, KEYED) - "
               "SEARCH ALL WOULD DO"
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           PERFORM 4000-WRITE-FINDING-PARA THRU 4000-EXIT.

       5820-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-RUN-JOBDEPS-PARA
      * JOBDEPS <deck-list> <scheduler-export> [dataset-rpt] - the
      * job-to-job ordering the datasets themselves demand, set
      * against the predecessors the batch scheduler has defined.
      * The decks are scanned and joined to the dataset cross-
      * reference exactly as JCL mode does them; a job that writes
      * a dataset another job reads has to run before it.
      * JOBDEPS.RPT gives the derived dependencies with the datasets
      * and steps behind each one, the missing predecessors (real
      * race conditions - RC 4), and the defined predecessors no
      * shared dataset explains (candidates to come out of the
      * batch window), each with its evidence.
      *----------------------------------------------------------------
       6000-RUN-JOBDEPS-PARA.
           IF WS-MEMBER-PATH = SPACE OR LO-JDP-SCHED-FILE = SPACE
               DISPLAY "DRIVER: USAGE - JOBDEPS <DECK-LIST> "
                   "<SCHEDULER-EXPORT> [DATASET-RPT]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE SCHEDULE FIRST - IT SHARES MERGEINFILE WITH THE
      *    CROSS-REFERENCE, WHOSE NAME THE HEADING REPORTS
           PERFORM 6030-LOAD-SCHEDULE-PARA
           PERFORM 2910-LOAD-DSX-PARA THRU 2910-EXIT
           PERFORM 2905-SCAN-DECK-LIST-PARA

           MOVE 0 TO WS-JDP-USE-COUNT
           MOVE 1 TO WS-JDP-I
           PERFORM UNTIL WS-JDP-I > WS-JDD-COUNT
               PERFORM 6010-CLASSIFY-DD-PARA THRU 6010-EXIT
               ADD 1 TO WS-JDP-I
           END-PERFORM

           PERFORM 6020-DERIVE-EDGES-PARA
           PERFORM 6040-JUDGE-DERIVED-PARA
           PERFORM 6050-JUDGE-DEFINED-PARA

           OPEN OUTPUT JOBDEPSFILE
           PERFORM 6070-WRITE-DERIVED-PARA
           PERFORM 6074-WRITE-RACES-PARA
           PERFORM 6076-WRITE-DEFINED-PARA
           PERFORM 6078-WRITE-TOTALS-PARA
           CLOSE JOBDEPSFILE

           DISPLAY "DRIVER: JOB DEPENDENCY REPORT WRITTEN TO "
               FUNCTION TRIM(LO-JOBDEPS-FILE)
           IF WS-JDP-RACES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * 6010-CLASSIFY-DD-PARA
      * One DD row as a read and/or a write of its dataset by its
      * job. Where the step's program was scanned and the DD joins
      * its dataset cross-reference (by DD name or DSN, the 2940
      * join), the OPEN mode says which; otherwise the DISP= does.
      *----------------------------------------------------------------
       6010-CLASSIFY-DD-PARA.
           MOVE FUNCTION UPPER-CASE(WS-JDD-DSN(WS-JDP-I)) TO
               WS-JDP-DSN
      *    SYSOUT, DUMMY AND TEMPORARY (&&) DATASETS NEVER PASS
      *    FROM ONE JOB TO ANOTHER
           IF WS-JDP-DSN = SPACE OR WS-JDP-DSN(1:1) = "&" OR
           WS-JDP-DSN = "NULLFILE"
               GO TO 6010-EXIT
           END-IF
      *    A GDG GENERATION OR A PDS MEMBER IS A USE OF THE BASE NAME
           MOVE SPACE TO WS-JCL-WORK
           UNSTRING WS-JDP-DSN DELIMITED BY "("
               INTO WS-JCL-WORK
           END-UNSTRING
           MOVE WS-JCL-WORK(1:44) TO WS-JDP-DSN

           MOVE "N" TO WS-JDP-FOUND
           MOVE 1 TO WS-JDP-J
           PERFORM UNTIL WS-JDP-J > WS-DSX-COUNT
               IF WS-DSX-PROGRAM(WS-JDP-J) = WS-JDD-PGM(WS-JDP-I) AND
               WS-JDD-PGM(WS-JDP-I) <> SPACE
                   IF FUNCTION UPPER-CASE
                   (WS-DSX-ASSIGN(WS-JDP-J)(1:8)) =
                   FUNCTION UPPER-CASE(WS-JDD-DD(WS-JDP-I)) OR
                   (WS-JDD-DSN(WS-JDP-I) <> SPACE AND
                   FUNCTION UPPER-CASE
                   (WS-DSX-ASSIGN(WS-JDP-J)(1:44)) =
                   FUNCTION UPPER-CASE(WS-JDD-DSN(WS-JDP-I)))
                       PERFORM 6012-USE-FROM-OPEN-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-JDP-J
           END-PERFORM

      *    NO SCANNED OPEN TO GO BY - THE DISP SAYS IT
           IF WS-JDP-FOUND = "N"
               PERFORM 6014-USE-FROM-DISP-PARA
           END-IF.

       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6012-USE-FROM-OPEN-PARA
      * The OPEN mode (or SORT USING/GIVING) of the cross-reference
      * row the DD joined. I-O is both a read and a write.
      *----------------------------------------------------------------
       6012-USE-FROM-OPEN-PARA.
           EVALUATE WS-DSX-MODE(WS-JDP-J)
               WHEN "INPUT"
                   MOVE "Y" TO WS-JDP-FOUND
                   MOVE "R" TO WS-JDP-RW
                   MOVE "OPEN INPUT" TO WS-JDP-BASIS
                   PERFORM 6016-ADD-USE-PARA
               WHEN "OUTPUT"
                   MOVE "Y" TO WS-JDP-FOUND
                   MOVE "W" TO WS-JDP-RW
                   MOVE "OPEN OUTPUT" TO WS-JDP-BASIS
                   PERFORM 6016-ADD-USE-PARA
               WHEN "EXTEND"
                   MOVE "Y" TO WS-JDP-FOUND
                   MOVE "W" TO WS-JDP-RW
                   MOVE "OPEN EXTEND" TO WS-JDP-BASIS
                   PERFORM 6016-ADD-USE-PARA
               WHEN "I-O"
                   MOVE "Y" TO WS-JDP-FOUND
                   MOVE "R" TO WS-JDP-RW
                   MOVE "OPEN I-O" TO WS-JDP-BASIS
                   PERFORM 6016-ADD-USE-PARA
                   MOVE "W" TO WS-JDP-RW
                   PERFORM 6016-ADD-USE-PARA
               WHEN "SORT-USING"
                   MOVE "Y" TO WS-JDP-FOUND
                   MOVE "R" TO WS-JDP-RW
                   MOVE "SORT USING" TO WS-JDP-BASIS
                   PERFORM 6016-ADD-USE-PARA
               WHEN "SORT-GIVING"
                   MOVE "Y" TO WS-JDP-FOUND
                   MOVE "W" TO WS-JDP-RW
                   MOVE "SORT GIVING" TO WS-JDP-BASIS
                   PERFORM 6016-ADD-USE-PARA
           END-EVALUATE.

      *----------------------------------------------------------------
      * 6014-USE-FROM-DISP-PARA
      * No scanned OPEN: SHR is a read; NEW, MOD and OLD are
      * writes (OLD is taken as an update - a job that only reads
      * asks for SHR), and a DD with no DISP= is NEW by default.
      *----------------------------------------------------------------
       6014-USE-FROM-DISP-PARA.
           MOVE "W" TO WS-JDP-RW
           EVALUATE WS-JDD-DISP(WS-JDP-I)
               WHEN "SHR"
                   MOVE "R" TO WS-JDP-RW
                   MOVE "DISP=SHR" TO WS-JDP-BASIS
               WHEN "OLD"
                   MOVE "DISP=OLD" TO WS-JDP-BASIS
               WHEN "MOD"
                   MOVE "DISP=MOD" TO WS-JDP-BASIS
               WHEN "NEW"
                   MOVE "DISP=NEW" TO WS-JDP-BASIS
               WHEN SPACE
                   MOVE "DISP DEFAULT" TO WS-JDP-BASIS
               WHEN OTHER
                   MOVE SPACE TO WS-JDP-RW
           END-EVALUATE
           IF WS-JDP-RW <> SPACE
               PERFORM 6016-ADD-USE-PARA
           END-IF.

      *----------------------------------------------------------------
      * 6016-ADD-USE-PARA
      * Records the use once per dataset, job and direction - the
      * first step to make it is the one the report names.
      *----------------------------------------------------------------
       6016-ADD-USE-PARA.
           MOVE "Y" TO WS-JDP-NEW
           MOVE 1 TO WS-JDP-K
           PERFORM UNTIL WS-JDP-K > WS-JDP-USE-COUNT OR
           WS-JDP-NEW = "N"
               IF WS-JDP-USE-DSN(WS-JDP-K) = WS-JDP-DSN AND
               WS-JDP-USE-JOB(WS-JDP-K) = WS-JDD-JOB(WS-JDP-I) AND
               WS-JDP-USE-RW(WS-JDP-K) = WS-JDP-RW
                   MOVE "N" TO WS-JDP-NEW
               END-IF
               ADD 1 TO WS-JDP-K
           END-PERFORM

           IF WS-JDP-NEW = "Y"
               IF WS-JDP-USE-COUNT < 1000
                   ADD 1 TO WS-JDP-USE-COUNT
                   MOVE WS-JDP-DSN TO
                       WS-JDP-USE-DSN(WS-JDP-USE-COUNT)
                   MOVE WS-JDD-JOB(WS-JDP-I) TO
                       WS-JDP-USE-JOB(WS-JDP-USE-COUNT)
                   MOVE WS-JDD-STEP(WS-JDP-I) TO
                       WS-JDP-USE-STEP(WS-JDP-USE-COUNT)
                   MOVE WS-JDP-RW TO WS-JDP-USE-RW(WS-JDP-USE-COUNT)
                   MOVE WS-JDP-BASIS TO
                       WS-JDP-USE-BASIS(WS-JDP-USE-COUNT)
               ELSE
                   MOVE "Y" TO WS-JDP-FULL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6020-DERIVE-EDGES-PARA
      * Every write of a dataset against every read of it by a
      * different job: the writer has to run first. The pairs are
      * kept as the evidence behind each job-to-job edge.
      *----------------------------------------------------------------
       6020-DERIVE-EDGES-PARA.
           MOVE 0 TO WS-JDP-EDGE-COUNT
           MOVE 0 TO WS-JDP-PAIR-COUNT
           MOVE 1 TO WS-JDP-I
           PERFORM UNTIL WS-JDP-I > WS-JDP-USE-COUNT
               IF WS-JDP-USE-RW(WS-JDP-I) = "W"
                   MOVE 1 TO WS-JDP-J
                   PERFORM UNTIL WS-JDP-J > WS-JDP-USE-COUNT
                       IF WS-JDP-USE-RW(WS-JDP-J) = "R" AND
                       WS-JDP-USE-DSN(WS-JDP-J) =
                       WS-JDP-USE-DSN(WS-JDP-I) AND
                       WS-JDP-USE-JOB(WS-JDP-J) <>
                       WS-JDP-USE-JOB(WS-JDP-I)
                           PERFORM 6022-ADD-PAIR-PARA
                       END-IF
                       ADD 1 TO WS-JDP-J
                   END-PERFORM
               END-IF
               ADD 1 TO WS-JDP-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 6022-ADD-PAIR-PARA
      * Writer use I before reader use J - onto the edge for that
      * pair of jobs, the edge added the first time it is seen.
      *----------------------------------------------------------------
       6022-ADD-PAIR-PARA.
           MOVE 0 TO WS-JDP-E
           MOVE 1 TO WS-JDP-K
           PERFORM UNTIL WS-JDP-K > WS-JDP-EDGE-COUNT OR
           WS-JDP-E > 0
               IF WS-JDP-EDGE-PRED(WS-JDP-K) =
               WS-JDP-USE-JOB(WS-JDP-I) AND
               WS-JDP-EDGE-SUCC(WS-JDP-K) =
               WS-JDP-USE-JOB(WS-JDP-J)
                   MOVE WS-JDP-K TO WS-JDP-E
               END-IF
               ADD 1 TO WS-JDP-K
           END-PERFORM

           IF WS-JDP-E = 0
               IF WS-JDP-EDGE-COUNT < 500
                   ADD 1 TO WS-JDP-EDGE-COUNT
                   MOVE WS-JDP-EDGE-COUNT TO WS-JDP-E
                   MOVE WS-JDP-USE-JOB(WS-JDP-I) TO
                       WS-JDP-EDGE-PRED(WS-JDP-E)
                   MOVE WS-JDP-USE-JOB(WS-JDP-J) TO
                       WS-JDP-EDGE-SUCC(WS-JDP-E)
                   MOVE 0 TO WS-JDP-EDGE-DSNS(WS-JDP-E)
                   MOVE SPACE TO WS-JDP-EDGE-STATE(WS-JDP-E)
               ELSE
                   MOVE "Y" TO WS-JDP-FULL
               END-IF
           END-IF

           IF WS-JDP-E > 0
               ADD 1 TO WS-JDP-EDGE-DSNS(WS-JDP-E)
               IF WS-JDP-PAIR-COUNT < 1000
                   ADD 1 TO WS-JDP-PAIR-COUNT
                   MOVE WS-JDP-E TO WS-JDP-PAIR-EDGE(WS-JDP-PAIR-COUNT)
                   MOVE WS-JDP-I TO WS-JDP-PAIR-W(WS-JDP-PAIR-COUNT)
                   MOVE WS-JDP-J TO WS-JDP-PAIR-R(WS-JDP-PAIR-COUNT)
               ELSE
                   MOVE "Y" TO WS-JDP-FULL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6030-LOAD-SCHEDULE-PARA
      * The scheduler's predecessor export, one job to a line:
      *     JOB,PREDECESSOR[,PREDECESSOR...]     (up to ten)
      * A line starting * is a comment. A job may appear on more
      * than one line; a predecessor listed twice is kept once.
      *----------------------------------------------------------------
       6030-LOAD-SCHEDULE-PARA.
           MOVE 0 TO WS-JDP-SCH-COUNT
           MOVE LO-JDP-SCHED-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               DISPLAY "DRIVER: SCHEDULER EXPORT NOT FOUND - "
                   FUNCTION TRIM(LO-JDP-SCHED-FILE)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGEINFILE-RECORD(1:1) <> "*" AND
               FUNCTION TRIM(MERGEINFILE-RECORD) <> SPACE
                   MOVE FUNCTION UPPER-CASE(MERGEINFILE-RECORD) TO
                       WS-JDP-LINE
                   MOVE SPACE TO WS-JDP-COLS
                   UNSTRING WS-JDP-LINE DELIMITED BY ","
                       INTO WS-JDP-COL(1) WS-JDP-COL(2)
                           WS-JDP-COL(3) WS-JDP-COL(4)
                           WS-JDP-COL(5) WS-JDP-COL(6)
                           WS-JDP-COL(7) WS-JDP-COL(8)
                           WS-JDP-COL(9) WS-JDP-COL(10)
                           WS-JDP-COL(11)
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-JDP-COL(1)) TO WS-JDP-JOB
                   MOVE 2 TO WS-JDP-K
                   PERFORM UNTIL WS-JDP-K > 11
                       IF WS-JDP-COL(WS-JDP-K) <> SPACE AND
                       WS-JDP-JOB <> SPACE
                           PERFORM 6032-ADD-DEFINED-PARA
                       END-IF
                       ADD 1 TO WS-JDP-K
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

      *----------------------------------------------------------------
      * 6032-ADD-DEFINED-PARA
      * WS-JDP-JOB after column K's predecessor, once.
      *----------------------------------------------------------------
       6032-ADD-DEFINED-PARA.
           MOVE "Y" TO WS-JDP-NEW
           MOVE 1 TO WS-JDP-L
           PERFORM UNTIL WS-JDP-L > WS-JDP-SCH-COUNT OR
           WS-JDP-NEW = "N"
               IF WS-JDP-SCH-JOB(WS-JDP-L) = WS-JDP-JOB AND
               WS-JDP-SCH-PRED(WS-JDP-L) =
               FUNCTION TRIM(WS-JDP-COL(WS-JDP-K))
                   MOVE "N" TO WS-JDP-NEW
               END-IF
               ADD 1 TO WS-JDP-L
           END-PERFORM

           IF WS-JDP-NEW = "Y"
               IF WS-JDP-SCH-COUNT < 1000
                   ADD 1 TO WS-JDP-SCH-COUNT
                   MOVE WS-JDP-JOB TO WS-JDP-SCH-JOB(WS-JDP-SCH-COUNT)
                   MOVE FUNCTION TRIM(WS-JDP-COL(WS-JDP-K)) TO
                       WS-JDP-SCH-PRED(WS-JDP-SCH-COUNT)
                   MOVE SPACE TO WS-JDP-SCH-STATE(WS-JDP-SCH-COUNT)
                   MOVE 0 TO WS-JDP-SCH-CARRY(WS-JDP-SCH-COUNT)
               ELSE
                   MOVE "Y" TO WS-JDP-FULL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6040-JUDGE-DERIVED-PARA
      * Each derived edge against the schedule: DEFINED when the
      * reader names the writer as a predecessor, INDIRECT when a
      * chain of defined predecessors already orders them, and
      * missing - a race - otherwise.
      *----------------------------------------------------------------
       6040-JUDGE-DERIVED-PARA.
           MOVE 1 TO WS-JDP-E
           PERFORM UNTIL WS-JDP-E > WS-JDP-EDGE-COUNT
               MOVE "M" TO WS-JDP-EDGE-STATE(WS-JDP-E)
               MOVE 1 TO WS-JDP-K
               PERFORM UNTIL WS-JDP-K > WS-JDP-SCH-COUNT
                   IF WS-JDP-SCH-JOB(WS-JDP-K) =
                   WS-JDP-EDGE-SUCC(WS-JDP-E) AND
                   WS-JDP-SCH-PRED(WS-JDP-K) =
                   WS-JDP-EDGE-PRED(WS-JDP-E)
                       MOVE "D" TO WS-JDP-EDGE-STATE(WS-JDP-E)
                   END-IF
                   ADD 1 TO WS-JDP-K
               END-PERFORM

               IF WS-JDP-EDGE-STATE(WS-JDP-E) = "M"
                   MOVE WS-JDP-EDGE-PRED(WS-JDP-E) TO WS-JDP-FROM
                   MOVE WS-JDP-EDGE-SUCC(WS-JDP-E) TO WS-JDP-TO
                   MOVE 0 TO WS-JDP-SKIP
                   PERFORM 6060-CHECK-REACH-PARA
                   IF WS-JDP-REACHED = "Y"
                       MOVE "I" TO WS-JDP-EDGE-STATE(WS-JDP-E)
                   END-IF
               END-IF

      *        TWO JOBS THAT BOTH UPDATE THE DATASET NEED AN ORDER,
      *        NOT ANY PARTICULAR ONE
               IF WS-JDP-EDGE-STATE(WS-JDP-E) = "M"
                   PERFORM 6042-CHECK-REVERSE-PARA
               END-IF

               EVALUATE WS-JDP-EDGE-STATE(WS-JDP-E)
                   WHEN "D"
                       ADD 1 TO WS-JDP-DEFINED
                   WHEN "I"
                       ADD 1 TO WS-JDP-INDIRECT
                   WHEN "O"
                       ADD 1 TO WS-JDP-REVERSED
                   WHEN OTHER
                       ADD 1 TO WS-JDP-RACES
               END-EVALUATE
               ADD 1 TO WS-JDP-E
           END-PERFORM.

      *----------------------------------------------------------------
      * 6042-CHECK-REVERSE-PARA
      * A missing edge whose reverse was derived too (each job
      * writes what the other reads) is ordered if the schedule
      * runs them the other way round.
      *----------------------------------------------------------------
       6042-CHECK-REVERSE-PARA.
           MOVE 1 TO WS-JDP-K
           PERFORM UNTIL WS-JDP-K > WS-JDP-EDGE-COUNT
               IF WS-JDP-EDGE-PRED(WS-JDP-K) =
               WS-JDP-EDGE-SUCC(WS-JDP-E) AND
               WS-JDP-EDGE-SUCC(WS-JDP-K) =
               WS-JDP-EDGE-PRED(WS-JDP-E)
                   MOVE WS-JDP-EDGE-SUCC(WS-JDP-E) TO WS-JDP-FROM
                   MOVE WS-JDP-EDGE-PRED(WS-JDP-E) TO WS-JDP-TO
                   MOVE 0 TO WS-JDP-SKIP
                   PERFORM 6060-CHECK-REACH-PARA
                   IF WS-JDP-REACHED = "Y"
                       MOVE "O" TO WS-JDP-EDGE-STATE(WS-JDP-E)
                   END-IF
               END-IF
               ADD 1 TO WS-JDP-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 6050-JUDGE-DEFINED-PARA
      * Each defined predecessor against the derived edges:
      * CONFIRMED by a shared dataset, CARRYING when no dataset
      * explains it but it is the only thing that orders some
      * derived edge downstream, a removal candidate otherwise. A
      * job no deck in the list runs cannot be judged at all.
      *----------------------------------------------------------------
       6050-JUDGE-DEFINED-PARA.
           MOVE 1 TO WS-JDP-K
           PERFORM UNTIL WS-JDP-K > WS-JDP-SCH-COUNT
               MOVE WS-JDP-SCH-JOB(WS-JDP-K) TO WS-JDP-JOB
               PERFORM 6065-CHECK-IN-DECKS-PARA
               MOVE WS-JDP-IN-DECKS TO WS-JDP-FOUND
               MOVE WS-JDP-SCH-PRED(WS-JDP-K) TO WS-JDP-JOB
               PERFORM 6065-CHECK-IN-DECKS-PARA

               IF WS-JDP-FOUND = "N" OR WS-JDP-IN-DECKS = "N"
                   MOVE "U" TO WS-JDP-SCH-STATE(WS-JDP-K)
                   ADD 1 TO WS-JDP-UNJUDGED
               ELSE
                   MOVE "R" TO WS-JDP-SCH-STATE(WS-JDP-K)
                   MOVE 1 TO WS-JDP-E
                   PERFORM UNTIL WS-JDP-E > WS-JDP-EDGE-COUNT
                       IF WS-JDP-EDGE-PRED(WS-JDP-E) =
                       WS-JDP-SCH-PRED(WS-JDP-K) AND
                       WS-JDP-EDGE-SUCC(WS-JDP-E) =
                       WS-JDP-SCH-JOB(WS-JDP-K)
                           MOVE "S" TO WS-JDP-SCH-STATE(WS-JDP-K)
                       END-IF
                       ADD 1 TO WS-JDP-E
                   END-PERFORM
                   IF WS-JDP-SCH-STATE(WS-JDP-K) = "R"
                       PERFORM 6054-CHECK-CARRY-PARA
                   END-IF
                   EVALUATE WS-JDP-SCH-STATE(WS-JDP-K)
                       WHEN "S"
                           ADD 1 TO WS-JDP-CONFIRMED
                       WHEN "C"
                           ADD 1 TO WS-JDP-CARRYING
                       WHEN OTHER
                           ADD 1 TO WS-JDP-REMOVE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-JDP-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 6054-CHECK-CARRY-PARA
      * Defined predecessor K with no dataset of its own is still
      * load-bearing when some derived edge the schedule orders only
      * indirectly would lose its last path without it - taking K
      * out would open a race somewhere downstream.
      *----------------------------------------------------------------
       6054-CHECK-CARRY-PARA.
           MOVE 1 TO WS-JDP-E
           PERFORM UNTIL WS-JDP-E > WS-JDP-EDGE-COUNT OR
           WS-JDP-SCH-STATE(WS-JDP-K) = "C"
               IF WS-JDP-EDGE-STATE(WS-JDP-E) = "I" OR
               WS-JDP-EDGE-STATE(WS-JDP-E) = "O"
                   IF WS-JDP-EDGE-STATE(WS-JDP-E) = "I"
                       MOVE WS-JDP-EDGE-PRED(WS-JDP-E) TO WS-JDP-FROM
                       MOVE WS-JDP-EDGE-SUCC(WS-JDP-E) TO WS-JDP-TO
                   ELSE
                       MOVE WS-JDP-EDGE-SUCC(WS-JDP-E) TO WS-JDP-FROM
                       MOVE WS-JDP-EDGE-PRED(WS-JDP-E) TO WS-JDP-TO
                   END-IF
                   MOVE WS-JDP-K TO WS-JDP-SKIP
                   PERFORM 6060-CHECK-REACH-PARA
                   IF WS-JDP-REACHED = "N"
                       MOVE "C" TO WS-JDP-SCH-STATE(WS-JDP-K)
                       MOVE WS-JDP-E TO WS-JDP-SCH-CARRY(WS-JDP-K)
                   END-IF
               END-IF
               ADD 1 TO WS-JDP-E
           END-PERFORM.

      *----------------------------------------------------------------
      * 6060-CHECK-REACH-PARA
      * Does the schedule run WS-JDP-FROM somewhere before WS-JDP-TO?
      * A depth-first walk down the defined predecessors, leaving
      * out entry WS-JDP-SKIP (0 leaves out none).
      *----------------------------------------------------------------
       6060-CHECK-REACH-PARA.
           MOVE "N" TO WS-JDP-REACHED
           MOVE 1 TO WS-JDP-STK-COUNT
           MOVE WS-JDP-FROM TO WS-JDP-STK(1)
           MOVE 1 TO WS-JDP-SEEN-COUNT
           MOVE WS-JDP-FROM TO WS-JDP-SEEN(1)
           PERFORM UNTIL WS-JDP-STK-COUNT = 0 OR WS-JDP-REACHED = "Y"
               MOVE WS-JDP-STK(WS-JDP-STK-COUNT) TO WS-JDP-CUR
               SUBTRACT 1 FROM WS-JDP-STK-COUNT
               MOVE 1 TO WS-JDP-L
               PERFORM UNTIL WS-JDP-L > WS-JDP-SCH-COUNT OR
               WS-JDP-REACHED = "Y"
                   IF WS-JDP-SCH-PRED(WS-JDP-L) = WS-JDP-CUR AND
                   WS-JDP-L <> WS-JDP-SKIP
                       IF WS-JDP-SCH-JOB(WS-JDP-L) = WS-JDP-TO
                           MOVE "Y" TO WS-JDP-REACHED
                       ELSE
                           PERFORM 6062-PUSH-JOB-PARA
                       END-IF
                   END-IF
                   ADD 1 TO WS-JDP-L
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      * 6062-PUSH-JOB-PARA
      * The successor on schedule entry L onto the walk, unless it
      * has been reached already.
      *----------------------------------------------------------------
       6062-PUSH-JOB-PARA.
           MOVE "Y" TO WS-JDP-NEW
           MOVE 1 TO WS-JDP-N
           PERFORM UNTIL WS-JDP-N > WS-JDP-SEEN-COUNT OR
           WS-JDP-NEW = "N"
               IF WS-JDP-SEEN(WS-JDP-N) = WS-JDP-SCH-JOB(WS-JDP-L)
                   MOVE "N" TO WS-JDP-NEW
               END-IF
               ADD 1 TO WS-JDP-N
           END-PERFORM
           IF WS-JDP-NEW = "Y" AND WS-JDP-SEEN-COUNT < 300 AND
           WS-JDP-STK-COUNT < 300
               ADD 1 TO WS-JDP-SEEN-COUNT
               MOVE WS-JDP-SCH-JOB(WS-JDP-L) TO
                   WS-JDP-SEEN(WS-JDP-SEEN-COUNT)
               ADD 1 TO WS-JDP-STK-COUNT
               MOVE WS-JDP-SCH-JOB(WS-JDP-L) TO
                   WS-JDP-STK(WS-JDP-STK-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 6065-CHECK-IN-DECKS-PARA
      * Is WS-JDP-JOB the job of any EXEC in the decks scanned?
      *----------------------------------------------------------------
       6065-CHECK-IN-DECKS-PARA.
           MOVE "N" TO WS-JDP-IN-DECKS
           MOVE 1 TO WS-JDP-N
           PERFORM UNTIL WS-JDP-N > WS-JEX-COUNT OR
           WS-JDP-IN-DECKS = "Y"
               IF FUNCTION UPPER-CASE(WS-JEX-JOB(WS-JDP-N)) =
               WS-JDP-JOB
                   MOVE "Y" TO WS-JDP-IN-DECKS
               END-IF
               ADD 1 TO WS-JDP-N
           END-PERFORM.

      *----------------------------------------------------------------
      * 6070-WRITE-DERIVED-PARA
      * Report heading and the derived dependencies, each with its
      * verdict against the schedule and the datasets behind it -
      * the writing step and how it writes, the reading step and
      * how it reads.
      *----------------------------------------------------------------
       6070-WRITE-DERIVED-PARA.
           MOVE SPACE TO JOBDEPSFILE-RECORD
           STRING "JOB DEPENDENCIES - DATASETS AGAINST THE SCHEDULE"
               " - RUN " WS-RUN-STAMP
               DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
           END-STRING
           WRITE JOBDEPSFILE-RECORD
           MOVE SPACE TO JOBDEPSFILE-RECORD
           STRING "DECKS " FUNCTION TRIM(LO-MEMBERLIST-FILE)
               "   SCHEDULE " FUNCTION TRIM(LO-JDP-SCHED-FILE)
               "   DATASETS " FUNCTION TRIM(LO-MERGEIN-FILE)
               DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
           END-STRING
           WRITE JOBDEPSFILE-RECORD
           MOVE SPACE TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           MOVE "DERIVED DEPENDENCIES - WRITER JOB BEFORE READER JOB"
               TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD

           IF WS-JDP-EDGE-COUNT = 0
               MOVE SPACE TO JOBDEPSFILE-RECORD
               STRING "  (NONE - NO DATASET ONE JOB WRITES IS READ BY "
                   "ANOTHER)"
                   DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
               END-STRING
               WRITE JOBDEPSFILE-RECORD
           END-IF

           MOVE 1 TO WS-JDP-E
           PERFORM UNTIL WS-JDP-E > WS-JDP-EDGE-COUNT
               EVALUATE WS-JDP-EDGE-STATE(WS-JDP-E)
                   WHEN "D"
                       MOVE "DEFINED" TO WS-JDP-STATE-TEXT
                   WHEN "I"
                       MOVE SPACE TO WS-JDP-STATE-TEXT
                       STRING "INDIRECT - ORDERED BY A CHAIN OF "
                           "DEFINED "
                           "PREDECESSORS"
                           DELIMITED BY SIZE INTO WS-JDP-STATE-TEXT
                       END-STRING
                   WHEN "O"
                       MOVE SPACE TO WS-JDP-STATE-TEXT
                       STRING "ORDERED THE OTHER WAY ROUND - EACH "
                           "UPDATES WHAT THE OTHER READS"
                           DELIMITED BY SIZE INTO WS-JDP-STATE-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE "*** NOT DEFINED - RACE CONDITION"
                           TO WS-JDP-STATE-TEXT
               END-EVALUATE
               MOVE WS-JDP-EDGE-DSNS(WS-JDP-E) TO WS-JDP-N1
               MOVE SPACE TO JOBDEPSFILE-RECORD
               STRING "  " WS-JDP-EDGE-PRED(WS-JDP-E) " -> "
                   WS-JDP-EDGE-SUCC(WS-JDP-E) "  "
                   FUNCTION TRIM(WS-JDP-N1) " DATASET(S)  "
                   FUNCTION TRIM(WS-JDP-STATE-TEXT)
                   DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
               END-STRING
               WRITE JOBDEPSFILE-RECORD

               MOVE 1 TO WS-JDP-I
               PERFORM UNTIL WS-JDP-I > WS-JDP-PAIR-COUNT
                   IF WS-JDP-PAIR-EDGE(WS-JDP-I) = WS-JDP-E
                       MOVE WS-JDP-PAIR-W(WS-JDP-I) TO WS-JDP-J
                       MOVE WS-JDP-PAIR-R(WS-JDP-I) TO WS-JDP-K
                       MOVE SPACE TO JOBDEPSFILE-RECORD
                       STRING "      "
                           FUNCTION TRIM(WS-JDP-USE-DSN(WS-JDP-J))
                           "  WRITTEN "
                           FUNCTION TRIM(WS-JDP-USE-STEP(WS-JDP-J))
                           " ("
                           FUNCTION TRIM(WS-JDP-USE-BASIS(WS-JDP-J))
                           ")  READ "
                           FUNCTION TRIM(WS-JDP-USE-STEP(WS-JDP-K))
                           " ("
                           FUNCTION TRIM(WS-JDP-USE-BASIS(WS-JDP-K))
                           ")"
                           DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
                       END-STRING
                       WRITE JOBDEPSFILE-RECORD
                   END-IF
                   ADD 1 TO WS-JDP-I
               END-PERFORM
               ADD 1 TO WS-JDP-E
           END-PERFORM.

      *----------------------------------------------------------------
      * 6074-WRITE-RACES-PARA
      * The missing predecessors on their own, one line apiece, for
      * the window team to key in.
      *----------------------------------------------------------------
       6074-WRITE-RACES-PARA.
           MOVE SPACE TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           MOVE "MISSING PREDECESSORS - RACE CONDITIONS"
               TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           IF WS-JDP-RACES = 0
               MOVE "  (NONE)" TO JOBDEPSFILE-RECORD
               WRITE JOBDEPSFILE-RECORD
           END-IF

           MOVE 1 TO WS-JDP-E
           PERFORM UNTIL WS-JDP-E > WS-JDP-EDGE-COUNT
               IF WS-JDP-EDGE-STATE(WS-JDP-E) = "M"
      *            THE FIRST DATASET BEHIND THE EDGE NAMES IT
                   MOVE 0 TO WS-JDP-J
                   MOVE 1 TO WS-JDP-I
                   PERFORM UNTIL WS-JDP-I > WS-JDP-PAIR-COUNT OR
                   WS-JDP-J > 0
                       IF WS-JDP-PAIR-EDGE(WS-JDP-I) = WS-JDP-E
                           MOVE WS-JDP-PAIR-W(WS-JDP-I) TO WS-JDP-J
                       END-IF
                       ADD 1 TO WS-JDP-I
                   END-PERFORM
                   MOVE SPACE TO WS-JDP-DSN
                   IF WS-JDP-J > 0
                       MOVE WS-JDP-USE-DSN(WS-JDP-J) TO WS-JDP-DSN
                   END-IF
                   MOVE SPACE TO WS-JDP-STATE-TEXT
                   IF WS-JDP-EDGE-DSNS(WS-JDP-E) > 1
                       COMPUTE WS-JDP-N1 =
                           WS-JDP-EDGE-DSNS(WS-JDP-E) - 1
                       STRING " (AND " FUNCTION TRIM(WS-JDP-N1)
                           " MORE)"
                           DELIMITED BY SIZE INTO WS-JDP-STATE-TEXT
                       END-STRING
                   END-IF
                   MOVE SPACE TO JOBDEPSFILE-RECORD
                   STRING "*** "
                       FUNCTION TRIM(WS-JDP-EDGE-SUCC(WS-JDP-E))
                       " READS " FUNCTION TRIM(WS-JDP-DSN)
                       FUNCTION TRIM(WS-JDP-STATE-TEXT TRAILING)
                       " WRITTEN BY "
                       FUNCTION TRIM(WS-JDP-EDGE-PRED(WS-JDP-E))
                       " - "
                       FUNCTION TRIM(WS-JDP-EDGE-PRED(WS-JDP-E))
                       " IS NOT A PREDECESSOR OF "
                       FUNCTION TRIM(WS-JDP-EDGE-SUCC(WS-JDP-E))
                       DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
                   END-STRING
                   WRITE JOBDEPSFILE-RECORD
               END-IF
               ADD 1 TO WS-JDP-E
           END-PERFORM.

      *----------------------------------------------------------------
      * 6076-WRITE-DEFINED-PARA
      * The defined predecessors no shared dataset explains, with
      * the verdict on each, then the ones naming a job no deck in
      * the list runs.
      *----------------------------------------------------------------
       6076-WRITE-DEFINED-PARA.
           MOVE SPACE TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           MOVE "DEFINED PREDECESSORS WITH NO SHARED DATASET"
               TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           IF WS-JDP-REMOVE + WS-JDP-CARRYING = 0
               MOVE "  (NONE)" TO JOBDEPSFILE-RECORD
               WRITE JOBDEPSFILE-RECORD
           END-IF

           MOVE 1 TO WS-JDP-K
           PERFORM UNTIL WS-JDP-K > WS-JDP-SCH-COUNT
               MOVE SPACE TO JOBDEPSFILE-RECORD
               IF WS-JDP-SCH-STATE(WS-JDP-K) = "R"
                   STRING "  " WS-JDP-SCH-JOB(WS-JDP-K) " AFTER "
                       WS-JDP-SCH-PRED(WS-JDP-K) " - NOTHING "
                       FUNCTION TRIM(WS-JDP-SCH-PRED(WS-JDP-K))
                       " WRITES IS READ BY "
                       FUNCTION TRIM(WS-JDP-SCH-JOB(WS-JDP-K))
                       " - REMOVAL CANDIDATE"
                       DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
                   END-STRING
                   WRITE JOBDEPSFILE-RECORD
               END-IF
               IF WS-JDP-SCH-STATE(WS-JDP-K) = "C"
                   MOVE WS-JDP-SCH-CARRY(WS-JDP-K) TO WS-JDP-E
                   IF WS-JDP-EDGE-STATE(WS-JDP-E) = "O"
                       MOVE WS-JDP-EDGE-SUCC(WS-JDP-E) TO WS-JDP-FROM
                       MOVE WS-JDP-EDGE-PRED(WS-JDP-E) TO WS-JDP-TO
                   ELSE
                       MOVE WS-JDP-EDGE-PRED(WS-JDP-E) TO WS-JDP-FROM
                       MOVE WS-JDP-EDGE-SUCC(WS-JDP-E) TO WS-JDP-TO
                   END-IF
                   MOVE SPACE TO JOBDEPSFILE-RECORD
                   STRING "  " WS-JDP-SCH-JOB(WS-JDP-K) " AFTER "
                       WS-JDP-SCH-PRED(WS-JDP-K)
                       " - NO SHARED DATASET, BUT IT IS THE ONLY "
                       "ORDERING OF " FUNCTION TRIM(WS-JDP-FROM)
                       " -> " FUNCTION TRIM(WS-JDP-TO)
                       " - KEEP IT, OR DEFINE THAT ONE DIRECTLY "
                       "FIRST"
                       DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
                   END-STRING
                   WRITE JOBDEPSFILE-RECORD
               END-IF
               ADD 1 TO WS-JDP-K
           END-PERFORM

           MOVE SPACE TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           MOVE SPACE TO JOBDEPSFILE-RECORD
           STRING "DEFINED PREDECESSORS NOT JUDGED - JOB IN NO DECK "
               "SCANNED"
               DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
           END-STRING
           WRITE JOBDEPSFILE-RECORD
           IF WS-JDP-UNJUDGED = 0
               MOVE "  (NONE)" TO JOBDEPSFILE-RECORD
               WRITE JOBDEPSFILE-RECORD
           END-IF
           MOVE 1 TO WS-JDP-K
           PERFORM UNTIL WS-JDP-K > WS-JDP-SCH-COUNT
               IF WS-JDP-SCH-STATE(WS-JDP-K) = "U"
                   MOVE SPACE TO JOBDEPSFILE-RECORD
                   STRING "  " WS-JDP-SCH-JOB(WS-JDP-K) " AFTER "
                       WS-JDP-SCH-PRED(WS-JDP-K)
                       DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
                   END-STRING
                   WRITE JOBDEPSFILE-RECORD
               END-IF
               ADD 1 TO WS-JDP-K
           END-PERFORM.

      *----------------------------------------------------------------
      * 6078-WRITE-TOTALS-PARA
      * Counts for the run, and a warning when a table filled and
      * the dependencies above are short.
      *----------------------------------------------------------------
       6078-WRITE-TOTALS-PARA.
           MOVE 0 TO WS-JDP-JOBS
           MOVE 1 TO WS-JDP-I
           PERFORM UNTIL WS-JDP-I > WS-JEX-COUNT
               MOVE "Y" TO WS-JDP-NEW
               MOVE 1 TO WS-JDP-J
               PERFORM UNTIL WS-JDP-J >= WS-JDP-I OR WS-JDP-NEW = "N"
                   IF WS-JEX-JOB(WS-JDP-J) = WS-JEX-JOB(WS-JDP-I)
                       MOVE "N" TO WS-JDP-NEW
                   END-IF
                   ADD 1 TO WS-JDP-J
               END-PERFORM
               IF WS-JDP-NEW = "Y"
                   ADD 1 TO WS-JDP-JOBS
               END-IF
               ADD 1 TO WS-JDP-I
           END-PERFORM

           MOVE SPACE TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD
           MOVE "TOTALS" TO JOBDEPSFILE-RECORD
           WRITE JOBDEPSFILE-RECORD

           MOVE WS-JDP-JOBS TO WS-JDP-N1
           MOVE WS-JDD-COUNT TO WS-JDP-N2
           MOVE WS-JDP-USE-COUNT TO WS-JDP-N3
           MOVE SPACE TO JOBDEPSFILE-RECORD
           STRING "  JOBS " FUNCTION TRIM(WS-JDP-N1)
               "   DD STATEMENTS " FUNCTION TRIM(WS-JDP-N2)
               "   DATASET READS/WRITES " FUNCTION TRIM(WS-JDP-N3)
               DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
           END-STRING
           WRITE JOBDEPSFILE-RECORD

           MOVE WS-JDP-EDGE-COUNT TO WS-JDP-N1
           MOVE WS-JDP-DEFINED TO WS-JDP-N2
           MOVE WS-JDP-INDIRECT TO WS-JDP-N3
           MOVE WS-JDP-REVERSED TO WS-JDP-N4
           MOVE WS-JDP-RACES TO WS-JDP-N5
           MOVE SPACE TO JOBDEPSFILE-RECORD
           STRING "  DERIVED DEPENDENCIES " FUNCTION TRIM(WS-JDP-N1)
               " - DEFINED " FUNCTION TRIM(WS-JDP-N2)
               ", INDIRECT " FUNCTION TRIM(WS-JDP-N3)
               ", OTHER WAY ROUND " FUNCTION TRIM(WS-JDP-N4)
               ", MISSING " FUNCTION TRIM(WS-JDP-N5)
               DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
           END-STRING
           WRITE JOBDEPSFILE-RECORD

           MOVE WS-JDP-SCH-COUNT TO WS-JDP-N1
           MOVE WS-JDP-CONFIRMED TO WS-JDP-N2
           MOVE WS-JDP-CARRYING TO WS-JDP-N3
           MOVE WS-JDP-REMOVE TO WS-JDP-N4
           MOVE WS-JDP-UNJUDGED TO WS-JDP-N5
           MOVE SPACE TO JOBDEPSFILE-RECORD
           STRING "  DEFINED PREDECESSORS " FUNCTION TRIM(WS-JDP-N1)
               " - CONFIRMED " FUNCTION TRIM(WS-JDP-N2)
               ", CARRYING " FUNCTION TRIM(WS-JDP-N3)
               ", REMOVAL CANDIDATES " FUNCTION TRIM(WS-JDP-N4)
               ", NOT JUDGED " FUNCTION TRIM(WS-JDP-N5)
               DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
           END-STRING
           WRITE JOBDEPSFILE-RECORD

           IF WS-JDP-FULL = "Y"
               MOVE SPACE TO JOBDEPSFILE-RECORD
               STRING "*** A TABLE FILLED - THE DEPENDENCIES ABOVE ARE "
                   "INCOMPLETE"
                   DELIMITED BY SIZE INTO JOBDEPSFILE-RECORD
               END-STRING
               WRITE JOBDEPSFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 9000-WRITE-SUMMARY-PARA
      * Writes the shop-wide PICTURE usage summary accumulated across
      * every member this run scanned and closes the call-map file
      * opened back in 0000-MAINLINE.
      *----------------------------------------------------------------
       9000-WRITE-SUMMARY-PARA.
           IF WS-CALLMAP-OPEN = "Y"
               CLOSE CALLMAPFILE
               CLOSE DATASETFILE
               CLOSE COPYUSEFILE
               CLOSE CONSOLFILE
           END-IF

      *    THE DICTIONARY/CONFLICT/METRICS SET ONLY EXISTS ON THE
      *    SCAN PATH - MERGE MODE REACHES HERE WITHOUT THEM
           IF WS-SCANFILES-OPEN = "Y"
               CLOSE DICTFILE
               CLOSE DICTCONFFILE
               CLOSE COPYRESFILE
               CLOSE DATEAUDITFILE
               MOVE SPACE TO METRICSFILE-RECORD
               STRING "SHOP TOTALS - PARAGRAPHS " WS-MET-TOT-PARAS
                   " STATEMENTS " WS-MET-TOT-STMTS
                   " GO-TOS " WS-MET-TOT-GOTOS
                   DELIMITED BY SIZE INTO METRICSFILE-RECORD
               END-STRING
               WRITE METRICSFILE-RECORD
               CLOSE METRICSFILE
               CLOSE FOOTPRINTFILE
           END-IF

           OPEN OUTPUT SUMMARYFILE

           MOVE SPACE TO SUMMARYFILE-RECORD
           MOVE "SHOP-WIDE PICTURE USAGE SUMMARY" TO SUMMARYFILE-RECORD
           WRITE SUMMARYFILE-RECORD

           MOVE SPACE TO SUMMARYFILE-RECORD
           STRING "TOTAL FIELDS SCANNED: " WK-SUM-FIELD-COUNT
               DELIMITED BY SIZE INTO SUMMARYFILE-RECORD
           END-STRING
           WRITE SUMMARYFILE-RECORD

           MOVE SPACE TO SUMMARYFILE-RECORD
           STRING "TYPE 9: " WK-SUM-TYPE-9 "  TYPE X: " WK-SUM-TYPE-X
               "  TYPE A: " WK-SUM-TYPE-A "  EDITED: "
               WK-SUM-TYPE-EDIT DELIMITED BY SIZE
               INTO SUMMARYFILE-RECORD
           END-STRING
           WRITE SUMMARYFILE-RECORD

           MOVE SPACE TO SUMMARYFILE-RECORD
           STRING "USAGE DISPLAY: " WK-SUM-USAGE-DISPLAY
               "  COMP: " WK-SUM-USAGE-COMP "  COMP-3: "
               WK-SUM-USAGE-COMP3 "  OTHER: " WK-SUM-USAGE-OTHER
               DELIMITED BY SIZE INTO SUMMARYFILE-RECORD
           END-STRING
           WRITE SUMMARYFILE-RECORD

           MOVE SPACE TO SUMMARYFILE-RECORD
           STRING "SIZE 1-4: " WK-SUM-BUCKET-1-4 "  5-9: "
               WK-SUM-BUCKET-5-9 "  10-18: " WK-SUM-BUCKET-10-18
               "  19+: " WK-SUM-BUCKET-19-UP DELIMITED BY SIZE
               INTO SUMMARYFILE-RECORD
           END-STRING
           WRITE SUMMARYFILE-RECORD

           CLOSE SUMMARYFILE.

      *----------------------------------------------------------------
      * 9450-WRITE-PROFILES-PARA
      * One profile sheet per PROGRAM-ID the run scanned - owning
      * team, the job steps that run it, callers and callees,
      * datasets and DB2 tables, copybooks, complexity, storage and
      * open findings with their ages - for the modernization
      * inventory. Everything comes off the reports the run has
      * already written, so PROFILE mode can redraw the sheets later
      * (after a JCL run, say) without a rescan. Printable text on
      * PROFILE.RPT, a page per program, and PROFILE_<program>.HTML
      * apiece for the dashboard to link to.
      *----------------------------------------------------------------
       9450-WRITE-PROFILES-PARA.
           MOVE 0 TO WS-PRF-COUNT
           MOVE 0 TO WS-PRF-ITEM-COUNT
           MOVE "N" TO WS-PRF-ITEM-FULL
           PERFORM 9451-LOAD-PROFILE-PROGRAMS-PARA THRU 9451-EXIT
           IF WS-PRF-COUNT = 0
               DISPLAY "DRIVER: NO PROGRAMS ON "
                   FUNCTION TRIM(LO-FOOTPRINT-FILE)
                   " - NO PROFILE SHEETS WRITTEN"
               GO TO 9450-EXIT
           END-IF
           PERFORM 9453-LOAD-PROFILE-METRICS-PARA THRU 9453-EXIT
           PERFORM 9454-LOAD-PROFILE-AUDIT-PARA THRU 9454-EXIT
           PERFORM 9455-LOAD-PROFILE-FINDINGS-PARA THRU 9455-EXIT
           PERFORM 9456-LOAD-PROFILE-AGES-PARA THRU 9456-EXIT

           MOVE LO-JCLXREF-FILE TO LO-MERGEIN-FILE
           MOVE "J" TO WS-PRF-KIND
           PERFORM 9457-LOAD-PROFILE-ITEMS-PARA THRU 9457-EXIT
           MOVE WS-PRF-OPENED TO WS-PRF-JCL-FOUND
           MOVE LO-DATASET-FILE TO LO-MERGEIN-FILE
           MOVE "D" TO WS-PRF-KIND
           PERFORM 9457-LOAD-PROFILE-ITEMS-PARA THRU 9457-EXIT
           MOVE LO-CRUD-FILE TO LO-MERGEIN-FILE
           MOVE "T" TO WS-PRF-KIND
           PERFORM 9457-LOAD-PROFILE-ITEMS-PARA THRU 9457-EXIT
           MOVE LO-COPYRES-FILE TO LO-MERGEIN-FILE
           MOVE "B" TO WS-PRF-KIND
           PERFORM 9457-LOAD-PROFILE-ITEMS-PARA THRU 9457-EXIT
      *    CALLERS AND CALLEES THROUGH THE CALL-TREE EDGE LOADER, SO
      *    A LITERAL TARGET LOSES ITS QUOTES THE SAME WAY
           MOVE LO-CALLMAP-FILE TO LO-MERGEIN-FILE
           PERFORM 2962-LOAD-CALL-EDGES-PARA THRU 2962-EXIT
           PERFORM 9459-ADD-CALL-ITEMS-PARA

           OPEN OUTPUT PROFILEFILE
           MOVE 1 TO WS-PRF-P
           PERFORM UNTIL WS-PRF-P > WS-PRF-COUNT
               PERFORM 9460-WRITE-ONE-PROFILE-PARA
               ADD 1 TO WS-PRF-P
           END-PERFORM
           CLOSE PROFILEFILE

           IF WS-PRF-ITEM-FULL = "Y"
               DISPLAY "DRIVER: PROFILE LISTS FULL AT 5000 ENTRIES - "
                   "LATER JOBS/DATASETS/TABLES/COPYBOOKS LEFT OFF"
           END-IF
           MOVE WS-PRF-COUNT TO WS-PRF-N1
           DISPLAY "DRIVER: " FUNCTION TRIM(WS-PRF-N1)
               " PROGRAM PROFILES WRITTEN TO "
               FUNCTION TRIM(LO-PROFILE-FILE)
               " AND PROFILE_<PROGRAM>.HTML".

       9450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9451-LOAD-PROFILE-PROGRAMS-PARA
      * The footprint report has a block for every PROGRAM-ID scanned,
      * nested programs included, headed "PROGRAM <id>  MEMBER
      * <member>" - the list of sheets to draw, and the storage
      * figures for each. A PROGRAM-ID met twice keeps its first
      * member.
      *----------------------------------------------------------------
       9451-LOAD-PROFILE-PROGRAMS-PARA.
           MOVE LO-FOOTPRINT-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               GO TO 9451-EXIT
           END-IF

           MOVE 0 TO WS-PRF-P
           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGEINFILE-RECORD(1:8) = "PROGRAM "
                   MOVE SPACE TO WS-PRF-KEY
                   MOVE SPACE TO WS-PRF-C1
                   UNSTRING MERGEINFILE-RECORD(9:)
                       DELIMITED BY "  MEMBER "
                       INTO WS-PRF-KEY WS-PRF-C1
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-PRF-KEY) TO WS-PRF-KEY
                   PERFORM 9467-FIND-PROFILE-PARA
                   IF WS-PRF-P > 0
      *                ALREADY LOADED - IGNORE THIS SECOND BLOCK
                       MOVE 0 TO WS-PRF-P
                   ELSE
                       IF WS-PRF-COUNT < 500
                           ADD 1 TO WS-PRF-COUNT
                           MOVE WS-PRF-COUNT TO WS-PRF-P
                           PERFORM 9468-CLEAR-PROFILE-PARA
                       END-IF
                   END-IF
               ELSE
                   IF WS-PRF-P > 0
                       PERFORM 9452-NOTE-STORAGE-LINE-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       9451-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9452-NOTE-STORAGE-LINE-PARA
      * One line of program WS-PRF-P's footprint block - a section's
      * "<section> <bytes> BYTES" total, or the over-the-limit flag.
      * The largest-items listing is passed over.
      *----------------------------------------------------------------
       9452-NOTE-STORAGE-LINE-PARA.
           IF MERGEINFILE-RECORD(3:4) = "*** "
               MOVE "Y" TO WS-PRF-OVER(WS-PRF-P)
           END-IF
           MOVE SPACE TO WS-PRF-W1
           MOVE SPACE TO WS-PRF-W2
           MOVE SPACE TO WS-PRF-W3
           UNSTRING MERGEINFILE-RECORD(3:) DELIMITED BY ALL SPACE
               INTO WS-PRF-W1 WS-PRF-W2 WS-PRF-W3
           END-UNSTRING
           IF WS-PRF-W3 = "BYTES" AND WS-PRF-W2 <> SPACE AND
           FUNCTION TRIM(WS-PRF-W2) IS NUMERIC
               EVALUATE WS-PRF-W1
                   WHEN "WORKING-STORAGE"
                       COMPUTE WS-PRF-WS(WS-PRF-P) =
                           FUNCTION NUMVAL(WS-PRF-W2)
                   WHEN "LOCAL-STORAGE"
                       COMPUTE WS-PRF-LS(WS-PRF-P) =
                           FUNCTION NUMVAL(WS-PRF-W2)
                   WHEN "LINKAGE"
                       COMPUTE WS-PRF-LK(WS-PRF-P) =
                           FUNCTION NUMVAL(WS-PRF-W2)
                   WHEN "FILE"
                       COMPUTE WS-PRF-FD(WS-PRF-P) =
                           FUNCTION NUMVAL(WS-PRF-W2)
                   WHEN "TOTAL"
                       COMPUTE WS-PRF-TOTAL(WS-PRF-P) =
                           FUNCTION NUMVAL(WS-PRF-W2)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 9453-LOAD-PROFILE-METRICS-PARA
      * "<member> PARAS n STMTS n GOTOS n DEPTH n FANOUT n" rows off
      * the complexity report. The figures are per member, so every
      * program of the member shows them.
      *----------------------------------------------------------------
       9453-LOAD-PROFILE-METRICS-PARA.
           MOVE LO-METRICS-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               GO TO 9453-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO WS-PRF-C1
               MOVE SPACE TO WS-PRF-W1
               MOVE SPACE TO WS-PRF-W9
               UNSTRING MERGEINFILE-RECORD DELIMITED BY ALL SPACE
                   INTO WS-PRF-C1 WS-PRF-W1 WS-PRF-W2 WS-PRF-W3
                       WS-PRF-W4 WS-PRF-W5 WS-PRF-W6 WS-PRF-W7
                       WS-PRF-W8 WS-PRF-W9 WS-PRF-W10
               END-UNSTRING
               IF WS-PRF-W1 = "PARAS" AND WS-PRF-W9 = "FANOUT"
                   MOVE 1 TO WS-PRF-J
                   PERFORM UNTIL WS-PRF-J > WS-PRF-COUNT
                       IF WS-PRF-MEMBER(WS-PRF-J) = WS-PRF-C1
                           MOVE "Y" TO WS-PRF-MET-SEEN(WS-PRF-J)
                           COMPUTE WS-PRF-PARAS(WS-PRF-J) =
                               FUNCTION NUMVAL(WS-PRF-W2)
                           COMPUTE WS-PRF-STMTS(WS-PRF-J) =
                               FUNCTION NUMVAL(WS-PRF-W4)
                           COMPUTE WS-PRF-GOTOS(WS-PRF-J) =
                               FUNCTION NUMVAL(WS-PRF-W6)
                           COMPUTE WS-PRF-DEPTH(WS-PRF-J) =
                               FUNCTION NUMVAL(WS-PRF-W8)
                           COMPUTE WS-PRF-FANOUT(WS-PRF-J) =
                               FUNCTION NUMVAL(WS-PRF-W10)
                       END-IF
                       ADD 1 TO WS-PRF-J
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       9453-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9454-LOAD-PROFILE-AUDIT-PARA
      * The latest audit record of each program's member - when it
      * was last scanned, and whether in full or skipped unchanged.
      *----------------------------------------------------------------
       9454-LOAD-PROFILE-AUDIT-PARA.
           OPEN INPUT AUDITFILE
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
               GO TO 9454-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ AUDITFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE 1 TO WS-PRF-J
               PERFORM UNTIL WS-PRF-J > WS-PRF-COUNT
                   IF WS-PRF-MEMBER(WS-PRF-J) = AU-MEMBER AND
                   AU-STAMP >= WS-PRF-STAMP(WS-PRF-J)
                       MOVE AU-STAMP TO WS-PRF-STAMP(WS-PRF-J)
                       MOVE AU-SCAN-MODE TO
                           WS-PRF-SCAN-MODE(WS-PRF-J)
                   END-IF
                   ADD 1 TO WS-PRF-J
               END-PERFORM
           END-PERFORM
           CLOSE AUDITFILE.

       9454-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9455-LOAD-PROFILE-FINDINGS-PARA
      * The run's findings export, counted by program and severity -
      * what the export carries is what is still open. Read through
      * the general input file, so the program and severity are
      * taken from their CONSREC columns.
      *----------------------------------------------------------------
       9455-LOAD-PROFILE-FINDINGS-PARA.
           MOVE LO-CONSOL-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               GO TO 9455-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
      *        CF-PROGRAM IS BYTES 46-75, CF-SEVERITY BYTES 108-117
               MOVE SPACE TO WS-PRF-KEY
               MOVE FUNCTION UPPER-CASE(MERGEINFILE-RECORD(46:30))
                   TO WS-PRF-KEY
               PERFORM 9467-FIND-PROFILE-PARA
               IF WS-PRF-P > 0
                   MOVE MERGEINFILE-RECORD(108:10) TO WS-PRF-W1
                   PERFORM 9469-SEVERITY-INDEX-PARA
                   ADD 1 TO WS-PRF-OPEN(WS-PRF-P, WS-PRF-S)
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       9455-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9456-LOAD-PROFILE-AGES-PARA
      * "<program> / <severity> / <30 / 30-90 / 90-365 / >365" rows
      * off the aging report - the open findings by days since the
      * findings master first saw them.
      *----------------------------------------------------------------
       9456-LOAD-PROFILE-AGES-PARA.
           MOVE LO-AGING-FILE TO LO-MERGEIN-FILE
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               GO TO 9456-EXIT
           END-IF

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO WS-PRF-KEY
               MOVE SPACE TO WS-PRF-W1
               MOVE SPACE TO WS-PRF-W5
               UNSTRING MERGEINFILE-RECORD DELIMITED BY " / "
                   INTO WS-PRF-KEY WS-PRF-W1 WS-PRF-W2 WS-PRF-W3
                       WS-PRF-W4 WS-PRF-W5
               END-UNSTRING
               IF WS-PRF-W5 <> SPACE AND
               FUNCTION TRIM(WS-PRF-W5) IS NUMERIC
                   MOVE FUNCTION UPPER-CASE(WS-PRF-KEY) TO WS-PRF-KEY
                   PERFORM 9467-FIND-PROFILE-PARA
                   IF WS-PRF-P > 0
                       PERFORM 9469-SEVERITY-INDEX-PARA
                       COMPUTE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 1) =
                           WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 1) +
                           FUNCTION NUMVAL(WS-PRF-W2)
                       COMPUTE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 2) =
                           WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 2) +
                           FUNCTION NUMVAL(WS-PRF-W3)
                       COMPUTE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 3) =
                           WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 3) +
                           FUNCTION NUMVAL(WS-PRF-W4)
                       COMPUTE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 4) =
                           WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 4) +
                           FUNCTION NUMVAL(WS-PRF-W5)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MERGEINFILE.

       9456-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9457-LOAD-PROFILE-ITEMS-PARA
      * One list report (LO-MERGEIN-FILE) into the sheet lists as
      * kind WS-PRF-KIND: J the JCL chain report's JOB / STEP /
      * PROGRAM rows, D the dataset cross-reference's PROGRAM /
      * DATASET / MODE rows, T the CRUD matrix's fixed columns, B
      * the copy resolution report's MEMBER / COPYBOOK / LIBRARY
      * rows. Headers and "***" notes are passed over. WS-PRF-OPENED
      * says whether the report was there at all.
      *----------------------------------------------------------------
       9457-LOAD-PROFILE-ITEMS-PARA.
           MOVE "N" TO WS-PRF-OPENED
           OPEN INPUT MERGEINFILE
           IF WS-MERGEIN-STATUS NOT = "00"
               GO TO 9457-EXIT
           END-IF
           MOVE "Y" TO WS-PRF-OPENED

           PERFORM UNTIL 1 = 2
               READ MERGEINFILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACE TO WS-PRF-KEY
               MOVE SPACE TO WS-PRF-C1
               MOVE SPACE TO WS-PRF-C2
               EVALUATE WS-PRF-KIND
                   WHEN "J"
                       IF MERGEINFILE-RECORD(1:4) <> "*** " AND
                       MERGEINFILE-RECORD(1:10) <> "JCL CHAIN "
                           UNSTRING MERGEINFILE-RECORD
                               DELIMITED BY " / "
                               INTO WS-PRF-C1 WS-PRF-C2 WS-PRF-KEY
                           END-UNSTRING
                       END-IF
                   WHEN "D"
                       IF MERGEINFILE-RECORD(1:24) <>
                       "DATASET CROSS-REFERENCE "
                           UNSTRING MERGEINFILE-RECORD
                               DELIMITED BY " / "
                               INTO WS-PRF-KEY WS-PRF-C1 WS-PRF-C2
                           END-UNSTRING
                       END-IF
                   WHEN "T"
                       IF MERGEINFILE-RECORD(1:16) <> "DB2 CRUD MATRIX "
                           MOVE MERGEINFILE-RECORD(1:30) TO WS-PRF-KEY
                           MOVE MERGEINFILE-RECORD(32:30) TO WS-PRF-C1
                           MOVE MERGEINFILE-RECORD(64:7) TO WS-PRF-C2
                       END-IF
                   WHEN OTHER
                       IF MERGEINFILE-RECORD(1:20) <>
                       "COPYBOOK RESOLUTION "
                           UNSTRING MERGEINFILE-RECORD
                               DELIMITED BY " / "
                               INTO WS-PRF-KEY WS-PRF-C1 WS-PRF-C2
                           END-UNSTRING
                       END-IF
               END-EVALUATE
      *        COPYBOOKS STAY KEYED BY MEMBER AS WRITTEN; THE REST
      *        BY PROGRAM-ID, WHICH THE REPORTS DO NOT ALL CASE ALIKE
               IF WS-PRF-KIND <> "B"
                   MOVE FUNCTION UPPER-CASE(WS-PRF-KEY) TO WS-PRF-KEY
               END-IF
               PERFORM 9458-ADD-PROFILE-ITEM-PARA
           END-PERFORM
           CLOSE MERGEINFILE.

       9457-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9458-ADD-PROFILE-ITEM-PARA
      * WS-PRF-KEY / WS-PRF-KIND / WS-PRF-C1 / WS-PRF-C2 onto the
      * sheet lists once - the chain report has a row per DD and the
      * dataset report a row per OPEN, but a sheet lists each job
      * step and each dataset/mode pair once.
      *----------------------------------------------------------------
       9458-ADD-PROFILE-ITEM-PARA.
           IF WS-PRF-KEY = SPACE OR WS-PRF-C1 = SPACE
               CONTINUE
           ELSE
               MOVE "N" TO WS-PRF-DUP
               MOVE 1 TO WS-PRF-I
               PERFORM UNTIL WS-PRF-I > WS-PRF-ITEM-COUNT OR
               WS-PRF-DUP = "Y"
                   IF WS-PRF-I-KIND(WS-PRF-I) = WS-PRF-KIND AND
                   WS-PRF-I-KEY(WS-PRF-I) = WS-PRF-KEY AND
                   WS-PRF-I-C1(WS-PRF-I) = WS-PRF-C1 AND
                   WS-PRF-I-C2(WS-PRF-I) = WS-PRF-C2
                       MOVE "Y" TO WS-PRF-DUP
                   END-IF
                   ADD 1 TO WS-PRF-I
               END-PERFORM
               IF WS-PRF-DUP = "N"
                   IF WS-PRF-ITEM-COUNT < 5000
                       ADD 1 TO WS-PRF-ITEM-COUNT
                       MOVE WS-PRF-KEY TO
                           WS-PRF-I-KEY(WS-PRF-ITEM-COUNT)
                       MOVE WS-PRF-KIND TO
                           WS-PRF-I-KIND(WS-PRF-ITEM-COUNT)
                       MOVE WS-PRF-C1 TO
                           WS-PRF-I-C1(WS-PRF-ITEM-COUNT)
                       MOVE WS-PRF-C2 TO
                           WS-PRF-I-C2(WS-PRF-ITEM-COUNT)
                   ELSE
                       MOVE "Y" TO WS-PRF-ITEM-FULL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9459-ADD-CALL-ITEMS-PARA
      * Each call edge twice: a callee (E) of its caller, and a
      * caller (C) of its target. The edge kind says how - blank
      * for a plain literal CALL.
      *----------------------------------------------------------------
       9459-ADD-CALL-ITEMS-PARA.
           MOVE 1 TO WS-PRF-J
           PERFORM UNTIL WS-PRF-J > WS-CTR-EDGE-COUNT
               MOVE WS-CTR-KIND(WS-PRF-J) TO WS-PRF-C2
               IF WS-PRF-C2 = SPACE
                   MOVE "CALL" TO WS-PRF-C2
               END-IF
               MOVE "E" TO WS-PRF-KIND
               MOVE WS-CTR-FROM(WS-PRF-J) TO WS-PRF-KEY
               MOVE WS-CTR-TO(WS-PRF-J) TO WS-PRF-C1
               PERFORM 9458-ADD-PROFILE-ITEM-PARA
               MOVE "C" TO WS-PRF-KIND
               MOVE WS-CTR-TO(WS-PRF-J) TO WS-PRF-KEY
               MOVE WS-CTR-FROM(WS-PRF-J) TO WS-PRF-C1
               PERFORM 9458-ADD-PROFILE-ITEM-PARA
               ADD 1 TO WS-PRF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 9460-WRITE-ONE-PROFILE-PARA
      * Program WS-PRF-P's page of PROFILE.RPT and its HTML sheet.
      *----------------------------------------------------------------
       9460-WRITE-ONE-PROFILE-PARA.
           MOVE WS-PRF-PGM(WS-PRF-P) TO WS-TEAM-PROGRAM
           PERFORM 4080-RESOLVE-TEAM-PARA
           EVALUATE WS-PRF-SCAN-MODE(WS-PRF-P)
               WHEN "S"
                   MOVE "SKIPPED - UNCHANGED SINCE LAST FULL SCAN"
                       TO WS-PRF-SCAN-TXT
               WHEN SPACE
                   MOVE "NOT ON THE AUDIT LOG" TO WS-PRF-SCAN-TXT
               WHEN OTHER
                   MOVE "FULL SCAN" TO WS-PRF-SCAN-TXT
           END-EVALUATE

           MOVE SPACE TO LO-PRFHTML-FILE
           STRING "PROFILE_" FUNCTION TRIM(WS-PRF-PGM(WS-PRF-P))
               ".HTML" DELIMITED BY SIZE INTO LO-PRFHTML-FILE
           END-STRING
           IF WS-SHADOW-RUN = "Y"
               MOVE LO-PRFHTML-FILE TO WS-MERGE-BASE
               PERFORM 1075-PREFIX-ONE-PARA
               MOVE WS-MERGE-BASE TO LO-PRFHTML-FILE
           END-IF
           OPEN OUTPUT PRFHTMLFILE
           PERFORM 9461-WRITE-PROFILE-HEAD-PARA

           MOVE WS-PRF-PGM(WS-PRF-P) TO WS-PRF-KEY
           MOVE "J" TO WS-PRF-KIND
           MOVE "JCL - JOB / STEP THAT RUN IT" TO WS-PRF-TITLE
           MOVE "Batch job steps" TO WS-PRF-HTITLE
           MOVE "Job" TO WS-PRF-HEAD1
           MOVE "Step" TO WS-PRF-HEAD2
           IF WS-PRF-JCL-FOUND = "Y"
               MOVE "(NO JOB STEP IN THE JCL CHAIN REPORT RUNS IT)"
                   TO WS-PRF-NONE
           ELSE
               MOVE "(NO JCL CHAIN REPORT - RUN JCL MODE, THEN PROFILE)"
                   TO WS-PRF-NONE
           END-IF
           PERFORM 9462-WRITE-PROFILE-LIST-PARA

           MOVE "C" TO WS-PRF-KIND
           MOVE "CALLED BY - PROGRAM / HOW" TO WS-PRF-TITLE
           MOVE "Callers" TO WS-PRF-HTITLE
           MOVE "Program" TO WS-PRF-HEAD1
           MOVE "How" TO WS-PRF-HEAD2
           MOVE "(NO CALLER ON THE CALL MAP)" TO WS-PRF-NONE
           PERFORM 9462-WRITE-PROFILE-LIST-PARA

           MOVE "E" TO WS-PRF-KIND
           MOVE "CALLS - PROGRAM / HOW" TO WS-PRF-TITLE
           MOVE "Callees" TO WS-PRF-HTITLE
           MOVE "(CALLS NOTHING)" TO WS-PRF-NONE
           PERFORM 9462-WRITE-PROFILE-LIST-PARA

           MOVE "D" TO WS-PRF-KIND
           MOVE "DATASETS - DATASET / OPEN MODE" TO WS-PRF-TITLE
           MOVE "Datasets" TO WS-PRF-HTITLE
           MOVE "Dataset" TO WS-PRF-HEAD1
           MOVE "Mode" TO WS-PRF-HEAD2
           MOVE "(OPENS NO FILES)" TO WS-PRF-NONE
           PERFORM 9462-WRITE-PROFILE-LIST-PARA

           MOVE "T" TO WS-PRF-KIND
           MOVE "DB2 TABLES - TABLE / C R U D" TO WS-PRF-TITLE
           MOVE "DB2 tables" TO WS-PRF-HTITLE
           MOVE "Table" TO WS-PRF-HEAD1
           MOVE "C R U D" TO WS-PRF-HEAD2
           MOVE "(NO EMBEDDED SQL)" TO WS-PRF-NONE
           PERFORM 9462-WRITE-PROFILE-LIST-PARA

           MOVE WS-PRF-MEMBER(WS-PRF-P) TO WS-PRF-KEY
           MOVE "B" TO WS-PRF-KIND
           MOVE "COPYBOOKS EXPANDED - COPYBOOK / LIBRARY"
               TO WS-PRF-TITLE
           MOVE "Copybooks expanded" TO WS-PRF-HTITLE
           MOVE "Copybook" TO WS-PRF-HEAD1
           MOVE "Library" TO WS-PRF-HEAD2
           MOVE "(NO COPY OR INCLUDE)" TO WS-PRF-NONE
           PERFORM 9462-WRITE-PROFILE-LIST-PARA

           PERFORM 9463-WRITE-PROFILE-MEASURES-PARA
           PERFORM 9464-WRITE-PROFILE-FINDINGS-PARA

           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<p>Drawn " WS-SCAN-TIMESTAMP(1:8) " "
               WS-SCAN-TIMESTAMP(10:6) " from the analyzer's run "
               "reports.</p></body></html>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           CLOSE PRFHTMLFILE.

      *----------------------------------------------------------------
      * 9461-WRITE-PROFILE-HEAD-PARA
      * The page heading and identity lines on both sheets - the
      * HTML carries the dashboard's stylesheet so the pages match.
      *----------------------------------------------------------------
       9461-WRITE-PROFILE-HEAD-PARA.
      *    TWO BLANK LINES PART ONE PROGRAM'S PAGE FROM THE NEXT
           IF WS-PRF-P > 1
               MOVE SPACE TO PROFILEFILE-RECORD
               WRITE PROFILEFILE-RECORD
               WRITE PROFILEFILE-RECORD
           END-IF
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "PROGRAM PROFILE - "
               FUNCTION TRIM(WS-PRF-PGM(WS-PRF-P))
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           STRING "RUN " WS-SCAN-TIMESTAMP(1:8) " "
               WS-SCAN-TIMESTAMP(10:6)
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD(110:23)
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "MEMBER      " WS-PRF-MEMBER(WS-PRF-P)
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "OWNER       " WS-TEAM-CODE
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "LAST SCAN   " WS-PRF-STAMP(WS-PRF-P) "  "
               WS-PRF-SCAN-TXT
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD

           MOVE "<!DOCTYPE html>" TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<html><head><title>Program profile - "
               FUNCTION TRIM(WS-PRF-PGM(WS-PRF-P)) "</title><style>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           MOVE "body{font-family:sans-serif;margin:2em}"
               TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE "table{border-collapse:collapse;margin:1em 0}"
               TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE "td,th{border:1px solid #999;padding:2px 8px}"
               TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE "th{background:#eee}.err{color:#a00}"
               TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE "h2{border-bottom:1px solid #ccc}" TO
               PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE "</style></head><body>" TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<h1>Program profile - "
               FUNCTION TRIM(WS-PRF-PGM(WS-PRF-P)) "</h1>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<p><a href=DASHBOARD.HTML>Back to the dashboard"
               "</a></p>" DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           MOVE "<table>" TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<tr><th>Member</th><td>"
               FUNCTION TRIM(WS-PRF-MEMBER(WS-PRF-P)) "</td></tr>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<tr><th>Owner</th><td>"
               FUNCTION TRIM(WS-TEAM-CODE) "</td></tr>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<tr><th>Last scan</th><td>"
               WS-PRF-STAMP(WS-PRF-P) " - "
               FUNCTION TRIM(WS-PRF-SCAN-TXT) "</td></tr></table>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD.

      *----------------------------------------------------------------
      * 9462-WRITE-PROFILE-LIST-PARA
      * One list section: the kind WS-PRF-KIND entries keyed
      * WS-PRF-KEY, under WS-PRF-TITLE on the text sheet and as a
      * two-column table on the HTML one; WS-PRF-NONE when empty.
      *----------------------------------------------------------------
       9462-WRITE-PROFILE-LIST-PARA.
           MOVE SPACE TO PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE WS-PRF-TITLE TO PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<h2>" FUNCTION TRIM(WS-PRF-HTITLE) "</h2>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD

           MOVE 0 TO WS-PRF-HITS
           MOVE 1 TO WS-PRF-I
           PERFORM UNTIL WS-PRF-I > WS-PRF-ITEM-COUNT
               IF WS-PRF-I-KIND(WS-PRF-I) = WS-PRF-KIND AND
               WS-PRF-I-KEY(WS-PRF-I) = WS-PRF-KEY
                   IF WS-PRF-HITS = 0
                       MOVE SPACE TO PRFHTMLFILE-RECORD
                       STRING "<table><tr><th>"
                           FUNCTION TRIM(WS-PRF-HEAD1) "</th><th>"
                           FUNCTION TRIM(WS-PRF-HEAD2) "</th></tr>"
                           DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
                       END-STRING
                       WRITE PRFHTMLFILE-RECORD
                   END-IF
                   ADD 1 TO WS-PRF-HITS
                   MOVE SPACE TO PROFILEFILE-RECORD
                   MOVE WS-PRF-I-C1(WS-PRF-I) TO
                       PROFILEFILE-RECORD(5:44)
                   MOVE WS-PRF-I-C2(WS-PRF-I) TO
                       PROFILEFILE-RECORD(50:80)
                   WRITE PROFILEFILE-RECORD
                   MOVE SPACE TO PRFHTMLFILE-RECORD
                   STRING "<tr><td>"
                       FUNCTION TRIM(WS-PRF-I-C1(WS-PRF-I))
                       "</td><td>"
                       FUNCTION TRIM(WS-PRF-I-C2(WS-PRF-I))
                       "</td></tr>"
                       DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
                   END-STRING
                   WRITE PRFHTMLFILE-RECORD
               END-IF
               ADD 1 TO WS-PRF-I
           END-PERFORM

           IF WS-PRF-HITS = 0
               MOVE SPACE TO PROFILEFILE-RECORD
               MOVE WS-PRF-NONE TO PROFILEFILE-RECORD(5:80)
               WRITE PROFILEFILE-RECORD
               MOVE SPACE TO PRFHTMLFILE-RECORD
               STRING "<p>" FUNCTION TRIM(WS-PRF-NONE) "</p>"
                   DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
               END-STRING
               WRITE PRFHTMLFILE-RECORD
           ELSE
               MOVE "</table>" TO PRFHTMLFILE-RECORD
               WRITE PRFHTMLFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 9463-WRITE-PROFILE-MEASURES-PARA
      * Complexity (a member-level measure) and the storage
      * footprint by section.
      *----------------------------------------------------------------
       9463-WRITE-PROFILE-MEASURES-PARA.
           MOVE SPACE TO PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "COMPLEXITY - MEMBER "
               FUNCTION TRIM(WS-PRF-MEMBER(WS-PRF-P))
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<h2>Complexity (member "
               FUNCTION TRIM(WS-PRF-MEMBER(WS-PRF-P)) ")</h2>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           IF WS-PRF-MET-SEEN(WS-PRF-P) = "N"
               MOVE SPACE TO PROFILEFILE-RECORD
               MOVE "(NOT ON THE COMPLEXITY REPORT)" TO
                   PROFILEFILE-RECORD(5:80)
               WRITE PROFILEFILE-RECORD
               MOVE "<p>(NOT ON THE COMPLEXITY REPORT)</p>" TO
                   PRFHTMLFILE-RECORD
               WRITE PRFHTMLFILE-RECORD
           ELSE
               MOVE WS-PRF-PARAS(WS-PRF-P) TO WS-PRF-N1
               MOVE WS-PRF-STMTS(WS-PRF-P) TO WS-PRF-N2
               MOVE WS-PRF-GOTOS(WS-PRF-P) TO WS-PRF-N3
               MOVE WS-PRF-DEPTH(WS-PRF-P) TO WS-PRF-N4
               MOVE WS-PRF-FANOUT(WS-PRF-P) TO WS-PRF-N5
               MOVE SPACE TO PROFILEFILE-RECORD
               STRING "    PARAGRAPHS " FUNCTION TRIM(WS-PRF-N1)
                   "   STATEMENTS " FUNCTION TRIM(WS-PRF-N2)
                   "   GO TOS " FUNCTION TRIM(WS-PRF-N3)
                   "   MAX NESTING " FUNCTION TRIM(WS-PRF-N4)
                   "   FAN-OUT " FUNCTION TRIM(WS-PRF-N5)
                   DELIMITED BY SIZE INTO PROFILEFILE-RECORD
               END-STRING
               WRITE PROFILEFILE-RECORD
               MOVE SPACE TO PRFHTMLFILE-RECORD
               STRING "<table><tr><th>Paragraphs</th>"
                   "<th>Statements</th><th>GO TOs</th>"
                   "<th>Max nesting</th><th>Fan-out</th></tr>"
                   DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
               END-STRING
               WRITE PRFHTMLFILE-RECORD
               MOVE SPACE TO PRFHTMLFILE-RECORD
               STRING "<tr><td>" FUNCTION TRIM(WS-PRF-N1)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N2)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N3)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N4)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N5)
                   "</td></tr></table>"
                   DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
               END-STRING
               WRITE PRFHTMLFILE-RECORD
           END-IF

           MOVE SPACE TO PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE "STORAGE FOOTPRINT - BYTES BY SECTION" TO
               PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE WS-PRF-WS(WS-PRF-P) TO WS-PRF-N1
           MOVE WS-PRF-LS(WS-PRF-P) TO WS-PRF-N2
           MOVE WS-PRF-LK(WS-PRF-P) TO WS-PRF-N3
           MOVE WS-PRF-FD(WS-PRF-P) TO WS-PRF-N4
           MOVE WS-PRF-TOTAL(WS-PRF-P) TO WS-PRF-N5
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "    WORKING-STORAGE " FUNCTION TRIM(WS-PRF-N1)
               "   LOCAL-STORAGE " FUNCTION TRIM(WS-PRF-N2)
               "   LINKAGE " FUNCTION TRIM(WS-PRF-N3)
               "   FILE " FUNCTION TRIM(WS-PRF-N4)
               "   TOTAL " FUNCTION TRIM(WS-PRF-N5)
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE "<h2>Storage footprint (bytes)</h2>" TO
               PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<table><tr><th>Working-storage</th>"
               "<th>Local-storage</th><th>Linkage</th>"
               "<th>File</th><th>Total</th></tr>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<tr><td>" FUNCTION TRIM(WS-PRF-N1)
               "</td><td>" FUNCTION TRIM(WS-PRF-N2)
               "</td><td>" FUNCTION TRIM(WS-PRF-N3)
               "</td><td>" FUNCTION TRIM(WS-PRF-N4)
               "</td><td>" FUNCTION TRIM(WS-PRF-N5)
               "</td></tr></table>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD
           IF WS-PRF-OVER(WS-PRF-P) = "Y"
               MOVE SPACE TO PROFILEFILE-RECORD
               MOVE "*** WORKING-STORAGE OVER THE POLICY LIMIT" TO
                   PROFILEFILE-RECORD(5:80)
               WRITE PROFILEFILE-RECORD
               MOVE SPACE TO PRFHTMLFILE-RECORD
               STRING "<p class=err>Working-storage is over the "
                   "policy limit.</p>"
                   DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
               END-STRING
               WRITE PRFHTMLFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 9464-WRITE-PROFILE-FINDINGS-PARA
      * Open findings by severity, with the aging report's bands
      * beside them. The bands only add up to the open count when
      * the findings master was available to the run.
      *----------------------------------------------------------------
       9464-WRITE-PROFILE-FINDINGS-PARA.
           MOVE SPACE TO PROFILEFILE-RECORD
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "OPEN FINDINGS - BY SEVERITY, AND AGE IN DAYS SINCE "
               "FIRST SEEN" DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE SPACE TO PROFILEFILE-RECORD
           STRING "    SEVERITY       OPEN      <30    30-90"
               "   90-365     >365"
               DELIMITED BY SIZE INTO PROFILEFILE-RECORD
           END-STRING
           WRITE PROFILEFILE-RECORD
           MOVE "<h2>Open findings</h2>" TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD
           MOVE SPACE TO PRFHTMLFILE-RECORD
           STRING "<table><tr><th>Severity</th><th>Open</th>"
               "<th>Age &lt;30 days</th><th>30-90</th>"
               "<th>90-365</th><th>&gt;365</th></tr>"
               DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
           END-STRING
           WRITE PRFHTMLFILE-RECORD

           MOVE 1 TO WS-PRF-S
           PERFORM UNTIL WS-PRF-S > 3
               MOVE WS-PRF-OPEN(WS-PRF-P, WS-PRF-S) TO WS-PRF-N1
               MOVE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 1) TO WS-PRF-N2
               MOVE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 2) TO WS-PRF-N3
               MOVE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 3) TO WS-PRF-N4
               MOVE WS-PRF-AGE(WS-PRF-P, WS-PRF-S, 4) TO WS-PRF-N5
               MOVE SPACE TO PROFILEFILE-RECORD
               STRING "    " WS-PRF-SEV-NAME(WS-PRF-S) WS-PRF-N1
                   WS-PRF-N2 WS-PRF-N3 WS-PRF-N4 WS-PRF-N5
                   DELIMITED BY SIZE INTO PROFILEFILE-RECORD
               END-STRING
               WRITE PROFILEFILE-RECORD
               MOVE SPACE TO PRFHTMLFILE-RECORD
               IF WS-PRF-S = 1
                   STRING "<tr><td class=err>"
                       DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
                   END-STRING
               ELSE
                   STRING "<tr><td>"
                       DELIMITED BY SIZE INTO PRFHTMLFILE-RECORD
                   END-STRING
               END-IF
               MOVE SPACE TO WS-PRF-LINE
               STRING FUNCTION TRIM(PRFHTMLFILE-RECORD)
                   FUNCTION TRIM(WS-PRF-SEV-NAME(WS-PRF-S))
                   "</td><td>" FUNCTION TRIM(WS-PRF-N1)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N2)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N3)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N4)
                   "</td><td>" FUNCTION TRIM(WS-PRF-N5)
                   "</td></tr>"
                   DELIMITED BY SIZE INTO WS-PRF-LINE
               END-STRING
               MOVE WS-PRF-LINE TO PRFHTMLFILE-RECORD
               WRITE PRFHTMLFILE-RECORD
               ADD 1 TO WS-PRF-S
           END-PERFORM
           MOVE "</table>" TO PRFHTMLFILE-RECORD
           WRITE PRFHTMLFILE-RECORD.

      *----------------------------------------------------------------
      * 9467-FIND-PROFILE-PARA
      * WS-PRF-P is the sheet for PROGRAM-ID WS-PRF-KEY, or 0.
      *----------------------------------------------------------------
       9467-FIND-PROFILE-PARA.
           MOVE 0 TO WS-PRF-P
           MOVE 1 TO WS-PRF-J
           PERFORM UNTIL WS-PRF-J > WS-PRF-COUNT OR WS-PRF-P > 0
               IF WS-PRF-PGM(WS-PRF-J) = WS-PRF-KEY(1:30)
                   MOVE WS-PRF-J TO WS-PRF-P
               END-IF
               ADD 1 TO WS-PRF-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 9468-CLEAR-PROFILE-PARA
      * A fresh sheet WS-PRF-P for program WS-PRF-KEY of member
      * WS-PRF-C1.
      *----------------------------------------------------------------
       9468-CLEAR-PROFILE-PARA.
           INITIALIZE WS-PRF-ENTRY(WS-PRF-P)
           MOVE WS-PRF-KEY TO WS-PRF-PGM(WS-PRF-P)
           MOVE WS-PRF-C1 TO WS-PRF-MEMBER(WS-PRF-P)
           MOVE "N" TO WS-PRF-OVER(WS-PRF-P)
           MOVE "N" TO WS-PRF-MET-SEEN(WS-PRF-P).

      *----------------------------------------------------------------
      * 9469-SEVERITY-INDEX-PARA
      * WS-PRF-S is the sheet row for severity WS-PRF-W1 - anything
      * not ERROR or INFO counts with the warnings, as on the
      * dashboard.
      *----------------------------------------------------------------
       9469-SEVERITY-INDEX-PARA.
           EVALUATE FUNCTION TRIM(WS-PRF-W1)
               WHEN "ERROR"
                   MOVE 1 TO WS-PRF-S
               WHEN "INFO"
                   MOVE 3 TO WS-PRF-S
               WHEN OTHER
                   MOVE 2 TO WS-PRF-S
           END-EVALUATE.

      *----------------------------------------------------------------
      * 9500-CHECK-CALL-CONTRACTS-PARA
      * Cross-checks every static call site captured this run
      * against the called program's own parameter list, when that
      * program was scanned in the same run: an argument-count
      * mismatch, or a caller passing a field smaller than the
      * callee's linkage item (the one that corrupts whatever sits
      * next to it at run time), is annotated on the call map and
      * exported with the other findings. Targets never scanned
      * stay unchecked.
      *----------------------------------------------------------------
       9500-CHECK-CALL-CONTRACTS-PARA.
           MOVE 1 TO WS-CC-I
           PERFORM UNTIL WS-CC-I > WS-CALLS-COUNT
               MOVE 0 TO WS-CC-ROW
               MOVE 1 TO WS-CC-J
               PERFORM UNTIL WS-CC-J > WS-PARMS-COUNT OR
               WS-CC-ROW > 0
                   IF WS-PARM-PROGRAM(WS-CC-J) =
                   WS-CALL-TGT(WS-CC-I)
                       MOVE WS-CC-J TO WS-CC-ROW
                   END-IF
                   ADD 1 TO WS-CC-J
               END-PERFORM

               IF WS-CC-ROW > 0
                   IF WS-CALL-NARGS(WS-CC-I) <>
                   WS-PARM-NPARMS(WS-CC-ROW)
                       MOVE "ARGUMENT COUNT MISMATCH" TO WS-MESSAGE
                       PERFORM 9510-WRITE-CONTRACT-FINDING-PARA
                   ELSE
                       MOVE 1 TO WS-CC-K
                       PERFORM UNTIL WS-CC-K >
                       WS-CALL-NARGS(WS-CC-I)
                           IF WS-CALL-ARG-BYTES(WS-CC-I, WS-CC-K)
                           > 0 AND
                           WS-PARM-BYTES(WS-CC-ROW, WS-CC-K) > 0
                           AND
                           WS-CALL-ARG-BYTES(WS-CC-I, WS-CC-K) <
                           WS-PARM-BYTES(WS-CC-ROW, WS-CC-K)
                               MOVE SPACE TO WS-MESSAGE
                               STRING "ARGUMENT " WS-CC-K
                                   " SMALLER THAN LINKAGE PARAMETER"
                                   DELIMITED BY SIZE INTO WS-MESSAGE
                               END-STRING
                               PERFORM
                                   9510-WRITE-CONTRACT-FINDING-PARA
                           END-IF
                           ADD 1 TO WS-CC-K
                       END-PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-CC-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 9510-WRITE-CONTRACT-FINDING-PARA
      * One contract violation: an annotation line on the call map
      * (still open here) and a record in the consolidated export,
      * counted toward the RETURN-CODE gate like any other warning.
      * The per-member reports are closed by now, so these two
      * outputs carry it.
      *----------------------------------------------------------------
       9510-WRITE-CONTRACT-FINDING-PARA.
      *    POST IT INTO THE FINDINGS MASTER TOO - A LIBFAST NIGHT
      *    THAT SKIPS THE UNCHANGED CALLER STILL HAS TO REUSE AND
      *    GATE THIS FINDING LIKE ANY OTHER
           MOVE WS-CALL-CALLER(WS-CC-I) TO WS-CURRENT-PROGRAM
           MOVE WS-CALL-LINE(WS-CC-I) TO WS-FIND-LINE-NUM
           MOVE WS-CALL-TGT(WS-CC-I) TO WS-FIELD-TAG
           MOVE "CALL-CONTRACT" TO WS-CHECK-ID
           MOVE SPACE TO WS-SEVERITY
           PERFORM 4050-RESOLVE-SEVERITY-PARA
           IF WS-SEVERITY = SPACE
               MOVE "WARNING" TO WS-SEVERITY
           END-IF
           PERFORM 4100-POST-MASTER-PARA

           MOVE SPACE TO CALLMAPFILE-RECORD
           STRING "*** " FUNCTION TRIM(WS-CALL-CALLER(WS-CC-I))
               " -> " FUNCTION TRIM(WS-CALL-TGT(WS-CC-I))
               " LINE " WS-CALL-LINE(WS-CC-I) " "
               FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
               INTO CALLMAPFILE-RECORD
           END-STRING
           WRITE CALLMAPFILE-RECORD

           MOVE SPACE TO CONSOLFILE-RECORD
           MOVE WS-CALL-MEMBER(WS-CC-I) TO CF-MEMBER
           MOVE WS-CALL-CALLER(WS-CC-I) TO CF-PROGRAM
           MOVE WS-CALL-LINE(WS-CC-I) TO CF-LINE
           MOVE "CALL-CONTRACT" TO CF-CHECK
           MOVE WS-SEVERITY TO CF-SEVERITY
           MOVE WS-CALL-TGT(WS-CC-I) TO CF-FIELD
           MOVE WS-MESSAGE TO CF-MESSAGE
           MOVE WS-CALL-CALLER(WS-CC-I) TO WS-TEAM-PROGRAM
           PERFORM 4080-RESOLVE-TEAM-PARA
           MOVE WS-TEAM-CODE TO CF-TEAM
           MOVE "|" TO CF-D1 CF-D2 CF-D3 CF-D4 CF-D5 CF-D6 CF-D7
           PERFORM 4225-FILL-CONSOL-CATALOG-PARA
           WRITE CONSOLFILE-RECORD
           PERFORM 4210-POST-TEAM-PARA

           ADD 1 TO WS-FINDING-COUNT
           EVALUATE WS-SEVERITY
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE
           MOVE SPACE TO WS-MESSAGE
           MOVE SPACE TO WS-SEVERITY
           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-FIELD-TAG
           MOVE 0 TO WS-FIND-LINE-NUM.

      *----------------------------------------------------------------
      * 9520-CHECK-COMMAREA-CONTRACTS-PARA
      * The CICS side of 9500: every LINK/XCTL to a literal program
      * captured this run. A LENGTH literal that is not the COMMAREA
      * field's true byte size is wrong whatever the target; when
      * the target was scanned in the same run, a COMMAREA whose
      * size differs from the target's DFHCOMMAREA is flagged, and
      * so (once per target) is a target that uses DFHCOMMAREA
      * without ever testing EIBCALEN. Targets never scanned stay
      * unchecked, as for CALL.
      *----------------------------------------------------------------
       9520-CHECK-COMMAREA-CONTRACTS-PARA.
           MOVE 1 TO WS-CCA-I
           PERFORM UNTIL WS-CCA-I > WS-CCA-COUNT
               MOVE WS-CCA-CALLER(WS-CCA-I) TO WS-CCA-F-PROGRAM
               MOVE WS-CCA-MEMBER(WS-CCA-I) TO WS-CCA-F-MEMBER
               MOVE WS-CCA-LINE(WS-CCA-I) TO WS-CCA-F-LINE
               MOVE WS-CCA-AREA(WS-CCA-I) TO WS-CCA-F-FIELD

               IF WS-CCA-LEN-SW(WS-CCA-I) = "Y" AND
               WS-CCA-BYTES(WS-CCA-I) > 0 AND
               WS-CCA-LEN(WS-CCA-I) <> WS-CCA-BYTES(WS-CCA-I)
                   MOVE WS-CCA-LEN(WS-CCA-I) TO WS-CCA-N1
                   MOVE WS-CCA-BYTES(WS-CCA-I) TO WS-CCA-N2
                   MOVE SPACE TO WS-MESSAGE
                   STRING FUNCTION TRIM(WS-CCA-CMD(WS-CCA-I))
                       " LENGTH(" FUNCTION TRIM(WS-CCA-N1)
                       ") BUT COMMAREA "
                       FUNCTION TRIM(WS-CCA-AREA(WS-CCA-I)) " IS "
                       FUNCTION TRIM(WS-CCA-N2) " BYTES"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   MOVE "COMMAREA-LENGTH" TO WS-CHECK-ID
                   PERFORM 9525-WRITE-COMMAREA-FINDING-PARA
               END-IF

               MOVE 0 TO WS-CCA-ROW
               MOVE 1 TO WS-CCA-J
               PERFORM UNTIL WS-CCA-J > WS-CCT-COUNT OR
               WS-CCA-ROW > 0
                   IF WS-CCT-PROGRAM(WS-CCA-J) = WS-CCA-TGT(WS-CCA-I)
                       MOVE WS-CCA-J TO WS-CCA-ROW
                   END-IF
                   ADD 1 TO WS-CCA-J
               END-PERFORM

               IF WS-CCA-ROW > 0
                   IF WS-CCA-BYTES(WS-CCA-I) > 0 AND
                   WS-CCA-BYTES(WS-CCA-I) <> WS-CCT-BYTES(WS-CCA-ROW)
                       MOVE WS-CCA-BYTES(WS-CCA-I) TO WS-CCA-N1
                       MOVE WS-CCT-BYTES(WS-CCA-ROW) TO WS-CCA-N2
                       MOVE SPACE TO WS-MESSAGE
                       STRING FUNCTION TRIM(WS-CCA-CMD(WS-CCA-I))
                           " COMMAREA IS " FUNCTION TRIM(WS-CCA-N1)
                           " BYTES, "
                           FUNCTION TRIM(WS-CCA-TGT(WS-CCA-I))
                           " DFHCOMMAREA IS " FUNCTION TRIM(WS-CCA-N2)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                       MOVE "COMMAREA-SIZE" TO WS-CHECK-ID
                       PERFORM 9525-WRITE-COMMAREA-FINDING-PARA
                   END-IF

                   IF WS-CCT-REF-LINE(WS-CCA-ROW) > 0 AND
                   WS-CCT-EIB(WS-CCA-ROW) = "N" AND
                   WS-CCT-DONE(WS-CCA-ROW) = "N"
                       MOVE "Y" TO WS-CCT-DONE(WS-CCA-ROW)
                       MOVE WS-CCT-PROGRAM(WS-CCA-ROW) TO
                           WS-CCA-F-PROGRAM
                       MOVE WS-CCT-MEMBER(WS-CCA-ROW) TO
                           WS-CCA-F-MEMBER
                       MOVE WS-CCT-REF-LINE(WS-CCA-ROW) TO
                           WS-CCA-F-LINE
                       MOVE "DFHCOMMAREA" TO WS-CCA-F-FIELD
                       MOVE SPACE TO WS-MESSAGE
                       STRING "DFHCOMMAREA USED WITH NO EIBCALEN "
                           "TEST - "
                           FUNCTION TRIM(WS-CCA-CMD(WS-CCA-I))
                           " FROM "
                           FUNCTION TRIM(WS-CCA-CALLER(WS-CCA-I))
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                       MOVE "COMMAREA-EIBCALEN" TO WS-CHECK-ID
                       PERFORM 9525-WRITE-COMMAREA-FINDING-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-CCA-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 9525-WRITE-COMMAREA-FINDING-PARA
      * One COMMAREA contract violation, written the way 9510 writes
      * a CALL one: into the findings master, an annotation on the
      * call map and a record in the consolidated export, counted
      * toward the RETURN-CODE gate.
      *----------------------------------------------------------------
       9525-WRITE-COMMAREA-FINDING-PARA.
           MOVE WS-CCA-F-PROGRAM TO WS-CURRENT-PROGRAM
           MOVE WS-CCA-F-LINE TO WS-FIND-LINE-NUM
           MOVE WS-CCA-F-FIELD TO WS-FIELD-TAG
           MOVE SPACE TO WS-SEVERITY
           PERFORM 4050-RESOLVE-SEVERITY-PARA
           IF WS-SEVERITY = SPACE
               MOVE "WARNING" TO WS-SEVERITY
           END-IF
           PERFORM 4100-POST-MASTER-PARA

           MOVE WS-CCA-F-LINE TO WS-CCA-N3
           MOVE SPACE TO CALLMAPFILE-RECORD
           STRING "*** " FUNCTION TRIM(WS-CCA-F-PROGRAM)
               " LINE " FUNCTION TRIM(WS-CCA-N3) " "
               FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
               INTO CALLMAPFILE-RECORD
           END-STRING
           WRITE CALLMAPFILE-RECORD

           MOVE SPACE TO CONSOLFILE-RECORD
           MOVE WS-CCA-F-MEMBER TO CF-MEMBER
           MOVE WS-CCA-F-PROGRAM TO CF-PROGRAM
           MOVE WS-CCA-F-LINE TO CF-LINE
           MOVE WS-CHECK-ID TO CF-CHECK
           MOVE WS-SEVERITY TO CF-SEVERITY
           MOVE WS-CCA-F-FIELD TO CF-FIELD
           MOVE WS-MESSAGE TO CF-MESSAGE
           MOVE WS-CCA-F-PROGRAM TO WS-TEAM-PROGRAM
           PERFORM 4080-RESOLVE-TEAM-PARA
           MOVE WS-TEAM-CODE TO CF-TEAM
           MOVE "|" TO CF-D1 CF-D2 CF-D3 CF-D4 CF-D5 CF-D6 CF-D7
           PERFORM 4225-FILL-CONSOL-CATALOG-PARA
           WRITE CONSOLFILE-RECORD
           PERFORM 4210-POST-TEAM-PARA

           ADD 1 TO WS-FINDING-COUNT
           EVALUATE WS-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "INFO"
                   ADD 1 TO WS-INFO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE
           MOVE SPACE TO WS-MESSAGE
           MOVE SPACE TO WS-SEVERITY
           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-FIELD-TAG
           MOVE 0 TO WS-FIND-LINE-NUM.

      *----------------------------------------------------------------
      * 9050-WRITE-SUMMARY-COUNTS-PARA
      * A sharded stream also writes its raw summary counters, one
      * per line in the order 2650 folds them, so the merge step
      * recombines exact numbers instead of parsing report prose.
      *----------------------------------------------------------------
       9050-WRITE-SUMMARY-COUNTS-PARA.
           MOVE SPACE TO LO-SUMCNT-FILE
           STRING "SUMMARY.CNT." FUNCTION TRIM(WS-STREAM-ARG)
               DELIMITED BY SIZE INTO LO-SUMCNT-FILE
           END-STRING
           OPEN OUTPUT SUMCNTFILE
           MOVE WK-SUM-FIELD-COUNT TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-TYPE-9 TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-TYPE-X TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-TYPE-A TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-TYPE-EDIT TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-USAGE-DISPLAY TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-USAGE-COMP TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-USAGE-COMP3 TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-USAGE-OTHER TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-BUCKET-1-4 TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-BUCKET-5-9 TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-BUCKET-10-18 TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           MOVE WK-SUM-BUCKET-19-UP TO SUMCNTFILE-RECORD
           WRITE SUMCNTFILE-RECORD
           CLOSE SUMCNTFILE.

      *----------------------------------------------------------------
      * 9400-WRITE-FPCAT-PARA
      * Rewrites the fingerprint catalog with every member this run
      * scanned or skipped, for the next LIBFAST run to compare.
      *----------------------------------------------------------------
       9400-WRITE-FPCAT-PARA.
           IF WS-FPCAT-COUNT = 0
               CONTINUE
           ELSE
               OPEN OUTPUT FPCATFILE
               MOVE 1 TO WS-FPC-IDX
               PERFORM UNTIL WS-FPC-IDX > WS-FPCAT-COUNT
                   MOVE SPACE TO FPCATFILE-RECORD
                   MOVE WS-FPC-MEMBER(WS-FPC-IDX) TO FP-MEMBER
                   MOVE WS-FPC-CHECKSUM(WS-FPC-IDX) TO FP-CHECKSUM
                   MOVE WS-FPC-LINES(WS-FPC-IDX) TO FP-LINES
                   MOVE WS-FPC-STAMP(WS-FPC-IDX) TO FP-STAMP
                   MOVE "|" TO FP-D1 FP-D2 FP-D3
                   WRITE FPCATFILE-RECORD
                   ADD 1 TO WS-FPC-IDX
               END-PERFORM
               CLOSE FPCATFILE
           END-IF.

      *----------------------------------------------------------------
      * 9420-WRITE-PIIMAP-PARA
      * The sensitive-data map: every dataset and table a classified
      * value is written to, with the programs and fields that put
      * it there, then the same rows by program with DISPLAY and
      * CALL sinks included. Only written when PII.CFG is present.
      *----------------------------------------------------------------
       9420-WRITE-PIIMAP-PARA.
           IF WS-PII-PAT-COUNT = 0
               GO TO 9420-EXIT
           END-IF

           OPEN OUTPUT PIIMAPFILE
           MOVE SPACE TO PIIMAPFILE-RECORD
           MOVE "SENSITIVE-DATA MAP - WHERE CLASSIFIED FIELDS GO"
               TO PIIMAPFILE-RECORD
           WRITE PIIMAPFILE-RECORD
           MOVE SPACE TO PIIMAPFILE-RECORD
           WRITE PIIMAPFILE-RECORD
           MOVE "BY DATASET / TABLE - PROGRAM / FIELD / CLASS / LINE"
               TO PIIMAPFILE-RECORD
           WRITE PIIMAPFILE-RECORD

           MOVE 1 TO WS-PII-I
           PERFORM UNTIL WS-PII-I > WS-PII-SINK-COUNT
               IF WS-PII-SK-KIND(WS-PII-I) = "DATASET" OR
               WS-PII-SK-KIND(WS-PII-I) = "SQL"
                   MOVE "N" TO WS-PII-SEEN
                   MOVE 1 TO WS-PII-J
                   PERFORM UNTIL WS-PII-J >= WS-PII-I OR
                   WS-PII-SEEN = "Y"
                       IF WS-PII-SK-KIND(WS-PII-J) =
                       WS-PII-SK-KIND(WS-PII-I) AND
                       WS-PII-SK-OBJECT(WS-PII-J) =
                       WS-PII-SK-OBJECT(WS-PII-I)
                           MOVE "Y" TO WS-PII-SEEN
                       END-IF
                       ADD 1 TO WS-PII-J
                   END-PERFORM
                   IF WS-PII-SEEN = "N"
                       PERFORM 9422-WRITE-PII-OBJECT-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-PII-I
           END-PERFORM

           MOVE SPACE TO PIIMAPFILE-RECORD
           WRITE PIIMAPFILE-RECORD
           MOVE "BY PROGRAM - SINK / DATASET-TABLE-TARGET / FIELD"
               TO PIIMAPFILE-RECORD
           WRITE PIIMAPFILE-RECORD

           MOVE 1 TO WS-PII-I
           PERFORM UNTIL WS-PII-I > WS-PII-SINK-COUNT
               MOVE "N" TO WS-PII-SEEN
               MOVE 1 TO WS-PII-J
               PERFORM UNTIL WS-PII-J >= WS-PII-I OR
               WS-PII-SEEN = "Y"
                   IF WS-PII-SK-PROGRAM(WS-PII-J) =
                   WS-PII-SK-PROGRAM(WS-PII-I)
                       MOVE "Y" TO WS-PII-SEEN
                   END-IF
                   ADD 1 TO WS-PII-J
               END-PERFORM
               IF WS-PII-SEEN = "N"
                   PERFORM 9424-WRITE-PII-PROGRAM-PARA
               END-IF
               ADD 1 TO WS-PII-I
           END-PERFORM

           IF WS-PII-SINK-COUNT = 0
               MOVE SPACE TO PIIMAPFILE-RECORD
               MOVE "  (NO CLASSIFIED FIELD REACHES A FILE OR SYSOUT)"
                   TO PIIMAPFILE-RECORD
               WRITE PIIMAPFILE-RECORD
           END-IF

           MOVE SPACE TO PIIMAPFILE-RECORD
           WRITE PIIMAPFILE-RECORD
           MOVE WS-PII-FIELD-COUNT TO WS-PII-N1
           MOVE WS-PII-PROP-COUNT TO WS-PII-N2
           MOVE WS-PII-SINK-COUNT TO WS-PII-N3
           MOVE SPACE TO PIIMAPFILE-RECORD
           STRING "FIELDS CLASSIFIED " FUNCTION TRIM(WS-PII-N1)
               ", CARRYING BY ASSIGNMENT " FUNCTION TRIM(WS-PII-N2)
               ", SINK ROWS " FUNCTION TRIM(WS-PII-N3)
               DELIMITED BY SIZE INTO PIIMAPFILE-RECORD
           END-STRING
           WRITE PIIMAPFILE-RECORD
           CLOSE PIIMAPFILE.

       9420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9422-WRITE-PII-OBJECT-PARA
      * One dataset or table (first seen at sink row WS-PII-I) and
      * every row that reaches it.
      *----------------------------------------------------------------
       9422-WRITE-PII-OBJECT-PARA.
           MOVE SPACE TO PIIMAPFILE-RECORD
           STRING "  " WS-PII-SK-KIND(WS-PII-I) " "
               FUNCTION TRIM(WS-PII-SK-OBJECT(WS-PII-I))
               DELIMITED BY SIZE INTO PIIMAPFILE-RECORD
           END-STRING
           WRITE PIIMAPFILE-RECORD

           MOVE WS-PII-I TO WS-PII-J
           PERFORM UNTIL WS-PII-J > WS-PII-SINK-COUNT
               IF WS-PII-SK-KIND(WS-PII-J) = WS-PII-SK-KIND(WS-PII-I)
               AND WS-PII-SK-OBJECT(WS-PII-J) =
               WS-PII-SK-OBJECT(WS-PII-I)
                   MOVE SPACE TO PIIMAPFILE-RECORD
                   STRING "      " WS-PII-SK-PROGRAM(WS-PII-J) " "
                       WS-PII-SK-FIELD(WS-PII-J) " "
                       WS-PII-SK-CLASS(WS-PII-J) " LINE "
                       WS-PII-SK-LINE(WS-PII-J)
                       DELIMITED BY SIZE INTO PIIMAPFILE-RECORD
                   END-STRING
                   WRITE PIIMAPFILE-RECORD
               END-IF
               ADD 1 TO WS-PII-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 9424-WRITE-PII-PROGRAM-PARA
      * One program (first seen at sink row WS-PII-I) and all of
      * its sink rows.
      *----------------------------------------------------------------
       9424-WRITE-PII-PROGRAM-PARA.
           MOVE SPACE TO PIIMAPFILE-RECORD
           STRING "  " FUNCTION TRIM(WS-PII-SK-PROGRAM(WS-PII-I))
               DELIMITED BY SIZE INTO PIIMAPFILE-RECORD
           END-STRING
           WRITE PIIMAPFILE-RECORD

           MOVE WS-PII-I TO WS-PII-J
           PERFORM UNTIL WS-PII-J > WS-PII-SINK-COUNT
               IF WS-PII-SK-PROGRAM(WS-PII-J) =
               WS-PII-SK-PROGRAM(WS-PII-I)
                   MOVE SPACE TO PIIMAPFILE-RECORD
                   STRING "      " WS-PII-SK-KIND(WS-PII-J) " "
                       WS-PII-SK-OBJECT(WS-PII-J)(1:30) " "
                       WS-PII-SK-FIELD(WS-PII-J) " "
                       WS-PII-SK-CLASS(WS-PII-J) " LINE "
                       WS-PII-SK-LINE(WS-PII-J)
                       DELIMITED BY SIZE INTO PIIMAPFILE-RECORD
                   END-STRING
                   WRITE PIIMAPFILE-RECORD
               END-IF
               ADD 1 TO WS-PII-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 9430-WRITE-CALLGRAPH-PARA
      * The library-wide call graph in CALLGRAPH.DOT, read back off
      * the call map this run just closed: one node per program, one
      * cluster per owning team (OWNERS.CFG, UNOWNED when no pattern
      * matches), one edge per distinct caller/target pair. CICS
      * LINK/XCTL edges are dashed; a CALL by variable goes to a
      * dotted node of its own, since the real target is only known
      * at run time.
      *----------------------------------------------------------------
       9430-WRITE-CALLGRAPH-PARA.
           MOVE LO-CALLMAP-FILE TO LO-MERGEIN-FILE
           PERFORM 2962-LOAD-CALL-EDGES-PARA THRU 2962-EXIT
           MOVE LO-CALLGRAPH-FILE TO LO-DOT-FILE

           MOVE 0 TO WS-CGR-NODE-COUNT
           MOVE 0 TO WS-CGR-TEAM-COUNT
           MOVE 1 TO WS-CTR-E
           PERFORM UNTIL WS-CTR-E > WS-CTR-EDGE-COUNT
               MOVE WS-CTR-FROM(WS-CTR-E) TO WS-CTR-NAME
               PERFORM 9432-ADD-GRAPH-NODE-PARA
               PERFORM 9436-CHECK-DYNAMIC-PARA
               IF WS-CGR-DYN = 0
                   MOVE WS-CTR-TO(WS-CTR-E) TO WS-CTR-NAME
                   PERFORM 9432-ADD-GRAPH-NODE-PARA
               END-IF
               ADD 1 TO WS-CTR-E
           END-PERFORM

           OPEN OUTPUT DOTFILE
           MOVE "digraph ""CALLGRAPH"" {" TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD
           MOVE "  rankdir=LR;" TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD
           MOVE "  node [shape=box, fontname=""Courier""];"
               TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD

           MOVE 1 TO WS-CGR-T
           PERFORM UNTIL WS-CGR-T > WS-CGR-TEAM-COUNT
               MOVE WS-CGR-T TO WS-DOT-N
               MOVE SPACE TO DOTFILE-RECORD
               STRING "  subgraph ""cluster_" FUNCTION TRIM(WS-DOT-N)
                   """ {" DELIMITED BY SIZE INTO DOTFILE-RECORD
               END-STRING
               WRITE DOTFILE-RECORD
               MOVE SPACE TO DOTFILE-RECORD
               STRING "    label=""TEAM "
                   FUNCTION TRIM(WS-CGR-TEAM(WS-CGR-T)) """;"
                   DELIMITED BY SIZE INTO DOTFILE-RECORD
               END-STRING
               WRITE DOTFILE-RECORD
               MOVE 1 TO WS-CGR-I
               PERFORM UNTIL WS-CGR-I > WS-CGR-NODE-COUNT
                   IF WS-CGR-NODE-TEAM(WS-CGR-I) =
                   WS-CGR-TEAM(WS-CGR-T)
                       MOVE SPACE TO DOTFILE-RECORD
                       STRING "    """
                           FUNCTION TRIM(WS-CGR-NODE-NAME(WS-CGR-I))
                           """;" DELIMITED BY SIZE
                           INTO DOTFILE-RECORD
                       END-STRING
                       WRITE DOTFILE-RECORD
                   END-IF
                   ADD 1 TO WS-CGR-I
               END-PERFORM
               MOVE "  }" TO DOTFILE-RECORD
               WRITE DOTFILE-RECORD
               ADD 1 TO WS-CGR-T
           END-PERFORM

           MOVE 1 TO WS-CTR-E
           PERFORM UNTIL WS-CTR-E > WS-CTR-EDGE-COUNT
               PERFORM 9434-WRITE-GRAPH-EDGE-PARA
               ADD 1 TO WS-CTR-E
           END-PERFORM

           MOVE "}" TO DOTFILE-RECORD
           WRITE DOTFILE-RECORD
           CLOSE DOTFILE.

      *----------------------------------------------------------------
      * 9432-ADD-GRAPH-NODE-PARA
      * WS-CTR-NAME onto the node table once, with the team that
      * owns it (a new team opens a new cluster).
      *----------------------------------------------------------------
       9432-ADD-GRAPH-NODE-PARA.
           MOVE 1 TO WS-CGR-I
           PERFORM UNTIL WS-CGR-I > WS-CGR-NODE-COUNT
               IF WS-CGR-NODE-NAME(WS-CGR-I) = WS-CTR-NAME
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CGR-I
           END-PERFORM
           IF WS-CGR-I > WS-CGR-NODE-COUNT AND
           WS-CGR-NODE-COUNT < 1000
               MOVE WS-CTR-NAME TO WS-TEAM-PROGRAM
               PERFORM 4080-RESOLVE-TEAM-PARA
               ADD 1 TO WS-CGR-NODE-COUNT
               MOVE WS-CTR-NAME TO WS-CGR-NODE-NAME(WS-CGR-NODE-COUNT)
               MOVE WS-TEAM-CODE TO
                   WS-CGR-NODE-TEAM(WS-CGR-NODE-COUNT)

               MOVE 1 TO WS-CGR-T
               PERFORM UNTIL WS-CGR-T > WS-CGR-TEAM-COUNT
                   IF WS-CGR-TEAM(WS-CGR-T) = WS-TEAM-CODE
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-CGR-T
               END-PERFORM
               IF WS-CGR-T > WS-CGR-TEAM-COUNT AND
               WS-CGR-TEAM-COUNT < 100
                   ADD 1 TO WS-CGR-TEAM-COUNT
                   MOVE WS-TEAM-CODE TO WS-CGR-TEAM(WS-CGR-TEAM-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9434-WRITE-GRAPH-EDGE-PARA
      * Edge WS-CTR-E, styled by how the call is made.
      *----------------------------------------------------------------
       9434-WRITE-GRAPH-EDGE-PARA.
           PERFORM 9436-CHECK-DYNAMIC-PARA
           MOVE SPACE TO DOTFILE-RECORD
           EVALUATE TRUE
               WHEN WS-CGR-DYN > 0
                   STRING "  """ FUNCTION TRIM(WS-CTR-TO(WS-CTR-E))
                       " (DYNAMIC)"" [shape=ellipse, style=dotted];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
                   WRITE DOTFILE-RECORD
                   MOVE SPACE TO DOTFILE-RECORD
                   STRING "  """ FUNCTION TRIM(WS-CTR-FROM(WS-CTR-E))
                       """ -> """ FUNCTION TRIM(WS-CTR-TO(WS-CTR-E))
                       " (DYNAMIC)"" [style=dotted];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
               WHEN WS-CTR-KIND(WS-CTR-E) (1:5) = "CICS "
                   STRING "  """ FUNCTION TRIM(WS-CTR-FROM(WS-CTR-E))
                       """ -> """ FUNCTION TRIM(WS-CTR-TO(WS-CTR-E))
                       """ [style=dashed, label="""
                       FUNCTION TRIM(WS-CTR-KIND(WS-CTR-E)) """];"
                       DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "  """ FUNCTION TRIM(WS-CTR-FROM(WS-CTR-E))
                       """ -> """ FUNCTION TRIM(WS-CTR-TO(WS-CTR-E))
                       """;" DELIMITED BY SIZE INTO DOTFILE-RECORD
                   END-STRING
           END-EVALUATE
           WRITE DOTFILE-RECORD.

      *----------------------------------------------------------------
      * 9436-CHECK-DYNAMIC-PARA
      * WS-CGR-DYN > 0 when edge WS-CTR-E is a CALL or CICS LINK/
      * XCTL by variable - its target is a data name, not a program.
      *----------------------------------------------------------------
       9436-CHECK-DYNAMIC-PARA.
           MOVE 0 TO WS-CGR-DYN
           INSPECT WS-CTR-KIND(WS-CTR-E) TALLYING WS-CGR-DYN
               FOR ALL "BY VARIABLE".

      *----------------------------------------------------------------
      * 9440-WRITE-PREVIEW-PARA
      * The shadow run's answer to "what would tomorrow's nightly do
      * to the master": findings it raised that the master has never
      * seen (they would be raised), and master findings of programs
      * it re-examined that it no longer raises (they would
      * disappear as FIXED) - totalled by check id and by program,
      * then listed program by program. The master is only read.
      *----------------------------------------------------------------
       9440-WRITE-PREVIEW-PARA.
      *    MASTER ROWS OF RE-EXAMINED PROGRAMS NOT RAISED AGAIN -
      *    EXACTLY WHAT 9100 WOULD CALL FIXED AND DELETE
           IF WK-FINDMAST-OK = "Y"
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
                   PERFORM 9441-CHECK-GONE-PARA
               END-PERFORM
           END-IF

           MOVE 0 TO WS-SHD-NEW-TOTAL
           MOVE 0 TO WS-SHD-SAME-TOTAL
           MOVE 0 TO WS-SHD-GONE-TOTAL
           MOVE 0 TO WS-SHD-CHK-COUNT
           MOVE 0 TO WS-SHD-PGM-COUNT
           MOVE 1 TO WS-SHD-I
           PERFORM UNTIL WS-SHD-I > WS-SHD-COUNT
               PERFORM 9442-TALLY-SHADOW-PARA
               ADD 1 TO WS-SHD-I
           END-PERFORM

           OPEN OUTPUT PREVIEWFILE
           MOVE SPACE TO PREVIEWFILE-RECORD
           STRING "SHADOW RUN PREVIEW - RUN "
               FUNCTION TRIM(WS-SCAN-TIMESTAMP)
               " - OUTPUTS PREFIXED " FUNCTION TRIM(WS-SHD-PREFIX)
               DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
           END-STRING
           WRITE PREVIEWFILE-RECORD
           MOVE SPACE TO PREVIEWFILE-RECORD
           STRING "COMPARED WITH FINDINGS MASTER "
               FUNCTION TRIM(LO-FINDMAST-FILE)
               DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
           END-STRING
           WRITE PREVIEWFILE-RECORD
           IF WK-FINDMAST-OK = "N"
               MOVE SPACE TO PREVIEWFILE-RECORD
               MOVE "*** MASTER UNAVAILABLE - ALL FINDINGS COUNT AS NEW"
                   TO PREVIEWFILE-RECORD
               WRITE PREVIEWFILE-RECORD
           END-IF
           IF WS-SHD-OVFL = "Y"
               MOVE SPACE TO PREVIEWFILE-RECORD
               MOVE
               "*** MORE THAN 5000 FINDINGS - PREVIEW IS INCOMPLETE"
                   TO PREVIEWFILE-RECORD
               WRITE PREVIEWFILE-RECORD
           END-IF
           MOVE SPACE TO PREVIEWFILE-RECORD
           WRITE PREVIEWFILE-RECORD

           MOVE SPACE TO PREVIEWFILE-RECORD
           MOVE "BY CHECK ID                 WOULD RAISE  WOULD DROP"
               TO PREVIEWFILE-RECORD
           WRITE PREVIEWFILE-RECORD
           IF WS-SHD-CHK-COUNT = 0
               MOVE "    (NO CHANGE)" TO PREVIEWFILE-RECORD
               WRITE PREVIEWFILE-RECORD
           END-IF
           MOVE 1 TO WS-SHD-J
           PERFORM UNTIL WS-SHD-J > WS-SHD-CHK-COUNT
               MOVE WS-SHD-CHK-NEW(WS-SHD-J) TO WS-SHD-N1
               MOVE WS-SHD-CHK-GONE(WS-SHD-J) TO WS-SHD-N2
               MOVE SPACE TO PREVIEWFILE-RECORD
               STRING "    " WS-SHD-CHK-ID(WS-SHD-J) "          "
                   WS-SHD-N1 "       " WS-SHD-N2
                   DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
               END-STRING
               WRITE PREVIEWFILE-RECORD
               ADD 1 TO WS-SHD-J
           END-PERFORM
           MOVE SPACE TO PREVIEWFILE-RECORD
           WRITE PREVIEWFILE-RECORD

           MOVE "BY PROGRAM                  WOULD RAISE  WOULD DROP"
               TO PREVIEWFILE-RECORD
           WRITE PREVIEWFILE-RECORD
           IF WS-SHD-PGM-COUNT = 0
               MOVE "    (NO CHANGE)" TO PREVIEWFILE-RECORD
               WRITE PREVIEWFILE-RECORD
           END-IF
           MOVE 1 TO WS-SHD-J
           PERFORM UNTIL WS-SHD-J > WS-SHD-PGM-COUNT
               MOVE WS-SHD-PGM-NEW(WS-SHD-J) TO WS-SHD-N1
               MOVE WS-SHD-PGM-GONE(WS-SHD-J) TO WS-SHD-N2
               MOVE SPACE TO PREVIEWFILE-RECORD
               STRING "    " WS-SHD-PGM-NAME(WS-SHD-J)
                   WS-SHD-N1 "       " WS-SHD-N2
                   DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
               END-STRING
               WRITE PREVIEWFILE-RECORD
               ADD 1 TO WS-SHD-J
           END-PERFORM

      *    THE FINDINGS THEMSELVES, ONE BLOCK PER PROGRAM
           MOVE 1 TO WS-SHD-J
           PERFORM UNTIL WS-SHD-J > WS-SHD-PGM-COUNT
               PERFORM 9446-WRITE-PREVIEW-PROGRAM-PARA
               ADD 1 TO WS-SHD-J
           END-PERFORM

           MOVE WS-SHD-NEW-TOTAL TO WS-SHD-N1
           MOVE WS-SHD-GONE-TOTAL TO WS-SHD-N2
           MOVE WS-SHD-SAME-TOTAL TO WS-SHD-N3
           MOVE SPACE TO PREVIEWFILE-RECORD
           WRITE PREVIEWFILE-RECORD
           MOVE SPACE TO PREVIEWFILE-RECORD
           STRING "TOTALS - WOULD RAISE " FUNCTION TRIM(WS-SHD-N1)
               " WOULD DISAPPEAR " FUNCTION TRIM(WS-SHD-N2)
               " UNCHANGED " FUNCTION TRIM(WS-SHD-N3)
               DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
           END-STRING
           WRITE PREVIEWFILE-RECORD
           CLOSE PREVIEWFILE
           DISPLAY "DRIVER: SHADOW PREVIEW - "
               FUNCTION TRIM(WS-SHD-N1) " WOULD BE RAISED, "
               FUNCTION TRIM(WS-SHD-N2) " WOULD DISAPPEAR".

       9440-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9441-CHECK-GONE-PARA
      * The master record in the buffer joins the preview as state
      * G when its program (or copybook) was re-examined this run
      * and the run did not raise it again.
      *----------------------------------------------------------------
       9441-CHECK-GONE-PARA.
           MOVE FM-PROGRAM TO WS-DELTA-PROGRAM
           PERFORM 9110-CHECK-PROGRAM-SCANNED-PARA
           IF WS-PROGRAM-WAS-SCANNED = "N"
               PERFORM 9115-CHECK-COPYBOOK-SCANNED-PARA
           END-IF
           IF WS-PROGRAM-WAS-SCANNED = "Y"
               MOVE FM-KEY TO WS-SHD-KEY
               PERFORM 4155-FIND-SHADOW-ROW-PARA
               IF WS-SHD-ROW = 0
                   IF WS-SHD-COUNT < 5000
                       ADD 1 TO WS-SHD-COUNT
                       MOVE FM-KEY TO WS-SHD-F-KEY(WS-SHD-COUNT)
                       MOVE FM-SEVERITY TO WS-SHD-F-SEV(WS-SHD-COUNT)
                       MOVE FM-MESSAGE TO WS-SHD-F-MSG(WS-SHD-COUNT)
                       MOVE "G" TO WS-SHD-F-STATE(WS-SHD-COUNT)
                   ELSE
                       MOVE "Y" TO WS-SHD-OVFL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9442-TALLY-SHADOW-PARA
      * Counts preview row WS-SHD-I into the run totals and, when it
      * is a change, into its check id and program cells.
      *----------------------------------------------------------------
       9442-TALLY-SHADOW-PARA.
           EVALUATE WS-SHD-F-STATE(WS-SHD-I)
               WHEN "S"
                   ADD 1 TO WS-SHD-SAME-TOTAL
               WHEN "N"
                   ADD 1 TO WS-SHD-NEW-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-SHD-GONE-TOTAL
           END-EVALUATE
           IF WS-SHD-F-STATE(WS-SHD-I) <> "S"
               PERFORM 9443-TALLY-CHECK-PARA
               PERFORM 9444-TALLY-PROGRAM-PARA
           END-IF.

      *----------------------------------------------------------------
      * 9443-TALLY-CHECK-PARA
      *----------------------------------------------------------------
       9443-TALLY-CHECK-PARA.
           MOVE 0 TO WS-SHD-ROW
           MOVE 1 TO WS-SHD-J
           PERFORM UNTIL WS-SHD-J > WS-SHD-CHK-COUNT OR WS-SHD-ROW > 0
               IF WS-SHD-CHK-ID(WS-SHD-J) = WS-SHD-F-CHECK(WS-SHD-I)
                   MOVE WS-SHD-J TO WS-SHD-ROW
               END-IF
               ADD 1 TO WS-SHD-J
           END-PERFORM
           IF WS-SHD-ROW = 0 AND WS-SHD-CHK-COUNT < 300
               ADD 1 TO WS-SHD-CHK-COUNT
               MOVE WS-SHD-CHK-COUNT TO WS-SHD-ROW
               MOVE WS-SHD-F-CHECK(WS-SHD-I) TO
                   WS-SHD-CHK-ID(WS-SHD-ROW)
               MOVE 0 TO WS-SHD-CHK-NEW(WS-SHD-ROW)
               MOVE 0 TO WS-SHD-CHK-GONE(WS-SHD-ROW)
           END-IF
           IF WS-SHD-ROW > 0
               IF WS-SHD-F-STATE(WS-SHD-I) = "N"
                   ADD 1 TO WS-SHD-CHK-NEW(WS-SHD-ROW)
               ELSE
                   ADD 1 TO WS-SHD-CHK-GONE(WS-SHD-ROW)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9444-TALLY-PROGRAM-PARA
      *----------------------------------------------------------------
       9444-TALLY-PROGRAM-PARA.
           MOVE 0 TO WS-SHD-ROW
           MOVE 1 TO WS-SHD-J
           PERFORM UNTIL WS-SHD-J > WS-SHD-PGM-COUNT OR WS-SHD-ROW > 0
               IF WS-SHD-PGM-NAME(WS-SHD-J) =
               WS-SHD-F-PROGRAM(WS-SHD-I)
                   MOVE WS-SHD-J TO WS-SHD-ROW
               END-IF
               ADD 1 TO WS-SHD-J
           END-PERFORM
           IF WS-SHD-ROW = 0 AND WS-SHD-PGM-COUNT < 1000
               ADD 1 TO WS-SHD-PGM-COUNT
               MOVE WS-SHD-PGM-COUNT TO WS-SHD-ROW
               MOVE WS-SHD-F-PROGRAM(WS-SHD-I) TO
                   WS-SHD-PGM-NAME(WS-SHD-ROW)
               MOVE 0 TO WS-SHD-PGM-NEW(WS-SHD-ROW)
               MOVE 0 TO WS-SHD-PGM-GONE(WS-SHD-ROW)
           END-IF
           IF WS-SHD-ROW > 0
               IF WS-SHD-F-STATE(WS-SHD-I) = "N"
                   ADD 1 TO WS-SHD-PGM-NEW(WS-SHD-ROW)
               ELSE
                   ADD 1 TO WS-SHD-PGM-GONE(WS-SHD-ROW)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9446-WRITE-PREVIEW-PROGRAM-PARA
      * Program WS-SHD-J's block: every finding that would be raised,
      * then every one that would disappear.
      *----------------------------------------------------------------
       9446-WRITE-PREVIEW-PROGRAM-PARA.
           MOVE SPACE TO PREVIEWFILE-RECORD
           WRITE PREVIEWFILE-RECORD
           MOVE SPACE TO PREVIEWFILE-RECORD
           STRING "PROGRAM " FUNCTION TRIM(WS-SHD-PGM-NAME(WS-SHD-J))
               DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
           END-STRING
           WRITE PREVIEWFILE-RECORD
           MOVE "N" TO WS-SHD-STATE
           MOVE "RAISE" TO WS-SHD-WORD
           PERFORM 9448-WRITE-PREVIEW-ROWS-PARA
           MOVE "G" TO WS-SHD-STATE
           MOVE "DROP" TO WS-SHD-WORD
           PERFORM 9448-WRITE-PREVIEW-ROWS-PARA.

      *----------------------------------------------------------------
      * 9448-WRITE-PREVIEW-ROWS-PARA
      * Program WS-SHD-J's preview rows in state WS-SHD-STATE.
      *----------------------------------------------------------------
       9448-WRITE-PREVIEW-ROWS-PARA.
           MOVE 1 TO WS-SHD-I
           PERFORM UNTIL WS-SHD-I > WS-SHD-COUNT
               IF WS-SHD-F-STATE(WS-SHD-I) = WS-SHD-STATE AND
               WS-SHD-F-PROGRAM(WS-SHD-I) = WS-SHD-PGM-NAME(WS-SHD-J)
                   MOVE SPACE TO PREVIEWFILE-RECORD
                   STRING "  " WS-SHD-WORD WS-SHD-F-SEV(WS-SHD-I)
                       " LINE " WS-SHD-F-LINE(WS-SHD-I) " "
                       FUNCTION TRIM(WS-SHD-F-CHECK(WS-SHD-I)) " "
                       FUNCTION TRIM(WS-SHD-F-FIELD(WS-SHD-I)) " - "
                       FUNCTION TRIM(WS-SHD-F-MSG(WS-SHD-I))
                       DELIMITED BY SIZE INTO PREVIEWFILE-RECORD
                   END-STRING
                   WRITE PREVIEWFILE-RECORD
               END-IF
               ADD 1 TO WS-SHD-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 9100-WRITE-DELTA-PARA
      * One sequential pass over the indexed master, which by now
      * The gate the nightly JCL and the pre-commit hook branch on:
      * 0 when the run is clean (or within the policy thresholds),
      * 4 when warnings exceed the warning threshold, 8 when errors
      * exceed the error threshold. INFO findings never gate. (A
      * run locked out by another updater ends earlier with 16 -
      * see 1350.)
      *----------------------------------------------------------------
       9200-SET-RETURN-CODE-PARA.
           MOVE 0 TO WS-RETURN-CODE
               PERFORM 4080-RESOLVE-TEAM-PARA
               MOVE WS-TEAM-CODE TO CF-TEAM
               MOVE "|" TO CF-D1 CF-D2 CF-D3 CF-D4 CF-D5 CF-D6 CF-D7
               PERFORM 4225-FILL-CONSOL-CATALOG-PARA
               WRITE CONSOLFILE-RECORD
               PERFORM 4210-POST-TEAM-PARA


           CLOSE LITXREFFILE.

      *----------------------------------------------------------------
      * 9335-WRITE-CLONES-PARA
      * The duplicate-logic report: paragraphs in different programs
      * whose statement sequences match once names are set aside,
      * one group per shared routine waiting to be written, the
      * group saving the most lines first. EXACT groups match token
      * for token; NEAR groups differ only in their literals, and
      * the copies whose literals differ from the first are marked.
      * Members LIBFAST skipped as unchanged were not walked this
      * run and are not in it.
      *----------------------------------------------------------------
       9335-WRITE-CLONES-PARA.
           PERFORM 9336-GROUP-CLONES-PARA

           OPEN OUTPUT CLONESFILE
           MOVE SPACE TO CLONESFILE-RECORD
           STRING "DUPLICATE PROCEDURE LOGIC - CLONE GROUPS BY LINES "
               "CONSOLIDATABLE - RUN " WS-RUN-STAMP
               DELIMITED BY SIZE INTO CLONESFILE-RECORD
           END-STRING
           WRITE CLONESFILE-RECORD
           MOVE WK-CLONE-MIN-TOKENS TO WS-CLG-N1
           MOVE SPACE TO CLONESFILE-RECORD
           STRING "PARAGRAPHS OF " FUNCTION TRIM(WS-CLG-N1)
               " TOKENS OR MORE; DATA, PARAGRAPH AND FILE NAMES "
               "SET ASIDE"
               DELIMITED BY SIZE INTO CLONESFILE-RECORD
           END-STRING
           WRITE CLONESFILE-RECORD

           IF WS-CLG-COUNT = 0
               MOVE SPACE TO CLONESFILE-RECORD
               WRITE CLONESFILE-RECORD
               MOVE "  (NO CLONE GROUPS)" TO CLONESFILE-RECORD
               WRITE CLONESFILE-RECORD
           END-IF

           MOVE 0 TO WS-CLG-TOTAL-SAVE
           MOVE 1 TO WS-CLG-RANK
           PERFORM UNTIL WS-CLG-RANK > WS-CLG-COUNT
               MOVE 0 TO WS-CLG-BEST
               MOVE 1 TO WS-CLG-I
               PERFORM UNTIL WS-CLG-I > WS-CLG-COUNT
                   IF WS-CLG-DONE(WS-CLG-I) = "N"
                       IF WS-CLG-BEST = 0
                           MOVE WS-CLG-I TO WS-CLG-BEST
                       ELSE
                           IF WS-CLG-SAVE(WS-CLG-I) >
                           WS-CLG-SAVE(WS-CLG-BEST)
                               MOVE WS-CLG-I TO WS-CLG-BEST
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-CLG-I
               END-PERFORM
               MOVE "Y" TO WS-CLG-DONE(WS-CLG-BEST)
               ADD WS-CLG-SAVE(WS-CLG-BEST) TO WS-CLG-TOTAL-SAVE
               PERFORM 9337-WRITE-CLONE-GROUP-PARA
               ADD 1 TO WS-CLG-RANK
           END-PERFORM

           MOVE SPACE TO CLONESFILE-RECORD
           WRITE CLONESFILE-RECORD
           MOVE WS-CLN-COUNT TO WS-CLG-N1
           MOVE WS-CLG-COUNT TO WS-CLG-N2
           MOVE WS-CLG-TOTAL-SAVE TO WS-CLG-N3
           MOVE SPACE TO CLONESFILE-RECORD
           STRING "TOTALS - " FUNCTION TRIM(WS-CLG-N1)
               " PARAGRAPHS COMPARED, " FUNCTION TRIM(WS-CLG-N2)
               " CLONE GROUPS, " FUNCTION TRIM(WS-CLG-N3)
               " LINES CONSOLIDATABLE"
               DELIMITED BY SIZE INTO CLONESFILE-RECORD
           END-STRING
           WRITE CLONESFILE-RECORD
           IF WS-CLN-FULL = "Y"
               MOVE SPACE TO CLONESFILE-RECORD
               STRING "*** PARAGRAPH TABLE FILLED - LATER MEMBERS WERE "
                   "NOT COMPARED"
                   DELIMITED BY SIZE INTO CLONESFILE-RECORD
               END-STRING
               WRITE CLONESFILE-RECORD
           END-IF

           CLOSE CLONESFILE.

      *----------------------------------------------------------------
      * 9336-GROUP-CLONES-PARA
      * Each ungrouped paragraph with a same-print, same-length
      * partner in another program opens a group; every ungrouped
      * paragraph sharing the print then joins it.
      *----------------------------------------------------------------
       9336-GROUP-CLONES-PARA.
           MOVE 0 TO WS-CLG-COUNT
           MOVE 1 TO WS-CLG-I
           PERFORM UNTIL WS-CLG-I > WS-CLN-COUNT
               IF WS-CLN-GROUP(WS-CLG-I) = 0
                   MOVE "N" TO WS-CLG-OTHER
                   COMPUTE WS-CLG-J = WS-CLG-I + 1
                   PERFORM UNTIL WS-CLG-J > WS-CLN-COUNT OR
                   WS-CLG-OTHER = "Y"
                       IF WS-CLN-GROUP(WS-CLG-J) = 0 AND
                       WS-CLN-NEAR(WS-CLG-J) = WS-CLN-NEAR(WS-CLG-I)
                       AND WS-CLN-TOKENS(WS-CLG-J) =
                       WS-CLN-TOKENS(WS-CLG-I) AND
                       WS-CLN-PROGRAM(WS-CLG-J) <>
                       WS-CLN-PROGRAM(WS-CLG-I)
                           MOVE "Y" TO WS-CLG-OTHER
                       END-IF
                       ADD 1 TO WS-CLG-J
                   END-PERFORM

                   IF WS-CLG-OTHER = "Y" AND WS-CLG-COUNT < 1000
                       ADD 1 TO WS-CLG-COUNT
                       MOVE WS-CLG-I TO WS-CLG-FIRST(WS-CLG-COUNT)
                       MOVE "E" TO WS-CLG-KIND(WS-CLG-COUNT)
                       MOVE 0 TO WS-CLG-MEMBERS(WS-CLG-COUNT)
                       MOVE 0 TO WS-CLG-PROGS(WS-CLG-COUNT)
                       MOVE 0 TO WS-CLG-LINES(WS-CLG-COUNT)
                       MOVE 0 TO WS-CLG-LONGEST(WS-CLG-COUNT)
                       MOVE "N" TO WS-CLG-DONE(WS-CLG-COUNT)
                       MOVE WS-CLG-I TO WS-CLG-J
                       PERFORM 9338-ADD-CLONE-MEMBER-PARA
                       COMPUTE WS-CLG-J = WS-CLG-I + 1
                       PERFORM UNTIL WS-CLG-J > WS-CLN-COUNT
                           IF WS-CLN-GROUP(WS-CLG-J) = 0 AND
                           WS-CLN-NEAR(WS-CLG-J) =
                           WS-CLN-NEAR(WS-CLG-I) AND
                           WS-CLN-TOKENS(WS-CLG-J) =
                           WS-CLN-TOKENS(WS-CLG-I)
                               PERFORM 9338-ADD-CLONE-MEMBER-PARA
                           END-IF
                           ADD 1 TO WS-CLG-J
                       END-PERFORM
                       COMPUTE WS-CLG-SAVE(WS-CLG-COUNT) =
                           WS-CLG-LINES(WS-CLG-COUNT) -
                           WS-CLG-LONGEST(WS-CLG-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-CLG-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 9338-ADD-CLONE-MEMBER-PARA
      * Paragraph J into the group being built: its lines, whether
      * its program is new to the group, and whether its literals
      * match the first member's.
      *----------------------------------------------------------------
       9338-ADD-CLONE-MEMBER-PARA.
           MOVE WS-CLG-COUNT TO WS-CLN-GROUP(WS-CLG-J)
           ADD 1 TO WS-CLG-MEMBERS(WS-CLG-COUNT)
           COMPUTE WS-CLG-SIZE = WS-CLN-LAST(WS-CLG-J) -
               WS-CLN-FIRST(WS-CLG-J) + 1
           ADD WS-CLG-SIZE TO WS-CLG-LINES(WS-CLG-COUNT)
           IF WS-CLG-SIZE > WS-CLG-LONGEST(WS-CLG-COUNT)
               MOVE WS-CLG-SIZE TO WS-CLG-LONGEST(WS-CLG-COUNT)
           END-IF
           IF WS-CLN-EXACT(WS-CLG-J) <> WS-CLN-EXACT(WS-CLG-I)
               MOVE "N" TO WS-CLG-KIND(WS-CLG-COUNT)
           END-IF

           MOVE "Y" TO WS-CLG-NEWPROG
           MOVE WS-CLG-I TO WS-CLG-K
           PERFORM UNTIL WS-CLG-K >= WS-CLG-J OR WS-CLG-NEWPROG = "N"
               IF WS-CLN-GROUP(WS-CLG-K) = WS-CLG-COUNT AND
               WS-CLN-PROGRAM(WS-CLG-K) = WS-CLN-PROGRAM(WS-CLG-J)
                   MOVE "N" TO WS-CLG-NEWPROG
               END-IF
               ADD 1 TO WS-CLG-K
           END-PERFORM
           IF WS-CLG-NEWPROG = "Y"
               ADD 1 TO WS-CLG-PROGS(WS-CLG-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 9337-WRITE-CLONE-GROUP-PARA
      * Group WS-CLG-BEST, in rank order: its heading, then one
      * line per copy - program, paragraph, line range and size.
      *----------------------------------------------------------------
       9337-WRITE-CLONE-GROUP-PARA.
           MOVE SPACE TO CLONESFILE-RECORD
           WRITE CLONESFILE-RECORD
           MOVE WS-CLG-RANK TO WS-CLG-N1
           MOVE WS-CLG-MEMBERS(WS-CLG-BEST) TO WS-CLG-N2
           MOVE WS-CLG-PROGS(WS-CLG-BEST) TO WS-CLG-N3
           MOVE WS-CLG-LINES(WS-CLG-BEST) TO WS-CLG-N4
           MOVE WS-CLG-SAVE(WS-CLG-BEST) TO WS-CLG-N5
           MOVE SPACE TO CLONESFILE-RECORD
           IF WS-CLG-KIND(WS-CLG-BEST) = "E"
               STRING "GROUP " FUNCTION TRIM(WS-CLG-N1) " - EXACT - "
                   DELIMITED BY SIZE INTO CLONESFILE-RECORD
               END-STRING
           ELSE
               STRING "GROUP " FUNCTION TRIM(WS-CLG-N1)
                   " - NEAR (LITERALS DIFFER) - "
                   DELIMITED BY SIZE INTO CLONESFILE-RECORD
               END-STRING
           END-IF
           MOVE CLONESFILE-RECORD TO WS-CLN-WORK
           MOVE SPACE TO CLONESFILE-RECORD
           STRING FUNCTION TRIM(WS-CLN-WORK) " "
               FUNCTION TRIM(WS-CLG-N2) " COPIES IN "
               FUNCTION TRIM(WS-CLG-N3) " PROGRAMS, "
               FUNCTION TRIM(WS-CLG-N4) " LINES, "
               FUNCTION TRIM(WS-CLG-N5) " CONSOLIDATABLE"
               DELIMITED BY SIZE INTO CLONESFILE-RECORD
           END-STRING
           WRITE CLONESFILE-RECORD

           MOVE WS-CLG-FIRST(WS-CLG-BEST) TO WS-CLG-I
           MOVE WS-CLG-I TO WS-CLG-J
           PERFORM UNTIL WS-CLG-J > WS-CLN-COUNT
               IF WS-CLN-GROUP(WS-CLG-J) = WS-CLG-BEST
                   MOVE WS-CLN-FIRST(WS-CLG-J) TO WS-CLG-N1
                   MOVE WS-CLN-LAST(WS-CLG-J) TO WS-CLG-N2
                   COMPUTE WS-CLG-SIZE = WS-CLN-LAST(WS-CLG-J) -
                       WS-CLN-FIRST(WS-CLG-J) + 1
                   MOVE WS-CLG-SIZE TO WS-CLG-N3
                   MOVE WS-CLN-TOKENS(WS-CLG-J) TO WS-CLG-N4
                   MOVE SPACE TO CLONESFILE-RECORD
                   STRING "  " WS-CLN-PROGRAM(WS-CLG-J) " "
                       WS-CLN-PARA(WS-CLG-J) " LINES "
                       FUNCTION TRIM(WS-CLG-N1) "-"
                       FUNCTION TRIM(WS-CLG-N2) " ("
                       FUNCTION TRIM(WS-CLG-N3) " LINES, "
                       FUNCTION TRIM(WS-CLG-N4) " TOKENS)"
                       DELIMITED BY SIZE INTO CLONESFILE-RECORD
                   END-STRING
                   IF WS-CLN-EXACT(WS-CLG-J) <> WS-CLN-EXACT(WS-CLG-I)
                       MOVE CLONESFILE-RECORD TO WS-LITX-LINE
                       MOVE SPACE TO CLONESFILE-RECORD
                       STRING FUNCTION TRIM(WS-LITX-LINE TRAILING)
                           " - LITERALS DIFFER"
                           DELIMITED BY SIZE INTO CLONESFILE-RECORD
                       END-STRING
                   END-IF
                   WRITE CLONESFILE-RECORD
               END-IF
               ADD 1 TO WS-CLG-J
           END-PERFORM.

      *----------------------------------------------------------------
      * 9395-WRITE-TEAM-REPORTS-PARA
      * One report file per team holding just that team's findings,
                       (WS-TEAMF-TEAM(WS-TEAMF-I)) ".RPT"
                       DELIMITED BY SIZE INTO LO-TEAMRPT-FILE
                   END-STRING
                   IF WS-SHADOW-RUN = "Y"
                       MOVE LO-TEAMRPT-FILE TO WS-MERGE-BASE
                       PERFORM 1075-PREFIX-ONE-PARA
                       MOVE WS-MERGE-BASE TO LO-TEAMRPT-FILE
                   END-IF
                   OPEN OUTPUT TEAMRPTFILE
                   MOVE SPACE TO TEAMRPTFILE-RECORD
                   STRING "FINDINGS FOR TEAM " FUNCTION TRIM
      * The suppression file's health: entries whose expiry has
      * passed, entries that matched no finding this run (the code
      * was fixed - the entry is stale), and how many entries each
      * reviewer id owns and how many of those still bite. Entries
      * still awaiting a second reviewer's approval close it out,
      * in file order, with their age in days.
      *----------------------------------------------------------------
       9390-WRITE-SUPPAUDIT-PARA.
           OPEN OUTPUT SUPPAUDITFILE
               ADD 1 TO WS-SPA-I
           END-PERFORM

           PERFORM 9392-WRITE-PENDING-SUPP-PARA

           CLOSE SUPPAUDITFILE.

      *----------------------------------------------------------------
      * 9392-WRITE-PENDING-SUPP-PARA
      * Suppressions raised but not yet approved by a second
      * reviewer - they suppress nothing until they are - with who
      * raised each, when, and how many days it has been waiting.
      * An old row with no date shows no age.
      *----------------------------------------------------------------
       9392-WRITE-PENDING-SUPP-PARA.
           MOVE SPACE TO SUPPAUDITFILE-RECORD
           STRING "PENDING APPROVAL - NOT HONOURED UNTIL A SECOND "
               "REVIEWER APPROVES (" WK-SUPP-PEND-COUNT ")"
               DELIMITED BY SIZE INTO SUPPAUDITFILE-RECORD
           END-STRING
           WRITE SUPPAUDITFILE-RECORD
           COMPUTE WS-AGE-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-SCAN-TIMESTAMP(1:8)))
           MOVE 1 TO WS-SPA-I
           PERFORM UNTIL WS-SPA-I > WK-SUPP-PEND-COUNT
               MOVE SPACE TO WS-SPA-LINE
               IF WK-PEND-DATE(WS-SPA-I) IS NUMERIC AND
               WK-PEND-DATE(WS-SPA-I) > "19000101"
                   COMPUTE WS-AGE-SEEN-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WK-PEND-DATE(WS-SPA-I)))
                   COMPUTE WS-AGE-DAYS =
                       WS-AGE-TODAY-INT - WS-AGE-SEEN-INT
                   IF WS-AGE-DAYS < 0
                       MOVE 0 TO WS-AGE-DAYS
                   END-IF
                   MOVE WS-AGE-DAYS TO WS-SPA-TOTAL
                   STRING "  " FUNCTION TRIM
                       (WK-PEND-PROGRAM(WS-SPA-I)) " / "
                       FUNCTION TRIM(WK-PEND-FIELD(WS-SPA-I))
                       " (RAISED BY "
                       FUNCTION TRIM(WK-PEND-REVIEWER(WS-SPA-I))
                       " ON " WK-PEND-DATE(WS-SPA-I) ", REASON "
                       FUNCTION TRIM(WK-PEND-REASON(WS-SPA-I))
                       ") AGE " WS-SPA-TOTAL " DAYS"
                       DELIMITED BY SIZE INTO WS-SPA-LINE
                   END-STRING
               ELSE
                   STRING "  " FUNCTION TRIM
                       (WK-PEND-PROGRAM(WS-SPA-I)) " / "
                       FUNCTION TRIM(WK-PEND-FIELD(WS-SPA-I))
                       " (NO REVIEWER OR DATE RECORDED)"
                       DELIMITED BY SIZE INTO WS-SPA-LINE
                   END-STRING
               END-IF
               MOVE WS-SPA-LINE TO SUPPAUDITFILE-RECORD
               WRITE SUPPAUDITFILE-RECORD
               ADD 1 TO WS-SPA-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 9380-WRITE-HISTORY-PARA
      * Appends this run's summary to the persistent history: one
               ADD 1 TO WS-DSL-I
           END-PERFORM

           PERFORM 9353-WRITE-KEY-SECTION-PARA THRU 9353-EXIT
           CLOSE DATARECONFILE.

      *----------------------------------------------------------------
               WRITE DATARECONFILE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 9352-CHECK-KEY-GEOMETRY-PARA
      * Every program opening the same indexed dataset must put each
      * key at the same offset and length - the first program seen
      * is the reference, every other one that disagrees is a
      * KEY-MISMATCH against its own SELECT. Runs with the call
      * contracts, while the consolidated export is still open;
      * 9353 lists the lot in DATARECON.RPT afterwards.
      *----------------------------------------------------------------
       9352-CHECK-KEY-GEOMETRY-PARA.
           MOVE 1 TO WS-KEYX-I
           PERFORM UNTIL WS-KEYX-I > WS-KEYX-COUNT
               MOVE 0 TO WS-KEYX-REF
               MOVE 1 TO WS-KEYX-J
               PERFORM UNTIL WS-KEYX-J >= WS-KEYX-I OR
               WS-KEYX-REF > 0
                   IF WS-KEYX-DATASET(WS-KEYX-J) =
                   WS-KEYX-DATASET(WS-KEYX-I) AND
                   WS-KEYX-KIND(WS-KEYX-J) = WS-KEYX-KIND(WS-KEYX-I)
                       MOVE WS-KEYX-J TO WS-KEYX-REF
                   END-IF
                   ADD 1 TO WS-KEYX-J
               END-PERFORM

               MOVE 0 TO WS-KEYX-BAD-REF(WS-KEYX-I)
               IF WS-KEYX-REF > 0
                   IF WS-KEYX-OFFSET(WS-KEYX-I) <>
                   WS-KEYX-OFFSET(WS-KEYX-REF) OR
                   WS-KEYX-BYTES(WS-KEYX-I) <>
                   WS-KEYX-BYTES(WS-KEYX-REF)
                       MOVE WS-KEYX-REF TO WS-KEYX-BAD-REF(WS-KEYX-I)
                       PERFORM 9354-WRITE-KEY-FINDING-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-KEYX-I
           END-PERFORM.

      *----------------------------------------------------------------
      * 9353-WRITE-KEY-SECTION-PARA
      * The key geometry of every indexed dataset, each opener on a
      * line, under the field reconciliation in DATARECON.RPT.
      *----------------------------------------------------------------
       9353-WRITE-KEY-SECTION-PARA.
           IF WS-KEYX-COUNT = 0
               GO TO 9353-EXIT
           END-IF
           MOVE SPACE TO DATARECONFILE-RECORD
           WRITE DATARECONFILE-RECORD
           MOVE "INDEXED DATASET KEYS - EVERY OPENER VS THE FIRST"
               TO DATARECONFILE-RECORD
           WRITE DATARECONFILE-RECORD

           MOVE 1 TO WS-KEYX-I
           PERFORM UNTIL WS-KEYX-I > WS-KEYX-COUNT
               MOVE WS-KEYX-OFFSET(WS-KEYX-I) TO WS-KEYX-N1
               MOVE WS-KEYX-BYTES(WS-KEYX-I) TO WS-KEYX-N2
               MOVE SPACE TO DATARECONFILE-RECORD
               STRING FUNCTION TRIM(WS-KEYX-DATASET(WS-KEYX-I)) " "
                   FUNCTION TRIM(WS-KEYX-KIND(WS-KEYX-I)) " "
                   FUNCTION TRIM(WS-KEYX-PROGRAM(WS-KEYX-I)) " "
                   FUNCTION TRIM(WS-KEYX-NAME(WS-KEYX-I))
                   " OFFSET " FUNCTION TRIM(WS-KEYX-N1)
                   " LENGTH " FUNCTION TRIM(WS-KEYX-N2)
                   DELIMITED BY SIZE INTO DATARECONFILE-RECORD
               END-STRING
               WRITE DATARECONFILE-RECORD
               IF WS-KEYX-BAD-REF(WS-KEYX-I) > 0
                   MOVE WS-KEYX-BAD-REF(WS-KEYX-I) TO WS-KEYX-REF
                   MOVE WS-KEYX-OFFSET(WS-KEYX-REF) TO WS-KEYX-N1
                   MOVE WS-KEYX-BYTES(WS-KEYX-REF) TO WS-KEYX-N2
                   MOVE SPACE TO DATARECONFILE-RECORD
                   STRING "  *** KEY DIFFERS FROM "
                       FUNCTION TRIM(WS-KEYX-PROGRAM(WS-KEYX-REF))
                       " (OFFSET " FUNCTION TRIM(WS-KEYX-N1)
                       " LENGTH " FUNCTION TRIM(WS-KEYX-N2) ")"
                       DELIMITED BY SIZE INTO DATARECONFILE-RECORD
                   END-STRING
                   WRITE DATARECONFILE-RECORD
               END-IF
               ADD 1 TO WS-KEYX-I
           END-PERFORM.

       9353-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9354-WRITE-KEY-FINDING-PARA
      * One key disagreement, posted the way 9510 posts a contract
      * violation: the findings master and the consolidated export,
      * counted toward the RETURN-CODE gate.
      *----------------------------------------------------------------
       9354-WRITE-KEY-FINDING-PARA.
           MOVE WS-KEYX-OFFSET(WS-KEYX-REF) TO WS-KEYX-N1
           MOVE WS-KEYX-BYTES(WS-KEYX-REF) TO WS-KEYX-N2
           MOVE SPACE TO WS-MESSAGE
           STRING "KEY DIFFERS FROM "
               FUNCTION TRIM(WS-KEYX-PROGRAM(WS-KEYX-REF))
               " (OFFSET " FUNCTION TRIM(WS-KEYX-N1)
               " LENGTH " FUNCTION TRIM(WS-KEYX-N2) ")"
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING

           MOVE WS-KEYX-PROGRAM(WS-KEYX-I) TO WS-CURRENT-PROGRAM
           MOVE WS-KEYX-LINE(WS-KEYX-I) TO WS-FIND-LINE-NUM
           MOVE WS-KEYX-NAME(WS-KEYX-I) TO WS-FIELD-TAG
           MOVE "KEY-MISMATCH" TO WS-CHECK-ID
           MOVE SPACE TO WS-SEVERITY
           PERFORM 4050-RESOLVE-SEVERITY-PARA
           IF WS-SEVERITY = SPACE
               MOVE "ERROR" TO WS-SEVERITY
           END-IF
           PERFORM 4100-POST-MASTER-PARA

           MOVE SPACE TO CONSOLFILE-RECORD
           MOVE WS-KEYX-MEMBER(WS-KEYX-I) TO CF-MEMBER
           MOVE WS-KEYX-PROGRAM(WS-KEYX-I) TO CF-PROGRAM
           MOVE WS-KEYX-LINE(WS-KEYX-I) TO CF-LINE
           MOVE "KEY-MISMATCH" TO CF-CHECK
           MOVE WS-SEVERITY TO CF-SEVERITY
           MOVE WS-KEYX-NAME(WS-KEYX-I) TO CF-FIELD
           MOVE WS-MESSAGE TO CF-MESSAGE
           MOVE WS-KEYX-PROGRAM(WS-KEYX-I) TO WS-TEAM-PROGRAM
           PERFORM 4080-RESOLVE-TEAM-PARA
           MOVE WS-TEAM-CODE TO CF-TEAM
           MOVE "|" TO CF-D1 CF-D2 CF-D3 CF-D4 CF-D5 CF-D6 CF-D7
           PERFORM 4225-FILL-CONSOL-CATALOG-PARA
           WRITE CONSOLFILE-RECORD
           PERFORM 4210-POST-TEAM-PARA

           ADD 1 TO WS-FINDING-COUNT
           EVALUATE WS-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "INFO"
                   ADD 1 TO WS-INFO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE
           MOVE SPACE TO WS-MESSAGE
           MOVE SPACE TO WS-SEVERITY
           MOVE SPACE TO WS-CHECK-ID
           MOVE SPACE TO WS-FIELD-TAG
           MOVE 0 TO WS-FIND-LINE-NUM.

      *----------------------------------------------------------------
      * 9357-COMPARE-DSL-FIELD-PARA
      * One ordinal position of the writer/reader pair.
