      *****************************************************************
      * ANTSWEEP: batch survey of ANT turmite rule strings, so
      * picking variants for the attract loop is a morning with a
      * report instead of a week of launching them one by one. Reads
      * a control file of sweep entries (see SWEEPREC.cpy) - single
      * rules, or every rule of a range of lengths over a set of
      * turn letters, each across a range of ant counts on a given
      * grid - and runs ANT once per variant, unpaced, for the step
      * budget, piped through GFXREC the way REGRUN runs its cases.
      * From each run it collects
      *   the RUNSUM.DAT record ANT appended (steps run and the
      *       termination reason - BUDGET, HIGHWAY, STOP)
      *   the highway step and cycle length CHECK-FOR-CYCLE put in
      *       ANT's report, when it fired
      *   the final grid census (cells per state) from ANT's census
      *       file
      *   a FILMSTRIP contact sheet of the run, SWnnnn.PPM for run
      *       nnnn, eight thumbnails across the run's length
      * and writes a catalog ranked by score, the average of three
      * per-mille measures:
      *   COVER  grid cells left off state 0 at the end
      *   SPREAD the rule's states still in use at the end
      *   LIFE   the share of the budget the run lasted before a
      *          highway or halt ended it
      * A run that was stopped, or left no summary record, scores
      * 0. Given a promote count, the top that many runs that ended
      * on their budget or a highway are added to PROFILES.DAT as
      * ANT profiles named ANT-rule-ants (rule cut to nine letters)
      * with the run's arguments, so a promising variant can go
      * straight into a schedule. The rewrite is staged and
      * audited the way CFGMAINT's is and needs the OPERATOR role
      * (see OPERCHKARGS.cpy); a name already in the file is left
      * alone.
      * Invoke as: ANTSWEEP [sweep.dat] [catalog.rpt] [promote-n]
      *                     [default-budget]
      * sweep.dat defaults to ANTSWEEP.DAT, the catalog to
      * ANTSWEEP.RPT, promote-n to 0 (no profiles written) and the
      * budget for entries that give none to 2000 steps. A sweep
      * stops at 500 runs. The work files ANTSWEEP.CKP/.RUN/.CEN/
      * .CAP are the latest run's, left for a look afterward.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-FILE ASSIGN TO DYNAMIC WS-SWEEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNSUM-FILE ASSIGN TO "RUNSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT RUN-REPORT-FILE ASSIGN TO "ANTSWEEP.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-RPT-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "ANTSWEEP.CEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT NEW-FILE ASSIGN TO "PROFILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-FILE.
       01  SWEEP-LINE             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNSUM-FILE.
           COPY RUNSUMREC.

       FD  RUN-REPORT-FILE.
       01  RUN-REPORT-LINE        PIC X(80).

       FD  CENSUS-FILE.
       01  CENSUS-LINE            PIC X(20).

       FD  PROFILE-FILE.
           COPY PROFILEREC.

       FD  NEW-FILE.
       01  NEW-LINE               PIC X(88).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  ANTSWEEP-VARS.
           05  WS-SWEEP-FILE-NAME PIC X(100) VALUE "ANTSWEEP.DAT".
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "ANTSWEEP.RPT".
           05  WS-FILE-ARG        PIC X(100) VALUE SPACES.
           05  WS-PROMOTE-ARG     PIC X(4)   VALUE SPACES.
           05  WS-BUDGET-ARG      PIC X(10)  VALUE SPACES.
           05  WS-SWEEP-STATUS    PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-RUNSUM-STATUS   PIC X(2).
           05  WS-RUN-RPT-STATUS  PIC X(2).
           05  WS-CENSUS-STATUS   PIC X(2).
           05  WS-PROFILE-STATUS  PIC X(2).
           05  WS-NEW-STATUS      PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-READ-EOF-SW     PIC X.
               88  WS-READ-EOF        VALUE 'Y'.
           05  WS-CAPPED-SW       PIC X VALUE 'N'.
               88  WS-CAPPED          VALUE 'Y'.
           05  WS-ENTRY-OK-SW     PIC X.
               88  WS-ENTRY-OK        VALUE 'Y'.
           05  WS-PROMOTE-N       PIC 9(4) VALUE 0.
           05  WS-DEFAULT-BUDGET  PIC 9(8) VALUE 2000.
           05  WS-MAX-RUNS        PIC 9(4) VALUE 500.
           05  WS-ENTRY-NUM       PIC 9(4) VALUE 0.
           05  WS-ENTRIES-BAD     PIC 9(4) VALUE 0.
           05  WS-RUNS-FAILED     PIC 9(4) VALUE 0.
           05  WS-RUNSUM-SEEN     PIC 9(8) VALUE 0.
           05  WS-RUNSUM-COUNT    PIC 9(8).
           05  WS-COMMAND         PIC X(300).
           05  WS-LAST-RC         PIC 9(8).
           05  WS-ERROR-TEXT      PIC X(60).
           05  WS-NUM-OUT         PIC Z(7)9.
           05  WS-CELL-TEXT       PIC X(2).

      * The variant being run: its rule, ant count, grid and budget,
      * and the cell size that fits the grid to the canvas.
       01  VARIANT-VARS.
           05  VR-RULE            PIC X(20).
           05  VR-RULE-LEN        PIC 99.
           05  VR-ANTS            PIC 99.
           05  VR-ANTS-FROM       PIC 99.
           05  VR-ANTS-TO         PIC 99.
           05  VR-GRID            PIC X(7).
           05  VR-GRID-W          PIC 9(3).
           05  VR-GRID-H          PIC 9(3).
           05  VR-GRID-CELLS      PIC 9(6).
           05  VR-CELLSIZE        PIC 99.
           05  VR-CELL-H          PIC 99.
           05  VR-BUDGET          PIC 9(8).
           05  VR-W-TEXT          PIC X(4).
           05  VR-H-TEXT          PIC X(4).
           05  VR-I               PIC 99.
           05  VR-CHAR            PIC X.

      * Rule generation for a 'G' entry: an odometer of letter
      * indexes, one digit per turn of the rule being built.
       01  GENERATE-VARS.
           05  GN-LETTERS         PIC X(20).
           05  GN-LETTER-COUNT    PIC 99.
           05  GN-LEN             PIC 99.
           05  GN-LEN-FROM        PIC 99.
           05  GN-LEN-TO          PIC 99.
           05  GN-POS             PIC 99.
           05  GN-DONE-SW         PIC X.
               88  GN-DONE            VALUE 'Y'.
           05  GN-UNIFORM-SW      PIC X.
               88  GN-UNIFORM         VALUE 'Y'.
           05  GN-DIGIT           PIC 99 OCCURS 20 TIMES.

      * One surveyed run per entry, ranked in place by score.
       01  RESULT-TABLE.
           05  SR-COUNT           PIC 9(4) VALUE 0.
           05  SR-I               PIC 9(4).
           05  SR-J               PIC 9(4).
           05  SR-SWAP            PIC X(231).
           05  SR-ENTRY OCCURS 500 TIMES.
               10  SR-RUN-NUM     PIC 9(4).
               10  SR-RULE        PIC X(20).
               10  SR-RULE-LEN    PIC 99.
               10  SR-ANTS        PIC 99.
               10  SR-GRID        PIC X(7).
               10  SR-CELLSIZE    PIC 99.
               10  SR-BUDGET      PIC 9(8).
               10  SR-STEPS       PIC 9(8).
               10  SR-TERM        PIC X(12).
               10  SR-HWY-STEP    PIC 9(8).
               10  SR-CYCLE-LEN   PIC 9(8).
               10  SR-COVER       PIC 9(4).
               10  SR-SPREAD      PIC 9(4).
               10  SR-LIFE        PIC 9(4).
               10  SR-SCORE       PIC 9(4).
               10  SR-STATES-USED PIC 99.
               10  SR-SHEET       PIC X(12).
               10  SR-CENSUS      PIC 9(6) OCCURS 20 TIMES.

      * Per-run collection scratch.
       01  COLLECT-VARS.
           05  CL-CEN-STEP        PIC 9(8).
           05  CL-LAST-STEP       PIC 9(8).
           05  CL-STATE           PIC 99.
           05  CL-COUNT           PIC 9(6).
           05  CL-HWY-TEXT        PIC X(20).
           05  CL-CYCLE-TEXT      PIC X(20).
           05  CL-EVERY-N         PIC 9(8).
           05  CL-RUN-TEXT        PIC 9(4).

      * Catalog line scratch.
       01  CATALOG-VARS.
           05  CT-RANK-OUT        PIC ZZZ9.
           05  CT-SCORE-OUT       PIC ZZZ9.
           05  CT-ANTS-OUT        PIC Z9.
           05  CT-STEPS-OUT       PIC Z(7)9.
           05  CT-HWY-OUT         PIC X(8).
           05  CT-CYCLE-OUT       PIC X(8).
           05  CT-COVER-OUT       PIC ZZZ9.
           05  CT-SPREAD-OUT      PIC ZZZ9.
           05  CT-LIFE-OUT        PIC ZZZ9.
           05  CT-STATE-OUT       PIC Z9.
           05  CT-COUNT-OUT       PIC Z(5)9.
           05  CT-CENSUS-TEXT     PIC X(120).
           05  CT-CENSUS-PTR      PIC 9(3).
           05  CT-STATE           PIC 99.
           05  CT-ON-LINE         PIC 99.

      * Profiles to promote: name and argument string built from a
      * ranked run, and whether the name was already taken.
       01  PROMOTE-VARS.
           05  PC-COUNT           PIC 99 VALUE 0.
           05  PC-I               PIC 99.
           05  PC-ADDED           PIC 99 VALUE 0.
           05  PC-ENTRY OCCURS 50 TIMES.
               10  PC-RANK        PIC 9(4).
               10  PC-PROFILE.
                   15  PC-NAME    PIC X(16).
                   15  PC-DEMO    PIC X(12).
                   15  PC-ARGS    PIC X(60).
               10  PC-STATE       PIC X.
                   88  PC-NEW         VALUE 'N'.
                   88  PC-TAKEN       VALUE 'T'.
                   88  PC-TOO-LONG    VALUE 'L'.
           05  PC-ARGS-WORK       PIC X(80).
           05  PC-ARGS-PTR        PIC 9(3).
           05  PC-STEM            PIC X(12).
           05  WS-RENAME-RC       PIC S9(9).
           05  WS-AUDIT-STAMP     PIC X(15).
           05  WS-AUDIT-OPER      PIC X(8).
           05  WS-PROMOTED-SW     PIC X VALUE 'N'.
               88  WS-PROMOTED        VALUE 'Y'.

           COPY SWEEPREC.

           COPY SETTINGS.

           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-SWEEP-FILE-NAME
           END-IF

           MOVE SPACES TO WS-FILE-ARG
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
           IF WS-FILE-ARG NOT = SPACES
              MOVE WS-FILE-ARG TO WS-REPORT-FILE-NAME
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-PROMOTE-ARG FROM ARGUMENT-VALUE
           IF WS-PROMOTE-ARG NOT = SPACES
              MOVE WS-PROMOTE-ARG TO WS-PROMOTE-N
           END-IF
           IF WS-PROMOTE-N > 50
              MOVE 50 TO WS-PROMOTE-N
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUDGET-ARG FROM ARGUMENT-VALUE
           IF WS-BUDGET-ARG NOT = SPACES
              MOVE WS-BUDGET-ARG TO WS-DEFAULT-BUDGET
           END-IF
           IF WS-DEFAULT-BUDGET = 0
              MOVE 2000 TO WS-DEFAULT-BUDGET
           END-IF

           OPEN INPUT SWEEP-FILE
           IF WS-SWEEP-STATUS NOT = "00"
              DISPLAY "ANTSWEEP: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-SWEEP-FILE-NAME)
                       " STATUS " WS-SWEEP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ANTSWEEP: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "ANTSWEEP RULE CATALOG  "
                  FUNCTION CURRENT-DATE(1:8) " "
                  FUNCTION CURRENT-DATE(9:6) "  SWEEP FILE "
                  FUNCTION TRIM(WS-SWEEP-FILE-NAME)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

      *    every run's summary is the first ANT record past the ones
      *    already in RUNSUM.DAT when it started
           PERFORM COUNT-RUNSUM-RECORDS
           MOVE WS-RUNSUM-COUNT TO WS-RUNSUM-SEEN

           PERFORM UNTIL WS-EOF OR WS-CAPPED
              READ SWEEP-FILE INTO SWEEP-REC
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-ENTRY-NUM
                    IF SWEEP-LINE NOT = SPACES
                       PERFORM PROCESS-SWEEP-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SWEEP-FILE

           PERFORM RANK-RESULTS
           PERFORM WRITE-CATALOG
           IF WS-PROMOTE-N > 0 AND SR-COUNT > 0
              PERFORM PROMOTE-PROFILES
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "ANTSWEEP: " SR-COUNT " RUN(S), " WS-RUNS-FAILED
                   " WITHOUT A SUMMARY, " WS-ENTRIES-BAD
                   " BAD ENTRY(IES), " PC-ADDED " PROFILE(S) ADDED"
                   UPON SYSERR
           IF SR-COUNT = 0 OR WS-ENTRIES-BAD > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Check one control-file entry and run every variant it
      * names. A bad entry is reported in the catalog and skipped.
      * -----------------------------------------------------------
       PROCESS-SWEEP-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           MOVE SPACES TO WS-ERROR-TEXT
           IF NOT SW-MODE-LIST AND NOT SW-MODE-RANGE
              MOVE "MODE IS NOT L OR G" TO WS-ERROR-TEXT
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF

           IF WS-ENTRY-OK
              PERFORM CHECK-RULE-LETTERS
           END-IF

           IF WS-ENTRY-OK
              IF SW-ANTS-FROM IS NUMERIC AND SW-ANTS-FROM > 0
                 MOVE SW-ANTS-FROM TO VR-ANTS-FROM
              ELSE
                 MOVE 1 TO VR-ANTS-FROM
              END-IF
              IF SW-ANTS-TO IS NUMERIC AND SW-ANTS-TO > 0
                 MOVE SW-ANTS-TO TO VR-ANTS-TO
              ELSE
                 MOVE VR-ANTS-FROM TO VR-ANTS-TO
              END-IF
              IF VR-ANTS-FROM > 20 OR VR-ANTS-TO > 20
                 OR VR-ANTS-TO < VR-ANTS-FROM
                 MOVE "ANT COUNTS MUST RUN UPWARD FROM 1 TO 20"
                      TO WS-ERROR-TEXT
                 MOVE 'N' TO WS-ENTRY-OK-SW
              END-IF
           END-IF

           IF WS-ENTRY-OK
              PERFORM CHECK-GRID
           END-IF

           IF WS-ENTRY-OK
              IF SW-BUDGET IS NUMERIC AND SW-BUDGET > 0
                 MOVE SW-BUDGET TO VR-BUDGET
              ELSE
                 MOVE WS-DEFAULT-BUDGET TO VR-BUDGET
              END-IF
           END-IF

           IF NOT WS-ENTRY-OK
              ADD 1 TO WS-ENTRIES-BAD
              MOVE WS-ENTRY-NUM TO WS-NUM-OUT
              MOVE SPACES TO REPORT-LINE
              STRING "ENTRY " FUNCTION TRIM(WS-NUM-OUT)
                     " SKIPPED - " FUNCTION TRIM(WS-ERROR-TEXT)
                     ": " SWEEP-LINE(1:44)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              DISPLAY "ANTSWEEP: " FUNCTION TRIM(REPORT-LINE)
                      UPON SYSERR
              EXIT PARAGRAPH
           END-IF

           IF SW-MODE-LIST
              MOVE SW-RULE TO VR-RULE
              PERFORM RUN-RULE-ANT-COUNTS
           ELSE
              PERFORM GENERATE-RULES
           END-IF.

      * -----------------------------------------------------------
      * The rule (or a 'G' entry's turn letters) must be letters
      * only - it ends up on a command line - and for a 'G' entry
      * the lengths must be 1 to 20 and run upward.
      * -----------------------------------------------------------
       CHECK-RULE-LETTERS.
           IF SW-RULE = SPACES
              MOVE "NO RULE" TO WS-ERROR-TEXT
              MOVE 'N' TO WS-ENTRY-OK-SW
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SW-RULE))
                TO VR-RULE-LEN
           PERFORM VARYING VR-I FROM 1 BY 1 UNTIL VR-I > VR-RULE-LEN
              MOVE SW-RULE(VR-I:1) TO VR-CHAR
              IF VR-CHAR < 'A' OR VR-CHAR > 'Z'
                 MOVE "RULE MUST BE LETTERS A-Z ONLY" TO WS-ERROR-TEXT
                 MOVE 'N' TO WS-ENTRY-OK-SW
              END-IF
           END-PERFORM
           IF NOT WS-ENTRY-OK OR SW-MODE-LIST
              EXIT PARAGRAPH
           END-IF

           MOVE SW-RULE TO GN-LETTERS
           MOVE VR-RULE-LEN TO GN-LETTER-COUNT
           IF SW-LEN-FROM IS NUMERIC AND SW-LEN-FROM > 0
              MOVE SW-LEN-FROM TO GN-LEN-FROM
           ELSE
              MOVE GN-LETTER-COUNT TO GN-LEN-FROM
           END-IF
           IF SW-LEN-TO IS NUMERIC AND SW-LEN-TO > 0
              MOVE SW-LEN-TO TO GN-LEN-TO
           ELSE
              MOVE GN-LEN-FROM TO GN-LEN-TO
           END-IF
           IF GN-LEN-FROM > 20 OR GN-LEN-TO > 20
              OR GN-LEN-TO < GN-LEN-FROM
              MOVE "RULE LENGTHS MUST RUN UPWARD FROM 1 TO 20"
                   TO WS-ERROR-TEXT
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

      * -----------------------------------------------------------
      * The grid as "W,H" (blank for ANT's 64,64), each side 8 to
      * 256 the way ANT bounds it, and the cell size that fits it
      * to the canvas - at most 16, ANT's own ceiling.
      * -----------------------------------------------------------
       CHECK-GRID.
           IF SW-GRID = SPACES
              MOVE "64,64" TO VR-GRID
           ELSE
              MOVE SW-GRID TO VR-GRID
           END-IF
           MOVE 0 TO VR-I
           INSPECT VR-GRID TALLYING VR-I FOR ALL ","
           IF VR-I NOT = 1
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF
           PERFORM VARYING VR-I FROM 1 BY 1 UNTIL VR-I > 7
              MOVE VR-GRID(VR-I:1) TO VR-CHAR
              IF VR-CHAR NOT = ',' AND VR-CHAR NOT = SPACE
                 AND (VR-CHAR < '0' OR VR-CHAR > '9')
                 MOVE 'N' TO WS-ENTRY-OK-SW
              END-IF
           END-PERFORM
           MOVE SPACES TO VR-W-TEXT VR-H-TEXT
           UNSTRING VR-GRID DELIMITED BY ","
               INTO VR-W-TEXT VR-H-TEXT
           END-UNSTRING
           IF VR-W-TEXT = SPACES OR VR-H-TEXT = SPACES
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF
           IF NOT WS-ENTRY-OK
              MOVE "GRID IS NOT W,H" TO WS-ERROR-TEXT
              MOVE 'N' TO WS-ENTRY-OK-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE VR-GRID-W = FUNCTION NUMVAL(VR-W-TEXT)
           COMPUTE VR-GRID-H = FUNCTION NUMVAL(VR-H-TEXT)
           IF VR-GRID-W < 8 OR VR-GRID-W > 256
              OR VR-GRID-H < 8 OR VR-GRID-H > 256
              MOVE "GRID SIDES MUST BE 8 TO 256" TO WS-ERROR-TEXT
              MOVE 'N' TO WS-ENTRY-OK-SW
              EXIT PARAGRAPH
           END-IF
           COMPUTE VR-GRID-CELLS = VR-GRID-W * VR-GRID-H
           COMPUTE VR-CELLSIZE = WIDTH / VR-GRID-W
           COMPUTE VR-CELL-H = HEIGHT / VR-GRID-H
           IF VR-CELL-H < VR-CELLSIZE
              MOVE VR-CELL-H TO VR-CELLSIZE
           END-IF
           IF VR-CELLSIZE > 16
              MOVE 16 TO VR-CELLSIZE
           END-IF
           IF VR-CELLSIZE = 0
              MOVE 1 TO VR-CELLSIZE
           END-IF.

      * -----------------------------------------------------------
      * Every rule GN-LEN-FROM to GN-LEN-TO turns long over the
      * entry's letters, counting up like an odometer with the last
      * turn turning fastest; a rule of one repeated letter is left
      * out.
      * -----------------------------------------------------------
       GENERATE-RULES.
           PERFORM VARYING GN-LEN FROM GN-LEN-FROM BY 1
                   UNTIL GN-LEN > GN-LEN-TO OR WS-CAPPED
              PERFORM VARYING GN-POS FROM 1 BY 1 UNTIL GN-POS > 20
                 MOVE 0 TO GN-DIGIT(GN-POS)
              END-PERFORM
              MOVE 'N' TO GN-DONE-SW
              PERFORM UNTIL GN-DONE OR WS-CAPPED
                 MOVE SPACES TO VR-RULE
                 MOVE 'Y' TO GN-UNIFORM-SW
                 PERFORM VARYING GN-POS FROM 1 BY 1
                         UNTIL GN-POS > GN-LEN
                    MOVE GN-LETTERS(GN-DIGIT(GN-POS) + 1:1)
                         TO VR-RULE(GN-POS:1)
                    IF GN-DIGIT(GN-POS) NOT = GN-DIGIT(1)
                       MOVE 'N' TO GN-UNIFORM-SW
                    END-IF
                 END-PERFORM
                 IF NOT GN-UNIFORM
                    PERFORM RUN-RULE-ANT-COUNTS
                 END-IF
                 PERFORM ADVANCE-ODOMETER
              END-PERFORM
           END-PERFORM.

       ADVANCE-ODOMETER.
           MOVE GN-LEN TO GN-POS
           PERFORM UNTIL GN-POS = 0
              ADD 1 TO GN-DIGIT(GN-POS)
              IF GN-DIGIT(GN-POS) < GN-LETTER-COUNT
                 EXIT PERFORM
              END-IF
              MOVE 0 TO GN-DIGIT(GN-POS)
              SUBTRACT 1 FROM GN-POS
           END-PERFORM
           IF GN-POS = 0
              MOVE 'Y' TO GN-DONE-SW
           END-IF.

       RUN-RULE-ANT-COUNTS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(VR-RULE))
                TO VR-RULE-LEN
           PERFORM VARYING VR-ANTS FROM VR-ANTS-FROM BY 1
                   UNTIL VR-ANTS > VR-ANTS-TO OR WS-CAPPED
              PERFORM RUN-ONE-VARIANT
           END-PERFORM.

      * -----------------------------------------------------------
      * Run ANT once for the current variant, unpaced, into a
      * scratch capture, then collect what the run left behind and
      * score it. The work files are cleared first so nothing is
      * read from an earlier run - above all the checkpoint, which
      * ANT would otherwise resume from.
      * -----------------------------------------------------------
       RUN-ONE-VARIANT.
           IF SR-COUNT >= WS-MAX-RUNS
              MOVE 'Y' TO WS-CAPPED-SW
              MOVE WS-MAX-RUNS TO WS-NUM-OUT
              MOVE SPACES TO REPORT-LINE
              STRING "SWEEP STOPPED AT " FUNCTION TRIM(WS-NUM-OUT)
                     " RUNS - THE REST OF THE CONTROL FILE WAS NOT RUN"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SR-COUNT
           MOVE SR-COUNT TO SR-I
           MOVE SR-COUNT TO SR-RUN-NUM(SR-I)
           MOVE VR-RULE TO SR-RULE(SR-I)
           MOVE VR-RULE-LEN TO SR-RULE-LEN(SR-I)
           MOVE VR-ANTS TO SR-ANTS(SR-I)
           MOVE VR-GRID TO SR-GRID(SR-I)
           MOVE VR-CELLSIZE TO SR-CELLSIZE(SR-I)
           MOVE VR-BUDGET TO SR-BUDGET(SR-I)
           MOVE 0 TO SR-STEPS(SR-I) SR-HWY-STEP(SR-I)
                     SR-CYCLE-LEN(SR-I) SR-COVER(SR-I)
                     SR-SPREAD(SR-I) SR-LIFE(SR-I) SR-SCORE(SR-I)
                     SR-STATES-USED(SR-I)
           PERFORM VARYING CL-STATE FROM 1 BY 1 UNTIL CL-STATE > 20
              MOVE 0 TO SR-CENSUS(SR-I, CL-STATE)
           END-PERFORM
           MOVE "NO SUMMARY" TO SR-TERM(SR-I)
           MOVE SR-COUNT TO CL-RUN-TEXT
           MOVE SPACES TO SR-SHEET(SR-I)
           STRING "SW" CL-RUN-TEXT ".PPM"
                  DELIMITED BY SIZE INTO SR-SHEET(SR-I)
           END-STRING

           CALL "CBL_DELETE_FILE" USING "ANTSWEEP.CKP "
           CALL "CBL_DELETE_FILE" USING "ANTSWEEP.RUN "
           CALL "CBL_DELETE_FILE" USING "ANTSWEEP.CEN "
           CALL "CBL_DELETE_FILE" USING "ANTSWEEP.CAP "

           DISPLAY "ANTSWEEP: RUN " CL-RUN-TEXT " RULE "
                   FUNCTION TRIM(VR-RULE) " ANTS " VR-ANTS
                   " GRID " FUNCTION TRIM(VR-GRID) UPON SYSERR

           MOVE VR-BUDGET TO WS-NUM-OUT
           MOVE VR-CELLSIZE TO WS-CELL-TEXT
           MOVE SPACES TO WS-COMMAND
           STRING "./ANT " FUNCTION TRIM(WS-NUM-OUT) " "
                  FUNCTION TRIM(VR-RULE) " " VR-ANTS
                  " ANTSWEEP.CKP ANTSWEEP.RUN 0,0 T NONE "
                  FUNCTION TRIM(VR-GRID) " " WS-CELL-TEXT
                  " ANTSWEEP.CEN 0 | ./GFXREC ANTSWEEP.CAP - ANT"
                  " > /dev/null"
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND

           PERFORM READ-RUN-SUMMARY
           PERFORM READ-RUN-REPORT
           PERFORM READ-FINAL-CENSUS
           PERFORM MAKE-CONTACT-SHEET
           PERFORM SCORE-RUN.

      * -----------------------------------------------------------
      * How many records RUNSUM.DAT holds now (WS-RUNSUM-COUNT).
      * -----------------------------------------------------------
       COUNT-RUNSUM-RECORDS.
           MOVE 0 TO WS-RUNSUM-COUNT
           OPEN INPUT RUNSUM-FILE
           IF WS-RUNSUM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF-SW
           PERFORM UNTIL WS-READ-EOF
              READ RUNSUM-FILE
                 AT END
                    MOVE 'Y' TO WS-READ-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RUNSUM-COUNT
              END-READ
           END-PERFORM
           CLOSE RUNSUM-FILE.

      * -----------------------------------------------------------
      * The run's own RUNSUM.DAT record: the first ANT record past
      * the ones that were there before it started.
      * -----------------------------------------------------------
       READ-RUN-SUMMARY.
           MOVE 0 TO WS-RUNSUM-COUNT
           OPEN INPUT RUNSUM-FILE
           IF WS-RUNSUM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF-SW
           PERFORM UNTIL WS-READ-EOF
              READ RUNSUM-FILE
                 AT END
                    MOVE 'Y' TO WS-READ-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RUNSUM-COUNT
                    IF WS-RUNSUM-COUNT > WS-RUNSUM-SEEN
                       AND RS-PROGRAM = "ANT"
                       AND SR-TERM(SR-I) = "NO SUMMARY"
                       MOVE RS-UNITS TO SR-STEPS(SR-I)
                       MOVE RS-TERM-REASON TO SR-TERM(SR-I)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUNSUM-FILE
           MOVE WS-RUNSUM-COUNT TO WS-RUNSUM-SEEN.

      * -----------------------------------------------------------
      * The highway line CHECK-FOR-CYCLE leaves in ANT's report:
      * "HIGHWAY DETECTED AT STEP n - CYCLE LENGTH m".
      * -----------------------------------------------------------
       READ-RUN-REPORT.
           OPEN INPUT RUN-REPORT-FILE
           IF WS-RUN-RPT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-READ-EOF-SW
           PERFORM UNTIL WS-READ-EOF
              READ RUN-REPORT-FILE
                 AT END
                    MOVE 'Y' TO WS-READ-EOF-SW
                 NOT AT END
                    IF RUN-REPORT-LINE(1:25) =
                       "HIGHWAY DETECTED AT STEP "
                       MOVE SPACES TO CL-HWY-TEXT CL-CYCLE-TEXT
                       UNSTRING RUN-REPORT-LINE(26:)
                           DELIMITED BY " - CYCLE LENGTH "
                           INTO CL-HWY-TEXT CL-CYCLE-TEXT
                       END-UNSTRING
                       COMPUTE SR-HWY-STEP(SR-I) =
                           FUNCTION NUMVAL(CL-HWY-TEXT)
                       COMPUTE SR-CYCLE-LEN(SR-I) =
                           FUNCTION NUMVAL(CL-CYCLE-TEXT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-REPORT-FILE.

      * -----------------------------------------------------------
      * The last interval of ANT's census file - step, state and
      * cell count per line - is the finished grid's census. From
      * it, how many of the rule's states are still in use and
      * what share of the grid has left state 0.
      * -----------------------------------------------------------
       READ-FINAL-CENSUS.
           OPEN INPUT CENSUS-FILE
           IF WS-CENSUS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CL-LAST-STEP
           MOVE 'N' TO WS-READ-EOF-SW
           PERFORM UNTIL WS-READ-EOF
              READ CENSUS-FILE
                 AT END
                    MOVE 'Y' TO WS-READ-EOF-SW
                 NOT AT END
                    IF CENSUS-LINE(1:8) IS NUMERIC
                       AND CENSUS-LINE(10:2) IS NUMERIC
                       AND CENSUS-LINE(13:6) IS NUMERIC
                       MOVE CENSUS-LINE(1:8) TO CL-CEN-STEP
                       IF CL-CEN-STEP NOT = CL-LAST-STEP
                          PERFORM VARYING CL-STATE FROM 1 BY 1
                                  UNTIL CL-STATE > 20
                             MOVE 0 TO SR-CENSUS(SR-I, CL-STATE)
                          END-PERFORM
                          MOVE CL-CEN-STEP TO CL-LAST-STEP
                       END-IF
                       MOVE CENSUS-LINE(10:2) TO CL-STATE
                       MOVE CENSUS-LINE(13:6) TO CL-COUNT
                       IF CL-STATE < 20
                          MOVE CL-COUNT
                               TO SR-CENSUS(SR-I, CL-STATE + 1)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CENSUS-FILE

           MOVE 0 TO SR-STATES-USED(SR-I)
           PERFORM VARYING CL-STATE FROM 1 BY 1
                   UNTIL CL-STATE > SR-RULE-LEN(SR-I)
              IF SR-CENSUS(SR-I, CL-STATE) > 0
                 ADD 1 TO SR-STATES-USED(SR-I)
              END-IF
           END-PERFORM
           IF SR-STATES-USED(SR-I) > 0
              COMPUTE SR-COVER(SR-I) =
                  (VR-GRID-CELLS - SR-CENSUS(SR-I, 1)) * 1000
                  / VR-GRID-CELLS
           END-IF.

      * -----------------------------------------------------------
      * FILMSTRIP the scratch capture into the run's contact sheet:
      * eight frames evenly across the steps it ran, the last one
      * the finished grid.
      * -----------------------------------------------------------
       MAKE-CONTACT-SHEET.
           IF SR-STEPS(SR-I) = 0
              MOVE "(NONE)" TO SR-SHEET(SR-I)
              EXIT PARAGRAPH
           END-IF
           COMPUTE CL-EVERY-N = SR-STEPS(SR-I) / 8
           IF CL-EVERY-N = 0
              MOVE 1 TO CL-EVERY-N
           END-IF
           MOVE CL-EVERY-N TO WS-NUM-OUT
           MOVE SPACES TO WS-COMMAND
           STRING "./FILMSTRIP ANTSWEEP.CAP " FUNCTION TRIM(WS-NUM-OUT)
                  " 8 4 " FUNCTION TRIM(SR-SHEET(SR-I)) " "
                  FUNCTION TRIM(WS-NUM-OUT)
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-LAST-RC
           IF WS-LAST-RC NOT = 0
              MOVE "(NONE)" TO SR-SHEET(SR-I)
           END-IF.

      * -----------------------------------------------------------
      * Score the run: the average of COVER, SPREAD and LIFE, all
      * per mille. A stopped run, or one that left no summary, is
      * not a fair sample of the rule and scores 0.
      * -----------------------------------------------------------
       SCORE-RUN.
           IF SR-TERM(SR-I) = "NO SUMMARY" OR SR-TERM(SR-I) = "STOP"
              IF SR-TERM(SR-I) = "NO SUMMARY"
                 ADD 1 TO WS-RUNS-FAILED
              END-IF
              EXIT PARAGRAPH
           END-IF
           COMPUTE SR-SPREAD(SR-I) =
               SR-STATES-USED(SR-I) * 1000 / SR-RULE-LEN(SR-I)
           IF SR-STEPS(SR-I) >= SR-BUDGET(SR-I)
              MOVE 1000 TO SR-LIFE(SR-I)
           ELSE
              COMPUTE SR-LIFE(SR-I) =
                  SR-STEPS(SR-I) * 1000 / SR-BUDGET(SR-I)
           END-IF
           COMPUTE SR-SCORE(SR-I) =
               (SR-COVER(SR-I) + SR-SPREAD(SR-I) + SR-LIFE(SR-I)) / 3.

      * -----------------------------------------------------------
      * Highest score first.
      * -----------------------------------------------------------
       RANK-RESULTS.
           PERFORM VARYING SR-I FROM 1 BY 1 UNTIL SR-I >= SR-COUNT
              PERFORM VARYING SR-J FROM SR-I BY 1
                      UNTIL SR-J > SR-COUNT
                 IF SR-SCORE(SR-J) > SR-SCORE(SR-I)
                    MOVE SR-ENTRY(SR-I) TO SR-SWAP
                    MOVE SR-ENTRY(SR-J) TO SR-ENTRY(SR-I)
                    MOVE SR-SWAP        TO SR-ENTRY(SR-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * The ranked catalog: one line per run, its final census
      * under it.
      * -----------------------------------------------------------
       WRITE-CATALOG.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SR-COUNT TO WS-NUM-OUT
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-NUM-OUT) " RUN(S) RANKED BY SCORE"
                  " - THE AVERAGE OF COVER, SPREAD AND LIFE, EACH"
                  " PER MILLE"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RANK SCORE RULE                 ANTS GRID    "
                  "   STEPS END          HIGHWAY@    CYCLE COVER "
                  "SPRD LIFE RUN  SHEET"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-COUNT
              PERFORM WRITE-CATALOG-ENTRY
           END-PERFORM.

       WRITE-CATALOG-ENTRY.
           MOVE SR-I TO CT-RANK-OUT
           MOVE SR-SCORE(SR-I) TO CT-SCORE-OUT
           MOVE SR-ANTS(SR-I) TO CT-ANTS-OUT
           MOVE SR-STEPS(SR-I) TO CT-STEPS-OUT
           MOVE SR-COVER(SR-I) TO CT-COVER-OUT
           MOVE SR-SPREAD(SR-I) TO CT-SPREAD-OUT
           MOVE SR-LIFE(SR-I) TO CT-LIFE-OUT
           IF SR-TERM(SR-I) = "HIGHWAY"
              MOVE SR-HWY-STEP(SR-I) TO WS-NUM-OUT
              MOVE WS-NUM-OUT TO CT-HWY-OUT
              MOVE SR-CYCLE-LEN(SR-I) TO WS-NUM-OUT
              MOVE WS-NUM-OUT TO CT-CYCLE-OUT
           ELSE
              MOVE "       -" TO CT-HWY-OUT CT-CYCLE-OUT
           END-IF
           MOVE SR-RUN-NUM(SR-I) TO CL-RUN-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING CT-RANK-OUT " " CT-SCORE-OUT "  " SR-RULE(SR-I)
                  "   " CT-ANTS-OUT " " SR-GRID(SR-I) " "
                  CT-STEPS-OUT " " SR-TERM(SR-I) " " CT-HWY-OUT " "
                  CT-CYCLE-OUT "  " CT-COVER-OUT " " CT-SPREAD-OUT
                  " " CT-LIFE-OUT " " CL-RUN-TEXT " "
                  SR-SHEET(SR-I)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF SR-STATES-USED(SR-I) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CT-CENSUS-TEXT
           MOVE 1 TO CT-CENSUS-PTR
           MOVE 0 TO CT-ON-LINE
           PERFORM VARYING CT-STATE FROM 1 BY 1
                   UNTIL CT-STATE > SR-RULE-LEN(SR-I)
              COMPUTE CT-STATE-OUT = CT-STATE - 1
              MOVE SR-CENSUS(SR-I, CT-STATE) TO CT-COUNT-OUT
              STRING CT-STATE-OUT ":" FUNCTION TRIM(CT-COUNT-OUT) " "
                     DELIMITED BY SIZE INTO CT-CENSUS-TEXT
                     WITH POINTER CT-CENSUS-PTR
              END-STRING
              ADD 1 TO CT-ON-LINE
              IF CT-ON-LINE = 10
                 PERFORM WRITE-CENSUS-LINE
              END-IF
           END-PERFORM
           IF CT-ON-LINE > 0
              PERFORM WRITE-CENSUS-LINE
           END-IF.

       WRITE-CENSUS-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "           CENSUS " CT-CENSUS-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO CT-CENSUS-TEXT
           MOVE 1 TO CT-CENSUS-PTR
           MOVE 0 TO CT-ON-LINE.

      * -----------------------------------------------------------
      * Add the top WS-PROMOTE-N runs that ended on their budget or
      * a highway to PROFILES.DAT. The new file is staged as
      * PROFILES.TMP - every existing record, then the new ones -
      * and renamed into place; a name already in the file is
      * reported and not added. Each profile added is audited the
      * way CFGMAINT audits an add.
      * -----------------------------------------------------------
       PROMOTE-PROFILES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROFILES FOR PROFILES.DAT" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'P' TO OC-FUNCTION
           MOVE "ANTSWEEP" TO OC-PROGRAM
           MOVE "ADD SWEEP PROFILES" TO OC-ACTION
           MOVE 2 TO OC-NEED-LEVEL
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "ANTSWEEP: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              MOVE "  NONE ADDED - OPERATOR REFUSED" TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PC-COUNT
           PERFORM VARYING SR-I FROM 1 BY 1
                   UNTIL SR-I > SR-COUNT OR PC-COUNT >= WS-PROMOTE-N
              IF (SR-TERM(SR-I) = "BUDGET"
                  OR SR-TERM(SR-I) = "HIGHWAY")
                 AND SR-SCORE(SR-I) > 0
                 PERFORM BUILD-PROFILE-CANDIDATE
              END-IF
           END-PERFORM
           IF PC-COUNT = 0
              MOVE "  NONE - NO RUN ENDED ON ITS BUDGET OR A HIGHWAY"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM STAGE-PROFILES
           IF WS-PROMOTED
              PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
                 IF PC-NEW(PC-I)
                    PERFORM WRITE-PROFILE-AUDIT
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
              PERFORM REPORT-PROFILE-CANDIDATE
           END-PERFORM.

      * -----------------------------------------------------------
      * Name ANT-rule-ants and the argument string that reruns the
      * sweep's variant on the wall: its budget, rule and ant count,
      * a checkpoint of its own (rule and ant count again, so two
      * profiles never resume each other's grid), ANT's default
      * report, no tile offset, wraparound, no obstacle map, and
      * the grid at the cell size that fills the canvas.
      * -----------------------------------------------------------
       BUILD-PROFILE-CANDIDATE.
           ADD 1 TO PC-COUNT
           MOVE SR-I TO PC-RANK(PC-COUNT)
           MOVE 'N' TO PC-STATE(PC-COUNT)
           MOVE SR-ANTS(SR-I) TO CT-ANTS-OUT
           MOVE SPACES TO PC-PROFILE(PC-COUNT) PC-STEM
           STRING "ANT-" SR-RULE(SR-I)(1:9) DELIMITED BY SPACE
                  "-" FUNCTION TRIM(CT-ANTS-OUT) DELIMITED BY SIZE
                  INTO PC-NAME(PC-COUNT)
           END-STRING
           MOVE "ANT" TO PC-DEMO(PC-COUNT)
           STRING SR-RULE(SR-I)(1:9) DELIMITED BY SPACE
                  FUNCTION TRIM(CT-ANTS-OUT) DELIMITED BY SIZE
                  INTO PC-STEM
           END-STRING
           MOVE SR-BUDGET(SR-I) TO WS-NUM-OUT
           MOVE SR-CELLSIZE(SR-I) TO WS-CELL-TEXT
           MOVE SPACES TO PC-ARGS-WORK
           MOVE 1 TO PC-ARGS-PTR
           STRING FUNCTION TRIM(WS-NUM-OUT) " "
                  FUNCTION TRIM(SR-RULE(SR-I)) " "
                  FUNCTION TRIM(CT-ANTS-OUT) " "
                  FUNCTION TRIM(PC-STEM) ".CKP ANT.RPT 0,0 T NONE "
                  FUNCTION TRIM(SR-GRID(SR-I)) " "
                  FUNCTION TRIM(WS-CELL-TEXT)
                  DELIMITED BY SIZE INTO PC-ARGS-WORK
                  WITH POINTER PC-ARGS-PTR
           END-STRING
           IF PC-ARGS-PTR > 61
              MOVE 'L' TO PC-STATE(PC-COUNT)
           ELSE
              MOVE PC-ARGS-WORK TO PC-ARGS(PC-COUNT)
           END-IF.

       STAGE-PROFILES.
           MOVE 'N' TO WS-PROMOTED-SW
           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
              DISPLAY "ANTSWEEP: UNABLE TO WRITE PROFILES.TMP STATUS "
                      WS-NEW-STATUS " - PROFILES.DAT NOT CHANGED"
                      UPON SYSERR
              MOVE "  NONE ADDED - PROFILES.TMP COULD NOT BE WRITTEN"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              MOVE 'N' TO WS-READ-EOF-SW
              PERFORM UNTIL WS-READ-EOF
                 READ PROFILE-FILE
                    AT END
                       MOVE 'Y' TO WS-READ-EOF-SW
                    NOT AT END
                       PERFORM VARYING PC-I FROM 1 BY 1
                               UNTIL PC-I > PC-COUNT
                          IF PC-NAME(PC-I) = PROF-NAME
                             AND PC-NEW(PC-I)
                             MOVE 'T' TO PC-STATE(PC-I)
                          END-IF
                       END-PERFORM
                       MOVE PROFILE-REC TO NEW-LINE
                       WRITE NEW-LINE
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF

      *    two runs of one rule and ant count (another grid) name
      *    the same profile; the better-ranked one has it
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
              IF PC-NEW(PC-I)
                 PERFORM VARYING SR-J FROM 1 BY 1
                         UNTIL SR-J >= PC-I
                    IF PC-NAME(SR-J) = PC-NAME(PC-I)
                       AND (PC-NEW(SR-J) OR PC-TAKEN(SR-J))
                       MOVE 'T' TO PC-STATE(PC-I)
                    END-IF
                 END-PERFORM
              END-IF
              IF PC-NEW(PC-I)
                 MOVE PC-PROFILE(PC-I) TO NEW-LINE
                 WRITE NEW-LINE
                 ADD 1 TO PC-ADDED
              END-IF
           END-PERFORM
           CLOSE NEW-FILE

           IF PC-ADDED = 0
              CALL "CBL_DELETE_FILE" USING "PROFILES.TMP "
              EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING "PROFILES.TMP "
                                        "PROFILES.DAT "
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "ANTSWEEP: UNABLE TO REPLACE PROFILES.DAT - "
                      "THE NEW VERSION IS LEFT IN PROFILES.TMP"
                      UPON SYSERR
              MOVE 0 TO PC-ADDED
              MOVE "  NONE ADDED - PROFILES.DAT COULD NOT BE REPLACED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           SET WS-PROMOTED TO TRUE.

       REPORT-PROFILE-CANDIDATE.
           MOVE PC-RANK(PC-I) TO CT-RANK-OUT
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN PC-TOO-LONG(PC-I)
                   STRING "  RANK " CT-RANK-OUT " "
                          FUNCTION TRIM(PC-NAME(PC-I))
                          " NOT ADDED - ARGUMENTS TOO LONG FOR A "
                          "PROFILE"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
              WHEN PC-TAKEN(PC-I)
                   STRING "  RANK " CT-RANK-OUT " "
                          FUNCTION TRIM(PC-NAME(PC-I))
                          " NOT ADDED - NAME ALREADY IN PROFILES.DAT"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
              WHEN WS-PROMOTED
                   STRING "  RANK " CT-RANK-OUT " "
                          FUNCTION TRIM(PC-NAME(PC-I)) " ADDED - "
                          FUNCTION TRIM(PC-DEMO(PC-I)) " "
                          FUNCTION TRIM(PC-ARGS(PC-I))
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
              WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * An add in CFGMAINT's audit form: the event with the
      * operator, then the record image before ("(NONE)" for an
      * add) and after, each tagged with the operator as well.
      * -----------------------------------------------------------
       WRITE-PROFILE-AUDIT.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF OC-OPER-ID = SPACES
              MOVE "NONE" TO WS-AUDIT-OPER
           ELSE
              MOVE OC-OPER-ID TO WS-AUDIT-OPER
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-STAMP(1:8)
           MOVE " " TO WS-AUDIT-STAMP(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-STAMP(10:6)
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-STAMP " ANTSWEEP PROFILES.DAT ADD '"
                  FUNCTION TRIM(PC-NAME(PC-I)) "' "
                  FUNCTION TRIM(OC-AUDIT-TAG)
                  DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-STAMP " ANTSWEEP B (NONE)"
                  " OPER " FUNCTION TRIM(WS-AUDIT-OPER)
                  DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-STAMP " ANTSWEEP A '"
                  PC-PROFILE(PC-I) "'"
                  " OPER " FUNCTION TRIM(WS-AUDIT-OPER)
                  DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
