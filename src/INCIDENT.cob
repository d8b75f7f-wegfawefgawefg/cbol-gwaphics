      *****************************************************************
      * INCIDENT: the wall incident register. Problems with a wall -
      * a dead panel, the wrong content aired, a stuttering stream -
      * go on the register (see INCIDENTREC.cpy) instead of sticky
      * notes: what kind of fault, which wall and tile, who opened
      * it, the time window it was on the wall, how severe, and a
      * running history of notes (INCNOTEREC.cpy). An incident can
      * be linked to the evidence the system already keeps: its
      * capture in the CAPLIB catalog, the RUNSUM.DAT run that was
      * airing, and the GRAPHICS.ERR lines stamped inside its
      * window. WATCHDOG and CAPCHK open incidents on their own
      * through INCLOG, the routine OPEN uses too.
      * Functions:
      *   INCIDENT OPEN <category> <severity> <wall-id|-> <tile|->
      *       "<summary>" [from-stamp] [to-stamp]
      *       categories PANEL CONTENT STREAM CAPTURE CONTROL OTHER,
      *       severity 1 (worst) to 4; wall "-" is the current wall;
      *       the window starts now unless given, and is left
      *       running unless an end is given
      *   INCIDENT UPDATE <id> "<note>" [severity]
      *   INCIDENT LINK <id> CAPTURE <capture-name>
      *   INCIDENT LINK <id> RUN [program]
      *       the RUNSUM.DAT run airing at the start of the window
      *       (or the first one inside it)
      *   INCIDENT LINK <id> ERRORS
      *       the GRAPHICS.ERR lines inside the window on its wall
      *   INCIDENT CLOSE <id> "<resolution>" [to-stamp]
      *   INCIDENT SHOW <id>          the incident, notes and links
      *   INCIDENT LIST [ALL]         open incidents (ALL: every one)
      *   INCIDENT AGING [incaging.rpt]
      *       open incidents by age - under 2 days, 2 to 7, 8 to 30,
      *       over 30 - oldest first; RC 1 when a severity 1
      *       incident has been open more than a day
      *   INCIDENT MONTHLY [YYYYMM] [incmonth.rpt]
      *       incidents closed in the month (default: last month)
      *       by category - counts by severity, hours to close and
      *       hours on the wall
      * Stamps are YYYYMMDDHHMM or YYYYMMDDHHMMSS. Opening, updating
      * and linking need an operator on the roster signed on (the
      * OPERID environment value, see OPERCHKARGS.cpy), closing the
      * OPERATOR role; every change is appended to AUDIT.LOG.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.

           SELECT NOTE-FILE ASSIGN TO "INCNOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "CAPLIB.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT RUNSUM-FILE ASSIGN TO "RUNSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "GRAPHICS.ERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY INCIDENTREC.

       FD  NOTE-FILE.
           COPY INCNOTEREC.

       FD  CATALOG-FILE.
           COPY CAPLIBREC.

       FD  RUNSUM-FILE.
           COPY RUNSUMREC.

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-LINE         PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  INCIDENT-VARS.
           05  WS-FUNCTION-ARG    PIC X(8)   VALUE SPACES.
           05  WS-ID-ARG          PIC X(8)   VALUE SPACES.
           05  WS-CATEGORY-ARG    PIC X(8)   VALUE SPACES.
           05  WS-SEVERITY-ARG    PIC X(2)   VALUE SPACES.
           05  WS-WALL-ARG        PIC X(8)   VALUE SPACES.
           05  WS-TILE-ARG        PIC X(8)   VALUE SPACES.
           05  WS-TEXT-ARG        PIC X(80)  VALUE SPACES.
           05  WS-FROM-ARG        PIC X(14)  VALUE SPACES.
           05  WS-TO-ARG          PIC X(14)  VALUE SPACES.
           05  WS-LINK-KIND-ARG   PIC X(8)   VALUE SPACES.
           05  WS-LINK-ARG        PIC X(40)  VALUE SPACES.
           05  WS-MONTH-ARG       PIC X(6)   VALUE SPACES.
           05  WS-REPORT-ARG      PIC X(100) VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-INC-STATUS      PIC X(2).
           05  WS-NOTE-STATUS     PIC X(2).
           05  WS-CAT-STATUS      PIC X(2).
           05  WS-RUNSUM-STATUS   PIC X(2).
           05  WS-ERR-STATUS      PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-ID-NUM          PIC 9(6)   VALUE 0.
           05  WS-SEVERITY        PIC 9      VALUE 0.
           05  WS-OLD-SEVERITY    PIC 9.
           05  WS-NOTE-KIND       PIC X(8).
           05  WS-NOTE-TEXT       PIC X(80).
           05  WS-AUDIT-TEXT      PIC X(110).
           05  WS-SHOWN           PIC 9(4).

      * The clock, and stamps worked into seconds from the
      * INTEGER-OF-DATE day number so a window can span midnight.
       01  CLOCK-VARS.
           05  WS-NOW-STAMP       PIC X(14).
           05  WS-TODAY           PIC X(8).
           05  WS-TODAY-INT       PIC 9(8).
           05  WS-NOW-SECS        PIC 9(12).
           05  WS-STAMP-WORK      PIC X(14).
           05  WS-STAMP-OK-SW     PIC X.
               88  WS-STAMP-OK        VALUE 'Y'.
           05  WS-STAMP-SECS      PIC 9(12).
           05  WS-DATE-NUM        PIC 9(8).
           05  WS-DAY-INT         PIC 9(8).
           05  WS-HH              PIC 99.
           05  WS-MM              PIC 99.
           05  WS-SS              PIC 99.
           05  WS-FROM-SECS       PIC 9(12).
           05  WS-TO-SECS         PIC 9(12).
           05  WS-OPEN-SECS       PIC 9(12).
           05  WS-CLOSE-SECS      PIC 9(12).
           05  WS-AGE-DAYS        PIC 9(6).

      * The register held in memory so an entry can be changed in
      * place and the whole file rewritten.
       01  INCIDENT-TABLE-VARS.
           05  IT-COUNT           PIC 9(4) VALUE 0.
           05  IT-MAX             PIC 9(4) VALUE 2000.
           05  IT-I               PIC 9(4).
           05  IT-FOUND           PIC 9(4).
           05  IT-ENTRY OCCURS 2000 TIMES.
               10  IT-REC         PIC X(245).

      * RUN links: the run airing at the window's start, else the
      * first to start inside the window.
       01  RUN-LINK-VARS.
           05  RL-START-SECS      PIC 9(12).
           05  RL-END-SECS        PIC 9(12).
           05  RL-COVER-PROGRAM   PIC X(12).
           05  RL-COVER-STAMP     PIC X(14).
           05  RL-COVER-SECS      PIC 9(12).
           05  RL-INSIDE-PROGRAM  PIC X(12).
           05  RL-INSIDE-STAMP    PIC X(14).
           05  RL-INSIDE-SECS     PIC 9(12).
           05  RL-OVERLAPPING     PIC 9(6).
           05  RL-WANTED-PROGRAM  PIC X(12).

      * ERRORS links: the wall tag a GRAPHICS.ERR line must carry.
       01  ERROR-LINK-VARS.
           05  EL-WALL-PHRASE     PIC X(20).
           05  EL-PHRASE-LEN      PIC 9(3).
           05  EL-TALLY           PIC 9(4).
           05  EL-LINE-STAMP      PIC X(14).
           05  EL-IN-WINDOW-SW    PIC X.
               88  EL-IN-WINDOW       VALUE 'Y'.
           05  EL-SHOW-SW         PIC X.
               88  EL-SHOW            VALUE 'Y'.
           05  EL-COUNT           PIC 9(6).

      * The categories, in report order.
       01  CATEGORY-LIST.
           05  FILLER PIC X(8) VALUE "PANEL".
           05  FILLER PIC X(8) VALUE "CONTENT".
           05  FILLER PIC X(8) VALUE "STREAM".
           05  FILLER PIC X(8) VALUE "CAPTURE".
           05  FILLER PIC X(8) VALUE "CONTROL".
           05  FILLER PIC X(8) VALUE "OTHER".
       01  CATEGORY-TABLE REDEFINES CATEGORY-LIST.
           05  CATEGORY-NAME PIC X(8) OCCURS 6 TIMES.

      * AGING buckets and MONTHLY totals (category 7 = all).
       01  REPORT-COUNTS.
           05  WS-CAT-I           PIC 9.
           05  WS-CAT-FOUND       PIC 9.
           05  WS-SEV-I           PIC 9.
           05  WS-BUCKET          PIC 9.
           05  WS-BUCKET-I        PIC 9.
           05  WS-BUCKET-HITS     PIC 9(4).
           05  WS-OPEN-TOTAL      PIC 9(4).
           05  WS-STALE-SEV1      PIC 9(4).
           05  WS-SEV-OPEN        PIC 9(4) OCCURS 4 TIMES.
           05  WS-MONTH           PIC X(6).
           05  WS-MONTH-YEAR      PIC 9(4).
           05  WS-MONTH-MONTH     PIC 9(2).
           05  MT-ENTRY OCCURS 7 TIMES.
               10  MT-CLOSED      PIC 9(4).
               10  MT-SEV         PIC 9(4) OCCURS 4 TIMES.
               10  MT-CLOSE-SECS  PIC 9(12).
               10  MT-LONGEST-SECS PIC 9(12).
               10  MT-WALL-SECS   PIC 9(12).
           05  WS-SPAN-SECS       PIC 9(12).
           05  WS-OPENED-IN-MONTH PIC 9(4).

       01  LIST-DISPLAY-VARS.
           05  WS-ID-DISP         PIC 9(6).
           05  WS-COUNT-DISP      PIC Z(3)9.
           05  WS-COUNT-DISP-2    PIC Z(3)9.
           05  WS-COUNT-DISP-3    PIC Z(3)9.
           05  WS-COUNT-DISP-4    PIC Z(3)9.
           05  WS-COUNT-DISP-5    PIC Z(3)9.
           05  WS-DAYS-DISP       PIC Z(5)9.
           05  WS-HOURS-DISP      PIC Z(5)9.9.
           05  WS-HOURS-DISP-2    PIC Z(5)9.9.
           05  WS-HOURS-DISP-3    PIC Z(5)9.9.
           05  WS-HOURS-WORK      PIC 9(8)V9.
           05  WS-STATE-TEXT      PIC X(6).
           05  WS-WHERE-TEXT      PIC X(17).
           05  WS-WINDOW-TEXT     PIC X(40).

           COPY OPERCHKARGS.
           COPY WALLREGARGS.
           COPY INCLOGARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-ARG) TO WS-FUNCTION-ARG

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-NOW-SECS

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "OPEN"
                   PERFORM DO-OPEN
              WHEN "UPDATE"
                   PERFORM DO-UPDATE
              WHEN "LINK"
                   PERFORM DO-LINK
              WHEN "CLOSE"
                   PERFORM DO-CLOSE
              WHEN "SHOW"
                   PERFORM DO-SHOW
              WHEN "LIST"
                   PERFORM DO-LIST
              WHEN "AGING"
                   PERFORM DO-AGING
              WHEN "MONTHLY"
                   PERFORM DO-MONTHLY
              WHEN OTHER
                   DISPLAY "INCIDENT: USAGE: INCIDENT OPEN CATEGORY "
                           "SEVERITY WALL TILE SUMMARY [FROM] [TO] | "
                           "UPDATE ID NOTE [SEVERITY] | "
                           "LINK ID CAPTURE NAME | LINK ID RUN "
                           "[PROGRAM] | LINK ID ERRORS | "
                           "CLOSE ID RESOLUTION [TO] | SHOW ID | "
                           "LIST [ALL] | AGING [RPT] | "
                           "MONTHLY [YYYYMM] [RPT]" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * OPEN: check the description, then put it on the register
      * through INCLOG - the same way WATCHDOG and CAPCHK do.
      * -----------------------------------------------------------
       DO-OPEN.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-CATEGORY-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-SEVERITY-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-TILE-ARG FROM ARGUMENT-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-ARG) TO WS-CATEGORY-ARG
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           MOVE FUNCTION UPPER-CASE(WS-TILE-ARG) TO WS-TILE-ARG
           IF WS-WALL-ARG = "-"
              MOVE SPACES TO WS-WALL-ARG
           END-IF
           IF WS-TILE-ARG = "-"
              MOVE SPACES TO WS-TILE-ARG
           END-IF

           PERFORM CHECK-CATEGORY
           IF WS-CAT-FOUND = 0
              DISPLAY "INCIDENT: CATEGORY '"
                      FUNCTION TRIM(WS-CATEGORY-ARG)
                      "' IS NOT PANEL, CONTENT, STREAM, CAPTURE, "
                      "CONTROL OR OTHER" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEVERITY-ARG
           IF WS-SEVERITY = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-TEXT-ARG = SPACES
              DISPLAY "INCIDENT: OPEN NEEDS A SUMMARY" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF WS-WALL-ARG NOT = SPACES
              MOVE 'L' TO WG-FUNCTION
              MOVE WS-WALL-ARG TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              IF WG-UNKNOWN OR WG-END
                 DISPLAY "INCIDENT: WALL '" FUNCTION TRIM(WS-WALL-ARG)
                         "' IS NOT IN WALLS.DAT" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE WS-NOW-SECS TO WS-FROM-SECS
           IF WS-FROM-ARG NOT = SPACES
              MOVE WS-FROM-ARG TO WS-STAMP-WORK
              PERFORM CHECK-STAMP-ARG
              IF NOT WS-STAMP-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-STAMP-WORK TO WS-FROM-ARG
              MOVE WS-STAMP-SECS TO WS-FROM-SECS
           END-IF
           IF WS-TO-ARG NOT = SPACES
              MOVE WS-TO-ARG TO WS-STAMP-WORK
              PERFORM CHECK-STAMP-ARG
              IF NOT WS-STAMP-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-STAMP-WORK TO WS-TO-ARG
              IF WS-STAMP-SECS < WS-FROM-SECS
                 DISPLAY "INCIDENT: WINDOW ENDS " WS-TO-ARG
                         " BEFORE IT STARTS" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE 1 TO OC-NEED-LEVEL
           MOVE "OPEN OF AN INCIDENT" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE 'O' TO IL-FUNCTION
           MOVE WS-CATEGORY-ARG TO IL-CATEGORY
           MOVE WS-SEVERITY TO IL-SEVERITY
           MOVE WS-WALL-ARG TO IL-WALL
           MOVE WS-TILE-ARG TO IL-TILE
           MOVE OC-OPER-ID TO IL-OPENED-BY
           MOVE WS-FROM-ARG TO IL-FROM-STAMP
           MOVE SPACES TO IL-CAPTURE
           MOVE WS-TEXT-ARG TO IL-SUMMARY
           MOVE SPACES TO IL-NOTE
           CALL 'INCLOG' USING INCLOG-ARGS
           EVALUATE TRUE
              WHEN IL-ALREADY-OPEN
                   DISPLAY "INCIDENT: ALREADY OPEN AS INCIDENT " IL-ID
                           " - UPDATE THAT ONE" UPON SYSERR
                   ADD 1 TO WS-PROBLEMS
                   EXIT PARAGRAPH
              WHEN NOT IL-OK
                   DISPLAY "INCIDENT: UNABLE TO WRITE INCIDENTS.DAT"
                           UPON SYSERR
                   ADD 1 TO WS-PROBLEMS
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE IL-ID TO WS-ID-NUM

           IF WS-TO-ARG NOT = SPACES
              PERFORM LOAD-REGISTER-TABLE
              PERFORM FIND-INCIDENT
              IF IT-FOUND > 0
                 MOVE WS-TO-ARG TO INC-TO-STAMP
                 MOVE INCIDENT-REC TO IT-REC(IT-FOUND)
                 PERFORM REWRITE-REGISTER
              END-IF
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "INCIDENT " WS-ID-NUM " OPENED "
                  FUNCTION TRIM(WS-CATEGORY-ARG)
                  " SEV " WS-SEVERITY " '"
                  FUNCTION TRIM(WS-TEXT-ARG) "'"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "INCIDENT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * UPDATE: add a note to an open incident, and change its
      * severity if one is given.
      * -----------------------------------------------------------
       DO-UPDATE.
           PERFORM TAKE-ID-ARG
           IF WS-ID-NUM = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-SEVERITY-ARG FROM ARGUMENT-VALUE
           IF WS-TEXT-ARG = SPACES
              DISPLAY "INCIDENT: UPDATE NEEDS A NOTE" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEVERITY
           IF WS-SEVERITY-ARG NOT = SPACES
              PERFORM CHECK-SEVERITY-ARG
              IF WS-SEVERITY = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM LOAD-OPEN-INCIDENT
           IF IT-FOUND = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           STRING "UPDATE OF INCIDENT " WS-ID-NUM
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-SEVERITY NOT = 0 AND WS-SEVERITY NOT = INC-SEVERITY
              MOVE INC-SEVERITY TO WS-OLD-SEVERITY
              MOVE WS-SEVERITY TO INC-SEVERITY
              MOVE INCIDENT-REC TO IT-REC(IT-FOUND)
              PERFORM REWRITE-REGISTER
              STRING "INCIDENT " WS-ID-NUM " UPDATED - SEV "
                     WS-OLD-SEVERITY " TO " WS-SEVERITY
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           ELSE
              STRING "INCIDENT " WS-ID-NUM " UPDATED"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           END-IF
           MOVE "UPDATE" TO WS-NOTE-KIND
           MOVE WS-TEXT-ARG TO WS-NOTE-TEXT
           PERFORM WRITE-NOTE-RECORD
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "INCIDENT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * LINK: tie an incident to a cataloged capture, the run that
      * was airing, or the rendering errors logged in its window.
      * -----------------------------------------------------------
       DO-LINK.
           PERFORM TAKE-ID-ARG
           IF WS-ID-NUM = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-LINK-KIND-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-LINK-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-LINK-KIND-ARG)
             TO WS-LINK-KIND-ARG
           IF WS-LINK-KIND-ARG NOT = "CAPTURE"
              AND WS-LINK-KIND-ARG NOT = "RUN"
              AND WS-LINK-KIND-ARG NOT = "ERRORS"
              DISPLAY "INCIDENT: LINK IS TO A CAPTURE, RUN OR ERRORS"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-INCIDENT
           IF IT-FOUND = 0
              DISPLAY "INCIDENT: NO INCIDENT " WS-ID-NUM UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 1 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           STRING "LINK OF INCIDENT " WS-ID-NUM
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTE-TEXT
           EVALUATE WS-LINK-KIND-ARG
              WHEN "CAPTURE"
                   PERFORM LINK-CAPTURE
              WHEN "RUN"
                   PERFORM LINK-RUN
              WHEN "ERRORS"
                   PERFORM LINK-ERRORS
           END-EVALUATE
           IF WS-NOTE-TEXT = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE INCIDENT-REC TO IT-REC(IT-FOUND)
           PERFORM REWRITE-REGISTER
           MOVE "LINKED" TO WS-NOTE-KIND
           PERFORM WRITE-NOTE-RECORD
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "INCIDENT " WS-ID-NUM " LINKED TO "
                  FUNCTION TRIM(WS-NOTE-TEXT)
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "INCIDENT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * The capture must be in the CAPLIB catalog - the link is to
      * the cataloged copy, which PURGE will not keep forever.
      * -----------------------------------------------------------
       LINK-CAPTURE.
           IF WS-LINK-ARG = SPACES
              DISPLAY "INCIDENT: LINK CAPTURE NEEDS A CAPTURE NAME"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CATALOG-ENTRY
           IF NOT WS-FOUND
              DISPLAY "INCIDENT: " FUNCTION TRIM(WS-LINK-ARG)
                      " IS NOT IN THE CAPLIB CATALOG" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE CAP-NAME TO INC-CAPTURE
           STRING "CAPTURE " FUNCTION TRIM(CAP-NAME)
                  " (" FUNCTION TRIM(CAP-DEMO) " " CAP-DATE ")"
                  DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-STRING.

      * -----------------------------------------------------------
      * Of the runs overlapping the window (the named program's
      * only, if one is given), the one airing when it started;
      * failing that, the first to start inside it.
      * -----------------------------------------------------------
       LINK-RUN.
           MOVE FUNCTION UPPER-CASE(WS-LINK-ARG) TO RL-WANTED-PROGRAM
           PERFORM SET-WINDOW-SECS
           MOVE SPACES TO RL-COVER-PROGRAM
           MOVE SPACES TO RL-INSIDE-PROGRAM
           MOVE 0 TO RL-COVER-SECS
           MOVE 0 TO RL-INSIDE-SECS
           MOVE 0 TO RL-OVERLAPPING
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RUNSUM-FILE
           IF WS-RUNSUM-STATUS NOT = "00"
              DISPLAY "INCIDENT: UNABLE TO OPEN RUNSUM.DAT STATUS "
                      WS-RUNSUM-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ RUNSUM-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM CHECK-RUN-OVERLAP
              END-READ
           END-PERFORM
           CLOSE RUNSUM-FILE

           EVALUATE TRUE
              WHEN RL-COVER-PROGRAM NOT = SPACES
                   MOVE RL-COVER-PROGRAM TO INC-RUN-PROGRAM
                   MOVE RL-COVER-STAMP TO INC-RUN-STAMP
              WHEN RL-INSIDE-PROGRAM NOT = SPACES
                   MOVE RL-INSIDE-PROGRAM TO INC-RUN-PROGRAM
                   MOVE RL-INSIDE-STAMP TO INC-RUN-STAMP
              WHEN OTHER
                   DISPLAY "INCIDENT: NO RUN IN RUNSUM.DAT OVERLAPS "
                           "THE WINDOW OF INCIDENT " WS-ID-NUM
                           UPON SYSERR
                   ADD 1 TO WS-PROBLEMS
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE RL-OVERLAPPING TO WS-COUNT-DISP
           STRING "RUN " FUNCTION TRIM(INC-RUN-PROGRAM) " "
                  INC-RUN-STAMP " (" FUNCTION TRIM(WS-COUNT-DISP)
                  " RUN(S) IN THE WINDOW)"
                  DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-STRING.

       CHECK-RUN-OVERLAP.
           IF RL-WANTED-PROGRAM NOT = SPACES
              AND FUNCTION UPPER-CASE(RS-PROGRAM)
                  NOT = RL-WANTED-PROGRAM
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STAMP-WORK
           STRING RS-RUN-DATE RS-RUN-TIME
                  DELIMITED BY SIZE INTO WS-STAMP-WORK
           END-STRING
           PERFORM VALIDATE-STAMP
           IF NOT WS-STAMP-OK OR RS-ELAPSED-SECS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-SECS TO RL-START-SECS
           COMPUTE RL-END-SECS = RL-START-SECS + RS-ELAPSED-SECS
           IF RL-START-SECS > WS-TO-SECS OR RL-END-SECS < WS-FROM-SECS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RL-OVERLAPPING
           IF RL-START-SECS <= WS-FROM-SECS
              IF RL-START-SECS >= RL-COVER-SECS
                 MOVE RL-START-SECS TO RL-COVER-SECS
                 MOVE RS-PROGRAM TO RL-COVER-PROGRAM
                 MOVE WS-STAMP-WORK TO RL-COVER-STAMP
              END-IF
           ELSE
              IF RL-INSIDE-PROGRAM = SPACES
                 OR RL-START-SECS < RL-INSIDE-SECS
                 MOVE RL-START-SECS TO RL-INSIDE-SECS
                 MOVE RS-PROGRAM TO RL-INSIDE-PROGRAM
                 MOVE WS-STAMP-WORK TO RL-INSIDE-STAMP
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Count the GRAPHICS.ERR lines stamped inside the window on
      * the incident's wall (SHOW lists them).
      * -----------------------------------------------------------
       LINK-ERRORS.
           MOVE 'N' TO EL-SHOW-SW
           PERFORM SCAN-ERROR-LOG
           IF WS-ERR-STATUS NOT = "00"
              DISPLAY "INCIDENT: UNABLE TO OPEN GRAPHICS.ERR STATUS "
                      WS-ERR-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO INC-ERR-LINKED
           MOVE EL-COUNT TO INC-ERR-COUNT
           MOVE EL-COUNT TO WS-COUNT-DISP
           STRING FUNCTION TRIM(WS-COUNT-DISP)
                  " GRAPHICS.ERR LINE(S) IN THE WINDOW"
                  DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-STRING.

      * -----------------------------------------------------------
      * Walk GRAPHICS.ERR for lines stamped inside the current
      * incident's window and tagged with its wall (a blank wall:
      * untagged lines), counting them in EL-COUNT and displaying
      * them when EL-SHOW is set. Lines from before the log was
      * stamped have no date and never match.
      * -----------------------------------------------------------
       SCAN-ERROR-LOG.
           PERFORM SET-WINDOW-SECS
           MOVE 0 TO EL-COUNT
           MOVE SPACES TO EL-WALL-PHRASE
           IF INC-WALL = SPACES
              MOVE " ON WALL " TO EL-WALL-PHRASE
              MOVE 9 TO EL-PHRASE-LEN
           ELSE
              STRING " ON WALL " FUNCTION TRIM(INC-WALL)
                     DELIMITED BY SIZE INTO EL-WALL-PHRASE
              END-STRING
              COMPUTE EL-PHRASE-LEN =
                  9 + FUNCTION LENGTH(FUNCTION TRIM(INC-WALL))
           END-IF
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ ERROR-LOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM CHECK-ERROR-LINE
              END-READ
           END-PERFORM
           CLOSE ERROR-LOG-FILE
           MOVE "00" TO WS-ERR-STATUS.

       CHECK-ERROR-LINE.
           IF ERROR-LOG-LINE(1:8) NOT NUMERIC
              OR ERROR-LOG-LINE(10:6) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EL-LINE-STAMP
           STRING ERROR-LOG-LINE(1:8) ERROR-LOG-LINE(10:6)
                  DELIMITED BY SIZE INTO EL-LINE-STAMP
           END-STRING
           MOVE EL-LINE-STAMP TO WS-STAMP-WORK
           PERFORM VALIDATE-STAMP
           IF NOT WS-STAMP-OK
              OR WS-STAMP-SECS < WS-FROM-SECS
              OR WS-STAMP-SECS > WS-TO-SECS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EL-TALLY
           INSPECT ERROR-LOG-LINE TALLYING EL-TALLY
               FOR ALL EL-WALL-PHRASE(1:EL-PHRASE-LEN)
           IF INC-WALL = SPACES
              IF EL-TALLY > 0
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF EL-TALLY = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO EL-COUNT
           IF EL-SHOW
              DISPLAY "    " FUNCTION TRIM(ERROR-LOG-LINE)
           END-IF.

      * -----------------------------------------------------------
      * CLOSE: an OPERATOR closes an incident with a resolution,
      * ending its window now unless it has already ended or an
      * end is given.
      * -----------------------------------------------------------
       DO-CLOSE.
           PERFORM TAKE-ID-ARG
           IF WS-ID-NUM = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TEXT-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-ARG FROM ARGUMENT-VALUE
           IF WS-TEXT-ARG = SPACES
              DISPLAY "INCIDENT: CLOSE NEEDS A RESOLUTION" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF WS-TO-ARG NOT = SPACES
              MOVE WS-TO-ARG TO WS-STAMP-WORK
              PERFORM CHECK-STAMP-ARG
              IF NOT WS-STAMP-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-STAMP-WORK TO WS-TO-ARG
           END-IF
           PERFORM LOAD-OPEN-INCIDENT
           IF IT-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-TO-ARG NOT = SPACES
              AND WS-TO-ARG < INC-FROM-STAMP
              DISPLAY "INCIDENT: WINDOW ENDS " WS-TO-ARG
                      " BEFORE IT STARTS" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           STRING "CLOSE OF INCIDENT " WS-ID-NUM
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN WS-TO-ARG NOT = SPACES
                   MOVE WS-TO-ARG TO INC-TO-STAMP
              WHEN INC-TO-STAMP = SPACES
                   MOVE WS-NOW-STAMP TO INC-TO-STAMP
           END-EVALUATE
           MOVE 'C' TO INC-STATE
           MOVE OC-OPER-ID TO INC-CLOSED-BY
           MOVE WS-NOW-STAMP TO INC-CLOSE-STAMP
           MOVE INCIDENT-REC TO IT-REC(IT-FOUND)
           PERFORM REWRITE-REGISTER

           MOVE "CLOSED" TO WS-NOTE-KIND
           MOVE WS-TEXT-ARG TO WS-NOTE-TEXT
           PERFORM WRITE-NOTE-RECORD
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "INCIDENT " WS-ID-NUM " CLOSED '"
                  FUNCTION TRIM(WS-TEXT-ARG) "'"
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "INCIDENT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * SHOW: one incident in full - the entry, its notes, and what
      * it is linked to, looked up afresh.
      * -----------------------------------------------------------
       DO-SHOW.
           PERFORM TAKE-ID-ARG
           IF WS-ID-NUM = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-INCIDENT
           IF IT-FOUND = 0
              DISPLAY "INCIDENT: NO INCIDENT " WS-ID-NUM UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-STATE-TEXT
           PERFORM SET-WHERE-TEXT
           PERFORM SET-WINDOW-TEXT
           DISPLAY "INCIDENT " INC-ID " " FUNCTION TRIM(WS-STATE-TEXT)
                   " - " FUNCTION TRIM(INC-SUMMARY)
           DISPLAY "  CATEGORY " INC-CATEGORY " SEVERITY "
                   INC-SEVERITY "  WALL/TILE "
                   FUNCTION TRIM(WS-WHERE-TEXT)
           DISPLAY "  OPENED   " INC-OPEN-STAMP " BY " INC-OPENED-BY
           DISPLAY "  WINDOW   " FUNCTION TRIM(WS-WINDOW-TEXT)
           IF INC-CLOSED
              DISPLAY "  CLOSED   " INC-CLOSE-STAMP " BY "
                      INC-CLOSED-BY
           END-IF

           DISPLAY "  NOTES"
           MOVE 0 TO WS-SHOWN
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ NOTE-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF INN-ID = INC-ID
                          ADD 1 TO WS-SHOWN
                          DISPLAY "    " INN-STAMP " " INN-KIND " "
                                  FUNCTION TRIM(INN-BY) ": "
                                  FUNCTION TRIM(INN-TEXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTE-FILE
           END-IF
           IF WS-SHOWN = 0
              DISPLAY "    (NONE)"
           END-IF

           IF INC-CAPTURE NOT = SPACES
              MOVE INC-CAPTURE TO WS-LINK-ARG
              PERFORM FIND-CATALOG-ENTRY
              IF WS-FOUND
                 DISPLAY "  CAPTURE  " FUNCTION TRIM(CAP-NAME) " - "
                         FUNCTION TRIM(CAP-DEMO) " CATALOGED "
                         CAP-DATE ", " CAP-FRAMES " FRAME(S)"
              ELSE
                 DISPLAY "  CAPTURE  " FUNCTION TRIM(INC-CAPTURE)
                         " - NO LONGER IN THE CAPLIB CATALOG"
              END-IF
           END-IF
           IF INC-RUN-PROGRAM NOT = SPACES
              PERFORM SHOW-LINKED-RUN
           END-IF
           IF INC-ERR-LINKED = 'Y'
              MOVE INC-ERR-COUNT TO WS-COUNT-DISP
              DISPLAY "  GRAPHICS.ERR IN THE WINDOW ("
                      FUNCTION TRIM(WS-COUNT-DISP) " WHEN LINKED)"
              MOVE 'Y' TO EL-SHOW-SW
              PERFORM SCAN-ERROR-LOG
           END-IF.

       SHOW-LINKED-RUN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RUNSUM-FILE
           IF WS-RUNSUM-STATUS = "00"
              PERFORM UNTIL WS-EOF OR WS-FOUND
                 READ RUNSUM-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF RS-PROGRAM = INC-RUN-PROGRAM
                          AND RS-RUN-DATE = INC-RUN-STAMP(1:8)
                          AND RS-RUN-TIME = INC-RUN-STAMP(9:6)
                          SET WS-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNSUM-FILE
           END-IF
           IF WS-FOUND
              DISPLAY "  RUN      " FUNCTION TRIM(RS-PROGRAM)
                      " STARTED " INC-RUN-STAMP ", "
                      RS-ELAPSED-SECS " SEC, " RS-UNITS
                      " UNIT(S), ENDED "
                      FUNCTION TRIM(RS-TERM-REASON)
           ELSE
              DISPLAY "  RUN      " FUNCTION TRIM(INC-RUN-PROGRAM)
                      " STARTED " INC-RUN-STAMP
                      " - NO LONGER IN RUNSUM.DAT"
           END-IF.

      * -----------------------------------------------------------
      * LIST: one line per incident - the open ones, or ALL.
      * -----------------------------------------------------------
       DO-LIST.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-LINK-KIND-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-LINK-KIND-ARG)
             TO WS-LINK-KIND-ARG
           PERFORM LOAD-REGISTER-TABLE
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-OPEN OR WS-LINK-KIND-ARG = "ALL"
                 ADD 1 TO WS-SHOWN
                 PERFORM SET-STATE-TEXT
                 PERFORM SET-WHERE-TEXT
                 DISPLAY INC-ID " " WS-STATE-TEXT " SEV "
                         INC-SEVERITY " " INC-CATEGORY " "
                         WS-WHERE-TEXT " " INC-OPEN-STAMP(1:12) " "
                         INC-SUMMARY(1:40)
              END-IF
           END-PERFORM
           IF WS-SHOWN = 0
              DISPLAY "INCIDENT: NO INCIDENTS TO LIST"
           END-IF.

      * -----------------------------------------------------------
      * AGING: the open incidents in age buckets, oldest bucket
      * first, with counts by bucket and by severity. A severity 1
      * incident open more than a day returns RC 1 so a batch step
      * can alarm on it.
      * -----------------------------------------------------------
       DO-AGING.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-ARG FROM ARGUMENT-VALUE
           MOVE "INCAGING.RPT" TO WS-REPORT-FILE-NAME
           IF WS-REPORT-ARG NOT = SPACES
              MOVE WS-REPORT-ARG TO WS-REPORT-FILE-NAME
           END-IF
           PERFORM LOAD-REGISTER-TABLE
           PERFORM OPEN-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPEN-TOTAL
           MOVE 0 TO WS-STALE-SEV1
           PERFORM VARYING WS-SEV-I FROM 1 BY 1 UNTIL WS-SEV-I > 4
              MOVE 0 TO WS-SEV-OPEN(WS-SEV-I)
           END-PERFORM
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-OPEN
                 ADD 1 TO WS-OPEN-TOTAL
                 IF INC-SEVERITY >= 1 AND INC-SEVERITY <= 4
                    ADD 1 TO WS-SEV-OPEN(INC-SEVERITY)
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-OPEN-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN INCIDENT AGING REPORT FOR " WS-TODAY
                  "   (" FUNCTION TRIM(WS-COUNT-DISP)
                  " OPEN INCIDENT(S))"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-BUCKET-I FROM 4 BY -1
                   UNTIL WS-BUCKET-I < 1
              PERFORM WRITE-AGING-SECTION
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEV-OPEN(1) TO WS-COUNT-DISP
           MOVE WS-SEV-OPEN(2) TO WS-COUNT-DISP-2
           MOVE WS-SEV-OPEN(3) TO WS-COUNT-DISP-3
           MOVE WS-SEV-OPEN(4) TO WS-COUNT-DISP-4
           MOVE WS-STALE-SEV1 TO WS-COUNT-DISP-5
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN BY SEVERITY: 1=" FUNCTION TRIM(WS-COUNT-DISP)
                  "  2=" FUNCTION TRIM(WS-COUNT-DISP-2)
                  "  3=" FUNCTION TRIM(WS-COUNT-DISP-3)
                  "  4=" FUNCTION TRIM(WS-COUNT-DISP-4)
                  "   SEVERITY 1 OPEN OVER A DAY: "
                  FUNCTION TRIM(WS-COUNT-DISP-5)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "INCIDENT: " FUNCTION TRIM(REPORT-LINE)
                   UPON SYSERR
           IF WS-STALE-SEV1 > 0
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * One aging bucket (WS-BUCKET-I): 1 under 2 days, 2 two to
      * seven, 3 eight to thirty, 4 over thirty.
      * -----------------------------------------------------------
       WRITE-AGING-SECTION.
           MOVE 0 TO WS-BUCKET-HITS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE WS-BUCKET-I
              WHEN 4
                   MOVE "OPEN OVER 30 DAYS" TO REPORT-LINE
              WHEN 3
                   MOVE "OPEN 8 TO 30 DAYS" TO REPORT-LINE
              WHEN 2
                   MOVE "OPEN 2 TO 7 DAYS" TO REPORT-LINE
              WHEN 1
                   MOVE "OPEN UNDER 2 DAYS" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-OPEN
                 PERFORM SET-AGE-BUCKET
                 IF WS-BUCKET = WS-BUCKET-I
                    ADD 1 TO WS-BUCKET-HITS
                    IF INC-SEVERITY = 1 AND WS-AGE-DAYS >= 1
                       ADD 1 TO WS-STALE-SEV1
                    END-IF
                    PERFORM SET-WHERE-TEXT
                    MOVE WS-AGE-DAYS TO WS-DAYS-DISP
                    MOVE SPACES TO REPORT-LINE
                    STRING "  " INC-ID " SEV " INC-SEVERITY " "
                           INC-CATEGORY " " WS-WHERE-TEXT
                           " OPENED " INC-OPEN-STAMP(1:8) " BY "
                           INC-OPENED-BY WS-DAYS-DISP " DAY(S)  "
                           FUNCTION TRIM(INC-SUMMARY)
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BUCKET-HITS = 0
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       SET-AGE-BUCKET.
           MOVE 0 TO WS-AGE-DAYS
           MOVE INC-OPEN-STAMP(1:8) TO WS-STAMP-WORK
           IF WS-STAMP-WORK(1:8) IS NUMERIC
              MOVE WS-STAMP-WORK(1:8) TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                 COMPUTE WS-DAY-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 IF WS-DAY-INT < WS-TODAY-INT
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DAY-INT
                 END-IF
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS > 30
                   MOVE 4 TO WS-BUCKET
              WHEN WS-AGE-DAYS > 7
                   MOVE 3 TO WS-BUCKET
              WHEN WS-AGE-DAYS > 1
                   MOVE 2 TO WS-BUCKET
              WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE.

      * -----------------------------------------------------------
      * MONTHLY: the incidents closed in the month, totalled by
      * category, then listed one per line.
      * -----------------------------------------------------------
       DO-MONTHLY.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-ARG FROM ARGUMENT-VALUE
           IF WS-MONTH-ARG = SPACES
              MOVE WS-TODAY(1:4) TO WS-MONTH-YEAR
              MOVE WS-TODAY(5:2) TO WS-MONTH-MONTH
              IF WS-MONTH-MONTH = 1
                 MOVE 12 TO WS-MONTH-MONTH
                 SUBTRACT 1 FROM WS-MONTH-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MONTH
              END-IF
              MOVE WS-MONTH-YEAR TO WS-MONTH(1:4)
              MOVE WS-MONTH-MONTH TO WS-MONTH(5:2)
           ELSE
              MOVE WS-MONTH-ARG TO WS-MONTH
              IF WS-MONTH IS NOT NUMERIC
                 OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
                 DISPLAY "INCIDENT: MONTH '" WS-MONTH-ARG
                         "' IS NOT YYYYMM" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "INCMONTH.RPT" TO WS-REPORT-FILE-NAME
           IF WS-REPORT-ARG NOT = SPACES
              MOVE WS-REPORT-ARG TO WS-REPORT-FILE-NAME
           END-IF

           PERFORM LOAD-REGISTER-TABLE
           PERFORM OPEN-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MT-ENTRY(1) MT-ENTRY(2) MT-ENTRY(3)
                      MT-ENTRY(4) MT-ENTRY(5) MT-ENTRY(6)
                      MT-ENTRY(7)
           MOVE 0 TO WS-OPENED-IN-MONTH
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-OPEN-STAMP(1:6) = WS-MONTH
                 ADD 1 TO WS-OPENED-IN-MONTH
              END-IF
              IF INC-CLOSED AND INC-CLOSE-STAMP(1:6) = WS-MONTH
                 PERFORM ADD-TO-MONTH-TOTALS
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "CLOSED INCIDENT SUMMARY FOR " WS-MONTH(1:4) "-"
                  WS-MONTH(5:2) "   (RUN " WS-TODAY ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CATEGORY  CLOSED  SEV1  SEV2  SEV3  SEV4   AVG HRS TO"
             TO REPORT-LINE(1:53)
           MOVE " CLOSE   LONGEST HRS   HRS ON WALL"
             TO REPORT-LINE(54:)
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 7
              PERFORM WRITE-MONTH-ROW
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLOSED IN THE MONTH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-CLOSED AND INC-CLOSE-STAMP(1:6) = WS-MONTH
                 ADD 1 TO WS-SHOWN
                 PERFORM SET-WHERE-TEXT
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " INC-ID " SEV " INC-SEVERITY " "
                        INC-CATEGORY " " WS-WHERE-TEXT
                        " CLOSED " INC-CLOSE-STAMP(1:8) " BY "
                        INC-CLOSED-BY " "
                        FUNCTION TRIM(INC-SUMMARY)
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-SHOWN = 0
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MT-CLOSED(7) TO WS-COUNT-DISP
           MOVE WS-OPENED-IN-MONTH TO WS-COUNT-DISP-2
           MOVE 0 TO WS-OPEN-TOTAL
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-OPEN
                 ADD 1 TO WS-OPEN-TOTAL
              END-IF
           END-PERFORM
           MOVE WS-OPEN-TOTAL TO WS-COUNT-DISP-3
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSED " FUNCTION TRIM(WS-COUNT-DISP)
                  "  OPENED " FUNCTION TRIM(WS-COUNT-DISP-2)
                  "  STILL OPEN TODAY " FUNCTION TRIM(WS-COUNT-DISP-3)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "INCIDENT: " WS-MONTH " " FUNCTION TRIM(REPORT-LINE)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * Add one closed incident to its category's totals and the
      * all-category row: time from opening to closing, and time
      * its window had the fault on the wall.
      * -----------------------------------------------------------
       ADD-TO-MONTH-TOTALS.
           MOVE INC-CATEGORY TO WS-CATEGORY-ARG
           PERFORM CHECK-CATEGORY
           IF WS-CAT-FOUND = 0
              MOVE 6 TO WS-CAT-FOUND
           END-IF
           MOVE 0 TO WS-OPEN-SECS
           MOVE 0 TO WS-CLOSE-SECS
           MOVE INC-OPEN-STAMP TO WS-STAMP-WORK
           PERFORM VALIDATE-STAMP
           IF WS-STAMP-OK
              MOVE WS-STAMP-SECS TO WS-OPEN-SECS
           END-IF
           MOVE INC-CLOSE-STAMP TO WS-STAMP-WORK
           PERFORM VALIDATE-STAMP
           IF WS-STAMP-OK
              MOVE WS-STAMP-SECS TO WS-CLOSE-SECS
           END-IF
           MOVE 0 TO WS-SPAN-SECS
           IF WS-CLOSE-SECS > WS-OPEN-SECS AND WS-OPEN-SECS > 0
              COMPUTE WS-SPAN-SECS = WS-CLOSE-SECS - WS-OPEN-SECS
           END-IF
           PERFORM SET-WINDOW-SECS
           MOVE WS-CAT-FOUND TO WS-CAT-I
           PERFORM ADD-ONE-MONTH-ROW
           MOVE 7 TO WS-CAT-I
           PERFORM ADD-ONE-MONTH-ROW.

       ADD-ONE-MONTH-ROW.
           ADD 1 TO MT-CLOSED(WS-CAT-I)
           IF INC-SEVERITY >= 1 AND INC-SEVERITY <= 4
              ADD 1 TO MT-SEV(WS-CAT-I, INC-SEVERITY)
           END-IF
           ADD WS-SPAN-SECS TO MT-CLOSE-SECS(WS-CAT-I)
           IF WS-SPAN-SECS > MT-LONGEST-SECS(WS-CAT-I)
              MOVE WS-SPAN-SECS TO MT-LONGEST-SECS(WS-CAT-I)
           END-IF
           IF WS-TO-SECS > WS-FROM-SECS
              COMPUTE MT-WALL-SECS(WS-CAT-I) =
                  MT-WALL-SECS(WS-CAT-I) + WS-TO-SECS - WS-FROM-SECS
           END-IF.

       WRITE-MONTH-ROW.
           MOVE MT-CLOSED(WS-CAT-I) TO WS-COUNT-DISP
           MOVE MT-SEV(WS-CAT-I, 1) TO WS-COUNT-DISP-2
           MOVE MT-SEV(WS-CAT-I, 2) TO WS-COUNT-DISP-3
           MOVE MT-SEV(WS-CAT-I, 3) TO WS-COUNT-DISP-4
           MOVE MT-SEV(WS-CAT-I, 4) TO WS-COUNT-DISP-5
           MOVE 0 TO WS-HOURS-WORK
           IF MT-CLOSED(WS-CAT-I) > 0
              COMPUTE WS-HOURS-WORK ROUNDED =
                  MT-CLOSE-SECS(WS-CAT-I) / MT-CLOSED(WS-CAT-I)
                  / 3600
           END-IF
           MOVE WS-HOURS-WORK TO WS-HOURS-DISP
           COMPUTE WS-HOURS-WORK ROUNDED =
               MT-LONGEST-SECS(WS-CAT-I) / 3600
           MOVE WS-HOURS-WORK TO WS-HOURS-DISP-2
           COMPUTE WS-HOURS-WORK ROUNDED =
               MT-WALL-SECS(WS-CAT-I) / 3600
           MOVE WS-HOURS-WORK TO WS-HOURS-DISP-3
           MOVE SPACES TO REPORT-LINE
           IF WS-CAT-I = 7
              WRITE REPORT-LINE
              MOVE "TOTAL" TO REPORT-LINE(1:8)
           ELSE
              MOVE CATEGORY-NAME(WS-CAT-I) TO REPORT-LINE(1:8)
           END-IF
           STRING WS-COUNT-DISP "    " WS-COUNT-DISP-2 "  "
                  WS-COUNT-DISP-3 "  " WS-COUNT-DISP-4 "  "
                  WS-COUNT-DISP-5 "        " WS-HOURS-DISP
                  "        " WS-HOURS-DISP-2 "      " WS-HOURS-DISP-3
                  DELIMITED BY SIZE INTO REPORT-LINE(11:)
           END-STRING
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Argument and record helpers.
      * -----------------------------------------------------------
       TAKE-ID-ARG.
           MOVE 0 TO WS-ID-NUM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
           IF WS-ID-ARG = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ID-ARG) NOT = 0
              DISPLAY "INCIDENT: " FUNCTION TRIM(WS-FUNCTION-ARG)
                      " NEEDS AN INCIDENT NUMBER" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ID-NUM = FUNCTION NUMVAL(WS-ID-ARG).

       CHECK-CATEGORY.
           MOVE 0 TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 6
              IF CATEGORY-NAME(WS-CAT-I) = WS-CATEGORY-ARG
                 MOVE WS-CAT-I TO WS-CAT-FOUND
              END-IF
           END-PERFORM.

       CHECK-SEVERITY-ARG.
           MOVE 0 TO WS-SEVERITY
           IF WS-SEVERITY-ARG(2:1) = SPACE
              AND WS-SEVERITY-ARG(1:1) >= "1"
              AND WS-SEVERITY-ARG(1:1) <= "4"
              MOVE WS-SEVERITY-ARG(1:1) TO WS-SEVERITY
           ELSE
              DISPLAY "INCIDENT: SEVERITY '" WS-SEVERITY-ARG
                      "' IS NOT 1 TO 4" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * A stamp argument: YYYYMMDDHHMM gets seconds of 00, and the
      * whole must be a real date and time.
      * -----------------------------------------------------------
       CHECK-STAMP-ARG.
           IF WS-STAMP-WORK(13:2) = SPACES
              MOVE "00" TO WS-STAMP-WORK(13:2)
           END-IF
           PERFORM VALIDATE-STAMP
           IF NOT WS-STAMP-OK
              DISPLAY "INCIDENT: '" FUNCTION TRIM(WS-STAMP-WORK)
                      "' IS NOT A YYYYMMDDHHMM[SS] STAMP" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       VALIDATE-STAMP.
           MOVE 'N' TO WS-STAMP-OK-SW
           IF WS-STAMP-WORK IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-WORK(1:8) TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP-WORK(9:2) TO WS-HH
           MOVE WS-STAMP-WORK(11:2) TO WS-MM
           MOVE WS-STAMP-WORK(13:2) TO WS-SS
           IF WS-HH > 23 OR WS-MM > 59 OR WS-SS > 59
              EXIT PARAGRAPH
           END-IF
           SET WS-STAMP-OK TO TRUE
           PERFORM STAMP-TO-SECS.

       STAMP-TO-SECS.
           MOVE WS-STAMP-WORK(1:8) TO WS-DATE-NUM
           MOVE WS-STAMP-WORK(9:2) TO WS-HH
           MOVE WS-STAMP-WORK(11:2) TO WS-MM
           MOVE WS-STAMP-WORK(13:2) TO WS-SS
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-STAMP-SECS = WS-DAY-INT * 86400
               + WS-HH * 3600 + WS-MM * 60 + WS-SS.

      * -----------------------------------------------------------
      * The current incident's window in seconds; a window still
      * running ends now.
      * -----------------------------------------------------------
       SET-WINDOW-SECS.
           MOVE 0 TO WS-FROM-SECS
           MOVE WS-NOW-SECS TO WS-TO-SECS
           MOVE INC-FROM-STAMP TO WS-STAMP-WORK
           PERFORM VALIDATE-STAMP
           IF WS-STAMP-OK
              MOVE WS-STAMP-SECS TO WS-FROM-SECS
           END-IF
           IF INC-TO-STAMP NOT = SPACES
              MOVE INC-TO-STAMP TO WS-STAMP-WORK
              PERFORM VALIDATE-STAMP
              IF WS-STAMP-OK
                 MOVE WS-STAMP-SECS TO WS-TO-SECS
              END-IF
           END-IF.

       SET-STATE-TEXT.
           EVALUATE TRUE
              WHEN INC-OPEN
                   MOVE "OPEN" TO WS-STATE-TEXT
              WHEN INC-CLOSED
                   MOVE "CLOSED" TO WS-STATE-TEXT
              WHEN OTHER
                   MOVE "?" TO WS-STATE-TEXT
           END-EVALUATE.

       SET-WHERE-TEXT.
           MOVE SPACES TO WS-WHERE-TEXT
           EVALUATE TRUE
              WHEN INC-WALL = SPACES AND INC-TILE = SPACES
                   MOVE "-" TO WS-WHERE-TEXT
              WHEN INC-TILE = SPACES
                   MOVE INC-WALL TO WS-WHERE-TEXT
              WHEN OTHER
                   STRING FUNCTION TRIM(INC-WALL) "/"
                          FUNCTION TRIM(INC-TILE)
                          DELIMITED BY SIZE INTO WS-WHERE-TEXT
                   END-STRING
           END-EVALUATE.

       SET-WINDOW-TEXT.
           MOVE SPACES TO WS-WINDOW-TEXT
           IF INC-TO-STAMP = SPACES
              STRING INC-FROM-STAMP " TO (STILL GOING)"
                     DELIMITED BY SIZE INTO WS-WINDOW-TEXT
              END-STRING
           ELSE
              STRING INC-FROM-STAMP " TO " INC-TO-STAMP
                     DELIMITED BY SIZE INTO WS-WINDOW-TEXT
              END-STRING
           END-IF.

       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FOUND
              READ CATALOG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CAP-NAME = WS-LINK-ARG
                       SET WS-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      * -----------------------------------------------------------
      * Position INCIDENT-REC on incident WS-ID-NUM (IT-FOUND 0
      * when it is not on the register).
      * -----------------------------------------------------------
       FIND-INCIDENT.
           MOVE 0 TO IT-FOUND
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              IF INC-ID = WS-ID-NUM
                 MOVE IT-I TO IT-FOUND
              END-IF
           END-PERFORM
           IF IT-FOUND > 0
              MOVE IT-REC(IT-FOUND) TO INCIDENT-REC
           END-IF.

       LOAD-OPEN-INCIDENT.
           PERFORM LOAD-REGISTER-TABLE
           PERFORM FIND-INCIDENT
           IF IT-FOUND = 0
              DISPLAY "INCIDENT: NO INCIDENT " WS-ID-NUM UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           IF NOT INC-OPEN
              DISPLAY "INCIDENT: INCIDENT " WS-ID-NUM
                      " IS ALREADY CLOSED" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              MOVE 0 TO IT-FOUND
           END-IF.

      * -----------------------------------------------------------
      * Read the whole register into IT-ENTRY (absent file =
      * empty). One too large for the table refuses the run rather
      * than silently dropping incidents on the next rewrite.
      * -----------------------------------------------------------
       LOAD-REGISTER-TABLE.
           MOVE 0 TO IT-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ INCIDENT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF IT-COUNT >= IT-MAX
                       DISPLAY "INCIDENT: REGISTER EXCEEDS " IT-MAX
                               " ENTRIES - REFUSING TO CONTINUE"
                               UPON SYSERR
                       CLOSE INCIDENT-FILE
                       STOP RUN RETURNING 1
                    END-IF
                    ADD 1 TO IT-COUNT
                    MOVE INCIDENT-REC TO IT-REC(IT-COUNT)
              END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

       REWRITE-REGISTER.
           OPEN OUTPUT INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              DISPLAY "INCIDENT: UNABLE TO WRITE REGISTER, STATUS "
                       WS-INC-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > IT-COUNT
              MOVE IT-REC(IT-I) TO INCIDENT-REC
              WRITE INCIDENT-REC
           END-PERFORM
           CLOSE INCIDENT-FILE.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "INCIDENT: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Who is at the keyboard, and may they do OC-ACTION? OPERCHK
      * audits a refusal.
      * -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'P' TO OC-FUNCTION
           MOVE "INCIDENT" TO OC-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "INCIDENT: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

       WRITE-NOTE-RECORD.
           OPEN EXTEND NOTE-FILE
           IF WS-NOTE-STATUS NOT = "00"
              OPEN OUTPUT NOTE-FILE
           END-IF
           IF WS-NOTE-STATUS = "00"
              MOVE WS-ID-NUM    TO INN-ID
              MOVE WS-NOW-STAMP TO INN-STAMP
              MOVE OC-OPER-ID   TO INN-BY
              MOVE WS-NOTE-KIND TO INN-KIND
              MOVE WS-NOTE-TEXT TO INN-TEXT
              WRITE INCNOTE-REC
              CLOSE NOTE-FILE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-NOW-STAMP(1:8) " " WS-NOW-STAMP(9:6)
                     " INCIDENT " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
