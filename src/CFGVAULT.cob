      *****************************************************************
      * CFGVAULT: the configuration vault - numbered versions of a
      * wall's whole configuration set, a line-level diff between
      * any two of them (or a version and what is live now), and a
      * way back. The set is the wall's own WALL.CFG, WALLCAL.CFG,
      * WALLOUT.CFG, WALLMASK.CFG, WALLDIM.CFG, SCHEDULE.DAT and
      * WALL.DAT (see WALLREGARGS.cpy) and the site's PROFILES.DAT
      * and JOBCTL.DAT. Versions are indexed in CFGVAULT.IDX
      * (CFGVERREC.cpy) with who took them, when and why, and their
      * lines kept in CFGVAULT.DAT (CFGLINEREC.cpy); a file that was
      * missing is recorded as missing. Neither file is ever pruned.
      * Functions:
      *   CFGVAULT SNAPSHOT "<why>" [wall-id|-]
      *   CFGVAULT LIST [wall-id|ALL]
      *   CFGVAULT DIFF <version> <version|LIVE> [cfgvault.rpt]
      *       every file of the set: lines only in the first as
      *       "-", lines only in the second as "+", with their line
      *       numbers; LIVE is the first version's wall as it is now
      *   CFGVAULT RESTORE <version> [FORCE]
      *       the version is staged in CFGVAULT.STG and CFGAUDIT run
      *       over it first (report CFGVAULT.STG/CFGAUDIT.RPT); any
      *       finding refuses the restore unless FORCE is given. The
      *       live set is snapshotted (kind PRE-RST) just before it
      *       is overwritten, so a restore can itself be backed out.
      *       A version restores to the wall it was taken from.
      * A wall of "-" is the current wall. A snapshot needs the
      * OPERATOR role, a restore SUPERVISOR (see OPERCHKARGS.cpy);
      * both are appended to AUDIT.LOG. Lines past 100 characters
      * are kept to 100; DIFF compares files of up to 300 lines.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGVAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO "CFGVAULT.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.

           SELECT VAULT-FILE ASSIGN TO "CFGVAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT CFG-FILE ASSIGN TO DYNAMIC WS-CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
           COPY CFGVERREC.

       FD  VAULT-FILE.
           COPY CFGLINEREC.

       FD  CFG-FILE.
       01  CFG-LINE               PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CFGVAULT-VARS.
           05  WS-FUNCTION-ARG    PIC X(10)  VALUE SPACES.
           05  WS-ARG-2           PIC X(60)  VALUE SPACES.
           05  WS-ARG-3           PIC X(100) VALUE SPACES.
           05  WS-ARG-4           PIC X(100) VALUE SPACES.
           05  WS-REPORT-FILE-NAME PIC X(100) VALUE "CFGVAULT.RPT".
           05  WS-CFG-FILE-NAME   PIC X(100).
           05  WS-STAGE-DIR       PIC X(20)  VALUE "CFGVAULT.STG".
           05  WS-STAGE-FILE-NAME PIC X(100).
           05  WS-IDX-STATUS      PIC X(2).
           05  WS-VAULT-STATUS    PIC X(2).
           05  WS-CFG-STATUS      PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-PROBLEMS        PIC 9(4)   VALUE 0.
           05  WS-TODAY           PIC X(8).
           05  WS-NOW-TIME        PIC X(6).
           05  WS-WALL-ARG        PIC X(8).
           05  WS-WALL-ID         PIC X(8).
           05  WS-REASON          PIC X(60).
           05  WS-KIND            PIC X(8).
           05  WS-HIGH-VERSION    PIC 9(6).
           05  WS-NEW-VERSION     PIC 9(6).
           05  WS-FILES-KEPT      PIC 9(2).
           05  WS-LINES-KEPT      PIC 9(6).
           05  WS-LINE-NUM        PIC 9(5).
           05  WS-WANTED-VERSION  PIC 9(6).
           05  WS-FORCE-SW        PIC X VALUE 'N'.
               88  WS-FORCE           VALUE 'Y'.
           05  WS-STAGE-OPEN-SW   PIC X.
               88  WS-STAGE-OPEN      VALUE 'Y'.
           05  WS-COMMAND         PIC X(200).
           05  WS-LAST-RC         PIC S9(9).
           05  WS-RENAME-RC       PIC S9(9).
           05  WS-FILES-CHANGED   PIC 9(2).
           05  WS-SHOWN           PIC 9(6).
           05  WS-FILE-NOTE       PIC X(8).
           05  WS-SIDE-SIGN       PIC X.
           05  WS-AUDIT-TEXT      PIC X(110).

      * The configuration set, and for each file whether the
      * version in hand holds it.
       01  CFG-SET-VALUES.
           05  FILLER             PIC X(13) VALUE "WALL.CFG    W".
           05  FILLER             PIC X(13) VALUE "WALLCAL.CFG W".
           05  FILLER             PIC X(13) VALUE "WALLOUT.CFG W".
           05  FILLER             PIC X(13) VALUE "WALLMASK.CFGW".
           05  FILLER             PIC X(13) VALUE "WALLDIM.CFG W".
           05  FILLER             PIC X(13) VALUE "SCHEDULE.DATW".
           05  FILLER             PIC X(13) VALUE "PROFILES.DATS".
           05  FILLER             PIC X(13) VALUE "JOBCTL.DAT  S".
           05  FILLER             PIC X(13) VALUE "WALL.DAT    W".
       01  CFG-SET-TABLE REDEFINES CFG-SET-VALUES.
           05  CS-ENTRY OCCURS 9 TIMES.
               10  CS-NAME        PIC X(12).
               10  CS-SCOPE       PIC X.
                   88  CS-PER-WALL    VALUE 'W'.
       01  CFG-SET-VARS.
           05  CS-COUNT           PIC 9(2) VALUE 9.
           05  CS-I               PIC 9(2).
           05  CS-IN-VERSION-SW   PIC X OCCURS 9 TIMES.

      * The two versions being compared, and a version found on the
      * index.
       01  VERSION-VARS.
           05  VA-VERSION         PIC 9(6).
           05  VA-LIVE-SW         PIC X.
               88  VA-LIVE            VALUE 'Y'.
           05  VA-REC             PIC X(112).
           05  VB-VERSION         PIC 9(6).
           05  VB-LIVE-SW         PIC X.
               88  VB-LIVE            VALUE 'Y'.
           05  VB-REC             PIC X(112).
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.

      * One file's lines, loaded for the diff: LD while loading,
      * then DA (the first side) or DB (the second).
       01  LOAD-LINES.
           05  LD-COUNT           PIC 9(4).
           05  LD-PRESENT-SW      PIC X.
               88  LD-PRESENT         VALUE 'Y'.
           05  LD-OVER-SW         PIC X.
               88  LD-OVER            VALUE 'Y'.
           05  LD-LINE            PIC X(100) OCCURS 300 TIMES.
       01  SIDE-A-LINES.
           05  DA-COUNT           PIC 9(4).
           05  DA-PRESENT-SW      PIC X.
               88  DA-PRESENT         VALUE 'Y'.
           05  DA-OVER-SW         PIC X.
               88  DA-OVER            VALUE 'Y'.
           05  DA-LINE            PIC X(100) OCCURS 300 TIMES.
       01  SIDE-B-LINES.
           05  DB-COUNT           PIC 9(4).
           05  DB-PRESENT-SW      PIC X.
               88  DB-PRESENT         VALUE 'Y'.
           05  DB-OVER-SW         PIC X.
               88  DB-OVER            VALUE 'Y'.
           05  DB-LINE            PIC X(100) OCCURS 300 TIMES.
       01  LD-MAX                 PIC 9(4) VALUE 300.

      * Longest common subsequence lengths: LCS-LEN(i, j) is the
      * length of the longest run of lines DA(i..) and DB(j..)
      * have in common, in order.
       01  LCS-TABLE.
           05  LCS-ROW OCCURS 301 TIMES.
               10  LCS-LEN        PIC 9(4) COMP OCCURS 301 TIMES.
       01  LCS-VARS.
           05  LC-I               PIC 9(4).
           05  LC-J               PIC 9(4).
           05  LC-REMOVED         PIC 9(4).
           05  LC-ADDED           PIC 9(4).

       01  LIST-DISPLAY-VARS.
           05  WS-COUNT-DISP      PIC Z(5)9.
           05  WS-COUNT-DISP-2    PIC Z(5)9.
           05  WS-LINE-DISP       PIC 9(5).
           05  WS-WALL-TEXT       PIC X(8).

      * Shell-safe check for the wall ID on the CFGAUDIT command
      * line.
       01  SAFE-NAME-VARS.
           05  WS-SCAN-POS        PIC 9(3).
           05  WS-SCAN-CHAR       PIC X.
           05  WS-NAME-SAFE-SW    PIC X.
               88  WS-NAME-SAFE       VALUE 'Y'.

           COPY OPERCHKARGS.
           COPY WALLREGARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-ARG FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-ARG) TO WS-FUNCTION-ARG

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME

           EVALUATE FUNCTION TRIM(WS-FUNCTION-ARG)
              WHEN "SNAPSHOT"
                   PERFORM DO-SNAPSHOT
              WHEN "LIST"
                   PERFORM DO-LIST
              WHEN "DIFF"
                   PERFORM DO-DIFF
              WHEN "RESTORE"
                   PERFORM DO-RESTORE
              WHEN OTHER
                   DISPLAY "CFGVAULT: USAGE: CFGVAULT SNAPSHOT WHY "
                           "[WALL-ID|-] | LIST [WALL-ID|ALL] | DIFF "
                           "VERSION VERSION|LIVE [RPT] | RESTORE "
                           "VERSION [FORCE]" UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF WS-PROBLEMS > 0
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * SNAPSHOT: the wall's configuration set as it is now.
      * -----------------------------------------------------------
       DO-SNAPSHOT.
           MOVE WS-ARG-2 TO WS-REASON
           IF WS-REASON = SPACES
              DISPLAY "CFGVAULT: SNAPSHOT NEEDS A REASON" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-3 TO WS-WALL-ARG
           PERFORM RESOLVE-WALL-ARG
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF

           MOVE 2 TO OC-NEED-LEVEL
           MOVE "CONFIGURATION SNAPSHOT" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           MOVE "SNAPSHOT" TO WS-KIND
           PERFORM TAKE-SNAPSHOT
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-WALL-TEXT
           MOVE WS-FILES-KEPT TO WS-COUNT-DISP
           MOVE WS-LINES-KEPT TO WS-COUNT-DISP-2
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "SNAPSHOT VERSION " WS-NEW-VERSION " OF WALL "
                  FUNCTION TRIM(WS-WALL-TEXT) ": "
                  FUNCTION TRIM(WS-COUNT-DISP) " FILE(S) "
                  FUNCTION TRIM(WS-COUNT-DISP-2) " LINE(S) - "
                  FUNCTION TRIM(WS-REASON)
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CFGVAULT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * Copy every file of WS-WALL-ID's set into the vault as
      * version WS-NEW-VERSION (the next free number), kind
      * WS-KIND, reason WS-REASON. The lines go in before the index
      * entry, so an indexed version always has its lines.
      * -----------------------------------------------------------
       TAKE-SNAPSHOT.
           PERFORM FIND-HIGH-VERSION
           COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1
           MOVE 0 TO WS-FILES-KEPT
           MOVE 0 TO WS-LINES-KEPT
           OPEN EXTEND VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              OPEN OUTPUT VAULT-FILE
           END-IF
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "CFGVAULT: UNABLE TO OPEN CFGVAULT.DAT STATUS "
                      WS-VAULT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM
           CLOSE VAULT-FILE

           OPEN EXTEND VERSION-FILE
           IF WS-IDX-STATUS NOT = "00"
              OPEN OUTPUT VERSION-FILE
           END-IF
           IF WS-IDX-STATUS NOT = "00"
              DISPLAY "CFGVAULT: UNABLE TO OPEN CFGVAULT.IDX STATUS "
                      WS-IDX-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CFG-VERSION-REC
           MOVE WS-NEW-VERSION TO CVI-VERSION
           MOVE WS-TODAY       TO CVI-DATE
           MOVE WS-NOW-TIME    TO CVI-TIME
           MOVE OC-OPER-ID     TO CVI-OPER-ID
           MOVE WS-WALL-ID     TO CVI-WALL
           MOVE WS-KIND        TO CVI-KIND
           MOVE WS-FILES-KEPT  TO CVI-FILES
           MOVE WS-LINES-KEPT  TO CVI-LINES
           MOVE WS-REASON      TO CVI-REASON
           WRITE CFG-VERSION-REC
           CLOSE VERSION-FILE.

       SNAPSHOT-ONE-FILE.
           PERFORM SET-LIVE-FILE-NAME
           MOVE SPACES TO CFG-LINE-REC
           MOVE WS-NEW-VERSION TO CVL-VERSION
           MOVE CS-NAME(CS-I)  TO CVL-FILE
           MOVE 0              TO CVL-LINE-NUM
           OPEN INPUT CFG-FILE
           IF WS-CFG-STATUS NOT = "00"
              MOVE 'A' TO CVL-PRESENCE
              WRITE CFG-LINE-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO CVL-PRESENCE
           WRITE CFG-LINE-REC
           ADD 1 TO WS-FILES-KEPT
           MOVE 0 TO WS-LINE-NUM
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ CFG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    ADD 1 TO WS-LINES-KEPT
                    MOVE WS-LINE-NUM TO CVL-LINE-NUM
                    MOVE CFG-LINE TO CVL-TEXT
                    WRITE CFG-LINE-REC
              END-READ
           END-PERFORM
           CLOSE CFG-FILE.

      * -----------------------------------------------------------
      * LIST: the versions on the index, for one wall or all.
      * -----------------------------------------------------------
       DO-LIST.
           MOVE FUNCTION UPPER-CASE(WS-ARG-2) TO WS-WALL-ARG
           IF WS-WALL-ARG NOT = SPACES AND WS-WALL-ARG NOT = "ALL"
              PERFORM RESOLVE-WALL-ARG
              IF WS-PROBLEMS > 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 0 TO WS-SHOWN
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT VERSION-FILE
           IF WS-IDX-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ VERSION-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF WS-WALL-ARG = SPACES OR WS-WALL-ARG = "ALL"
                          OR CVI-WALL = WS-WALL-ID
                          ADD 1 TO WS-SHOWN
                          PERFORM SHOW-VERSION-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VERSION-FILE
           END-IF
           IF WS-SHOWN = 0
              DISPLAY "CFGVAULT: NO VERSIONS IN THE VAULT"
           END-IF.

       SHOW-VERSION-LINE.
           MOVE CVI-WALL TO WS-WALL-ID
           PERFORM SET-WALL-TEXT
           MOVE CVI-FILES TO WS-COUNT-DISP
           MOVE CVI-LINES TO WS-COUNT-DISP-2
           DISPLAY CVI-VERSION " " CVI-DATE " " CVI-TIME " "
                   CVI-OPER-ID " " WS-WALL-TEXT " " CVI-KIND " "
                   WS-COUNT-DISP " FILE(S) " WS-COUNT-DISP-2
                   " LINE(S) " FUNCTION TRIM(CVI-REASON).

      * -----------------------------------------------------------
      * DIFF: file by file, what the second version has that the
      * first does not, and the other way round.
      * -----------------------------------------------------------
       DO-DIFF.
           IF WS-ARG-2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
              DISPLAY "CFGVAULT: DIFF NEEDS A VERSION NUMBER"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WANTED-VERSION = FUNCTION NUMVAL(WS-ARG-2)
           PERFORM FIND-VERSION
           IF NOT WS-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-VERSION TO VA-VERSION
           MOVE CFG-VERSION-REC TO VA-REC
           MOVE 'N' TO VA-LIVE-SW

           MOVE FUNCTION UPPER-CASE(WS-ARG-3) TO WS-ARG-3
           IF WS-ARG-3 = "LIVE"
              SET VB-LIVE TO TRUE
              MOVE 0 TO VB-VERSION
              MOVE CVI-WALL TO WS-WALL-ARG
              PERFORM RESOLVE-WALL-ARG
              IF WS-PROBLEMS > 0
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF WS-ARG-3 = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
                 DISPLAY "CFGVAULT: DIFF NEEDS A SECOND VERSION OR "
                         "LIVE" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-WANTED-VERSION = FUNCTION NUMVAL(WS-ARG-3)
              PERFORM FIND-VERSION
              IF NOT WS-FOUND
                 EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO VB-LIVE-SW
              MOVE WS-WANTED-VERSION TO VB-VERSION
              MOVE CFG-VERSION-REC TO VB-REC
           END-IF
           IF WS-ARG-4 NOT = SPACES
              MOVE WS-ARG-4 TO WS-REPORT-FILE-NAME
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "CFGVAULT: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
                       " STATUS " WS-REPORT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE "CONFIGURATION DIFF" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE VA-REC TO CFG-VERSION-REC
           MOVE "-" TO WS-SIDE-SIGN
           PERFORM WRITE-VERSION-HEADING
           IF VB-LIVE
              MOVE SPACES TO REPORT-LINE
              STRING "  +  LIVE " WS-TODAY " " WS-NOW-TIME
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           ELSE
              MOVE VB-REC TO CFG-VERSION-REC
              MOVE "+" TO WS-SIDE-SIGN
              PERFORM WRITE-VERSION-HEADING
           END-IF

           MOVE 0 TO WS-FILES-CHANGED
           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              PERFORM DIFF-ONE-FILE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FILES-CHANGED TO WS-COUNT-DISP
           MOVE CS-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-COUNT-DISP) " OF "
                  FUNCTION TRIM(WS-COUNT-DISP-2) " FILE(S) CHANGED"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CFGVAULT: " FUNCTION TRIM(REPORT-LINE) " - SEE "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME) UPON SYSERR.

       WRITE-VERSION-HEADING.
           MOVE CVI-WALL TO WS-WALL-ID
           PERFORM SET-WALL-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SIDE-SIGN "  VERSION " CVI-VERSION " "
                  CVI-DATE " " CVI-TIME " "
                  FUNCTION TRIM(CVI-OPER-ID) " WALL "
                  FUNCTION TRIM(WS-WALL-TEXT) " "
                  FUNCTION TRIM(CVI-KIND) " - "
                  FUNCTION TRIM(CVI-REASON)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * File CS-I on both sides, its changed lines found through
      * the longest common subsequence.
      * -----------------------------------------------------------
       DIFF-ONE-FILE.
           MOVE VA-VERSION TO WS-WANTED-VERSION
           PERFORM LOAD-VERSION-FILE
           MOVE LOAD-LINES TO SIDE-A-LINES
           IF VB-LIVE
              PERFORM LOAD-LIVE-FILE
           ELSE
              MOVE VB-VERSION TO WS-WANTED-VERSION
              PERFORM LOAD-VERSION-FILE
           END-IF
           MOVE LOAD-LINES TO SIDE-B-LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN NOT DA-PRESENT AND NOT DB-PRESENT
                   STRING CS-NAME(CS-I) " ABSENT IN BOTH"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
              WHEN DA-OVER OR DB-OVER
                   ADD 1 TO WS-FILES-CHANGED
                   STRING CS-NAME(CS-I) " OVER "
                          FUNCTION TRIM(LD-MAX)
                          " LINES - NOT COMPARED"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
              WHEN NOT DA-PRESENT
                   MOVE " CREATED" TO WS-FILE-NOTE
              WHEN NOT DB-PRESENT
                   MOVE " REMOVED" TO WS-FILE-NOTE
              WHEN OTHER
                   MOVE SPACES TO WS-FILE-NOTE
           END-EVALUATE

           PERFORM BUILD-LCS-TABLE
           COMPUTE LC-REMOVED = DA-COUNT - LCS-LEN(1, 1)
           COMPUTE LC-ADDED   = DB-COUNT - LCS-LEN(1, 1)
           IF LC-REMOVED = 0 AND LC-ADDED = 0
              AND DA-PRESENT AND DB-PRESENT
              STRING CS-NAME(CS-I) " UNCHANGED"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-CHANGED
           MOVE LC-REMOVED TO WS-COUNT-DISP
           MOVE LC-ADDED   TO WS-COUNT-DISP-2
           STRING FUNCTION TRIM(CS-NAME(CS-I))
                  FUNCTION TRIM(WS-FILE-NOTE TRAILING) " - "
                  FUNCTION TRIM(WS-COUNT-DISP) " LINE(S) REMOVED, "
                  FUNCTION TRIM(WS-COUNT-DISP-2) " ADDED"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-DIFF-LINES.

       BUILD-LCS-TABLE.
           PERFORM VARYING LC-J FROM 1 BY 1 UNTIL LC-J > DB-COUNT + 1
              MOVE 0 TO LCS-LEN(DA-COUNT + 1, LC-J)
           END-PERFORM
           PERFORM VARYING LC-I FROM DA-COUNT BY -1 UNTIL LC-I < 1
              MOVE 0 TO LCS-LEN(LC-I, DB-COUNT + 1)
              PERFORM VARYING LC-J FROM DB-COUNT BY -1 UNTIL LC-J < 1
                 IF DA-LINE(LC-I) = DB-LINE(LC-J)
                    COMPUTE LCS-LEN(LC-I, LC-J) =
                        LCS-LEN(LC-I + 1, LC-J + 1) + 1
                 ELSE
                    IF LCS-LEN(LC-I + 1, LC-J)
                       >= LCS-LEN(LC-I, LC-J + 1)
                       MOVE LCS-LEN(LC-I + 1, LC-J)
                         TO LCS-LEN(LC-I, LC-J)
                    ELSE
                       MOVE LCS-LEN(LC-I, LC-J + 1)
                         TO LCS-LEN(LC-I, LC-J)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      * -----------------------------------------------------------
      * Walk both sides along the common subsequence: a line the
      * walk steps over on the first side was removed, one on the
      * second side was added.
      * -----------------------------------------------------------
       WRITE-DIFF-LINES.
           MOVE 1 TO LC-I
           MOVE 1 TO LC-J
           PERFORM UNTIL LC-I > DA-COUNT AND LC-J > DB-COUNT
              EVALUATE TRUE
                 WHEN LC-I > DA-COUNT
                      PERFORM WRITE-ADDED-LINE
                 WHEN LC-J > DB-COUNT
                      PERFORM WRITE-REMOVED-LINE
                 WHEN DA-LINE(LC-I) = DB-LINE(LC-J)
                      ADD 1 TO LC-I
                      ADD 1 TO LC-J
                 WHEN LCS-LEN(LC-I + 1, LC-J)
                      >= LCS-LEN(LC-I, LC-J + 1)
                      PERFORM WRITE-REMOVED-LINE
                 WHEN OTHER
                      PERFORM WRITE-ADDED-LINE
              END-EVALUATE
           END-PERFORM.

       WRITE-REMOVED-LINE.
           MOVE LC-I TO WS-LINE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  - " WS-LINE-DISP " " DA-LINE(LC-I)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO LC-I.

       WRITE-ADDED-LINE.
           MOVE LC-J TO WS-LINE-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  + " WS-LINE-DISP " " DB-LINE(LC-J)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO LC-J.

      * -----------------------------------------------------------
      * File CS-I of version WS-WANTED-VERSION into LOAD-LINES.
      * -----------------------------------------------------------
       LOAD-VERSION-FILE.
           MOVE 0 TO LD-COUNT
           MOVE 'N' TO LD-PRESENT-SW
           MOVE 'N' TO LD-OVER-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ VAULT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CVL-VERSION = WS-WANTED-VERSION
                       AND CVL-FILE = CS-NAME(CS-I)
                       IF CVL-LINE-NUM = 0
                          IF CVL-PRESENT
                             SET LD-PRESENT TO TRUE
                          END-IF
                       ELSE
                          PERFORM TAKE-LOADED-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

      * -----------------------------------------------------------
      * File CS-I of the wall as it is now into LOAD-LINES.
      * -----------------------------------------------------------
       LOAD-LIVE-FILE.
           MOVE 0 TO LD-COUNT
           MOVE 'N' TO LD-PRESENT-SW
           MOVE 'N' TO LD-OVER-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM SET-LIVE-FILE-NAME
           OPEN INPUT CFG-FILE
           IF WS-CFG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET LD-PRESENT TO TRUE
           PERFORM UNTIL WS-EOF
              READ CFG-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    MOVE CFG-LINE TO CVL-TEXT
                    PERFORM TAKE-LOADED-LINE
              END-READ
           END-PERFORM
           CLOSE CFG-FILE.

       TAKE-LOADED-LINE.
           IF LD-COUNT >= LD-MAX
              SET LD-OVER TO TRUE
           ELSE
              ADD 1 TO LD-COUNT
              MOVE CVL-TEXT TO LD-LINE(LD-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * RESTORE: stage the version, audit the staged set, keep the
      * live set as a version of its own, then put the staged set
      * in place file by file.
      * -----------------------------------------------------------
       DO-RESTORE.
           IF WS-ARG-2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
              DISPLAY "CFGVAULT: RESTORE NEEDS A VERSION NUMBER"
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WANTED-VERSION = FUNCTION NUMVAL(WS-ARG-2)
           IF FUNCTION UPPER-CASE(WS-ARG-3) = "FORCE"
              SET WS-FORCE TO TRUE
           END-IF
           PERFORM FIND-VERSION
           IF NOT WS-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE CFG-VERSION-REC TO VA-REC
           MOVE CVI-WALL TO WS-WALL-ARG
           PERFORM RESOLVE-WALL-ARG
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-WALL-TEXT

           MOVE 3 TO OC-NEED-LEVEL
           MOVE "CONFIGURATION RESTORE" TO OC-ACTION
           PERFORM CHECK-OPERATOR
           IF NOT OC-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM STAGE-VERSION
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-STAGED-SET
           IF WS-PROBLEMS > 0
              EXIT PARAGRAPH
           END-IF

           MOVE "PRE-RST" TO WS-KIND
           MOVE SPACES TO WS-REASON
           STRING "LIVE SET BEFORE RESTORE OF VERSION "
                  WS-WANTED-VERSION
                  DELIMITED BY SIZE INTO WS-REASON
           END-STRING
           PERFORM TAKE-SNAPSHOT
           IF WS-PROBLEMS > 0
              DISPLAY "CFGVAULT: LIVE SET NOT SAVED - NOTHING "
                      "RESTORED" UPON SYSERR
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              PERFORM RESTORE-ONE-FILE
           END-PERFORM

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "RESTORED VERSION " WS-WANTED-VERSION " TO WALL "
                  FUNCTION TRIM(WS-WALL-TEXT) ", LIVE SET KEPT AS "
                  "VERSION " WS-NEW-VERSION
                  DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING
           IF WS-LAST-RC NOT = 0
              STRING FUNCTION TRIM(WS-AUDIT-TEXT)
                     " - FORCED PAST CFGAUDIT FINDINGS"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           END-IF
           IF WS-PROBLEMS > 0
              STRING FUNCTION TRIM(WS-AUDIT-TEXT)
                     " - INCOMPLETE, SEE CONSOLE"
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CFGVAULT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                   UPON SYSERR.

      * -----------------------------------------------------------
      * Write version WS-WANTED-VERSION's files into the staging
      * directory, noting which files it holds.
      * -----------------------------------------------------------
       STAGE-VERSION.
           CALL "CBL_CREATE_DIR" USING WS-STAGE-DIR
           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              MOVE 'N' TO CS-IN-VERSION-SW(CS-I)
              PERFORM SET-STAGE-FILE-NAME
              CALL "CBL_DELETE_FILE" USING WS-STAGE-FILE-NAME
           END-PERFORM
           MOVE 'N' TO WS-STAGE-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = "00"
              DISPLAY "CFGVAULT: UNABLE TO OPEN CFGVAULT.DAT STATUS "
                      WS-VAULT-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ VAULT-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CVL-VERSION = WS-WANTED-VERSION
                       PERFORM STAGE-VAULT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VAULT-FILE
           IF WS-STAGE-OPEN
              CLOSE CFG-FILE
           END-IF.

       STAGE-VAULT-LINE.
           IF CVL-LINE-NUM NOT = 0
              IF WS-STAGE-OPEN
                 MOVE CVL-TEXT TO CFG-LINE
                 WRITE CFG-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-STAGE-OPEN
              CLOSE CFG-FILE
              MOVE 'N' TO WS-STAGE-OPEN-SW
           END-IF
           IF NOT CVL-PRESENT
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CS-I FROM 1 BY 1 UNTIL CS-I > CS-COUNT
              IF CS-NAME(CS-I) = CVL-FILE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CS-I > CS-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-STAGE-FILE-NAME
           MOVE WS-STAGE-FILE-NAME TO WS-CFG-FILE-NAME
           OPEN OUTPUT CFG-FILE
           IF WS-CFG-STATUS NOT = "00"
              DISPLAY "CFGVAULT: UNABLE TO STAGE "
                      FUNCTION TRIM(WS-STAGE-FILE-NAME)
                      " STATUS " WS-CFG-STATUS UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           SET WS-STAGE-OPEN TO TRUE
           MOVE 'Y' TO CS-IN-VERSION-SW(CS-I).

      * -----------------------------------------------------------
      * CFGAUDIT over the staged set, launched the way the other
      * programs launch their helpers. Its findings refuse the
      * restore unless it is forced; a CFGAUDIT that does not run
      * at all always refuses it.
      * -----------------------------------------------------------
       AUDIT-STAGED-SET.
           PERFORM VALIDATE-SAFE-NAME
           IF NOT WS-NAME-SAFE
              DISPLAY "CFGVAULT: WALL ID NOT SHELL-SAFE - CANNOT "
                      "AUDIT THE STAGED SET" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMMAND
           IF WS-WALL-ID = SPACES
              MOVE 'S' TO WG-FUNCTION
              MOVE SPACES TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              STRING "./CFGAUDIT " FUNCTION TRIM(WS-STAGE-DIR)
                     "/CFGAUDIT.RPT '' " FUNCTION TRIM(WS-STAGE-DIR)
                     DELIMITED BY SIZE INTO WS-COMMAND
              END-STRING
           ELSE
              STRING "./CFGAUDIT " FUNCTION TRIM(WS-STAGE-DIR)
                     "/CFGAUDIT.RPT " FUNCTION TRIM(WS-WALL-ID) " "
                     FUNCTION TRIM(WS-STAGE-DIR)
                     DELIMITED BY SIZE INTO WS-COMMAND
              END-STRING
           END-IF
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-LAST-RC
      *    CALL "SYSTEM" hands back the raw wait status
           IF WS-LAST-RC > 255
              DIVIDE WS-LAST-RC BY 256 GIVING WS-LAST-RC
           END-IF
           EVALUATE TRUE
              WHEN WS-LAST-RC = 0
                   CONTINUE
              WHEN WS-LAST-RC = 1 AND WS-FORCE
                   DISPLAY "CFGVAULT: CFGAUDIT FOUND PROBLEMS IN "
                           "VERSION " WS-WANTED-VERSION
                           " - RESTORING ANYWAY (FORCE)" UPON SYSERR
              WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-TEXT
                   IF WS-LAST-RC = 1
                      STRING "RESTORE OF VERSION " WS-WANTED-VERSION
                             " REFUSED - CFGAUDIT FINDINGS, SEE "
                             FUNCTION TRIM(WS-STAGE-DIR)
                             "/CFGAUDIT.RPT"
                             DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                      END-STRING
                   ELSE
                      MOVE WS-LAST-RC TO WS-COUNT-DISP
                      STRING "RESTORE OF VERSION " WS-WANTED-VERSION
                             " REFUSED - CFGAUDIT RC "
                             FUNCTION TRIM(WS-COUNT-DISP)
                             DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                      END-STRING
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "CFGVAULT: " FUNCTION TRIM(WS-AUDIT-TEXT)
                           UPON SYSERR
                   ADD 1 TO WS-PROBLEMS
           END-EVALUATE.

      * -----------------------------------------------------------
      * File CS-I: the staged copy renamed over the live one, or
      * the live one removed when the version did not have it.
      * -----------------------------------------------------------
       RESTORE-ONE-FILE.
           PERFORM SET-LIVE-FILE-NAME
           IF CS-IN-VERSION-SW(CS-I) = 'Y'
              PERFORM SET-STAGE-FILE-NAME
              CALL "CBL_RENAME_FILE" USING WS-STAGE-FILE-NAME
                                           WS-CFG-FILE-NAME
              MOVE RETURN-CODE TO WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 DISPLAY "CFGVAULT: UNABLE TO REPLACE "
                         FUNCTION TRIM(WS-CFG-FILE-NAME)
                         " - VERSION'S COPY LEFT IN "
                         FUNCTION TRIM(WS-STAGE-FILE-NAME) UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
              END-IF
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-CFG-FILE-NAME
           END-IF.

      * -----------------------------------------------------------
      * Name helpers: CS-I's live file (the wall's own copy, or the
      * site's), and its copy in the staging directory.
      * -----------------------------------------------------------
       SET-LIVE-FILE-NAME.
           IF CS-PER-WALL(CS-I)
              MOVE 'F' TO WG-FUNCTION
              MOVE WS-WALL-ID TO WG-WALL-ID
              MOVE CS-NAME(CS-I) TO WG-BASE-NAME
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-FILE-NAME TO WS-CFG-FILE-NAME
           ELSE
              MOVE CS-NAME(CS-I) TO WS-CFG-FILE-NAME
           END-IF.

       SET-STAGE-FILE-NAME.
           MOVE SPACES TO WS-STAGE-FILE-NAME
           STRING FUNCTION TRIM(WS-STAGE-DIR) "/"
                  FUNCTION TRIM(CS-NAME(CS-I))
                  DELIMITED BY SIZE INTO WS-STAGE-FILE-NAME
           END-STRING.

       SET-WALL-TEXT.
           IF WS-WALL-ID = SPACES
              MOVE "(LOCAL)" TO WS-WALL-TEXT
           ELSE
              MOVE WS-WALL-ID TO WS-WALL-TEXT
           END-IF.

      * -----------------------------------------------------------
      * WS-WALL-ARG ("-" or blank: the current wall) to a wall the
      * registry knows, in WS-WALL-ID.
      * -----------------------------------------------------------
       RESOLVE-WALL-ARG.
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG = "-"
              MOVE SPACES TO WS-WALL-ARG
           END-IF
           MOVE 'L' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN OR WG-END
              DISPLAY "CFGVAULT: WALL '" FUNCTION TRIM(WG-WALL-ID)
                      "' IS NOT IN WALLS.DAT" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           MOVE WG-WALL-ID TO WS-WALL-ID.

      * -----------------------------------------------------------
      * Index helpers: the highest version number in use, and
      * version WS-WANTED-VERSION's entry (into CFG-VERSION-REC).
      * -----------------------------------------------------------
       FIND-HIGH-VERSION.
           MOVE 0 TO WS-HIGH-VERSION
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT VERSION-FILE
           IF WS-IDX-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ VERSION-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF CVI-VERSION IS NUMERIC
                       AND CVI-VERSION > WS-HIGH-VERSION
                       MOVE CVI-VERSION TO WS-HIGH-VERSION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VERSION-FILE.

       FIND-VERSION.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT VERSION-FILE
           IF WS-IDX-STATUS = "00"
              PERFORM UNTIL WS-EOF OR WS-FOUND
                 READ VERSION-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF CVI-VERSION = WS-WANTED-VERSION
                          SET WS-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VERSION-FILE
           END-IF
           IF NOT WS-FOUND
              DISPLAY "CFGVAULT: NO VERSION " WS-WANTED-VERSION
                      " IN THE VAULT" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Only letters, digits, dot, comma, dash, underscore and
      * slash are allowed into the CFGAUDIT command line.
      * -----------------------------------------------------------
       VALIDATE-SAFE-NAME.
           SET WS-NAME-SAFE TO TRUE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 8
              MOVE WS-WALL-ID(WS-SCAN-POS:1) TO WS-SCAN-CHAR
              IF WS-SCAN-CHAR NOT = SPACE
                 AND WS-SCAN-CHAR NOT ALPHABETIC
                 AND (WS-SCAN-CHAR < '0' OR WS-SCAN-CHAR > '9')
                 AND WS-SCAN-CHAR NOT = '.'
                 AND WS-SCAN-CHAR NOT = ','
                 AND WS-SCAN-CHAR NOT = '-'
                 AND WS-SCAN-CHAR NOT = '_'
                 AND WS-SCAN-CHAR NOT = '/'
                 MOVE 'N' TO WS-NAME-SAFE-SW
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Who is at the keyboard, and may they do OC-ACTION? OPERCHK
      * audits a refusal, and every supervisor action allowed.
      * -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'P' TO OC-FUNCTION
           MOVE "CFGVAULT" TO OC-PROGRAM
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "CFGVAULT: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' REFUSED " FUNCTION TRIM(OC-ACTION)
                      UPON SYSERR
              ADD 1 TO WS-PROBLEMS
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
              STRING WS-TODAY " " WS-NOW-TIME
                     " CFGVAULT " FUNCTION TRIM(WS-AUDIT-TEXT)
                     " " FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
