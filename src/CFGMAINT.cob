      *****************************************************************
      * CFGMAINT: interactive maintenance of PROFILES.DAT and a
      * wall's SCHEDULE.DAT, so nobody has to count columns in a
      * text editor. Lists, adds, changes, copies and deletes
      * profiles and schedule entries field by field; each field is
      * checked as it is typed with the rules CFGAUDIT applies -
      *   profile: a unique name, a demo on the allow-list, an
      *       argument string in the shell-safe character set
      *   schedule entry: HHMM start and end times, a seven-column
      *       Y/N day mask (Monday first), a profile that is in
      *       PROFILES.DAT or else a demo on the allow-list and a
      *       numeric budget
      * - so the file is only ever rewritten with good records. A
      * profile still named by any wall's schedule, JOBCTL.DAT or
      * HOLIDAYS.DAT is neither deleted nor renamed. A schedule's
      * entries keep their order (the earlier entry wins an
      * overlap): an added entry goes in at the line asked for, a
      * copy straight after its original.
      * The rewrite is staged as PROFILES.TMP / SCHEDULE.TMP beside
      * the live file and renamed into place, so the file is never
      * seen half written. Every change is appended to AUDIT.LOG
      * with the record's image before and after it.
      * The session opens with an operator sign-on against the
      * roster, as CONSOLE's does (see OPERCHKARGS.cpy); a VIEWER
      * may list, changes need the OPERATOR role. The schedule
      * maintained is the named wall's (see WALLREGARGS.cpy), the
      * current wall's when none is named.
      * At a field prompt: blank keeps the value shown, "-" clears
      * it, "*" abandons the edit.
      * Invoke as: CFGMAINT [wall-id]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT SCHED-FILE ASSIGN TO DYNAMIC WS-SCHED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT REF-SCHED-FILE ASSIGN TO DYNAMIC WS-REF-SCHED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT JOB-FILE ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT NEW-FILE ASSIGN TO DYNAMIC WS-NEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
           COPY PROFILEREC.

       FD  SCHED-FILE.
           COPY SCHEDREC.

      * Another wall's schedule, read only for its profile names.
       FD  REF-SCHED-FILE.
       01  REF-SCHED-LINE.
           05  FILLER             PIC X(15).
           05  REF-SCHED-PROFILE  PIC X(16).
           05  FILLER             PIC X(20).

       FD  JOB-FILE.
           COPY JOBCTLREC.

       FD  HOLIDAY-FILE.
           COPY HOLIDAYREC.

       FD  NEW-FILE.
       01  NEW-LINE               PIC X(88).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CFGMAINT-VARS.
           05  WS-CHOICE          PIC X(4) VALUE SPACES.
           05  WS-CHOICE-NUM      PIC 9 VALUE 0.
           05  WS-DONE-SW         PIC X VALUE 'N'.
               88  WS-DONE            VALUE 'Y'.
           05  WS-BACK-SW         PIC X VALUE 'N'.
               88  WS-BACK            VALUE 'Y'.
           05  WS-FILE-SW         PIC X.
               88  WS-ON-PROFILES     VALUE 'P'.
               88  WS-ON-SCHEDULE     VALUE 'S'.
           05  WS-PROFILE-STATUS  PIC X(2).
           05  WS-SCHED-STATUS    PIC X(2).
           05  WS-REF-STATUS      PIC X(2).
           05  WS-JOB-STATUS      PIC X(2).
           05  WS-HOLIDAY-STATUS  PIC X(2).
           05  WS-NEW-STATUS      PIC X(2).
           05  WS-SCHED-FILE-NAME PIC X(100) VALUE "SCHEDULE.DAT".
           05  WS-SCHED-TMP-NAME  PIC X(100) VALUE "SCHEDULE.TMP".
           05  WS-REF-SCHED-NAME  PIC X(100).
           05  WS-NEW-FILE-NAME   PIC X(100).
           05  WS-LIVE-FILE-NAME  PIC X(100).
           05  WS-RENAME-RC       PIC S9(9).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-SAVED-SW        PIC X.
               88  WS-SAVED           VALUE 'Y'.

      * Audit-trail scratch: one heading line per change naming the
      * file, the change and the operator, then the record image
      * before and after it.
       01  AUDIT-VARS.
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-AUDIT-STAMP     PIC X(15).
           05  WS-EVENT-TEXT      PIC X(80).
           05  WS-BEFORE-IMAGE    PIC X(88).
           05  WS-AFTER-IMAGE     PIC X(88).
           05  WS-IMAGE-LEN       PIC 9(2).
           05  WS-IMAGE-TEXT      PIC X(96).
           05  WS-AUDIT-OPER      PIC X(8).

      * Sign-on: the ID as typed and the attempts allowed.
       01  OPER-VARS.
           05  WS-OPER-ENTRY      PIC X(8).
           05  WS-SIGN-ON-TRIES   PIC 9 VALUE 0.
           05  WS-SIGNED-ON-SW    PIC X VALUE 'N'.
               88  WS-SIGNED-ON       VALUE 'Y'.
           05  WS-MAY-CHANGE-SW   PIC X.
               88  WS-MAY-CHANGE      VALUE 'Y'.

      * The wall whose schedule is maintained (blank = the
      * working-directory wall).
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8) VALUE SPACES.
           05  WS-WALL-ID         PIC X(8) VALUE SPACES.
           05  WS-WALL-DESC       PIC X(30) VALUE SPACES.

      * PROFILES.DAT and the schedule as read, one record image per
      * line. A file with more lines than the table holds is listed
      * but not rewritten, so nothing past the table is lost.
       01  PROFILE-TABLE-VARS.
           05  PT-COUNT           PIC 9(3) VALUE 0.
           05  PT-MAX             PIC 9(3) VALUE 200.
           05  PT-I               PIC 9(3).
           05  PT-PICK            PIC 9(3).
           05  PT-OVER-SW         PIC X.
               88  PT-OVER            VALUE 'Y'.
           05  PT-IMAGE           PIC X(88) OCCURS 200 TIMES.
       01  SCHED-TABLE-VARS.
           05  ST-COUNT           PIC 9(2) VALUE 0.
           05  ST-MAX             PIC 9(2) VALUE 50.
           05  ST-I               PIC 9(2).
           05  ST-PICK            PIC 9(2).
           05  ST-OVER-SW         PIC X.
               88  ST-OVER            VALUE 'Y'.
           05  ST-IMAGE           PIC X(51) OCCURS 50 TIMES.

      * The record being edited - the PROFILEREC and SCHEDREC
      * layouts.
       01  EDIT-PROFILE.
           05  EP-NAME            PIC X(16).
           05  EP-DEMO            PIC X(12).
           05  EP-ARGS            PIC X(60).
       01  EDIT-SCHED.
           05  ES-START-TIME      PIC X(4).
           05  ES-END-TIME        PIC X(4).
           05  ES-DAY-MASK        PIC X(7).
           05  ES-PROFILE         PIC X(16).
           05  ES-DEMO            PIC X(12).
           05  ES-BUDGET          PIC 9(8).
           05  ES-BUDGET-X REDEFINES ES-BUDGET PIC X(8).

      * Field prompting: the prompt, the value it starts from, what
      * the operator made of it, and why it was refused.
       01  FIELD-VARS.
           05  WS-PROMPT          PIC X(24).
           05  WS-CURRENT         PIC X(60).
           05  WS-ENTRY           PIC X(60).
           05  WS-ENTRY-LEN       PIC 9(2).
           05  WS-REASON          PIC X(100).
           05  WS-FIELD-OK-SW     PIC X.
               88  WS-FIELD-OK        VALUE 'Y'.
           05  WS-CANCEL-SW       PIC X.
               88  WS-CANCELLED       VALUE 'Y'.
           05  WS-ANSWER          PIC X(4).
           05  WS-PICK-ENTRY      PIC X(16).
           05  WS-TALLY           PIC 9(2).
           05  WS-OLD-NAME        PIC X(16).
           05  WS-LINE-DISP       PIC Z9.
           05  WS-BUDGET-DISP     PIC Z(7)9.

      * The checks CFGAUDIT applies, kept in step with it.
       01  CHECK-VARS.
           05  WS-CHECK-DEMO      PIC X(12).
           05  WS-CHECK-ARGS      PIC X(60).
           05  WS-NAME-VALID-SW   PIC X.
               88  WS-NAME-VALID      VALUE 'Y'.
           05  WS-ARGS-VALID-SW   PIC X.
               88  WS-ARGS-VALID      VALUE 'Y'.
           05  WS-SCAN-POS        PIC 9(3).
           05  WS-SCAN-CHAR       PIC X.
           05  WS-MASK-POS        PIC 9.
           05  WS-HH              PIC 99.
           05  WS-MM              PIC 99.
           05  WS-TIME-OK-SW      PIC X.
               88  WS-TIME-OK         VALUE 'Y'.
           05  WS-USED-SW         PIC X.
               88  WS-USED            VALUE 'Y'.
           05  WS-USED-WHERE      PIC X(60).

           COPY WALLREGARGS.
           COPY OPERCHKARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-WALL-ARG) TO WS-WALL-ARG
           IF WS-WALL-ARG NOT = SPACES
              MOVE 'S' TO WG-FUNCTION
              MOVE WS-WALL-ARG TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
           END-IF
           MOVE 'L' TO WG-FUNCTION
           MOVE WS-WALL-ARG TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           EVALUATE TRUE
              WHEN WG-UNKNOWN
                   DISPLAY "CFGMAINT: WALL '" FUNCTION TRIM(WG-WALL-ID)
                           "' IS NOT IN WALLS.DAT"
                   STOP RUN RETURNING 1
              WHEN WG-BAD-OUTPUT
                   DISPLAY "CFGMAINT: WALL '" FUNCTION TRIM(WG-WALL-ID)
                           "' HAS AN UNSAFE OUTPUT PIPE NAME - PUT "
                           "WALLS.DAT RIGHT FIRST"
                   STOP RUN RETURNING 1
           END-EVALUATE
           MOVE WG-WALL-ID TO WS-WALL-ID
           MOVE WG-DESC TO WS-WALL-DESC
           MOVE 'F' TO WG-FUNCTION
           MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SCHED-FILE-NAME
           MOVE 'F' TO WG-FUNCTION
           MOVE WS-WALL-ID TO WG-WALL-ID
           MOVE "SCHEDULE.TMP" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-SCHED-TMP-NAME

      *    no operator carries over from whoever started the session
           MOVE 'S' TO OC-FUNCTION
           MOVE SPACES TO OC-OPER-ID
           CALL 'OPERCHK' USING OPERCHK-ARGS
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGN-ON-TRIES = 3
              PERFORM SIGN-ON
           END-PERFORM
           IF NOT WS-SIGNED-ON
              DISPLAY "CFGMAINT: SIGN-ON FAILED - EXITING"
              STOP RUN RETURNING 1
           END-IF

           PERFORM UNTIL WS-DONE
              PERFORM SHOW-MENU
              PERFORM READ-CHOICE
              EVALUATE WS-CHOICE-NUM
                 WHEN 1
                    SET WS-ON-PROFILES TO TRUE
                    PERFORM MAINTAIN-FILE
                 WHEN 2
                    SET WS-ON-SCHEDULE TO TRUE
                    PERFORM MAINTAIN-FILE
                 WHEN 0
                    MOVE 'Y' TO WS-DONE-SW
                 WHEN OTHER
                    DISPLAY "CFGMAINT: UNRECOGNIZED CHOICE"
              END-EVALUATE
           END-PERFORM

           MOVE "SIGN-OFF" TO WS-EVENT-TEXT
           PERFORM WRITE-EVENT-RECORD
           DISPLAY "CFGMAINT: EXITING"
           STOP RUN RETURNING 0.

      * -----------------------------------------------------------
      * Display the file menu.
      * -----------------------------------------------------------
       SHOW-MENU.
           DISPLAY " "
           DISPLAY "===== CONFIGURATION MAINTENANCE ====="
           IF WS-WALL-ID NOT = SPACES
              DISPLAY "  WALL: " FUNCTION TRIM(WS-WALL-ID) " - "
                      FUNCTION TRIM(WS-WALL-DESC)
           END-IF
           DISPLAY "  OPERATOR: " FUNCTION TRIM(OC-OPER-ID) " - "
                   FUNCTION TRIM(OC-NAME) " (" FUNCTION TRIM(OC-ROLE)
                   ")"
           DISPLAY "  1) PROFILES (PROFILES.DAT)"
           DISPLAY "  2) SCHEDULE ("
                   FUNCTION TRIM(WS-SCHED-FILE-NAME) ")"
           DISPLAY "  0) EXIT"
           DISPLAY "====================================="
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.

      * -----------------------------------------------------------
      * Read the operator's menu choice from the console.
      * -----------------------------------------------------------
       READ-CHOICE.
           MOVE SPACES TO WS-CHOICE
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE 0 TO WS-CHOICE-NUM
           IF WS-CHOICE NOT = SPACES
              MOVE 9 TO WS-CHOICE-NUM
              IF WS-CHOICE(1:1) IS NUMERIC AND WS-CHOICE(2:) = SPACES
                 MOVE WS-CHOICE(1:1) TO WS-CHOICE-NUM
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * The maintenance menu for the file chosen, until BACK.
      * -----------------------------------------------------------
       MAINTAIN-FILE.
           MOVE 'N' TO WS-BACK-SW
           PERFORM UNTIL WS-BACK
              DISPLAY " "
              IF WS-ON-PROFILES
                 DISPLAY "----- PROFILES.DAT -----"
              ELSE
                 DISPLAY "----- "
                         FUNCTION TRIM(WS-SCHED-FILE-NAME) " -----"
              END-IF
              DISPLAY "  1) LIST"
              DISPLAY "  2) ADD"
              DISPLAY "  3) CHANGE"
              DISPLAY "  4) COPY"
              DISPLAY "  5) DELETE"
              DISPLAY "  0) BACK"
              DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
              PERFORM READ-CHOICE
              IF WS-CHOICE-NUM >= 2 AND WS-CHOICE-NUM <= 5
                 PERFORM CHECK-MAY-CHANGE
              ELSE
                 MOVE 'Y' TO WS-MAY-CHANGE-SW
              END-IF
              EVALUATE TRUE
                 WHEN NOT WS-MAY-CHANGE
                    DISPLAY "CFGMAINT: " FUNCTION TRIM(OC-ROLE)
                            " MAY NOT CHANGE CONFIGURATION - REFUSED"
                 WHEN WS-CHOICE-NUM = 0
                    MOVE 'Y' TO WS-BACK-SW
                 WHEN WS-ON-PROFILES AND WS-CHOICE-NUM = 1
                    PERFORM LIST-PROFILES
                 WHEN WS-ON-PROFILES AND WS-CHOICE-NUM = 2
                    PERFORM ADD-PROFILE
                 WHEN WS-ON-PROFILES AND WS-CHOICE-NUM = 3
                    PERFORM CHANGE-PROFILE
                 WHEN WS-ON-PROFILES AND WS-CHOICE-NUM = 4
                    PERFORM COPY-PROFILE
                 WHEN WS-ON-PROFILES AND WS-CHOICE-NUM = 5
                    PERFORM DELETE-PROFILE
                 WHEN WS-ON-SCHEDULE AND WS-CHOICE-NUM = 1
                    PERFORM LIST-SCHEDULE
                 WHEN WS-ON-SCHEDULE AND WS-CHOICE-NUM = 2
                    PERFORM ADD-SCHED-ENTRY
                 WHEN WS-ON-SCHEDULE AND WS-CHOICE-NUM = 3
                    PERFORM CHANGE-SCHED-ENTRY
                 WHEN WS-ON-SCHEDULE AND WS-CHOICE-NUM = 4
                    PERFORM COPY-SCHED-ENTRY
                 WHEN WS-ON-SCHEDULE AND WS-CHOICE-NUM = 5
                    PERFORM DELETE-SCHED-ENTRY
                 WHEN OTHER
                    DISPLAY "CFGMAINT: UNRECOGNIZED CHOICE"
              END-EVALUATE
           END-PERFORM.

      * -----------------------------------------------------------
      * Profiles: list, add, change, copy, delete. Each starts from
      * the file as it is now.
      * -----------------------------------------------------------
       LIST-PROFILES.
           PERFORM LOAD-PROFILES
           IF PT-COUNT = 0
              DISPLAY "  (NO PROFILES)"
           END-IF
           DISPLAY "  NAME             DEMO         ARGUMENTS"
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-IMAGE(PT-I) TO EDIT-PROFILE
              DISPLAY "  " EP-NAME " " EP-DEMO " "
                      FUNCTION TRIM(EP-ARGS)
           END-PERFORM
           IF PT-OVER
              DISPLAY "  (MORE THAN " FUNCTION TRIM(PT-MAX)
                      " PROFILES - ONLY THE FIRST ARE SHOWN)"
           END-IF.

       ADD-PROFILE.
           PERFORM LOAD-PROFILES
           IF PT-OVER OR PT-COUNT >= PT-MAX
              DISPLAY "CFGMAINT: PROFILES.DAT IS FULL - NOT ADDED"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PT-PICK
           MOVE SPACES TO EDIT-PROFILE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM EDIT-PROFILE-FIELDS
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-PROFILE TO WS-AFTER-IMAGE
           PERFORM CONFIRM-SAVE
           IF NOT WS-FIELD-OK
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PT-COUNT
           MOVE EDIT-PROFILE TO PT-IMAGE(PT-COUNT)
           PERFORM SAVE-PROFILES
           IF WS-SAVED
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "PROFILES.DAT ADD '" FUNCTION TRIM(EP-NAME) "'"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       CHANGE-PROFILE.
           PERFORM LOAD-PROFILES
           PERFORM PICK-PROFILE
           IF PT-PICK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PT-IMAGE(PT-PICK) TO EDIT-PROFILE
           MOVE PT-IMAGE(PT-PICK) TO WS-BEFORE-IMAGE
           MOVE EP-NAME TO WS-OLD-NAME
           PERFORM EDIT-PROFILE-FIELDS
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-PROFILE TO WS-AFTER-IMAGE
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
              DISPLAY "CFGMAINT: NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           IF EP-NAME NOT = WS-OLD-NAME
              PERFORM FIND-PROFILE-USE
              IF WS-USED
                 DISPLAY "CFGMAINT: PROFILE '"
                         FUNCTION TRIM(WS-OLD-NAME) "' IS NAMED BY "
                         FUNCTION TRIM(WS-USED-WHERE)
                         " - NOT RENAMED"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CONFIRM-SAVE
           IF NOT WS-FIELD-OK
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-PROFILE TO PT-IMAGE(PT-PICK)
           PERFORM SAVE-PROFILES
           IF WS-SAVED
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "PROFILES.DAT CHANGE '"
                     FUNCTION TRIM(WS-OLD-NAME) "'"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       COPY-PROFILE.
           PERFORM LOAD-PROFILES
           IF PT-OVER OR PT-COUNT >= PT-MAX
              DISPLAY "CFGMAINT: PROFILES.DAT IS FULL - NOT COPIED"
              EXIT PARAGRAPH
           END-IF
           PERFORM PICK-PROFILE
           IF PT-PICK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PT-IMAGE(PT-PICK) TO EDIT-PROFILE
           MOVE EP-NAME TO WS-OLD-NAME
      *    the copy is a new profile: it needs a name of its own
           MOVE SPACES TO EP-NAME
           MOVE 0 TO PT-PICK
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM EDIT-PROFILE-FIELDS
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-PROFILE TO WS-AFTER-IMAGE
           PERFORM CONFIRM-SAVE
           IF NOT WS-FIELD-OK
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PT-COUNT
           MOVE EDIT-PROFILE TO PT-IMAGE(PT-COUNT)
           PERFORM SAVE-PROFILES
           IF WS-SAVED
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "PROFILES.DAT COPY '" FUNCTION TRIM(WS-OLD-NAME)
                     "' TO '" FUNCTION TRIM(EP-NAME) "'"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       DELETE-PROFILE.
           PERFORM LOAD-PROFILES
           PERFORM PICK-PROFILE
           IF PT-PICK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PT-IMAGE(PT-PICK) TO EDIT-PROFILE
           MOVE PT-IMAGE(PT-PICK) TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE EP-NAME TO WS-OLD-NAME
           PERFORM FIND-PROFILE-USE
           IF WS-USED
              DISPLAY "CFGMAINT: PROFILE '" FUNCTION TRIM(WS-OLD-NAME)
                      "' IS NAMED BY " FUNCTION TRIM(WS-USED-WHERE)
                      " - NOT DELETED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " EP-NAME " " EP-DEMO " " FUNCTION TRIM(EP-ARGS)
           DISPLAY "DELETE THIS PROFILE? (Y/N): " WITH NO ADVANCING
           PERFORM READ-YES-NO
           IF NOT WS-FIELD-OK
              DISPLAY "CFGMAINT: NOT DELETED"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-I FROM PT-PICK BY 1
                   UNTIL PT-I >= PT-COUNT
              MOVE PT-IMAGE(PT-I + 1) TO PT-IMAGE(PT-I)
           END-PERFORM
           SUBTRACT 1 FROM PT-COUNT
           PERFORM SAVE-PROFILES
           IF WS-SAVED
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "PROFILES.DAT DELETE '"
                     FUNCTION TRIM(WS-OLD-NAME) "'"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

      * -----------------------------------------------------------
      * Ask for a profile by name: PT-PICK is its line, 0 if it is
      * not there. A file too long to rewrite is not offered.
      * -----------------------------------------------------------
       PICK-PROFILE.
           MOVE 0 TO PT-PICK
           IF PT-OVER
              DISPLAY "CFGMAINT: PROFILES.DAT HAS MORE THAN "
                      FUNCTION TRIM(PT-MAX)
                      " LINES - EDIT IT BY HAND"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PROFILE NAME: " WITH NO ADVANCING
           MOVE SPACES TO WS-PICK-ENTRY
           ACCEPT WS-PICK-ENTRY FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-PICK-ENTRY) TO WS-PICK-ENTRY
           IF WS-PICK-ENTRY = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              IF PT-IMAGE(PT-I)(1:16) = WS-PICK-ENTRY
                 MOVE PT-I TO PT-PICK
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PT-PICK = 0
              DISPLAY "CFGMAINT: PROFILE '"
                      FUNCTION TRIM(WS-PICK-ENTRY)
                      "' NOT FOUND IN PROFILES.DAT"
           END-IF.

      * -----------------------------------------------------------
      * Name, demo and argument string, each checked as it is
      * entered. PT-PICK is the profile's own line (0 for a new
      * one), so its own name does not count as a duplicate.
      * -----------------------------------------------------------
       EDIT-PROFILE-FIELDS.
           MOVE 'N' TO WS-CANCEL-SW
           DISPLAY "  (BLANK KEEPS THE VALUE SHOWN, - CLEARS IT, "
                   "* ABANDONS THE EDIT)"
           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "PROFILE NAME" TO WS-PROMPT
              MOVE EP-NAME TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY
                 PERFORM CHECK-PROFILE-NAME
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO EP-NAME

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "DEMO" TO WS-PROMPT
              MOVE EP-DEMO TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY
                 PERFORM CHECK-DEMO-FIELD
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO EP-DEMO

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "ARGUMENTS" TO WS-PROMPT
              MOVE EP-ARGS TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 MOVE WS-ENTRY TO WS-CHECK-ARGS
                 PERFORM VALIDATE-SAFE-ARGS
                 IF WS-ARGS-VALID
                    SET WS-FIELD-OK TO TRUE
                 ELSE
                    MOVE "ONLY LETTERS, DIGITS, SPACE AND . , - _ ARE "
                         & "ALLOWED" TO WS-REASON
                    PERFORM SHOW-REASON
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO EP-ARGS.

       CHECK-PROFILE-NAME.
           IF WS-ENTRY = SPACES
              MOVE "A PROFILE NEEDS A NAME" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY(17:) NOT = SPACES
              MOVE "16 CHARACTERS AT MOST" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-ENTRY(1:16) TALLYING WS-TALLY FOR ALL SPACE
           MOVE WS-ENTRY TO WS-CHECK-ARGS
           PERFORM VALIDATE-SAFE-ARGS
           IF NOT WS-ARGS-VALID
              OR WS-TALLY NOT = 16 - WS-ENTRY-LEN
              MOVE "ONLY LETTERS, DIGITS AND . , - _ ARE ALLOWED"
                TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              IF PT-I NOT = PT-PICK
                 AND PT-IMAGE(PT-I)(1:16) = WS-ENTRY(1:16)
                 MOVE "THAT NAME IS ALREADY IN PROFILES.DAT"
                   TO WS-REASON
                 PERFORM SHOW-REASON
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           SET WS-FIELD-OK TO TRUE.

       CHECK-DEMO-FIELD.
           IF WS-ENTRY(13:) NOT = SPACES
              MOVE "12 CHARACTERS AT MOST" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO WS-CHECK-DEMO
           PERFORM VALIDATE-SCHED-DEMO
           IF NOT WS-NAME-VALID
              MOVE "NOT A SCHEDULED DEMO - MAIN, BOUNCYBALLS, ANT, "
                   & "LIFE, TICKER, SLIDESHOW OR WALLCLOCK"
                TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           SET WS-FIELD-OK TO TRUE.

      * -----------------------------------------------------------
      * Is profile WS-OLD-NAME still named anywhere - any wall's
      * schedule, the job deck or the holiday calendar? The first
      * place found goes in WS-USED-WHERE.
      * -----------------------------------------------------------
       FIND-PROFILE-USE.
           MOVE 'N' TO WS-USED-SW
           MOVE SPACES TO WS-USED-WHERE
           MOVE 1 TO WG-INDEX
           MOVE 'N' TO WG-FUNCTION
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-END
              MOVE "SCHEDULE.DAT" TO WS-REF-SCHED-NAME
              PERFORM SCAN-REF-SCHEDULE
           END-IF
           PERFORM UNTIL WG-END OR WS-USED
              MOVE 'F' TO WG-FUNCTION
              MOVE "SCHEDULE.DAT" TO WG-BASE-NAME
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-FILE-NAME TO WS-REF-SCHED-NAME
              PERFORM SCAN-REF-SCHEDULE
              ADD 1 TO WG-INDEX
              MOVE 'N' TO WG-FUNCTION
              CALL 'WALLREG' USING WALLREG-ARGS
           END-PERFORM
           IF WS-USED
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF OR WS-USED
                 READ JOB-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF JOB-PROFILE-NAME = WS-OLD-NAME
                          SET WS-USED TO TRUE
                          MOVE "JOBCTL.DAT" TO WS-USED-WHERE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-FILE
           END-IF
           IF WS-USED
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL WS-EOF OR WS-USED
                 READ HOLIDAY-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF-SW
                    NOT AT END
                       IF HOL-PROFILE = WS-OLD-NAME
                          SET WS-USED TO TRUE
                          MOVE SPACES TO WS-USED-WHERE
                          STRING "HOLIDAYS.DAT (" HOL-DATE ")"
                                 DELIMITED BY SIZE INTO WS-USED-WHERE
                          END-STRING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.

       SCAN-REF-SCHEDULE.
           OPEN INPUT REF-SCHED-FILE
           IF WS-REF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR WS-USED
              READ REF-SCHED-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF REF-SCHED-PROFILE = WS-OLD-NAME
                       SET WS-USED TO TRUE
                       MOVE WS-REF-SCHED-NAME TO WS-USED-WHERE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REF-SCHED-FILE.

      * -----------------------------------------------------------
      * Schedule entries: list, add, change, copy, delete. Entries
      * are known by their line number - their order matters.
      * -----------------------------------------------------------
       LIST-SCHEDULE.
           PERFORM LOAD-SCHEDULE
           IF ST-COUNT = 0
              DISPLAY "  (NO ENTRIES)"
           END-IF
           DISPLAY "  LN FROM TO   MTWTFSS PROFILE          DEMO"
                   "           BUDGET"
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-COUNT
              PERFORM SHOW-SCHED-LINE
           END-PERFORM
           IF ST-OVER
              DISPLAY "  (MORE THAN " FUNCTION TRIM(ST-MAX)
                      " ENTRIES - ONLY THE FIRST ARE SHOWN)"
           END-IF.

       SHOW-SCHED-LINE.
           MOVE ST-IMAGE(ST-I) TO EDIT-SCHED
           MOVE ST-I TO WS-LINE-DISP
           IF ES-BUDGET IS NUMERIC
              MOVE ES-BUDGET TO WS-BUDGET-DISP
              DISPLAY "  " WS-LINE-DISP " " ES-START-TIME " "
                      ES-END-TIME " " ES-DAY-MASK " " ES-PROFILE " "
                      ES-DEMO " " WS-BUDGET-DISP
           ELSE
              DISPLAY "  " WS-LINE-DISP " " ES-START-TIME " "
                      ES-END-TIME " " ES-DAY-MASK " " ES-PROFILE " "
                      ES-DEMO " " ES-BUDGET-X
           END-IF.

       ADD-SCHED-ENTRY.
           PERFORM LOAD-SCHEDULE
           IF ST-OVER OR ST-COUNT >= ST-MAX
              DISPLAY "CFGMAINT: THE SCHEDULE IS FULL - NOT ADDED"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROFILES
           MOVE ST-COUNT TO ST-PICK
           ADD 1 TO ST-PICK
           IF ST-COUNT > 0
              MOVE ST-PICK TO WS-LINE-DISP
              DISPLAY "INSERT AT LINE (BLANK = "
                      FUNCTION TRIM(WS-LINE-DISP) ", THE END): "
                      WITH NO ADVANCING
              MOVE SPACES TO WS-PICK-ENTRY
              ACCEPT WS-PICK-ENTRY FROM CONSOLE
              IF WS-PICK-ENTRY NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(WS-PICK-ENTRY) NOT = 0
                    OR FUNCTION NUMVAL(WS-PICK-ENTRY) < 1
                    OR FUNCTION NUMVAL(WS-PICK-ENTRY) > ST-PICK
                    DISPLAY "CFGMAINT: NO SUCH LINE - NOT ADDED"
                    EXIT PARAGRAPH
                 END-IF
                 COMPUTE ST-PICK = FUNCTION NUMVAL(WS-PICK-ENTRY)
              END-IF
           END-IF
           MOVE SPACES TO EDIT-SCHED
           MOVE "YYYYYYY" TO ES-DAY-MASK
           MOVE 0 TO ES-BUDGET
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM EDIT-SCHED-FIELDS
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-SCHED TO WS-AFTER-IMAGE
           PERFORM CONFIRM-SAVE
           IF NOT WS-FIELD-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-SCHED-ENTRY
           PERFORM SAVE-SCHEDULE
           IF WS-SAVED
              MOVE ST-PICK TO WS-LINE-DISP
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "SCHEDULE.DAT ADD LINE "
                     FUNCTION TRIM(WS-LINE-DISP)
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       CHANGE-SCHED-ENTRY.
           PERFORM LOAD-SCHEDULE
           PERFORM PICK-SCHED-ENTRY
           IF ST-PICK = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROFILES
           MOVE ST-IMAGE(ST-PICK) TO EDIT-SCHED
           MOVE ST-IMAGE(ST-PICK) TO WS-BEFORE-IMAGE
           PERFORM EDIT-SCHED-FIELDS
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-SCHED TO WS-AFTER-IMAGE
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
              DISPLAY "CFGMAINT: NOTHING CHANGED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CONFIRM-SAVE
           IF NOT WS-FIELD-OK
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-SCHED TO ST-IMAGE(ST-PICK)
           PERFORM SAVE-SCHEDULE
           IF WS-SAVED
              MOVE ST-PICK TO WS-LINE-DISP
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "SCHEDULE.DAT CHANGE LINE "
                     FUNCTION TRIM(WS-LINE-DISP)
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       COPY-SCHED-ENTRY.
           PERFORM LOAD-SCHEDULE
           IF ST-OVER OR ST-COUNT >= ST-MAX
              DISPLAY "CFGMAINT: THE SCHEDULE IS FULL - NOT COPIED"
              EXIT PARAGRAPH
           END-IF
           PERFORM PICK-SCHED-ENTRY
           IF ST-PICK = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROFILES
           MOVE ST-IMAGE(ST-PICK) TO EDIT-SCHED
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM EDIT-SCHED-FIELDS
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE EDIT-SCHED TO WS-AFTER-IMAGE
           PERFORM CONFIRM-SAVE
           IF NOT WS-FIELD-OK
              EXIT PARAGRAPH
           END-IF
      *    the copy goes in straight after its original
           ADD 1 TO ST-PICK
           PERFORM INSERT-SCHED-ENTRY
           PERFORM SAVE-SCHEDULE
           IF WS-SAVED
              MOVE ST-PICK TO WS-LINE-DISP
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "SCHEDULE.DAT COPY TO LINE "
                     FUNCTION TRIM(WS-LINE-DISP)
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       DELETE-SCHED-ENTRY.
           PERFORM LOAD-SCHEDULE
           PERFORM PICK-SCHED-ENTRY
           IF ST-PICK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ST-IMAGE(ST-PICK) TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE ST-PICK TO ST-I
           PERFORM SHOW-SCHED-LINE
           DISPLAY "DELETE THIS ENTRY? (Y/N): " WITH NO ADVANCING
           PERFORM READ-YES-NO
           IF NOT WS-FIELD-OK
              DISPLAY "CFGMAINT: NOT DELETED"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ST-I FROM ST-PICK BY 1
                   UNTIL ST-I >= ST-COUNT
              MOVE ST-IMAGE(ST-I + 1) TO ST-IMAGE(ST-I)
           END-PERFORM
           SUBTRACT 1 FROM ST-COUNT
           PERFORM SAVE-SCHEDULE
           IF WS-SAVED
              MOVE ST-PICK TO WS-LINE-DISP
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "SCHEDULE.DAT DELETE LINE "
                     FUNCTION TRIM(WS-LINE-DISP)
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

      * EDIT-SCHED goes in at line ST-PICK, later lines moving down.
       INSERT-SCHED-ENTRY.
           PERFORM VARYING ST-I FROM ST-COUNT BY -1
                   UNTIL ST-I < ST-PICK
              MOVE ST-IMAGE(ST-I) TO ST-IMAGE(ST-I + 1)
           END-PERFORM
           MOVE EDIT-SCHED TO ST-IMAGE(ST-PICK)
           ADD 1 TO ST-COUNT.

      * -----------------------------------------------------------
      * Ask for a schedule entry by line number: ST-PICK, 0 if
      * there is no such line.
      * -----------------------------------------------------------
       PICK-SCHED-ENTRY.
           MOVE 0 TO ST-PICK
           IF ST-OVER
              DISPLAY "CFGMAINT: THE SCHEDULE HAS MORE THAN "
                      FUNCTION TRIM(ST-MAX)
                      " LINES - EDIT IT BY HAND"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTRY LINE NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO WS-PICK-ENTRY
           ACCEPT WS-PICK-ENTRY FROM CONSOLE
           IF WS-PICK-ENTRY = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PICK-ENTRY) NOT = 0
              OR FUNCTION NUMVAL(WS-PICK-ENTRY) < 1
              OR FUNCTION NUMVAL(WS-PICK-ENTRY) > ST-COUNT
              DISPLAY "CFGMAINT: NO SUCH LINE"
              EXIT PARAGRAPH
           END-IF
           COMPUTE ST-PICK = FUNCTION NUMVAL(WS-PICK-ENTRY).

      * -----------------------------------------------------------
      * Times, day mask, then a profile - or, with no profile, a
      * demo and its budget. A profile carries its own budget, so
      * an entry naming one keeps no demo or budget of its own.
      * -----------------------------------------------------------
       EDIT-SCHED-FIELDS.
           MOVE 'N' TO WS-CANCEL-SW
           DISPLAY "  (BLANK KEEPS THE VALUE SHOWN, - CLEARS IT, "
                   "* ABANDONS THE EDIT)"
           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "START TIME (HHMM)" TO WS-PROMPT
              MOVE ES-START-TIME TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 PERFORM CHECK-TIME-FIELD
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO ES-START-TIME

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "END TIME (HHMM)" TO WS-PROMPT
              MOVE ES-END-TIME TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 PERFORM CHECK-TIME-FIELD
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO ES-END-TIME

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "DAYS (MTWTFSS, Y/N)" TO WS-PROMPT
              MOVE ES-DAY-MASK TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY
                 PERFORM CHECK-MASK-FIELD
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO ES-DAY-MASK

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "PROFILE (- FOR NONE)" TO WS-PROMPT
              MOVE ES-PROFILE TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY
                 PERFORM CHECK-PROFILE-REF
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO ES-PROFILE
           IF ES-PROFILE NOT = SPACES
              MOVE SPACES TO ES-DEMO
              MOVE 0 TO ES-BUDGET
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "DEMO" TO WS-PROMPT
              MOVE ES-DEMO TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY
                 PERFORM CHECK-DEMO-FIELD
              END-IF
           END-PERFORM
           IF WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY TO ES-DEMO

           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED
              MOVE "BUDGET (0 = WINDOW)" TO WS-PROMPT
              MOVE ES-BUDGET-X TO WS-CURRENT
              PERFORM ASK-FIELD
              IF NOT WS-CANCELLED
                 PERFORM CHECK-BUDGET-FIELD
              END-IF
           END-PERFORM.

       CHECK-TIME-FIELD.
           MOVE WS-ENTRY TO WS-CHECK-ARGS
           PERFORM CHECK-HHMM
           IF NOT WS-TIME-OK OR WS-ENTRY(5:) NOT = SPACES
              MOVE "FOUR DIGITS, HHMM, 0000 TO 2359" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           SET WS-FIELD-OK TO TRUE.

       CHECK-MASK-FIELD.
           IF WS-ENTRY(8:) NOT = SPACES
              MOVE "SEVEN DAYS AT MOST" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS > 7
              IF WS-ENTRY(WS-MASK-POS:1) NOT = 'Y'
                 AND WS-ENTRY(WS-MASK-POS:1) NOT = 'N'
                 MOVE "SEVEN Y/N COLUMNS, MONDAY FIRST" TO WS-REASON
                 PERFORM SHOW-REASON
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           SET WS-FIELD-OK TO TRUE.

       CHECK-PROFILE-REF.
           IF WS-ENTRY = SPACES
              SET WS-FIELD-OK TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY(17:) = SPACES
              PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
                 IF PT-IMAGE(PT-I)(1:16) = WS-ENTRY(1:16)
                    SET WS-FIELD-OK TO TRUE
                    EXIT PARAGRAPH
                 END-IF
              END-PERFORM
           END-IF
           MOVE "NOT IN PROFILES.DAT" TO WS-REASON
           PERFORM SHOW-REASON.

       CHECK-BUDGET-FIELD.
           IF WS-ENTRY = SPACES
              MOVE "0" TO WS-ENTRY
              MOVE 1 TO WS-ENTRY-LEN
           END-IF
           IF WS-ENTRY-LEN = 0 OR WS-ENTRY-LEN > 8
              MOVE "A WHOLE NUMBER OF UP TO EIGHT DIGITS" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY(1:WS-ENTRY-LEN) IS NOT NUMERIC
              MOVE "A WHOLE NUMBER OF UP TO EIGHT DIGITS" TO WS-REASON
              PERFORM SHOW-REASON
              EXIT PARAGRAPH
           END-IF
           COMPUTE ES-BUDGET = FUNCTION NUMVAL(WS-ENTRY(1:WS-ENTRY-LEN))
           SET WS-FIELD-OK TO TRUE.

      * -----------------------------------------------------------
      * Prompt for one field: WS-PROMPT, showing WS-CURRENT. The
      * answer, trimmed, is in WS-ENTRY and its length in
      * WS-ENTRY-LEN: blank keeps WS-CURRENT, "-" clears it, "*"
      * abandons the edit.
      * -----------------------------------------------------------
       ASK-FIELD.
           DISPLAY "  " WS-PROMPT " [" FUNCTION TRIM(WS-CURRENT)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY FROM CONSOLE
           EVALUATE TRUE
              WHEN WS-ENTRY = "*"
                   SET WS-CANCELLED TO TRUE
                   DISPLAY "CFGMAINT: EDIT ABANDONED - NOTHING WRITTEN"
              WHEN WS-ENTRY = "-"
                   MOVE SPACES TO WS-ENTRY
              WHEN WS-ENTRY = SPACES
                   MOVE WS-CURRENT TO WS-ENTRY
              WHEN OTHER
                   MOVE FUNCTION TRIM(WS-ENTRY LEADING) TO WS-ENTRY
           END-EVALUATE
           MOVE 0 TO WS-ENTRY-LEN
           IF WS-ENTRY NOT = SPACES
              COMPUTE WS-ENTRY-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY TRAILING))
           END-IF.

       SHOW-REASON.
           DISPLAY "  ** " FUNCTION TRIM(WS-REASON) " - TRY AGAIN".

      * -----------------------------------------------------------
      * Show the record as it will be written and ask before the
      * file is rewritten: WS-FIELD-OK on yes.
      * -----------------------------------------------------------
       CONFIRM-SAVE.
           IF WS-ON-PROFILES
              DISPLAY "  " EP-NAME " " EP-DEMO " "
                      FUNCTION TRIM(EP-ARGS)
           ELSE
              DISPLAY "  " ES-START-TIME " " ES-END-TIME " "
                      ES-DAY-MASK " " ES-PROFILE " " ES-DEMO " "
                      ES-BUDGET
           END-IF
           DISPLAY "SAVE? (Y/N): " WITH NO ADVANCING
           PERFORM READ-YES-NO
           IF NOT WS-FIELD-OK
              DISPLAY "CFGMAINT: NOT SAVED"
           END-IF.

       READ-YES-NO.
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER FROM CONSOLE
           MOVE 'N' TO WS-FIELD-OK-SW
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
              OR FUNCTION UPPER-CASE(WS-ANSWER) = "YES"
              SET WS-FIELD-OK TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * Read the files into the tables.
      * -----------------------------------------------------------
       LOAD-PROFILES.
           MOVE 0 TO PT-COUNT
           MOVE 'N' TO PT-OVER-SW
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ PROFILE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF PT-COUNT < PT-MAX
                       ADD 1 TO PT-COUNT
                       MOVE PROFILE-REC TO PT-IMAGE(PT-COUNT)
                    ELSE
                       SET PT-OVER TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       LOAD-SCHEDULE.
           MOVE 0 TO ST-COUNT
           MOVE 'N' TO ST-OVER-SW
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ SCHED-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF ST-COUNT < ST-MAX
                       ADD 1 TO ST-COUNT
                       MOVE SCHED-REC TO ST-IMAGE(ST-COUNT)
                    ELSE
                       SET ST-OVER TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHED-FILE.

      * -----------------------------------------------------------
      * Write a table out as the .TMP file beside the live one and
      * rename it into place - one rename, so the live file is
      * never seen half written. WS-SAVED when it is in place.
      * -----------------------------------------------------------
       SAVE-PROFILES.
           MOVE 'N' TO WS-SAVED-SW
           MOVE "PROFILES.TMP" TO WS-NEW-FILE-NAME
           MOVE "PROFILES.DAT" TO WS-LIVE-FILE-NAME
           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
              PERFORM REPORT-STAGE-FAILURE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PT-COUNT
              MOVE PT-IMAGE(PT-I) TO NEW-LINE
              WRITE NEW-LINE
           END-PERFORM
           CLOSE NEW-FILE
           PERFORM REPLACE-LIVE-FILE.

       SAVE-SCHEDULE.
           MOVE 'N' TO WS-SAVED-SW
           MOVE WS-SCHED-TMP-NAME TO WS-NEW-FILE-NAME
           MOVE WS-SCHED-FILE-NAME TO WS-LIVE-FILE-NAME
           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
              PERFORM REPORT-STAGE-FAILURE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-COUNT
              MOVE ST-IMAGE(ST-I) TO NEW-LINE
              WRITE NEW-LINE
           END-PERFORM
           CLOSE NEW-FILE
           PERFORM REPLACE-LIVE-FILE.

       REPORT-STAGE-FAILURE.
           DISPLAY "CFGMAINT: UNABLE TO WRITE "
                   FUNCTION TRIM(WS-NEW-FILE-NAME) " STATUS "
                   WS-NEW-STATUS " - "
                   FUNCTION TRIM(WS-LIVE-FILE-NAME) " NOT CHANGED".

       REPLACE-LIVE-FILE.
           CALL "CBL_RENAME_FILE" USING WS-NEW-FILE-NAME
                                        WS-LIVE-FILE-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "CFGMAINT: UNABLE TO REPLACE "
                      FUNCTION TRIM(WS-LIVE-FILE-NAME)
                      " - THE NEW VERSION IS LEFT IN "
                      FUNCTION TRIM(WS-NEW-FILE-NAME)
              EXIT PARAGRAPH
           END-IF
           SET WS-SAVED TO TRUE
           DISPLAY "CFGMAINT: " FUNCTION TRIM(WS-LIVE-FILE-NAME)
                   " SAVED".

      * -----------------------------------------------------------
      * Ask for an operator ID and sign it on through the roster;
      * every attempt, good or bad, goes into the audit file.
      * -----------------------------------------------------------
       SIGN-ON.
           ADD 1 TO WS-SIGN-ON-TRIES
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPER-ENTRY
           ACCEPT WS-OPER-ENTRY FROM CONSOLE
           MOVE 'S' TO OC-FUNCTION
           MOVE WS-OPER-ENTRY TO OC-OPER-ID
           CALL 'OPERCHK' USING OPERCHK-ARGS
           MOVE SPACES TO WS-EVENT-TEXT
           IF OC-OK
              SET WS-SIGNED-ON TO TRUE
              STRING "SIGN-ON " FUNCTION TRIM(OC-NAME) " ("
                     FUNCTION TRIM(OC-ROLE) ")"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              DISPLAY "CFGMAINT: SIGNED ON " FUNCTION TRIM(OC-NAME)
                      " (" FUNCTION TRIM(OC-ROLE) ")"
           ELSE
              STRING "SIGN-ON REFUSED FOR '"
                     FUNCTION TRIM(WS-OPER-ENTRY)
                     "' - NOT ON THE OPERATOR ROSTER"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              END-STRING
              DISPLAY "CFGMAINT: '" FUNCTION TRIM(WS-OPER-ENTRY)
                      "' IS NOT ON THE OPERATOR ROSTER"
           END-IF
           PERFORM WRITE-EVENT-RECORD.

      * -----------------------------------------------------------
      * Changing a file needs the OPERATOR role; OPERCHK audits a
      * refusal.
      * -----------------------------------------------------------
       CHECK-MAY-CHANGE.
           MOVE 'P' TO OC-FUNCTION
           MOVE "CFGMAINT" TO OC-PROGRAM
           MOVE 2 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           IF WS-ON-PROFILES
              MOVE "CHANGE PROFILES.DAT" TO OC-ACTION
           ELSE
              MOVE "CHANGE SCHEDULE.DAT" TO OC-ACTION
           END-IF
           CALL 'OPERCHK' USING OPERCHK-ARGS
           MOVE 'N' TO WS-MAY-CHANGE-SW
           IF OC-OK
              SET WS-MAY-CHANGE TO TRUE
           END-IF.

      * -----------------------------------------------------------
      * Append one session event (sign-on, sign-off) to the shared
      * audit file.
      * -----------------------------------------------------------
       WRITE-EVENT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6) " CFGMAINT "
                     FUNCTION TRIM(WS-EVENT-TEXT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Append one change to the shared audit file: WS-EVENT-TEXT
      * with the operator, then the record image before and after,
      * column for column as it is in the file - "(NONE)" for an
      * add's before or a delete's after - each tagged with the
      * operator too, so no AUDIT.LOG line goes without one.
      * -----------------------------------------------------------
       WRITE-CHANGE-AUDIT.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF WS-ON-PROFILES
              MOVE 88 TO WS-IMAGE-LEN
           ELSE
              MOVE 51 TO WS-IMAGE-LEN
           END-IF
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
           STRING WS-AUDIT-STAMP " CFGMAINT "
                  FUNCTION TRIM(WS-EVENT-TEXT) " "
                  FUNCTION TRIM(OC-AUDIT-TAG)
                  DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           IF WS-BEFORE-IMAGE = SPACES
              MOVE "(NONE)" TO WS-IMAGE-TEXT
           ELSE
              MOVE SPACES TO WS-IMAGE-TEXT
              STRING "'" WS-BEFORE-IMAGE(1:WS-IMAGE-LEN) "'"
                     DELIMITED BY SIZE INTO WS-IMAGE-TEXT
              END-STRING
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-STAMP " CFGMAINT B "
                  FUNCTION TRIM(WS-IMAGE-TEXT TRAILING)
                  " OPER " FUNCTION TRIM(WS-AUDIT-OPER)
                  DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           IF WS-AFTER-IMAGE = SPACES
              MOVE "(NONE)" TO WS-IMAGE-TEXT
           ELSE
              MOVE SPACES TO WS-IMAGE-TEXT
              STRING "'" WS-AFTER-IMAGE(1:WS-IMAGE-LEN) "'"
                     DELIMITED BY SIZE INTO WS-IMAGE-TEXT
              END-STRING
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-STAMP " CFGMAINT A "
                  FUNCTION TRIM(WS-IMAGE-TEXT TRAILING)
                  " OPER " FUNCTION TRIM(WS-AUDIT-OPER)
                  DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      * -----------------------------------------------------------
      * The checks below are CFGAUDIT's - the schedule allow-list
      * (mirroring SCHEDULER's), the HHMM rule and the shell-safe
      * character set every launcher enforces. Change them
      * together.
      * -----------------------------------------------------------
       VALIDATE-SCHED-DEMO.
           MOVE 'N' TO WS-NAME-VALID-SW
           EVALUATE FUNCTION TRIM(WS-CHECK-DEMO)
              WHEN "MAIN"
              WHEN "BOUNCYBALLS"
              WHEN "ANT"
              WHEN "LIFE"
              WHEN "TICKER"
              WHEN "SLIDESHOW"
              WHEN "WALLCLOCK"
                   SET WS-NAME-VALID TO TRUE
           END-EVALUATE.

       CHECK-HHMM.
           MOVE 'N' TO WS-TIME-OK-SW
           IF WS-CHECK-ARGS(1:4) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-ARGS(1:2) TO WS-HH
           MOVE WS-CHECK-ARGS(3:2) TO WS-MM
           IF WS-HH > 23 OR WS-MM > 59
              EXIT PARAGRAPH
           END-IF
           SET WS-TIME-OK TO TRUE.

       VALIDATE-SAFE-ARGS.
           SET WS-ARGS-VALID TO TRUE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 60
              MOVE WS-CHECK-ARGS(WS-SCAN-POS:1) TO WS-SCAN-CHAR
              IF WS-SCAN-CHAR NOT = SPACE
                 AND WS-SCAN-CHAR NOT ALPHABETIC
                 AND (WS-SCAN-CHAR < '0' OR WS-SCAN-CHAR > '9')
                 AND WS-SCAN-CHAR NOT = '.'
                 AND WS-SCAN-CHAR NOT = ','
                 AND WS-SCAN-CHAR NOT = '-'
                 AND WS-SCAN-CHAR NOT = '_'
                 MOVE 'N' TO WS-ARGS-VALID-SW
              END-IF
           END-PERFORM.
