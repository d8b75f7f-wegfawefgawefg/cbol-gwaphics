      *****************************************************************
      * EODBATCH: end-of-day housekeeping stream. Runs the nightly
      * chores named in a step file (see EODSTEPREC.cpy) - RUNHIST
      * intake, RPTMERGE, LOGKEEP, CAPLIB PURGE and VERIFY, WEARMAP
      * EXPORT, PERFTREND, CFGAUDIT for tomorrow - in file order,
      * each as a separate OS process the way JOBCTL launches demos.
      * Unlike a flat JOBCTL deck the stream knows what depends on
      * what:
      *   - a step's return code is judged against the highest code
      *     it accepts; anything above is a failed step
      *   - a step whose predecessor failed, or was itself skipped,
      *     is skipped, while steps that do not depend on it still
      *     run
      *   - every step's outcome goes to the restart file
      *     EODBATCH.RST (see EODRSTREC.cpy) as soon as it is known,
      *     so rerunning the stream for the same business date picks
      *     up at the failed step instead of repeating the ones that
      *     completed
      *   - a business date whose stream completed is entered in
      *     EODBATCH.HST, and the stream refuses to run for it again
      *     unless FORCE is given; FORCE also starts a stream afresh
      *     over its restart file, and lets a new business date
      *     start while an earlier one's stream is still unfinished
      * The whole step file is checked before anything runs - step
      * names unique, predecessors earlier in the file, programs on
      * the allow-list, argument strings shell-safe - and a bad one
      * refuses the night.
      * The business date defaults to today from noon on and to
      * yesterday before it, so a stream started after midnight
      * closes the day just ended; &DATE in a step's arguments
      * stands for it.
      * The completion report EODBATCH.RPT gives every step's
      * status, return code, start and duration. Each step launched
      * or skipped is appended to AUDIT.LOG; a stream left
      * unfinished is put on the notification spool (see
      * NOTIFYARGS.cpy) as EODFAIL. RC 0 when every step has
      * completed, 1 otherwise.
      * The stream runs under an operator on the roster with at
      * least the OPERATOR role (see OPERCHKARGS.cpy); the chores
      * it launches inherit that operator, so LOGKEEP and CAPLIB
      * PURGE steps need a supervisor.
      * Invoke as: EODBATCH [eodsteps.dat] [YYYYMMDD] [FORCE]
      *            [operator-id]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODBATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO DYNAMIC WS-STEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT RESTART-FILE ASSIGN TO "EODBATCH.RST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "EODBATCH.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EODBATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
           COPY EODSTEPREC.

       FD  RESTART-FILE.
           COPY EODRSTREC.

      * One line per business date whose stream completed: the
      * date, when it completed and who it ran under.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  EH-BUS-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  EH-STAMP           PIC X(15).
           05  FILLER             PIC X.
           05  EH-RESULT          PIC X(8).
           05  FILLER             PIC X.
           05  EH-OPER-TAG        PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EODBATCH-VARS.
           05  WS-STEP-FILE-NAME  PIC X(100) VALUE SPACES.
           05  WS-STEP-STATUS     PIC X(2).
           05  WS-RESTART-STATUS  PIC X(2).
           05  WS-HISTORY-STATUS  PIC X(2).
           05  WS-REPORT-STATUS   PIC X(2).
           05  WS-EOF-SW          PIC X VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-DATE-ARG        PIC X(8) VALUE SPACES.
           05  WS-FORCE-ARG       PIC X(8) VALUE SPACES.
           05  WS-OPER-ARG        PIC X(8) VALUE SPACES.
           05  WS-FORCE-SW        PIC X VALUE 'N'.
               88  WS-FORCE           VALUE 'Y'.
           05  WS-RESUMED-SW      PIC X VALUE 'N'.
               88  WS-RESUMED         VALUE 'Y'.
           05  WS-BUS-DATE        PIC X(8).
           05  WS-BUS-DATE-NUM    PIC 9(8).
           05  WS-TODAY-NUM       PIC 9(8).
           05  WS-RUN-STAMP       PIC X(15).
           05  WS-PROBLEMS        PIC 9(4) VALUE 0.
           05  WS-LINE-NO         PIC 9(4) VALUE 0.
           05  WS-RUN-RC          PIC 9(3) VALUE 0.

      * The step table: the step file as loaded, with where each
      * step got to this run (or an earlier run of the same
      * business date, for a step resumed over). ST-STATE is the
      * restart file's - 'C' completed, 'F' failed, 'S' skipped,
      * blank not reached - and ST-EARLIER-SW marks a step that
      * completed in an earlier run and was not repeated.
       01  STEP-TABLE.
           05  ST-COUNT           PIC 9(3) VALUE 0.
           05  ST-MAX             PIC 9(3) VALUE 30.
           05  ST-ENTRY OCCURS 30 TIMES.
               10  ST-STEP-ID     PIC X(8).
               10  ST-PROGRAM     PIC X(12).
               10  ST-MAX-RC      PIC 9(3).
               10  ST-PRED        PIC X(8) OCCURS 3 TIMES.
               10  ST-PRED-IX     PIC 9(3) OCCURS 3 TIMES.
               10  ST-ARGS        PIC X(80).
               10  ST-STATE       PIC X.
                   88  ST-COMPLETED   VALUE 'C'.
                   88  ST-FAILED      VALUE 'F'.
                   88  ST-SKIPPED     VALUE 'S'.
                   88  ST-NOT-REACHED VALUE ' '.
               10  ST-EARLIER-SW  PIC X.
                   88  ST-EARLIER     VALUE 'Y'.
               10  ST-RC          PIC 9(3).
               10  ST-STARTED     PIC X(14).
               10  ST-SECS        PIC 9(6).
               10  ST-NOTE        PIC X(30).

       01  STEP-WORK-VARS.
           05  WS-IX              PIC 9(3).
           05  WS-JX              PIC 9(3).
           05  WS-PX              PIC 9.
           05  WS-COMMAND         PIC X(200) VALUE SPACES.
           05  WS-LAST-RC         PIC 9(8) VALUE 0.
           05  WS-STEP-START-SECS PIC 9(11).
           05  WS-STEP-END-SECS   PIC 9(11).
           05  WS-CLOCK-SECS      PIC 9(11).
           05  WS-CLOCK-STAMP     PIC X(14).
           05  WS-CLOCK-DAY-INT   PIC 9(8).
           05  WS-CLOCK-HH        PIC 99.
           05  WS-CLOCK-MM        PIC 99.
           05  WS-CLOCK-SS        PIC 99.
           05  WS-BLOCKED-SW      PIC X.
               88  WS-BLOCKED         VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.
           05  WS-NAME-VALID-SW   PIC X VALUE 'N'.
               88  WS-NAME-VALID      VALUE 'Y'.
           05  WS-SRC-POS         PIC 9(3).
           05  WS-OUT-PTR         PIC 9(3).
           05  WS-EXP-ARGS        PIC X(80).
           05  WS-SCAN-POS        PIC 9(3).
           05  WS-SCAN-CHAR       PIC X.
           05  WS-ARGS-VALID-SW   PIC X.
               88  WS-ARGS-VALID      VALUE 'Y'.

      * Completion counts for the report, the notification and the
      * return code.
       01  TALLY-VARS.
           05  WS-RAN-OK          PIC 9(3) VALUE 0.
           05  WS-DONE-EARLIER    PIC 9(3) VALUE 0.
           05  WS-FAILED          PIC 9(3) VALUE 0.
           05  WS-SKIPPED         PIC 9(3) VALUE 0.
           05  WS-FIRST-FAILED    PIC X(8) VALUE SPACES.
           05  WS-FIRST-FAILED-RC PIC 9(3) VALUE 0.

       01  REPORT-EDIT-VARS.
           05  WS-RPT-STATUS      PIC X(13).
           05  WS-RPT-RC          PIC ZZ9.
           05  WS-RPT-SECS        PIC ZZZZZ9.
           05  WS-RPT-START       PIC X(8).
           05  WS-ED-RC           PIC ZZ9.
           05  WS-ED-OK           PIC ZZ9.
           05  WS-ED-EARLIER      PIC ZZ9.
           05  WS-ED-FAILED       PIC ZZ9.
           05  WS-ED-SKIPPED      PIC ZZ9.

      * Audit-trail scratch (shared AUDIT.LOG, appended one record
      * per step, open/write/close per entry so other programs'
      * entries can interleave in the same file).
       01  AUDIT-VARS.
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-AUDIT-STAMP     PIC X(15).
           05  WS-AUDIT-RESULT    PIC X(40).

           COPY OPERCHKARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-STEP-FILE-NAME FROM ARGUMENT-VALUE
           IF WS-STEP-FILE-NAME = SPACES
              MOVE "EODSTEPS.DAT" TO WS-STEP-FILE-NAME
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-FORCE-ARG FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE

           IF FUNCTION UPPER-CASE(WS-FORCE-ARG) = "FORCE"
              SET WS-FORCE TO TRUE
           ELSE
              IF WS-FORCE-ARG NOT = SPACES
                 DISPLAY "EODBATCH: EXPECTED FORCE OR NOTHING, NOT '"
                          FUNCTION TRIM(WS-FORCE-ARG) "'" UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-STAMP(1:8)
           MOVE " " TO WS-RUN-STAMP(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-STAMP(10:6)
           PERFORM SET-BUSINESS-DATE

           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-STEPS
           IF WS-PROBLEMS > 0
              DISPLAY "EODBATCH: " WS-PROBLEMS " PROBLEM(S) IN "
                       FUNCTION TRIM(WS-STEP-FILE-NAME)
                       " - NOTHING RUN" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           PERFORM CHECK-HISTORY
           PERFORM LOAD-RESTART

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > ST-COUNT
              PERFORM RUN-ONE-STEP
           END-PERFORM

           MOVE WS-RAN-OK TO WS-ED-OK
           MOVE WS-DONE-EARLIER TO WS-ED-EARLIER
           MOVE WS-FAILED TO WS-ED-FAILED
           MOVE WS-SKIPPED TO WS-ED-SKIPPED
           PERFORM WRITE-COMPLETION-REPORT
           IF WS-FAILED = 0 AND WS-SKIPPED = 0
              PERFORM RECORD-DATE-COMPLETE
              DISPLAY "EODBATCH: STREAM FOR " WS-BUS-DATE
                       " COMPLETE - " WS-RAN-OK " STEP(S) RUN, "
                       WS-DONE-EARLIER " DONE EARLIER" UPON SYSERR
           ELSE
              MOVE 1 TO WS-RUN-RC
              DISPLAY "EODBATCH: STREAM FOR " WS-BUS-DATE
                       " UNFINISHED - " WS-FAILED " FAILED, "
                       WS-SKIPPED " SKIPPED; RERUN TO RESUME"
                       UPON SYSERR
              MOVE 2 TO NF-SEVERITY
              MOVE "EODFAIL" TO NF-EVENT
              MOVE SPACES TO NF-MESSAGE
              MOVE WS-FIRST-FAILED-RC TO WS-ED-RC
              IF WS-FIRST-FAILED = SPACES
                 STRING "END OF DAY " WS-BUS-DATE " UNFINISHED - "
                        FUNCTION TRIM(WS-ED-SKIPPED) " STEP(S) SKIPPED"
                        DELIMITED BY SIZE INTO NF-MESSAGE
                 END-STRING
              ELSE
                 STRING "END OF DAY " WS-BUS-DATE " UNFINISHED - STEP "
                        FUNCTION TRIM(WS-FIRST-FAILED) " RC "
                        FUNCTION TRIM(WS-ED-RC) ", "
                        FUNCTION TRIM(WS-ED-FAILED) " FAILED "
                        FUNCTION TRIM(WS-ED-SKIPPED) " SKIPPED"
                        DELIMITED BY SIZE INTO NF-MESSAGE
                 END-STRING
              END-IF
              PERFORM SEND-NOTIFICATION
           END-IF
           STOP RUN RETURNING WS-RUN-RC.

      * -----------------------------------------------------------
      * The business date the stream closes: the one given, checked
      * for a real calendar date, or else today from noon on and
      * yesterday before noon - a stream started after midnight is
      * still closing the day just ended.
      * -----------------------------------------------------------
       SET-BUSINESS-DATE.
           IF WS-DATE-ARG NOT = SPACES
              IF WS-DATE-ARG IS NOT NUMERIC
                 DISPLAY "EODBATCH: BUSINESS DATE '"
                          FUNCTION TRIM(WS-DATE-ARG)
                          "' IS NOT YYYYMMDD" UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
              MOVE WS-DATE-ARG TO WS-BUS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE-NUM) NOT = 0
                 DISPLAY "EODBATCH: BUSINESS DATE " WS-DATE-ARG
                          " IS NOT A CALENDAR DATE" UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
              MOVE WS-DATE-ARG TO WS-BUS-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-NUM
           IF WS-RUN-STAMP(10:2) < "12"
              COMPUTE WS-BUS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1)
           ELSE
              MOVE WS-TODAY-NUM TO WS-BUS-DATE-NUM
           END-IF
           MOVE WS-BUS-DATE-NUM TO WS-BUS-DATE.

      * -----------------------------------------------------------
      * Sign WS-OPER-ARG on (blank = the operator already signed
      * on) and check the role covers running the stream; a
      * refusal, which OPERCHK audits, fails the stream before
      * anything runs.
      * -----------------------------------------------------------
       SIGN-ON-OPERATOR.
           IF WS-OPER-ARG NOT = SPACES
              MOVE 'S' TO OC-FUNCTION
              MOVE WS-OPER-ARG TO OC-OPER-ID
              CALL 'OPERCHK' USING OPERCHK-ARGS
           END-IF
           MOVE 'P' TO OC-FUNCTION
           MOVE "EODBATCH" TO OC-PROGRAM
           MOVE 2 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           STRING "END OF DAY " WS-BUS-DATE " "
                  FUNCTION TRIM(WS-STEP-FILE-NAME)
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "EODBATCH: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                       "' MAY NOT RUN THE END-OF-DAY STREAM - NEEDS "
                       "OPERATOR ROLE ON THE ROSTER" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.

      * -----------------------------------------------------------
      * Load the step file into the step table, checking every step
      * on the way in; WS-PROBLEMS counts what is wrong with it.
      * -----------------------------------------------------------
       LOAD-STEPS.
           OPEN INPUT STEP-FILE
           IF WS-STEP-STATUS NOT = "00"
              DISPLAY "EODBATCH: UNABLE TO OPEN "
                       FUNCTION TRIM(WS-STEP-FILE-NAME)
                       " STATUS " WS-STEP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ STEP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF EOD-STEP-REC NOT = SPACES
                       PERFORM TAKE-STEP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STEP-FILE
           IF ST-COUNT = 0 AND WS-PROBLEMS = 0
              DISPLAY "EODBATCH: NO STEPS IN "
                       FUNCTION TRIM(WS-STEP-FILE-NAME) UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Check one step record and add it to the table: a unique
      * name, a program on the allow-list, an accepted return code
      * that is a number, predecessors that are earlier steps (which
      * also keeps the stream free of cycles), and an argument
      * string that is shell-safe once &DATE is put in.
      * -----------------------------------------------------------
       TAKE-STEP.
           IF ST-COUNT >= ST-MAX
              DISPLAY "EODBATCH: LINE " WS-LINE-NO " - MORE THAN "
                       ST-MAX " STEPS" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-COUNT
           MOVE ST-COUNT TO WS-IX
           MOVE ES-STEP-ID TO ST-STEP-ID(WS-IX)
           MOVE ES-PROGRAM TO ST-PROGRAM(WS-IX)
           MOVE SPACES TO ST-STATE(WS-IX)
           MOVE 'N' TO ST-EARLIER-SW(WS-IX)
           MOVE 0 TO ST-RC(WS-IX)
           MOVE SPACES TO ST-STARTED(WS-IX)
           MOVE 0 TO ST-SECS(WS-IX)
           MOVE SPACES TO ST-NOTE(WS-IX)

           IF ES-STEP-ID = SPACES
              DISPLAY "EODBATCH: LINE " WS-LINE-NO
                       " - STEP HAS NO NAME" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX >= WS-IX
              IF ST-STEP-ID(WS-JX) = ES-STEP-ID
                 DISPLAY "EODBATCH: LINE " WS-LINE-NO " - STEP "
                          FUNCTION TRIM(ES-STEP-ID)
                          " IS NAMED TWICE" UPON SYSERR
                 ADD 1 TO WS-PROBLEMS
              END-IF
           END-PERFORM

           PERFORM VALIDATE-PROGRAM-NAME
           IF NOT WS-NAME-VALID
              DISPLAY "EODBATCH: LINE " WS-LINE-NO " - STEP "
                       FUNCTION TRIM(ES-STEP-ID) " PROGRAM '"
                       FUNCTION TRIM(ES-PROGRAM)
                       "' IS NOT AN END-OF-DAY CHORE" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF

           EVALUATE TRUE
              WHEN ES-MAX-RC = SPACES
                   MOVE 0 TO ST-MAX-RC(WS-IX)
              WHEN ES-MAX-RC IS NUMERIC
                   MOVE ES-MAX-RC TO ST-MAX-RC(WS-IX)
              WHEN OTHER
                   MOVE 0 TO ST-MAX-RC(WS-IX)
                   DISPLAY "EODBATCH: LINE " WS-LINE-NO " - STEP "
                            FUNCTION TRIM(ES-STEP-ID)
                            " ACCEPTED RC '" ES-MAX-RC
                            "' IS NOT A NUMBER" UPON SYSERR
                   ADD 1 TO WS-PROBLEMS
           END-EVALUATE

           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
              MOVE ES-PRED(WS-PX) TO ST-PRED(WS-IX, WS-PX)
              MOVE 0 TO ST-PRED-IX(WS-IX, WS-PX)
              IF ES-PRED(WS-PX) NOT = SPACES
                 PERFORM FIND-PREDECESSOR
              END-IF
           END-PERFORM

           PERFORM EXPAND-STEP-ARGS
           MOVE WS-EXP-ARGS TO ST-ARGS(WS-IX)
           PERFORM VALIDATE-SAFE-ARGS
           IF NOT WS-ARGS-VALID
              DISPLAY "EODBATCH: LINE " WS-LINE-NO " - STEP "
                       FUNCTION TRIM(ES-STEP-ID)
                       " HAS UNSAFE ARGUMENTS '"
                       FUNCTION TRIM(ES-ARGS) "'" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Resolve predecessor WS-PX of the step being loaded to its
      * place in the table; it must already be there.
      * -----------------------------------------------------------
       FIND-PREDECESSOR.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX >= WS-IX OR WS-FOUND
              IF ST-STEP-ID(WS-JX) = ES-PRED(WS-PX)
                 SET WS-FOUND TO TRUE
                 MOVE WS-JX TO ST-PRED-IX(WS-IX, WS-PX)
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              DISPLAY "EODBATCH: LINE " WS-LINE-NO " - STEP "
                       FUNCTION TRIM(ES-STEP-ID) " PREDECESSOR "
                       FUNCTION TRIM(ES-PRED(WS-PX))
                       " IS NOT AN EARLIER STEP" UPON SYSERR
              ADD 1 TO WS-PROBLEMS
           END-IF.

      * -----------------------------------------------------------
      * Allow-list of the chores EODBATCH may launch - the batch
      * housekeeping programs, never a demo that takes the wall.
      * -----------------------------------------------------------
       VALIDATE-PROGRAM-NAME.
           MOVE 'N' TO WS-NAME-VALID-SW
           EVALUATE FUNCTION TRIM(ES-PROGRAM)
              WHEN "RUNHIST"
              WHEN "RPTMERGE"
              WHEN "LOGKEEP"
              WHEN "CAPLIB"
              WHEN "WEARMAP"
              WHEN "PERFTREND"
              WHEN "CFGAUDIT"
              WHEN "ASSETLIB"
                   SET WS-NAME-VALID TO TRUE
           END-EVALUATE.

      * -----------------------------------------------------------
      * Copy ES-ARGS to WS-EXP-ARGS with every &DATE replaced by
      * the business date.
      * -----------------------------------------------------------
       EXPAND-STEP-ARGS.
           MOVE SPACES TO WS-EXP-ARGS
           MOVE 1 TO WS-SRC-POS
           MOVE 1 TO WS-OUT-PTR
           PERFORM UNTIL WS-SRC-POS > 60 OR WS-OUT-PTR > 80
              IF WS-SRC-POS <= 56
                 AND ES-ARGS(WS-SRC-POS:5) = "&DATE"
                 STRING WS-BUS-DATE DELIMITED BY SIZE
                        INTO WS-EXP-ARGS WITH POINTER WS-OUT-PTR
                 END-STRING
                 ADD 5 TO WS-SRC-POS
              ELSE
                 STRING ES-ARGS(WS-SRC-POS:1) DELIMITED BY SIZE
                        INTO WS-EXP-ARGS WITH POINTER WS-OUT-PTR
                 END-STRING
                 ADD 1 TO WS-SRC-POS
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * A step's argument string ends up on a CALL "SYSTEM" command
      * line, so only letters, digits, space, dot, comma, dash and
      * underscore are allowed through - the set JOBCTL holds
      * profiles to.
      * -----------------------------------------------------------
       VALIDATE-SAFE-ARGS.
           SET WS-ARGS-VALID TO TRUE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 80
              MOVE WS-EXP-ARGS(WS-SCAN-POS:1) TO WS-SCAN-CHAR
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

      * -----------------------------------------------------------
      * Refuse a business date whose stream already completed, as
      * entered in EODBATCH.HST, unless FORCE was given.
      * -----------------------------------------------------------
       CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR WS-FOUND
              READ HISTORY-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF EH-BUS-DATE = WS-BUS-DATE
                       SET WS-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-FOUND
              IF WS-FORCE
                 DISPLAY "EODBATCH: STREAM FOR " WS-BUS-DATE
                          " ALREADY COMPLETED " EH-STAMP
                          " - RUNNING IT AGAIN (FORCE)" UPON SYSERR
              ELSE
                 DISPLAY "EODBATCH: STREAM FOR " WS-BUS-DATE
                          " ALREADY COMPLETED " EH-STAMP
                          " - GIVE FORCE TO RUN IT AGAIN" UPON SYSERR
                 STOP RUN RETURNING 1
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Read the restart file. For the same business date, the
      * steps it shows completed are carried over and not run
      * again. For another date whose stream never finished, the
      * new date is refused - that night's chores are still owed -
      * unless FORCE was given. FORCE always starts afresh.
      * -----------------------------------------------------------
       LOAD-RESTART.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
              READ RESTART-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-RESTART-ENTRY
              END-READ
           END-PERFORM
           CLOSE RESTART-FILE
           IF WS-RESUMED
              DISPLAY "EODBATCH: RESUMING THE STREAM FOR " WS-BUS-DATE
                       " - " WS-DONE-EARLIER
                       " STEP(S) ALREADY COMPLETED" UPON SYSERR
           END-IF.

       TAKE-RESTART-ENTRY.
           IF ER-BUS-DATE NOT = WS-BUS-DATE
              IF NOT ER-COMPLETED AND NOT WS-FORCE
                 DISPLAY "EODBATCH: THE STREAM FOR " ER-BUS-DATE
                          " DID NOT FINISH (STEP "
                          FUNCTION TRIM(ER-STEP-ID)
                          ") - RERUN IT FIRST, OR GIVE FORCE"
                          UPON SYSERR
                 CLOSE RESTART-FILE
                 STOP RUN RETURNING 1
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-FORCE OR NOT ER-COMPLETED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > ST-COUNT
              IF ST-STEP-ID(WS-JX) = ER-STEP-ID
                 AND NOT ST-EARLIER(WS-JX)
                 MOVE 'C' TO ST-STATE(WS-JX)
                 SET ST-EARLIER(WS-JX) TO TRUE
                 MOVE ER-RC TO ST-RC(WS-JX)
                 MOVE ER-STARTED TO ST-STARTED(WS-JX)
                 MOVE ER-SECS TO ST-SECS(WS-JX)
                 MOVE "COMPLETED IN AN EARLIER RUN" TO ST-NOTE(WS-JX)
                 ADD 1 TO WS-DONE-EARLIER
                 SET WS-RESUMED TO TRUE
              END-IF
           END-PERFORM.

      * -----------------------------------------------------------
      * Step WS-IX: leave it be if an earlier run completed it, skip
      * it if a predecessor did not complete, otherwise launch it,
      * time it and judge its return code. The restart file is
      * rewritten as soon as the outcome is known.
      * -----------------------------------------------------------
       RUN-ONE-STEP.
           IF ST-EARLIER(WS-IX)
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BLOCKED-SW
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > 3 OR WS-BLOCKED
              MOVE ST-PRED-IX(WS-IX, WS-PX) TO WS-JX
              IF WS-JX > 0
                 IF NOT ST-COMPLETED(WS-JX)
                    SET WS-BLOCKED TO TRUE
                    MOVE SPACES TO ST-NOTE(WS-IX)
                    IF ST-FAILED(WS-JX)
                       STRING "PREDECESSOR "
                              FUNCTION TRIM(ST-STEP-ID(WS-JX))
                              " FAILED"
                              DELIMITED BY SIZE INTO ST-NOTE(WS-IX)
                       END-STRING
                    ELSE
                       STRING "PREDECESSOR "
                              FUNCTION TRIM(ST-STEP-ID(WS-JX))
                              " SKIPPED"
                              DELIMITED BY SIZE INTO ST-NOTE(WS-IX)
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BLOCKED
              MOVE 'S' TO ST-STATE(WS-IX)
              ADD 1 TO WS-SKIPPED
              DISPLAY "EODBATCH: STEP " FUNCTION TRIM(ST-STEP-ID(WS-IX))
                       " SKIPPED - " FUNCTION TRIM(ST-NOTE(WS-IX))
                       UPON SYSERR
              MOVE SPACES TO WS-AUDIT-RESULT
              STRING "SKIPPED - " FUNCTION TRIM(ST-NOTE(WS-IX))
                     DELIMITED BY SIZE INTO WS-AUDIT-RESULT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              PERFORM WRITE-RESTART-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "./" FUNCTION TRIM(ST-PROGRAM(WS-IX)) " "
                  FUNCTION TRIM(ST-ARGS(WS-IX))
                  DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           PERFORM GET-CLOCK-SECS
           MOVE WS-CLOCK-SECS TO WS-STEP-START-SECS
           MOVE WS-CLOCK-STAMP TO ST-STARTED(WS-IX)
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-LAST-RC
      *    CALL "SYSTEM" hands back the raw wait status - an exit
      *    code of n arrives as n * 256. Reduce it to the chore's
      *    own exit code.
           IF WS-LAST-RC > 255
              DIVIDE WS-LAST-RC BY 256 GIVING WS-LAST-RC
           END-IF
           PERFORM GET-CLOCK-SECS
           MOVE WS-CLOCK-SECS TO WS-STEP-END-SECS
           COMPUTE ST-SECS(WS-IX) =
               WS-STEP-END-SECS - WS-STEP-START-SECS
           MOVE WS-LAST-RC TO ST-RC(WS-IX)

           IF WS-LAST-RC <= ST-MAX-RC(WS-IX)
              MOVE 'C' TO ST-STATE(WS-IX)
              ADD 1 TO WS-RAN-OK
           ELSE
              MOVE 'F' TO ST-STATE(WS-IX)
              ADD 1 TO WS-FAILED
              MOVE SPACES TO ST-NOTE(WS-IX)
              MOVE ST-MAX-RC(WS-IX) TO WS-ED-RC
              STRING "RC ABOVE ACCEPTED "
                     FUNCTION TRIM(WS-ED-RC)
                     DELIMITED BY SIZE INTO ST-NOTE(WS-IX)
              END-STRING
              IF WS-FIRST-FAILED = SPACES
                 MOVE ST-STEP-ID(WS-IX) TO WS-FIRST-FAILED
                 MOVE ST-RC(WS-IX) TO WS-FIRST-FAILED-RC
              END-IF
           END-IF
           DISPLAY "EODBATCH: STEP " FUNCTION TRIM(ST-STEP-ID(WS-IX))
                    " RAN " FUNCTION TRIM(WS-COMMAND)
                    " RC " ST-RC(WS-IX) UPON SYSERR
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE ST-RC(WS-IX) TO WS-ED-RC
           IF ST-COMPLETED(WS-IX)
              STRING "RC " FUNCTION TRIM(WS-ED-RC) " COMPLETED"
                     DELIMITED BY SIZE INTO WS-AUDIT-RESULT
              END-STRING
           ELSE
              STRING "RC " FUNCTION TRIM(WS-ED-RC) " FAILED"
                     DELIMITED BY SIZE INTO WS-AUDIT-RESULT
              END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-RESTART-FILE.

      * -----------------------------------------------------------
      * Rewrite EODBATCH.RST whole from the step table, one line
      * per step, under the business date.
      * -----------------------------------------------------------
       WRITE-RESTART-FILE.
           OPEN OUTPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
              DISPLAY "EODBATCH: UNABLE TO WRITE EODBATCH.RST STATUS "
                       WS-RESTART-STATUS UPON SYSERR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > ST-COUNT
              MOVE WS-BUS-DATE TO ER-BUS-DATE
              MOVE ST-STEP-ID(WS-JX) TO ER-STEP-ID
              MOVE ST-STATE(WS-JX) TO ER-STATE
              MOVE ST-RC(WS-JX) TO ER-RC
              MOVE ST-STARTED(WS-JX) TO ER-STARTED
              MOVE ST-SECS(WS-JX) TO ER-SECS
              WRITE EOD-RESTART-REC
           END-PERFORM
           CLOSE RESTART-FILE.

      * -----------------------------------------------------------
      * Enter the business date in EODBATCH.HST as completed.
      * -----------------------------------------------------------
       RECORD-DATE-COMPLETE.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "EODBATCH: UNABLE TO WRITE EODBATCH.HST STATUS "
                       WS-HISTORY-STATUS UPON SYSERR
              MOVE 1 TO WS-RUN-RC
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HISTORY-REC
           MOVE WS-BUS-DATE TO EH-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO EH-STAMP(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO EH-STAMP(10:6)
           MOVE "COMPLETE" TO EH-RESULT
           MOVE OC-AUDIT-TAG TO EH-OPER-TAG
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.

      * -----------------------------------------------------------
      * EODBATCH.RPT: the stream's heading, one line per step with
      * its status, return code, start time and duration, and the
      * totals.
      * -----------------------------------------------------------
       WRITE-COMPLETION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "EODBATCH: UNABLE TO OPEN EODBATCH.RPT STATUS "
                       WS-REPORT-STATUS UPON SYSERR
              MOVE 1 TO WS-RUN-RC
              EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           MOVE "EODBATCH END-OF-DAY COMPLETION REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE " WS-BUS-DATE "  STEP FILE "
                  FUNCTION TRIM(WS-STEP-FILE-NAME) "  RUN "
                  WS-RUN-STAMP " " FUNCTION TRIM(OC-AUDIT-TAG)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-FORCE
              MOVE "FORCED - EVERY STEP RUN AFRESH" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           IF WS-RESUMED
              MOVE "RESUMED - STEPS COMPLETED IN AN EARLIER RUN NOT RUN"
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STEP     PROGRAM      STATUS         RC  STARTED  "
                  "   SECS  NOTE"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > ST-COUNT
              PERFORM WRITE-STEP-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RAN OK " FUNCTION TRIM(WS-ED-OK)
                  "  DONE EARLIER " FUNCTION TRIM(WS-ED-EARLIER)
                  "  FAILED " FUNCTION TRIM(WS-ED-FAILED)
                  "  SKIPPED " FUNCTION TRIM(WS-ED-SKIPPED)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-FAILED = 0 AND WS-SKIPPED = 0
              MOVE "STREAM COMPLETE" TO REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "STREAM UNFINISHED - RERUN EODBATCH FOR THE SAME "
                     "BUSINESS DATE TO RESUME AT THE FAILED STEP"
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-STEP-LINE.
           EVALUATE TRUE
              WHEN ST-EARLIER(WS-IX)
                   MOVE "DONE EARLIER" TO WS-RPT-STATUS
              WHEN ST-COMPLETED(WS-IX)
                   MOVE "OK" TO WS-RPT-STATUS
              WHEN ST-FAILED(WS-IX)
                   MOVE "FAILED" TO WS-RPT-STATUS
              WHEN ST-SKIPPED(WS-IX)
                   MOVE "SKIPPED" TO WS-RPT-STATUS
              WHEN OTHER
                   MOVE "NOT REACHED" TO WS-RPT-STATUS
           END-EVALUATE
           MOVE ST-RC(WS-IX) TO WS-RPT-RC
           MOVE ST-SECS(WS-IX) TO WS-RPT-SECS
           MOVE SPACES TO WS-RPT-START
           IF ST-STARTED(WS-IX) NOT = SPACES
              STRING ST-STARTED(WS-IX)(9:2) ":"
                     ST-STARTED(WS-IX)(11:2) ":"
                     ST-STARTED(WS-IX)(13:2)
                     DELIMITED BY SIZE INTO WS-RPT-START
              END-STRING
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF ST-SKIPPED(WS-IX) OR ST-NOT-REACHED(WS-IX)
              STRING ST-STEP-ID(WS-IX) " " ST-PROGRAM(WS-IX) " "
                     WS-RPT-STATUS "   -  --:--:--      -  "
                     ST-NOTE(WS-IX)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING ST-STEP-ID(WS-IX) " " ST-PROGRAM(WS-IX) " "
                     WS-RPT-STATUS " " WS-RPT-RC "  " WS-RPT-START
                     " " WS-RPT-SECS "  " ST-NOTE(WS-IX)
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF
           WRITE REPORT-LINE.

      * -----------------------------------------------------------
      * Append one step to the shared audit file: timestamp, the
      * business date, the step and its command, and its outcome.
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-STAMP(1:8)
           MOVE " " TO WS-AUDIT-STAMP(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-STAMP(10:6)
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-AUDIT-STAMP " EODBATCH " WS-BUS-DATE " STEP "
                     FUNCTION TRIM(ST-STEP-ID(WS-IX)) " "
                     FUNCTION TRIM(ST-PROGRAM(WS-IX)) " ARGS '"
                     FUNCTION TRIM(ST-ARGS(WS-IX)) "' "
                     FUNCTION TRIM(WS-AUDIT-RESULT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Put the event in NF-SEVERITY/NF-EVENT/NF-MESSAGE on the
      * notification spool for the current wall.
      * -----------------------------------------------------------
       SEND-NOTIFICATION.
           MOVE "EODBATCH" TO NF-SOURCE
           MOVE SPACES TO NF-WALL
           CALL 'NOTIFY' USING NOTIFY-ARGS.

      * -----------------------------------------------------------
      * Read the wall clock as seconds counted from the
      * INTEGER-OF-DATE day number (WS-CLOCK-SECS), so a step that
      * runs over midnight is timed correctly, and as a
      * YYYYMMDDHHMMSS stamp (WS-CLOCK-STAMP).
      * -----------------------------------------------------------
       GET-CLOCK-SECS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CLOCK-STAMP
           MOVE WS-CLOCK-STAMP(1:8) TO WS-TODAY-NUM
           COMPUTE WS-CLOCK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE WS-CLOCK-STAMP(9:2) TO WS-CLOCK-HH
           MOVE WS-CLOCK-STAMP(11:2) TO WS-CLOCK-MM
           MOVE WS-CLOCK-STAMP(13:2) TO WS-CLOCK-SS
           COMPUTE WS-CLOCK-SECS =
               WS-CLOCK-DAY-INT * 86400
               + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
