      * a broken frame buffer, and RETRY re-launches the job up to
      * its retry limit before carrying on. One job-log and audit
      * line is written per attempt.
      * On a multi-wall site the batch runs on the wall named by
      * wall-id in the site wall registry (see WALLREGARGS.cpy):
      * that wall's lock, its files, its output pipe, and audit
      * lines that name it. Without one it runs on the current
      * wall - the working directory's, on a single-wall site.
      * Every batch runs under an operator on the roster (see
      * OPERCHKARGS.cpy) with at least the OPERATOR role - the one
      * named by operator-id, or else the one already signed on -
      * and every audit line names that operator.
      * A halted batch, and a job skipped because the wall stayed
      * held, are put on the notification spool (see
      * NOTIFYARGS.cpy) for the on-call group as JOBHALT and JOBSKIP.
      * Invoke as: JOBCTL [jobctl.dat] [wall-id] [operator-id]
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
               88  WS-EOF             VALUE 'Y'.
           05  WS-JOBS-RUN        PIC 9(8) VALUE 0.
           05  WS-LAST-RC         PIC 9(8) VALUE 0.
           05  WS-COMMAND         PIC X(200) VALUE SPACES.
           05  WS-CMD-PTR         PIC 9(3).
           05  WS-BUDGET-DISPLAY  PIC Z(7)9.
           05  WS-NAME-VALID-SW   PIC X VALUE 'N'.
               88  WS-NAME-VALID      VALUE 'Y'.
           COPY PACEVARS.
           COPY JOBCTLREC.

      * The wall the batch runs on: its registry ID and output pipe.
       01  WALL-VARS.
           05  WS-WALL-ARG        PIC X(8) VALUE SPACES.
           05  WS-WALL-OUTPUT     PIC X(60) VALUE SPACES.
           05  WS-OPER-ARG        PIC X(8) VALUE SPACES.

           COPY WALLREGARGS.
           COPY OPERCHKARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-JOB-FILE-NAME FROM ARGUMENT-VALUE
              MOVE "JOBCTL.DAT" TO WS-JOB-FILE-NAME
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WALL-ARG FROM ARGUMENT-VALUE
           PERFORM SELECT-WALL

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPER-ARG FROM ARGUMENT-VALUE
           PERFORM SIGN-ON-OPERATOR

           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS NOT = "00"
              DISPLAY "JOBCTL: UNABLE TO OPEN "
           END-IF

           MOVE JOB-FRAME-BUDGET TO WS-BUDGET-DISPLAY
           MOVE SPACES TO WS-COMMAND
           STRING "./" FUNCTION TRIM(JOB-DEMO-NAME) " "
                   FUNCTION TRIM(WS-BUDGET-DISPLAY)
                   DELIMITED BY SIZE INTO WS-COMMAND
              MOVE " " TO WS-AUDIT-STAMP(9:1)
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-STAMP(10:6)
           END-IF
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
              STRING WS-AUDIT-STAMP " JOBCTL DEMO "
                     FUNCTION TRIM(JOB-DEMO-NAME) " ARGS '"
                     FUNCTION TRIM(JOB-FRAME-BUDGET) "' "
                     FUNCTION TRIM(WS-AUDIT-RESULT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
      * batch carries on with JOBCTL's return code left nonzero.
      * -----------------------------------------------------------
       EXECUTE-WITH-POLICY.
           PERFORM ADD-WALL-OUTPUT
           PERFORM ACQUIRE-WALL-LOCK
           IF NOT WS-LOCK-GOT
              DISPLAY "JOBCTL: WALL STILL HELD BY "
              ELSE
                 PERFORM WRITE-AUDIT-RECORD
              END-IF
              MOVE 3 TO NF-SEVERITY
              MOVE "JOBSKIP" TO NF-EVENT
              MOVE SPACES TO NF-MESSAGE
              STRING "JOB " FUNCTION TRIM(JOB-DEMO-NAME)
                     " OF " FUNCTION TRIM(WS-JOB-FILE-NAME)
                     " SKIPPED - WALL HELD BY "
                     FUNCTION TRIM(WL-HELD-BY)
                     DELIMITED BY SIZE INTO NF-MESSAGE
              END-STRING
              PERFORM SEND-NOTIFICATION
              EXIT PARAGRAPH
           END-IF

                      SET WS-HALT-REQUESTED TO TRUE
                      DISPLAY "JOBCTL: HALT POLICY - STOPPING "
                               "BATCH" UPON SYSERR
                      MOVE 1 TO NF-SEVERITY
                      MOVE "JOBHALT" TO NF-EVENT
                      MOVE SPACES TO NF-MESSAGE
                      STRING "BATCH " FUNCTION TRIM(WS-JOB-FILE-NAME)
                             " HALTED - " FUNCTION TRIM(JOB-DEMO-NAME)
                             " RC " FUNCTION TRIM(WS-LAST-RC)
                             " AFTER " FUNCTION TRIM(WS-ATTEMPT)
                             " ATTEMPT(S)"
                             DELIMITED BY SIZE INTO NF-MESSAGE
                      END-STRING
                      PERFORM SEND-NOTIFICATION
                 WHEN OTHER
                      SET WS-JOB-DONE TO TRUE
              END-EVALUATE

           PERFORM RELEASE-WALL-LOCK.

      * -----------------------------------------------------------
      * Select the batch's wall through the site wall registry, so
      * WALLLOCK, GRAPHICS and every launched demo use its files,
      * and pick up its output pipe. A blank wall-id keeps the
      * current wall. An unknown wall, or one whose output pipe
      * name is unsafe, fails the whole batch before anything airs.
      * -----------------------------------------------------------
       SELECT-WALL.
           IF WS-WALL-ARG = SPACES
              MOVE 'L' TO WG-FUNCTION
           ELSE
              MOVE 'S' TO WG-FUNCTION
           END-IF
           MOVE WS-WALL-ARG TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           IF WG-UNKNOWN
              DISPLAY "JOBCTL: WALL '" FUNCTION TRIM(WG-WALL-ID)
                       "' IS NOT IN WALLS.DAT" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           IF WG-BAD-OUTPUT
              DISPLAY "JOBCTL: WALL '" FUNCTION TRIM(WG-WALL-ID)
                       "' HAS AN UNSAFE OUTPUT PIPE NAME" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           MOVE WG-OUTPUT TO WS-WALL-OUTPUT.

      * -----------------------------------------------------------
      * Sign WS-OPER-ARG on (blank = the operator already signed
      * on) and check the role covers running a batch; a refusal,
      * which OPERCHK audits, fails the batch before anything airs.
      * -----------------------------------------------------------
       SIGN-ON-OPERATOR.
           IF WS-OPER-ARG NOT = SPACES
              MOVE 'S' TO OC-FUNCTION
              MOVE WS-OPER-ARG TO OC-OPER-ID
              CALL 'OPERCHK' USING OPERCHK-ARGS
           END-IF
           MOVE 'P' TO OC-FUNCTION
           MOVE "JOBCTL" TO OC-PROGRAM
           MOVE 2 TO OC-NEED-LEVEL
           MOVE SPACES TO OC-ACTION
           STRING "BATCH " FUNCTION TRIM(WS-JOB-FILE-NAME)
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "JOBCTL: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                       "' MAY NOT RUN A BATCH - NEEDS OPERATOR ROLE "
                       "ON THE ROSTER" UPON SYSERR
              STOP RUN RETURNING 1
           END-IF.

      * -----------------------------------------------------------
      * Send the launched demo's pixel stream to the wall's output
      * pipe, when it has one, by appending the redirection to the
      * command built in WS-COMMAND.
      * -----------------------------------------------------------
       ADD-WALL-OUTPUT.
           IF WS-WALL-OUTPUT NOT = SPACES
              COMPUTE WS-CMD-PTR =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND TRAILING))
                  + 1
              STRING " >> " FUNCTION TRIM(WS-WALL-OUTPUT)
                     DELIMITED BY SIZE INTO WS-COMMAND
                     WITH POINTER WS-CMD-PTR
              END-STRING
           END-IF.

      * -----------------------------------------------------------
      * Take the wall ownership lock, queueing with a 20-second
      * wall-clock wait between tries when it is held; drop it when
           MOVE "JOBCTL" TO WL-OWNER
           CALL 'WALLLOCK' USING WALLLOCK-ARGS.

      * -----------------------------------------------------------
      * Put the event in NF-SEVERITY/NF-EVENT/NF-MESSAGE on the
      * notification spool for the batch's wall; NOTIFY routes it
      * and holds back repeats.
      * -----------------------------------------------------------
       SEND-NOTIFICATION.
           MOVE "JOBCTL" TO NF-SOURCE
           MOVE SPACES TO NF-WALL
           CALL 'NOTIFY' USING NOTIFY-ARGS.

      * -----------------------------------------------------------
      * Twenty seconds on the wall clock between lock tries, the
      * same PACEVARS spin the schedulers and demos pace with.
              MOVE " " TO WS-AUDIT-STAMP(9:1)
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-STAMP(10:6)
           END-IF
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
                     FUNCTION TRIM(WS-WANTED-PROFILE) "' DEMO "
                     FUNCTION TRIM(WS-EXP-DEMO) " ARGS '"
                     FUNCTION TRIM(WS-EXP-ARGS) "' "
                     FUNCTION TRIM(WS-AUDIT-RESULT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
