      *****************************************************************
      * OPERCHK: operator sign-on and role checks (see
      * OPERCHKARGS.cpy for the interface, OPERREC.cpy for the
      * OPERATORS.DAT roster). Resolves the current operator from
      * the OPERID environment value, signs an operator on for the
      * caller and its children, and decides whether the current
      * operator's role covers an action - refusals, and every
      * supervisor-only action allowed, go into the shared
      * AUDIT.LOG in the launchers' "date time program text" shape:
      *   "20261015 142233 WALLLOCK REFUSED SEIZE OF STALE LOCK -
      *    NEEDS SUPERVISOR, ROLE OPERATOR ON WALL LOBBY OPER KLEE"
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
           COPY OPERREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  OPERCHK-VARS.
           05  WS-OPER-STATUS     PIC X(2).
           05  WS-AUDIT-STATUS    PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-FOUND-SW        PIC X.
               88  WS-FOUND           VALUE 'Y'.
           05  WS-WANTED-ID       PIC X(8).
           05  WS-NEED-ROLE       PIC X(10).
           05  WS-AUDIT-TEXT      PIC X(90).

           COPY WALLREGARGS.

       LINKAGE SECTION.
           COPY OPERCHKARGS.

       PROCEDURE DIVISION USING OPERCHK-ARGS.
           MOVE 0 TO OC-STATUS
           EVALUATE TRUE
              WHEN OC-FN-CURRENT
                   PERFORM FIND-CURRENT-OPERATOR
              WHEN OC-FN-SIGN-ON
                   PERFORM SIGN-ON-OPERATOR
              WHEN OC-FN-PERMIT
                   PERFORM CHECK-PERMISSION
              WHEN OTHER
                   MOVE 1 TO OC-STATUS
           END-EVALUATE
           GOBACK.

      * -----------------------------------------------------------
      * The operator named in OPERID, looked up on the roster, and
      * the audit tag naming the wall and operator.
      * -----------------------------------------------------------
       FIND-CURRENT-OPERATOR.
           MOVE SPACES TO OC-OPER-ID
           DISPLAY "OPERID" UPON ENVIRONMENT-NAME
           ACCEPT OC-OPER-ID FROM ENVIRONMENT-VALUE
           PERFORM FIND-OPERATOR
           PERFORM BUILD-AUDIT-TAG.

      * -----------------------------------------------------------
      * OC-OPER-ID on the roster becomes the current operator; a
      * blank one, or one not on the roster, leaves no one signed
      * on, so nothing runs under whoever came before.
      * -----------------------------------------------------------
       SIGN-ON-OPERATOR.
           PERFORM FIND-OPERATOR
           MOVE SPACES TO WS-WANTED-ID
           IF OC-OK
              MOVE OC-OPER-ID TO WS-WANTED-ID
           END-IF
           DISPLAY "OPERID" UPON ENVIRONMENT-NAME
           DISPLAY WS-WANTED-ID UPON ENVIRONMENT-VALUE
           PERFORM BUILD-AUDIT-TAG.

      * -----------------------------------------------------------
      * Does the current operator's level reach OC-NEED-LEVEL?
      * -----------------------------------------------------------
       CHECK-PERMISSION.
           PERFORM FIND-CURRENT-OPERATOR
           EVALUATE TRUE
              WHEN OC-NEED-SUPERVISOR
                   MOVE "SUPERVISOR" TO WS-NEED-ROLE
              WHEN OC-NEED-OPERATOR
                   MOVE "OPERATOR" TO WS-NEED-ROLE
              WHEN OTHER
                   MOVE "VIEWER" TO WS-NEED-ROLE
           END-EVALUATE

           MOVE SPACES TO WS-AUDIT-TEXT
           EVALUATE TRUE
              WHEN OC-UNKNOWN
                   STRING "REFUSED " FUNCTION TRIM(OC-ACTION)
                          " - NO OPERATOR ON THE ROSTER SIGNED ON"
                          DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                   END-STRING
              WHEN OC-LEVEL < OC-NEED-LEVEL
                   MOVE 2 TO OC-STATUS
                   STRING "REFUSED " FUNCTION TRIM(OC-ACTION)
                          " - NEEDS " FUNCTION TRIM(WS-NEED-ROLE)
                          ", ROLE " FUNCTION TRIM(OC-ROLE)
                          DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                   END-STRING
              WHEN OC-NEED-SUPERVISOR
                   STRING "PERMITTED " FUNCTION TRIM(OC-ACTION)
                          " - SUPERVISOR "
                          FUNCTION TRIM(OC-NAME)
                          DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-AUDIT-TEXT NOT = SPACES
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

      * -----------------------------------------------------------
      * Look OC-OPER-ID up on the roster: name, role and level, or
      * OC-UNKNOWN (level 0) when blank, absent, or no roster.
      * -----------------------------------------------------------
       FIND-OPERATOR.
           MOVE FUNCTION UPPER-CASE(OC-OPER-ID) TO OC-OPER-ID
           MOVE SPACES TO OC-NAME
           MOVE SPACES TO OC-ROLE
           MOVE 0 TO OC-LEVEL
           MOVE 1 TO OC-STATUS
           IF OC-OPER-ID = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE OC-OPER-ID TO WS-WANTED-ID
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FOUND
              READ OPER-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF FUNCTION UPPER-CASE(OR-OPER-ID) = WS-WANTED-ID
                       SET WS-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPER-FILE
           IF NOT WS-FOUND
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO OC-STATUS
           MOVE OR-NAME TO OC-NAME
           MOVE FUNCTION UPPER-CASE(OR-ROLE) TO OC-ROLE
           EVALUATE FUNCTION UPPER-CASE(OR-ROLE)
              WHEN "SUPERVISOR"
                   MOVE 3 TO OC-LEVEL
              WHEN "OPERATOR"
                   MOVE 2 TO OC-LEVEL
              WHEN "VIEWER"
                   MOVE 1 TO OC-LEVEL
           END-EVALUATE.

       BUILD-AUDIT-TAG.
           MOVE 'L' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE SPACES TO OC-AUDIT-TAG
           IF OC-OPER-ID = SPACES
              MOVE "OPER NONE" TO OC-AUDIT-TAG
           ELSE
              STRING "OPER " FUNCTION TRIM(OC-OPER-ID)
                     DELIMITED BY SIZE INTO OC-AUDIT-TAG
              END-STRING
           END-IF
           IF WG-WALL-ID NOT = SPACES
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "ON WALL " FUNCTION TRIM(WG-WALL-ID) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              MOVE WS-AUDIT-TEXT TO OC-AUDIT-TAG
           END-IF.

      * -----------------------------------------------------------
      * Stamp a refusal or a supervisor action into the shared
      * audit file, the same open/fallback/append shape the
      * launchers use.
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6) " "
                     FUNCTION TRIM(OC-PROGRAM) " "
                     FUNCTION TRIM(WS-AUDIT-TEXT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.
