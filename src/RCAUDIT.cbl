      *****************************************************************
      * RCAUDIT: append one run-control hold transition to the
      * shared AUDIT.LOG (see RCAUDITARGS.cpy), in the launchers'
      * "date time program text" shape:
      *   "20261015 142233 ANT RUN CONTROL PAUSE"
      *   "20261015 143010 ANT RUN CONTROL RELEASED"
      * with ON WALL <id> after it when the program is running for
      * a wall of a multi-wall site (see WALLREGARGS.cpy), and the
      * signed-on operator's OPER <id> (see OPERCHKARGS.cpy).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  RCAUDIT-VARS.
           05  WS-AUDIT-STATUS    PIC X(2).

           COPY OPERCHKARGS.

       LINKAGE SECTION.
           COPY RCAUDITARGS.

       PROCEDURE DIVISION USING RCAUDIT-ARGS.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING FUNCTION CURRENT-DATE(1:8) " "
                     FUNCTION CURRENT-DATE(9:6) " "
                     FUNCTION TRIM(RA-PROGRAM) " RUN CONTROL "
                     FUNCTION TRIM(RA-EVENT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF
           GOBACK.
