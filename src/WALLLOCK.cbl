      * way CONSOLE and JOBCTL already audit their launches. A lock
      * whose stamp is older than the caller's staleness allowance
      * is presumed left by a crashed run and seized, with the
      * seizure audited - but only for a signed-on supervisor (see
      * OPERCHKARGS.cpy); anyone else is refused as if the lock
      * were live, and the refusal audited. Each wall of a
      * multi-wall site has its own WALLLOCK.DAT, in the directory
      * the site wall registry gives the current wall (see
      * WALLREGARGS.cpy), and its audit lines are tagged ON WALL
      * <id>. Every audit line names the operator, OPER <id>.
      * A seizure (LOCKSEIZ), and a stale lock left standing because
      * no supervisor was there to seize it (LOCKSTAL), are put on
      * the notification spool (see NOTIFYARGS.cpy) - a lock left
      * by a crashed run means something died on the wall.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WALLLOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           05  WS-NOW-MM          PIC 99.
           05  WS-NOW-TOTAL-MINS  PIC 9(12).

           COPY WALLREGARGS.
           COPY OPERCHKARGS.
           COPY NOTIFYARGS.

       LINKAGE SECTION.
           COPY WALLLOCKARGS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME

      *    the current wall's own lock file
           MOVE 'F' TO WG-FUNCTION
           MOVE SPACES TO WG-WALL-ID
           MOVE "WALLLOCK.DAT" TO WG-BASE-NAME
           CALL 'WALLREG' USING WALLREG-ARGS
           MOVE WG-FILE-NAME TO WS-LOCK-FILE-NAME

           PERFORM READ-LOCK-FILE

           EVALUATE TRUE
                 PERFORM WRITE-AUDIT-RECORD
                 EXIT PARAGRAPH
              END-IF
      *       seizing is for a supervisor; OPERCHK audits the
      *       refusal or the go-ahead
              MOVE 'P' TO OC-FUNCTION
              MOVE "WALLLOCK" TO OC-PROGRAM
              MOVE 3 TO OC-NEED-LEVEL
              MOVE SPACES TO OC-ACTION
              STRING "SEIZE OF STALE LOCK OF " FUNCTION TRIM(HL-OWNER)
                     DELIMITED BY SIZE INTO OC-ACTION
              END-STRING
              CALL 'OPERCHK' USING OPERCHK-ARGS
              IF NOT OC-OK
                 MOVE 1 TO WL-STATUS
                 PERFORM FILL-HOLDER-DETAILS
                 MOVE 3 TO NF-SEVERITY
                 MOVE "LOCKSTAL" TO NF-EVENT
                 MOVE SPACES TO NF-MESSAGE
                 STRING "STALE LOCK OF " FUNCTION TRIM(HL-OWNER)
                        " (" HL-DATE " " HL-TIME ") BLOCKS "
                        FUNCTION TRIM(WL-OWNER)
                        " - NEEDS A SUPERVISOR TO SEIZE IT"
                        DELIMITED BY SIZE INTO NF-MESSAGE
                 END-STRING
                 PERFORM SEND-NOTIFICATION
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-AUDIT-TEXT
              STRING "SEIZED STALE LOCK OF "
                     FUNCTION TRIM(HL-OWNER)
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
              END-STRING
              PERFORM WRITE-AUDIT-RECORD
              MOVE 2 TO NF-SEVERITY
              MOVE "LOCKSEIZ" TO NF-EVENT
              MOVE WS-AUDIT-TEXT TO NF-MESSAGE
              PERFORM SEND-NOTIFICATION
           END-IF

           OPEN OUTPUT LOCK-FILE
      * trail can answer "who owned the wall at 02:40".
      * -----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE 'C' TO OC-FUNCTION
           CALL 'OPERCHK' USING OPERCHK-ARGS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-LINE
              STRING WS-NOW-DATE " " WS-NOW-TIME
                     " WALLLOCK " FUNCTION TRIM(WS-AUDIT-TEXT) " "
                     FUNCTION TRIM(OC-AUDIT-TAG)
                     DELIMITED BY SIZE INTO AUDIT-LINE
              END-STRING
              WRITE AUDIT-LINE
              CLOSE AUDIT-FILE
           END-IF.

      * -----------------------------------------------------------
      * Put the lock event in NF-SEVERITY/NF-EVENT/NF-MESSAGE on
      * the notification spool for the current wall.
      * -----------------------------------------------------------
       SEND-NOTIFICATION.
           MOVE "WALLLOCK" TO NF-SOURCE
           MOVE SPACES TO NF-WALL
           CALL 'NOTIFY' USING NOTIFY-ARGS.
