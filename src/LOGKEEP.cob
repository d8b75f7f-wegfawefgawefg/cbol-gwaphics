      * giving the retention age in days and the column where each
      * record's YYYYMMDD date starts (AUDIT.LOG and SCHEDULER.LOG
      * lead with their stamp; RUNSUM.DAT's date follows its
      * 12-byte program field; column 0 archives every record on
      * each run, for an undated file or, as for GRAPHICS.ERR here,
      * one not worth keeping live at all).
      * Records older than the cutoff are appended to a dated
      * archive file (<name>.<YYYYMMDD>.ARC), the archive and the
      * kept remainder are re-read and their record counts verified
      * indexed in ARCHIVE.IDX so history stays reachable. A dated
      * record whose date will not parse is kept, never silently
      * discarded. Run it from the schedule in the dead window.
      * Archiving the operational record is a supervisor's action:
      * the operator signed on (the OPERID environment value, see
      * OPERCHKARGS.cpy) must be a supervisor on the roster, or the
      * run is refused and the refusal audited. A run that hits
      * problems is put on the notification spool (see
      * NOTIFYARGS.cpy) as LOGFAIL, so a log that has stopped being
      * trimmed is known about before the disk fills.
      * Invoke as: LOGKEEP [policy-file]
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  WS-TODAY-NUM        PIC 9(8).
           05  WS-TODAY-INT        PIC 9(8).

           COPY OPERCHKARGS.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-POLICY-FILE-ARG FROM ARGUMENT-VALUE
              MOVE WS-POLICY-FILE-ARG TO WS-POLICY-FILE-NAME
           END-IF

           MOVE 'P' TO OC-FUNCTION
           MOVE "LOGKEEP" TO OC-PROGRAM
           MOVE SPACES TO OC-ACTION
           STRING "LOGKEEP RUN " FUNCTION TRIM(WS-POLICY-FILE-NAME)
                  DELIMITED BY SIZE INTO OC-ACTION
           END-STRING
           MOVE 3 TO OC-NEED-LEVEL
           CALL 'OPERCHK' USING OPERCHK-ARGS
           IF NOT OC-OK
              DISPLAY "LOGKEEP: OPERATOR '" FUNCTION TRIM(OC-OPER-ID)
                      "' MAY NOT RUN LOGKEEP - NEEDS A SUPERVISOR"
                      UPON SYSERR
              STOP RUN RETURNING 1
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
           DISPLAY "LOGKEEP: " WS-POLICIES " FILE(S) PROCESSED, "
                    WS-PROBLEMS " PROBLEM(S)" UPON SYSERR
           IF WS-PROBLEMS > 0
              MOVE 2 TO NF-SEVERITY
              MOVE "LOGKEEP" TO NF-SOURCE
              MOVE SPACES TO NF-WALL
              MOVE "LOGFAIL" TO NF-EVENT
              MOVE SPACES TO NF-MESSAGE
              STRING FUNCTION TRIM(WS-PROBLEMS)
                     " PROBLEM(S) HOUSEKEEPING THE LOGS UNDER "
                     FUNCTION TRIM(WS-POLICY-FILE-NAME)
                     DELIMITED BY SIZE INTO NF-MESSAGE
              END-STRING
              CALL 'NOTIFY' USING NOTIFY-ARGS
              STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.
