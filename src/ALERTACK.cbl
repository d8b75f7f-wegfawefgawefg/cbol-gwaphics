      *****************************************************************
      * ALERTACK: the alert-yield acknowledgement writer (see
      * ALERTACKARGS.cpy). The yield call only stamps the moment
      * the caller stopped drawing; the resume call stamps the
      * moment it picked back up and appends the whole hold to
      * ALERTACK.DAT (ALERTACKREC), opened and closed per record
      * the way the shared logs are, so several programs can
      * acknowledge the same alert.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
           COPY ALERTACKREC.

       WORKING-STORAGE SECTION.
       01  ALERTACK-VARS.
           05  WS-ACK-STATUS      PIC X(2).

       LINKAGE SECTION.
           COPY ALERTACKARGS.

       PROCEDURE DIVISION USING ALERTACK-ARGS.
           MOVE 0 TO AY-STATUS
           IF AY-FN-YIELD
              MOVE FUNCTION CURRENT-DATE(1:8) TO AY-YIELD-DATE
              MOVE FUNCTION CURRENT-DATE(9:8) TO AY-YIELD-TIME
              GOBACK
           END-IF

           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
              OPEN OUTPUT ACK-FILE
           END-IF
           IF WS-ACK-STATUS NOT = "00"
              MOVE 2 TO AY-STATUS
              GOBACK
           END-IF
           MOVE SPACES TO ALERTACK-REC
           MOVE AY-PROGRAM    TO ACK-PROGRAM
           MOVE AY-START-DATE TO ACK-START-DATE
           MOVE AY-START-TIME TO ACK-START-TIME
           MOVE AY-YIELD-DATE TO ACK-YIELD-DATE
           MOVE AY-YIELD-TIME TO ACK-YIELD-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACK-RESUME-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO ACK-RESUME-TIME
           MOVE AY-ALERT-TAG  TO ACK-ALERT-TAG
           WRITE ALERTACK-REC
           CLOSE ACK-FILE
           GOBACK.
