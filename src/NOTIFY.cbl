      *****************************************************************
      * NOTIFY: puts events on the outbound notification spool for
      * the site's mail/pager gateway (see NOTIFYARGS.cpy for the
      * interface, NOTIFYREC.cpy for NOTIFY.SPL and NOTIFYRTEREC.cpy
      * for the NOTIFYRTE.DAT routing table). The programs that
      * find trouble on their own - a halted batch, a failed
      * capture, a broken configuration, a seized lock - call it so
      * the evidence reaches the on-call group instead of waiting
      * in a log for the morning. The spool, the routing table and
      * the repeat register are site-wide, like the incident
      * register: one gateway serves every wall.
      * Repeats are held back through NOTIFYDUP.DAT, one line per
      * source / wall / event / group told: when its hold window
      * ends and how many repeats have been held back since. A
      * failing job re-run fifty times pages once; the next page
      * after the window says how many more there were. Lines whose
      * window has ended with nothing held back are dropped as the
      * register is rewritten, so it stays small.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO "NOTIFY.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT ROUTE-FILE ASSIGN TO "NOTIFYRTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT DUP-FILE ASSIGN TO "NOTIFYDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
           COPY NOTIFYREC.

       FD  ROUTE-FILE.
           COPY NOTIFYRTEREC.

       FD  DUP-FILE.
       01  DUP-REC.
           05  DR-SOURCE          PIC X(12).
           05  DR-WALL            PIC X(8).
           05  DR-EVENT           PIC X(8).
           05  DR-GROUP           PIC X(12).
           05  DR-UNTIL-MINS      PIC 9(10).
           05  DR-HELD            PIC 9(4).

       WORKING-STORAGE SECTION.
       01  NOTIFY-VARS.
           05  WS-SPOOL-STATUS    PIC X(2).
           05  WS-ROUTE-STATUS    PIC X(2).
           05  WS-DUP-STATUS      PIC X(2).
           05  WS-EOF-SW          PIC X.
               88  WS-EOF             VALUE 'Y'.
           05  WS-NOW-STAMP       PIC X(14).
           05  WS-NOW-DATE-NUM    PIC 9(8).
           05  WS-NOW-HH          PIC 99.
           05  WS-NOW-MM          PIC 99.
           05  WS-NOW-MINS        PIC 9(10).
           05  WS-PREFIX-LEN      PIC 9(2).
           05  WS-MATCH-SW        PIC X.
               88  WS-MATCHED         VALUE 'Y'.
           05  WS-SILENCE-SW      PIC X.
               88  WS-SILENCED        VALUE 'Y'.
           05  WS-CODE-ROUTED-SW  PIC X.
               88  WS-CODE-ROUTED     VALUE 'Y'.
           05  WS-DUP-CHANGED-SW  PIC X.
               88  WS-DUP-CHANGED     VALUE 'Y'.

      * The groups this event goes to, from the routing table.
       01  TARGET-TABLE.
           05  TG-COUNT           PIC 9(2).
           05  TG-MAX             PIC 9(2) VALUE 20.
           05  TG-I               PIC 9(2).
           05  TG-J               PIC 9(2).
           05  TG-ENTRY OCCURS 20 TIMES.
               10  TG-GROUP       PIC X(12).
               10  TG-HOLD-MINS   PIC 9(4).

      * The repeat register held in memory, rewritten once the
      * event has been dealt with.
       01  DUP-TABLE-VARS.
           05  DT-COUNT           PIC 9(4) VALUE 0.
           05  DT-MAX             PIC 9(4) VALUE 1000.
           05  DT-I               PIC 9(4).
           05  DT-FOUND           PIC 9(4).
           05  DT-ENTRY OCCURS 1000 TIMES.
               10  DT-REC         PIC X(54).

           COPY WALLREGARGS.

       LINKAGE SECTION.
           COPY NOTIFYARGS.

       PROCEDURE DIVISION USING NOTIFY-ARGS.
           MOVE 0 TO NF-STATUS
           MOVE 0 TO NF-SPOOLED
           MOVE 0 TO NF-SUPPRESSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-NOW-DATE-NUM
           MOVE WS-NOW-STAMP(9:2) TO WS-NOW-HH
           MOVE WS-NOW-STAMP(11:2) TO WS-NOW-MM
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-NUM) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM

           MOVE FUNCTION UPPER-CASE(NF-SOURCE) TO NF-SOURCE
           MOVE FUNCTION UPPER-CASE(NF-EVENT) TO NF-EVENT
           IF NF-WALL = SPACES
              MOVE 'L' TO WG-FUNCTION
              MOVE SPACES TO WG-WALL-ID
              CALL 'WALLREG' USING WALLREG-ARGS
              MOVE WG-WALL-ID TO NF-WALL
           END-IF
           MOVE FUNCTION UPPER-CASE(NF-WALL) TO NF-WALL
           IF NF-SEVERITY IS NOT NUMERIC OR NF-SEVERITY = 0
              MOVE 2 TO NF-SEVERITY
           END-IF

           PERFORM ROUTE-EVENT
           IF WS-SILENCED
              OR (TG-COUNT = 0 AND WS-CODE-ROUTED)
              MOVE 1 TO NF-STATUS
              GOBACK
           END-IF
           IF TG-COUNT = 0
              MOVE 3 TO NF-STATUS
              MOVE 1 TO TG-COUNT
              MOVE "UNROUTED" TO TG-GROUP(1)
              MOVE 60 TO TG-HOLD-MINS(1)
           END-IF

           PERFORM LOAD-DUP-REGISTER
           PERFORM VARYING TG-I FROM 1 BY 1 UNTIL TG-I > TG-COUNT
              PERFORM TELL-ONE-GROUP
           END-PERFORM
           IF WS-DUP-CHANGED
              PERFORM REWRITE-DUP-REGISTER
           END-IF
           GOBACK.

      * -----------------------------------------------------------
      * Walk the routing table for the groups this event goes to;
      * a matching NONE entry silences it outright, and so do
      * entries for its code that all want something more urgent.
      * -----------------------------------------------------------
       ROUTE-EVENT.
           MOVE 0 TO TG-COUNT
           MOVE 'N' TO WS-SILENCE-SW
           MOVE 'N' TO WS-CODE-ROUTED-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF OR WS-SILENCED
              READ ROUTE-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    PERFORM TAKE-ROUTE-ENTRY
              END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

       TAKE-ROUTE-ENTRY.
           IF NR-EVENT = SPACES OR NR-GROUP = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(NR-EVENT) TO NR-EVENT
           MOVE FUNCTION UPPER-CASE(NR-GROUP) TO NR-GROUP
           MOVE 'N' TO WS-MATCH-SW
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT NR-EVENT TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL '*'
           EVALUATE TRUE
              WHEN WS-PREFIX-LEN = 0
                   SET WS-MATCHED TO TRUE
              WHEN WS-PREFIX-LEN < 8
                   IF NF-EVENT(1:WS-PREFIX-LEN) =
                      NR-EVENT(1:WS-PREFIX-LEN)
                      SET WS-MATCHED TO TRUE
                   END-IF
              WHEN OTHER
                   IF NR-EVENT = NF-EVENT
                      SET WS-MATCHED TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT WS-MATCHED
              EXIT PARAGRAPH
           END-IF
           SET WS-CODE-ROUTED TO TRUE
           IF NR-MAX-SEVERITY IS NUMERIC
              IF NR-MAX-SEVERITY > 0
                 AND NF-SEVERITY > NR-MAX-SEVERITY
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF NR-GROUP = "NONE"
              SET WS-SILENCED TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING TG-J FROM 1 BY 1 UNTIL TG-J > TG-COUNT
              IF TG-GROUP(TG-J) = NR-GROUP
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF TG-COUNT >= TG-MAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TG-COUNT
           MOVE NR-GROUP TO TG-GROUP(TG-COUNT)
           IF NR-HOLD-MINS IS NUMERIC AND NR-HOLD-MINS > 0
              MOVE NR-HOLD-MINS TO TG-HOLD-MINS(TG-COUNT)
           ELSE
              MOVE 60 TO TG-HOLD-MINS(TG-COUNT)
           END-IF.

      * -----------------------------------------------------------
      * The repeat register into memory. An unreadable register is
      * an empty one - better a repeat page than a lost one.
      * -----------------------------------------------------------
       LOAD-DUP-REGISTER.
           MOVE 0 TO DT-COUNT
           MOVE 'N' TO WS-DUP-CHANGED-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DUP-FILE
           IF WS-DUP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
              READ DUP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
                 NOT AT END
                    IF DT-COUNT < DT-MAX
                       AND DR-UNTIL-MINS IS NUMERIC
                       AND DR-HELD IS NUMERIC
                       ADD 1 TO DT-COUNT
                       MOVE DUP-REC TO DT-REC(DT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DUP-FILE.

      * -----------------------------------------------------------
      * One group: inside the hold window of the last time it was
      * told, count a repeat; otherwise spool the notification,
      * carrying the repeats held back since, and start a new
      * window.
      * -----------------------------------------------------------
       TELL-ONE-GROUP.
           MOVE 0 TO DT-FOUND
           PERFORM VARYING DT-I FROM 1 BY 1 UNTIL DT-I > DT-COUNT
              MOVE DT-REC(DT-I) TO DUP-REC
              IF DR-SOURCE = NF-SOURCE
                 AND DR-WALL = NF-WALL
                 AND DR-EVENT = NF-EVENT
                 AND DR-GROUP = TG-GROUP(TG-I)
                 MOVE DT-I TO DT-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF DT-FOUND > 0
              IF DR-UNTIL-MINS > WS-NOW-MINS
                 IF DR-HELD < 9999
                    ADD 1 TO DR-HELD
                 END-IF
                 MOVE DUP-REC TO DT-REC(DT-FOUND)
                 SET WS-DUP-CHANGED TO TRUE
                 ADD 1 TO NF-SUPPRESSED
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE SPACES TO NOTIFY-REC
           MOVE NF-SEVERITY      TO NS-SEVERITY
           MOVE NF-SOURCE        TO NS-SOURCE
           MOVE NF-WALL          TO NS-WALL
           MOVE NF-EVENT         TO NS-EVENT
           MOVE NF-MESSAGE       TO NS-MESSAGE
           MOVE WS-NOW-STAMP     TO NS-STAMP
           MOVE TG-GROUP(TG-I)   TO NS-GROUP
           IF DT-FOUND > 0
              MOVE DR-HELD TO NS-REPEATS
           ELSE
              MOVE 0 TO NS-REPEATS
           END-IF
           OPEN EXTEND SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = "00"
              OPEN OUTPUT SPOOL-FILE
           END-IF
           IF WS-SPOOL-STATUS NOT = "00"
              MOVE 2 TO NF-STATUS
              EXIT PARAGRAPH
           END-IF
           WRITE NOTIFY-REC
           CLOSE SPOOL-FILE
           ADD 1 TO NF-SPOOLED

           MOVE NF-SOURCE      TO DR-SOURCE
           MOVE NF-WALL        TO DR-WALL
           MOVE NF-EVENT       TO DR-EVENT
           MOVE TG-GROUP(TG-I) TO DR-GROUP
           COMPUTE DR-UNTIL-MINS = WS-NOW-MINS + TG-HOLD-MINS(TG-I)
           MOVE 0 TO DR-HELD
           IF DT-FOUND > 0
              MOVE DUP-REC TO DT-REC(DT-FOUND)
              SET WS-DUP-CHANGED TO TRUE
           ELSE
              IF DT-COUNT < DT-MAX
                 ADD 1 TO DT-COUNT
                 MOVE DUP-REC TO DT-REC(DT-COUNT)
                 SET WS-DUP-CHANGED TO TRUE
              END-IF
           END-IF.

      * -----------------------------------------------------------
      * Write the register back, leaving out windows that have
      * ended with no repeat held back.
      * -----------------------------------------------------------
       REWRITE-DUP-REGISTER.
           OPEN OUTPUT DUP-FILE
           IF WS-DUP-STATUS NOT = "00"
              MOVE 2 TO NF-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DT-I FROM 1 BY 1 UNTIL DT-I > DT-COUNT
              MOVE DT-REC(DT-I) TO DUP-REC
              IF DR-UNTIL-MINS > WS-NOW-MINS OR DR-HELD > 0
                 WRITE DUP-REC
              END-IF
           END-PERFORM
           CLOSE DUP-FILE.
