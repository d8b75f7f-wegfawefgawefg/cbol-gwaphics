      * files record-by-record (the same "SPAN x1 x2 y r g b" pixel
      * lines and "FRAME" markers GFXREC/GFXPLAY read and write) and
      * reports the first point where they diverge, or "IDENTICAL"
      * if every record matches. The CAPHDR header block at the top
      * of a capture describes the recording, not the picture, and
      * its start stamp differs every run, so header lines are read
      * past on both sides - a fresh capture still matches a golden
      * one recorded before headers were written.
      * Invoke as: PIXDIFF file-a file-b
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXDIFF.
       READ-NEXT-LINES.
           ADD 1 TO WS-LINE-NUM
           IF NOT WS-EOF-A
              PERFORM READ-FILE-A
              PERFORM READ-FILE-A
                      UNTIL WS-EOF-A OR LINE-A(1:7) NOT = "CAPHDR "
           END-IF
           IF NOT WS-EOF-B
              PERFORM READ-FILE-B
              PERFORM READ-FILE-B
                      UNTIL WS-EOF-B OR LINE-B(1:7) NOT = "CAPHDR "
           END-IF.

       READ-FILE-A.
           READ FILE-A
              AT END
                 MOVE 'Y' TO WS-EOF-A-SW
           END-READ.

       READ-FILE-B.
           READ FILE-B
              AT END
                 MOVE 'Y' TO WS-EOF-B-SW
           END-READ.

      * -----------------------------------------------------------
      * One file ran out of records before the other.
      * -----------------------------------------------------------
