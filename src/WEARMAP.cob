      * for its dwell - the stamped capture-time gap when the FRAME
      * markers carry GFXREC's stamps, the measured wall-clock gap
      * in live tap mode, a nominal 5 hundredths otherwise.
      * A scanned capture is judged by the wall its CAPHDR header
      * says it was recorded on: spans are clipped to that wall (and
      * to this one, whose blocks the ledger holds), and a capture
      * from a wall of another size is folded with a warning.
      * Functions:
      *   WEARMAP SCAN <capture>    fold one archive capture in
      *   WEARMAP TAP               sit in the live pipe like

           COPY SETTINGS.
           COPY PACEVARS.
           COPY CAPHDRARGS.

       PROCEDURE DIVISION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
                       " STATUS " WS-CAP-STATUS UPON SYSERR
              STOP RUN RETURNING 1
           END-IF
           PERFORM TAKE-CAPTURE-HEADER
           PERFORM UNTIL WS-EOF
              READ CAPTURE-FILE
                 AT END
           DISPLAY "WEARMAP: FOLDED " WS-FRAMES " FRAME(S) FROM "
                    FUNCTION TRIM(WS-CAPTURE-FILE-NAME) UPON SYSERR.

      * -----------------------------------------------------------
      * Clip the scan to the wall the capture was recorded on, from
      * its CAPHDR header (this wall's SETTINGS extents for a capture
      * without one). The ledger is this wall's, so nothing past its
      * edge is charged either way.
      * -----------------------------------------------------------
       TAKE-CAPTURE-HEADER.
           MOVE 'R' TO CH-FUNCTION
           MOVE WS-CAPTURE-FILE-NAME TO CH-CAPTURE-FILE
           CALL 'CAPHDR' USING CAPHDR-ARGS
           IF CH-DAMAGED
              DISPLAY "WEARMAP: CAPTURE HEADER HAS NO USABLE WALL "
                      "SIZE - USING " WALL-WIDTH "X" WALL-HEIGHT
                      UPON SYSERR
           END-IF
           IF CH-WALL-WIDTH NOT = WALL-WIDTH
              OR CH-WALL-HEIGHT NOT = WALL-HEIGHT
              DISPLAY "WEARMAP: CAPTURE RECORDED ON A " CH-WALL-WIDTH
                      "X" CH-WALL-HEIGHT " WALL - FOLDED INTO THE "
                      WALL-WIDTH "X" WALL-HEIGHT " LEDGER" UPON SYSERR
           END-IF
           IF CH-WALL-WIDTH < WALL-WIDTH
              COMPUTE WS-WALL-MAX-X = CH-WALL-WIDTH - 1
           END-IF
           IF CH-WALL-HEIGHT < WALL-HEIGHT
              COMPUTE WS-WALL-MAX-Y = CH-WALL-HEIGHT - 1
           END-IF.

      * -----------------------------------------------------------
      * TAP: sit in the live pipe the way GFXSTAT does - every
      * stdin line passes through to stdout untouched, and the
