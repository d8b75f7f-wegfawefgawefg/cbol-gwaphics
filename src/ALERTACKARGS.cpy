      * -----------------------------------------------------------
      * ALERTACKARGS: Linkage arguments for CALL 'ALERTACK' - the
      * acknowledgement writer every ALERT.DAT-polling program
      * calls when it comes out of an alert hold, so there is a
      * record that it actually yielded the wall.
      *
      * AY-FUNCTION: 'Y' yield (stamps AY-YIELD-DATE/TIME with the
      * current date and time to the hundredth - call it the moment
      * the hold begins), 'R' resume (stamps the resume and appends
      * one ALERTACKREC record to the shared ALERTACK.DAT).
      *
      * AY-START-DATE/TIME is the calling process's own start
      * stamp; AY-ALERT-TAG the text after ALERT on the alert
      * file's first line (WS-ALERT-TAG in ALERTVARS).
      *
      * AY-STATUS: 0 = done, 2 = ALERTACK.DAT could not be written.
      * -----------------------------------------------------------
       01  ALERTACK-ARGS.
           05  AY-FUNCTION       PIC X.
               88  AY-FN-YIELD       VALUE 'Y'.
               88  AY-FN-RESUME      VALUE 'R'.
           05  AY-PROGRAM        PIC X(12).
           05  AY-START-DATE     PIC X(8).
           05  AY-START-TIME     PIC X(6).
           05  AY-YIELD-DATE     PIC X(8).
           05  AY-YIELD-TIME     PIC X(8).
           05  AY-ALERT-TAG      PIC X(30).
           05  AY-STATUS         PIC 9.
