      *****************************************************************
      * ALERTACKREC: one alert-yield acknowledgement in the shared
      * ALERTACK.DAT, appended through the ALERTACK subprogram by
      * each program that holds for ALERT.DAT (see ALERTVARS.cpy),
      * the moment it resumes. It proves the program saw the alert
      * and gave up the wall: which program, the start stamp of the
      * process that held (so two runs of one demo stay apart),
      * when it yielded and when it resumed - both to the
      * hundredth, so a drill can time the response. ACK-ALERT-TAG
      * carries whatever followed ALERT on the alert file's first
      * line; a drill raised by ALERTDRILL puts "DRILL <stamp>"
      * there, so its acknowledgements can be told from a real
      * alarm's.
      *****************************************************************
       01  ALERTACK-REC.
           05  ACK-PROGRAM        PIC X(12).
           05  ACK-START-DATE     PIC X(8).
           05  ACK-START-TIME     PIC X(6).
           05  ACK-YIELD-DATE     PIC X(8).
           05  ACK-YIELD-TIME     PIC X(8).
           05  ACK-RESUME-DATE    PIC X(8).
           05  ACK-RESUME-TIME    PIC X(8).
           05  ACK-ALERT-TAG      PIC X(30).
