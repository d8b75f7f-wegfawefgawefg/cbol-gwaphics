      *****************************************************************
      * EODRSTREC: one line of the EODBATCH restart file,
      * EODBATCH.RST - where each step of the last business date's
      * stream got to. The whole file is rewritten after every step,
      * so an interrupted or failed stream leaves behind exactly
      * what it finished:
      *   ER-BUS-DATE  the business date (YYYYMMDD) the stream ran for
      *   ER-STEP-ID   the step (see EODSTEPREC.cpy)
      *   ER-STATE     'C' completed within its accepted return codes,
      *                'F' failed, 'S' skipped because a predecessor
      *                did not complete, blank not reached
      *   ER-RC        the step's return code
      *   ER-STARTED   YYYYMMDDHHMMSS the step was launched
      *   ER-SECS      how long it ran, in seconds
      * A rerun for the same business date skips the steps marked
      * 'C' and runs the rest.
      *****************************************************************
       01  EOD-RESTART-REC.
           05  ER-BUS-DATE        PIC X(8).
           05  ER-STEP-ID         PIC X(8).
           05  ER-STATE           PIC X.
               88  ER-COMPLETED       VALUE 'C'.
               88  ER-FAILED          VALUE 'F'.
               88  ER-SKIPPED         VALUE 'S'.
           05  ER-RC              PIC 9(3).
           05  ER-STARTED         PIC X(14).
           05  ER-SECS            PIC 9(6).
