      * -----------------------------------------------------------
      * HOLCALARGS: Linkage arguments for CALL 'HOLCAL' - the
      * special-date calendar lookup SCHEDULER and SCHEDSIM share,
      * so the forecast replays exactly the override the scheduler
      * will apply (see HOLIDAYREC.cpy for the calendar itself).
      *
      * HC-DATE (in) is the YYYYMMDD date wanted. HC-ACTION comes
      * back ' ' for an ordinary day (no entry, or no HOLIDAYS.DAT
      * at all), 'C' closed or 'S' substitute schedule, with the
      * entry's profile, schedule file and description filled in.
      * -----------------------------------------------------------
       01  HOLCAL-ARGS.
           05  HC-DATE           PIC X(8).
           05  HC-ACTION         PIC X.
               88  HC-ORDINARY-DAY   VALUE ' '.
               88  HC-CLOSED         VALUE 'C'.
               88  HC-SUBSTITUTE     VALUE 'S'.
           05  HC-PROFILE        PIC X(16).
           05  HC-SCHED-FILE     PIC X(60).
           05  HC-DESC           PIC X(30).
