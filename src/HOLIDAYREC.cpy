      *****************************************************************
      * HOLIDAYREC: one entry of the special-date calendar,
      * HOLIDAYS.DAT, which SCHEDULER and SCHEDSIM consult (through
      * HOLCAL) before the day mask of any schedule entry. A dated
      * entry overrides the whole day:
      *   'C' closed - the wall stays dark all day, or, when
      *       HOL-PROFILE names a PROFILES.DAT profile, that profile
      *       alone airs all day (a "closed today" board)
      *   'S' substitute - HOL-SCHED-FILE, a schedule file in
      *       SCHEDREC layout, replaces the regular schedule for the
      *       day; its entries' day masks are not consulted, since
      *       the date itself has already chosen them
      * The first entry for a date wins. HOL-DESC is free text for
      * the logs and the forecast. E.g.
      * "20261225CCLOSEDBOARD     <60 spaces>CHRISTMAS DAY".
      *****************************************************************
       01  HOLIDAY-REC.
           05  HOL-DATE           PIC X(8).
           05  HOL-ACTION         PIC X.
               88  HOL-CLOSED         VALUE 'C'.
               88  HOL-SUBSTITUTE     VALUE 'S'.
           05  HOL-PROFILE        PIC X(16).
           05  HOL-SCHED-FILE     PIC X(60).
           05  HOL-DESC           PIC X(30).
