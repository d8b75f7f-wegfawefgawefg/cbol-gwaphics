      * -----------------------------------------------------------
      * RCAUDITARGS: Linkage arguments for CALL 'RCAUDIT' - the
      * run-control hold audit. The demos that honor RUNCTL.DAT
      * call it when a PAUSE or BLANK takes the wall and again
      * when the hold lets go, so the shared AUDIT.LOG shows how
      * long the wall sat held, not just that someone edited a
      * control file (UPTIME reads these back).
      *
      * RA-PROGRAM is the calling program's name, RA-EVENT the
      * control word that started the hold (PAUSE or BLANK) or
      * RELEASED when it ends. The caller keeps RA-EVENT as it
      * was sent, so a non-blank RA-EVENT after the hold loop
      * means a release is owed.
      * -----------------------------------------------------------
       01  RCAUDIT-ARGS.
           05  RA-PROGRAM        PIC X(12).
           05  RA-EVENT          PIC X(8).
