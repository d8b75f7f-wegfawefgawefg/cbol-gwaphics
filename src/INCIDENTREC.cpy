      *****************************************************************
      * INCIDENTREC: one entry of the wall incident register,
      * INCIDENTS.DAT, kept by INCIDENT (and opened automatically
      * through INCLOG by WATCHDOG and CAPCHK). One record per
      * incident, in the order opened; its running notes are kept
      * in INCNOTES.DAT (see INCNOTEREC.cpy).
      *   INC-ID         sequence number, one more than the highest
      *                  on the register when it was opened
      *   INC-STATE      'O' open, 'C' closed
      *   INC-CATEGORY   PANEL (dead or failing panel/tile), CONTENT
      *                  (wrong or bad content aired), STREAM (dead
      *                  air, frozen or stuttering picture), CAPTURE
      *                  (unsound capture file), CONTROL (lock,
      *                  scheduler or launcher trouble), OTHER
      *   INC-SEVERITY   1 wall unusable or wrong content in public
      *                  view, 2 visibly degraded, 3 minor, 4 cosmetic
      *   INC-WALL       the wall (blank = the working-directory wall)
      *   INC-TILE       the panel/tile, free text (e.g. R2C3)
      *   INC-OPENED-BY  the operator who opened it, or the program
      *                  that opened it automatically
      *   INC-OPEN-STAMP when it was put on the register
      *   INC-FROM-STAMP / INC-TO-STAMP  the time window the problem
      *                  was on the wall; a blank end is still going
      *   INC-CLOSED-BY / INC-CLOSE-STAMP  who closed it, and when
      *   INC-CAPTURE    linked capture, by its CAPLIB.CAT name
      *   INC-RUN-PROGRAM / INC-RUN-STAMP  linked RUNSUM.DAT run, by
      *                  program and start stamp
      *   INC-ERR-LINKED 'Y' once the GRAPHICS.ERR lines inside the
      *                  window are linked; INC-ERR-COUNT how many
      *                  there were when they were
      *   INC-SUMMARY    one-line description
      * Stamps are YYYYMMDDHHMMSS.
      *****************************************************************
       01  INCIDENT-REC.
           05  INC-ID             PIC 9(6).
           05  INC-STATE          PIC X.
               88  INC-OPEN           VALUE 'O'.
               88  INC-CLOSED         VALUE 'C'.
           05  INC-CATEGORY       PIC X(8).
           05  INC-SEVERITY       PIC 9.
           05  INC-WALL           PIC X(8).
           05  INC-TILE           PIC X(8).
           05  INC-OPENED-BY      PIC X(12).
           05  INC-OPEN-STAMP     PIC X(14).
           05  INC-FROM-STAMP     PIC X(14).
           05  INC-TO-STAMP       PIC X(14).
           05  INC-CLOSED-BY      PIC X(12).
           05  INC-CLOSE-STAMP    PIC X(14).
           05  INC-CAPTURE        PIC X(40).
           05  INC-RUN-PROGRAM    PIC X(12).
           05  INC-RUN-STAMP      PIC X(14).
           05  INC-ERR-LINKED     PIC X.
           05  INC-ERR-COUNT      PIC 9(6).
           05  INC-SUMMARY        PIC X(60).
