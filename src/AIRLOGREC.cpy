      *****************************************************************
      * AIRLOGREC: one as-run (proof-of-play) record in the shared
      * AIRLOG.DAT, appended by the AIRLOG subprogram each time
      * SLIDESHOW finishes airing an image, CAPJUKE a capture or
      * TICKER a message. AIR-CONTENT is the image file, capture
      * name or message text; AIR-SECS is the seconds it was on the
      * wall; AIR-INTERRUPT is space for a play that ran its full
      * time, 'A' for one cut short by an ALERT.DAT hold and 'S'
      * for one cut short by a RUNCTL STOP. AIR-RESUMED 'Y' marks
      * the remainder of a play that went back up after an alert
      * stood down - its seconds belong to the play before it.
      * AIR-WALL is the wall it aired on (WALLID, spaces on the
      * working-directory wall and in records written before the
      * field was added) - every wall appends to the one file.
      * AIRRPT turns the file into a per-content airtime statement.
      *****************************************************************
       01  AIRLOG-REC.
           05  AIR-CONTENT        PIC X(100).
           05  AIR-PROGRAM        PIC X(12).
           05  AIR-START-DATE     PIC X(8).
           05  AIR-START-TIME     PIC X(6).
           05  AIR-END-DATE       PIC X(8).
           05  AIR-END-TIME       PIC X(6).
           05  AIR-SECS           PIC 9(8).
           05  AIR-INTERRUPT      PIC X.
               88  AIR-RAN-FULL       VALUE ' '.
               88  AIR-CUT-BY-ALERT   VALUE 'A'.
               88  AIR-CUT-BY-STOP    VALUE 'S'.
           05  AIR-RESUMED        PIC X.
           05  AIR-WALL           PIC X(8).
