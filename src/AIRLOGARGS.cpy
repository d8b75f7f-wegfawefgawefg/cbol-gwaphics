      * -----------------------------------------------------------
      * AIRLOGARGS: Linkage arguments for CALL 'AIRLOG' - the
      * proof-of-play as-run logger SLIDESHOW, CAPJUKE and TICKER
      * call around every item they air, so a sponsor's board can
      * be shown to have gone up, when, and for how long.
      *
      * AA-FUNCTION: 'B' begin (stamps AA-START-DATE/TIME with the
      * current date and time - call it the moment the item goes
      * up), 'E' end (stamps the end, works out the seconds on air
      * across any midnight, and appends one AIRLOGREC record to
      * the shared AIRLOG.DAT, tagged with the current wall).
      * While the AIRSPOT environment value is set - SCHEDULER
      * sets it to the spot ID around everything it launches to
      * air a sponsor spot, and logs the spot itself - the end
      * call appends nothing, so a spot's play is on file once.
      *
      * AA-INTERRUPT on the end call says why the play stopped:
      * space (ran its full time), 'A' (cut short by an ALERT.DAT
      * hold) or 'S' (cut short by a RUNCTL STOP). AA-RESUMED 'Y'
      * marks a play that picked back up after an alert hold, so
      * AIRRPT adds its seconds to the play it continues instead
      * of counting it as another play.
      *
      * AA-STATUS: 0 = done, 2 = AIRLOG.DAT could not be written.
      * -----------------------------------------------------------
       01  AIRLOG-ARGS.
           05  AA-FUNCTION       PIC X.
               88  AA-FN-BEGIN       VALUE 'B'.
               88  AA-FN-END         VALUE 'E'.
           05  AA-CONTENT        PIC X(100).
           05  AA-PROGRAM        PIC X(12).
           05  AA-START-DATE     PIC X(8).
           05  AA-START-TIME     PIC X(6).
           05  AA-INTERRUPT      PIC X.
               88  AA-RAN-FULL       VALUE ' '.
               88  AA-CUT-BY-ALERT   VALUE 'A'.
               88  AA-CUT-BY-STOP    VALUE 'S'.
           05  AA-RESUMED        PIC X.
           05  AA-STATUS         PIC 9.
               88  AA-OK             VALUE 0.
               88  AA-TROUBLE        VALUE 2.
