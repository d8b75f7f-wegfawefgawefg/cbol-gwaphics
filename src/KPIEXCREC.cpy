      *****************************************************************
      * KPIEXCREC: one KPIWATCH exceptions-file record. A TRIP
      * record is written when a rule trips, carrying the reading
      * that tripped it; the matching CLEAR record (same rule and
      * trip stamp) is written when it clears, carrying the peak
      * reading over the trip and its duration in seconds. A TRIP
      * with no CLEAR is still open - KPIWATCH picks it back up on
      * restart so the ticker message is still withdrawn. The
      * ticker text is the exact TICKERREC message posted.
      *****************************************************************
       01  KPI-EXC-REC SIGN IS LEADING SEPARATE.
           05  KX-EVENT           PIC X(5).
               88  KX-TRIP            VALUE "TRIP ".
               88  KX-CLEAR           VALUE "CLEAR".
           05  KX-RULE-ID         PIC X(8).
           05  KX-TRIP-DATE       PIC X(8).
           05  KX-TRIP-TIME       PIC X(6).
           05  KX-EVENT-DATE      PIC X(8).
           05  KX-EVENT-TIME      PIC X(6).
           05  KX-VALUE           PIC S9(9).
           05  KX-DURATION-SECS   PIC 9(8).
           05  KX-TICKER-TEXT     PIC X(20).
