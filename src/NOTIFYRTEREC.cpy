      *****************************************************************
      * NOTIFYRTEREC: one entry of the notification routing table,
      * NOTIFYRTE.DAT, which NOTIFY reads to decide who is told of
      * an event. Every entry that matches sends the event to its
      * group, so one event can page several groups:
      *   NR-EVENT         the event code, a prefix ending in '*'
      *                    (CAP* = every CAPxxxx code), or '*' alone
      *                    for every event
      *   NR-MAX-SEVERITY  only events at this severity or more
      *                    urgent (1 is the most urgent); 0 = any
      *   NR-GROUP         the on-call group, as the gateway knows
      *                    it; NONE silences the event altogether
      *   NR-HOLD-MINS     how long a repeat of the same event is
      *                    held back from this group after it was
      *                    told; 0 = 60 minutes
      * A group named by more than one matching entry is told once,
      * under the first. An event whose code no entry matches still
      * goes out, to group UNROUTED; one whose code is matched only
      * by entries wanting something more urgent goes to no one.
      * E.g.
      * "JOBHALT 1NIGHTOPS    0030"   "CAP*    0CONTENT     0240".
      *****************************************************************
       01  NOTIFY-ROUTE-REC.
           05  NR-EVENT           PIC X(8).
           05  NR-MAX-SEVERITY    PIC 9.
           05  NR-GROUP           PIC X(12).
           05  NR-HOLD-MINS       PIC 9(4).
