      * -----------------------------------------------------------
      * NOTIFYARGS: Linkage arguments for CALL 'NOTIFY' - puts an
      * event on the outbound notification spool (NOTIFY.SPL, see
      * NOTIFYREC.cpy) that the site's mail/pager gateway picks up,
      * once for each on-call group the routing table (NOTIFYRTE.DAT,
      * see NOTIFYRTEREC.cpy) sends that event code to. JOBCTL,
      * SCHEDULER, CAPJUKE, CAPCHK, CFGAUDIT, LOGKEEP, WALLLOCK,
      * ALERTCAST and EODBATCH call it when something needs a person.
      *
      * In:
      *   NF-SEVERITY  1 wall unusable or wrong content in public
      *                view, 2 visibly degraded or a run failed, 3
      *                minor, 4 for information - the incident
      *                register's scale
      *   NF-SOURCE    the calling program
      *   NF-WALL      the wall (blank = the current wall, the WALLID
      *                environment value)
      *   NF-EVENT     the event code the routing table keys on, e.g.
      *                JOBHALT, CAPFAIL, CAPBAD, LOCKSEIZ
      *   NF-MESSAGE   one line for the person paged
      * The same event from the same program on the same wall is
      * told to a group once per hold window (the routing entry's,
      * 60 minutes by default): repeats inside it are held back and
      * counted, and the count rides on the next notification that
      * does go out.
      * Out:
      *   NF-SPOOLED     groups a notification was spooled for
      *   NF-SUPPRESSED  groups it was held back from as a repeat
      *   NF-STATUS      0 spooled (or held back as a repeat), 1 the
      *                  routing table tells no one of this event
      *                  (group NONE, or every entry for its code wants
      *                  something more urgent), 2 the spool or repeat
      *                  register could not be written, 3 no routing
      *                  entry matched its code - spooled to group
      *                  UNROUTED so it is not lost
      * -----------------------------------------------------------
       01  NOTIFY-ARGS.
           05  NF-SEVERITY       PIC 9.
           05  NF-SOURCE         PIC X(12).
           05  NF-WALL           PIC X(8).
           05  NF-EVENT          PIC X(8).
           05  NF-MESSAGE        PIC X(80).
           05  NF-SPOOLED        PIC 9(2).
           05  NF-SUPPRESSED     PIC 9(2).
           05  NF-STATUS         PIC 9.
               88  NF-OK             VALUE 0.
               88  NF-SILENCED       VALUE 1.
               88  NF-TROUBLE        VALUE 2.
               88  NF-UNROUTED       VALUE 3.
