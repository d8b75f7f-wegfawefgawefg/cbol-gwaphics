      *****************************************************************
      * NOTIFYREC: one notification on the outbound spool,
      * NOTIFY.SPL, appended by NOTIFY for the site's mail/pager
      * gateway to pick up - one record per event per recipient
      * group, in the order raised.
      *   NS-SEVERITY  1 wall unusable or wrong content in public
      *                view, 2 visibly degraded or a run failed, 3
      *                minor, 4 for information
      *   NS-SOURCE    the program that raised it
      *   NS-WALL      the wall it concerns (ALL = the whole site)
      *   NS-EVENT     the event code, e.g. JOBHALT
      *   NS-MESSAGE   one line for the person paged
      *   NS-STAMP     when it was raised, YYYYMMDDHHMMSS
      *   NS-GROUP     the on-call group to tell (UNROUTED when no
      *                NOTIFYRTE.DAT entry matched the event)
      *   NS-REPEATS   how many times the same event was raised for
      *                this group since it was last told, and held
      *                back as a repeat
      * E.g. "1JOBCTL      LOBBY   JOBHALT BATCH JOBCTL.DAT HALTED -
      * ANT RC 3 ...<to 80>20261015021500NIGHTOPS    0000".
      *****************************************************************
       01  NOTIFY-REC.
           05  NS-SEVERITY        PIC 9.
           05  NS-SOURCE          PIC X(12).
           05  NS-WALL            PIC X(8).
           05  NS-EVENT           PIC X(8).
           05  NS-MESSAGE         PIC X(80).
           05  NS-STAMP           PIC X(14).
           05  NS-GROUP           PIC X(12).
           05  NS-REPEATS         PIC 9(4).
