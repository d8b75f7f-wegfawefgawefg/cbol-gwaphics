      *****************************************************************
      * OPERREC: one entry of the operator roster, OPERATORS.DAT,
      * naming everyone who may sign on at a launcher and what
      * they may do there (see OPERCHKARGS.cpy):
      *   OR-OPER-ID  the sign-on ID, as typed at CONSOLE or given
      *               to JOBCTL, SCHEDULER and ALERTCAST
      *   OR-NAME     the person, for the listings and the audit
      *   OR-ROLE     VIEWER     may look (list walls, query), but
      *                          launch nothing
      *               OPERATOR   may also launch demos, profiles,
      *                          job decks and schedules and air an
      *                          alert already raised
      *               SUPERVISOR may also seize a held wall lock,
      *                          raise or stand down an alert, and
      *                          run CAPLIB PURGE, ASSETLIB DROP
      *                          and LOGKEEP
      * E.g. "JSMITH  JANE SMITH<20 spaces>SUPERVISOR".
      *****************************************************************
       01  OPER-REC.
           05  OR-OPER-ID         PIC X(8).
           05  OR-NAME            PIC X(30).
           05  OR-ROLE            PIC X(10).
               88  OR-VIEWER          VALUE 'VIEWER'.
               88  OR-OPERATOR        VALUE 'OPERATOR'.
               88  OR-SUPERVISOR      VALUE 'SUPERVISOR'.
