      * -----------------------------------------------------------
      * OPERCHKARGS: Linkage arguments for CALL 'OPERCHK' - operator
      * sign-on and role checks against the roster (see
      * OPERREC.cpy for OPERATORS.DAT). The operator a program is
      * working for is the OPERID environment value, the way the
      * wall is WALLID: CONSOLE's sign-on or a launcher's
      * operator-ID argument sets it, and every CALLed routine and
      * every program launched from there inherits it.
      *
      * OC-FUNCTION (in):
      *   'C' the current operator: OC-OPER-ID, name, role and
      *       level from the roster, and OC-AUDIT-TAG for the end
      *       of an AUDIT.LOG line - "ON WALL id OPER id", or just
      *       "OPER id" on the working-directory wall ("OPER NONE"
      *       when no one has signed on)
      *   'S' sign OC-OPER-ID on as the current operator for this
      *       program and everything it launches; a blank ID, or
      *       one refused as not on the roster, leaves no one
      *       signed on
      *   'P' may the current operator do OC-ACTION, which needs
      *       OC-NEED-LEVEL? A refusal is written to AUDIT.LOG under
      *       OC-PROGRAM's name, and so is every supervisor-level
      *       action allowed
      * OC-STATUS (out): 0 found / permitted, 1 no operator or not
      * on the roster, 2 role too low for the action.
      * Levels: 1 VIEWER, 2 OPERATOR, 3 SUPERVISOR (0 = none).
      * -----------------------------------------------------------
       01  OPERCHK-ARGS.
           05  OC-FUNCTION        PIC X.
               88  OC-FN-CURRENT      VALUE 'C'.
               88  OC-FN-SIGN-ON      VALUE 'S'.
               88  OC-FN-PERMIT       VALUE 'P'.
           05  OC-OPER-ID         PIC X(8).
           05  OC-PROGRAM         PIC X(12).
           05  OC-ACTION          PIC X(40).
           05  OC-NEED-LEVEL      PIC 9.
               88  OC-NEED-VIEWER     VALUE 1.
               88  OC-NEED-OPERATOR   VALUE 2.
               88  OC-NEED-SUPERVISOR VALUE 3.
           05  OC-STATUS          PIC 9.
               88  OC-OK              VALUE 0.
               88  OC-UNKNOWN         VALUE 1.
               88  OC-NOT-ALLOWED     VALUE 2.
           05  OC-NAME            PIC X(30).
           05  OC-ROLE            PIC X(10).
           05  OC-LEVEL           PIC 9.
           05  OC-AUDIT-TAG       PIC X(30).
