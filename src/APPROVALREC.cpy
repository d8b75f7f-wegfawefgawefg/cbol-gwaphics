      *****************************************************************
      * APPROVALREC: one entry of the content sign-off register,
      * APPROVALS.DAT, kept by APPROVE. An entry names a content
      * file (a GFXIMAGE wall image, a capture, a scene file) and
      * records its size and checksum as measured when it was
      * signed off - the same measure SIGNCHK takes at air time, so
      * a file edited after sign-off no longer matches. APR-STATE
      * is 'P' while the file waits for sign-off (submitted, not
      * yet approved), 'A' once approved and 'R' once revoked; only
      * an 'A' entry inside its expiry date airs. A blank expiry
      * date means the approval does not lapse.
      *****************************************************************
       01  APPROVAL-REC.
           05  APR-FILE-NAME      PIC X(100).
           05  APR-STATE          PIC X.
               88  APR-PENDING        VALUE 'P'.
               88  APR-APPROVED       VALUE 'A'.
               88  APR-REVOKED        VALUE 'R'.
           05  APR-BYTES          PIC 9(10).
           05  APR-CHECKSUM       PIC 9(10).
           05  APR-APPROVER       PIC X(12).
           05  APR-SUBMIT-DATE    PIC X(8).
           05  APR-APPROVED-DATE  PIC X(8).
           05  APR-EXPIRY-DATE    PIC X(8).
