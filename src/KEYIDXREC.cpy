      *****************************************************************
      * KEYIDXREC: one entry of a keyed capture's frame index - the
      * companion file KEYCAP writes beside the capture under the
      * capture's name plus ".IDX". One entry per keyframe: the
      * logical frame number the keyframe opens and the record
      * number (counted from 1) of its "KEY n" marker line in the
      * capture, so a reader can skip straight to it without
      * decoding a single span on the way.
      *****************************************************************
       01  KEYIDX-REC.
           05  KX-FRAME           PIC 9(8).
           05  FILLER             PIC X.
           05  KX-LINE            PIC 9(10).
