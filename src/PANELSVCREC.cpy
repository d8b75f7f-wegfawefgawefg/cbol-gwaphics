      *****************************************************************
      * PANELSVCREC: one line of a panel's service history,
      * PANELSVC.DAT, appended by PANELS - installed, moved (from
      * and to), calibrated, serviced (free text from the
      * technician's sheet) or retired - with when it happened and
      * the operator who recorded it.
      *****************************************************************
       01  PANEL-SVC-REC.
           05  PSV-SERIAL         PIC X(16).
           05  PSV-DATE           PIC X(8).
           05  PSV-TIME           PIC X(6).
           05  PSV-KIND           PIC X(8).
           05  PSV-BY             PIC X(8).
           05  PSV-TEXT           PIC X(80).
