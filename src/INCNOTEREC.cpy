      *****************************************************************
      * INCNOTEREC: one running note on a wall incident, appended to
      * INCNOTES.DAT as the incident is opened, updated, linked and
      * closed, so its history reads top to bottom for its INN-ID.
      *   INN-ID     the incident (INC-ID in INCIDENTREC.cpy)
      *   INN-STAMP  when the note was made, YYYYMMDDHHMMSS
      *   INN-BY     the operator or program that made it
      *   INN-KIND   OPENED, UPDATE, LINKED, WINDOW or CLOSED
      *   INN-TEXT   free text
      *****************************************************************
       01  INCNOTE-REC.
           05  INN-ID             PIC 9(6).
           05  INN-STAMP          PIC X(14).
           05  INN-BY             PIC X(12).
           05  INN-KIND           PIC X(8).
           05  INN-TEXT           PIC X(80).
