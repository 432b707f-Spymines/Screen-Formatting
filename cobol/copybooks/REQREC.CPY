      *                   document's report pages are laid out under
      *                   (title, page length, margins, footer);
      *                   blank keeps the built-in layout.
      * 2026-10-15  TM    Added reqClientCode at the end of the record
      *                   (earlier columns stay put): the CLIENTMAST
      *                   client the document belongs to.  FORMBATCH
      *                   fills every run setting the entry leaves
      *                   blank from the client's master record; a
      *                   blank code keeps the entry exactly as keyed.
      * 2026-10-15  TM    Added reqRequesterId at the end of the record:
      *                   who queued the entry.  FORMBATCH checks it
      *                   against the AUTHMAST authorization master
      *                   before it converts anything and refuses an
      *                   entry whose requester may not submit from
      *                   that source directory or print under that
      *                   profile.
      * 2026-10-15  TM    Added reqRedactMode at the end of the record:
      *                   Y masks the Social Security and account
      *                   numbers in the document (the values go to
      *                   the REDACTREG register); blank or N leaves
      *                   the text as keyed.
      ***************************************************************
       01  reqRecord.
           05  reqFilename         PIC X(256).
           05  reqPreserveDigits   PIC X(1).
           05  reqAlignMode        PIC X(1).
           05  reqProfile          PIC X(256).
           05  reqClientCode       PIC X(8).
           05  reqRequesterId      PIC X(8).
           05  reqRedactMode       PIC X(1).
