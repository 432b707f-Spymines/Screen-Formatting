      ***************************************************************
      * CLIREC.CPY
      * Client master record.  One record per client department,
      * keyed by client code, in the CLIENTMAST indexed master the
      * CLIMAINT program maintains from transaction cards.  A
      * REQQUEUE entry that names a client code takes every run
      * setting it leaves blank from here, so a client whose
      * settings never change is never mis-keyed again.
      *
      * cliLineWidth, cliPreserveDigits and cliAlignMode hold the
      * same values the queue record's fields take (blank keeps the
      * engine's own default).  cliProfile names the client's print
      * profile and cliKeywordList the compliance keyword list its
      * documents are scanned with (blank scans with KEYWORDS).
      * cliDistDest is the DISTLOAD destination the client's
      * documents land on when no ROUTECTL entry names them.
      *
      * cliStatus: A active, R retired.  A retired client stays on
      * file for history; a queue entry naming one is rejected.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  cliRecord.
           05  cliCode             PIC X(8).
           05  cliName             PIC X(40).
           05  cliLineWidth        PIC X(4).
           05  cliPreserveDigits   PIC X(1).
           05  cliAlignMode        PIC X(1).
           05  cliProfile          PIC X(256).
           05  cliKeywordList      PIC X(256).
           05  cliDistDest         PIC X(8).
           05  cliStatus           PIC X(1).
           05  cliAddDate          PIC 9(8).
           05  cliChangeDate       PIC 9(8).
