      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-08-21  TM    Original copybook.
      * 2026-10-15  TM    Added arcPageNum at the end of the record:
      *                   the FORMRPT page the line printed on, so a
      *                   rescan of the archive can place a keyword
      *                   hit on its page the way the conversion-time
      *                   scan does.  The ARCHPURG unload record grew
      *                   with it.
      * 2026-10-15  TM    Added arcRecType at the end: "H" for a
      *                   heading line, "T" for every other text
      *                   line.  A line archived before the field
      *                   existed reads as text.  The ARCHPURG unload
      *                   record grew with it.
      ***************************************************************
       01  arcRecord.
           05  arcKey.
           05  arcWordCount        PIC 9(4).
           05  arcParaNum          PIC 9(8).
           05  arcText             PIC X(132).
           05  arcPageNum          PIC 9(4).
           05  arcRecType          PIC X(1).
               88  ARC-REC-HEADING     VALUE "H".
