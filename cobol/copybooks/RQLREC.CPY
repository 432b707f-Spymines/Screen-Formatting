      ***************************************************************
      * RQLREC.CPY
      * Request-entry log record.  REQENTRY appends one to REQLOG
      * for every queue entry it files, changes, or deletes: when,
      * by whom (the analyst signed on to the screen), which entry
      * by its position on the queue at the time, and the entry's
      * REQREC image before and after -- before is blank for an
      * add, after is blank for a delete -- so a disputed request
      * can be traced to who keyed what.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      * 2026-10-15  TM    Before and after images widened to 535
      *                   for the queue record's redaction flag.
      ***************************************************************
       01  rqlRecord.
           05  rqlLogDate          PIC 9(8).
           05  rqlLogTime          PIC 9(6).
           05  rqlUserId           PIC X(8).
           05  rqlAction           PIC X(1).
               88  RQL-ACTION-ADD      VALUE "A".
               88  RQL-ACTION-CHANGE   VALUE "C".
               88  RQL-ACTION-DELETE   VALUE "D".
           05  rqlEntryNumber      PIC 9(4).
           05  rqlBefore           PIC X(535).
           05  rqlAfter            PIC X(535).
