      *                   a different or edited queue starts from the
      *                   top instead of silently skipping its first
      *                   N entries.
      * 2026-10-15  TM    Added bchAuCount at the end of the record:
      *                   the entries refused for want of
      *                   authorization, so a restart keeps counting
      *                   them.  A checkpoint written before the field
      *                   existed is short of it; FORMBATCH keeps a
      *                   zero count when it reads back non-numeric.
      ***************************************************************
       01  bchRecord.
           05  bchCompletedCount   PIC 9(4).
           05  bchErCount          PIC 9(4).
           05  bchTrCount          PIC 9(4).
           05  bchFirstFilename    PIC X(256).
           05  bchAuCount          PIC 9(4).
