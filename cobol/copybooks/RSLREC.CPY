      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-09-02  TM    Original copybook.
      * 2026-10-15  TM    Added rslClientCode at the end of the row:
      *                   the client code the queue entry carried.
      * 2026-10-15  TM    Added rslRequesterId at the end of the row:
      *                   the requester the queue entry carried.
      ***************************************************************
       01  rslRecord.
           05  rslFilename         PIC X(256).
           05  rslCompletionCode   PIC X(2).
           05  rslLineCount        PIC 9(8).
           05  rslWordCount        PIC 9(8).
           05  rslClientCode       PIC X(8).
           05  rslRequesterId      PIC X(8).
