      ***************************************************************
      * QLKREC.CPY
      * Request-queue lock record.  FORMBATCH writes one to
      * QUEUELOCK as soon as it has the REQQUEUE it is about to run
      * open, and empties QUEUELOCK again when the batch ends
      * normally -- the same life the batch checkpoint has.  While
      * a record is there the queue belongs to the batch: REQENTRY
      * will list the entries but not add, change, or delete one.
      * A batch that abends leaves the lock in place on purpose; its
      * restart proves the queue it resumes is the queue it started
      * on, and an edit in between would start it from the top.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  qlkRecord.
           05  qlkJobName          PIC X(10).
           05  qlkLockDate         PIC 9(8).
           05  qlkLockTime         PIC 9(6).
