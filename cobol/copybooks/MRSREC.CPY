      ***************************************************************
      * MRSREC.CPY
      * Mail-merge results record.  One record per recipient a
      * DOCMERGE run read, written to MRGRES: the recipient key,
      * the document ID its copy was converted and archived under,
      * the completion code, the line and word counts from the
      * copy's AUDITLOG row, and the destination the merge data
      * gave it.  DISTLOAD reads it to deliver each copy to its
      * recipient's destination.
      *
      * A recipient rejected on the merge exception report never
      * reached the engine: it carries completion code ER and a
      * zero document ID -- there is no copy to deliver.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  mrsRecord.
           05  mrsRecipientKey     PIC X(20).
           05  mrsDocId            PIC 9(16).
           05  mrsCompletionCode   PIC X(2).
           05  mrsLineCount        PIC 9(8).
           05  mrsWordCount        PIC 9(8).
           05  mrsDest             PIC X(8).
           05  mrsClientCode       PIC X(8).
