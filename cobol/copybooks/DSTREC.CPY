      ***************************************************************
      * DSTREC.CPY
      * Distribution results record.  One record per document a
      * DISTLOAD run routed, written to DISTRES in REFLOWDAT order:
      * the document ID, the destination its lines landed on, how
      * many lines went there, whether it was held in suspense for
      * want of a route, the merge recipient key for a merged copy,
      * and the run date.  It is the DISTRPT manifest in a form a
      * program can read; NITEBAL uses it to prove every document
      * the night converted was routed.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  dstRecord.
           05  dstDocId            PIC 9(16).
           05  dstDest             PIC X(8).
           05  dstLineCount        PIC 9(8).
           05  dstSuspense         PIC X(1).
               88  DST-SUSPENSE-YES    VALUE "Y".
               88  DST-SUSPENSE-NO     VALUE "N".
           05  dstRecipientKey     PIC X(20).
           05  dstRunDate          PIC 9(8).
