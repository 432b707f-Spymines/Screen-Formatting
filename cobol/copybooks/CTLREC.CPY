      ***************************************************************
      * CTLREC.CPY
      * Archive control record.  One record per document the
      * engine archives, keyed by document ID, in the ARCHCTL
      * indexed master, written once the run has finished.  It
      * holds what the engine meant to put into ARCHMAST, so the
      * ARCHVRFY job can prove the archived lines are all there:
      *
      * ctlLineCount, ctlWordCount -- the document's line and word
      *     totals, the same figures its AUDITLOG row carries.
      * ctlParaCount -- how many paragraphs (verbatim blocks
      *     included) archived at least one line.
      * ctlHashTotal -- the sum over every archived line of each
      *     character's ordinal times its column, through the
      *     line's last non-blank column.  Meaningless as a number;
      *     it only has to come out the same when the verify job
      *     recomputes it from the archived text.
      * ctlCompletionCode -- the run's AUDITLOG completion code.
      *
      * A checkpoint-resumed run writes the record for the whole
      * document: the totals ride the checkpoint.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  ctlRecord.
           05  ctlDocId            PIC 9(16).
           05  ctlFilename         PIC X(256).
           05  ctlRunDate          PIC 9(8).
           05  ctlRunTime          PIC 9(6).
           05  ctlLineCount        PIC 9(8).
           05  ctlWordCount        PIC 9(8).
           05  ctlParaCount        PIC 9(8).
           05  ctlHashTotal        PIC 9(18).
           05  ctlCompletionCode   PIC X(2).
