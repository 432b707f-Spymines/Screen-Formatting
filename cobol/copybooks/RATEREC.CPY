      ***************************************************************
      * RATEREC.CPY
      * Chargeback rate record.  One RATETAB card per client the
      * conversion service bills at its own rates, plus one for
      * everyone else: a card with the client code left blank is
      * the default rate every client without a card of its own --
      * and every run that named no client -- is billed at.  The
      * card is keyed in fixed columns -- the client code in 1-8
      * and each rate in the nine-digit columns behind it, four
      * decimal places implied (000012500 is 1.25).  A line opening
      * with * in column 1 and a blank line are passed over.
      *
      *   rtePerRun            each billable run
      *   rtePerThousandLines  each thousand output lines, pro rata
      *   rtePerPage           each report page printed
      *   rtePerFlaggedLine    each line the compliance scan flagged
      *   rteSurcharge         added once to a run that was a rerun
      *                        of a document already billed that
      *                        month, or was resumed from a
      *                        checkpoint
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  rteRecord.
           05  rteClientCode       PIC X(8).
           05  FILLER              PIC X(1).
           05  rtePerRun           PIC 9(5)V9(4).
           05  FILLER              PIC X(1).
           05  rtePerThousandLines PIC 9(5)V9(4).
           05  FILLER              PIC X(1).
           05  rtePerPage          PIC 9(5)V9(4).
           05  FILLER              PIC X(1).
           05  rtePerFlaggedLine   PIC 9(5)V9(4).
           05  FILLER              PIC X(1).
           05  rteSurcharge        PIC 9(5)V9(4).
