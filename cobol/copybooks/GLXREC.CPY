      ***************************************************************
      * GLXREC.CPY
      * General-ledger billing extract record.  BILLRUN writes one
      * detail record per client billed for the month -- the
      * client code, how many runs were billed, and the amount --
      * and one trailer record closing the file with the detail
      * count and the totals, so the GL feed can prove it read the
      * whole extract.  Every record carries the billing month, the
      * date the extract was made, and glxRerun "Y" when the month
      * was billed again under the rerun flag, so the feed knows
      * the amounts replace an earlier extract instead of adding to
      * it.  Amounts carry two implied decimal places.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  glxRecord.
           05  glxRecType          PIC X(1).
               88  GLX-DETAIL          VALUE "D".
               88  GLX-TRAILER         VALUE "T".
           05  glxBillMonth        PIC 9(6).
           05  glxRunDate          PIC 9(8).
           05  glxRerun            PIC X(1).
           05  glxDetail.
               10  glxClientCode   PIC X(8).
               10  glxRunCount     PIC 9(8).
               10  glxAmount       PIC 9(9)V99.
           05  glxTrailer REDEFINES glxDetail.
               10  glxDetailCount  PIC 9(8).
               10  glxTotalRuns    PIC 9(8).
               10  glxTotalAmount  PIC 9(9)V99.
