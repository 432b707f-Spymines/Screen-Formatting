      *                   resume checks: a rerun under a different
      *                   print profile would change the page layout
      *                   mid-document.
      * 2026-10-15  TM    Added ckptHashTotal, ckptArchParaCount and
      *                   ckptLastArchPara so the archive control
      *                   record a resumed run writes covers the
      *                   whole document, not just the resumed part.
      * 2026-10-15  TM    Added ckptHeadingCount: how many headings
      *                   the document has put on its CONTWORK list so
      *                   far, so a resumed run still prints the
      *                   contents page.
      * 2026-10-15  TM    Added ckptRedactMode to the identity fields a
      *                   resume checks -- a rerun with redaction
      *                   switched the other way must not splice
      *                   clear lines onto masked ones -- and
      *                   ckptRedactCount so the count of values
      *                   masked covers the whole document.
      * 2026-10-15  TM    Added ckptPrintedPages, every report page the
      *                   document has started so far, so a resumed
      *                   run's AUDITLOG page count covers the whole
      *                   document.
      ***************************************************************
       01  ckptRecord.
           05  ckptFilename        PIC X(256).
           05  ckptFlaggedCount    PIC 9(8).
           05  ckptProfile         PIC X(256).
           05  ckptVerbatimCutCount PIC 9(8).
           05  ckptHashTotal       PIC 9(18).
           05  ckptArchParaCount   PIC 9(8).
           05  ckptLastArchPara    PIC 9(8).
           05  ckptHeadingCount    PIC 9(8).
           05  ckptRedactMode      PIC X(1).
           05  ckptRedactCount     PIC 9(8).
           05  ckptPrintedPages    PIC 9(6).
