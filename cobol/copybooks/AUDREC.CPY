      *                   engine.  A run resumed from a checkpoint
      *                   times the resumed run only -- its row is
      *                   that run's row.
      * 2026-10-15  TM    Added audClientCode at the end of the row:
      *                   the CLIENTMAST client code the request
      *                   carried, so the reports can group runs by
      *                   client.  Blank on rows written before this
      *                   field existed and on runs with no client.
      * 2026-10-15  TM    Added audRequesterId at the end of the row:
      *                   the requester the run was submitted under,
      *                   so SECREPT can say who ran what -- and who
      *                   was refused (completion code AU).  Blank on
      *                   rows written before this field existed and
      *                   on single-document runs given no requester.
      * 2026-10-15  TM    Added audPageCount and audResumedFlag at the
      *                   end of the row: how many report pages the
      *                   document printed (profile pages, contents
      *                   and trailer pages included) and "Y" when the
      *                   run was resumed from a checkpoint, so the
      *                   BILLRUN chargeback can price pages and the
      *                   resume surcharge.  Zero and blank on rows
      *                   written before these fields existed; zero
      *                   and "N" on entries a driver turned away.
      * 2026-10-15  TM    Added audRedactCount at the end of the row:
      *                   how many sensitive values a redaction run
      *                   masked (each one is on the REDACTREG
      *                   register).  Zero when redaction was off, on
      *                   rows written before this field existed, and
      *                   on entries a driver turned away.
      ***************************************************************
       01  audRecord.
           05  audFilename         PIC X(256).
           05  audEndTime          PIC 9(6).
           05  audElapsedSecs      PIC 9(8).
           05  audInputRecCount    PIC 9(8).
           05  audClientCode       PIC X(8).
           05  audRequesterId      PIC X(8).
           05  audPageCount        PIC 9(6).
           05  audResumedFlag      PIC X(1).
               88  AUD-RESUMED-YES     VALUE "Y".
               88  AUD-RESUMED-NO      VALUE "N".
           05  audRedactCount      PIC 9(8).
