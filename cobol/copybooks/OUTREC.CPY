      *                   restricted keyword from the KEYWORDS list,
      *                   so compliance can pull flagged lines from
      *                   the data feed directly.
      * 2026-10-15  TM    Added outRecType at the end: "H" for a
      *                   heading line set by a ".HEADING" directive,
      *                   "T" for every other text line, so the data
      *                   feed carries the document's structure.
      ***************************************************************
       01  outRecord.
           05  outDocId            PIC 9(16).
           05  outText             PIC X(132).
           05  outFlag             PIC X(1).
           05  outKeyword          PIC X(60).
           05  outRecType          PIC X(1).
               88  OUT-REC-HEADING     VALUE "H".
               88  OUT-REC-TEXT        VALUE "T".
