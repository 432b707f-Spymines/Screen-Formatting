      ***************************************************************
      * RDRREC.CPY
      * Redaction register record.  When a document is converted
      * with redaction on, the engine masks every sensitive number
      * it finds -- all but the last four digits become "X" -- before
      * the line is written to FORMRPT, REFLOWDAT or ARCHMAST, and
      * lands one record here per masked value holding what was
      * there.  REDACTREG is the only place the value survives in
      * the clear, so it is a secured file: an authorized reprint
      * reads it back by document ID and line, nothing else should.
      *
      * The key places the value on its output line: rdrWordNum is
      * the word of the line it sits in (1 for the first), and
      * rdrRunNum counts the values masked inside that one word,
      * which is almost always 1.
      *
      * rdrPatternType: S a 9-digit Social Security number, keyed
      * ddddddddd or ddd-dd-dddd; A an account number, any other run
      * of digits (dashes allowed between them) longer than the
      * engine's account-number limit.  rdrOriginal is the value as
      * keyed, dashes and all, from its first digit to its last.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  rdrRecord.
           05  rdrKey.
               10  rdrDocId        PIC 9(16).
               10  rdrLineNum      PIC 9(8).
               10  rdrWordNum      PIC 9(4).
               10  rdrRunNum       PIC 9(2).
           05  rdrPatternType      PIC X(1).
               88  RDR-PATTERN-SSN     VALUE "S".
               88  RDR-PATTERN-ACCOUNT VALUE "A".
           05  rdrOriginal         PIC X(64).
           05  rdrRunDate          PIC 9(8).
