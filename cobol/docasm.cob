000414*                   in its announce-and-skip path -- the letter
000416*                   would convert but never land in the
000417*                   archive.
000418* 2026-10-15  TM    Pass the engine's new client-code and
000419*                   keyword-list parameters, both blank: an
000420*                   assembled letter runs on the parameters as
000421*                   given and scans with KEYWORDS, as before.
000422* 2026-10-15  TM    An archived heading line (arcRecType "H")
000423*                   is staged as a ".HEADING" directive instead
000424*                   of a verbatim block, so it stays a heading
000425*                   -- and makes the contents page -- in the
000426*                   assembled document.
000427* 2026-10-15  TM    Optional fifth CHAINING parameter, the
000428*                   requester ID, passed to the engine for the
000429*                   AUDITLOG row of the assembled document.
000430* 2026-10-15  TM    Optional sixth CHAINING parameter, the
000431*                   redaction flag, passed to the engine: "Y"
000432*                   masks the sensitive numbers in the
000433*                   assembled document and registers them on
000434*                   REDACTREG.
000435
000436 IDENTIFICATION DIVISION.
000437 PROGRAM-ID. DOCASM.
000440 AUTHOR. TREVOR MINES.
000450 INSTALLATION. CSC 330.
000460 DATE-WRITTEN. 09/02/2026.
001010 01  alignModeParm PIC X(1) VALUE SPACES.
001020 01  profileParm PIC X(256) VALUE SPACES.
001030 01  batchModeParm PIC X(1) VALUE "N".
001032 01  clientCodeParm PIC X(8) VALUE SPACES.
001034 01  keywordListParm PIC X(256) VALUE SPACES.
001036 01  requesterIdParm PIC X(8) VALUE SPACES.
001038 01  redactParm PIC X(1) VALUE SPACES.
001040 01  asmWorkName PIC X(256) VALUE "ASMWORK".
001050
001060* Manifest-card fields, parsed the way the engine parses its
001340 01  currentParaNum PIC 9(8) VALUE 0.
001350
001360 PROCEDURE DIVISION CHAINING lineWidthParm preserveDigitsParm
001370     alignModeParm profileParm requesterIdParm redactParm.
001380
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003710* Reads the next archive record while it still belongs to the
003720* part's document and writes it inside the current verbatim
003730* block, opening a fresh block where the stored paragraph
003736* number steps.  A heading line closes any open block and is
003742* staged as a ".HEADING" directive, a paragraph of its own.
003750*****************************************************************
003760 2210-STAGE-ONE-ARCHIVE-LINE.
003770     READ archFile NEXT
003810     END-READ
003820
003830     IF arcDocId NOT = partDocId
003831         SET END-OF-PART-YES TO TRUE
003832         GO TO 2210-EXIT
003833     END-IF
003834
003835     IF ARC-REC-HEADING
003836         PERFORM 2220-CLOSE-OPEN-BLOCK THRU 2220-EXIT
003837         MOVE SPACES TO workLine
003838         STRING ".HEADING " DELIMITED BY SIZE
003839             arcText DELIMITED BY SIZE
003840             INTO workLine
003841         WRITE workLine
003842         ADD 1 TO partLineCount
003850         GO TO 2210-EXIT
003860     END-IF
003870
004270 4000-RUN-ENGINE.
004280     CALL "FORMENG" USING asmWorkName lineWidthParm
004290         preserveDigitsParm batchModeParm alignModeParm
004296         profileParm clientCodeParm keywordListParm
004302         requesterIdParm redactParm.
004310 4000-EXIT.
004320     EXIT.
004330
