000166*                   across a chunk boundary came apart into two
000169*                   tokens -- a false mismatch on any document
000172*                   bigger than one chunk.
000176* 2026-10-15  TM    Honor the ".HEADING" directive: the
000180*                   directive word never joins the word stream,
000184*                   and the heading's own words keep their
000188*                   digits -- the reflow writes a heading as
000192*                   keyed.
000196* 2026-10-15  TM    Accept a value the reflow masked under
000200*                   redaction: an output word the same length
000204*                   as its source word, differing only where a
000208*                   source digit reads "X", is a match, not a
000212*                   mismatch -- unless the run's AUDITLOG row
000216*                   says nothing was masked.  The report counts
000220*                   the masked values matched.
000224
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RECONCIL.
000250 AUTHOR. TREVOR MINES.
000776 01  verbatimMode PIC X(1) VALUE "N".
000777     88  VERBATIM-MODE-YES VALUE "Y".
000778     88  VERBATIM-MODE-NO  VALUE "N".
000779* Set for a ".HEADING" record: its directive word is blanked
000780* out and its digits are left alone.  srcDirWork holds the
000781* record's first nine columns, upper-cased, to test for it.
000782 01  headingRecord PIC X(1) VALUE "N".
000783     88  HEADING-RECORD-YES VALUE "Y".
000784     88  HEADING-RECORD-NO  VALUE "N".
000785 01  srcDirWork PIC X(9).
000786
000790* Source word-stream state: the current input record, the scan
000800* pointer inside it, and its content length after the same
000810* cleanup the reflow applies (newlines to spaces, digits
001290     88  MISMATCH-OUTPUT-SHORT VALUE "S".
001300     88  MISMATCH-OUTPUT-EXTRA VALUE "X".
001310 01  matchedWordCount PIC 9(8) VALUE 0.
001311
001312* Masked-value fields.  Under redaction the reflow writes all
001313* but the last four digits of an SSN or account number as "X"
001314* and keeps the word's length, so the word reads back
001315* position for position against its source with an "X" for
001316* each masked digit.
001317 01  maskedMatch PIC X(1) VALUE "N".
001318     88  MASKED-MATCH-YES VALUE "Y".
001319     88  MASKED-MATCH-NO  VALUE "N".
001320 01  maskPos PIC 9(8) VALUE 0.
001321 01  maskXCount PIC 9(8) VALUE 0.
001322 01  maskedWordCount PIC 9(8) VALUE 0.
001323
001330* Hyphen-rejoin work fields.  A word the reflow split across
001340* lines reads back as chunks ending in "-"; the walk glues
001350* chunks back together before deciding the streams disagree.
001510 01  auditWordCount PIC 9(8) VALUE 0.
001515 01  auditDocId PIC 9(16) VALUE 0.
001520 01  auditLineCount PIC 9(8) VALUE 0.
001525 01  auditRedactCount PIC 9(8) VALUE 0.
001530 01  auditEOF PIC 9(1) VALUE 0.
001540     88  AUDIT-EOF-YES VALUE 1.
001550     88  AUDIT-EOF-NO  VALUE 0.
002570             MOVE audWordCount TO auditWordCount
002580             MOVE audLineCount TO auditLineCount
002585             MOVE audDocId TO auditDocId
002587             MOVE audRedactCount TO auditRedactCount
002590         END-IF
002600     END-IF.
002610 1210-EXIT.
002660* Takes the next word from the source stream and the next word
002670* from the REFLOWDAT stream and requires them to agree.  A
002680* word the reflow hyphen-split across lines is glued back
002687* together by 3300-REJOIN-SPLIT-WORD, and a value masked under
002694* redaction is recognized by 3050-CHECK-MASKED-WORD, before the
002701* streams are declared out of step.
002710*****************************************************************
002720 3000-COMPARE-ONE-WORD.
002730     PERFORM 3100-GET-SOURCE-WORD THRU 3100-EXIT
002890         PERFORM 3300-REJOIN-SPLIT-WORD THRU 3300-EXIT
002900     END-IF
002910
002913     IF outWord NOT = srcWord
002916         PERFORM 3050-CHECK-MASKED-WORD THRU 3050-EXIT
002919     END-IF
002922
002925     IF outWord = srcWord OR MASKED-MATCH-YES
002930         ADD 1 TO matchedWordCount
002940     ELSE
002950         MOVE "Y" TO mismatchFound
002960         SET MISMATCH-WORD-DIFFERS TO TRUE
002961         MOVE currentOutLineNum TO mismatchLineNum
002962         MOVE srcWord TO mismatchExpected
002963         MOVE outWord TO mismatchActual
002964     END-IF.
002965 3000-EXIT.
002966     EXIT.
002967
002968*****************************************************************
002969* 3050-CHECK-MASKED-WORD
002970* The output word still disagrees with the source word: it is
002971* a masked value when both are the same length and every
002972* position either agrees or holds an "X" over a source digit,
002973* with at least one such "X".  Not tried when the run's
002974* AUDITLOG row shows no values were masked.
002975*****************************************************************
002976 3050-CHECK-MASKED-WORD.
002977     MOVE "N" TO maskedMatch
002978     IF AUDIT-ROW-FOUND-YES AND auditRedactCount = 0
002979         GO TO 3050-EXIT
002980     END-IF
002981
002982     MOVE FUNCTION LENGTH(FUNCTION TRIM(outWord)) TO outWordLen
002983     IF outWordLen NOT = srcWordLen
002984         GO TO 3050-EXIT
002985     END-IF
002986
002987     MOVE "Y" TO maskedMatch
002988     MOVE 0 TO maskXCount
002989     MOVE 1 TO maskPos
002990     PERFORM 3060-CHECK-ONE-POSITION THRU 3060-EXIT
002991         UNTIL maskPos > srcWordLen OR MASKED-MATCH-NO
002992
002993     IF maskXCount = 0
002994         MOVE "N" TO maskedMatch
002995     END-IF
002996     IF MASKED-MATCH-YES
002997         ADD 1 TO maskedWordCount
002998     END-IF.
002999 3050-EXIT.
003000     EXIT.
003001
003002*****************************************************************
003003* 3060-CHECK-ONE-POSITION
003004* One position of the masked-value test.
003005*****************************************************************
003006 3060-CHECK-ONE-POSITION.
003007     IF outWord(maskPos:1) NOT = srcWord(maskPos:1)
003008         IF outWord(maskPos:1) = "X"
003009             AND srcWord(maskPos:1) IS NUMERIC
003010             ADD 1 TO maskXCount
003011         ELSE
003012             MOVE "N" TO maskedMatch
003013         END-IF
003014     END-IF
003015     ADD 1 TO maskPos.
003016 3060-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003350             MOVE "N" TO verbatimMode
003352             GO TO 3110-EXIT
003354         END-IF
003355         MOVE "N" TO headingRecord
003356         IF VERBATIM-MODE-NO
003357             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(srcLine
003358                 LEADING)) TO srcDirWork
003359             IF srcDirWork = ".HEADING "
003360                 MOVE FUNCTION TRIM(srcLine LEADING) TO srcLine
003361                 MOVE SPACES TO srcLine(1:8)
003362                 MOVE "Y" TO headingRecord
003363             END-IF
003364         END-IF
003365         IF PRESERVE-DIGITS-NO AND VERBATIM-MODE-NO
003366             AND HEADING-RECORD-NO
003367             INSPECT srcLine CONVERTING "0123456789"
003368                 TO "          "
003369         END-IF
003380         MOVE FUNCTION LENGTH(FUNCTION TRIM(srcLine
003385             TRAILING)) TO srcRecLen
003400         MOVE 1 TO srcPoint
005860                 " WORDS COMPARED" DELIMITED BY SIZE
005870                 INTO prtText
005880             WRITE prtRecord
005881             IF maskedWordCount > 0
005882                 MOVE SPACES TO prtRecord
005883                 MOVE " " TO prtCarriageCtl
005884                 STRING "MASKED VALUES MATCHED AS REDACTED: "
005885                     DELIMITED BY SIZE
005886                     maskedWordCount DELIMITED BY SIZE
005887                     INTO prtText
005888                 WRITE prtRecord
005889             END-IF
005890         WHEN MISMATCH-WORD-DIFFERS
005900             MOVE SPACES TO prtRecord
005910             MOVE " " TO prtCarriageCtl
