000320*                   reported as not compared and counts as a
000330*                   difference -- the safe verdict for a gate
000340*                   that suppresses resends on "identical".
000341* 2026-10-15  TM    Headings (arcRecType "H", from the engine's
000342*                   ".HEADING" directive) report as HEADING
000343*                   rather than PARAGRAPH, so the report follows
000344*                   the document's structure, and a paragraph
000345*                   that became a heading or stopped being one
000346*                   is changed even when its words are not.
000347*                   The trailer counts each side's headings.
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ARCHCOMP.
000960 01  paraBuild PIC X(4096).
000970 01  paraBuildLen PIC 9(4) VALUE 0.
000980 01  paraCut PIC X(1) VALUE "N".
000985 01  paraType PIC X(1) VALUE "T".
000990
001000* Line-to-words scan fields, the same squeeze the compliance
001010* scan uses on verbatim lines: each stored line's words join
001060 01  scanWordLen PIC 9(3) VALUE 0.
001070
001080* One paragraph table per document: the source paragraph
001087* number, the rebuilt word stream and its length, the cut
001094* flag for a paragraph that outgrew the field, and its type:
001101* "H" for a heading, "T" for text.
001110 01  paraTableMax PIC 9(4) COMP VALUE 500.
001120 01  paraCountA PIC 9(4) COMP VALUE 0.
001130 01  paraOverflowA PIC 9(4) COMP VALUE 0.
001160         10  paraNumA PIC 9(8).
001170         10  paraLenA PIC 9(4).
001180         10  paraCutA PIC X(1).
001185         10  paraTypeA PIC X(1).
001190         10  paraTextA PIC X(4096).
001200 01  paraCountB PIC 9(4) COMP VALUE 0.
001210 01  paraOverflowB PIC 9(4) COMP VALUE 0.
001240         10  paraNumB PIC 9(8).
001250         10  paraLenB PIC 9(4).
001260         10  paraCutB PIC X(1).
001265         10  paraTypeB PIC X(1).
001270         10  paraTextB PIC X(4096).
001280
001290* Compare results.
001380     88  DIFFERENCE-FOUND-YES VALUE "Y".
001390     88  DIFFERENCE-FOUND-NO  VALUE "N".
001400 01  paraNumDisplay PIC ZZZZZZZ9.
001402 01  paraLabel PIC X(10).
001404 01  headingCountA PIC 9(4) VALUE 0.
001406 01  headingCountB PIC 9(4) VALUE 0.
001410 01  quoteText PIC X(120).
001420
001430* Print-control fields, kept to the same page size the reflow
003280         MOVE SPACES TO paraBuild
003290         MOVE 0 TO paraBuildLen
003300         MOVE "N" TO paraCut
003301         IF ARC-REC-HEADING
003302             MOVE "H" TO paraType
003303         ELSE
003304             MOVE "T" TO paraType
003305         END-IF
003310     END-IF
003320
003330     PERFORM 2200-APPEND-LINE-WORDS THRU 2200-EXIT.
004030             MOVE currentParaNum TO paraNumA(paraCountA)
004040             MOVE paraBuildLen TO paraLenA(paraCountA)
004050             MOVE paraCut TO paraCutA(paraCountA)
004052             MOVE paraType TO paraTypeA(paraCountA)
004054             IF paraType = "H"
004056                 ADD 1 TO headingCountA
004058             END-IF
004060             MOVE paraBuild TO paraTextA(paraCountA)
004070         ELSE
004080             ADD 1 TO paraOverflowA
004130             MOVE currentParaNum TO paraNumB(paraCountB)
004140             MOVE paraBuildLen TO paraLenB(paraCountB)
004150             MOVE paraCut TO paraCutB(paraCountB)
004152             MOVE paraType TO paraTypeB(paraCountB)
004154             IF paraType = "H"
004156                 ADD 1 TO headingCountB
004158             END-IF
004160             MOVE paraBuild TO paraTextB(paraCountB)
004170         ELSE
004180             ADD 1 TO paraOverflowB
004790* One position of the shared range.  Identical streams pass
004800* silently; a cut stream cannot be trusted either way and
004810* reports as not compared; anything else prints as changed
004815* with the text quoted both ways.  A heading on either side
004820* is labelled HEADING, and one side's heading against the
004825* other's text is a change whatever the words.
004830*****************************************************************
004840 3100-COMPARE-ONE-PARAGRAPH.
004850     ADD 1 TO compareIndex
004851     IF paraTypeA(compareIndex) = "H"
004852         OR paraTypeB(compareIndex) = "H"
004853         MOVE "HEADING   " TO paraLabel
004854     ELSE
004855         MOVE "PARAGRAPH " TO paraLabel
004856     END-IF
004860
004870     IF paraCutA(compareIndex) = "Y"
004880         OR paraCutB(compareIndex) = "Y"
004900         MOVE paraNumB(compareIndex) TO paraNumDisplay
004910         MOVE SPACES TO prtRecord
004920         MOVE " " TO prtCarriageCtl
004930         STRING paraLabel DELIMITED BY SIZE
004940             paraNumDisplay DELIMITED BY SIZE
004950             " NOT COMPARED -- TOO LONG FOR THE COMPARE "
004960             DELIMITED BY SIZE
005010     END-IF
005020
005030     IF paraTextA(compareIndex) = paraTextB(compareIndex)
005035         AND paraTypeA(compareIndex) = paraTypeB(compareIndex)
005040         ADD 1 TO sameCount
005050         GO TO 3100-EXIT
005060     END-IF
005090     MOVE paraNumB(compareIndex) TO paraNumDisplay
005100     MOVE SPACES TO prtRecord
005110     MOVE " " TO prtCarriageCtl
005120     STRING paraLabel DELIMITED BY SIZE
005130         paraNumDisplay DELIMITED BY SIZE
005140         " CHANGED" DELIMITED BY SIZE
005150         INTO prtText
005151     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005152
005153     IF paraTypeA(compareIndex) NOT = paraTypeB(compareIndex)
005154         MOVE SPACES TO prtRecord
005155         MOVE " " TO prtCarriageCtl
005156         IF paraTypeB(compareIndex) = "H"
005157             STRING "  (TEXT IS NOW A HEADING)" DELIMITED BY SIZE
005158                 INTO prtText
005159         ELSE
005160             STRING "  (HEADING IS NOW TEXT)" DELIMITED BY SIZE
005161                 INTO prtText
005162         END-IF
005163         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005164     END-IF
005170
005180     MOVE paraTextA(compareIndex)(1:120) TO quoteText
005190     MOVE SPACES TO prtRecord
005410 3200-REPORT-ONE-REMOVED.
005420     ADD 1 TO compareIndex
005430     ADD 1 TO removedCount
005431     IF paraTypeA(compareIndex) = "H"
005432         MOVE "HEADING   " TO paraLabel
005433     ELSE
005434         MOVE "PARAGRAPH " TO paraLabel
005435     END-IF
005440     MOVE paraNumA(compareIndex) TO paraNumDisplay
005450     MOVE SPACES TO prtRecord
005460     MOVE " " TO prtCarriageCtl
005470     STRING paraLabel DELIMITED BY SIZE
005480         paraNumDisplay DELIMITED BY SIZE
005490         " REMOVED" DELIMITED BY SIZE
005500         INTO prtText
005680 3300-REPORT-ONE-ADDED.
005690     ADD 1 TO compareIndex
005700     ADD 1 TO addedCount
005701     IF paraTypeB(compareIndex) = "H"
005702         MOVE "HEADING   " TO paraLabel
005703     ELSE
005704         MOVE "PARAGRAPH " TO paraLabel
005705     END-IF
005710     MOVE paraNumB(compareIndex) TO paraNumDisplay
005720     MOVE SPACES TO prtRecord
005730     MOVE " " TO prtCarriageCtl
005740     STRING paraLabel DELIMITED BY SIZE
005750         paraNumDisplay DELIMITED BY SIZE
005760         " ADDED" DELIMITED BY SIZE
005770         INTO prtText
006370         removedCount DELIMITED BY SIZE
006380         INTO prtText
006390     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006391
006392     IF headingCountA > 0 OR headingCountB > 0
006393         MOVE SPACES TO prtRecord
006394         MOVE " " TO prtCarriageCtl
006395         STRING "  HEADINGS:     " DELIMITED BY SIZE
006396             headingCountA DELIMITED BY SIZE
006397             " OLD, " DELIMITED BY SIZE
006398             headingCountB DELIMITED BY SIZE
006399             " NEW" DELIMITED BY SIZE
006400             INTO prtText
006401         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006402     END-IF
006403
006410     IF notComparedCount > 0
006420         MOVE SPACES TO prtRecord
006430         MOVE " " TO prtCarriageCtl
