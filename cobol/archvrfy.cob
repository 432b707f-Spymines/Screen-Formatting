000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- archival-master integrity verify
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  Nothing proved a document
000090*                   in ARCHMAST complete: an abend between
000100*                   archive writes, a half-finished ARCHPURG,
000110*                   or a bad restore could leave one short, and
000120*                   ARCHEXTR would reprint what was left.  This
000130*                   job walks ARCHMAST a document at a time and
000140*                   checks each against its ARCHCTL control
000150*                   record (CTLREC.CPY) and its AUDITLOG row:
000160*                   line count, line-number sequence, word and
000170*                   paragraph counts, the text hash total, and
000180*                   the completion code.  It then walks ARCHCTL
000190*                   for documents that have a control record
000200*                   but no archived lines at all.  VRFYRPT
000210*                   lists every document that is short, has
000220*                   line-number gaps, has no control record,
000230*                   differs from its control totals, or does
000240*                   not match its audit row, then the totals.
000250*                   The same two optional CHAINING range
000260*                   parameters ARCHSCAN takes (a 16-digit
000270*                   document ID or a YYYYMMDD date each) bound
000280*                   the walk -- documents archived before the
000290*                   control records existed are left out by
000300*                   starting the range after them.
000310*                   RETURN-CODE 0 when the range balances, 8
000320*                   when any document is out of balance or the
000330*                   verify could not run (bad range, archive
000340*                   or control master unavailable, more audit
000350*                   rows in the range than the table holds), so
000360*                   the schedule holds ARCHPURG and DISTLOAD.
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ARCHVRFY.
000400 AUTHOR. TREVOR MINES.
000410 INSTALLATION. CSC 330.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT archFile ASSIGN TO "ARCHMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS arcKey
000520         FILE STATUS IS archFileStatus.
000530
000540     SELECT ctlFile ASSIGN TO "ARCHCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ctlDocId
000580         FILE STATUS IS ctlFileStatus.
000590
000600     SELECT auditFile ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS auditFileStatus.
000630
000640     SELECT reportFile ASSIGN TO "VRFYRPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS reportFileStatus.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  archFile.
000710     COPY ARCREC.
000720
000730 FD  ctlFile.
000740     COPY CTLREC.
000750
000760 FD  auditFile.
000770     COPY AUDREC.
000780
000790 FD  reportFile.
000800     COPY PRTREC.
000810
000820 WORKING-STORAGE SECTION.
000830 01  archFileStatus PIC X(2) VALUE SPACES.
000840 01  ctlFileStatus PIC X(2) VALUE SPACES.
000850 01  auditFileStatus PIC X(2) VALUE SPACES.
000860 01  reportFileStatus PIC X(2) VALUE SPACES.
000870 77  END-OF-ARCHIVE PIC 9(1) VALUE 0.
000880     88  END-OF-ARCHIVE-YES VALUE 1.
000890     88  END-OF-ARCHIVE-NO  VALUE 0.
000900 77  END-OF-CONTROL PIC 9(1) VALUE 0.
000910     88  END-OF-CONTROL-YES VALUE 1.
000920     88  END-OF-CONTROL-NO  VALUE 0.
000930 77  END-OF-AUDIT PIC 9(1) VALUE 0.
000940     88  END-OF-AUDIT-YES VALUE 1.
000950     88  END-OF-AUDIT-NO  VALUE 0.
000960 01  verifyReady PIC X(1) VALUE "N".
000970     88  VERIFY-READY-YES VALUE "Y".
000980     88  VERIFY-READY-NO  VALUE "N".
000990
001000* The range parameters as keyed, and the document-ID bounds
001010* derived from them, worked out exactly as ARCHSCAN does.
001020 01  fromParm PIC X(16) VALUE SPACES.
001030 01  toParm PIC X(16) VALUE SPACES.
001040 01  boundParm PIC X(16) VALUE SPACES.
001050 01  boundWork PIC X(16).
001060 01  boundLen PIC 9(2) VALUE 0.
001070 01  boundKind PIC X(1) VALUE SPACE.
001080     88  BOUND-BLANK VALUE "B".
001090     88  BOUND-DATE  VALUE "D".
001100     88  BOUND-DOC   VALUE "I".
001110     88  BOUND-BAD   VALUE "X".
001120 01  fromKind PIC X(1) VALUE SPACE.
001130 01  boundBuild.
001140     05  boundDate PIC 9(8).
001150     05  boundRest PIC 9(8).
001160 01  boundValue REDEFINES boundBuild PIC 9(16).
001170 01  rangeLowDocId PIC 9(16) VALUE 0.
001180 01  rangeHighDocId PIC 9(16) VALUE 9999999999999999.
001190 01  rangeValid PIC X(1) VALUE "N".
001200     88  RANGE-VALID-YES VALUE "Y".
001210     88  RANGE-VALID-NO  VALUE "N".
001220
001230* The audit rows for documents in the range, loaded once so
001240* each document's row can be found as the archive is walked.
001250* A later row for the same document replaces an earlier one.
001260 01  audMapMax PIC 9(4) COMP VALUE 2000.
001270 01  audMapCount PIC 9(4) COMP VALUE 0.
001280 01  audMapTable.
001290     05  audMapEntry OCCURS 2000 TIMES.
001300         10  audMapDocId PIC 9(16).
001310         10  audMapLineCount PIC 9(8).
001320         10  audMapWordCount PIC 9(8).
001330         10  audMapCompletion PIC X(2).
001340 01  audMapIndex PIC 9(4) COMP VALUE 0.
001350 01  audMapFound PIC X(1) VALUE "N".
001360     88  AUD-MAP-FOUND-YES VALUE "Y".
001370     88  AUD-MAP-FOUND-NO  VALUE "N".
001380 01  audMapOverflow PIC X(1) VALUE "N".
001390     88  AUD-MAP-OVERFLOW-YES VALUE "Y".
001400     88  AUD-MAP-OVERFLOW-NO  VALUE "N".
001410
001420* Per-document totals rebuilt from the archived lines, in the
001430* same terms the engine's control record uses: the line hash
001440* is each character's ordinal times its column, through the
001450* line's last non-blank column.  expectedLineNum is the line
001460* number the next record should carry; any other number is a
001470* gap.
001480 01  currentDocId PIC 9(16) VALUE 0.
001490 01  docActive PIC X(1) VALUE "N".
001500     88  DOC-ACTIVE-YES VALUE "Y".
001510     88  DOC-ACTIVE-NO  VALUE "N".
001520 01  docLineCount PIC 9(8) VALUE 0.
001530 01  docWordCount PIC 9(8) VALUE 0.
001540 01  docParaCount PIC 9(8) VALUE 0.
001550 01  docLastParaNum PIC 9(8) VALUE 0.
001560 01  docHashTotal PIC 9(18) VALUE 0.
001570 01  docGapCount PIC 9(8) VALUE 0.
001580 01  expectedLineNum PIC 9(8) VALUE 0.
001590 01  lineHash PIC 9(9) VALUE 0.
001600 01  hashPos PIC 9(3) VALUE 0.
001610 01  hashLen PIC 9(3) VALUE 0.
001620 01  docProblemCount PIC 9(4) VALUE 0.
001630 01  controlFound PIC X(1) VALUE "N".
001640     88  CONTROL-FOUND-YES VALUE "Y".
001650     88  CONTROL-FOUND-NO  VALUE "N".
001690
001700* The problem line being built: what is wrong, the figure
001710* the control record or audit row expected, and the figure
001720* the archive actually holds.
001730 01  problemText PIC X(24) VALUE SPACES.
001740 01  problemExpected PIC X(18) VALUE SPACES.
001750 01  problemFound PIC X(18) VALUE SPACES.
001760 01  countEdit PIC Z(7)9.
001770 01  hashEdit PIC Z(17)9.
001780
001790* Run totals for the report trailer.
001800 01  docsVerifiedCount PIC 9(8) VALUE 0.
001810 01  docsBalancedCount PIC 9(8) VALUE 0.
001820 01  docsOutCount PIC 9(8) VALUE 0.
001830 01  linesVerifiedCount PIC 9(8) VALUE 0.
001840 01  shortDocCount PIC 9(8) VALUE 0.
001850 01  gapDocCount PIC 9(8) VALUE 0.
001860 01  noControlDocCount PIC 9(8) VALUE 0.
001870 01  controlDiffDocCount PIC 9(8) VALUE 0.
001880 01  auditDiffDocCount PIC 9(8) VALUE 0.
001890 01  noLinesDocCount PIC 9(8) VALUE 0.
001900 01  docShort PIC X(1) VALUE "N".
001910 01  docControlDiff PIC X(1) VALUE "N".
001920 01  docAuditDiff PIC X(1) VALUE "N".
001930
001940* Print-control fields, kept to the same page size the reflow
001950* report uses.
001960 01  pageNum PIC 9(4) VALUE 1.
001970 01  linesOnPage PIC 9(4) VALUE 0.
001980 01  linesPerPage PIC 9(3) VALUE 55.
001990 01  currentDateTime PIC X(21).
002000 01  runDate REDEFINES currentDateTime.
002010     05  runDateYYYYMMDD PIC 9(8).
002020     05  runTimeHHMMSS   PIC 9(6).
002030     05  FILLER          PIC X(7).
002040 01  runDateDisplay PIC X(10).
002050
002060 PROCEDURE DIVISION CHAINING fromParm toParm.
002070
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002100
002110     IF VERIFY-READY-YES
002120         PERFORM 2000-POSITION-TO-START THRU 2000-EXIT
002130         PERFORM 3000-VERIFY-ONE-LINE THRU 3000-EXIT
002140             UNTIL END-OF-ARCHIVE-YES
002150         PERFORM 3500-CLOSE-OPEN-DOCUMENT THRU 3500-EXIT
002160         PERFORM 4000-POSITION-CONTROL THRU 4000-EXIT
002170         PERFORM 4100-CHECK-ONE-CONTROL THRU 4100-EXIT
002180             UNTIL END-OF-CONTROL-YES
002190         PERFORM 5000-WRITE-VERIFY-TRAILER THRU 5000-EXIT
002200         IF docsOutCount > 0
002210             MOVE 8 TO RETURN-CODE
002220         END-IF
002230     END-IF
002240
002250     PERFORM 9999-END-RUN THRU 9999-EXIT
002260     GOBACK.
002270
002280*****************************************************************
002290* 1000-INITIALIZE-RUN
002300* Works out the document-ID range, loads the range's audit
002310* rows, and opens the archive, the control master, and the
002320* verify report.  RETURN-CODE 8 and no verify when the range
002330* is bad, either master will not open, or the range holds
002340* more audit rows than the table does.
002350*****************************************************************
002360 1000-INITIALIZE-RUN.
002370     MOVE FUNCTION CURRENT-DATE TO currentDateTime
002380     MOVE runDateYYYYMMDD TO runDateDisplay
002390     MOVE "N" TO verifyReady
002400
002410     PERFORM 1050-DERIVE-RANGE THRU 1050-EXIT
002420     IF RANGE-VALID-NO
002430         MOVE 8 TO RETURN-CODE
002440         GO TO 1000-EXIT
002450     END-IF
002460
002470     PERFORM 1080-LOAD-AUDIT-ROWS THRU 1080-EXIT
002480     IF AUD-MAP-OVERFLOW-YES
002490         DISPLAY "ARCHVRFY ENDED -- MORE THAN " audMapMax
002500             " AUDIT ROWS IN THE RANGE; NARROW THE RANGE AND "
002510             "VERIFY IT IN PIECES"
002520         MOVE 8 TO RETURN-CODE
002530         GO TO 1000-EXIT
002540     END-IF
002550
002560     OPEN INPUT archFile
002570     IF archFileStatus NOT = "00"
002580         DISPLAY "ARCHVRFY ENDED -- ARCHIVE MASTER ARCHMAST "
002590             "IS UNAVAILABLE, STATUS " archFileStatus
002600         MOVE 8 TO RETURN-CODE
002610         GO TO 1000-EXIT
002620     END-IF
002630
002640     OPEN INPUT ctlFile
002650     IF ctlFileStatus NOT = "00"
002660         DISPLAY "ARCHVRFY ENDED -- ARCHIVE CONTROL MASTER "
002670             "ARCHCTL IS UNAVAILABLE, STATUS " ctlFileStatus
002680         MOVE 8 TO RETURN-CODE
002690         GO TO 1000-EXIT
002700     END-IF
002710
002720     OPEN OUTPUT reportFile
002730     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002740     PERFORM 1200-WRITE-RANGE-LINES THRU 1200-EXIT
002750     MOVE "Y" TO verifyReady.
002760 1000-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800* 1050-DERIVE-RANGE
002810* Turns the two range parameters into a low and a high
002820* document ID.  Both blank is the whole archive.  A lone
002830* first parameter is one document (an ID) or one day (a
002840* date); a second parameter ends the range -- at that
002850* document, or at the last document of that day.  A bound
002860* that is neither eight nor sixteen digits, a lone second
002870* parameter, or a range that runs backwards ends the run.
002880*****************************************************************
002890 1050-DERIVE-RANGE.
002900     MOVE "Y" TO rangeValid
002910     MOVE 0 TO rangeLowDocId
002920     MOVE 9999999999999999 TO rangeHighDocId
002930
002940     MOVE fromParm TO boundParm
002950     PERFORM 1060-CLASSIFY-BOUND THRU 1060-EXIT
002960     MOVE boundKind TO fromKind
002970     EVALUATE TRUE
002980         WHEN BOUND-BAD
002990             DISPLAY "ARCHVRFY ENDED -- RANGE START MUST BE A "
003000                 "16-DIGIT DOCUMENT ID OR A YYYYMMDD DATE: "
003010                 fromParm
003020             MOVE "N" TO rangeValid
003030             GO TO 1050-EXIT
003040         WHEN BOUND-DOC
003050             MOVE boundValue TO rangeLowDocId
003060             MOVE boundValue TO rangeHighDocId
003070         WHEN BOUND-DATE
003080             MOVE 0 TO boundRest
003090             MOVE boundValue TO rangeLowDocId
003100             MOVE 99999999 TO boundRest
003110             MOVE boundValue TO rangeHighDocId
003120     END-EVALUATE
003130
003140     MOVE toParm TO boundParm
003150     PERFORM 1060-CLASSIFY-BOUND THRU 1060-EXIT
003160     EVALUATE TRUE
003170         WHEN BOUND-BLANK
003180             CONTINUE
003190         WHEN BOUND-BAD
003200             DISPLAY "ARCHVRFY ENDED -- RANGE END MUST BE A "
003210                 "16-DIGIT DOCUMENT ID OR A YYYYMMDD DATE: "
003220                 toParm
003230             MOVE "N" TO rangeValid
003240             GO TO 1050-EXIT
003250         WHEN fromKind = "B"
003260             DISPLAY "ARCHVRFY ENDED -- RANGE END GIVEN "
003270                 "WITHOUT A RANGE START"
003280             MOVE "N" TO rangeValid
003290             GO TO 1050-EXIT
003300         WHEN BOUND-DOC
003310             MOVE boundValue TO rangeHighDocId
003320         WHEN BOUND-DATE
003330             MOVE 99999999 TO boundRest
003340             MOVE boundValue TO rangeHighDocId
003350     END-EVALUATE
003360
003370     IF rangeLowDocId > rangeHighDocId
003380         DISPLAY "ARCHVRFY ENDED -- RANGE RUNS BACKWARDS: "
003390             fromParm " TO " toParm
003400         MOVE "N" TO rangeValid
003410     END-IF.
003420 1050-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460* 1060-CLASSIFY-BOUND
003470* Sorts one range parameter into blank, date (eight digits),
003480* document ID (sixteen digits), or bad, leaving its value in
003490* boundBuild.
003500*****************************************************************
003510 1060-CLASSIFY-BOUND.
003520     MOVE 0 TO boundValue
003530     IF boundParm = SPACES
003540         MOVE "B" TO boundKind
003550         GO TO 1060-EXIT
003560     END-IF
003570
003580     MOVE "X" TO boundKind
003590     MOVE FUNCTION TRIM(boundParm) TO boundWork
003600     MOVE FUNCTION LENGTH(FUNCTION TRIM(boundParm)) TO boundLen
003610     INSPECT boundWork CONVERTING "0123456789" TO "          "
003620     IF boundWork NOT = SPACES
003630         GO TO 1060-EXIT
003640     END-IF
003650
003660     IF boundLen = 16
003670         MOVE "I" TO boundKind
003680         MOVE FUNCTION NUMVAL(boundParm) TO boundValue
003690     END-IF
003700     IF boundLen = 8
003710         MOVE "D" TO boundKind
003720         MOVE FUNCTION NUMVAL(boundParm) TO boundDate
003730     END-IF.
003740 1060-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780* 1080-LOAD-AUDIT-ROWS
003790* Loads the AUDITLOG rows of every document in the range.  No
003800* AUDITLOG at all leaves the table empty, and every document
003810* is then reported as having no audit row -- which is the
003820* truth of it.
003830*****************************************************************
003840 1080-LOAD-AUDIT-ROWS.
003850     MOVE 0 TO audMapCount
003860     OPEN INPUT auditFile
003870     IF auditFileStatus NOT = "00"
003880         DISPLAY "ARCHVRFY -- AUDIT LOG AUDITLOG UNREADABLE, "
003890             "STATUS " auditFileStatus
003900             " -- NO DOCUMENT WILL MATCH AN AUDIT ROW"
003910         GO TO 1080-EXIT
003920     END-IF
003930     PERFORM 1085-LOAD-ONE-AUDIT-ROW THRU 1085-EXIT
003940         UNTIL END-OF-AUDIT-YES OR AUD-MAP-OVERFLOW-YES
003950     CLOSE auditFile.
003960 1080-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000* 1085-LOAD-ONE-AUDIT-ROW
004010* Takes one audit row into the table when its document is in
004020* the range; rows with no document ID (entries a driver
004030* turned away) never are.
004040*****************************************************************
004050 1085-LOAD-ONE-AUDIT-ROW.
004060     READ auditFile
004070         AT END
004080             SET END-OF-AUDIT-YES TO TRUE
004090             GO TO 1085-EXIT
004100     END-READ
004110
004120     IF audDocId = 0 OR audDocId < rangeLowDocId
004130         OR audDocId > rangeHighDocId
004140         GO TO 1085-EXIT
004150     END-IF
004160
004170     MOVE audDocId TO currentDocId
004180     PERFORM 3700-FIND-AUDIT-ROW THRU 3700-EXIT
004190     IF AUD-MAP-FOUND-NO
004200         IF audMapCount >= audMapMax
004210             MOVE "Y" TO audMapOverflow
004220             GO TO 1085-EXIT
004230         END-IF
004240         ADD 1 TO audMapCount
004250         MOVE audMapCount TO audMapIndex
004260     END-IF
004270     MOVE audDocId TO audMapDocId(audMapIndex)
004280     MOVE audLineCount TO audMapLineCount(audMapIndex)
004290     MOVE audWordCount TO audMapWordCount(audMapIndex)
004300     MOVE audCompletionCode TO audMapCompletion(audMapIndex).
004310 1085-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350* 1100-WRITE-REPORT-HEADER
004360* Starts a new verify-report page and resets the page line
004370* counter.
004380*****************************************************************
004390 1100-WRITE-REPORT-HEADER.
004400     MOVE SPACES TO prtRecord
004410     MOVE "1" TO prtCarriageCtl
004420     STRING "ARCHIVE INTEGRITY VERIFY" DELIMITED BY SIZE
004430         "          RUN DATE: " DELIMITED BY SIZE
004440         runDateDisplay DELIMITED BY SIZE
004450         "  PAGE: " DELIMITED BY SIZE
004460         pageNum DELIMITED BY SIZE
004470         INTO prtText
004480     WRITE prtRecord
004490
004500     MOVE SPACES TO prtRecord
004510     MOVE " " TO prtCarriageCtl
004520     WRITE prtRecord
004530
004540     ADD 1 TO pageNum
004550     MOVE 2 TO linesOnPage.
004560 1100-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600* 1150-WRITE-ONE-LINE
004610* Writes the line already built in prtRecord, breaking to a
004620* fresh page first whenever the page is full.
004630*****************************************************************
004640 1150-WRITE-ONE-LINE.
004650     IF linesOnPage >= linesPerPage
004660         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
004670     END-IF
004680     WRITE prtRecord
004690     ADD 1 TO linesOnPage.
004700 1150-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740* 1200-WRITE-RANGE-LINES
004750* Heads the report with the range verified, then the column
004760* heading for the problem lines.
004770*****************************************************************
004780 1200-WRITE-RANGE-LINES.
004790     MOVE SPACES TO prtRecord
004800     MOVE " " TO prtCarriageCtl
004810     STRING "DOCUMENTS " DELIMITED BY SIZE
004820         rangeLowDocId DELIMITED BY SIZE
004830         " THROUGH " DELIMITED BY SIZE
004840         rangeHighDocId DELIMITED BY SIZE
004850         INTO prtText
004860     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
004870
004880     MOVE SPACES TO prtRecord
004890     MOVE " " TO prtCarriageCtl
004900     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
004910
004920     MOVE SPACES TO prtRecord
004930     MOVE " " TO prtCarriageCtl
004940     STRING "DOCUMENT ID       PROBLEM                   "
004950         DELIMITED BY SIZE
004960         "          EXPECTED               FOUND"
004970         DELIMITED BY SIZE
004980         INTO prtText
004990     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
005000 1200-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 2000-POSITION-TO-START
005050* Positions the archive at the first line of the range.
005060* Nothing at or past it simply ends the archive walk.
005070*****************************************************************
005080 2000-POSITION-TO-START.
005090     MOVE rangeLowDocId TO arcDocId
005100     MOVE 0 TO arcLineNum
005110     START archFile KEY IS NOT LESS THAN arcKey
005120         INVALID KEY
005130             SET END-OF-ARCHIVE-YES TO TRUE
005140     END-START.
005150 2000-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 3000-VERIFY-ONE-LINE
005200* Reads the next archived line, ending the walk past the top
005210* of the range, and folds it into its document's totals.
005220* Stepping onto a new document ID checks the one just
005230* finished.
005240*****************************************************************
005250 3000-VERIFY-ONE-LINE.
005260     READ archFile NEXT
005270         AT END
005280             SET END-OF-ARCHIVE-YES TO TRUE
005290             GO TO 3000-EXIT
005300     END-READ
005310
005320     IF arcDocId > rangeHighDocId
005330         SET END-OF-ARCHIVE-YES TO TRUE
005340         GO TO 3000-EXIT
005350     END-IF
005360
005370     IF DOC-ACTIVE-YES AND arcDocId NOT = currentDocId
005380         PERFORM 3500-CLOSE-OPEN-DOCUMENT THRU 3500-EXIT
005390     END-IF
005400
005410     IF DOC-ACTIVE-NO
005420         MOVE "Y" TO docActive
005430         MOVE arcDocId TO currentDocId
005440         MOVE 0 TO docLineCount
005450         MOVE 0 TO docWordCount
005460         MOVE 0 TO docParaCount
005470         MOVE 0 TO docLastParaNum
005480         MOVE 0 TO docHashTotal
005490         MOVE 0 TO docGapCount
005500         MOVE 1 TO expectedLineNum
005510     END-IF
005520
005530     IF arcLineNum NOT = expectedLineNum
005540         ADD 1 TO docGapCount
005550     END-IF
005560     ADD 1 TO arcLineNum GIVING expectedLineNum
005570
005580     ADD 1 TO docLineCount
005590     ADD 1 TO linesVerifiedCount
005600     ADD arcWordCount TO docWordCount
005610     IF arcParaNum NOT = docLastParaNum
005620         ADD 1 TO docParaCount
005630         MOVE arcParaNum TO docLastParaNum
005640     END-IF
005650
005660     MOVE 0 TO lineHash
005670     MOVE 0 TO hashPos
005680     MOVE FUNCTION LENGTH(FUNCTION TRIM(arcText TRAILING))
005690         TO hashLen
005700     PERFORM 3050-HASH-ONE-CHARACTER THRU 3050-EXIT
005710         UNTIL hashPos >= hashLen
005720     ADD lineHash TO docHashTotal.
005730 3000-EXIT.
005740     EXIT.
005750
005760*****************************************************************
005770* 3050-HASH-ONE-CHARACTER
005780* One column of the line hash, exactly as the engine takes it.
005790*****************************************************************
005800 3050-HASH-ONE-CHARACTER.
005810     ADD 1 TO hashPos
005820     COMPUTE lineHash = lineHash
005830         + FUNCTION ORD(arcText(hashPos:1)) * hashPos.
005840 3050-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 3500-CLOSE-OPEN-DOCUMENT
005890* Checks the document just walked against its control record
005900* and its audit row, printing a line for each thing wrong
005910* with it.  Also run once after the walk for the last
005920* document.
005930*****************************************************************
005940 3500-CLOSE-OPEN-DOCUMENT.
005950     IF DOC-ACTIVE-NO
005960         GO TO 3500-EXIT
005970     END-IF
005980
005990     ADD 1 TO docsVerifiedCount
006000     MOVE 0 TO docProblemCount
006010     MOVE "N" TO docShort
006020     MOVE "N" TO docControlDiff
006030     MOVE "N" TO docAuditDiff
006040
006050     IF docGapCount > 0
006060         MOVE "LINE-NUMBER GAPS" TO problemText
006070         MOVE "NONE" TO problemExpected
006080         MOVE docGapCount TO countEdit
006090         MOVE countEdit TO problemFound
006100         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
006110         ADD 1 TO gapDocCount
006120     END-IF
006130
006140     MOVE currentDocId TO ctlDocId
006150     READ ctlFile
006160         INVALID KEY
006170             MOVE "N" TO controlFound
006180         NOT INVALID KEY
006190             MOVE "Y" TO controlFound
006200     END-READ
006210
006220     IF CONTROL-FOUND-NO
006230         MOVE "NO CONTROL RECORD" TO problemText
006240         MOVE SPACES TO problemExpected
006250         MOVE docLineCount TO countEdit
006260         MOVE countEdit TO problemFound
006270         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
006280         ADD 1 TO noControlDocCount
006290     ELSE
006300         PERFORM 3600-CHECK-AGAINST-CONTROL THRU 3600-EXIT
006310     END-IF
006320
006330     PERFORM 3800-CHECK-AGAINST-AUDIT THRU 3800-EXIT
006340
006350     IF docShort = "Y"
006360         ADD 1 TO shortDocCount
006370     END-IF
006380     IF docControlDiff = "Y"
006390         ADD 1 TO controlDiffDocCount
006400     END-IF
006410     IF docAuditDiff = "Y"
006420         ADD 1 TO auditDiffDocCount
006430     END-IF
006440     IF docProblemCount > 0
006450         ADD 1 TO docsOutCount
006460     ELSE
006470         ADD 1 TO docsBalancedCount
006480     END-IF
006490
006500     MOVE "N" TO docActive.
006510 3500-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550* 3600-CHECK-AGAINST-CONTROL
006560* Compares the rebuilt totals with the control record: fewer
006570* lines than it says is a short document, more is a control
006580* difference, and so is any word, paragraph, or hash total
006590* that does not agree.
006600*****************************************************************
006610 3600-CHECK-AGAINST-CONTROL.
006620     IF docLineCount NOT = ctlLineCount
006630         IF docLineCount < ctlLineCount
006640             MOVE "SHORT -- LINES MISSING" TO problemText
006650             MOVE "Y" TO docShort
006660         ELSE
006670             MOVE "MORE LINES THAN CONTROL" TO problemText
006680             MOVE "Y" TO docControlDiff
006690         END-IF
006700         MOVE ctlLineCount TO countEdit
006710         MOVE countEdit TO problemExpected
006720         MOVE docLineCount TO countEdit
006730         MOVE countEdit TO problemFound
006740         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
006750     END-IF
006760
006770     IF docWordCount NOT = ctlWordCount
006780         MOVE "WORD COUNT DIFFERS" TO problemText
006790         MOVE ctlWordCount TO countEdit
006800         MOVE countEdit TO problemExpected
006810         MOVE docWordCount TO countEdit
006820         MOVE countEdit TO problemFound
006830         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
006840         MOVE "Y" TO docControlDiff
006850     END-IF
006860
006870     IF docParaCount NOT = ctlParaCount
006880         MOVE "PARAGRAPH COUNT DIFFERS" TO problemText
006890         MOVE ctlParaCount TO countEdit
006900         MOVE countEdit TO problemExpected
006910         MOVE docParaCount TO countEdit
006920         MOVE countEdit TO problemFound
006930         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
006940         MOVE "Y" TO docControlDiff
006950     END-IF
006960
006970     IF docHashTotal NOT = ctlHashTotal
006980         MOVE "TEXT HASH TOTAL DIFFERS" TO problemText
006990         MOVE ctlHashTotal TO hashEdit
007000         MOVE hashEdit TO problemExpected
007010         MOVE docHashTotal TO hashEdit
007020         MOVE hashEdit TO problemFound
007030         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
007040         MOVE "Y" TO docControlDiff
007050     END-IF.
007060 3600-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* 3700-FIND-AUDIT-ROW
007110* Looks currentDocId up in the audit table, leaving
007120* audMapIndex on it when found.
007130*****************************************************************
007140 3700-FIND-AUDIT-ROW.
007150     MOVE "N" TO audMapFound
007160     MOVE 0 TO audMapIndex
007170     PERFORM 3710-PROBE-AUDIT-ROW THRU 3710-EXIT
007180         UNTIL AUD-MAP-FOUND-YES OR audMapIndex >= audMapCount.
007190 3700-EXIT.
007200     EXIT.
007210
007220*****************************************************************
007230* 3710-PROBE-AUDIT-ROW
007240* One probe of the audit-table search.
007250*****************************************************************
007260 3710-PROBE-AUDIT-ROW.
007270     ADD 1 TO audMapIndex
007280     IF audMapDocId(audMapIndex) = currentDocId
007290         MOVE "Y" TO audMapFound
007300     END-IF.
007310 3710-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350* 3800-CHECK-AGAINST-AUDIT
007360* Compares the document with its AUDITLOG row.  With a
007370* control record on hand the row must carry the same line
007380* and word totals and the same completion code; without one
007390* the row's line count is held against the archived lines.
007400*****************************************************************
007410 3800-CHECK-AGAINST-AUDIT.
007420     PERFORM 3700-FIND-AUDIT-ROW THRU 3700-EXIT
007430     IF AUD-MAP-FOUND-NO
007440         MOVE "NO AUDIT ROW" TO problemText
007450         MOVE SPACES TO problemExpected
007460         MOVE SPACES TO problemFound
007470         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
007480         MOVE "Y" TO docAuditDiff
007490         GO TO 3800-EXIT
007500     END-IF
007510
007520     IF CONTROL-FOUND-NO
007530         IF audMapLineCount(audMapIndex) NOT = docLineCount
007540             IF audMapLineCount(audMapIndex) > docLineCount
007550                 MOVE "Y" TO docShort
007560             END-IF
007570             MOVE "AUDIT LINE COUNT DIFFERS" TO problemText
007580             MOVE audMapLineCount(audMapIndex) TO countEdit
007590             MOVE countEdit TO problemExpected
007600             MOVE docLineCount TO countEdit
007610             MOVE countEdit TO problemFound
007620             PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
007630             MOVE "Y" TO docAuditDiff
007640         END-IF
007650         GO TO 3800-EXIT
007660     END-IF
007670
007680     IF audMapLineCount(audMapIndex) NOT = ctlLineCount
007690         MOVE "AUDIT LINE COUNT DIFFERS" TO problemText
007700         MOVE audMapLineCount(audMapIndex) TO countEdit
007710         MOVE countEdit TO problemExpected
007720         MOVE ctlLineCount TO countEdit
007730         MOVE countEdit TO problemFound
007740         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
007750         MOVE "Y" TO docAuditDiff
007760     END-IF
007770
007780     IF audMapWordCount(audMapIndex) NOT = ctlWordCount
007790         MOVE "AUDIT WORD COUNT DIFFERS" TO problemText
007800         MOVE audMapWordCount(audMapIndex) TO countEdit
007810         MOVE countEdit TO problemExpected
007820         MOVE ctlWordCount TO countEdit
007830         MOVE countEdit TO problemFound
007840         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
007850         MOVE "Y" TO docAuditDiff
007860     END-IF
007870
007880     IF audMapCompletion(audMapIndex) NOT = ctlCompletionCode
007890         MOVE "AUDIT COMPLETION DIFFERS" TO problemText
007900         MOVE audMapCompletion(audMapIndex) TO problemExpected
007910         MOVE ctlCompletionCode TO problemFound
007920         PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
007930         MOVE "Y" TO docAuditDiff
007940     END-IF.
007950 3800-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990* 3900-PRINT-PROBLEM
008000* Prints one problem line for currentDocId and counts it
008010* against the document.
008020*****************************************************************
008030 3900-PRINT-PROBLEM.
008040     ADD 1 TO docProblemCount
008050     MOVE SPACES TO prtRecord
008060     MOVE " " TO prtCarriageCtl
008070     STRING currentDocId DELIMITED BY SIZE
008080         "  " DELIMITED BY SIZE
008090         problemText DELIMITED BY SIZE
008100         "  " DELIMITED BY SIZE
008110         problemExpected DELIMITED BY SIZE
008120         "  " DELIMITED BY SIZE
008130         problemFound DELIMITED BY SIZE
008140         INTO prtText
008150     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
008160 3900-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 4000-POSITION-CONTROL
008210* Positions the control master at the first document of the
008220* range for the second pass.
008230*****************************************************************
008240 4000-POSITION-CONTROL.
008250     MOVE rangeLowDocId TO ctlDocId
008260     START ctlFile KEY IS NOT LESS THAN ctlDocId
008270         INVALID KEY
008280             SET END-OF-CONTROL-YES TO TRUE
008290     END-START.
008300 4000-EXIT.
008310     EXIT.
008320
008330*****************************************************************
008340* 4100-CHECK-ONE-CONTROL
008350* Reads the next control record in the range and makes sure
008360* the archive holds at least one line of its document -- the
008370* archive walk cannot see a document that lost every line.
008380* A control record for a run that archived nothing (an empty
008390* input rejected ER) expects nothing and is left alone.
008400*****************************************************************
008410 4100-CHECK-ONE-CONTROL.
008420     READ ctlFile NEXT
008430         AT END
008440             SET END-OF-CONTROL-YES TO TRUE
008450             GO TO 4100-EXIT
008460     END-READ
008470
008480     IF ctlDocId > rangeHighDocId
008490         SET END-OF-CONTROL-YES TO TRUE
008500         GO TO 4100-EXIT
008510     END-IF
008520     IF ctlLineCount = 0
008530         GO TO 4100-EXIT
008540     END-IF
008550
008570     MOVE ctlDocId TO arcDocId
008580     MOVE 0 TO arcLineNum
008590     START archFile KEY IS NOT LESS THAN arcKey
008600         INVALID KEY
008610             PERFORM 4150-NO-ARCHIVED-LINES THRU 4150-EXIT
008615             GO TO 4100-EXIT
008620     END-START
008630     READ archFile NEXT
008640         AT END
008650             PERFORM 4150-NO-ARCHIVED-LINES THRU 4150-EXIT
008655             GO TO 4100-EXIT
008660     END-READ
008670     IF arcDocId NOT = ctlDocId
008680         PERFORM 4150-NO-ARCHIVED-LINES THRU 4150-EXIT
008690     END-IF.
008693 4100-EXIT.
008696     EXIT.
008700
008701*****************************************************************
008702* 4150-NO-ARCHIVED-LINES
008703* The control record's document has no line left on the
008704* archive: counted out of balance and printed as a problem.
008705*****************************************************************
008710 4150-NO-ARCHIVED-LINES.
008720     ADD 1 TO docsVerifiedCount
008730     ADD 1 TO docsOutCount
008740     ADD 1 TO noLinesDocCount
008750     MOVE ctlDocId TO currentDocId
008760     MOVE 0 TO docProblemCount
008770     MOVE "NO ARCHIVED LINES" TO problemText
008780     MOVE ctlLineCount TO countEdit
008790     MOVE countEdit TO problemExpected
008800     MOVE 0 TO countEdit
008810     MOVE countEdit TO problemFound
008820     PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT.
008830 4150-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870* 5000-WRITE-VERIFY-TRAILER
008880* Prints the run totals: documents and lines verified, how
008890* many documents balanced and how many did not, and the
008900* out-of-balance documents broken down by what was wrong.
008910*****************************************************************
008920 5000-WRITE-VERIFY-TRAILER.
008930     IF docsOutCount = 0
008940         MOVE SPACES TO prtRecord
008950         MOVE " " TO prtCarriageCtl
008960         STRING "EVERY DOCUMENT IN THE RANGE BALANCES"
008970             DELIMITED BY SIZE
008980             INTO prtText
008990         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009000     END-IF
009010
009020     MOVE SPACES TO prtRecord
009030     MOVE " " TO prtCarriageCtl
009040     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009050
009060     MOVE SPACES TO prtRecord
009070     MOVE " " TO prtCarriageCtl
009080     STRING "DOCUMENTS VERIFIED:       " DELIMITED BY SIZE
009090         docsVerifiedCount DELIMITED BY SIZE
009100         INTO prtText
009110     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009120
009130     MOVE SPACES TO prtRecord
009140     MOVE " " TO prtCarriageCtl
009150     STRING "LINES VERIFIED:           " DELIMITED BY SIZE
009160         linesVerifiedCount DELIMITED BY SIZE
009170         INTO prtText
009180     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009190
009200     MOVE SPACES TO prtRecord
009210     MOVE " " TO prtCarriageCtl
009220     STRING "DOCUMENTS IN BALANCE:     " DELIMITED BY SIZE
009230         docsBalancedCount DELIMITED BY SIZE
009240         INTO prtText
009250     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009260
009270     MOVE SPACES TO prtRecord
009280     MOVE " " TO prtCarriageCtl
009290     STRING "DOCUMENTS OUT OF BALANCE: " DELIMITED BY SIZE
009300         docsOutCount DELIMITED BY SIZE
009310         INTO prtText
009320     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009330
009340     MOVE SPACES TO prtRecord
009350     MOVE " " TO prtCarriageCtl
009360     STRING "  SHORT:                  " DELIMITED BY SIZE
009370         shortDocCount DELIMITED BY SIZE
009380         INTO prtText
009390     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009400
009410     MOVE SPACES TO prtRecord
009420     MOVE " " TO prtCarriageCtl
009430     STRING "  NO ARCHIVED LINES:      " DELIMITED BY SIZE
009440         noLinesDocCount DELIMITED BY SIZE
009450         INTO prtText
009460     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009470
009480     MOVE SPACES TO prtRecord
009490     MOVE " " TO prtCarriageCtl
009500     STRING "  LINE-NUMBER GAPS:       " DELIMITED BY SIZE
009510         gapDocCount DELIMITED BY SIZE
009520         INTO prtText
009530     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009540
009550     MOVE SPACES TO prtRecord
009560     MOVE " " TO prtCarriageCtl
009570     STRING "  NO CONTROL RECORD:      " DELIMITED BY SIZE
009580         noControlDocCount DELIMITED BY SIZE
009590         INTO prtText
009600     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009610
009620     MOVE SPACES TO prtRecord
009630     MOVE " " TO prtCarriageCtl
009640     STRING "  CONTROL TOTALS DIFFER:  " DELIMITED BY SIZE
009650         controlDiffDocCount DELIMITED BY SIZE
009660         INTO prtText
009670     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009680
009690     MOVE SPACES TO prtRecord
009700     MOVE " " TO prtCarriageCtl
009710     STRING "  AUDIT ROW MISMATCH:     " DELIMITED BY SIZE
009720         auditDiffDocCount DELIMITED BY SIZE
009730         INTO prtText
009740     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009750
009760     IF docsOutCount > 0
009770         DISPLAY "ARCHVRFY -- " docsOutCount
009780             " DOCUMENTS OUT OF BALANCE; SEE VRFYRPT"
009790     END-IF.
009800 5000-EXIT.
009810     EXIT.
009820
009830*****************************************************************
009840* 9999-END-RUN
009850* Closes whatever opened and ends the run.
009860*****************************************************************
009870 9999-END-RUN.
009880     IF archFileStatus = "00" OR archFileStatus = "10"
009890         OR archFileStatus = "23"
009900         CLOSE archFile
009910     END-IF
009920     IF ctlFileStatus = "00" OR ctlFileStatus = "10"
009930         OR ctlFileStatus = "23"
009940         CLOSE ctlFile
009950     END-IF
009960     IF VERIFY-READY-YES
009970         CLOSE reportFile
009980     END-IF.
009990 9999-EXIT.
010000     EXIT.
