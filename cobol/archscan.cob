000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- archival-master compliance rescan
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  The keyword scan only
000090*                   ever ran at conversion time, so a term
000100*                   compliance adds to KEYWORDS never reached
000110*                   anything already archived.  This job loads
000120*                   the current KEYWORDS list and walks ARCHMAST
000130*                   in key order, scanning each line's text the
000140*                   way the engine scans it: upper-cased, its
000150*                   column spacing squeezed to single blanks so
000160*                   a multi-word phrase matches on a justified
000170*                   or verbatim line, first listed term wins.
000180*                   Two optional CHAINING parameters bound the
000190*                   walk, each either a 16-digit document ID or
000200*                   an eight-digit YYYYMMDD run date (the
000210*                   leading digits of every document ID): both
000220*                   blank walks the whole archive, a lone ID
000230*                   scans that one document, a lone date that
000240*                   one day, and a pair runs from the first to
000250*                   the end of the second.  A hit on a line the
000260*                   EXCPMAST workbasket does not yet hold lands
000270*                   there open, with the page the line printed
000280*                   on; a line already in the basket keeps its
000290*                   status untouched.  RSCNRPT lists every new
000300*                   hit by document, page, and line, then the
000310*                   documents and lines scanned.  RETURN-CODE 0
000320*                   no new hits, 4 new hits basketed, 8 when
000330*                   the range is bad, KEYWORDS is missing or
000340*                   empty, the archive or the basket will not
000350*                   open, or a basket write failed.
000360
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. ARCHSCAN.
000390 AUTHOR. TREVOR MINES.
000400 INSTALLATION. CSC 330.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT keywordFile ASSIGN TO "KEYWORDS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS keywordFileStatus.
000500
000510     SELECT archFile ASSIGN TO "ARCHMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS arcKey
000550         FILE STATUS IS archFileStatus.
000560
000570     SELECT excFile ASSIGN TO "EXCPMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS excKey
000610         FILE STATUS IS excFileStatus.
000620
000630     SELECT reportFile ASSIGN TO "RSCNRPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS reportFileStatus.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  keywordFile.
000700 01  keywordRecord PIC X(60).
000710
000720 FD  archFile.
000730     COPY ARCREC.
000740
000750 FD  excFile.
000760     COPY EXCREC.
000770
000780 FD  reportFile.
000790     COPY PRTREC.
000800
000810 WORKING-STORAGE SECTION.
000820 01  keywordFileStatus PIC X(2) VALUE SPACES.
000830 01  archFileStatus PIC X(2) VALUE SPACES.
000840 01  excFileStatus PIC X(2) VALUE SPACES.
000850 01  reportFileStatus PIC X(2) VALUE SPACES.
000860 77  END-OF-ARCHIVE PIC 9(1) VALUE 0.
000870     88  END-OF-ARCHIVE-YES VALUE 1.
000880     88  END-OF-ARCHIVE-NO  VALUE 0.
000890 77  KEYWORD-EOF PIC 9(1) VALUE 0.
000900     88  KEYWORD-EOF-YES VALUE 1.
000910     88  KEYWORD-EOF-NO  VALUE 0.
000920
000930* The range parameters as keyed, and the document-ID bounds
000940* derived from them.  boundBuild is one bound being worked
000950* out: a date fills the leading eight digits and the rest is
000960* all zeros for a low bound, all nines for a high one.
000970 01  fromParm PIC X(16) VALUE SPACES.
000980 01  toParm PIC X(16) VALUE SPACES.
000990 01  boundParm PIC X(16) VALUE SPACES.
001000 01  boundWork PIC X(16).
001010 01  boundLen PIC 9(2) VALUE 0.
001020 01  boundKind PIC X(1) VALUE SPACE.
001030     88  BOUND-BLANK VALUE "B".
001040     88  BOUND-DATE  VALUE "D".
001050     88  BOUND-DOC   VALUE "I".
001060     88  BOUND-BAD   VALUE "X".
001070 01  fromKind PIC X(1) VALUE SPACE.
001080 01  boundBuild.
001090     05  boundDate PIC 9(8).
001100     05  boundRest PIC 9(8).
001110 01  boundValue REDEFINES boundBuild PIC 9(16).
001120 01  rangeLowDocId PIC 9(16) VALUE 0.
001130 01  rangeHighDocId PIC 9(16) VALUE 9999999999999999.
001140 01  rangeValid PIC X(1) VALUE "N".
001150     88  RANGE-VALID-YES VALUE "Y".
001160     88  RANGE-VALID-NO  VALUE "N".
001170
001180* Keyword table, loaded and matched exactly the way the engine
001190* loads and matches its own: upper-cased, trimmed, with each
001200* term's length alongside.
001210 01  keywordTableMax PIC 9(4) COMP VALUE 200.
001220 01  keywordCount PIC 9(4) COMP VALUE 0.
001230 01  keywordTable.
001240     05  keywordEntry OCCURS 200 TIMES.
001250         10  kwText PIC X(60).
001260         10  kwLen PIC 9(2) COMP.
001270 01  kwIndex PIC 9(4) COMP VALUE 0.
001275 01  keywordCountOut PIC 9(4) VALUE 0.
001280 01  kwHitTally PIC 9(4) VALUE 0.
001290 01  lineFlagged PIC X(1) VALUE "N".
001300     88  LINE-FLAGGED-YES VALUE "Y".
001310     88  LINE-FLAGGED-NO  VALUE "N".
001320 01  lineKeyword PIC X(60) VALUE SPACES.
001330
001340* The scan copy of the archived line: its words rebuilt with
001350* single blanks between them, as the engine squeezes a
001360* verbatim line before scanning it.
001370 01  kwScanWork PIC X(132).
001380 01  scanPoint PIC 9(3) VALUE 1.
001390 01  scanWord PIC X(132).
001400 01  tokenLen PIC 9(3) VALUE 0.
001410 01  sqBuildLen PIC 9(3) VALUE 0.
001420 01  textLen PIC 9(3) VALUE 0.
001430
001440* Walk state and run totals.
001450 01  currentDocId PIC 9(16) VALUE 0.
001460 01  docScannedCount PIC 9(8) VALUE 0.
001470 01  lineScannedCount PIC 9(8) VALUE 0.
001480 01  matchedLineCount PIC 9(8) VALUE 0.
001490 01  newHitCount PIC 9(8) VALUE 0.
001500 01  existingHitCount PIC 9(8) VALUE 0.
001510 01  basketErrorCount PIC 9(8) VALUE 0.
001520 01  newHitDocCount PIC 9(8) VALUE 0.
001530 01  lastHitDocId PIC 9(16) VALUE 0.
001540
001550* Print-control fields, kept to the same page size the reflow
001560* report uses.
001570 01  pageNum PIC 9(4) VALUE 1.
001580 01  linesOnPage PIC 9(4) VALUE 0.
001590 01  linesPerPage PIC 9(3) VALUE 55.
001600 01  currentDateTime PIC X(21).
001610 01  runDate REDEFINES currentDateTime.
001620     05  runDateYYYYMMDD PIC 9(8).
001630     05  runTimeHHMMSS   PIC 9(6).
001640     05  FILLER          PIC X(7).
001650 01  runDateDisplay PIC X(10).
001660
001670 PROCEDURE DIVISION CHAINING fromParm toParm.
001680
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001710
001720     IF RANGE-VALID-YES AND keywordCount > 0
001730         AND archFileStatus = "00" AND excFileStatus = "00"
001740         PERFORM 2000-POSITION-TO-START THRU 2000-EXIT
001750         PERFORM 3000-SCAN-ONE-LINE THRU 3000-EXIT
001760             UNTIL END-OF-ARCHIVE-YES
001770         PERFORM 5000-WRITE-RESCAN-TRAILER THRU 5000-EXIT
001780         IF basketErrorCount > 0
001790             MOVE 8 TO RETURN-CODE
001800         ELSE
001810             IF newHitCount > 0
001820                 MOVE 4 TO RETURN-CODE
001830             END-IF
001840         END-IF
001850     END-IF
001860
001870     PERFORM 9999-END-RUN THRU 9999-EXIT
001880     GOBACK.
001890
001900*****************************************************************
001910* 1000-INITIALIZE-RUN
001920* Works out the document-ID range, loads the keyword list, and
001930* opens the archive, the workbasket (creating it on first
001940* use), and the rescan report.  RETURN-CODE 8 and nothing
001950* touched when the range is bad, the list is missing or empty,
001960* or either master will not open.
001970*****************************************************************
001980 1000-INITIALIZE-RUN.
001990     MOVE FUNCTION CURRENT-DATE TO currentDateTime
002000     MOVE runDateYYYYMMDD TO runDateDisplay
002010
002020     PERFORM 1050-DERIVE-RANGE THRU 1050-EXIT
002030     IF RANGE-VALID-NO
002040         MOVE 8 TO RETURN-CODE
002050         GO TO 1000-EXIT
002060     END-IF
002070
002080     PERFORM 1090-LOAD-KEYWORDS THRU 1090-EXIT
002090     IF keywordCount = 0
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF
002130
002140     OPEN INPUT archFile
002150     IF archFileStatus NOT = "00"
002160         DISPLAY "ARCHSCAN ENDED -- ARCHIVE MASTER ARCHMAST "
002170             "IS UNAVAILABLE, STATUS " archFileStatus
002180         MOVE 8 TO RETURN-CODE
002190         GO TO 1000-EXIT
002200     END-IF
002210
002220     OPEN I-O excFile
002230     IF excFileStatus = "35"
002240         OPEN OUTPUT excFile
002250         IF excFileStatus = "00"
002260             CLOSE excFile
002270             OPEN I-O excFile
002280         END-IF
002290     END-IF
002300     IF excFileStatus NOT = "00"
002310         DISPLAY "ARCHSCAN ENDED -- EXCEPTION WORKBASKET "
002320             "EXCPMAST IS UNAVAILABLE, STATUS " excFileStatus
002330         MOVE 8 TO RETURN-CODE
002340         GO TO 1000-EXIT
002350     END-IF
002360
002370     OPEN OUTPUT reportFile
002380     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002390     PERFORM 1200-WRITE-RANGE-LINES THRU 1200-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440* 1050-DERIVE-RANGE
002450* Turns the two range parameters into a low and a high
002460* document ID.  Both blank is the whole archive.  A lone
002470* first parameter is one document (an ID) or one day (a
002480* date); a second parameter ends the range -- at that
002490* document, or at the last document of that day.  A bound
002500* that is neither eight nor sixteen digits, a lone second
002510* parameter, or a range that runs backwards ends the run.
002520*****************************************************************
002530 1050-DERIVE-RANGE.
002540     MOVE "Y" TO rangeValid
002550     MOVE 0 TO rangeLowDocId
002560     MOVE 9999999999999999 TO rangeHighDocId
002570
002580     MOVE fromParm TO boundParm
002590     PERFORM 1060-CLASSIFY-BOUND THRU 1060-EXIT
002600     MOVE boundKind TO fromKind
002610     EVALUATE TRUE
002620         WHEN BOUND-BAD
002630             DISPLAY "ARCHSCAN ENDED -- RANGE START MUST BE A "
002640                 "16-DIGIT DOCUMENT ID OR A YYYYMMDD DATE: "
002650                 fromParm
002660             MOVE "N" TO rangeValid
002670             GO TO 1050-EXIT
002680         WHEN BOUND-DOC
002690             MOVE boundValue TO rangeLowDocId
002700             MOVE boundValue TO rangeHighDocId
002710         WHEN BOUND-DATE
002720             MOVE 0 TO boundRest
002730             MOVE boundValue TO rangeLowDocId
002740             MOVE 99999999 TO boundRest
002750             MOVE boundValue TO rangeHighDocId
002760     END-EVALUATE
002770
002780     MOVE toParm TO boundParm
002790     PERFORM 1060-CLASSIFY-BOUND THRU 1060-EXIT
002800     EVALUATE TRUE
002810         WHEN BOUND-BLANK
002820             CONTINUE
002830         WHEN BOUND-BAD
002840             DISPLAY "ARCHSCAN ENDED -- RANGE END MUST BE A "
002850                 "16-DIGIT DOCUMENT ID OR A YYYYMMDD DATE: "
002860                 toParm
002870             MOVE "N" TO rangeValid
002880             GO TO 1050-EXIT
002890         WHEN fromKind = "B"
002900             DISPLAY "ARCHSCAN ENDED -- RANGE END GIVEN "
002910                 "WITHOUT A RANGE START"
002920             MOVE "N" TO rangeValid
002930             GO TO 1050-EXIT
002940         WHEN BOUND-DOC
002950             MOVE boundValue TO rangeHighDocId
002960         WHEN BOUND-DATE
002970             MOVE 99999999 TO boundRest
002980             MOVE boundValue TO rangeHighDocId
002990     END-EVALUATE
003000
003010     IF rangeLowDocId > rangeHighDocId
003020         DISPLAY "ARCHSCAN ENDED -- RANGE RUNS BACKWARDS: "
003030             fromParm " TO " toParm
003040         MOVE "N" TO rangeValid
003050     END-IF.
003060 1050-EXIT.
003070     EXIT.
003080
003090*****************************************************************
003100* 1060-CLASSIFY-BOUND
003110* Sorts one range parameter into blank, date (eight digits),
003120* document ID (sixteen digits), or bad, leaving its value in
003130* boundBuild.
003140*****************************************************************
003150 1060-CLASSIFY-BOUND.
003160     MOVE 0 TO boundValue
003170     IF boundParm = SPACES
003180         MOVE "B" TO boundKind
003190         GO TO 1060-EXIT
003200     END-IF
003210
003220     MOVE "X" TO boundKind
003230     MOVE FUNCTION TRIM(boundParm) TO boundWork
003240     MOVE FUNCTION LENGTH(FUNCTION TRIM(boundParm)) TO boundLen
003250     INSPECT boundWork CONVERTING "0123456789" TO "          "
003260     IF boundWork NOT = SPACES
003270         GO TO 1060-EXIT
003280     END-IF
003290
003300     IF boundLen = 16
003310         MOVE "I" TO boundKind
003320         MOVE FUNCTION NUMVAL(boundParm) TO boundValue
003330     END-IF
003340     IF boundLen = 8
003350         MOVE "D" TO boundKind
003360         MOVE FUNCTION NUMVAL(boundParm) TO boundDate
003370     END-IF.
003380 1060-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420* 1090-LOAD-KEYWORDS
003430* Loads the compliance keyword list, one term or phrase per
003440* record.  A rescan with nothing to scan for is a mistake in
003450* the schedule, not a clean run, so a missing or empty list
003460* ends it.
003470*****************************************************************
003480 1090-LOAD-KEYWORDS.
003490     MOVE 0 TO keywordCount
003500     OPEN INPUT keywordFile
003510     IF keywordFileStatus NOT = "00"
003520         DISPLAY "ARCHSCAN ENDED -- KEYWORD LIST KEYWORDS IS "
003530             "MISSING OR UNREADABLE, STATUS " keywordFileStatus
003540         GO TO 1090-EXIT
003550     END-IF
003560
003570     PERFORM 1095-LOAD-ONE-KEYWORD THRU 1095-EXIT
003580         UNTIL KEYWORD-EOF-YES OR keywordCount >= keywordTableMax
003590     CLOSE keywordFile
003600
003610     IF keywordCount = 0
003620         DISPLAY "ARCHSCAN ENDED -- KEYWORD LIST KEYWORDS "
003630             "HOLDS NO TERMS"
003640     END-IF.
003650 1090-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690* 1095-LOAD-ONE-KEYWORD
003700* Loads one keyword-list record, skipping blank ones.
003710*****************************************************************
003720 1095-LOAD-ONE-KEYWORD.
003730     READ keywordFile
003740         AT END SET KEYWORD-EOF-YES TO TRUE
003750     END-READ
003760     IF KEYWORD-EOF-NO
003770         AND FUNCTION TRIM(keywordRecord) NOT = SPACES
003780         ADD 1 TO keywordCount
003790         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
003800             keywordRecord)) TO kwText(keywordCount)
003810         MOVE FUNCTION LENGTH(FUNCTION TRIM(keywordRecord))
003820             TO kwLen(keywordCount)
003830     END-IF.
003840 1095-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 1100-WRITE-REPORT-HEADER
003890* Starts a new rescan-report page and resets the page line
003900* counter.
003910*****************************************************************
003920 1100-WRITE-REPORT-HEADER.
003930     MOVE SPACES TO prtRecord
003940     MOVE "1" TO prtCarriageCtl
003950     STRING "ARCHIVE COMPLIANCE RESCAN" DELIMITED BY SIZE
003960         "          RUN DATE: " DELIMITED BY SIZE
003970         runDateDisplay DELIMITED BY SIZE
003980         "  PAGE: " DELIMITED BY SIZE
003990         pageNum DELIMITED BY SIZE
004000         INTO prtText
004010     WRITE prtRecord
004020
004030     MOVE SPACES TO prtRecord
004040     MOVE " " TO prtCarriageCtl
004050     WRITE prtRecord
004060
004070     ADD 1 TO pageNum
004080     MOVE 2 TO linesOnPage.
004090 1100-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130* 1150-WRITE-ONE-LINE
004140* Writes the line already built in prtRecord, breaking to a
004150* fresh page first whenever the page is full.
004160*****************************************************************
004170 1150-WRITE-ONE-LINE.
004180     IF linesOnPage >= linesPerPage
004190         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
004200     END-IF
004210     WRITE prtRecord
004220     ADD 1 TO linesOnPage.
004230 1150-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270* 1200-WRITE-RANGE-LINES
004280* Heads the report with the range walked and the size of the
004290* keyword list, then the column heading for the hit lines.
004300*****************************************************************
004310 1200-WRITE-RANGE-LINES.
004315     MOVE keywordCount TO keywordCountOut
004320     MOVE SPACES TO prtRecord
004330     MOVE " " TO prtCarriageCtl
004340     STRING "DOCUMENTS " DELIMITED BY SIZE
004350         rangeLowDocId DELIMITED BY SIZE
004360         " THROUGH " DELIMITED BY SIZE
004370         rangeHighDocId DELIMITED BY SIZE
004380         "   KEYWORDS LOADED: " DELIMITED BY SIZE
004390         keywordCountOut DELIMITED BY SIZE
004400         INTO prtText
004410     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
004420
004430     MOVE SPACES TO prtRecord
004440     MOVE " " TO prtCarriageCtl
004450     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
004460
004470     MOVE SPACES TO prtRecord
004480     MOVE " " TO prtCarriageCtl
004490     STRING "NEW HIT   DOCUMENT ID       PAGE  LINE      KEYWORD"
004500         DELIMITED BY SIZE
004510         INTO prtText
004520     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
004530 1200-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570* 2000-POSITION-TO-START
004580* Positions the archive at the first line of the range.
004590* Nothing at or past it simply ends the walk.
004600*****************************************************************
004610 2000-POSITION-TO-START.
004620     MOVE rangeLowDocId TO arcDocId
004630     MOVE 0 TO arcLineNum
004640     START archFile KEY IS NOT LESS THAN arcKey
004650         INVALID KEY
004660             SET END-OF-ARCHIVE-YES TO TRUE
004670     END-START.
004680 2000-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720* 3000-SCAN-ONE-LINE
004730* Reads the next archived line, ending the walk past the top
004740* of the range, and scans it.  A hit goes to the workbasket.
004750*****************************************************************
004760 3000-SCAN-ONE-LINE.
004770     READ archFile NEXT
004780         AT END
004790             SET END-OF-ARCHIVE-YES TO TRUE
004800             GO TO 3000-EXIT
004810     END-READ
004820
004830     IF arcDocId > rangeHighDocId
004840         SET END-OF-ARCHIVE-YES TO TRUE
004850         GO TO 3000-EXIT
004860     END-IF
004870
004880     IF arcDocId NOT = currentDocId OR docScannedCount = 0
004890         MOVE arcDocId TO currentDocId
004900         ADD 1 TO docScannedCount
004910     END-IF
004920     ADD 1 TO lineScannedCount
004930
004940     PERFORM 3100-SQUEEZE-SCAN-COPY THRU 3100-EXIT
004950     PERFORM 3200-SCAN-LINE-FOR-KEYWORDS THRU 3200-EXIT
004960     IF LINE-FLAGGED-YES
004970         ADD 1 TO matchedLineCount
004980         PERFORM 3300-BASKET-ONE-HIT THRU 3300-EXIT
004990     END-IF.
005000 3000-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 3100-SQUEEZE-SCAN-COPY
005050* Builds the scan copy of the archived line: its words rebuilt
005060* with single blanks between them, so a multi-word keyword
005070* still matches a justified line's widened gaps or a verbatim
005080* line's column spacing -- the engine's own scan sees exactly
005090* this for every line it flags.
005100*****************************************************************
005110 3100-SQUEEZE-SCAN-COPY.
005120     MOVE SPACES TO kwScanWork
005130     MOVE 0 TO sqBuildLen
005140     MOVE 1 TO scanPoint
005150     MOVE FUNCTION LENGTH(FUNCTION TRIM(arcText TRAILING))
005160         TO textLen
005170     IF arcText = SPACES
005180         GO TO 3100-EXIT
005190     END-IF
005200     PERFORM 3110-SQUEEZE-ONE-TOKEN THRU 3110-EXIT
005210         UNTIL scanPoint > textLen.
005220 3100-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260* 3110-SQUEEZE-ONE-TOKEN
005270* Lays the next token of the line into the scan copy behind a
005280* single blank.
005290*****************************************************************
005300 3110-SQUEEZE-ONE-TOKEN.
005310     MOVE SPACES TO scanWord
005320     UNSTRING arcText DELIMITED BY SPACE
005330         INTO scanWord
005340         WITH POINTER scanPoint
005350     MOVE FUNCTION LENGTH(FUNCTION TRIM(scanWord TRAILING))
005360         TO tokenLen
005370     IF scanWord NOT = SPACES
005380         IF sqBuildLen > 0
005390             ADD 1 TO sqBuildLen
005400         END-IF
005410         MOVE scanWord(1:tokenLen) TO
005420             kwScanWork(sqBuildLen + 1:tokenLen)
005430         ADD tokenLen TO sqBuildLen
005440     END-IF.
005450 3110-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490* 3200-SCAN-LINE-FOR-KEYWORDS
005500* Scans the squeezed copy against the keyword list without
005510* regard to case and remembers the first listed term found.
005520*****************************************************************
005530 3200-SCAN-LINE-FOR-KEYWORDS.
005540     MOVE "N" TO lineFlagged
005550     MOVE SPACES TO lineKeyword
005560     MOVE FUNCTION UPPER-CASE(kwScanWork) TO kwScanWork
005570     MOVE 0 TO kwIndex
005580     PERFORM 3210-MATCH-ONE-KEYWORD THRU 3210-EXIT
005590         UNTIL LINE-FLAGGED-YES OR kwIndex >= keywordCount.
005600 3200-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640* 3210-MATCH-ONE-KEYWORD
005650* One probe of the keyword scan.
005660*****************************************************************
005670 3210-MATCH-ONE-KEYWORD.
005680     ADD 1 TO kwIndex
005690     MOVE 0 TO kwHitTally
005700     INSPECT kwScanWork TALLYING kwHitTally
005710         FOR ALL kwText(kwIndex)(1:kwLen(kwIndex))
005720     IF kwHitTally > 0
005730         MOVE "Y" TO lineFlagged
005740         MOVE kwText(kwIndex) TO lineKeyword
005750     END-IF.
005760 3210-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800* 3300-BASKET-ONE-HIT
005810* Lands the hit in the workbasket, open, with the page the
005820* line printed on.  A key the basket already holds -- the
005830* conversion-time scan or an earlier rescan made it -- keeps
005840* its stored status exactly as it is; only a hit the basket
005850* did not have prints as new.
005860*****************************************************************
005870 3300-BASKET-ONE-HIT.
005880     MOVE arcDocId TO excDocId
005890     MOVE arcLineNum TO excLineNum
005900     MOVE lineKeyword TO excKeyword
005910     MOVE arcPageNum TO excPageNum
005920     MOVE "O" TO excStatus
005930     MOVE runDateYYYYMMDD TO excFlagDate
005940     MOVE SPACES TO excReviewer
005950     MOVE 0 TO excDispDate
005960     WRITE excRecord
005970     EVALUATE excFileStatus
005980         WHEN "00"
005990         WHEN "02"
006000             ADD 1 TO newHitCount
006010             IF arcDocId NOT = lastHitDocId OR newHitDocCount = 0
006020                 ADD 1 TO newHitDocCount
006030                 MOVE arcDocId TO lastHitDocId
006040             END-IF
006050             PERFORM 4000-PRINT-NEW-HIT THRU 4000-EXIT
006060         WHEN "22"
006070             ADD 1 TO existingHitCount
006080         WHEN OTHER
006090             ADD 1 TO basketErrorCount
006100     END-EVALUATE.
006110 3300-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150* 4000-PRINT-NEW-HIT
006160* One new hit's report line.  The archive is walked in key
006170* order, so the lines come out by document and, within it,
006180* by page and line.
006190*****************************************************************
006200 4000-PRINT-NEW-HIT.
006210     MOVE SPACES TO prtRecord
006220     MOVE " " TO prtCarriageCtl
006230     STRING "          " DELIMITED BY SIZE
006240         arcDocId DELIMITED BY SIZE
006250         "  " DELIMITED BY SIZE
006260         arcPageNum DELIMITED BY SIZE
006270         "  " DELIMITED BY SIZE
006280         arcLineNum DELIMITED BY SIZE
006290         "  " DELIMITED BY SIZE
006300         FUNCTION TRIM(lineKeyword) DELIMITED BY SIZE
006310         INTO prtText
006320     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
006330 4000-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370* 5000-WRITE-RESCAN-TRAILER
006380* Prints the walk's totals: documents and lines scanned, lines
006390* matching a term, how many of those were new to the basket
006400* and how many it already held, and any basket write that
006410* failed.
006420*****************************************************************
006430 5000-WRITE-RESCAN-TRAILER.
006440     IF newHitCount = 0
006450         MOVE SPACES TO prtRecord
006460         MOVE " " TO prtCarriageCtl
006470         STRING "          NO NEW HITS IN THE RANGE"
006480             DELIMITED BY SIZE
006490             INTO prtText
006500         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006510     END-IF
006520
006530     MOVE SPACES TO prtRecord
006540     MOVE " " TO prtCarriageCtl
006550     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006560
006570     MOVE SPACES TO prtRecord
006580     MOVE " " TO prtCarriageCtl
006590     STRING "DOCUMENTS SCANNED:      " DELIMITED BY SIZE
006600         docScannedCount DELIMITED BY SIZE
006610         INTO prtText
006620     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006630
006640     MOVE SPACES TO prtRecord
006650     MOVE " " TO prtCarriageCtl
006660     STRING "LINES SCANNED:          " DELIMITED BY SIZE
006670         lineScannedCount DELIMITED BY SIZE
006680         INTO prtText
006690     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006700
006710     MOVE SPACES TO prtRecord
006720     MOVE " " TO prtCarriageCtl
006730     STRING "LINES MATCHING A TERM:  " DELIMITED BY SIZE
006740         matchedLineCount DELIMITED BY SIZE
006750         INTO prtText
006760     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006770
006780     MOVE SPACES TO prtRecord
006790     MOVE " " TO prtCarriageCtl
006800     STRING "NEW HITS BASKETED:      " DELIMITED BY SIZE
006810         newHitCount DELIMITED BY SIZE
006820         " IN " DELIMITED BY SIZE
006830         newHitDocCount DELIMITED BY SIZE
006840         " DOCUMENTS" DELIMITED BY SIZE
006850         INTO prtText
006860     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006870
006880     MOVE SPACES TO prtRecord
006890     MOVE " " TO prtCarriageCtl
006900     STRING "ALREADY IN WORKBASKET:  " DELIMITED BY SIZE
006910         existingHitCount DELIMITED BY SIZE
006920         INTO prtText
006930     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006940
006950     IF basketErrorCount > 0
006960         MOVE SPACES TO prtRecord
006970         MOVE " " TO prtCarriageCtl
006980         STRING "BASKET WRITES FAILED:   " DELIMITED BY SIZE
006990             basketErrorCount DELIMITED BY SIZE
007000             " -- RERUN THE RESCAN FOR THIS RANGE"
007010             DELIMITED BY SIZE
007020             INTO prtText
007030         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
007040         DISPLAY "ARCHSCAN -- " basketErrorCount
007050             " WORKBASKET WRITES FAILED, STATUS " excFileStatus
007060     END-IF.
007070 5000-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110* 9999-END-RUN
007120* Closes whatever opened and ends the run.
007130*****************************************************************
007140 9999-END-RUN.
007150     IF archFileStatus = "00" OR archFileStatus = "10"
007160         CLOSE archFile
007170     END-IF
007180     IF excFileStatus = "00" OR excFileStatus = "02"
007190         OR excFileStatus = "22"
007200         CLOSE excFile
007210     END-IF
007220     IF reportFileStatus = "00"
007230         CLOSE reportFile
007240     END-IF.
007250 9999-EXIT.
007260     EXIT.
