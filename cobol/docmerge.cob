000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- mail-merge driver
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  Rate-change and renewal
000090*                   notices are one letter with a different
000100*                   name, address, account number and amount in
000110*                   each copy, and the desk was keying a source
000120*                   file per recipient.  This driver takes one
000130*                   template source on MRGTMPL carrying named
000140*                   fields -- &NAME, &ACCTNO, any upper-case
000150*                   name of letters and digits after an "&",
000160*                   with "&&" for a plain ampersand -- and one
000170*                   MRGDATA record per recipient (MRGREC.CPY).
000180*                   Each recipient is checked first: every field
000190*                   the template uses must be on the record with
000200*                   a value, no field may be there the template
000210*                   does not use, and the recipient key must be
000220*                   present and not repeated.  A recipient that
000230*                   fails any of that is listed on the MRGEXCP
000240*                   exception report, one line per fault, and no
000250*                   copy is made -- a letter never goes out with
000260*                   a blank where a field belonged.  A clean one
000270*                   has its fields filled into a temporary
000280*                   source file of its own, which one FORMENG
000290*                   call then converts, so every copy is
000300*                   reflowed, archived under its own document
000310*                   ID, and audited like any other conversion.
000320*                   MRGRPT lists each recipient key with the
000330*                   document ID it produced, and MRGRES
000340*                   (MRSREC.CPY) carries the same in fixed
000350*                   layout for DISTLOAD to route by.  The
000360*                   template is put through the SRCEDCHK source
000370*                   edit once, up front.  The run parameters
000380*                   (line width, digit preserve, alignment,
000390*                   print profile, client code) arrive the way
000400*                   DOCASM takes them and pass straight through
000410*                   to the engine for every copy.  There is no
000420*                   mid-run restart: FORMRPT, REFLOWDAT and
000430*                   CHECKPOINT are emptied at the start the way
000440*                   a fresh FORMBATCH step empties them, so a
000450*                   rerun makes every copy again.  RETURN-CODE 0
000460*                   when every recipient converted clean, 4 when
000470*                   any was rejected or the engine truncated or
000480*                   refused a copy, 8 when the template or the
000490*                   merge data is missing, the template fails
000500*                   the source edit or has a bad field, or there
000510*                   are no recipients.
000512* 2026-10-15  TM    Optional sixth CHAINING parameter, the
000514*                   requester ID, passed to the engine so every
000516*                   copy's AUDITLOG row says who ran the merge.
000518* 2026-10-15  TM    Optional seventh CHAINING parameter, the
000520*                   redaction flag, passed to the engine for
000522*                   every copy: "Y" masks the account numbers
000524*                   and Social Security numbers a merge field
000526*                   fills in, and registers them on REDACTREG.
000528
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. DOCMERGE.
000550 AUTHOR. TREVOR MINES.
000560 INSTALLATION. CSC 330.
000570 DATE-WRITTEN. 10/15/2026.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT templateFile ASSIGN TO "MRGTMPL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS templateFileStatus.
000660
000670     SELECT mergeFile ASSIGN TO "MRGDATA"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS mergeFileStatus.
000700
000710* One recipient's filled-in source, named for the recipient's
000720* place in the merge data, converted by one engine call.
000730     SELECT workFile ASSIGN TO DYNAMIC workName
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS workFileStatus.
000760
000770     SELECT auditFile ASSIGN TO "AUDITLOG"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS auditFileStatus.
000800
000810     SELECT resultFile ASSIGN TO "MRGRES"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS resultFileStatus.
000840
000850     SELECT reportFile ASSIGN TO "MRGRPT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS reportFileStatus.
000880
000890     SELECT exceptFile ASSIGN TO "MRGEXCP"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS exceptFileStatus.
000920
000930* The engine's step outputs and checkpoint, opened here only so
000940* the run can empty them before the first copy -- every engine
000950* call after that extends them.
000960     SELECT outputFile ASSIGN TO "FORMRPT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS outputFileStatus.
000990
001000     SELECT dataFile ASSIGN TO "REFLOWDAT"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS dataFileStatus.
001030
001040     SELECT ckptFile ASSIGN TO "CHECKPOINT"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS ckptFileStatus.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  templateFile.
001110 01  tmplLine PIC X(32760).
001120
001130 FD  mergeFile.
001140     COPY MRGREC.
001150
001160 FD  workFile.
001170 01  workLine PIC X(32760).
001180
001190 FD  auditFile.
001200     COPY AUDREC.
001210
001220 FD  resultFile.
001230     COPY MRSREC.
001240
001250 FD  reportFile.
001260     COPY PRTREC.
001270
001280* The exception report is a print file of the same layout; its
001290* record is a plain X-field here because prtRecord's own name
001300* already belongs to the merge report above.
001310 FD  exceptFile.
001320 01  excLine PIC X(301).
001330
001340 FD  outputFile.
001350 01  outputLine PIC X(301).
001360
001370 FD  dataFile.
001380     COPY OUTREC.
001390
001400 FD  ckptFile.
001410     COPY CKPTREC.
001420
001430 WORKING-STORAGE SECTION.
001440 01  templateFileStatus PIC X(2) VALUE SPACES.
001450 01  mergeFileStatus PIC X(2) VALUE SPACES.
001460 01  workFileStatus PIC X(2) VALUE SPACES.
001470 01  auditFileStatus PIC X(2) VALUE SPACES.
001480 01  resultFileStatus PIC X(2) VALUE SPACES.
001490 01  reportFileStatus PIC X(2) VALUE SPACES.
001500 01  exceptFileStatus PIC X(2) VALUE SPACES.
001510 01  outputFileStatus PIC X(2) VALUE SPACES.
001520 01  dataFileStatus PIC X(2) VALUE SPACES.
001530 01  ckptFileStatus PIC X(2) VALUE SPACES.
001540 77  END-OF-TEMPLATE PIC 9(1) VALUE 0.
001550     88  END-OF-TEMPLATE-YES VALUE 1.
001560     88  END-OF-TEMPLATE-NO  VALUE 0.
001570 77  END-OF-MERGE PIC 9(1) VALUE 0.
001580     88  END-OF-MERGE-YES VALUE 1.
001590     88  END-OF-MERGE-NO  VALUE 0.
001600 01  mergeReady PIC X(1) VALUE "N".
001610     88  MERGE-READY-YES VALUE "Y".
001620     88  MERGE-READY-NO  VALUE "N".
001630
001640* Run parameters, taken the way DOCASM takes them and handed
001650* to the engine untouched for every copy.  The merge always
001660* calls the engine in batch mode: the copies are one step's
001670* worth of documents on FORMRPT and REFLOWDAT.
001680 01  lineWidthParm PIC X(4) VALUE SPACES.
001690 01  preserveDigitsParm PIC X(1) VALUE SPACES.
001700 01  alignModeParm PIC X(1) VALUE SPACES.
001710 01  profileParm PIC X(256) VALUE SPACES.
001720 01  clientCodeParm PIC X(8) VALUE SPACES.
001730 01  batchModeParm PIC X(1) VALUE "Y".
001740 01  keywordListParm PIC X(256) VALUE SPACES.
001745 01  requesterIdParm PIC X(8) VALUE SPACES.
001747 01  redactParm PIC X(1) VALUE SPACES.
001750 01  templateName PIC X(256) VALUE "MRGTMPL".
001760 01  editBatchModeParm PIC X(1) VALUE "N".
001770
001780* The temporary source for the recipient in hand: MRGW and the
001790* recipient's record number, so its AUDITLOG row names it.
001800 01  workName PIC X(256) VALUE SPACES.
001810 01  workNameBuild.
001820     05  FILLER PIC X(4) VALUE "MRGW".
001830     05  workNameSeq PIC 9(6).
001840 01  workDeleteRC PIC S9(9) COMP-5 VALUE 0.
001850
001860* The fields the template uses, gathered once before any
001870* recipient is read.
001880 01  tmplFieldMax PIC 9(4) COMP VALUE 50.
001890 01  tmplFieldCount PIC 9(4) COMP VALUE 0.
001900 01  tmplFieldTable.
001910     05  tmplFieldEntry OCCURS 50 TIMES.
001920         10  tmplFieldName PIC X(30).
001930 01  tmplFieldIndex PIC 9(4) COMP VALUE 0.
001940 01  tmplLineCount PIC 9(8) VALUE 0.
001950 01  templateValid PIC X(1) VALUE "Y".
001960     88  TEMPLATE-VALID-YES VALUE "Y".
001970     88  TEMPLATE-VALID-NO  VALUE "N".
001980
001990* The recipient's fields as parsed off its merge-data record.
002000 01  recFieldMax PIC 9(4) COMP VALUE 50.
002010 01  recFieldCount PIC 9(4) COMP VALUE 0.
002020 01  recFieldTable.
002030     05  recFieldEntry OCCURS 50 TIMES.
002040         10  recFieldName PIC X(30).
002050         10  recFieldValue PIC X(200).
002060         10  recFieldLen PIC 9(4) COMP.
002070 01  recFieldIndex PIC 9(4) COMP VALUE 0.
002080 01  fieldFound PIC X(1) VALUE "N".
002090     88  FIELD-FOUND-YES VALUE "Y".
002100     88  FIELD-FOUND-NO  VALUE "N".
002110
002120* Pair parsing: one NAME=value pair cut out of the field data
002130* at a time, split at its first "=".
002140 01  pairPtr PIC 9(4) COMP VALUE 1.
002150 01  pairText PIC X(300).
002160 01  pairEqCount PIC 9(3) VALUE 0.
002170 01  pairEqPos PIC 9(3) VALUE 0.
002180 01  pairName PIC X(40).
002190 01  pairNameWork PIC X(40).
002200 01  pairValue PIC X(300).
002210 01  pairValueLen PIC 9(4) COMP VALUE 0.
002220
002230* The field name in hand -- found in a template line or named
002240* on a merge-data record -- and the scan that picks a name out
002250* of a line: letters and digits after the "&", starting with a
002260* letter.
002270 01  fieldName PIC X(30) VALUE SPACES.
002280 01  fieldNameLen PIC 9(4) COMP VALUE 0.
002290 01  nameTooLong PIC X(1) VALUE "N".
002300     88  NAME-TOO-LONG-YES VALUE "Y".
002310     88  NAME-TOO-LONG-NO  VALUE "N".
002320 01  nameScanDone PIC X(1) VALUE "N".
002330     88  NAME-SCAN-DONE-YES VALUE "Y".
002340     88  NAME-SCAN-DONE-NO  VALUE "N".
002350 01  namePos PIC 9(5) COMP VALUE 0.
002360 01  nameChar PIC X(1).
002370 01  scanPos PIC 9(5) COMP VALUE 0.
002380 01  tmplLen PIC 9(5) COMP VALUE 0.
002390 01  outPos PIC 9(5) COMP VALUE 0.
002400 01  ampCount PIC 9(5) COMP VALUE 0.
002410
002420* The recipient in hand and its standing.
002430 01  recipientValid PIC X(1) VALUE "Y".
002440     88  RECIPIENT-VALID-YES VALUE "Y".
002450     88  RECIPIENT-VALID-NO  VALUE "N".
002460 01  mergeOverflow PIC X(1) VALUE "N".
002470     88  MERGE-OVERFLOW-YES VALUE "Y".
002480     88  MERGE-OVERFLOW-NO  VALUE "N".
002490 01  recordNum PIC 9(6) VALUE 0.
002500 01  exceptText PIC X(120) VALUE SPACES.
002510
002520* Recipient keys already met this run, so a repeated key is
002530* caught -- the merge results must tie one key to one copy.
002540* Past keyTableMax recipients the run stops taking more; they
002550* are rejected and said so, for a second run to pick up.
002560 01  keyTableMax PIC 9(4) COMP VALUE 5000.
002570 01  keyCount PIC 9(4) COMP VALUE 0.
002580 01  keyTable.
002590     05  keyEntry OCCURS 5000 TIMES.
002600         10  keyValue PIC X(20).
002610 01  keyIndex PIC 9(4) COMP VALUE 0.
002620 01  keyFound PIC X(1) VALUE "N".
002630     88  KEY-FOUND-YES VALUE "Y".
002640     88  KEY-FOUND-NO  VALUE "N".
002650
002660* What the engine's AUDITLOG row said about the copy just
002670* converted, picked up the way FORMBATCH picks it up: the last
002680* row, when it names this copy's source.
002690 01  auditEOF PIC 9(1) VALUE 0.
002700     88  AUDIT-EOF-YES VALUE 1.
002710     88  AUDIT-EOF-NO  VALUE 0.
002720 01  lastAudFilename PIC X(256) VALUE SPACES.
002730 01  lastAudDocId PIC 9(16) VALUE 0.
002740 01  lastAudLineCount PIC 9(8) VALUE 0.
002750 01  lastAudWordCount PIC 9(8) VALUE 0.
002760 01  lastAudCompletionCode PIC X(2) VALUE SPACES.
002770 01  thisDispCode PIC X(2) VALUE SPACES.
002780
002790* Run totals for the report trailers.
002800 01  recipientCount PIC 9(6) VALUE 0.
002810 01  okCount PIC 9(6) VALUE 0.
002820 01  trCount PIC 9(6) VALUE 0.
002830 01  erCount PIC 9(6) VALUE 0.
002840 01  rejectCount PIC 9(6) VALUE 0.
002850 01  exceptLineCount PIC 9(6) VALUE 0.
002860
002870* Print-control fields, kept to the same page size the reflow
002880* report uses; the exception report keeps its own page count.
002890 01  pageNum PIC 9(4) VALUE 1.
002900 01  linesOnPage PIC 9(4) VALUE 0.
002910 01  excPageNum PIC 9(4) VALUE 1.
002920 01  excLinesOnPage PIC 9(4) VALUE 0.
002930 01  linesPerPage PIC 9(3) VALUE 55.
002940 01  currentDateTime PIC X(21).
002950 01  runDate REDEFINES currentDateTime.
002960     05  runDateYYYYMMDD PIC 9(8).
002970     05  runTimeHHMMSS   PIC 9(6).
002980     05  FILLER          PIC X(7).
002990 01  runDateDisplay PIC X(10).
003000
003010 PROCEDURE DIVISION CHAINING lineWidthParm preserveDigitsParm
003020     alignModeParm profileParm clientCodeParm
003025     requesterIdParm redactParm.
003030
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003060
003070     IF MERGE-READY-YES
003080         PERFORM 2000-MERGE-ONE-RECIPIENT THRU 2000-EXIT
003090             UNTIL END-OF-MERGE-YES
003100         PERFORM 5000-WRITE-MERGE-TRAILER THRU 5000-EXIT
003110         IF recipientCount = 0
003120             DISPLAY "DOCMERGE ENDED -- MERGE DATA MRGDATA HOLDS "
003130                 "NO RECIPIENTS"
003140             MOVE 8 TO RETURN-CODE
003150         ELSE
003160             IF rejectCount > 0 OR trCount > 0 OR erCount > 0
003170                 MOVE 4 TO RETURN-CODE
003180             ELSE
003190                 MOVE 0 TO RETURN-CODE
003200             END-IF
003210         END-IF
003220     END-IF
003230
003240     PERFORM 9999-END-RUN THRU 9999-EXIT
003250     GOBACK.
003260
003270*****************************************************************
003280* 1000-INITIALIZE-RUN
003290* Edits and scans the template, opens the merge data, empties
003300* the engine's step outputs and this run's results, and opens
003310* the two reports.  RETURN-CODE 8 and no copies at all when the
003320* template or the merge data is missing, or the template fails
003330* the source edit or carries a field name it cannot.
003340*****************************************************************
003350 1000-INITIALIZE-RUN.
003360     MOVE FUNCTION CURRENT-DATE TO currentDateTime
003370     MOVE runDateYYYYMMDD TO runDateDisplay
003380     MOVE "N" TO mergeReady
003390
003400     MOVE 0 TO RETURN-CODE
003410     CALL "SRCEDCHK" USING templateName editBatchModeParm
003420     CANCEL "SRCEDCHK"
003430     IF RETURN-CODE NOT = 0
003440         DISPLAY "DOCMERGE ENDED -- SOURCE EDIT REJECTED THE "
003450             "TEMPLATE MRGTMPL -- SEE EDITRPT"
003460         MOVE 8 TO RETURN-CODE
003470         GO TO 1000-EXIT
003480     END-IF
003490
003500     PERFORM 1200-SCAN-TEMPLATE THRU 1200-EXIT
003510     IF TEMPLATE-VALID-NO
003520         MOVE 8 TO RETURN-CODE
003530         GO TO 1000-EXIT
003540     END-IF
003550
003560     OPEN INPUT mergeFile
003570     IF mergeFileStatus NOT = "00"
003580         DISPLAY "DOCMERGE ENDED -- MERGE DATA MRGDATA IS "
003590             "MISSING OR UNREADABLE, STATUS " mergeFileStatus
003600         MOVE 8 TO RETURN-CODE
003610         GO TO 1000-EXIT
003620     END-IF
003630
003640     OPEN OUTPUT outputFile
003650     CLOSE outputFile
003660     OPEN OUTPUT dataFile
003670     CLOSE dataFile
003680     OPEN OUTPUT ckptFile
003690     CLOSE ckptFile
003700     OPEN OUTPUT resultFile
003710     CLOSE resultFile
003720
003730     OPEN OUTPUT reportFile
003740     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
003750     OPEN OUTPUT exceptFile
003760     PERFORM 1150-WRITE-EXCEPT-HEADER THRU 1150-EXIT
003770     MOVE "Y" TO mergeReady.
003780 1000-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820* 1100-WRITE-REPORT-HEADER
003830* Starts a new merge-report page with its column line and
003840* resets the page line counter.
003850*****************************************************************
003860 1100-WRITE-REPORT-HEADER.
003870     MOVE SPACES TO prtRecord
003880     MOVE "1" TO prtCarriageCtl
003890     STRING "MAIL-MERGE REPORT" DELIMITED BY SIZE
003900         "          RUN DATE: " DELIMITED BY SIZE
003910         runDateDisplay DELIMITED BY SIZE
003920         "  PAGE: " DELIMITED BY SIZE
003930         pageNum DELIMITED BY SIZE
003940         INTO prtText
003950     WRITE prtRecord
003960
003970     MOVE SPACES TO prtRecord
003980     MOVE " " TO prtCarriageCtl
003990     WRITE prtRecord
004000
004010     MOVE SPACES TO prtRecord
004020     MOVE " " TO prtCarriageCtl
004030     STRING "RECORD  RECIPIENT KEY         DOCUMENT ID       "
004040         DELIMITED BY SIZE
004050         "DISP  LINES     DEST" DELIMITED BY SIZE
004060         INTO prtText
004070     WRITE prtRecord
004080
004090     ADD 1 TO pageNum
004100     MOVE 3 TO linesOnPage.
004110 1100-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150* 1150-WRITE-EXCEPT-HEADER
004160* Starts a new exception-report page and resets its page line
004170* counter.
004180*****************************************************************
004190 1150-WRITE-EXCEPT-HEADER.
004200     MOVE SPACES TO excLine
004210     STRING "1" DELIMITED BY SIZE
004220         "MAIL-MERGE EXCEPTIONS" DELIMITED BY SIZE
004230         "          RUN DATE: " DELIMITED BY SIZE
004240         runDateDisplay DELIMITED BY SIZE
004250         "  PAGE: " DELIMITED BY SIZE
004260         excPageNum DELIMITED BY SIZE
004270         INTO excLine
004280     WRITE excLine
004290
004300     MOVE SPACES TO excLine
004310     WRITE excLine
004320
004330     MOVE SPACES TO excLine
004340     STRING " RECORD  RECIPIENT KEY         FAULT"
004350         DELIMITED BY SIZE
004360         INTO excLine
004370     WRITE excLine
004380
004390     ADD 1 TO excPageNum
004400     MOVE 3 TO excLinesOnPage.
004410 1150-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450* 1200-SCAN-TEMPLATE
004460* Reads the template once end to end and gathers every field
004470* name it uses.  A missing or empty template, a field name past
004480* thirty characters, or more distinct fields than the table
004490* holds fails the template -- each is said out loud.
004500*****************************************************************
004510 1200-SCAN-TEMPLATE.
004520     MOVE "Y" TO templateValid
004530     MOVE 0 TO tmplFieldCount
004540     MOVE 0 TO tmplLineCount
004550     MOVE 0 TO END-OF-TEMPLATE
004560
004570     OPEN INPUT templateFile
004580     IF templateFileStatus NOT = "00"
004590         DISPLAY "DOCMERGE ENDED -- TEMPLATE MRGTMPL IS MISSING "
004600             "OR UNREADABLE, STATUS " templateFileStatus
004610         MOVE "N" TO templateValid
004620         GO TO 1200-EXIT
004630     END-IF
004640
004650     PERFORM 1210-SCAN-ONE-TEMPLATE-LINE THRU 1210-EXIT
004660         UNTIL END-OF-TEMPLATE-YES OR TEMPLATE-VALID-NO
004670     CLOSE templateFile
004680
004690     IF TEMPLATE-VALID-YES AND tmplLineCount = 0
004700         DISPLAY "DOCMERGE ENDED -- TEMPLATE MRGTMPL IS EMPTY"
004710         MOVE "N" TO templateValid
004720     END-IF.
004730 1200-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770* 1210-SCAN-ONE-TEMPLATE-LINE
004780* Reads one template line and, when it carries an "&" at all,
004790* walks it for field names.
004800*****************************************************************
004810 1210-SCAN-ONE-TEMPLATE-LINE.
004820     MOVE SPACES TO tmplLine
004830     READ templateFile
004840         AT END
004850             SET END-OF-TEMPLATE-YES TO TRUE
004860             GO TO 1210-EXIT
004870     END-READ
004880     ADD 1 TO tmplLineCount
004890
004900     MOVE 0 TO ampCount
004910     INSPECT tmplLine TALLYING ampCount FOR ALL "&"
004920     IF ampCount = 0
004930         GO TO 1210-EXIT
004940     END-IF
004950
004960     MOVE FUNCTION LENGTH(FUNCTION TRIM(tmplLine TRAILING))
004970         TO tmplLen
004980     MOVE 1 TO scanPos
004990     PERFORM 1220-SCAN-ONE-CHARACTER THRU 1220-EXIT
005000         UNTIL scanPos > tmplLen OR TEMPLATE-VALID-NO.
005010 1210-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050* 1220-SCAN-ONE-CHARACTER
005060* One step of the template walk: "&&" is a plain ampersand,
005070* "&" and a name is a field, and anything else moves on by one.
005080*****************************************************************
005090 1220-SCAN-ONE-CHARACTER.
005100     IF tmplLine(scanPos:1) NOT = "&"
005110         ADD 1 TO scanPos
005120         GO TO 1220-EXIT
005130     END-IF
005140     IF scanPos < tmplLen AND tmplLine(scanPos + 1:1) = "&"
005150         ADD 2 TO scanPos
005160         GO TO 1220-EXIT
005170     END-IF
005180
005190     PERFORM 2500-SCAN-FIELD-NAME THRU 2500-EXIT
005200     IF fieldNameLen = 0
005210         ADD 1 TO scanPos
005220         GO TO 1220-EXIT
005230     END-IF
005240     IF NAME-TOO-LONG-YES
005250         DISPLAY "DOCMERGE ENDED -- TEMPLATE LINE " tmplLineCount
005260             " HAS A FIELD NAME LONGER THAN 30 CHARACTERS: &"
005270             fieldName
005280         MOVE "N" TO templateValid
005290         GO TO 1220-EXIT
005300     END-IF
005310     MOVE namePos TO scanPos
005320
005330     PERFORM 2600-FIND-TEMPLATE-FIELD THRU 2600-EXIT
005340     IF FIELD-FOUND-YES
005350         GO TO 1220-EXIT
005360     END-IF
005370     IF tmplFieldCount >= tmplFieldMax
005380         DISPLAY "DOCMERGE ENDED -- TEMPLATE USES MORE THAN "
005390             tmplFieldMax " DIFFERENT FIELDS"
005400         MOVE "N" TO templateValid
005410         GO TO 1220-EXIT
005420     END-IF
005430     ADD 1 TO tmplFieldCount
005440     MOVE fieldName TO tmplFieldName(tmplFieldCount).
005450 1220-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490* 2000-MERGE-ONE-RECIPIENT
005500* Reads one merge-data record and takes the recipient through:
005510* checked against the template, then -- when nothing is wrong --
005520* filled in, converted, and entered on the merge report and the
005530* merge results.  A rejected recipient gets its report line and
005540* an ER results row, and the run moves on to the next.
005550*****************************************************************
005560 2000-MERGE-ONE-RECIPIENT.
005570     MOVE SPACES TO mrgRecord
005580     READ mergeFile
005590         AT END
005600             SET END-OF-MERGE-YES TO TRUE
005610             GO TO 2000-EXIT
005620     END-READ
005630     ADD 1 TO recordNum
005640
005650     IF mrgRecord = SPACES
005660         OR mrgRecord(1:1) = "*"
005670         GO TO 2000-EXIT
005680     END-IF
005690
005700     ADD 1 TO recipientCount
005710     MOVE "Y" TO recipientValid
005720     MOVE FUNCTION UPPER-CASE(mrgDest) TO mrgDest
005730
005740     PERFORM 2100-CHECK-RECIPIENT-KEY THRU 2100-EXIT
005750     PERFORM 2200-PARSE-FIELD-DATA THRU 2200-EXIT
005760     PERFORM 2300-CHECK-TEMPLATE-FIELDS THRU 2300-EXIT
005770
005780     IF RECIPIENT-VALID-YES
005790         PERFORM 3000-WRITE-MERGED-SOURCE THRU 3000-EXIT
005800     END-IF
005810
005820     IF RECIPIENT-VALID-YES
005830         PERFORM 4000-RUN-ENGINE THRU 4000-EXIT
005840     ELSE
005850         ADD 1 TO rejectCount
005860         MOVE "ER" TO thisDispCode
005870         MOVE 0 TO lastAudDocId
005880         MOVE 0 TO lastAudLineCount
005890         MOVE 0 TO lastAudWordCount
005900         MOVE "ER" TO lastAudCompletionCode
005910     END-IF
005920
005930     PERFORM 4200-WRITE-RESULT-RECORD THRU 4200-EXIT
005940     PERFORM 4300-WRITE-REPORT-LINE THRU 4300-EXIT.
005950 2000-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990* 2100-CHECK-RECIPIENT-KEY
006000* The recipient key must be there and must not repeat one met
006010* earlier this run.  A good key is remembered.
006020*****************************************************************
006030 2100-CHECK-RECIPIENT-KEY.
006040     IF mrgRecipientKey = SPACES
006050         MOVE "NO RECIPIENT KEY" TO exceptText
006060         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006070         GO TO 2100-EXIT
006080     END-IF
006090
006100     MOVE "N" TO keyFound
006110     MOVE 0 TO keyIndex
006120     PERFORM 2110-PROBE-KEY-TABLE THRU 2110-EXIT
006130         UNTIL KEY-FOUND-YES OR keyIndex >= keyCount
006140     IF KEY-FOUND-YES
006150         MOVE "RECIPIENT KEY REPEATS AN EARLIER RECORD"
006160             TO exceptText
006170         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006180         GO TO 2100-EXIT
006190     END-IF
006200
006210     IF keyCount >= keyTableMax
006220         MOVE "MERGE LIMIT REACHED -- RUN THE REST SEPARATELY"
006230             TO exceptText
006240         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006250         GO TO 2100-EXIT
006260     END-IF
006270     ADD 1 TO keyCount
006280     MOVE mrgRecipientKey TO keyValue(keyCount).
006290 2100-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 2110-PROBE-KEY-TABLE
006340* One probe of the recipient-key table.
006350*****************************************************************
006360 2110-PROBE-KEY-TABLE.
006370     ADD 1 TO keyIndex
006380     IF keyValue(keyIndex) = mrgRecipientKey
006390         MOVE "Y" TO keyFound
006400     END-IF.
006410 2110-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450* 2200-PARSE-FIELD-DATA
006460* Cuts the record's field data into its NAME=value pairs and
006470* loads them into the recipient's field table.
006480*****************************************************************
006490 2200-PARSE-FIELD-DATA.
006500     MOVE 0 TO recFieldCount
006510     MOVE 1 TO pairPtr
006520     PERFORM 2210-PARSE-ONE-PAIR THRU 2210-EXIT
006530         UNTIL pairPtr > LENGTH OF mrgFieldData.
006540 2200-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580* 2210-PARSE-ONE-PAIR
006590* Takes the next pair off the field data.  An empty pair (two
006600* "|" together, or a trailing one) is passed over.  A pair with
006610* no "=", no name, a blank value, a value past 200 characters,
006620* a name given twice, or a field the template does not use is
006630* an exception.
006640*****************************************************************
006650 2210-PARSE-ONE-PAIR.
006660     MOVE SPACES TO pairText
006670     UNSTRING mrgFieldData DELIMITED BY "|"
006680         INTO pairText
006690         WITH POINTER pairPtr
006700     END-UNSTRING
006710     IF pairText = SPACES
006720         GO TO 2210-EXIT
006730     END-IF
006740     MOVE FUNCTION TRIM(pairText) TO pairText
006750
006760     MOVE 0 TO pairEqCount
006770     INSPECT pairText TALLYING pairEqCount FOR ALL "="
006780     MOVE 0 TO pairEqPos
006790     INSPECT pairText TALLYING pairEqPos
006800         FOR CHARACTERS BEFORE INITIAL "="
006810     IF pairEqCount = 0 OR pairEqPos = 0
006820         MOVE SPACES TO exceptText
006830         STRING "FIELD IS NOT NAME=VALUE: " DELIMITED BY SIZE
006840             pairText DELIMITED BY SIZE
006850             INTO exceptText
006860         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006870         GO TO 2210-EXIT
006880     END-IF
006890
006900     MOVE SPACES TO pairName
006910     IF pairEqPos <= 40
006920         MOVE pairText(1:pairEqPos) TO pairName
006930     ELSE
006940         MOVE pairText(1:40) TO pairName
006950     END-IF
006960     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(pairName)) TO pairName
006970     IF pairName(1:1) = "&"
006980         MOVE pairName(2:) TO pairNameWork
006990         MOVE pairNameWork TO pairName
007000     END-IF
007010     MOVE SPACES TO pairValue
007020     IF pairEqPos < LENGTH OF pairText - 1
007030         MOVE FUNCTION TRIM(pairText(pairEqPos + 2:)) TO pairValue
007040     END-IF
007050
007060     IF pairName(31:) NOT = SPACES
007070         MOVE SPACES TO exceptText
007080         STRING "FIELD NAME LONGER THAN 30 CHARACTERS: "
007090             DELIMITED BY SIZE
007100             pairName DELIMITED BY SIZE
007110             INTO exceptText
007120         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007130         GO TO 2210-EXIT
007140     END-IF
007150     MOVE pairName TO fieldName
007160
007170     PERFORM 2600-FIND-TEMPLATE-FIELD THRU 2600-EXIT
007180     IF FIELD-FOUND-NO
007190         MOVE SPACES TO exceptText
007200         STRING "FIELD &" DELIMITED BY SIZE
007210             fieldName DELIMITED BY SPACE
007220             " IS NOT USED BY THE TEMPLATE" DELIMITED BY SIZE
007230             INTO exceptText
007240         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007250         GO TO 2210-EXIT
007260     END-IF
007270
007280     PERFORM 2700-FIND-RECIPIENT-FIELD THRU 2700-EXIT
007290     IF FIELD-FOUND-YES
007300         MOVE SPACES TO exceptText
007310         STRING "FIELD &" DELIMITED BY SIZE
007320             fieldName DELIMITED BY SPACE
007330             " IS GIVEN MORE THAN ONCE" DELIMITED BY SIZE
007340             INTO exceptText
007350         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007360         GO TO 2210-EXIT
007370     END-IF
007380
007390* The table is as big as the template's, and every field here
007400* is a template field given once, so it cannot overflow.  A
007410* blank or over-long value still takes its entry, so the field
007420* is not reported a second time as missing.
007430     MOVE 0 TO pairValueLen
007440     IF pairValue NOT = SPACES
007450         MOVE FUNCTION LENGTH(FUNCTION TRIM(pairValue TRAILING))
007460             TO pairValueLen
007470     END-IF
007480     IF pairValueLen = 0
007490         MOVE SPACES TO exceptText
007500         STRING "FIELD &" DELIMITED BY SIZE
007510             fieldName DELIMITED BY SPACE
007520             " HAS NO VALUE" DELIMITED BY SIZE
007530             INTO exceptText
007540         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007550     END-IF
007560     IF pairValueLen > 200
007570         MOVE SPACES TO exceptText
007580         STRING "FIELD &" DELIMITED BY SIZE
007590             fieldName DELIMITED BY SPACE
007600             " VALUE IS LONGER THAN 200 CHARACTERS"
007610             DELIMITED BY SIZE
007620             INTO exceptText
007630         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007640         MOVE 200 TO pairValueLen
007650     END-IF
007660
007670     ADD 1 TO recFieldCount
007680     MOVE fieldName TO recFieldName(recFieldCount)
007690     MOVE pairValue TO recFieldValue(recFieldCount)
007700     MOVE pairValueLen TO recFieldLen(recFieldCount).
007710 2210-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750* 2300-CHECK-TEMPLATE-FIELDS
007760* Every field the template uses must be on the record.  Each
007770* one missing is its own exception line.
007780*****************************************************************
007790 2300-CHECK-TEMPLATE-FIELDS.
007800     MOVE 0 TO tmplFieldIndex
007810     PERFORM 2310-CHECK-ONE-TEMPLATE-FIELD THRU 2310-EXIT
007820         UNTIL tmplFieldIndex >= tmplFieldCount.
007830 2300-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870* 2310-CHECK-ONE-TEMPLATE-FIELD
007880* One template field looked for on the recipient's record.
007890* A field given with a blank or over-long value is in the
007900* table -- it was already reported, and is not reported again
007910* as missing.
007920*****************************************************************
007930 2310-CHECK-ONE-TEMPLATE-FIELD.
007940     ADD 1 TO tmplFieldIndex
007950     MOVE tmplFieldName(tmplFieldIndex) TO fieldName
007960     PERFORM 2700-FIND-RECIPIENT-FIELD THRU 2700-EXIT
007970     IF FIELD-FOUND-YES
007980         GO TO 2310-EXIT
007990     END-IF
008000
008010     MOVE SPACES TO exceptText
008020     STRING "MISSING FIELD &" DELIMITED BY SIZE
008030         fieldName DELIMITED BY SPACE
008040         INTO exceptText
008050     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
008060 2310-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100* 2500-SCAN-FIELD-NAME
008110* Picks the field name out of tmplLine behind the "&" at
008120* scanPos: an upper-case letter, then letters and digits.
008130* Leaves the name in fieldName, its length in fieldNameLen
008140* (zero when no letter follows the "&"), and namePos on the
008150* first character past it.
008160*****************************************************************
008170 2500-SCAN-FIELD-NAME.
008180     MOVE SPACES TO fieldName
008190     MOVE 0 TO fieldNameLen
008200     MOVE "N" TO nameTooLong
008210     MOVE "N" TO nameScanDone
008220     COMPUTE namePos = scanPos + 1
008230     PERFORM 2510-SCAN-ONE-NAME-CHARACTER THRU 2510-EXIT
008240         UNTIL NAME-SCAN-DONE-YES.
008250 2500-EXIT.
008260     EXIT.
008270
008280*****************************************************************
008290* 2510-SCAN-ONE-NAME-CHARACTER
008300* One character of a field name.  Past thirty the name is
008310* still walked to its end, so the caller can say where it
008320* stopped, but is marked too long.
008330*****************************************************************
008340 2510-SCAN-ONE-NAME-CHARACTER.
008350     IF namePos > tmplLen
008360         MOVE "Y" TO nameScanDone
008370         GO TO 2510-EXIT
008380     END-IF
008390     MOVE tmplLine(namePos:1) TO nameChar
008400     IF nameChar = SPACE
008410         MOVE "Y" TO nameScanDone
008420         GO TO 2510-EXIT
008430     END-IF
008440     IF nameChar IS NOT ALPHABETIC-UPPER
008450         IF nameChar IS NOT NUMERIC OR fieldNameLen = 0
008460             MOVE "Y" TO nameScanDone
008470             GO TO 2510-EXIT
008480         END-IF
008490     END-IF
008500
008510     ADD 1 TO fieldNameLen
008520     IF fieldNameLen > 30
008530         MOVE "Y" TO nameTooLong
008540     ELSE
008550         MOVE nameChar TO fieldName(fieldNameLen:1)
008560     END-IF
008570     ADD 1 TO namePos.
008580 2510-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620* 2600-FIND-TEMPLATE-FIELD
008630* Looks fieldName up among the template's fields.
008640*****************************************************************
008650 2600-FIND-TEMPLATE-FIELD.
008660     MOVE "N" TO fieldFound
008670     MOVE 0 TO tmplFieldIndex
008680     PERFORM 2610-PROBE-TEMPLATE-FIELD THRU 2610-EXIT
008690         UNTIL FIELD-FOUND-YES
008700             OR tmplFieldIndex >= tmplFieldCount.
008710 2600-EXIT.
008720     EXIT.
008730
008740*****************************************************************
008750* 2610-PROBE-TEMPLATE-FIELD
008760* One probe of the template-field lookup.
008770*****************************************************************
008780 2610-PROBE-TEMPLATE-FIELD.
008790     ADD 1 TO tmplFieldIndex
008800     IF tmplFieldName(tmplFieldIndex) = fieldName
008810         MOVE "Y" TO fieldFound
008820     END-IF.
008830 2610-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870* 2700-FIND-RECIPIENT-FIELD
008880* Looks fieldName up among the recipient's fields, leaving
008890* recFieldIndex on it when found.
008900*****************************************************************
008910 2700-FIND-RECIPIENT-FIELD.
008920     MOVE "N" TO fieldFound
008930     MOVE 0 TO recFieldIndex
008940     PERFORM 2710-PROBE-RECIPIENT-FIELD THRU 2710-EXIT
008950         UNTIL FIELD-FOUND-YES OR recFieldIndex >= recFieldCount.
008960 2700-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000* 2710-PROBE-RECIPIENT-FIELD
009010* One probe of the recipient-field lookup.
009020*****************************************************************
009030 2710-PROBE-RECIPIENT-FIELD.
009040     ADD 1 TO recFieldIndex
009050     IF recFieldName(recFieldIndex) = fieldName
009060         MOVE "Y" TO fieldFound
009070     END-IF.
009080 2710-EXIT.
009090     EXIT.
009100
009110*****************************************************************
009120* 2900-WRITE-EXCEPTION
009130* Puts one fault for the recipient in hand on the exception
009140* report and marks the recipient rejected.
009150*****************************************************************
009160 2900-WRITE-EXCEPTION.
009170     MOVE "N" TO recipientValid
009180     IF excLinesOnPage >= linesPerPage
009190         PERFORM 1150-WRITE-EXCEPT-HEADER THRU 1150-EXIT
009200     END-IF
009210     MOVE SPACES TO excLine
009220     STRING " " DELIMITED BY SIZE
009230         recordNum DELIMITED BY SIZE
009240         "  " DELIMITED BY SIZE
009250         mrgRecipientKey DELIMITED BY SIZE
009260         "  " DELIMITED BY SIZE
009270         exceptText DELIMITED BY SIZE
009280         INTO excLine
009290     WRITE excLine
009300     ADD 1 TO excLinesOnPage
009310     ADD 1 TO exceptLineCount.
009320 2900-EXIT.
009330     EXIT.
009340
009350*****************************************************************
009360* 3000-WRITE-MERGED-SOURCE
009370* Writes the recipient's copy of the template to its own
009380* temporary source file, each field filled in.  A line the
009390* values would stretch past the record area fails the
009400* recipient rather than cut the letter short, and so does a
009403* work file that will not open -- the engine is not called on
009406* a copy that was never written.
009410*****************************************************************
009420 3000-WRITE-MERGED-SOURCE.
009430     MOVE recordNum TO workNameSeq
009440     MOVE SPACES TO workName
009450     MOVE workNameBuild TO workName
009460     MOVE "N" TO mergeOverflow
009470     MOVE 0 TO END-OF-TEMPLATE
009480
009490     OPEN OUTPUT workFile
009491     IF workFileStatus NOT = "00"
009492         MOVE SPACES TO exceptText
009493         STRING "WORK FILE " DELIMITED BY SIZE
009494             workName DELIMITED BY SPACE
009495             " WILL NOT OPEN, STATUS " DELIMITED BY SIZE
009496             workFileStatus DELIMITED BY SIZE
009497             INTO exceptText
009498         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
009499         GO TO 3000-EXIT
009500     END-IF
009501     OPEN INPUT templateFile
009510     PERFORM 3100-MERGE-ONE-LINE THRU 3100-EXIT
009520         UNTIL END-OF-TEMPLATE-YES OR MERGE-OVERFLOW-YES
009530     CLOSE templateFile
009540     CLOSE workFile
009550
009560     IF MERGE-OVERFLOW-YES
009570         MOVE "FILLED-IN LINE TOO LONG FOR THE SOURCE RECORD"
009580             TO exceptText
009590         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
009600     END-IF.
009610 3000-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650* 3100-MERGE-ONE-LINE
009660* One template line onto the recipient's source, fields filled
009670* in.  A line with no "&" goes across as it stands.
009680*****************************************************************
009690 3100-MERGE-ONE-LINE.
009700     MOVE SPACES TO tmplLine
009710     READ templateFile
009720         AT END
009730             SET END-OF-TEMPLATE-YES TO TRUE
009740             GO TO 3100-EXIT
009750     END-READ
009760
009770     MOVE 0 TO ampCount
009780     INSPECT tmplLine TALLYING ampCount FOR ALL "&"
009790     IF ampCount = 0
009800         MOVE tmplLine TO workLine
009810         WRITE workLine
009820         GO TO 3100-EXIT
009830     END-IF
009840
009850     MOVE SPACES TO workLine
009860     MOVE FUNCTION LENGTH(FUNCTION TRIM(tmplLine TRAILING))
009870         TO tmplLen
009880     MOVE 1 TO scanPos
009890     MOVE 0 TO outPos
009900     PERFORM 3110-MERGE-ONE-CHARACTER THRU 3110-EXIT
009910         UNTIL scanPos > tmplLen OR MERGE-OVERFLOW-YES
009920     WRITE workLine.
009930 3100-EXIT.
009940     EXIT.
009950
009960*****************************************************************
009970* 3110-MERGE-ONE-CHARACTER
009980* One step of the fill: a plain character goes across, "&&"
009990* becomes "&", and "&" with a field name becomes the
010000* recipient's value for it.
010010*****************************************************************
010020 3110-MERGE-ONE-CHARACTER.
010030     IF outPos >= LENGTH OF workLine
010040         MOVE "Y" TO mergeOverflow
010050         GO TO 3110-EXIT
010060     END-IF
010070
010080     IF tmplLine(scanPos:1) NOT = "&"
010090         ADD 1 TO outPos
010100         MOVE tmplLine(scanPos:1) TO workLine(outPos:1)
010110         ADD 1 TO scanPos
010120         GO TO 3110-EXIT
010130     END-IF
010140     IF scanPos < tmplLen AND tmplLine(scanPos + 1:1) = "&"
010150         ADD 1 TO outPos
010160         MOVE "&" TO workLine(outPos:1)
010170         ADD 2 TO scanPos
010180         GO TO 3110-EXIT
010190     END-IF
010200
010210     PERFORM 2500-SCAN-FIELD-NAME THRU 2500-EXIT
010220     IF fieldNameLen = 0
010230         ADD 1 TO outPos
010240         MOVE "&" TO workLine(outPos:1)
010250         ADD 1 TO scanPos
010260         GO TO 3110-EXIT
010270     END-IF
010280     MOVE namePos TO scanPos
010290
010300     PERFORM 2700-FIND-RECIPIENT-FIELD THRU 2700-EXIT
010310     IF outPos + recFieldLen(recFieldIndex) > LENGTH OF workLine
010320         MOVE "Y" TO mergeOverflow
010330         GO TO 3110-EXIT
010340     END-IF
010350     MOVE recFieldValue(recFieldIndex)
010360         (1:recFieldLen(recFieldIndex))
010370         TO workLine(outPos + 1:recFieldLen(recFieldIndex))
010380     ADD recFieldLen(recFieldIndex) TO outPos.
010390 3110-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430* 4000-RUN-ENGINE
010440* One engine call converts the recipient's copy, exactly as
010450* FORMBATCH runs one queue entry: the RETURN-CODE gives the
010460* disposition and is then cleared, CANCEL resets the engine
010470* for the next copy, and the copy's AUDITLOG row supplies its
010480* document ID and counts.  The temporary source is removed
010490* after a copy that converted; one the engine refused is left
010500* for the desk to look at.
010510*****************************************************************
010520 4000-RUN-ENGINE.
010530     MOVE 0 TO RETURN-CODE
010540     CALL "FORMENG" USING workName lineWidthParm
010550         preserveDigitsParm batchModeParm alignModeParm
010560         profileParm clientCodeParm keywordListParm
010565         requesterIdParm redactParm
010570     EVALUATE RETURN-CODE
010580         WHEN 0
010590             MOVE "OK" TO thisDispCode
010600             ADD 1 TO okCount
010610         WHEN 4
010620             MOVE "TR" TO thisDispCode
010630             ADD 1 TO trCount
010640         WHEN OTHER
010650             MOVE "ER" TO thisDispCode
010660             ADD 1 TO erCount
010670     END-EVALUATE
010680     CANCEL "FORMENG"
010690     MOVE 0 TO RETURN-CODE
010700
010710     PERFORM 4100-FETCH-AUDIT-RESULT THRU 4100-EXIT
010720
010730     IF thisDispCode NOT = "ER"
010740         CALL "CBL_DELETE_FILE" USING workName
010750             RETURNING workDeleteRC
010760     END-IF.
010770 4000-EXIT.
010780     EXIT.
010790
010800*****************************************************************
010810* 4100-FETCH-AUDIT-RESULT
010820* Picks up the copy just converted from its AUDITLOG row --
010830* the last row, when it names this copy's source; otherwise
010840* zeros and the disposition code, so a results row still goes
010850* out.
010860*****************************************************************
010870 4100-FETCH-AUDIT-RESULT.
010880     MOVE SPACES TO lastAudFilename
010890     MOVE 0 TO lastAudDocId
010900     MOVE 0 TO lastAudLineCount
010910     MOVE 0 TO lastAudWordCount
010920     MOVE thisDispCode TO lastAudCompletionCode
010930     MOVE 0 TO auditEOF
010940
010950     OPEN INPUT auditFile
010960     IF auditFileStatus NOT = "00"
010970         GO TO 4100-EXIT
010980     END-IF
010990     PERFORM 4110-READ-ONE-AUDIT-ROW THRU 4110-EXIT
011000         UNTIL AUDIT-EOF-YES
011010     CLOSE auditFile
011020
011030     IF FUNCTION TRIM(lastAudFilename) NOT =
011040             FUNCTION TRIM(workName)
011050         MOVE 0 TO lastAudDocId
011060         MOVE 0 TO lastAudLineCount
011070         MOVE 0 TO lastAudWordCount
011080         MOVE thisDispCode TO lastAudCompletionCode
011090     END-IF.
011100 4100-EXIT.
011110     EXIT.
011120
011130*****************************************************************
011140* 4110-READ-ONE-AUDIT-ROW
011150* One AUDITLOG row of the fetch; the last one read wins.
011160*****************************************************************
011170 4110-READ-ONE-AUDIT-ROW.
011180     READ auditFile
011190         AT END SET AUDIT-EOF-YES TO TRUE
011200     END-READ
011210     IF AUDIT-EOF-NO
011220         MOVE audFilename TO lastAudFilename
011230         MOVE audDocId TO lastAudDocId
011240         MOVE audLineCount TO lastAudLineCount
011250         MOVE audWordCount TO lastAudWordCount
011260         MOVE audCompletionCode TO lastAudCompletionCode
011270     END-IF.
011280 4110-EXIT.
011290     EXIT.
011300
011310*****************************************************************
011320* 4200-WRITE-RESULT-RECORD
011330* Appends the recipient's row to MRGRES -- opened, written,
011340* and closed per row the way FORMBATCH writes BATCHRES, so the
011350* rows already written survive an abend.
011360*****************************************************************
011370 4200-WRITE-RESULT-RECORD.
011380     OPEN EXTEND resultFile
011390     IF resultFileStatus NOT = "00"
011400         OPEN OUTPUT resultFile
011410     END-IF
011420     MOVE mrgRecipientKey TO mrsRecipientKey
011430     MOVE lastAudDocId TO mrsDocId
011440     MOVE lastAudCompletionCode TO mrsCompletionCode
011450     MOVE lastAudLineCount TO mrsLineCount
011460     MOVE lastAudWordCount TO mrsWordCount
011470     MOVE mrgDest TO mrsDest
011480     MOVE clientCodeParm TO mrsClientCode
011490     WRITE mrsRecord
011500     CLOSE resultFile.
011510 4200-EXIT.
011520     EXIT.
011530
011540*****************************************************************
011550* 4300-WRITE-REPORT-LINE
011560* The recipient's merge-report line: its key, the document ID
011570* its copy went out under, the disposition and line count, and
011580* the destination.  A rejected recipient points at MRGEXCP.
011590*****************************************************************
011600 4300-WRITE-REPORT-LINE.
011610     IF linesOnPage >= linesPerPage
011620         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
011630     END-IF
011640     MOVE SPACES TO prtRecord
011650     MOVE " " TO prtCarriageCtl
011660     IF RECIPIENT-VALID-NO
011670         STRING recordNum DELIMITED BY SIZE
011680             "  " DELIMITED BY SIZE
011690             mrgRecipientKey DELIMITED BY SIZE
011700             "  REJECTED -- SEE THE MERGE EXCEPTION REPORT"
011710             DELIMITED BY SIZE
011720             INTO prtText
011730     ELSE
011740         STRING recordNum DELIMITED BY SIZE
011750             "  " DELIMITED BY SIZE
011760             mrgRecipientKey DELIMITED BY SIZE
011770             "  " DELIMITED BY SIZE
011780             lastAudDocId DELIMITED BY SIZE
011790             "  " DELIMITED BY SIZE
011800             thisDispCode DELIMITED BY SIZE
011810             "    " DELIMITED BY SIZE
011820             lastAudLineCount DELIMITED BY SIZE
011830             "  " DELIMITED BY SIZE
011840             mrgDest DELIMITED BY SIZE
011850             INTO prtText
011860     END-IF
011870     WRITE prtRecord
011880     ADD 1 TO linesOnPage.
011890 4300-EXIT.
011900     EXIT.
011910
011920*****************************************************************
011930* 5000-WRITE-MERGE-TRAILER
011940* Prints the run totals on the merge report and the count of
011950* faults on the exception report.
011960*****************************************************************
011970 5000-WRITE-MERGE-TRAILER.
011980     MOVE SPACES TO prtRecord
011990     MOVE " " TO prtCarriageCtl
012000     WRITE prtRecord
012010
012020     MOVE SPACES TO prtRecord
012030     MOVE " " TO prtCarriageCtl
012040     STRING "RECIPIENTS READ:     " DELIMITED BY SIZE
012050         recipientCount DELIMITED BY SIZE
012060         INTO prtText
012070     WRITE prtRecord
012080
012090     MOVE SPACES TO prtRecord
012100     MOVE " " TO prtCarriageCtl
012110     STRING "COPIES OK:           " DELIMITED BY SIZE
012120         okCount DELIMITED BY SIZE
012130         INTO prtText
012140     WRITE prtRecord
012150
012160     MOVE SPACES TO prtRecord
012170     MOVE " " TO prtCarriageCtl
012180     STRING "COPIES TR:           " DELIMITED BY SIZE
012190         trCount DELIMITED BY SIZE
012200         INTO prtText
012210     WRITE prtRecord
012220
012230     MOVE SPACES TO prtRecord
012240     MOVE " " TO prtCarriageCtl
012250     STRING "COPIES ER:           " DELIMITED BY SIZE
012260         erCount DELIMITED BY SIZE
012270         INTO prtText
012280     WRITE prtRecord
012290
012300     MOVE SPACES TO prtRecord
012310     MOVE " " TO prtCarriageCtl
012320     STRING "RECIPIENTS REJECTED: " DELIMITED BY SIZE
012330         rejectCount DELIMITED BY SIZE
012340         INTO prtText
012350     WRITE prtRecord
012360
012370     MOVE SPACES TO excLine
012380     WRITE excLine
012390     MOVE SPACES TO excLine
012400     IF exceptLineCount = 0
012410         STRING " NO MERGE EXCEPTIONS" DELIMITED BY SIZE
012420             INTO excLine
012430     ELSE
012440         STRING " FAULTS: " DELIMITED BY SIZE
012450             exceptLineCount DELIMITED BY SIZE
012460             "  RECIPIENTS REJECTED: " DELIMITED BY SIZE
012470             rejectCount DELIMITED BY SIZE
012480             INTO excLine
012490     END-IF
012500     WRITE excLine
012510
012520     IF rejectCount > 0
012530         DISPLAY "DOCMERGE -- " rejectCount
012540             " RECIPIENTS REJECTED; SEE MRGEXCP"
012550     END-IF.
012560 5000-EXIT.
012570     EXIT.
012580
012590*****************************************************************
012600* 9999-END-RUN
012610* Closes whatever opened and ends the run.
012620*****************************************************************
012630 9999-END-RUN.
012640     IF MERGE-READY-YES
012650         CLOSE mergeFile
012660         CLOSE reportFile
012670         CLOSE exceptFile
012680     END-IF.
012690 9999-EXIT.
012700     EXIT.
