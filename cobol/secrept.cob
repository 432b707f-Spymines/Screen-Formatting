000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- requester security report
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  The access review for the
000090*                   conversion queue: for a requested date range
000100*                   (two CHAINING parameters, YYYYMMDD from/to,
000110*                   either or both omitted for an open end, the
000120*                   AUDITSUM convention) SECRPT lists every
000130*                   requester on the AUTHMAST authorization
000140*                   master in requester order -- name, status,
000150*                   each source directory and print profile the
000160*                   requester is granted -- followed by every
000170*                   AUDITLOG run submitted under the requester
000180*                   inside the range, refused attempts (AU)
000190*                   flagged, with the requester's run and
000200*                   refusal counts.  Requesters found on the log
000210*                   but not on the master -- a single-document
000220*                   run given no requester, or one since removed
000230*                   -- follow in a section of their own, so no
000240*                   run in the range goes unlisted.  The range
000250*                   totals close the report.  The log is read
000260*                   into tables first; a range too wide for them
000270*                   is counted and called out, never silently
000280*                   short.  RETURN-CODE 0 when nothing was
000290*                   refused, 4 when the range holds refused
000300*                   attempts, 8 when AUDITLOG or AUTHMAST will
000310*                   not open or a table overflowed.
000320
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. SECREPT.
000350 AUTHOR. TREVOR MINES.
000360 INSTALLATION. CSC 330.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT auditFile ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS auditFileStatus.
000460
000470     SELECT authFile ASSIGN TO "AUTHMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS autKey
000510         FILE STATUS IS authFileStatus.
000520
000530     SELECT reportFile ASSIGN TO "SECRPT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS reportFileStatus.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  auditFile.
000600     COPY AUDREC.
000610
000620 FD  authFile.
000630     COPY AUTHREC.
000640
000650 FD  reportFile.
000660     COPY PRTREC.
000670
000680 WORKING-STORAGE SECTION.
000690 01  auditFileStatus PIC X(2) VALUE SPACES.
000700 01  authFileStatus PIC X(2) VALUE SPACES.
000710 01  reportFileStatus PIC X(2) VALUE SPACES.
000720 77  END-OF-FILE PIC 9(1) VALUE 0.
000730     88  END-OF-FILE-YES VALUE 1.
000740     88  END-OF-FILE-NO  VALUE 0.
000750 77  END-OF-MASTER PIC 9(1) VALUE 0.
000760     88  END-OF-MASTER-YES VALUE 1.
000770     88  END-OF-MASTER-NO  VALUE 0.
000780 01  authMasterAvailable PIC X(1) VALUE "N".
000790     88  AUTH-MASTER-AVAILABLE-YES VALUE "Y".
000800     88  AUTH-MASTER-AVAILABLE-NO  VALUE "N".
000810
000820* The requested range, the PERFREPT way: a blank or
000830* non-numeric parameter leaves its end open.
000840 01  fromDateParm PIC X(8) VALUE SPACES.
000850 01  toDateParm PIC X(8) VALUE SPACES.
000860 01  fromDate PIC 9(8) VALUE 0.
000870 01  toDate PIC 9(8) VALUE 99999999.
000880 01  dateWork PIC X(8).
000890
000900* One entry per requester seen on the log inside the range,
000910* in the order first seen, with the requester's counts and
000920* whether the master walk found the requester.  A blank
000930* requester is an entry of its own.
000940 01  userTableMax PIC 9(4) COMP VALUE 500.
000950 01  userCount PIC 9(4) COMP VALUE 0.
000960 01  userTable.
000970     05  userEntry OCCURS 500 TIMES.
000980         10  userId PIC X(8).
000990         10  userOnMaster PIC X(1).
001000         10  userRuns PIC 9(8).
001010         10  userRefused PIC 9(8).
001020 01  userIndex PIC 9(4) COMP VALUE 0.
001030 01  currentUser PIC 9(4) COMP VALUE 0.
001040 01  findId PIC X(8) VALUE SPACES.
001050 01  userFound PIC X(1) VALUE "N".
001060     88  USER-FOUND-YES VALUE "Y".
001070     88  USER-FOUND-NO  VALUE "N".
001080
001090* One entry per run inside the range, in log order.  A run
001100* past the table still counts for its requester; it is only
001110* missing from the detail lines, and the totals say how many.
001120 01  runTableMax PIC 9(4) COMP VALUE 5000.
001130 01  runCount PIC 9(4) COMP VALUE 0.
001140 01  runTable.
001150     05  runEntry OCCURS 5000 TIMES.
001160         10  runUserId PIC X(8).
001170         10  runRowDate PIC 9(8).
001180         10  runRowTime PIC 9(6).
001190         10  runCode PIC X(2).
001200         10  runClient PIC X(8).
001210         10  runDocId PIC 9(16).
001220         10  runFilename PIC X(256).
001230 01  runIndex PIC 9(4) COMP VALUE 0.
001240
001250* The requester the master walk is listing: its table entry
001260* (zero when it ran nothing in the range) and whether a
001270* requester's section is open.
001280 01  walkUserId PIC X(8) VALUE SPACES.
001290 01  sectionOpen PIC X(1) VALUE "N".
001300     88  SECTION-OPEN-YES VALUE "Y".
001310     88  SECTION-OPEN-NO  VALUE "N".
001320 01  statusWord PIC X(7) VALUE SPACES.
001330 01  flagWord PIC X(7) VALUE SPACES.
001340 01  printId PIC X(8) VALUE SPACES.
001350
001360* Range totals for the closing section.
001370 01  runsInRange PIC 9(8) VALUE 0.
001380 01  refusedInRange PIC 9(8) VALUE 0.
001390 01  runDropCount PIC 9(8) VALUE 0.
001400 01  userDropCount PIC 9(8) VALUE 0.
001410 01  masterUserCount PIC 9(8) VALUE 0.
001420 01  activeUserCount PIC 9(8) VALUE 0.
001430 01  retiredUserCount PIC 9(8) VALUE 0.
001440 01  grantCount PIC 9(8) VALUE 0.
001450 01  offMasterUserCount PIC 9(8) VALUE 0.
001460 01  offMasterRunCount PIC 9(8) VALUE 0.
001470
001480* Print-control fields, kept to the same page size the reflow
001490* report uses.
001500 01  pageNum PIC 9(4) VALUE 1.
001510 01  linesOnPage PIC 9(4) VALUE 0.
001520 01  linesPerPage PIC 9(3) VALUE 55.
001530 01  currentDateTime PIC X(21).
001540 01  runDate REDEFINES currentDateTime.
001550     05  runDateYYYYMMDD PIC 9(8).
001560     05  runTimeHHMMSS   PIC 9(6).
001570     05  FILLER          PIC X(7).
001580 01  runDateDisplay PIC X(10).
001590
001600 PROCEDURE DIVISION CHAINING fromDateParm toDateParm.
001610
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001640
001650     IF auditFileStatus = "00"
001660         PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
001670             UNTIL END-OF-FILE-YES
001680         PERFORM 5000-WRITE-SECURITY-REPORT THRU 5000-EXIT
001690         EVALUATE TRUE
001700             WHEN AUTH-MASTER-AVAILABLE-NO
001710             WHEN runDropCount > 0
001720             WHEN userDropCount > 0
001730                 MOVE 8 TO RETURN-CODE
001740             WHEN refusedInRange > 0
001750                 MOVE 4 TO RETURN-CODE
001760             WHEN OTHER
001770                 MOVE 0 TO RETURN-CODE
001780         END-EVALUATE
001790     END-IF
001800
001810     PERFORM 9999-END-RUN THRU 9999-EXIT
001820     GOBACK.
001830
001840*****************************************************************
001850* 1000-INITIALIZE-RUN
001860* Derives the requested date range and opens AUDITLOG, the
001870* authorization master, and the report.  A missing log ends
001880* the run with RETURN-CODE 8.  A missing master still lets the
001890* report list the runs, every requester under the not-on-the-
001900* master section, and ends RETURN-CODE 8.
001910*****************************************************************
001920 1000-INITIALIZE-RUN.
001930     MOVE FUNCTION CURRENT-DATE TO currentDateTime
001940     MOVE runDateYYYYMMDD TO runDateDisplay
001950
001960     PERFORM 1050-DERIVE-DATE-RANGE THRU 1050-EXIT
001970
001980     OPEN INPUT auditFile
001990     IF auditFileStatus NOT = "00"
002000         DISPLAY "SECREPT ENDED -- AUDITLOG IS MISSING OR "
002010             "UNREADABLE, STATUS " auditFileStatus
002020         MOVE 8 TO RETURN-CODE
002030         GO TO 1000-EXIT
002040     END-IF
002050
002060     MOVE "N" TO authMasterAvailable
002070     OPEN INPUT authFile
002080     IF authFileStatus = "00"
002090         MOVE "Y" TO authMasterAvailable
002100     ELSE
002110         DISPLAY "SECREPT WARNING -- AUTHORIZATION MASTER "
002120             "AUTHMAST UNAVAILABLE, STATUS " authFileStatus
002130             " -- GRANTS WILL NOT BE LISTED"
002140     END-IF
002150
002160     OPEN OUTPUT reportFile.
002170 1000-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* 1050-DERIVE-DATE-RANGE
002220* Converts the two CHAINING parameters into the numeric range
002230* limits.  A blank or non-numeric parameter leaves its end of
002240* the range open (0 or 99999999) instead of guessing.
002250*****************************************************************
002260 1050-DERIVE-DATE-RANGE.
002270     MOVE 0 TO fromDate
002280     MOVE 99999999 TO toDate
002290
002300     IF FUNCTION TRIM(fromDateParm) NOT = SPACES
002310         MOVE fromDateParm TO dateWork
002320         INSPECT dateWork CONVERTING "0123456789" TO "          "
002330         IF dateWork = SPACES
002340             MOVE FUNCTION NUMVAL(fromDateParm) TO fromDate
002350         END-IF
002360     END-IF
002370
002380     IF FUNCTION TRIM(toDateParm) NOT = SPACES
002390         MOVE toDateParm TO dateWork
002400         INSPECT dateWork CONVERTING "0123456789" TO "          "
002410         IF dateWork = SPACES
002420             MOVE FUNCTION NUMVAL(toDateParm) TO toDate
002430         END-IF
002440     END-IF.
002450 1050-EXIT.
002460     EXIT.
002470
002480*****************************************************************
002490* 2000-LOAD-ONE-ROW
002500* Reads one AUDITLOG row and, inside the range, counts it for
002510* its requester and keeps it for the detail lines.  A row
002520* whose requester does not fit the requester table is counted
002530* as dropped -- it can be listed under no one.
002540*****************************************************************
002550 2000-LOAD-ONE-ROW.
002560     READ auditFile
002570         AT END SET END-OF-FILE-YES TO TRUE
002580     END-READ
002590
002600     IF END-OF-FILE-YES
002610         GO TO 2000-EXIT
002620     END-IF
002630     IF audRunDate < fromDate OR audRunDate > toDate
002640         GO TO 2000-EXIT
002650     END-IF
002660
002670     ADD 1 TO runsInRange
002680     IF audCompletionCode = "AU"
002690         ADD 1 TO refusedInRange
002700     END-IF
002710
002720     MOVE audRequesterId TO findId
002730     PERFORM 2900-FIND-USER THRU 2900-EXIT
002740     IF USER-FOUND-NO
002750         IF userCount < userTableMax
002760             ADD 1 TO userCount
002770             MOVE userCount TO userIndex
002780             MOVE audRequesterId TO userId(userIndex)
002790             MOVE "N" TO userOnMaster(userIndex)
002800             MOVE 0 TO userRuns(userIndex)
002810             MOVE 0 TO userRefused(userIndex)
002820         ELSE
002830             ADD 1 TO userDropCount
002840             GO TO 2000-EXIT
002850         END-IF
002860     END-IF
002870     ADD 1 TO userRuns(userIndex)
002880     IF audCompletionCode = "AU"
002890         ADD 1 TO userRefused(userIndex)
002900     END-IF
002910
002920     IF runCount < runTableMax
002930         ADD 1 TO runCount
002940         MOVE audRequesterId TO runUserId(runCount)
002950         MOVE audRunDate TO runRowDate(runCount)
002960         MOVE audRunTime TO runRowTime(runCount)
002970         MOVE audCompletionCode TO runCode(runCount)
002980         MOVE audClientCode TO runClient(runCount)
002990         MOVE audDocId TO runDocId(runCount)
003000         MOVE audFilename TO runFilename(runCount)
003010     ELSE
003020         ADD 1 TO runDropCount
003030     END-IF.
003040 2000-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080* 2900-FIND-USER
003090* Looks findId up in the requester table; userIndex is its
003100* entry when found.
003110*****************************************************************
003120 2900-FIND-USER.
003130     MOVE "N" TO userFound
003140     MOVE 0 TO userIndex
003150     PERFORM 2910-PROBE-ONE-USER THRU 2910-EXIT
003160         UNTIL USER-FOUND-YES OR userIndex >= userCount.
003170 2900-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 2910-PROBE-ONE-USER
003220* One probe of the requester-table search.
003230*****************************************************************
003240 2910-PROBE-ONE-USER.
003250     ADD 1 TO userIndex
003260     IF userId(userIndex) = findId
003270         MOVE "Y" TO userFound
003280     END-IF.
003290 2910-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330* 5000-WRITE-SECURITY-REPORT
003340* Prints the master's requesters with their grants and runs,
003350* then the requesters found only on the log, then the totals.
003360*****************************************************************
003370 5000-WRITE-SECURITY-REPORT.
003380     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
003390     PERFORM 5200-WRITE-MASTER-SECTION THRU 5200-EXIT
003400     PERFORM 5300-WRITE-OFF-MASTER-SECTION THRU 5300-EXIT
003410     PERFORM 5500-WRITE-TOTALS-SECTION THRU 5500-EXIT.
003420 5000-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460* 5100-WRITE-REPORT-HEADER
003470* Starts a new report page with the requested range and
003480* resets the page line counter.
003490*****************************************************************
003500 5100-WRITE-REPORT-HEADER.
003510     MOVE SPACES TO prtRecord
003520     MOVE "1" TO prtCarriageCtl
003530     STRING "REQUESTER SECURITY REPORT" DELIMITED BY SIZE
003540         "          PRINTED: " DELIMITED BY SIZE
003550         runDateDisplay DELIMITED BY SIZE
003560         "  PAGE: " DELIMITED BY SIZE
003570         pageNum DELIMITED BY SIZE
003580         INTO prtText
003590     WRITE prtRecord
003600
003610     MOVE SPACES TO prtRecord
003620     MOVE " " TO prtCarriageCtl
003630     STRING "DATE RANGE: " DELIMITED BY SIZE
003640         fromDate DELIMITED BY SIZE
003650         " THRU " DELIMITED BY SIZE
003660         toDate DELIMITED BY SIZE
003670         INTO prtText
003680     WRITE prtRecord
003690
003700     MOVE SPACES TO prtRecord
003710     MOVE " " TO prtCarriageCtl
003720     WRITE prtRecord
003730
003740     ADD 1 TO pageNum
003750     MOVE 3 TO linesOnPage.
003760 5100-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800* 5150-WRITE-ONE-LINE
003810* Writes the line already built in prtRecord, breaking to a
003820* fresh page first whenever the page is full.
003830*****************************************************************
003840 5150-WRITE-ONE-LINE.
003850     IF linesOnPage >= linesPerPage
003860         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
003870     END-IF
003880     WRITE prtRecord
003890     ADD 1 TO linesOnPage.
003900 5150-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940* 5200-WRITE-MASTER-SECTION
003950* Walks AUTHMAST in key order.  Each requester record opens a
003960* section; the grants filed behind it list under it; the next
003970* requester record -- or the end of the master -- closes it
003980* with the requester's runs.
003990*****************************************************************
004000 5200-WRITE-MASTER-SECTION.
004010     MOVE SPACES TO prtRecord
004020     MOVE " " TO prtCarriageCtl
004030     STRING "REQUESTERS ON THE AUTHORIZATION MASTER"
004040         DELIMITED BY SIZE
004050         INTO prtText
004060     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
004070
004080     IF AUTH-MASTER-AVAILABLE-NO
004090         MOVE SPACES TO prtRecord
004100         MOVE " " TO prtCarriageCtl
004110         STRING "  AUTHMAST UNAVAILABLE -- GRANTS NOT LISTED, "
004120             DELIMITED BY SIZE
004130             "EVERY REQUESTER IS LISTED BELOW AS NOT ON THE "
004140             DELIMITED BY SIZE
004150             "MASTER" DELIMITED BY SIZE
004160             INTO prtText
004170         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
004180         GO TO 5200-EXIT
004190     END-IF
004200
004210     MOVE "N" TO sectionOpen
004220     MOVE SPACES TO walkUserId
004230     PERFORM 5210-LIST-ONE-MASTER-RECORD THRU 5210-EXIT
004240         UNTIL END-OF-MASTER-YES
004250     IF SECTION-OPEN-YES
004260         PERFORM 5250-WRITE-USER-RUNS THRU 5250-EXIT
004270     END-IF
004280
004290     IF masterUserCount = 0
004300         MOVE SPACES TO prtRecord
004310         MOVE " " TO prtCarriageCtl
004320         STRING "  NO REQUESTERS ON THE MASTER" DELIMITED BY SIZE
004330             INTO prtText
004340         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
004350     END-IF.
004360 5200-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400* 5210-LIST-ONE-MASTER-RECORD
004410* One AUTHMAST record of the walk: a requester record closes
004420* the section open ahead of it and opens its own; a grant
004430* prints under its requester.  A grant whose requester record
004440* is missing prints on a line of its own, said as such.
004450*****************************************************************
004460 5210-LIST-ONE-MASTER-RECORD.
004470     READ authFile NEXT RECORD
004480         AT END SET END-OF-MASTER-YES TO TRUE
004490     END-READ
004500     IF END-OF-MASTER-YES
004510         GO TO 5210-EXIT
004520     END-IF
004530
004540     IF AUT-KIND-REQUESTER
004550         IF SECTION-OPEN-YES
004560             PERFORM 5250-WRITE-USER-RUNS THRU 5250-EXIT
004570         END-IF
004580         PERFORM 5220-OPEN-USER-SECTION THRU 5220-EXIT
004590         GO TO 5210-EXIT
004600     END-IF
004610
004620     ADD 1 TO grantCount
004630     MOVE SPACES TO prtRecord
004640     MOVE " " TO prtCarriageCtl
004650     IF SECTION-OPEN-NO OR autRequesterId NOT = walkUserId
004660         STRING "  GRANT WITH NO REQUESTER RECORD -- "
004670             DELIMITED BY SIZE
004680             autRequesterId DELIMITED BY SIZE
004690             " " DELIMITED BY SIZE
004700             autKind DELIMITED BY SIZE
004710             " " DELIMITED BY SIZE
004720             FUNCTION TRIM(autValue) DELIMITED BY SIZE
004730             INTO prtText
004740         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
004750         GO TO 5210-EXIT
004760     END-IF
004770
004780     IF AUT-KIND-DIRECTORY
004790         STRING "    MAY SUBMIT FROM   " DELIMITED BY SIZE
004800             FUNCTION TRIM(autValue) DELIMITED BY SIZE
004810             INTO prtText
004820     ELSE
004830         STRING "    MAY PRINT UNDER   " DELIMITED BY SIZE
004840             FUNCTION TRIM(autValue) DELIMITED BY SIZE
004850             INTO prtText
004860     END-IF
004870     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT.
004880 5210-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920* 5220-OPEN-USER-SECTION
004930* Prints a requester's heading line -- ID, name, status, and
004940* when the record was added and last changed -- and finds the
004950* requester's runs, marking them as covered by the master.
004960*****************************************************************
004970 5220-OPEN-USER-SECTION.
004980     ADD 1 TO masterUserCount
004990     IF autStatus = "A"
005000         MOVE "ACTIVE" TO statusWord
005010         ADD 1 TO activeUserCount
005020     ELSE
005030         MOVE "RETIRED" TO statusWord
005040         ADD 1 TO retiredUserCount
005050     END-IF
005060
005070     MOVE "Y" TO sectionOpen
005080     MOVE autRequesterId TO walkUserId
005090     MOVE autRequesterId TO findId
005100     PERFORM 2900-FIND-USER THRU 2900-EXIT
005110     MOVE 0 TO currentUser
005120     IF USER-FOUND-YES
005130         MOVE userIndex TO currentUser
005140         MOVE "Y" TO userOnMaster(currentUser)
005150     END-IF
005160
005170     MOVE SPACES TO prtRecord
005180     MOVE " " TO prtCarriageCtl
005190     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
005200
005210     MOVE SPACES TO prtRecord
005220     MOVE " " TO prtCarriageCtl
005230     STRING "  REQUESTER " DELIMITED BY SIZE
005240         autRequesterId DELIMITED BY SIZE
005250         "  " DELIMITED BY SIZE
005260         autName DELIMITED BY SIZE
005270         "  " DELIMITED BY SIZE
005280         statusWord DELIMITED BY SIZE
005290         "  ADDED " DELIMITED BY SIZE
005300         autAddDate DELIMITED BY SIZE
005310         "  CHANGED " DELIMITED BY SIZE
005320         autChangeDate DELIMITED BY SIZE
005330         INTO prtText
005340     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT.
005350 5220-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390* 5250-WRITE-USER-RUNS
005400* Closes a requester's section: every run in the range the
005410* requester submitted, refused attempts flagged, and the
005420* requester's run and refusal counts.  currentUser is the
005430* requester's table entry, zero when it ran nothing.
005440*****************************************************************
005450 5250-WRITE-USER-RUNS.
005460     MOVE "N" TO sectionOpen
005470     MOVE SPACES TO prtRecord
005480     MOVE " " TO prtCarriageCtl
005490     IF currentUser = 0
005500         STRING "    NO RUNS IN THE RANGE" DELIMITED BY SIZE
005510             INTO prtText
005520         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
005530         GO TO 5250-EXIT
005540     END-IF
005550
005560     STRING "      DATE     TIME   CD FLAG    CLIENT   "
005570         DELIMITED BY SIZE
005580         "DOCUMENT ID      FILE" DELIMITED BY SIZE
005590         INTO prtText
005600     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
005610
005620     MOVE 0 TO runIndex
005630     PERFORM 5260-WRITE-ONE-RUN THRU 5260-EXIT
005640         UNTIL runIndex >= runCount
005650
005660     MOVE SPACES TO prtRecord
005670     MOVE " " TO prtCarriageCtl
005680     STRING "    RUNS: " DELIMITED BY SIZE
005690         userRuns(currentUser) DELIMITED BY SIZE
005700         "  REFUSED: " DELIMITED BY SIZE
005710         userRefused(currentUser) DELIMITED BY SIZE
005720         INTO prtText
005730     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT.
005740 5250-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780* 5260-WRITE-ONE-RUN
005790* One run's detail line, when the run is the current
005800* requester's.
005810*****************************************************************
005820 5260-WRITE-ONE-RUN.
005830     ADD 1 TO runIndex
005840     IF runUserId(runIndex) NOT = userId(currentUser)
005850         GO TO 5260-EXIT
005860     END-IF
005870
005880     MOVE SPACES TO flagWord
005890     IF runCode(runIndex) = "AU"
005900         MOVE "REFUSED" TO flagWord
005910     END-IF
005920     MOVE SPACES TO prtRecord
005930     MOVE " " TO prtCarriageCtl
005940     STRING "      " DELIMITED BY SIZE
005950         runRowDate(runIndex) DELIMITED BY SIZE
005960         " " DELIMITED BY SIZE
005970         runRowTime(runIndex) DELIMITED BY SIZE
005980         " " DELIMITED BY SIZE
005990         runCode(runIndex) DELIMITED BY SIZE
006000         " " DELIMITED BY SIZE
006010         flagWord DELIMITED BY SIZE
006020         " " DELIMITED BY SIZE
006030         runClient(runIndex) DELIMITED BY SIZE
006040         " " DELIMITED BY SIZE
006050         runDocId(runIndex) DELIMITED BY SIZE
006060         " " DELIMITED BY SIZE
006070         FUNCTION TRIM(runFilename(runIndex)) DELIMITED BY SIZE
006080         INTO prtText
006090     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT.
006100 5260-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140* 5300-WRITE-OFF-MASTER-SECTION
006150* Lists the requesters the log names but the master walk never
006160* reached -- no requester given, or one not on the master --
006170* each with its runs the same way.
006180*****************************************************************
006190 5300-WRITE-OFF-MASTER-SECTION.
006200     MOVE SPACES TO prtRecord
006210     MOVE " " TO prtCarriageCtl
006220     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006230
006240     MOVE SPACES TO prtRecord
006250     MOVE " " TO prtCarriageCtl
006260     STRING "REQUESTERS NOT ON THE AUTHORIZATION MASTER"
006270         DELIMITED BY SIZE
006280         INTO prtText
006290     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006300
006310     MOVE 0 TO userIndex
006320     PERFORM 5310-WRITE-ONE-OFF-MASTER THRU 5310-EXIT
006330         UNTIL userIndex >= userCount
006340
006350     IF offMasterUserCount = 0
006360         MOVE SPACES TO prtRecord
006370         MOVE " " TO prtCarriageCtl
006380         STRING "  NONE" DELIMITED BY SIZE
006390             INTO prtText
006400         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006410     END-IF.
006420 5300-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460* 5310-WRITE-ONE-OFF-MASTER
006470* One requester-table entry of the off-master pass: listed
006480* with its runs when the master walk did not cover it.
006490*****************************************************************
006500 5310-WRITE-ONE-OFF-MASTER.
006510     ADD 1 TO userIndex
006520     IF userOnMaster(userIndex) = "Y"
006530         GO TO 5310-EXIT
006540     END-IF
006550
006560     ADD 1 TO offMasterUserCount
006570     ADD userRuns(userIndex) TO offMasterRunCount
006580     MOVE userIndex TO currentUser
006590     MOVE userId(userIndex) TO printId
006600     IF printId = SPACES
006610         MOVE "(NONE)" TO printId
006620     END-IF
006630
006640     MOVE SPACES TO prtRecord
006650     MOVE " " TO prtCarriageCtl
006660     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006670
006680     MOVE SPACES TO prtRecord
006690     MOVE " " TO prtCarriageCtl
006700     STRING "  REQUESTER " DELIMITED BY SIZE
006710         printId DELIMITED BY SIZE
006720         "  NOT ON THE MASTER" DELIMITED BY SIZE
006730         INTO prtText
006740     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006750
006760     PERFORM 5250-WRITE-USER-RUNS THRU 5250-EXIT.
006770 5310-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810* 5500-WRITE-TOTALS-SECTION
006820* Prints the range totals and calls out anything the tables
006830* could not hold.
006840*****************************************************************
006850 5500-WRITE-TOTALS-SECTION.
006860     MOVE SPACES TO prtRecord
006870     MOVE " " TO prtCarriageCtl
006880     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006890
006900     MOVE SPACES TO prtRecord
006910     MOVE " " TO prtCarriageCtl
006920     STRING "RANGE TOTALS" DELIMITED BY SIZE
006930         INTO prtText
006940     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
006950
006960     MOVE SPACES TO prtRecord
006970     MOVE " " TO prtCarriageCtl
006980     STRING "  REQUESTERS ON THE MASTER:    " DELIMITED BY SIZE
006990         masterUserCount DELIMITED BY SIZE
007000         "  (ACTIVE " DELIMITED BY SIZE
007010         activeUserCount DELIMITED BY SIZE
007020         ", RETIRED " DELIMITED BY SIZE
007030         retiredUserCount DELIMITED BY SIZE
007040         ")" DELIMITED BY SIZE
007050         INTO prtText
007060     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007070
007080     MOVE SPACES TO prtRecord
007090     MOVE " " TO prtCarriageCtl
007100     STRING "  GRANTS ON THE MASTER:        " DELIMITED BY SIZE
007110         grantCount DELIMITED BY SIZE
007120         INTO prtText
007130     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007140
007150     MOVE SPACES TO prtRecord
007160     MOVE " " TO prtCarriageCtl
007170     STRING "  RUNS IN THE RANGE:           " DELIMITED BY SIZE
007180         runsInRange DELIMITED BY SIZE
007190         INTO prtText
007200     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007210
007220     MOVE SPACES TO prtRecord
007230     MOVE " " TO prtCarriageCtl
007240     STRING "  REFUSED ATTEMPTS (AU):       " DELIMITED BY SIZE
007250         refusedInRange DELIMITED BY SIZE
007260         INTO prtText
007270     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007280
007290     MOVE SPACES TO prtRecord
007300     MOVE " " TO prtCarriageCtl
007310     STRING "  RUNS BY REQUESTERS NOT ON THE MASTER: "
007320         DELIMITED BY SIZE
007330         offMasterRunCount DELIMITED BY SIZE
007340         INTO prtText
007350     PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007360
007370     IF runDropCount > 0
007380         MOVE SPACES TO prtRecord
007390         MOVE " " TO prtCarriageCtl
007400         STRING "  ... AND " DELIMITED BY SIZE
007410             runDropCount DELIMITED BY SIZE
007420             " RUNS PAST THE RUN TABLE, COUNTED ABOVE BUT NOT "
007430             DELIMITED BY SIZE
007440             "LISTED -- NARROW THE RANGE" DELIMITED BY SIZE
007450             INTO prtText
007460         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007470     END-IF
007480
007490     IF userDropCount > 0
007500         MOVE SPACES TO prtRecord
007510         MOVE " " TO prtCarriageCtl
007520         STRING "  ... AND " DELIMITED BY SIZE
007530             userDropCount DELIMITED BY SIZE
007540             " RUNS BY REQUESTERS PAST THE REQUESTER TABLE, "
007550             DELIMITED BY SIZE
007560             "NOT LISTED -- NARROW THE RANGE" DELIMITED BY SIZE
007570             INTO prtText
007580         PERFORM 5150-WRITE-ONE-LINE THRU 5150-EXIT
007590     END-IF.
007600 5500-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640* 9999-END-RUN
007650* Closes whatever opened and ends the run.
007660*****************************************************************
007670 9999-END-RUN.
007680     IF auditFileStatus = "00" OR auditFileStatus = "10"
007690         CLOSE auditFile
007700         CLOSE reportFile
007710     END-IF
007720     IF AUTH-MASTER-AVAILABLE-YES
007730         CLOSE authFile
007740     END-IF.
007750 9999-EXIT.
007760     EXIT.
