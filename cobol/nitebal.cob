000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- nightly end-to-end balancing
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  Each step balances its own
000090*                   piece, but nothing proved the night held
000100*                   together: an entry could convert OK and never
000110*                   be archived, or never be routed, and nobody
000120*                   knew until the client called.  This job takes
000130*                   the night's REQQUEUE and follows every entry
000140*                   through each stage -- its BATCHRES outcome
000150*                   (one row per entry, in queue order, the way
000160*                   FORMBATCH writes them), an AUDITLOG row under
000170*                   the same document ID with the same counts,
000180*                   that many lines under the ID in ARCHMAST, and
000190*                   a routed destination on DISTRES, the record
000200*                   form of DISTLOAD's DISTRPT manifest, with the
000210*                   same line count.  BALRPT has one row per entry
000220*                   saying where it stopped and why, the
000230*                   out-of-balance entries first, then the
000240*                   totals per stage.  An entry the batch turned
000250*                   away is accounted for -- it is on RETRYQUE --
000260*                   but did not carry through either.
000270*                   RETURN-CODE 0 when every entry carried
000280*                   through, 4 when the only stops were entries
000290*                   the batch rejected, 8 when anything is out of
000300*                   balance or REQQUEUE will not open.
000302* 2026-10-15  TM    An entry FORMBATCH refused for want of
000304*                   authorization (BATCHRES code AU) is
000306*                   accounted for as refused, not as on
000308*                   RETRYQUE -- the batch does not re-queue it.
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. NITEBAL.
000340 AUTHOR. TREVOR MINES.
000350 INSTALLATION. CSC 330.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT reqFile ASSIGN TO "REQQUEUE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS reqFileStatus.
000450
000460     SELECT resultFile ASSIGN TO "BATCHRES"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS resultFileStatus.
000490
000500     SELECT auditFile ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS auditFileStatus.
000530
000540     SELECT archFile ASSIGN TO "ARCHMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS arcKey
000580         FILE STATUS IS archFileStatus.
000590
000600     SELECT distResFile ASSIGN TO "DISTRES"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS distResFileStatus.
000630
000640     SELECT reportFile ASSIGN TO "BALRPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS reportFileStatus.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  reqFile.
000710     COPY REQREC.
000720
000730 FD  resultFile.
000740     COPY RSLREC.
000750
000760 FD  auditFile.
000770     COPY AUDREC.
000780
000790 FD  archFile.
000800     COPY ARCREC.
000810
000820 FD  distResFile.
000830     COPY DSTREC.
000840
000850 FD  reportFile.
000860     COPY PRTREC.
000870
000880 WORKING-STORAGE SECTION.
000890 01  reqFileStatus PIC X(2) VALUE SPACES.
000900 01  resultFileStatus PIC X(2) VALUE SPACES.
000910 01  auditFileStatus PIC X(2) VALUE SPACES.
000920 01  archFileStatus PIC X(2) VALUE SPACES.
000930 01  distResFileStatus PIC X(2) VALUE SPACES.
000940 01  reportFileStatus PIC X(2) VALUE SPACES.
000950 77  END-OF-QUEUE PIC 9(1) VALUE 0.
000960     88  END-OF-QUEUE-YES VALUE 1.
000970     88  END-OF-QUEUE-NO  VALUE 0.
000980 77  END-OF-RESULTS PIC 9(1) VALUE 0.
000990     88  END-OF-RESULTS-YES VALUE 1.
001000     88  END-OF-RESULTS-NO  VALUE 0.
001010 77  END-OF-AUDIT PIC 9(1) VALUE 0.
001020     88  END-OF-AUDIT-YES VALUE 1.
001030     88  END-OF-AUDIT-NO  VALUE 0.
001040 77  END-OF-ARCHIVE PIC 9(1) VALUE 0.
001050     88  END-OF-ARCHIVE-YES VALUE 1.
001060     88  END-OF-ARCHIVE-NO  VALUE 0.
001070 77  END-OF-DIST PIC 9(1) VALUE 0.
001080     88  END-OF-DIST-YES VALUE 1.
001090     88  END-OF-DIST-NO  VALUE 0.
001100
001110* Which of the stage files could be read.  A stage file that
001120* will not open is said once, and every entry that reaches
001130* that stage stops there, out of balance.
001140 01  resultsAvailable PIC X(1) VALUE "N".
001150     88  RESULTS-AVAILABLE-YES VALUE "Y".
001160     88  RESULTS-AVAILABLE-NO  VALUE "N".
001170 01  auditAvailable PIC X(1) VALUE "N".
001180     88  AUDIT-AVAILABLE-YES VALUE "Y".
001190     88  AUDIT-AVAILABLE-NO  VALUE "N".
001200 01  archiveAvailable PIC X(1) VALUE "N".
001210     88  ARCHIVE-AVAILABLE-YES VALUE "Y".
001220     88  ARCHIVE-AVAILABLE-NO  VALUE "N".
001230 01  distAvailable PIC X(1) VALUE "N".
001240     88  DIST-AVAILABLE-YES VALUE "Y".
001250     88  DIST-AVAILABLE-NO  VALUE "N".
001260 01  balanceReady PIC X(1) VALUE "N".
001270     88  BALANCE-READY-YES VALUE "Y".
001280     88  BALANCE-READY-NO  VALUE "N".
001290
001300* The balancing table: one row per queue entry, in queue
001310* order, filled in stage by stage as each file is read.  A
001320* BATCHRES row past the end of the queue gets a row of its own
001330* (balQueued "N") so it shows on the report.  balStage is
001340* where the entry stopped -- COMPLETE when it carried all the
001350* way through -- and balOut says whether that is out of
001360* balance.  Queue entries past balTableMax are counted but not
001370* followed, and hold the night out of balance.
001380 01  balTableMax PIC 9(4) COMP VALUE 2000.
001390 01  balCount PIC 9(4) COMP VALUE 0.
001400 01  queueCount PIC 9(4) COMP VALUE 0.
001410 01  balTable.
001420     05  balEntry OCCURS 2000 TIMES.
001430         10  balSeq PIC 9(4).
001440         10  balQueued PIC X(1).
001450         10  balFilename PIC X(256).
001460         10  balHasResult PIC X(1).
001470         10  balOutOfStep PIC X(1).
001480         10  balCode PIC X(2).
001490         10  balDocId PIC 9(16).
001500         10  balDupId PIC X(1).
001510         10  balResultLines PIC 9(8).
001520         10  balAuditFound PIC X(1).
001530         10  balAuditLines PIC 9(8).
001540         10  balAuditCode PIC X(2).
001550         10  balArchLines PIC 9(8).
001560         10  balDistFound PIC X(1).
001570         10  balDistSuspense PIC X(1).
001580         10  balDest PIC X(8).
001590         10  balDistLines PIC 9(8).
001600         10  balStage PIC X(8).
001610         10  balReason PIC X(30).
001620         10  balOut PIC X(1).
001630 01  balIndex PIC 9(4) COMP VALUE 0.
001640 01  resultIndex PIC 9(4) COMP VALUE 0.
001650 01  searchDocId PIC 9(16) VALUE 0.
001660 01  entryFound PIC X(1) VALUE "N".
001670     88  ENTRY-FOUND-YES VALUE "Y".
001680     88  ENTRY-FOUND-NO  VALUE "N".
001690 01  archLineCount PIC 9(8) VALUE 0.
001700
001710* Stage totals.  Every entry stops at exactly one stage or
001720* completes, so the entries carried past a stage are the ones
001730* that reached it less the ones that stopped there.
001740 01  queueOverflowCount PIC 9(8) VALUE 0.
001750 01  extraResultCount PIC 9(8) VALUE 0.
001760 01  stopQueueCount PIC 9(8) VALUE 0.
001770 01  stopBatchCount PIC 9(8) VALUE 0.
001780 01  stopAuditCount PIC 9(8) VALUE 0.
001790 01  stopArchCount PIC 9(8) VALUE 0.
001800 01  stopDistCount PIC 9(8) VALUE 0.
001810 01  completeCount PIC 9(8) VALUE 0.
001820 01  rejectedCount PIC 9(8) VALUE 0.
001830 01  outCount PIC 9(8) VALUE 0.
001840 01  okCount PIC 9(8) VALUE 0.
001850 01  trCount PIC 9(8) VALUE 0.
001860 01  suspenseCount PIC 9(8) VALUE 0.
001870 01  reachedCount PIC 9(8) VALUE 0.
001880 01  stoppedCount PIC 9(8) VALUE 0.
001890 01  carriedCount PIC 9(8) VALUE 0.
001900 01  stageLabel PIC X(8) VALUE SPACES.
001910
001920* The report row being built.
001930 01  printPass PIC X(1) VALUE SPACE.
001940     88  PRINT-PASS-OUT      VALUE "O".
001950     88  PRINT-PASS-BALANCED VALUE "B".
001960 01  seqEdit PIC ZZZ9.
001970 01  linesEdit PIC Z(6)9.
001980 01  archNumEdit PIC Z(6)9.
001990 01  distNumEdit PIC Z(6)9.
002000 01  archEdit PIC X(7).
002010 01  distEdit PIC X(7).
002020 01  destEdit PIC X(8).
002030 01  countEdit PIC Z(7)9.
002040 01  reachedEdit PIC Z(7)9.
002050 01  carriedEdit PIC Z(7)9.
002060 01  stoppedEdit PIC Z(7)9.
002070
002080* Print-control fields, kept to the same page size the reflow
002090* report uses.
002100 01  pageNum PIC 9(4) VALUE 1.
002110 01  linesOnPage PIC 9(4) VALUE 0.
002120 01  linesPerPage PIC 9(3) VALUE 55.
002130 01  currentDateTime PIC X(21).
002140 01  runDate REDEFINES currentDateTime.
002150     05  runDateYYYYMMDD PIC 9(8).
002160     05  runTimeHHMMSS   PIC 9(6).
002170     05  FILLER          PIC X(7).
002180 01  runDateDisplay PIC X(10).
002190
002200 PROCEDURE DIVISION.
002210
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002240
002250     IF BALANCE-READY-YES
002260         PERFORM 2000-LOAD-ONE-QUEUE-ENTRY THRU 2000-EXIT
002270             UNTIL END-OF-QUEUE-YES
002280         PERFORM 2100-LOAD-BATCH-RESULTS THRU 2100-EXIT
002290         PERFORM 2200-LOAD-AUDIT-ROWS THRU 2200-EXIT
002300         PERFORM 2300-CHECK-ARCHIVE THRU 2300-EXIT
002310         PERFORM 2400-LOAD-DIST-RESULTS THRU 2400-EXIT
002320         MOVE 0 TO balIndex
002330         PERFORM 3000-CLASSIFY-ONE-ENTRY THRU 3000-EXIT
002340             UNTIL balIndex >= balCount
002350         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
002360         PERFORM 5000-WRITE-STAGE-TOTALS THRU 5000-EXIT
002370         IF outCount > 0 OR queueOverflowCount > 0
002380             MOVE 8 TO RETURN-CODE
002390         ELSE
002400             IF rejectedCount > 0
002410                 MOVE 4 TO RETURN-CODE
002420             ELSE
002430                 MOVE 0 TO RETURN-CODE
002440             END-IF
002450         END-IF
002460     END-IF
002470
002480     PERFORM 9999-END-RUN THRU 9999-EXIT
002490     GOBACK.
002500
002510*****************************************************************
002520* 1000-INITIALIZE-RUN
002530* Opens the night's request queue and the balancing report.
002540* RETURN-CODE 8 and no report when the queue will not open --
002550* there is nothing to follow.  The stage files are opened as
002560* each is read.
002570*****************************************************************
002580 1000-INITIALIZE-RUN.
002590     MOVE FUNCTION CURRENT-DATE TO currentDateTime
002600     MOVE runDateYYYYMMDD TO runDateDisplay
002610     MOVE "N" TO balanceReady
002620
002630     OPEN INPUT reqFile
002640     IF reqFileStatus NOT = "00"
002650         DISPLAY "NITEBAL ENDED -- REQUEST QUEUE REQQUEUE IS "
002660             "MISSING OR UNREADABLE, STATUS " reqFileStatus
002670         MOVE 8 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF
002700
002710     OPEN OUTPUT reportFile
002720     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002730     MOVE "Y" TO balanceReady.
002740 1000-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780* 1100-WRITE-REPORT-HEADER
002790* Starts a new report page and resets the page line counter.
002800*****************************************************************
002810 1100-WRITE-REPORT-HEADER.
002820     MOVE SPACES TO prtRecord
002830     MOVE "1" TO prtCarriageCtl
002840     STRING "NIGHTLY BALANCING REPORT" DELIMITED BY SIZE
002850         "          RUN DATE: " DELIMITED BY SIZE
002860         runDateDisplay DELIMITED BY SIZE
002870         "  PAGE: " DELIMITED BY SIZE
002880         pageNum DELIMITED BY SIZE
002890         INTO prtText
002900     WRITE prtRecord
002910
002920     MOVE SPACES TO prtRecord
002930     MOVE " " TO prtCarriageCtl
002940     WRITE prtRecord
002950
002960     ADD 1 TO pageNum
002970     MOVE 2 TO linesOnPage.
002980 1100-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020* 1150-WRITE-ONE-LINE
003030* Writes the line already built in prtRecord, breaking to a
003040* fresh page first whenever the page is full.
003050*****************************************************************
003060 1150-WRITE-ONE-LINE.
003070     IF linesOnPage >= linesPerPage
003080         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
003090     END-IF
003100     WRITE prtRecord
003110     ADD 1 TO linesOnPage.
003120 1150-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160* 2000-LOAD-ONE-QUEUE-ENTRY
003170* One REQQUEUE entry into the balancing table.  Every record
003180* counts, a blank one included -- FORMBATCH gives each one a
003190* BATCHRES row, so the positions must line up.
003200*****************************************************************
003210 2000-LOAD-ONE-QUEUE-ENTRY.
003220     READ reqFile
003230         AT END
003240             SET END-OF-QUEUE-YES TO TRUE
003250             GO TO 2000-EXIT
003260     END-READ
003270
003280     IF balCount >= balTableMax
003290         ADD 1 TO queueOverflowCount
003300         GO TO 2000-EXIT
003310     END-IF
003320
003330     ADD 1 TO balCount
003340     MOVE balCount TO queueCount
003350     INITIALIZE balEntry(balCount)
003360     MOVE balCount TO balSeq(balCount)
003370     MOVE "Y" TO balQueued(balCount)
003380     MOVE reqFilename TO balFilename(balCount)
003390     MOVE "N" TO balHasResult(balCount)
003400     MOVE "N" TO balOutOfStep(balCount)
003410     MOVE "N" TO balDupId(balCount)
003420     MOVE "N" TO balAuditFound(balCount)
003430     MOVE "N" TO balDistFound(balCount)
003440     MOVE "N" TO balDistSuspense(balCount)
003450     MOVE "N" TO balOut(balCount).
003460 2000-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500* 2100-LOAD-BATCH-RESULTS
003510* Reads BATCHRES against the queue.  FORMBATCH writes exactly
003520* one row per entry in queue order, a resumed batch included,
003530* so row n belongs to entry n; a row naming some other file
003540* means the two are out of step.  No BATCHRES leaves every
003550* entry without an outcome.
003560*****************************************************************
003570 2100-LOAD-BATCH-RESULTS.
003580     MOVE "N" TO resultsAvailable
003590     MOVE 0 TO resultIndex
003600     OPEN INPUT resultFile
003610     IF resultFileStatus NOT = "00"
003620         DISPLAY "BATCH RESULTS BATCHRES UNAVAILABLE, STATUS "
003630             resultFileStatus " -- NO ENTRY HAS AN OUTCOME"
003640         GO TO 2100-EXIT
003650     END-IF
003660     MOVE "Y" TO resultsAvailable
003670     PERFORM 2110-LOAD-ONE-RESULT THRU 2110-EXIT
003680         UNTIL END-OF-RESULTS-YES
003690     CLOSE resultFile.
003700 2100-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740* 2110-LOAD-ONE-RESULT
003750* One BATCHRES row onto its queue entry.  A row for an entry
003760* past the table belongs to an entry not being followed and
003770* is passed over; a row past the end of the queue is one the
003780* queue never asked for, and gets a row of its own.  A
003790* document ID some earlier row already carries marks both --
003800* neither audit row nor archive can then be told apart.
003810*****************************************************************
003820 2110-LOAD-ONE-RESULT.
003830     READ resultFile
003840         AT END
003850             SET END-OF-RESULTS-YES TO TRUE
003860             GO TO 2110-EXIT
003870     END-READ
003880     ADD 1 TO resultIndex
003890
003900     MOVE "N" TO entryFound
003910     IF rslDocId NOT = 0
003920         MOVE rslDocId TO searchDocId
003930         PERFORM 2290-FIND-DOC-ENTRY THRU 2290-EXIT
003940         IF ENTRY-FOUND-YES
003950             MOVE "Y" TO balDupId(balIndex)
003960         END-IF
003970     END-IF
003980
003990     IF resultIndex <= queueCount
004000         MOVE "Y" TO balHasResult(resultIndex)
004010         MOVE entryFound TO balDupId(resultIndex)
004020         MOVE rslCompletionCode TO balCode(resultIndex)
004030         MOVE rslDocId TO balDocId(resultIndex)
004040         MOVE rslLineCount TO balResultLines(resultIndex)
004050         IF FUNCTION TRIM(rslFilename) NOT =
004060                 FUNCTION TRIM(balFilename(resultIndex))
004070             MOVE "Y" TO balOutOfStep(resultIndex)
004080         END-IF
004090         GO TO 2110-EXIT
004100     END-IF
004110
004120     IF queueOverflowCount > 0
004130         GO TO 2110-EXIT
004140     END-IF
004150
004160     ADD 1 TO extraResultCount
004170     IF balCount >= balTableMax
004180         GO TO 2110-EXIT
004190     END-IF
004200     ADD 1 TO balCount
004210     INITIALIZE balEntry(balCount)
004220     MOVE 0 TO balSeq(balCount)
004230     MOVE "N" TO balQueued(balCount)
004240     MOVE rslFilename TO balFilename(balCount)
004250     MOVE "Y" TO balHasResult(balCount)
004260     MOVE "N" TO balOutOfStep(balCount)
004270     MOVE rslCompletionCode TO balCode(balCount)
004280     MOVE rslDocId TO balDocId(balCount)
004290     MOVE entryFound TO balDupId(balCount)
004300     MOVE rslLineCount TO balResultLines(balCount)
004310     MOVE "N" TO balAuditFound(balCount)
004320     MOVE "N" TO balDistFound(balCount)
004330     MOVE "N" TO balDistSuspense(balCount)
004340     MOVE "N" TO balOut(balCount).
004350 2110-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* 2200-LOAD-AUDIT-ROWS
004400* Walks AUDITLOG end to end and hangs each row on the entry
004410* that carries its document ID; a later row for the same ID
004420* replaces an earlier one, the way reruns append.  Rows with
004430* no document ID -- entries the batch turned away before the
004440* engine ran -- have nothing to hang on.
004450*****************************************************************
004460 2200-LOAD-AUDIT-ROWS.
004470     MOVE "N" TO auditAvailable
004480     OPEN INPUT auditFile
004490     IF auditFileStatus NOT = "00"
004500         DISPLAY "AUDITLOG UNAVAILABLE, STATUS " auditFileStatus
004510             " -- NO ENTRY WILL MATCH AN AUDIT ROW"
004520         GO TO 2200-EXIT
004530     END-IF
004540     MOVE "Y" TO auditAvailable
004550     PERFORM 2210-MATCH-ONE-AUDIT-ROW THRU 2210-EXIT
004560         UNTIL END-OF-AUDIT-YES
004570     CLOSE auditFile.
004580 2200-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620* 2210-MATCH-ONE-AUDIT-ROW
004630* One AUDITLOG row onto the entry with its document ID, if any.
004640*****************************************************************
004650 2210-MATCH-ONE-AUDIT-ROW.
004660     READ auditFile
004670         AT END
004680             SET END-OF-AUDIT-YES TO TRUE
004690             GO TO 2210-EXIT
004700     END-READ
004710     IF audDocId = 0
004720         GO TO 2210-EXIT
004730     END-IF
004740
004750     MOVE audDocId TO searchDocId
004760     PERFORM 2290-FIND-DOC-ENTRY THRU 2290-EXIT
004770     IF ENTRY-FOUND-YES
004780         MOVE "Y" TO balAuditFound(balIndex)
004790         MOVE audLineCount TO balAuditLines(balIndex)
004800         MOVE audCompletionCode TO balAuditCode(balIndex)
004810     END-IF.
004820 2210-EXIT.
004830     EXIT.
004840
004850*****************************************************************
004860* 2290-FIND-DOC-ENTRY
004870* Finds the table row carrying searchDocId; balIndex points at
004880* it when entryFound comes back "Y".
004890*****************************************************************
004900 2290-FIND-DOC-ENTRY.
004910     MOVE "N" TO entryFound
004920     MOVE 0 TO balIndex
004930     PERFORM 2295-PROBE-ONE-ENTRY THRU 2295-EXIT
004940         UNTIL ENTRY-FOUND-YES OR balIndex >= balCount.
004950 2290-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990* 2295-PROBE-ONE-ENTRY
005000* One probe of the table for the document ID sought.
005010*****************************************************************
005020 2295-PROBE-ONE-ENTRY.
005030     ADD 1 TO balIndex
005040     IF balDocId(balIndex) = searchDocId
005050         MOVE "Y" TO entryFound
005060     END-IF.
005070 2295-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110* 2300-CHECK-ARCHIVE
005120* Counts the archived lines under each converted entry's
005130* document ID.  An archive that will not open is said once;
005140* every converted entry then stops at the archive.
005150*****************************************************************
005160 2300-CHECK-ARCHIVE.
005170     MOVE "N" TO archiveAvailable
005180     OPEN INPUT archFile
005190     IF archFileStatus NOT = "00"
005200         DISPLAY "ARCHIVE MASTER ARCHMAST UNAVAILABLE, STATUS "
005210             archFileStatus " -- NO ENTRY CAN BE PROVED ARCHIVED"
005220         GO TO 2300-EXIT
005230     END-IF
005240     MOVE "Y" TO archiveAvailable
005250     MOVE 0 TO balIndex
005260     PERFORM 2310-COUNT-ONE-DOCUMENT THRU 2310-EXIT
005270         UNTIL balIndex >= balCount.
005280 2300-EXIT.
005290     EXIT.
005300
005310*****************************************************************
005320* 2310-COUNT-ONE-DOCUMENT
005330* Positions the archive at the entry's first line and counts
005340* the lines that carry its document ID.  Entries that never
005350* converted, or have no ID to look under, are passed over.
005360*****************************************************************
005370 2310-COUNT-ONE-DOCUMENT.
005380     ADD 1 TO balIndex
005390     IF balDocId(balIndex) = 0
005400         GO TO 2310-EXIT
005410     END-IF
005420     IF balCode(balIndex) NOT = "OK"
005430         AND balCode(balIndex) NOT = "TR"
005440         GO TO 2310-EXIT
005450     END-IF
005460
005470     MOVE 0 TO archLineCount
005480     SET END-OF-ARCHIVE-NO TO TRUE
005490     MOVE balDocId(balIndex) TO arcDocId
005500     MOVE 0 TO arcLineNum
005510     START archFile KEY IS NOT LESS THAN arcKey
005520         INVALID KEY
005530             SET END-OF-ARCHIVE-YES TO TRUE
005540     END-START
005550     PERFORM 2320-READ-ONE-ARCHIVE-LINE THRU 2320-EXIT
005560         UNTIL END-OF-ARCHIVE-YES
005570     MOVE archLineCount TO balArchLines(balIndex).
005580 2310-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620* 2320-READ-ONE-ARCHIVE-LINE
005630* One archived line of the count; the first line under some
005640* other document ends it.
005650*****************************************************************
005660 2320-READ-ONE-ARCHIVE-LINE.
005670     READ archFile NEXT
005680         AT END
005690             SET END-OF-ARCHIVE-YES TO TRUE
005700             GO TO 2320-EXIT
005710     END-READ
005720     IF arcDocId NOT = balDocId(balIndex)
005730         SET END-OF-ARCHIVE-YES TO TRUE
005740         GO TO 2320-EXIT
005750     END-IF
005760     ADD 1 TO archLineCount.
005770 2320-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810* 2400-LOAD-DIST-RESULTS
005820* Walks DISTRES and hangs each routed document on the entry
005830* that carries its ID, with its destination and line count.
005840* No DISTRES -- DISTLOAD did not run -- leaves every converted
005850* entry unrouted.
005860*****************************************************************
005870 2400-LOAD-DIST-RESULTS.
005880     MOVE "N" TO distAvailable
005890     OPEN INPUT distResFile
005900     IF distResFileStatus NOT = "00"
005910         DISPLAY "DISTRIBUTION RESULTS DISTRES UNAVAILABLE, "
005920             "STATUS " distResFileStatus
005930             " -- NO ENTRY CAN BE PROVED ROUTED"
005940         GO TO 2400-EXIT
005950     END-IF
005960     MOVE "Y" TO distAvailable
005970     PERFORM 2410-MATCH-ONE-DIST-ROW THRU 2410-EXIT
005980         UNTIL END-OF-DIST-YES
005990     CLOSE distResFile.
006000 2400-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* 2410-MATCH-ONE-DIST-ROW
006050* One DISTRES row onto the entry with its document ID, if any.
006060*****************************************************************
006070 2410-MATCH-ONE-DIST-ROW.
006080     READ distResFile
006090         AT END
006100             SET END-OF-DIST-YES TO TRUE
006110             GO TO 2410-EXIT
006120     END-READ
006130     IF dstDocId = 0
006140         GO TO 2410-EXIT
006150     END-IF
006160
006170     MOVE dstDocId TO searchDocId
006180     PERFORM 2290-FIND-DOC-ENTRY THRU 2290-EXIT
006190     IF ENTRY-FOUND-YES
006200         MOVE "Y" TO balDistFound(balIndex)
006210         MOVE dstSuspense TO balDistSuspense(balIndex)
006220         MOVE dstDest TO balDest(balIndex)
006230         MOVE dstLineCount TO balDistLines(balIndex)
006240     END-IF.
006250 2410-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290* 3000-CLASSIFY-ONE-ENTRY
006300* Decides where one entry stopped, taking the stages in the
006310* order the night runs them: an outcome on BATCHRES, a
006320* conversion the batch let through, a document ID no other
006330* entry carries, an AUDITLOG row agreeing with it, the same
006340* line count in ARCHMAST, and a real
006350* destination on DISTRES with that line count again.  The
006360* first stage it fails is where it stopped.  An entry the
006370* batch rejected stopped at BATCHRES but is accounted for;
006380* every other stop is out of balance.
006390*****************************************************************
006400 3000-CLASSIFY-ONE-ENTRY.
006401     ADD 1 TO balIndex
006402     PERFORM 3010-FIND-STOPPING-STAGE THRU 3010-EXIT
006403     IF balOut(balIndex) = "Y"
006404         ADD 1 TO outCount
006405     END-IF.
006406 3000-EXIT.
006407     EXIT.
006408
006409*****************************************************************
006410* 3010-FIND-STOPPING-STAGE
006411* The stage checks for the entry in hand, in the night's
006412* order; the first one it fails sets its stage and reason.
006413* balOut stays Y unless the entry went all the way through or
006414* was rejected and accounted for.
006415*****************************************************************
006416 3010-FIND-STOPPING-STAGE.
006420     MOVE "Y" TO balOut(balIndex)
006430
006440     IF balQueued(balIndex) = "N"
006450         MOVE "BATCHRES" TO balStage(balIndex)
006460         MOVE "ROW WITH NO QUEUE ENTRY" TO balReason(balIndex)
006470         GO TO 3010-EXIT
006480     END-IF
006490
006500     IF balHasResult(balIndex) = "N"
006510         MOVE "REQQUEUE" TO balStage(balIndex)
006520         IF RESULTS-AVAILABLE-YES
006530             MOVE "NO BATCHRES OUTCOME" TO balReason(balIndex)
006540         ELSE
006550             MOVE "BATCHRES UNAVAILABLE" TO balReason(balIndex)
006560         END-IF
006570         ADD 1 TO stopQueueCount
006580         GO TO 3010-EXIT
006590     END-IF
006600
006610     MOVE "BATCHRES" TO balStage(balIndex)
006620     IF balOutOfStep(balIndex) = "Y"
006630         MOVE "BATCHRES ROW IS ANOTHER FILE" TO
006640             balReason(balIndex)
006650         ADD 1 TO stopBatchCount
006660         GO TO 3010-EXIT
006670     END-IF
006680     EVALUATE balCode(balIndex)
006690         WHEN "OK"
006700             ADD 1 TO okCount
006710         WHEN "TR"
006720             ADD 1 TO trCount
006721         WHEN "AU"
006722             MOVE "REFUSED -- NOT AUTHORIZED" TO
006723                 balReason(balIndex)
006724             MOVE "N" TO balOut(balIndex)
006725             ADD 1 TO stopBatchCount
006726             ADD 1 TO rejectedCount
006727             GO TO 3010-EXIT
006730         WHEN OTHER
006740             MOVE "REJECTED -- ON RETRYQUE" TO balReason(balIndex)
006750             MOVE "N" TO balOut(balIndex)
006760             ADD 1 TO stopBatchCount
006770             ADD 1 TO rejectedCount
006780             GO TO 3010-EXIT
006790     END-EVALUATE
006800
006810     MOVE "AUDITLOG" TO balStage(balIndex)
006820     IF balDocId(balIndex) = 0
006830         MOVE "NO DOCUMENT ID ON BATCHRES" TO balReason(balIndex)
006840         ADD 1 TO stopAuditCount
006850         GO TO 3010-EXIT
006860     END-IF
006870     IF balDupId(balIndex) = "Y"
006880         MOVE "DOCUMENT ID ON TWO ENTRIES" TO balReason(balIndex)
006890         ADD 1 TO stopAuditCount
006900         GO TO 3010-EXIT
006910     END-IF
006920     IF AUDIT-AVAILABLE-NO
006930         MOVE "AUDITLOG UNAVAILABLE" TO balReason(balIndex)
006940         ADD 1 TO stopAuditCount
006950         GO TO 3010-EXIT
006960     END-IF
006970     IF balAuditFound(balIndex) = "N"
006980         MOVE "NO AUDITLOG ROW FOR DOC ID" TO balReason(balIndex)
006990         ADD 1 TO stopAuditCount
007000         GO TO 3010-EXIT
007010     END-IF
007020     IF balAuditLines(balIndex) NOT = balResultLines(balIndex)
007030         OR balAuditCode(balIndex) NOT = balCode(balIndex)
007040         MOVE "AUDITLOG DIFFERS FROM BATCHRES" TO
007050             balReason(balIndex)
007060         ADD 1 TO stopAuditCount
007070         GO TO 3010-EXIT
007080     END-IF
007090
007100     MOVE "ARCHMAST" TO balStage(balIndex)
007110     IF ARCHIVE-AVAILABLE-NO
007120         MOVE "ARCHMAST UNAVAILABLE" TO balReason(balIndex)
007130         ADD 1 TO stopArchCount
007140         GO TO 3010-EXIT
007150     END-IF
007160     IF balArchLines(balIndex) = 0
007170         AND balAuditLines(balIndex) > 0
007180         MOVE "NO ARCHIVED LINES" TO balReason(balIndex)
007190         ADD 1 TO stopArchCount
007200         GO TO 3010-EXIT
007210     END-IF
007220     IF balArchLines(balIndex) NOT = balAuditLines(balIndex)
007230         MOVE "ARCHIVED LINES DO NOT MATCH" TO balReason(balIndex)
007240         ADD 1 TO stopArchCount
007250         GO TO 3010-EXIT
007260     END-IF
007270
007280     MOVE "DISTRIB" TO balStage(balIndex)
007290     IF DIST-AVAILABLE-NO
007300         MOVE "DISTRES UNAVAILABLE" TO balReason(balIndex)
007310         ADD 1 TO stopDistCount
007320         GO TO 3010-EXIT
007330     END-IF
007340     IF balDistFound(balIndex) = "N"
007350         MOVE "NOT ROUTED BY DISTLOAD" TO balReason(balIndex)
007360         ADD 1 TO stopDistCount
007370         GO TO 3010-EXIT
007380     END-IF
007390     IF balDistSuspense(balIndex) = "Y"
007400         MOVE "HELD IN SUSPENSE -- NO ROUTE" TO
007410             balReason(balIndex)
007420         ADD 1 TO stopDistCount
007430         ADD 1 TO suspenseCount
007440         GO TO 3010-EXIT
007450     END-IF
007460     IF balDistLines(balIndex) NOT = balAuditLines(balIndex)
007470         MOVE "ROUTED LINES DO NOT MATCH" TO balReason(balIndex)
007480         ADD 1 TO stopDistCount
007490         GO TO 3010-EXIT
007500     END-IF
007510
007520     MOVE "COMPLETE" TO balStage(balIndex)
007530     MOVE SPACES TO balReason(balIndex)
007540     MOVE "N" TO balOut(balIndex)
007550     ADD 1 TO completeCount.
007600 3010-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640* 4000-WRITE-DETAIL
007650* Prints a row per entry: the out-of-balance entries first,
007660* then everything that carried through or is accounted for.
007670*****************************************************************
007680 4000-WRITE-DETAIL.
007690     MOVE SPACES TO prtRecord
007700     MOVE " " TO prtCarriageCtl
007710     STRING " SEQ  FILE                  DOCUMENT ID       CD"
007720         DELIMITED BY SIZE
007730         "    LINES ARCHIVD  ROUTED  DEST      STOPPED"
007740         DELIMITED BY SIZE
007750         "   REASON" DELIMITED BY SIZE
007760         INTO prtText
007770     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
007780
007790     MOVE SPACES TO prtRecord
007800     MOVE " " TO prtCarriageCtl
007810     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
007820
007830     MOVE SPACES TO prtRecord
007840     MOVE " " TO prtCarriageCtl
007850     STRING "OUT OF BALANCE" DELIMITED BY SIZE
007860         INTO prtText
007870     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
007880     IF outCount = 0
007890         MOVE SPACES TO prtRecord
007900         MOVE " " TO prtCarriageCtl
007910         STRING "  NONE -- EVERY ENTRY CARRIED THROUGH OR IS "
007920             DELIMITED BY SIZE
007930             "ACCOUNTED FOR" DELIMITED BY SIZE
007940             INTO prtText
007950         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
007960     END-IF
007970     MOVE "O" TO printPass
007980     MOVE 0 TO balIndex
007990     PERFORM 4100-WRITE-ONE-ROW THRU 4100-EXIT
008000         UNTIL balIndex >= balCount
008010
008020     MOVE SPACES TO prtRecord
008030     MOVE " " TO prtCarriageCtl
008040     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
008050
008060     MOVE SPACES TO prtRecord
008070     MOVE " " TO prtCarriageCtl
008080     STRING "IN BALANCE OR ACCOUNTED FOR" DELIMITED BY SIZE
008090         INTO prtText
008100     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
008110     IF outCount >= balCount
008120         MOVE SPACES TO prtRecord
008130         MOVE " " TO prtCarriageCtl
008140         STRING "  NONE" DELIMITED BY SIZE
008150             INTO prtText
008160         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
008170     END-IF
008180     MOVE "B" TO printPass
008190     MOVE 0 TO balIndex
008200     PERFORM 4100-WRITE-ONE-ROW THRU 4100-EXIT
008210         UNTIL balIndex >= balCount.
008220 4000-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260* 4100-WRITE-ONE-ROW
008270* One entry's row, when it belongs to the pass being printed.
008280* The archived and routed counts and the destination show
008290* only for stages the entry reached.  A BATCHRES row with no
008300* queue entry has no sequence number.
008310*****************************************************************
008320 4100-WRITE-ONE-ROW.
008330     ADD 1 TO balIndex
008340     IF PRINT-PASS-OUT AND balOut(balIndex) = "N"
008350         GO TO 4100-EXIT
008360     END-IF
008370     IF PRINT-PASS-BALANCED AND balOut(balIndex) = "Y"
008380         GO TO 4100-EXIT
008390     END-IF
008400
008410     MOVE balSeq(balIndex) TO seqEdit
008420     MOVE balResultLines(balIndex) TO linesEdit
008430     MOVE SPACES TO archEdit
008440     MOVE SPACES TO distEdit
008450     IF balStage(balIndex) = "DISTRIB"
008460         OR balStage(balIndex) = "COMPLETE"
008470         OR (balStage(balIndex) = "ARCHMAST"
008480             AND ARCHIVE-AVAILABLE-YES)
008490         MOVE balArchLines(balIndex) TO archNumEdit
008500         MOVE archNumEdit TO archEdit
008510     END-IF
008520     MOVE SPACES TO destEdit
008530     IF balDistFound(balIndex) = "Y"
008540         AND (balStage(balIndex) = "DISTRIB"
008550             OR balStage(balIndex) = "COMPLETE")
008560         MOVE balDistLines(balIndex) TO distNumEdit
008570         MOVE distNumEdit TO distEdit
008580         MOVE balDest(balIndex) TO destEdit
008590     END-IF
008600
008610     MOVE SPACES TO prtRecord
008620     MOVE " " TO prtCarriageCtl
008630     STRING seqEdit DELIMITED BY SIZE
008640         "  " DELIMITED BY SIZE
008650         balFilename(balIndex)(1:20) DELIMITED BY SIZE
008660         "  " DELIMITED BY SIZE
008670         balDocId(balIndex) DELIMITED BY SIZE
008680         "  " DELIMITED BY SIZE
008690         balCode(balIndex) DELIMITED BY SIZE
008700         "  " DELIMITED BY SIZE
008710         linesEdit DELIMITED BY SIZE
008720         " " DELIMITED BY SIZE
008730         archEdit DELIMITED BY SIZE
008740         " " DELIMITED BY SIZE
008750         distEdit DELIMITED BY SIZE
008760         "  " DELIMITED BY SIZE
008770         destEdit DELIMITED BY SIZE
008780         "  " DELIMITED BY SIZE
008790         balStage(balIndex) DELIMITED BY SIZE
008800         "  " DELIMITED BY SIZE
008810         balReason(balIndex) DELIMITED BY SIZE
008820         INTO prtText
008830     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
008840 4100-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880* 5000-WRITE-STAGE-TOTALS
008890* Prints the totals per stage -- entries reaching it, carried
008900* on past it, stopped at it -- then the night's bottom line.
008910*****************************************************************
008920 5000-WRITE-STAGE-TOTALS.
008930     MOVE SPACES TO prtRecord
008940     MOVE " " TO prtCarriageCtl
008950     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
008960
008970     MOVE SPACES TO prtRecord
008980     MOVE " " TO prtCarriageCtl
008990     STRING "STAGE TOTALS      REACHED   CARRIED   STOPPED"
009000         DELIMITED BY SIZE
009010         INTO prtText
009020     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009030
009040     MOVE queueCount TO reachedCount
009050     MOVE stopQueueCount TO stoppedCount
009060     MOVE "REQQUEUE" TO stageLabel
009070     PERFORM 5100-WRITE-STAGE-LINE THRU 5100-EXIT
009080
009090     MOVE carriedCount TO reachedCount
009100     MOVE stopBatchCount TO stoppedCount
009110     MOVE "BATCHRES" TO stageLabel
009120     PERFORM 5100-WRITE-STAGE-LINE THRU 5100-EXIT
009130
009140     MOVE carriedCount TO reachedCount
009150     MOVE stopAuditCount TO stoppedCount
009160     MOVE "AUDITLOG" TO stageLabel
009170     PERFORM 5100-WRITE-STAGE-LINE THRU 5100-EXIT
009180
009190     MOVE carriedCount TO reachedCount
009200     MOVE stopArchCount TO stoppedCount
009210     MOVE "ARCHMAST" TO stageLabel
009220     PERFORM 5100-WRITE-STAGE-LINE THRU 5100-EXIT
009230
009240     MOVE carriedCount TO reachedCount
009250     MOVE stopDistCount TO stoppedCount
009260     MOVE "DISTRIB" TO stageLabel
009270     PERFORM 5100-WRITE-STAGE-LINE THRU 5100-EXIT
009280
009290     MOVE SPACES TO prtRecord
009300     MOVE " " TO prtCarriageCtl
009310     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009320
009330     MOVE SPACES TO prtRecord
009340     MOVE " " TO prtCarriageCtl
009350     STRING "CONVERTED OK:                   " DELIMITED BY SIZE
009360         okCount DELIMITED BY SIZE
009370         INTO prtText
009380     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009390
009400     MOVE SPACES TO prtRecord
009410     MOVE " " TO prtCarriageCtl
009420     STRING "CONVERTED TRUNCATED:            " DELIMITED BY SIZE
009430         trCount DELIMITED BY SIZE
009440         INTO prtText
009450     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009460
009470     MOVE SPACES TO prtRecord
009480     MOVE " " TO prtCarriageCtl
009490     STRING "CARRIED THROUGH COMPLETE:       " DELIMITED BY SIZE
009500         completeCount DELIMITED BY SIZE
009510         INTO prtText
009520     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009530
009540     MOVE SPACES TO prtRecord
009550     MOVE " " TO prtCarriageCtl
009560     STRING "REJECTED BY THE BATCH:          " DELIMITED BY SIZE
009570         rejectedCount DELIMITED BY SIZE
009580         INTO prtText
009590     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009600
009610     MOVE SPACES TO prtRecord
009620     MOVE " " TO prtCarriageCtl
009630     STRING "HELD IN SUSPENSE:               " DELIMITED BY SIZE
009640         suspenseCount DELIMITED BY SIZE
009650         INTO prtText
009660     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009670
009680     MOVE SPACES TO prtRecord
009690     MOVE " " TO prtCarriageCtl
009700     STRING "BATCHRES ROWS WITH NO ENTRY:    " DELIMITED BY SIZE
009710         extraResultCount DELIMITED BY SIZE
009720         INTO prtText
009730     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009740
009750     MOVE SPACES TO prtRecord
009760     MOVE " " TO prtCarriageCtl
009770     STRING "OUT OF BALANCE:                 " DELIMITED BY SIZE
009780         outCount DELIMITED BY SIZE
009790         INTO prtText
009800     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009810
009820     IF queueOverflowCount > 0
009830         MOVE SPACES TO prtRecord
009840         MOVE " " TO prtCarriageCtl
009850         MOVE queueOverflowCount TO countEdit
009860         MOVE balTableMax TO seqEdit
009870         STRING "QUEUE ENTRIES NOT FOLLOWED:     "
009880             DELIMITED BY SIZE
009890             countEdit DELIMITED BY SIZE
009900             " -- PAST THE " DELIMITED BY SIZE
009910             seqEdit DELIMITED BY SIZE
009920             "-ENTRY TABLE" DELIMITED BY SIZE
009930             INTO prtText
009940         PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
009950     END-IF
009960
009970     IF outCount > 0 OR queueOverflowCount > 0
009980         DISPLAY "NITEBAL -- " outCount
009990             " ENTRIES OUT OF BALANCE; SEE BALRPT"
010000     END-IF.
010010 5000-EXIT.
010020     EXIT.
010030
010040*****************************************************************
010050* 5100-WRITE-STAGE-LINE
010060* One stage's totals line.  What reached the stage less what
010070* stopped there is what it carried on, and that is what
010080* reaches the next stage.
010090*****************************************************************
010100 5100-WRITE-STAGE-LINE.
010110     COMPUTE carriedCount = reachedCount - stoppedCount
010120     MOVE reachedCount TO reachedEdit
010130     MOVE carriedCount TO carriedEdit
010140     MOVE stoppedCount TO stoppedEdit
010150     MOVE SPACES TO prtRecord
010160     MOVE " " TO prtCarriageCtl
010170     STRING "  " DELIMITED BY SIZE
010180         stageLabel DELIMITED BY SIZE
010190         "      " DELIMITED BY SIZE
010200         reachedEdit DELIMITED BY SIZE
010210         "  " DELIMITED BY SIZE
010220         carriedEdit DELIMITED BY SIZE
010230         "  " DELIMITED BY SIZE
010240         stoppedEdit DELIMITED BY SIZE
010250         INTO prtText
010260     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
010270 5100-EXIT.
010280     EXIT.
010290
010300*****************************************************************
010310* 9999-END-RUN
010320* Closes whatever opened and ends the run.
010330*****************************************************************
010340 9999-END-RUN.
010350     IF reqFileStatus = "00" OR reqFileStatus = "10"
010360         CLOSE reqFile
010370     END-IF
010380     IF ARCHIVE-AVAILABLE-YES
010390         CLOSE archFile
010400     END-IF
010410     IF BALANCE-READY-YES
010420         CLOSE reportFile
010430     END-IF.
010440 9999-EXIT.
010450     EXIT.
