000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- monthly chargeback billing
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  The conversion service is
000090*                   charged back to the client departments, and
000100*                   finance was building the invoice by hand from
000110*                   AUDITSUM printouts.  This job bills one month
000120*                   (CHAINING parameter one, YYYYMM; left blank it
000130*                   bills the month before the run date) straight
000140*                   from AUDITLOG.  Every OK run in the month is
000150*                   priced from the RATETAB rate cards
000160*                   (RATEREC.CPY) -- the client's own card, or the
000170*                   default card for a client without one -- per
000180*                   run, per thousand lines, per printed page, per
000190*                   flagged compliance line, plus the surcharge
000200*                   when the run was resumed from a checkpoint or
000210*                   was a rerun: a document the same client
000220*                   already had converted OK earlier in the month
000222*                   (the drivers' work files, ASMWORK and the
000224*                   MRGW copies, reuse their names from run to
000226*                   run and are never taken for a rerun).
000230*                   ER and TR runs and the entries a driver
000240*                   refused or turned away are not billed; they
000250*                   are counted on the register so the month still
000260*                   balances to the log.  BILLRPT is the invoice
000270*                   register, grouped by client in client-code
000280*                   order, one line per document ID with its
000290*                   charges, a total per client, and the month's
000300*                   totals.  BILLGL is the fixed-layout extract
000310*                   for the general ledger feed (GLXREC.CPY): one
000320*                   record per client and a trailer.  BILLHIST
000330*                   (BHSREC.CPY) remembers every month billed; a
000340*                   month already on it is refused unless CHAINING
000350*                   parameter two, the rerun flag, is Y, and a
000360*                   rebilled month is marked as such on the
000370*                   extract and the history.  A month with a run
000380*                   no rate card covers, or more runs than the
000390*                   tables hold, is printed but not billed -- no
000400*                   extract, no history -- so it can be fixed and
000410*                   run again.  RETURN-CODE 0 when the month was
000420*                   billed, 8 when it was refused or not billed.
000430
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. BILLRUN.
000460 AUTHOR. TREVOR MINES.
000470 INSTALLATION. CSC 330.
000480 DATE-WRITTEN. 10/15/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT auditFile ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS auditFileStatus.
000570
000580     SELECT rateFile ASSIGN TO "RATETAB"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS rateFileStatus.
000610
000620     SELECT histFile ASSIGN TO "BILLHIST"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS histFileStatus.
000650
000660     SELECT glFile ASSIGN TO "BILLGL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS glFileStatus.
000690
000700     SELECT reportFile ASSIGN TO "BILLRPT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS reportFileStatus.
000730
000740* The client master, read by code for the client's name on the
000750* register.  Maintained by CLIMAINT.
000760     SELECT cliFile ASSIGN TO "CLIENTMAST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS cliCode
000800         FILE STATUS IS cliFileStatus.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  auditFile.
000850     COPY AUDREC.
000860
000870 FD  rateFile.
000880     COPY RATEREC.
000890
000900 FD  histFile.
000910     COPY BHSREC.
000920
000930 FD  glFile.
000940     COPY GLXREC.
000950
000960 FD  reportFile.
000970     COPY PRTREC.
000980
000990 FD  cliFile.
001000     COPY CLIREC.
001010
001020 WORKING-STORAGE SECTION.
001030 01  auditFileStatus PIC X(2) VALUE SPACES.
001040 01  rateFileStatus PIC X(2) VALUE SPACES.
001050 01  histFileStatus PIC X(2) VALUE SPACES.
001060 01  glFileStatus PIC X(2) VALUE SPACES.
001070 01  reportFileStatus PIC X(2) VALUE SPACES.
001080 01  cliFileStatus PIC X(2) VALUE SPACES.
001090 77  END-OF-FILE PIC 9(1) VALUE 0.
001100     88  END-OF-FILE-YES VALUE 1.
001110     88  END-OF-FILE-NO  VALUE 0.
001120 77  END-OF-RATES PIC 9(1) VALUE 0.
001130     88  END-OF-RATES-YES VALUE 1.
001140     88  END-OF-RATES-NO  VALUE 0.
001150 77  END-OF-HISTORY PIC 9(1) VALUE 0.
001160     88  END-OF-HISTORY-YES VALUE 1.
001170     88  END-OF-HISTORY-NO  VALUE 0.
001180 01  runAccepted PIC X(1) VALUE "N".
001190     88  RUN-ACCEPTED-YES VALUE "Y".
001200     88  RUN-ACCEPTED-NO  VALUE "N".
001210 01  clientMasterAvailable PIC X(1) VALUE "N".
001220     88  CLIENT-MASTER-AVAILABLE-YES VALUE "Y".
001230     88  CLIENT-MASTER-AVAILABLE-NO  VALUE "N".
001240
001250* The billing month and the rerun flag.  A blank month bills
001260* the month before the run date -- the month-end job runs in
001270* the first days of the next month.
001280 01  billMonthParm PIC X(6) VALUE SPACES.
001290 01  rerunParm PIC X(1) VALUE SPACES.
001300 01  monthWork PIC X(6).
001310 01  billMonth PIC 9(6) VALUE 0.
001320 01  billMonthParts REDEFINES billMonth.
001330     05  billYear PIC 9(4).
001340     05  billMM   PIC 9(2).
001350 01  rowMonth PIC 9(6) VALUE 0.
001360 01  rebillMonth PIC X(1) VALUE "N".
001370     88  REBILL-MONTH-YES VALUE "Y".
001380     88  REBILL-MONTH-NO  VALUE "N".
001390 01  lastBilledDate PIC 9(8) VALUE 0.
001400
001410* The rate cards, loaded whole before the log is read.  A
001420* card that is not numeric where a rate belongs, or names a
001430* client a card ahead of it already named, stops the job --
001440* billing a month at a guessed rate is worse than not billing.
001450 01  rateTableMax PIC 9(4) COMP VALUE 500.
001460 01  rateCount PIC 9(4) COMP VALUE 0.
001470 01  rateTable.
001480     05  rateEntry OCCURS 500 TIMES.
001490         10  rtClientCode PIC X(8).
001500         10  rtPerRun PIC 9(5)V9(4).
001510         10  rtPerThousandLines PIC 9(5)V9(4).
001520         10  rtPerPage PIC 9(5)V9(4).
001530         10  rtPerFlaggedLine PIC 9(5)V9(4).
001540         10  rtSurcharge PIC 9(5)V9(4).
001550 01  rateIndex PIC 9(4) COMP VALUE 0.
001560 01  rateSlot PIC 9(4) COMP VALUE 0.
001570 01  rateFound PIC X(1) VALUE "N".
001580     88  RATE-FOUND-YES VALUE "Y".
001590     88  RATE-FOUND-NO  VALUE "N".
001600 01  rateCardCount PIC 9(8) VALUE 0.
001610 01  rateErrorCount PIC 9(8) VALUE 0.
001620 01  findCode PIC X(8) VALUE SPACES.
001630
001640* One entry per billable run in log order, with what it was
001650* charged.  billSurType is R for a rerun, C for a checkpoint
001660* resume, or both; billNoRate is Y when no rate card covers the
001670* run's client.
001680 01  billTableMax PIC 9(4) COMP VALUE 9999.
001690 01  billCount PIC 9(4) COMP VALUE 0.
001700 01  billTable.
001710     05  billEntry OCCURS 9999 TIMES.
001720         10  billClient PIC X(8).
001730         10  billDocId PIC 9(16).
001740         10  billRunDate PIC 9(8).
001750         10  billLines PIC 9(8).
001760         10  billPages PIC 9(6).
001770         10  billFlagged PIC 9(8).
001780         10  billSurType PIC X(2).
001790         10  billNoRate PIC X(1).
001800         10  billFilename PIC X(256).
001810         10  billRunChg PIC 9(7)V99.
001820         10  billLineChg PIC 9(7)V99.
001830         10  billPageChg PIC 9(7)V99.
001840         10  billFlagChg PIC 9(7)V99.
001850         10  billSurChg PIC 9(7)V99.
001860         10  billAmount PIC 9(7)V99.
001870 01  billIndex PIC 9(4) COMP VALUE 0.
001880 01  scanIndex PIC 9(4) COMP VALUE 0.
001890 01  rerunFound PIC X(1) VALUE "N".
001900     88  RERUN-FOUND-YES VALUE "Y".
001910     88  RERUN-FOUND-NO  VALUE "N".
001911 01  rerunName PIC X(256).
001912 01  rerunNameParts REDEFINES rerunName.
001913     05  rerunNamePrefix PIC X(4).
001914     05  rerunNameSeq PIC X(6).
001915     05  rerunNameRest PIC X(246).
001920
001930* One entry per client billed, kept in client-code order as
001940* clients arrive, so the register and the extract come out
001950* grouped and sorted without a sort step.
001960 01  clientTableMax PIC 9(4) COMP VALUE 500.
001970 01  clientCount PIC 9(4) COMP VALUE 0.
001980 01  clientTable.
001990     05  clientEntry OCCURS 500 TIMES.
002000         10  clCode PIC X(8).
002010         10  clName PIC X(40).
002020         10  clRuns PIC 9(8).
002030         10  clLines PIC 9(10).
002040         10  clPages PIC 9(8).
002050         10  clFlagged PIC 9(8).
002060         10  clAmount PIC 9(9)V99.
002070 01  clientIndex PIC 9(4) COMP VALUE 0.
002080 01  clientSlot PIC 9(4) COMP VALUE 0.
002090 01  shiftIndex PIC 9(4) COMP VALUE 0.
002100 01  clientFound PIC X(1) VALUE "N".
002110     88  CLIENT-FOUND-YES VALUE "Y".
002120     88  CLIENT-FOUND-NO  VALUE "N".
002130
002140* Month counts: what was billed, and what was in the month but
002150* not billable, by reason.
002160 01  rowsInMonth PIC 9(8) VALUE 0.
002170 01  billedRuns PIC 9(8) VALUE 0.
002180 01  erSkipCount PIC 9(8) VALUE 0.
002190 01  trSkipCount PIC 9(8) VALUE 0.
002200 01  auSkipCount PIC 9(8) VALUE 0.
002210 01  otherSkipCount PIC 9(8) VALUE 0.
002220 01  rerunCount PIC 9(8) VALUE 0.
002230 01  resumedCount PIC 9(8) VALUE 0.
002240 01  noRateCount PIC 9(8) VALUE 0.
002250 01  billOverflowCount PIC 9(8) VALUE 0.
002260 01  clientOverflowCount PIC 9(8) VALUE 0.
002270 01  totalLines PIC 9(10) VALUE 0.
002280 01  totalPages PIC 9(8) VALUE 0.
002290 01  totalFlagged PIC 9(8) VALUE 0.
002300 01  totalAmount PIC 9(9)V99 VALUE 0.
002310 01  glDetailCount PIC 9(8) VALUE 0.
002320 01  monthBilled PIC X(1) VALUE "N".
002330     88  MONTH-BILLED-YES VALUE "Y".
002340     88  MONTH-BILLED-NO  VALUE "N".
002350 01  notBilledReason PIC X(60) VALUE SPACES.
002360
002370* Edited fields for the register lines.
002380 01  linesEdit PIC ZZZZZZZZZ9.
002390 01  pagesEdit PIC ZZZZZ9.
002400 01  flaggedEdit PIC ZZZZZ9.
002410 01  runChgEdit PIC ZZZZZZ9.99.
002420 01  lineChgEdit PIC ZZZZZZ9.99.
002430 01  pageChgEdit PIC ZZZZZZ9.99.
002440 01  flagChgEdit PIC ZZZZZZ9.99.
002450 01  surChgEdit PIC ZZZZZZ9.99.
002460 01  amountEdit PIC ZZZ,ZZZ,ZZ9.99.
002470 01  countEdit PIC ZZZZZZZ9.
002480
002490* Print-control fields, kept to the same page size the reflow
002500* report uses.
002510 01  pageNum PIC 9(4) VALUE 1.
002520 01  linesOnPage PIC 9(4) VALUE 0.
002530 01  linesPerPage PIC 9(3) VALUE 55.
002540 01  currentDateTime PIC X(21).
002550 01  runDate REDEFINES currentDateTime.
002560     05  runDateYYYYMMDD PIC 9(8).
002570     05  runTimeHHMMSS   PIC 9(6).
002580     05  FILLER          PIC X(7).
002590 01  runDateDisplay PIC X(10).
002600
002610 PROCEDURE DIVISION CHAINING billMonthParm rerunParm.
002620
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
002650
002660     IF RUN-ACCEPTED-YES
002670         PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
002680             UNTIL END-OF-FILE-YES
002690         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
002700         PERFORM 4500-BILL-THE-MONTH THRU 4500-EXIT
002710         PERFORM 5000-WRITE-MONTH-TOTALS THRU 5000-EXIT
002720         IF MONTH-BILLED-YES
002730             MOVE 0 TO RETURN-CODE
002740         ELSE
002750             DISPLAY "BILLRUN ENDED -- MONTH " billMonth
002760                 " NOT BILLED -- " FUNCTION TRIM(notBilledReason)
002770             MOVE 8 TO RETURN-CODE
002780         END-IF
002790     END-IF
002800
002810     PERFORM 9999-END-RUN THRU 9999-EXIT
002820     GOBACK.
002830
002840*****************************************************************
002850* 1000-INITIALIZE-RUN
002860* Settles the billing month, refuses a month already billed
002870* without the rerun flag, loads the rate cards, and opens the
002880* log and the register.  Anything that stops the month ends
002890* the run here with RETURN-CODE 8, before a line is priced.
002900*****************************************************************
002910 1000-INITIALIZE-RUN.
002920     MOVE FUNCTION CURRENT-DATE TO currentDateTime
002930     MOVE runDateYYYYMMDD TO runDateDisplay
002940     MOVE "N" TO runAccepted
002950
002960     PERFORM 1050-DERIVE-BILLING-MONTH THRU 1050-EXIT
002970     IF billMonth = 0
002980         DISPLAY "BILLRUN ENDED -- BILLING MONTH " billMonthParm
002990             " IS NOT A YYYYMM MONTH"
003000         MOVE 8 TO RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF
003030
003040     PERFORM 1100-CHECK-BILLING-HISTORY THRU 1100-EXIT
003050     IF RETURN-CODE = 8
003060         GO TO 1000-EXIT
003070     END-IF
003080
003090     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
003100     IF RETURN-CODE = 8
003110         GO TO 1000-EXIT
003120     END-IF
003130
003140     OPEN INPUT auditFile
003150     IF auditFileStatus NOT = "00"
003160         DISPLAY "BILLRUN ENDED -- AUDITLOG IS MISSING OR "
003170             "UNREADABLE, STATUS " auditFileStatus
003180         MOVE 8 TO RETURN-CODE
003190         GO TO 1000-EXIT
003200     END-IF
003210
003220* The client master only supplies names; without it the
003230* register prints codes alone.
003240     MOVE "N" TO clientMasterAvailable
003250     OPEN INPUT cliFile
003260     IF cliFileStatus = "00"
003270         MOVE "Y" TO clientMasterAvailable
003280     END-IF
003290
003300     OPEN OUTPUT reportFile
003310     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
003320     MOVE "Y" TO runAccepted.
003330 1000-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 1050-DERIVE-BILLING-MONTH
003380* The month to bill: the parameter when it is six digits with
003390* a month of 01-12, the month before the run date when it is
003400* blank, and zero -- refused -- for anything else.
003410*****************************************************************
003420 1050-DERIVE-BILLING-MONTH.
003430     MOVE 0 TO billMonth
003440
003450     IF FUNCTION TRIM(billMonthParm) = SPACES
003460         COMPUTE billMonth = runDateYYYYMMDD / 100
003470         IF billMM = 1
003480             SUBTRACT 1 FROM billYear
003490             MOVE 12 TO billMM
003500         ELSE
003510             SUBTRACT 1 FROM billMM
003520         END-IF
003530         GO TO 1050-EXIT
003540     END-IF
003550
003560     MOVE billMonthParm TO monthWork
003570     INSPECT monthWork CONVERTING "0123456789" TO "          "
003580     IF monthWork NOT = SPACES
003590         GO TO 1050-EXIT
003600     END-IF
003610     MOVE billMonthParm TO billMonth
003620     IF billMM < 1 OR billMM > 12
003630         MOVE 0 TO billMonth
003640     END-IF.
003650 1050-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690* 1100-CHECK-BILLING-HISTORY
003700* Reads BILLHIST for the billing month.  No history file yet
003710* means nothing has ever been billed.  A month on file is
003720* refused without the rerun flag; with it, the month is billed
003730* again and marked as a rebill.
003740*****************************************************************
003750 1100-CHECK-BILLING-HISTORY.
003760     MOVE "N" TO rebillMonth
003770     MOVE 0 TO lastBilledDate
003780     OPEN INPUT histFile
003790     IF histFileStatus = "35"
003800         GO TO 1100-EXIT
003810     END-IF
003820     IF histFileStatus NOT = "00"
003830         DISPLAY "BILLRUN ENDED -- BILLING HISTORY BILLHIST IS "
003840             "UNREADABLE, STATUS " histFileStatus
003850         MOVE 8 TO RETURN-CODE
003860         GO TO 1100-EXIT
003870     END-IF
003880
003890     PERFORM 1110-READ-ONE-HISTORY THRU 1110-EXIT
003900         UNTIL END-OF-HISTORY-YES
003910     CLOSE histFile
003920
003930     IF lastBilledDate = 0
003940         GO TO 1100-EXIT
003950     END-IF
003960     IF rerunParm = "Y" OR rerunParm = "y"
003970         MOVE "Y" TO rebillMonth
003980         DISPLAY "BILLRUN REBILLING MONTH " billMonth
003990             " -- LAST BILLED " lastBilledDate
004000     ELSE
004010         DISPLAY "BILLRUN ENDED -- MONTH " billMonth
004020             " WAS ALREADY BILLED ON " lastBilledDate
004030             " -- GIVE THE RERUN FLAG TO BILL IT AGAIN"
004040         MOVE 8 TO RETURN-CODE
004050     END-IF.
004060 1100-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 1110-READ-ONE-HISTORY
004110* One BILLHIST record; the last billing of the month wins.
004120*****************************************************************
004130 1110-READ-ONE-HISTORY.
004140     READ histFile
004150         AT END SET END-OF-HISTORY-YES TO TRUE
004160     END-READ
004170     IF END-OF-HISTORY-NO AND bhsBillMonth = billMonth
004180         MOVE bhsRunDate TO lastBilledDate
004190     END-IF.
004200 1110-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* 1200-LOAD-RATE-TABLE
004250* Loads every RATETAB card.  A missing rate file, a card with
004260* a rate that is not numeric, a client carded twice, or more
004270* cards than the table holds ends the run -- each bad card is
004280* named on SYSOUT first, so the whole table can be fixed at
004290* once.
004300*****************************************************************
004310 1200-LOAD-RATE-TABLE.
004320     OPEN INPUT rateFile
004330     IF rateFileStatus NOT = "00"
004340         DISPLAY "BILLRUN ENDED -- RATE TABLE RATETAB IS MISSING "
004350             "OR UNREADABLE, STATUS " rateFileStatus
004360         MOVE 8 TO RETURN-CODE
004370         GO TO 1200-EXIT
004380     END-IF
004390
004400     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
004410         UNTIL END-OF-RATES-YES
004420     CLOSE rateFile
004430
004440     IF rateErrorCount > 0
004450         DISPLAY "BILLRUN ENDED -- " rateErrorCount
004460             " BAD RATE CARDS ON RATETAB -- NOTHING BILLED"
004470         MOVE 8 TO RETURN-CODE
004480     END-IF.
004490 1200-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530* 1210-LOAD-ONE-RATE
004540* One rate card: skipped when blank or a comment, checked, and
004550* filed in the rate table.
004560*****************************************************************
004570 1210-LOAD-ONE-RATE.
004580     MOVE SPACES TO rteRecord
004590     READ rateFile
004600         AT END SET END-OF-RATES-YES TO TRUE
004610     END-READ
004620     IF END-OF-RATES-YES
004630         GO TO 1210-EXIT
004640     END-IF
004650     IF rteRecord = SPACES OR rteClientCode(1:1) = "*"
004660         GO TO 1210-EXIT
004670     END-IF
004680
004690     ADD 1 TO rateCardCount
004700     MOVE FUNCTION UPPER-CASE(rteClientCode) TO rteClientCode
004710     IF rtePerRun NOT NUMERIC
004720         OR rtePerThousandLines NOT NUMERIC
004730         OR rtePerPage NOT NUMERIC
004740         OR rtePerFlaggedLine NOT NUMERIC
004750         OR rteSurcharge NOT NUMERIC
004760         ADD 1 TO rateErrorCount
004770         DISPLAY "BILLRUN BAD RATE CARD -- A RATE IS NOT "
004780             "NUMERIC: " rteRecord
004790         GO TO 1210-EXIT
004800     END-IF
004810
004820     MOVE rteClientCode TO findCode
004830     PERFORM 2300-FIND-RATE THRU 2300-EXIT
004840     IF RATE-FOUND-YES AND rtClientCode(rateSlot) = findCode
004850         ADD 1 TO rateErrorCount
004860         DISPLAY "BILLRUN BAD RATE CARD -- CLIENT CARDED TWICE: "
004870             rteRecord
004880         GO TO 1210-EXIT
004890     END-IF
004900
004910     IF rateCount >= rateTableMax
004920         ADD 1 TO rateErrorCount
004930         DISPLAY "BILLRUN BAD RATE CARD -- MORE THAN "
004940             "THE RATE TABLE HOLDS: " rteRecord
004950         GO TO 1210-EXIT
004960     END-IF
004970
004980     ADD 1 TO rateCount
004990     MOVE rteClientCode TO rtClientCode(rateCount)
005000     MOVE rtePerRun TO rtPerRun(rateCount)
005010     MOVE rtePerThousandLines TO rtPerThousandLines(rateCount)
005020     MOVE rtePerPage TO rtPerPage(rateCount)
005030     MOVE rtePerFlaggedLine TO rtPerFlaggedLine(rateCount)
005040     MOVE rteSurcharge TO rtSurcharge(rateCount).
005050 1210-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090* 1300-WRITE-REPORT-HEADER
005100* Starts a new register page and resets the page line counter.
005110*****************************************************************
005120 1300-WRITE-REPORT-HEADER.
005130     MOVE SPACES TO prtRecord
005140     MOVE "1" TO prtCarriageCtl
005150     STRING "CHARGEBACK INVOICE REGISTER" DELIMITED BY SIZE
005160         "          RUN DATE: " DELIMITED BY SIZE
005170         runDateDisplay DELIMITED BY SIZE
005180         "  PAGE: " DELIMITED BY SIZE
005190         pageNum DELIMITED BY SIZE
005200         INTO prtText
005210     WRITE prtRecord
005220
005230     MOVE SPACES TO prtRecord
005240     MOVE " " TO prtCarriageCtl
005250     IF REBILL-MONTH-YES
005260         STRING "BILLING MONTH: " DELIMITED BY SIZE
005270             billMonth DELIMITED BY SIZE
005280             "   ** REBILL -- REPLACES THE BILLING OF "
005290             DELIMITED BY SIZE
005300             lastBilledDate DELIMITED BY SIZE
005310             " **" DELIMITED BY SIZE
005320             INTO prtText
005330     ELSE
005340         STRING "BILLING MONTH: " DELIMITED BY SIZE
005350             billMonth DELIMITED BY SIZE
005360             INTO prtText
005370     END-IF
005380     WRITE prtRecord
005390
005400     MOVE SPACES TO prtRecord
005410     MOVE " " TO prtCarriageCtl
005420     WRITE prtRecord
005430
005440     ADD 1 TO pageNum
005450     MOVE 3 TO linesOnPage.
005460 1300-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500* 1350-WRITE-ONE-LINE
005510* Writes the line already built in prtRecord, breaking to a
005520* fresh page first whenever the page is full.
005530*****************************************************************
005540 1350-WRITE-ONE-LINE.
005550     IF linesOnPage >= linesPerPage
005560         PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT
005570     END-IF
005580     WRITE prtRecord
005590     ADD 1 TO linesOnPage.
005600 1350-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640* 2000-LOAD-ONE-ROW
005650* Reads one AUDITLOG row and, inside the billing month, either
005660* bills it -- an OK run -- or counts it under the reason it is
005670* not billed.  A billable run past the table is counted; the
005680* month then cannot be billed.
005690*****************************************************************
005700 2000-LOAD-ONE-ROW.
005710     READ auditFile
005720         AT END SET END-OF-FILE-YES TO TRUE
005730     END-READ
005740     IF END-OF-FILE-YES
005750         GO TO 2000-EXIT
005760     END-IF
005770
005780     COMPUTE rowMonth = audRunDate / 100
005790     IF rowMonth NOT = billMonth
005800         GO TO 2000-EXIT
005810     END-IF
005820
005830     ADD 1 TO rowsInMonth
005840     EVALUATE audCompletionCode
005850         WHEN "OK"
005860             CONTINUE
005870         WHEN "ER"
005880             ADD 1 TO erSkipCount
005890             GO TO 2000-EXIT
005900         WHEN "TR"
005910             ADD 1 TO trSkipCount
005920             GO TO 2000-EXIT
005930         WHEN "AU"
005940             ADD 1 TO auSkipCount
005950             GO TO 2000-EXIT
005960         WHEN OTHER
005970             ADD 1 TO otherSkipCount
005980             GO TO 2000-EXIT
005990     END-EVALUATE
006000
006010     IF billCount >= billTableMax
006020         ADD 1 TO billOverflowCount
006030         GO TO 2000-EXIT
006040     END-IF
006050
006060     ADD 1 TO billCount
006070     MOVE billCount TO billIndex
006080     MOVE FUNCTION UPPER-CASE(audClientCode)
006090         TO billClient(billIndex)
006100     MOVE audDocId TO billDocId(billIndex)
006110     MOVE audRunDate TO billRunDate(billIndex)
006120     MOVE audLineCount TO billLines(billIndex)
006130     MOVE audPageCount TO billPages(billIndex)
006140     MOVE audFlaggedCount TO billFlagged(billIndex)
006150     MOVE audFilename TO billFilename(billIndex)
006160* A row written before the page count existed carries
006170* whatever the shorter record left behind there.
006180     IF audPageCount NOT NUMERIC
006190         MOVE 0 TO billPages(billIndex)
006200     END-IF
006210
006220     MOVE SPACES TO billSurType(billIndex)
006230     PERFORM 2100-CHECK-FOR-RERUN THRU 2100-EXIT
006240     IF RERUN-FOUND-YES
006250         MOVE "R" TO billSurType(billIndex)(1:1)
006260         ADD 1 TO rerunCount
006270     END-IF
006280     IF AUD-RESUMED-YES
006290         MOVE "C" TO billSurType(billIndex)(2:1)
006300         ADD 1 TO resumedCount
006310     END-IF
006320
006330     PERFORM 2200-PRICE-ONE-RUN THRU 2200-EXIT
006340     PERFORM 2400-TALLY-CLIENT THRU 2400-EXIT.
006350 2000-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390* 2100-CHECK-FOR-RERUN
006400* A run is a rerun when the same client already had the same
006410* source file converted OK earlier in the month -- the client
006420* is paying for the document a second time, and the surcharge
006430* says so.  A driver's work file is not a document: DOCASM
006432* converts every letter as ASMWORK and DOCMERGE every copy as
006434* MRGW and the recipient's number, so the same name turns up
006436* for different documents all month and proves nothing.
006440*****************************************************************
006450 2100-CHECK-FOR-RERUN.
006460     MOVE "N" TO rerunFound
006470     MOVE 0 TO scanIndex
006471     MOVE billFilename(billIndex) TO rerunName
006472     IF rerunName = "ASMWORK"
006473         GO TO 2100-EXIT
006474     END-IF
006475     IF rerunNamePrefix = "MRGW" AND rerunNameSeq IS NUMERIC
006476         AND rerunNameRest = SPACES
006477         GO TO 2100-EXIT
006478     END-IF
006480     PERFORM 2110-PROBE-ONE-EARLIER-RUN THRU 2110-EXIT
006490         UNTIL RERUN-FOUND-YES OR scanIndex >= billIndex - 1.
006500 2100-EXIT.
006510     EXIT.
006520
006530*****************************************************************
006540* 2110-PROBE-ONE-EARLIER-RUN
006550* One earlier billed run compared with the run in hand.
006560*****************************************************************
006570 2110-PROBE-ONE-EARLIER-RUN.
006580     ADD 1 TO scanIndex
006590     IF billClient(scanIndex) = billClient(billIndex)
006600         AND billFilename(scanIndex) = billFilename(billIndex)
006610         MOVE "Y" TO rerunFound
006620     END-IF.
006630 2110-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670* 2200-PRICE-ONE-RUN
006680* Prices the run in hand at its client's rates, or the default
006690* rates when the client has no card.  Lines are charged pro
006700* rata per thousand; every charge is rounded to the cent.  A
006710* run no card covers is charged nothing and flagged -- the
006720* month will not be billed until a card covers it.
006730*****************************************************************
006740 2200-PRICE-ONE-RUN.
006750     MOVE "N" TO billNoRate(billIndex)
006760     MOVE 0 TO billRunChg(billIndex)
006770     MOVE 0 TO billLineChg(billIndex)
006780     MOVE 0 TO billPageChg(billIndex)
006790     MOVE 0 TO billFlagChg(billIndex)
006800     MOVE 0 TO billSurChg(billIndex)
006810     MOVE 0 TO billAmount(billIndex)
006820
006830     MOVE billClient(billIndex) TO findCode
006840     PERFORM 2300-FIND-RATE THRU 2300-EXIT
006850     IF RATE-FOUND-NO
006860         MOVE "Y" TO billNoRate(billIndex)
006870         ADD 1 TO noRateCount
006880         GO TO 2200-EXIT
006890     END-IF
006900
006910     COMPUTE billRunChg(billIndex) ROUNDED = rtPerRun(rateSlot)
006920     COMPUTE billLineChg(billIndex) ROUNDED =
006930         billLines(billIndex) * rtPerThousandLines(rateSlot)
006940         / 1000
006950     COMPUTE billPageChg(billIndex) ROUNDED =
006960         billPages(billIndex) * rtPerPage(rateSlot)
006970     COMPUTE billFlagChg(billIndex) ROUNDED =
006980         billFlagged(billIndex) * rtPerFlaggedLine(rateSlot)
006990     IF billSurType(billIndex) NOT = SPACES
007000         COMPUTE billSurChg(billIndex) ROUNDED =
007010             rtSurcharge(rateSlot)
007020     END-IF
007030     COMPUTE billAmount(billIndex) = billRunChg(billIndex)
007040         + billLineChg(billIndex) + billPageChg(billIndex)
007050         + billFlagChg(billIndex) + billSurChg(billIndex).
007060 2200-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* 2300-FIND-RATE
007110* Finds findCode's rate card, falling back to the default card
007120* (blank client code).  rateSlot is the card used.
007130*****************************************************************
007140 2300-FIND-RATE.
007150     MOVE "N" TO rateFound
007160     MOVE 0 TO rateSlot
007170     MOVE 0 TO rateIndex
007180     PERFORM 2310-PROBE-ONE-RATE THRU 2310-EXIT
007190         UNTIL rateIndex >= rateCount
007200     IF rateSlot > 0
007210         MOVE "Y" TO rateFound
007220     END-IF.
007230 2300-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270* 2310-PROBE-ONE-RATE
007280* One rate card compared with findCode: the client's own card
007290* always wins over the default card.
007300*****************************************************************
007310 2310-PROBE-ONE-RATE.
007320     ADD 1 TO rateIndex
007330     IF rtClientCode(rateIndex) = findCode
007340         MOVE rateIndex TO rateSlot
007350     ELSE
007360         IF rtClientCode(rateIndex) = SPACES AND rateSlot = 0
007370             MOVE rateIndex TO rateSlot
007380         END-IF
007390     END-IF.
007400 2310-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440* 2400-TALLY-CLIENT
007450* Adds the run to its client's totals, slotting a new client
007460* into the table in client-code order.  A client past the
007470* table is counted; the month then cannot be billed.
007480*****************************************************************
007490 2400-TALLY-CLIENT.
007500     MOVE "N" TO clientFound
007510     MOVE 0 TO clientSlot
007520     MOVE 0 TO clientIndex
007530     PERFORM 2410-PROBE-ONE-CLIENT THRU 2410-EXIT
007540         UNTIL CLIENT-FOUND-YES OR clientSlot > 0
007550         OR clientIndex >= clientCount
007560
007570     IF CLIENT-FOUND-NO
007580         IF clientCount >= clientTableMax
007590             ADD 1 TO clientOverflowCount
007600             GO TO 2400-EXIT
007610         END-IF
007620         ADD 1 TO clientCount
007630         IF clientSlot = 0
007640             MOVE clientCount TO clientSlot
007650         ELSE
007660             MOVE clientCount TO shiftIndex
007670             PERFORM 2420-SHIFT-ONE-DOWN THRU 2420-EXIT
007680                 UNTIL shiftIndex <= clientSlot
007690         END-IF
007700         MOVE billClient(billIndex) TO clCode(clientSlot)
007710         PERFORM 2430-LOOK-UP-CLIENT-NAME THRU 2430-EXIT
007720         MOVE 0 TO clRuns(clientSlot)
007730         MOVE 0 TO clLines(clientSlot)
007740         MOVE 0 TO clPages(clientSlot)
007750         MOVE 0 TO clFlagged(clientSlot)
007760         MOVE 0 TO clAmount(clientSlot)
007770     END-IF
007780
007790     ADD 1 TO clRuns(clientSlot)
007800     ADD billLines(billIndex) TO clLines(clientSlot)
007810     ADD billPages(billIndex) TO clPages(clientSlot)
007820     ADD billFlagged(billIndex) TO clFlagged(clientSlot)
007830     ADD billAmount(billIndex) TO clAmount(clientSlot)
007840
007850     ADD 1 TO billedRuns
007860     ADD billLines(billIndex) TO totalLines
007870     ADD billPages(billIndex) TO totalPages
007880     ADD billFlagged(billIndex) TO totalFlagged
007890     ADD billAmount(billIndex) TO totalAmount.
007900 2400-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940* 2410-PROBE-ONE-CLIENT
007950* One probe of the client table: stops on the client itself,
007960* or on the first client that sorts after it -- the new
007970* client's slot.
007980*****************************************************************
007990 2410-PROBE-ONE-CLIENT.
008000     ADD 1 TO clientIndex
008010     IF clCode(clientIndex) = billClient(billIndex)
008020         MOVE "Y" TO clientFound
008030         MOVE clientIndex TO clientSlot
008040     ELSE
008050         IF clCode(clientIndex) > billClient(billIndex)
008060             MOVE clientIndex TO clientSlot
008070         END-IF
008080     END-IF.
008090 2410-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130* 2420-SHIFT-ONE-DOWN
008140* One step of making room: the client above slides down over
008150* this one.
008160*****************************************************************
008170 2420-SHIFT-ONE-DOWN.
008180     MOVE clientEntry(shiftIndex - 1) TO clientEntry(shiftIndex)
008190     SUBTRACT 1 FROM shiftIndex.
008200 2420-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008240* 2430-LOOK-UP-CLIENT-NAME
008250* The new client's name off the client master, when there is
008260* a master and a code to look up.
008270*****************************************************************
008280 2430-LOOK-UP-CLIENT-NAME.
008290     MOVE SPACES TO clName(clientSlot)
008300     IF billClient(billIndex) = SPACES
008310         MOVE "(NO CLIENT ON THE RUN)" TO clName(clientSlot)
008320         GO TO 2430-EXIT
008330     END-IF
008340     IF CLIENT-MASTER-AVAILABLE-NO
008350         GO TO 2430-EXIT
008360     END-IF
008370     MOVE billClient(billIndex) TO cliCode
008380     READ cliFile
008390         INVALID KEY
008400             MOVE "(NOT ON THE CLIENT MASTER)"
008410                 TO clName(clientSlot)
008420         NOT INVALID KEY
008430             MOVE cliName TO clName(clientSlot)
008440     END-READ.
008450 2430-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490* 4000-WRITE-REGISTER
008500* Prints the invoice register: each client in code order with
008510* one line per document billed and the client's total.
008520*****************************************************************
008530 4000-WRITE-REGISTER.
008540     MOVE 0 TO clientIndex
008550     PERFORM 4100-WRITE-ONE-CLIENT THRU 4100-EXIT
008560         UNTIL clientIndex >= clientCount
008570
008580     IF clientCount = 0
008590         MOVE SPACES TO prtRecord
008600         MOVE " " TO prtCarriageCtl
008610         STRING "NO BILLABLE RUNS IN THE MONTH" DELIMITED BY SIZE
008620             INTO prtText
008630         PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
008640     END-IF.
008650 4000-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690* 4100-WRITE-ONE-CLIENT
008700* One client's block: heading, column line, a line per run,
008710* and the client total.
008720*****************************************************************
008730 4100-WRITE-ONE-CLIENT.
008740     ADD 1 TO clientIndex
008750
008760     MOVE SPACES TO prtRecord
008770     MOVE " " TO prtCarriageCtl
008780     STRING "CLIENT " DELIMITED BY SIZE
008790         clCode(clientIndex) DELIMITED BY SIZE
008800         "  " DELIMITED BY SIZE
008810         clName(clientIndex) DELIMITED BY SIZE
008820         INTO prtText
008830     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
008840
008850     MOVE SPACES TO prtRecord
008860     MOVE " " TO prtCarriageCtl
008870     STRING "  DOCUMENT ID      RUN DATE       LINES  PAGES "
008880         DELIMITED BY SIZE
008890         "FLAGGD SC   PER RUN  PER LINES  PER PAGE  PER FLAG "
008900         DELIMITED BY SIZE
008910         " SURCHG          AMOUNT" DELIMITED BY SIZE
008920         INTO prtText
008930     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
008940
008950     MOVE 0 TO billIndex
008960     PERFORM 4110-WRITE-ONE-RUN THRU 4110-EXIT
008970         UNTIL billIndex >= billCount
008980
008990     MOVE clLines(clientIndex) TO linesEdit
009000     MOVE clPages(clientIndex) TO pagesEdit
009010     MOVE clFlagged(clientIndex) TO flaggedEdit
009020     MOVE clAmount(clientIndex) TO amountEdit
009030     MOVE clRuns(clientIndex) TO countEdit
009040     MOVE SPACES TO prtRecord
009050     MOVE " " TO prtCarriageCtl
009060     STRING "  CLIENT TOTAL  " DELIMITED BY SIZE
009070         countEdit DELIMITED BY SIZE
009080         " RUNS " DELIMITED BY SIZE
009090         linesEdit DELIMITED BY SIZE
009100         " " DELIMITED BY SIZE
009110         pagesEdit DELIMITED BY SIZE
009120         " " DELIMITED BY SIZE
009130         flaggedEdit DELIMITED BY SIZE
009140         "                                                  "
009150         DELIMITED BY SIZE
009160         amountEdit DELIMITED BY SIZE
009170         INTO prtText
009180     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
009190
009200     MOVE SPACES TO prtRecord
009210     MOVE " " TO prtCarriageCtl
009220     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT.
009230 4100-EXIT.
009240     EXIT.
009250
009260*****************************************************************
009270* 4110-WRITE-ONE-RUN
009280* One billed run's line, when the run is the current client's.
009290* SC shows R for a rerun and C for a checkpoint resume.  A run
009300* no rate card covers says so where its charges would be.
009310*****************************************************************
009320 4110-WRITE-ONE-RUN.
009330     ADD 1 TO billIndex
009340     IF billClient(billIndex) NOT = clCode(clientIndex)
009350         GO TO 4110-EXIT
009360     END-IF
009370
009380     MOVE billLines(billIndex) TO linesEdit
009390     MOVE billPages(billIndex) TO pagesEdit
009400     MOVE billFlagged(billIndex) TO flaggedEdit
009410     MOVE SPACES TO prtRecord
009420     MOVE " " TO prtCarriageCtl
009430     IF billNoRate(billIndex) = "Y"
009440         STRING "  " DELIMITED BY SIZE
009450             billDocId(billIndex) DELIMITED BY SIZE
009460             " " DELIMITED BY SIZE
009470             billRunDate(billIndex) DELIMITED BY SIZE
009480             " " DELIMITED BY SIZE
009490             linesEdit DELIMITED BY SIZE
009500             " " DELIMITED BY SIZE
009510             pagesEdit DELIMITED BY SIZE
009520             " " DELIMITED BY SIZE
009530             flaggedEdit DELIMITED BY SIZE
009540             " " DELIMITED BY SIZE
009550             billSurType(billIndex) DELIMITED BY SIZE
009560             "  ** NO RATE CARD FOR THIS CLIENT AND NO DEFAULT **"
009570             DELIMITED BY SIZE
009580             INTO prtText
009590         PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
009600         GO TO 4110-EXIT
009610     END-IF
009620
009630     MOVE billRunChg(billIndex) TO runChgEdit
009640     MOVE billLineChg(billIndex) TO lineChgEdit
009650     MOVE billPageChg(billIndex) TO pageChgEdit
009660     MOVE billFlagChg(billIndex) TO flagChgEdit
009670     MOVE billSurChg(billIndex) TO surChgEdit
009680     MOVE billAmount(billIndex) TO amountEdit
009690     STRING "  " DELIMITED BY SIZE
009700         billDocId(billIndex) DELIMITED BY SIZE
009710         " " DELIMITED BY SIZE
009720         billRunDate(billIndex) DELIMITED BY SIZE
009730         " " DELIMITED BY SIZE
009740         linesEdit DELIMITED BY SIZE
009750         " " DELIMITED BY SIZE
009760         pagesEdit DELIMITED BY SIZE
009770         " " DELIMITED BY SIZE
009780         flaggedEdit DELIMITED BY SIZE
009790         " " DELIMITED BY SIZE
009800         billSurType(billIndex) DELIMITED BY SIZE
009810         runChgEdit DELIMITED BY SIZE
009820         " " DELIMITED BY SIZE
009830         lineChgEdit DELIMITED BY SIZE
009840         " " DELIMITED BY SIZE
009850         pageChgEdit DELIMITED BY SIZE
009860         " " DELIMITED BY SIZE
009870         flagChgEdit DELIMITED BY SIZE
009880         " " DELIMITED BY SIZE
009890         surChgEdit DELIMITED BY SIZE
009900         " " DELIMITED BY SIZE
009910         amountEdit DELIMITED BY SIZE
009920         INTO prtText
009930     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT.
009940 4110-EXIT.
009950     EXIT.
009960
009970*****************************************************************
009980* 4500-BILL-THE-MONTH
009990* Bills the month when every billable run is priced and held:
010000* writes the GL extract, then records the month on BILLHIST.
010010* Anything short of that leaves the month unbilled, with the
010020* reason for the totals page -- a GL extract that does not
010023* write or close whole included, so BILLHIST never records a
010026* month the ledger did not get.
010030*****************************************************************
010040 4500-BILL-THE-MONTH.
010050     MOVE "N" TO monthBilled
010060     EVALUATE TRUE
010070         WHEN noRateCount > 0
010080             MOVE "RUNS WITH NO RATE CARD -- ADD A CARD AND RERUN"
010090                 TO notBilledReason
010100             GO TO 4500-EXIT
010110         WHEN billOverflowCount > 0
010120         WHEN clientOverflowCount > 0
010130             MOVE "MORE RUNS OR CLIENTS THAN THE TABLES HOLD"
010140                 TO notBilledReason
010150             GO TO 4500-EXIT
010160     END-EVALUATE
010170
010180     OPEN OUTPUT glFile
010190     IF glFileStatus NOT = "00"
010200         STRING "GL EXTRACT BILLGL WILL NOT OPEN, STATUS "
010210             DELIMITED BY SIZE
010220             glFileStatus DELIMITED BY SIZE
010230             INTO notBilledReason
010240         GO TO 4500-EXIT
010250     END-IF
010260     MOVE 0 TO glDetailCount
010270     MOVE 0 TO clientIndex
010280     PERFORM 4510-WRITE-ONE-GL-DETAIL THRU 4510-EXIT
010290         UNTIL clientIndex >= clientCount
010291             OR glFileStatus NOT = "00"
010292     IF glFileStatus NOT = "00"
010293         STRING "GL EXTRACT BILLGL NOT WRITTEN, STATUS "
010294             DELIMITED BY SIZE
010295             glFileStatus DELIMITED BY SIZE
010296             INTO notBilledReason
010297         CLOSE glFile
010298         GO TO 4500-EXIT
010299     END-IF
010300
010310     MOVE SPACES TO glxRecord
010320     MOVE "T" TO glxRecType
010330     MOVE billMonth TO glxBillMonth
010340     MOVE runDateYYYYMMDD TO glxRunDate
010350     MOVE rebillMonth TO glxRerun
010360     MOVE glDetailCount TO glxDetailCount
010370     MOVE billedRuns TO glxTotalRuns
010380     MOVE totalAmount TO glxTotalAmount
010390     WRITE glxRecord
010391     IF glFileStatus NOT = "00"
010392         STRING "GL EXTRACT BILLGL NOT WRITTEN, STATUS "
010393             DELIMITED BY SIZE
010394             glFileStatus DELIMITED BY SIZE
010395             INTO notBilledReason
010396         CLOSE glFile
010397         GO TO 4500-EXIT
010398     END-IF
010400     CLOSE glFile
010401     IF glFileStatus NOT = "00"
010402         STRING "GL EXTRACT BILLGL NOT CLOSED, STATUS "
010403             DELIMITED BY SIZE
010404             glFileStatus DELIMITED BY SIZE
010405             INTO notBilledReason
010406         GO TO 4500-EXIT
010407     END-IF
010410
010420     OPEN EXTEND histFile
010430     IF histFileStatus NOT = "00"
010440         OPEN OUTPUT histFile
010450     END-IF
010460     MOVE billMonth TO bhsBillMonth
010470     MOVE runDateYYYYMMDD TO bhsRunDate
010480     MOVE runTimeHHMMSS TO bhsRunTime
010490     MOVE rebillMonth TO bhsRerun
010500     MOVE billedRuns TO bhsRunCount
010510     MOVE totalAmount TO bhsAmount
010520     WRITE bhsRecord
010530     IF histFileStatus NOT = "00"
010540         MOVE "BILLING HISTORY BILLHIST COULD NOT BE WRITTEN"
010550             TO notBilledReason
010560         CLOSE histFile
010570         GO TO 4500-EXIT
010580     END-IF
010590     CLOSE histFile
010600     MOVE "Y" TO monthBilled.
010610 4500-EXIT.
010620     EXIT.
010630
010640*****************************************************************
010650* 4510-WRITE-ONE-GL-DETAIL
010660* One client's GL extract record, and the month totals it
010670* adds to.  A record that does not write is not counted and
010675* ends the extract.
010680*****************************************************************
010690 4510-WRITE-ONE-GL-DETAIL.
010700     ADD 1 TO clientIndex
010710     MOVE SPACES TO glxRecord
010720     MOVE "D" TO glxRecType
010730     MOVE billMonth TO glxBillMonth
010740     MOVE runDateYYYYMMDD TO glxRunDate
010750     MOVE rebillMonth TO glxRerun
010760     MOVE clCode(clientIndex) TO glxClientCode
010770     MOVE clRuns(clientIndex) TO glxRunCount
010780     MOVE clAmount(clientIndex) TO glxAmount
010790     WRITE glxRecord
010792     IF glFileStatus NOT = "00"
010794         GO TO 4510-EXIT
010796     END-IF
010800     ADD 1 TO glDetailCount.
010810 4510-EXIT.
010820     EXIT.
010830
010840*****************************************************************
010850* 5000-WRITE-MONTH-TOTALS
010860* Prints the month's totals: what was billed, what was in the
010870* month and not billed and why, and whether the month is now
010880* billed.
010890*****************************************************************
010900 5000-WRITE-MONTH-TOTALS.
010910     MOVE SPACES TO prtRecord
010920     MOVE " " TO prtCarriageCtl
010930     STRING "MONTH TOTALS" DELIMITED BY SIZE
010940         INTO prtText
010950     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
010960
010970     MOVE rowsInMonth TO countEdit
010980     MOVE "  AUDITLOG ROWS IN THE MONTH:   " TO prtText
010990     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011000     MOVE billedRuns TO countEdit
011010     MOVE "  OK RUNS BILLED:               " TO prtText
011020     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011030     MOVE clientCount TO countEdit
011040     MOVE "  CLIENTS BILLED:               " TO prtText
011050     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011060     MOVE rerunCount TO countEdit
011070     MOVE "  RERUNS SURCHARGED:            " TO prtText
011080     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011090     MOVE resumedCount TO countEdit
011100     MOVE "  RESUMED RUNS SURCHARGED:      " TO prtText
011110     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011120     MOVE erSkipCount TO countEdit
011130     MOVE "  NOT BILLED -- ER:             " TO prtText
011140     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011150     MOVE trSkipCount TO countEdit
011160     MOVE "  NOT BILLED -- TR:             " TO prtText
011170     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011180     MOVE auSkipCount TO countEdit
011190     MOVE "  NOT BILLED -- REFUSED (AU):   " TO prtText
011200     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011210     IF otherSkipCount > 0
011220         MOVE otherSkipCount TO countEdit
011230         MOVE "  NOT BILLED -- OTHER CODES:    " TO prtText
011240         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011250     END-IF
011260     IF noRateCount > 0
011270         MOVE noRateCount TO countEdit
011280         MOVE "  RUNS WITH NO RATE CARD:       " TO prtText
011290         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011300     END-IF
011310     IF billOverflowCount > 0
011320         MOVE billOverflowCount TO countEdit
011330         MOVE "  RUNS PAST THE RUN TABLE:      " TO prtText
011340         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011350     END-IF
011360     IF clientOverflowCount > 0
011370         MOVE clientOverflowCount TO countEdit
011380         MOVE "  RUNS PAST THE CLIENT TABLE:   " TO prtText
011390         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
011400     END-IF
011410
011420     MOVE totalAmount TO amountEdit
011430     MOVE SPACES TO prtRecord
011440     MOVE " " TO prtCarriageCtl
011450     STRING "  AMOUNT BILLED:        " DELIMITED BY SIZE
011460         amountEdit DELIMITED BY SIZE
011470         INTO prtText
011480     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
011490
011500     MOVE SPACES TO prtRecord
011510     MOVE " " TO prtCarriageCtl
011520     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT
011530
011540     MOVE SPACES TO prtRecord
011550     MOVE " " TO prtCarriageCtl
011560     IF MONTH-BILLED-YES
011570         IF REBILL-MONTH-YES
011580             STRING "MONTH " DELIMITED BY SIZE
011590                 billMonth DELIMITED BY SIZE
011600                 " REBILLED -- BILLGL REPLACES THE EARLIER "
011610                 DELIMITED BY SIZE
011620                 "EXTRACT" DELIMITED BY SIZE
011630                 INTO prtText
011640         ELSE
011650             STRING "MONTH " DELIMITED BY SIZE
011660                 billMonth DELIMITED BY SIZE
011670                 " BILLED -- EXTRACT ON BILLGL" DELIMITED BY SIZE
011680                 INTO prtText
011690         END-IF
011700     ELSE
011710         STRING "MONTH " DELIMITED BY SIZE
011720             billMonth DELIMITED BY SIZE
011730             " NOT BILLED -- " DELIMITED BY SIZE
011740             FUNCTION TRIM(notBilledReason) DELIMITED BY SIZE
011750             INTO prtText
011760     END-IF
011770     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT.
011780 5000-EXIT.
011790     EXIT.
011800
011810*****************************************************************
011820* 5100-WRITE-COUNT-LINE
011830* Finishes a totals line whose label is already in prtText
011840* with the count in countEdit.
011850*****************************************************************
011860 5100-WRITE-COUNT-LINE.
011870     MOVE " " TO prtCarriageCtl
011880     MOVE countEdit TO prtText(33:8)
011890     PERFORM 1350-WRITE-ONE-LINE THRU 1350-EXIT.
011900 5100-EXIT.
011910     EXIT.
011920
011930*****************************************************************
011940* 9999-END-RUN
011950* Closes whatever opened and ends the run.
011960*****************************************************************
011970 9999-END-RUN.
011980     IF RUN-ACCEPTED-YES
011990         CLOSE auditFile
012000         CLOSE reportFile
012010     END-IF
012020     IF CLIENT-MASTER-AVAILABLE-YES
012030         CLOSE cliFile
012040     END-IF.
012050 9999-EXIT.
012060     EXIT.
012070
