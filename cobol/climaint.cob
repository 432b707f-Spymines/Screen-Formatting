000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- client master maintenance
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  Applies add, change,
000090*                   and retire cards to the CLIENTMAST client
000100*                   master FORMBATCH fills blank queue-entry
000110*                   settings from.  One CLICARD record per
000120*                   transaction, in fixed columns: the action
000130*                   in 1 (A add, C change, R retire), the
000140*                   client code in 3-10, the name in 12-51,
000150*                   the line width in 53-56, the digit flag in
000160*                   58 (Y or N), the alignment in 60 (L, J, C,
000170*                   or R), the DISTLOAD destination in 62-69,
000180*                   the print profile in 71-326, and the
000190*                   keyword list in 328-583.  Blank cards and
000200*                   cards opening with * are passed over.  An
000210*                   add needs a name and a code not already
000220*                   active (a retired client is reinstated); a
000230*                   change replaces only the fields the card
000240*                   fills; a retire marks the client R and
000250*                   keeps it on file.  CLIRPT lists every
000260*                   card's verdict, each changed field with its
000270*                   old and new value, and the totals.
000280*                   RETURN-CODE 0 all cards applied, 4 when any
000290*                   card was rejected, 8 when the card file or
000300*                   the master will not open.
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CLIMAINT.
000340 AUTHOR. TREVOR MINES.
000350 INSTALLATION. CSC 330.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT cardFile ASSIGN TO "CLICARD"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS cardFileStatus.
000450
000460     SELECT cliFile ASSIGN TO "CLIENTMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS cliCode
000500         FILE STATUS IS cliFileStatus.
000510
000520     SELECT reportFile ASSIGN TO "CLIRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS reportFileStatus.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  cardFile.
000590 01  cardRecord PIC X(600).
000600
000610 FD  cliFile.
000620     COPY CLIREC.
000630
000640 FD  reportFile.
000650     COPY PRTREC.
000660
000670 WORKING-STORAGE SECTION.
000680 01  cardFileStatus PIC X(2) VALUE SPACES.
000690 01  cliFileStatus PIC X(2) VALUE SPACES.
000700 01  reportFileStatus PIC X(2) VALUE SPACES.
000710 77  END-OF-CARDS PIC 9(1) VALUE 0.
000720     88  END-OF-CARDS-YES VALUE 1.
000730     88  END-OF-CARDS-NO  VALUE 0.
000740
000750* The card's fields pulled from their fixed columns, with the
000760* work field the width check blanks digits out of.
000770 01  cardAction PIC X(1).
000780 01  cardCode PIC X(8).
000790 01  cardName PIC X(40).
000800 01  cardLineWidth PIC X(4).
000810 01  cardPreserveDigits PIC X(1).
000820 01  cardAlignMode PIC X(1).
000830 01  cardDistDest PIC X(8).
000840 01  cardProfile PIC X(256).
000850 01  cardKeywordList PIC X(256).
000860 01  widthWork PIC X(4).
000870 01  widthValue PIC 9(4) VALUE 0.
000880 01  cardValid PIC X(1) VALUE "Y".
000890     88  CARD-VALID-YES VALUE "Y".
000900     88  CARD-VALID-NO  VALUE "N".
000910 01  rejectReason PIC X(40) VALUE SPACES.
000920
000930* The field-change line's pieces: which field, and its value
000940* before and after the card.
000950 01  changeField PIC X(12) VALUE SPACES.
000960 01  changeOld PIC X(256) VALUE SPACES.
000970 01  changeNew PIC X(256) VALUE SPACES.
000980
000990* Run counters for the trailer.
001000 01  cardCount PIC 9(8) VALUE 0.
001010 01  addedCount PIC 9(8) VALUE 0.
001020 01  changedCount PIC 9(8) VALUE 0.
001030 01  retiredCount PIC 9(8) VALUE 0.
001040 01  rejectedCount PIC 9(8) VALUE 0.
001050
001060* Print-control fields, kept to the same page size the reflow
001070* report uses.
001080 01  pageNum PIC 9(4) VALUE 1.
001090 01  linesOnPage PIC 9(4) VALUE 0.
001100 01  linesPerPage PIC 9(3) VALUE 55.
001110 01  currentDateTime PIC X(21).
001120 01  runDate REDEFINES currentDateTime.
001130     05  runDateYYYYMMDD PIC 9(8).
001140     05  runTimeHHMMSS   PIC 9(6).
001150     05  FILLER          PIC X(7).
001160 01  runDateDisplay PIC X(10).
001170
001180 PROCEDURE DIVISION.
001190
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001220
001230     IF cardFileStatus = "00" AND cliFileStatus = "00"
001240         PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
001250             UNTIL END-OF-CARDS-YES
001260         PERFORM 5000-WRITE-CLIENT-TRAILER THRU 5000-EXIT
001270         IF rejectedCount > 0
001280             MOVE 4 TO RETURN-CODE
001290         END-IF
001300     END-IF
001310
001320     PERFORM 9999-END-RUN THRU 9999-EXIT
001330     GOBACK.
001340
001350*****************************************************************
001360* 1000-INITIALIZE-RUN
001370* Opens the transaction cards, the client master (creating it
001380* on first use -- the first run's cards are all adds), and
001390* the report.  RETURN-CODE 8 when the cards or the master will
001400* not open.
001410*****************************************************************
001420 1000-INITIALIZE-RUN.
001430     MOVE FUNCTION CURRENT-DATE TO currentDateTime
001440     MOVE runDateYYYYMMDD TO runDateDisplay
001450
001460     OPEN INPUT cardFile
001470     IF cardFileStatus NOT = "00"
001480         DISPLAY "CLIMAINT ENDED -- TRANSACTION CARDS CLICARD "
001490             "ARE MISSING OR UNREADABLE, STATUS "
001500             cardFileStatus
001510         MOVE 8 TO RETURN-CODE
001520         GO TO 1000-EXIT
001530     END-IF
001540
001550     OPEN I-O cliFile
001560     IF cliFileStatus = "35"
001570         OPEN OUTPUT cliFile
001580         IF cliFileStatus = "00"
001590             CLOSE cliFile
001600             OPEN I-O cliFile
001610         END-IF
001620     END-IF
001630     IF cliFileStatus NOT = "00"
001640         DISPLAY "CLIMAINT ENDED -- CLIENT MASTER "
001650             "CLIENTMAST IS UNAVAILABLE, STATUS " cliFileStatus
001660         MOVE 8 TO RETURN-CODE
001670         GO TO 1000-EXIT
001680     END-IF
001690
001700     OPEN OUTPUT reportFile
001710     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740
001750*****************************************************************
001760* 1100-WRITE-REPORT-HEADER
001770* Starts a new change-report page and resets the page line
001780* counter.
001790*****************************************************************
001800 1100-WRITE-REPORT-HEADER.
001810     MOVE SPACES TO prtRecord
001820     MOVE "1" TO prtCarriageCtl
001830     STRING "CLIENT MASTER CHANGE REPORT" DELIMITED BY SIZE
001840         "          RUN DATE: " DELIMITED BY SIZE
001850         runDateDisplay DELIMITED BY SIZE
001860         "  PAGE: " DELIMITED BY SIZE
001870         pageNum DELIMITED BY SIZE
001880         INTO prtText
001890     WRITE prtRecord
001900
001910     MOVE SPACES TO prtRecord
001920     MOVE " " TO prtCarriageCtl
001930     WRITE prtRecord
001940
001950     ADD 1 TO pageNum
001960     MOVE 2 TO linesOnPage.
001970 1100-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010* 1150-WRITE-ONE-LINE
002020* Writes the line already built in prtRecord, breaking to a
002030* fresh page first whenever the page is full.
002040*****************************************************************
002050 1150-WRITE-ONE-LINE.
002060     IF linesOnPage >= linesPerPage
002070         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002080     END-IF
002090     WRITE prtRecord
002100     ADD 1 TO linesOnPage.
002110 1150-EXIT.
002120     EXIT.
002130
002140*****************************************************************
002150* 2000-APPLY-ONE-CARD
002160* Reads one transaction card, validates its fields, and hands
002170* it to the add, change, or retire paragraph.  Every card's
002180* verdict prints; a rejected card never touches the master.
002190*****************************************************************
002200 2000-APPLY-ONE-CARD.
002210     MOVE SPACES TO cardRecord
002220     READ cardFile
002230         AT END SET END-OF-CARDS-YES TO TRUE
002240     END-READ
002250     IF END-OF-CARDS-YES
002260         GO TO 2000-EXIT
002270     END-IF
002280
002290     IF cardRecord = SPACES OR cardRecord(1:1) = "*"
002300         GO TO 2000-EXIT
002310     END-IF
002320
002330     ADD 1 TO cardCount
002340     MOVE FUNCTION UPPER-CASE(cardRecord(1:1)) TO cardAction
002350     MOVE FUNCTION UPPER-CASE(cardRecord(3:8)) TO cardCode
002360     MOVE cardRecord(12:40) TO cardName
002370     MOVE cardRecord(53:4) TO cardLineWidth
002380     MOVE FUNCTION UPPER-CASE(cardRecord(58:1))
002390         TO cardPreserveDigits
002400     MOVE FUNCTION UPPER-CASE(cardRecord(60:1)) TO cardAlignMode
002410     MOVE cardRecord(62:8) TO cardDistDest
002420     MOVE cardRecord(71:256) TO cardProfile
002430     MOVE cardRecord(328:256) TO cardKeywordList
002440     PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT
002450
002460     IF CARD-VALID-YES
002470         EVALUATE cardAction
002480             WHEN "A"
002490                 PERFORM 2200-ADD-CLIENT THRU 2200-EXIT
002500             WHEN "C"
002510                 PERFORM 2300-CHANGE-CLIENT THRU 2300-EXIT
002520             WHEN "R"
002530                 PERFORM 2400-RETIRE-CLIENT THRU 2400-EXIT
002540         END-EVALUATE
002550     END-IF
002560
002570     IF CARD-VALID-YES
002580         PERFORM 3000-PRINT-APPLIED-CARD THRU 3000-EXIT
002590     ELSE
002600         ADD 1 TO rejectedCount
002610         PERFORM 3100-PRINT-REJECTED-CARD THRU 3100-EXIT
002620     END-IF.
002630 2000-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670* 2100-VALIDATE-CARD
002680* Checks the card's fields before the master is touched: the
002690* action one of A, C, or R, the client code present, and any
002700* filled run setting one FORMBATCH would accept -- a width in
002710* 10-132, a digit flag of Y or N, an alignment of L, J, C,
002720* or R.  A bad default on the master would reject every entry
002730* the client queues, so it is stopped here instead.
002740*****************************************************************
002750 2100-VALIDATE-CARD.
002760     MOVE "Y" TO cardValid
002770     MOVE SPACES TO rejectReason
002780
002790     IF cardAction NOT = "A" AND cardAction NOT = "C"
002800         AND cardAction NOT = "R"
002810         MOVE "N" TO cardValid
002820         MOVE "ACTION NOT A, C, OR R" TO rejectReason
002830         GO TO 2100-EXIT
002840     END-IF
002850
002860     IF cardCode = SPACES
002870         MOVE "N" TO cardValid
002880         MOVE "CLIENT CODE MISSING" TO rejectReason
002890         GO TO 2100-EXIT
002900     END-IF
002910
002920     IF cardAction = "R"
002930         GO TO 2100-EXIT
002940     END-IF
002950
002960     IF FUNCTION TRIM(cardLineWidth) NOT = SPACES
002970         MOVE cardLineWidth TO widthWork
002980         INSPECT widthWork CONVERTING "0123456789" TO "          "
002990         IF widthWork NOT = SPACES
003000             MOVE "N" TO cardValid
003010             MOVE "LINE WIDTH NOT NUMERIC" TO rejectReason
003020             GO TO 2100-EXIT
003030         END-IF
003040         MOVE FUNCTION NUMVAL(cardLineWidth) TO widthValue
003050         IF widthValue < 10 OR widthValue > 132
003060             MOVE "N" TO cardValid
003070             MOVE "LINE WIDTH OUTSIDE 10-132" TO rejectReason
003080             GO TO 2100-EXIT
003090         END-IF
003100     END-IF
003110
003120     IF cardPreserveDigits NOT = SPACE
003130         AND cardPreserveDigits NOT = "Y"
003140         AND cardPreserveDigits NOT = "N"
003150         MOVE "N" TO cardValid
003160         MOVE "DIGIT FLAG NOT Y OR N" TO rejectReason
003170         GO TO 2100-EXIT
003180     END-IF
003190
003200     IF cardAlignMode NOT = SPACE
003210         AND cardAlignMode NOT = "L" AND cardAlignMode NOT = "J"
003220         AND cardAlignMode NOT = "C" AND cardAlignMode NOT = "R"
003230         MOVE "N" TO cardValid
003240         MOVE "ALIGNMENT NOT L, J, C, OR R" TO rejectReason
003250         GO TO 2100-EXIT
003260     END-IF
003270
003280     IF cardAction = "A" AND FUNCTION TRIM(cardName) = SPACES
003290         MOVE "N" TO cardValid
003300         MOVE "CLIENT NAME MISSING ON ADD" TO rejectReason
003310     END-IF.
003320 2100-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360* 2200-ADD-CLIENT
003370* Writes a new client from the card.  A code already active
003380* rejects the card; a retired code is reinstated by the add,
003390* taking every field from the card as a fresh client would.
003400*****************************************************************
003410 2200-ADD-CLIENT.
003420     MOVE cardCode TO cliCode
003430     READ cliFile
003440         INVALID KEY
003450             MOVE SPACES TO cliStatus
003460     END-READ
003470     IF cliStatus = "A"
003480         MOVE "N" TO cardValid
003490         MOVE "CLIENT ALREADY ACTIVE" TO rejectReason
003500         GO TO 2200-EXIT
003510     END-IF
003520
003530     MOVE cardCode TO cliCode
003540     MOVE cardName TO cliName
003550     MOVE cardLineWidth TO cliLineWidth
003560     MOVE cardPreserveDigits TO cliPreserveDigits
003570     MOVE cardAlignMode TO cliAlignMode
003580     MOVE cardProfile TO cliProfile
003590     MOVE cardKeywordList TO cliKeywordList
003600     MOVE cardDistDest TO cliDistDest
003610     MOVE runDateYYYYMMDD TO cliChangeDate
003620
003630     IF cliStatus = "R"
003640         MOVE "A" TO cliStatus
003650         REWRITE cliRecord
003660             INVALID KEY
003670                 MOVE "N" TO cardValid
003680                 MOVE "REWRITE REJECTED BY THE MASTER" TO
003690                     rejectReason
003700                 GO TO 2200-EXIT
003710         END-REWRITE
003720     ELSE
003730         MOVE "A" TO cliStatus
003740         MOVE runDateYYYYMMDD TO cliAddDate
003750         WRITE cliRecord
003760             INVALID KEY
003770                 MOVE "N" TO cardValid
003780                 MOVE "WRITE REJECTED BY THE MASTER" TO
003790                     rejectReason
003800                 GO TO 2200-EXIT
003810         END-WRITE
003820     END-IF
003830     ADD 1 TO addedCount.
003840 2200-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 2300-CHANGE-CLIENT
003890* Replaces each field the card fills, leaving the blank ones
003900* as they stand, and prints one line per field that actually
003910* changed with its old and new value.  An unknown or retired
003920* client rejects the card -- a retired client comes back
003930* through an add.
003940*****************************************************************
003950 2300-CHANGE-CLIENT.
003960     MOVE cardCode TO cliCode
003970     READ cliFile
003980         INVALID KEY
003990             MOVE "N" TO cardValid
004000             MOVE "NO SUCH CLIENT ON THE MASTER" TO rejectReason
004010             GO TO 2300-EXIT
004020     END-READ
004030     IF cliStatus NOT = "A"
004040         MOVE "N" TO cardValid
004050         MOVE "CLIENT IS RETIRED" TO rejectReason
004060         GO TO 2300-EXIT
004070     END-IF
004080
004090     IF FUNCTION TRIM(cardName) NOT = SPACES
004100         AND cardName NOT = cliName
004110         MOVE "NAME" TO changeField
004120         MOVE cliName TO changeOld
004130         MOVE cardName TO changeNew
004140         MOVE cardName TO cliName
004150         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004160     END-IF
004170     IF FUNCTION TRIM(cardLineWidth) NOT = SPACES
004180         AND cardLineWidth NOT = cliLineWidth
004190         MOVE "WIDTH" TO changeField
004200         MOVE cliLineWidth TO changeOld
004210         MOVE cardLineWidth TO changeNew
004220         MOVE cardLineWidth TO cliLineWidth
004230         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004240     END-IF
004250     IF cardPreserveDigits NOT = SPACE
004260         AND cardPreserveDigits NOT = cliPreserveDigits
004270         MOVE "DIGITS" TO changeField
004280         MOVE cliPreserveDigits TO changeOld
004290         MOVE cardPreserveDigits TO changeNew
004300         MOVE cardPreserveDigits TO cliPreserveDigits
004310         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004320     END-IF
004330     IF cardAlignMode NOT = SPACE
004340         AND cardAlignMode NOT = cliAlignMode
004350         MOVE "ALIGNMENT" TO changeField
004360         MOVE cliAlignMode TO changeOld
004370         MOVE cardAlignMode TO changeNew
004380         MOVE cardAlignMode TO cliAlignMode
004390         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004400     END-IF
004410     IF cardDistDest NOT = SPACES
004420         AND cardDistDest NOT = cliDistDest
004430         MOVE "DESTINATION" TO changeField
004440         MOVE cliDistDest TO changeOld
004450         MOVE cardDistDest TO changeNew
004460         MOVE cardDistDest TO cliDistDest
004470         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004480     END-IF
004490     IF FUNCTION TRIM(cardProfile) NOT = SPACES
004500         AND cardProfile NOT = cliProfile
004510         MOVE "PROFILE" TO changeField
004520         MOVE cliProfile TO changeOld
004530         MOVE cardProfile TO changeNew
004540         MOVE cardProfile TO cliProfile
004550         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004560     END-IF
004570     IF FUNCTION TRIM(cardKeywordList) NOT = SPACES
004580         AND cardKeywordList NOT = cliKeywordList
004590         MOVE "KEYWORDS" TO changeField
004600         MOVE cliKeywordList TO changeOld
004610         MOVE cardKeywordList TO changeNew
004620         MOVE cardKeywordList TO cliKeywordList
004630         PERFORM 3200-PRINT-FIELD-CHANGE THRU 3200-EXIT
004640     END-IF
004650
004660     MOVE runDateYYYYMMDD TO cliChangeDate
004670     REWRITE cliRecord
004680         INVALID KEY
004690             MOVE "N" TO cardValid
004700             MOVE "REWRITE REJECTED BY THE MASTER" TO
004710                 rejectReason
004720             GO TO 2300-EXIT
004730     END-REWRITE
004740     ADD 1 TO changedCount.
004750 2300-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 2400-RETIRE-CLIENT
004800* Marks the client retired.  The record stays on file so the
004810* history it carries survives; an unknown or already retired
004820* client rejects the card.
004830*****************************************************************
004840 2400-RETIRE-CLIENT.
004850     MOVE cardCode TO cliCode
004860     READ cliFile
004870         INVALID KEY
004880             MOVE "N" TO cardValid
004890             MOVE "NO SUCH CLIENT ON THE MASTER" TO rejectReason
004900             GO TO 2400-EXIT
004910     END-READ
004920     IF cliStatus NOT = "A"
004930         MOVE "N" TO cardValid
004940         MOVE "CLIENT ALREADY RETIRED" TO rejectReason
004950         GO TO 2400-EXIT
004960     END-IF
004970
004980     MOVE "R" TO cliStatus
004990     MOVE runDateYYYYMMDD TO cliChangeDate
005000     REWRITE cliRecord
005010         INVALID KEY
005020             MOVE "N" TO cardValid
005030             MOVE "REWRITE REJECTED BY THE MASTER" TO
005040                 rejectReason
005050             GO TO 2400-EXIT
005060     END-REWRITE
005070     ADD 1 TO retiredCount.
005080 2400-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120* 3000-PRINT-APPLIED-CARD
005130* One applied card's report line.
005140*****************************************************************
005150 3000-PRINT-APPLIED-CARD.
005160     MOVE SPACES TO prtRecord
005170     MOVE " " TO prtCarriageCtl
005180     EVALUATE cardAction
005190         WHEN "A"
005200             STRING "ADDED     " DELIMITED BY SIZE
005210                 cliCode DELIMITED BY SIZE
005220                 " " DELIMITED BY SIZE
005230                 FUNCTION TRIM(cliName) DELIMITED BY SIZE
005240                 INTO prtText
005250         WHEN "C"
005260             STRING "CHANGED   " DELIMITED BY SIZE
005270                 cliCode DELIMITED BY SIZE
005280                 " " DELIMITED BY SIZE
005290                 FUNCTION TRIM(cliName) DELIMITED BY SIZE
005300                 INTO prtText
005310         WHEN "R"
005320             STRING "RETIRED   " DELIMITED BY SIZE
005330                 cliCode DELIMITED BY SIZE
005340                 " " DELIMITED BY SIZE
005350                 FUNCTION TRIM(cliName) DELIMITED BY SIZE
005360                 INTO prtText
005370     END-EVALUATE
005380     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
005390 3000-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430* 3100-PRINT-REJECTED-CARD
005440* One rejected card's report line, quoting the card and the
005450* reason, so the desk can fix and resubmit it.
005460*****************************************************************
005470 3100-PRINT-REJECTED-CARD.
005480     MOVE SPACES TO prtRecord
005490     MOVE " " TO prtCarriageCtl
005500     STRING "REJECTED  " DELIMITED BY SIZE
005510         FUNCTION TRIM(cardRecord) DELIMITED BY SIZE
005520         " -- " DELIMITED BY SIZE
005530         FUNCTION TRIM(rejectReason) DELIMITED BY SIZE
005540         INTO prtText
005550     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
005560 3100-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600* 3200-PRINT-FIELD-CHANGE
005610* One changed field under a change card, old value and new,
005620* printed ahead of the card's CHANGED line.
005630*****************************************************************
005640 3200-PRINT-FIELD-CHANGE.
005650     MOVE SPACES TO prtRecord
005660     MOVE " " TO prtCarriageCtl
005670     STRING "          " DELIMITED BY SIZE
005680         cardCode DELIMITED BY SIZE
005690         " " DELIMITED BY SIZE
005700         changeField DELIMITED BY SIZE
005710         " FROM '" DELIMITED BY SIZE
005720         FUNCTION TRIM(changeOld) DELIMITED BY SIZE
005730         "' TO '" DELIMITED BY SIZE
005740         FUNCTION TRIM(changeNew) DELIMITED BY SIZE
005750         "'" DELIMITED BY SIZE
005760         INTO prtText
005770     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
005780 3200-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 5000-WRITE-CLIENT-TRAILER
005830* Prints the card totals.
005840*****************************************************************
005850 5000-WRITE-CLIENT-TRAILER.
005860     MOVE SPACES TO prtRecord
005870     MOVE " " TO prtCarriageCtl
005880     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005890
005900     MOVE SPACES TO prtRecord
005910     MOVE " " TO prtCarriageCtl
005920     STRING "CARDS READ:     " DELIMITED BY SIZE
005930         cardCount DELIMITED BY SIZE
005940         INTO prtText
005950     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005960
005970     MOVE SPACES TO prtRecord
005980     MOVE " " TO prtCarriageCtl
005990     STRING "CLIENTS ADDED:  " DELIMITED BY SIZE
006000         addedCount DELIMITED BY SIZE
006010         INTO prtText
006020     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006030
006040     MOVE SPACES TO prtRecord
006050     MOVE " " TO prtCarriageCtl
006060     STRING "CLIENTS CHANGED:" DELIMITED BY SIZE
006070         changedCount DELIMITED BY SIZE
006080         INTO prtText
006090     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006100
006110     MOVE SPACES TO prtRecord
006120     MOVE " " TO prtCarriageCtl
006130     STRING "CLIENTS RETIRED:" DELIMITED BY SIZE
006140         retiredCount DELIMITED BY SIZE
006150         INTO prtText
006160     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006170
006180     MOVE SPACES TO prtRecord
006190     MOVE " " TO prtCarriageCtl
006200     STRING "CARDS REJECTED: " DELIMITED BY SIZE
006210         rejectedCount DELIMITED BY SIZE
006220         INTO prtText
006230     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
006240 5000-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280* 9999-END-RUN
006290* Closes whatever opened and ends the run.
006300*****************************************************************
006310 9999-END-RUN.
006320     IF cardFileStatus = "00" OR cardFileStatus = "10"
006330         CLOSE cardFile
006340     END-IF
006350     IF cliFileStatus = "00" OR cliFileStatus = "02"
006360         OR cliFileStatus = "22" OR cliFileStatus = "23"
006370         CLOSE cliFile
006380     END-IF
006390     IF reportFileStatus = "00"
006400         CLOSE reportFile
006410     END-IF.
006420 9999-EXIT.
006430     EXIT.
