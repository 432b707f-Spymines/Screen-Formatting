000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- requester authorization maint
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  Applies add, retire,
000090*                   grant, and revoke cards to the AUTHMAST
000100*                   authorization master FORMBATCH checks every
000110*                   queue entry's requester against.  One
000120*                   AUTHCARD record per transaction, in fixed
000130*                   columns: the action in 1 (A add requester,
000140*                   R retire requester, G grant, V revoke), the
000150*                   requester ID in 3-10, the grant kind in 12
000160*                   (D source directory, P print profile) on a
000170*                   grant or revoke, and in 14-253 the
000180*                   requester's name on an add or the directory
000190*                   or profile on a grant or revoke ("*" for
000200*                   every one).  Blank cards and cards opening
000210*                   with * are passed over.  An add needs a name
000220*                   and a requester not already active (a
000230*                   retired one is reinstated with the grants it
000240*                   had); a retire marks the requester R and
000250*                   keeps it and its grants on file; a grant
000260*                   needs an active requester and a grant not
000270*                   already held; a revoke deletes a grant the
000280*                   requester holds.  A directory keyed with a
000290*                   trailing slash is filed without it, the way
000300*                   FORMBATCH derives one from a filename.
000310*                   AUTHRPT lists every card's verdict and the
000320*                   totals.  RETURN-CODE 0 all cards applied, 4
000330*                   when any card was rejected, 8 when the card
000340*                   file or the master will not open.
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. AUTHMAINT.
000380 AUTHOR. TREVOR MINES.
000390 INSTALLATION. CSC 330.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT cardFile ASSIGN TO "AUTHCARD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS cardFileStatus.
000490
000500     SELECT authFile ASSIGN TO "AUTHMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS autKey
000540         FILE STATUS IS authFileStatus.
000550
000560     SELECT reportFile ASSIGN TO "AUTHRPT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS reportFileStatus.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  cardFile.
000630 01  cardRecord PIC X(300).
000640
000650 FD  authFile.
000660     COPY AUTHREC.
000670
000680 FD  reportFile.
000690     COPY PRTREC.
000700
000710 WORKING-STORAGE SECTION.
000720 01  cardFileStatus PIC X(2) VALUE SPACES.
000730 01  authFileStatus PIC X(2) VALUE SPACES.
000740 01  reportFileStatus PIC X(2) VALUE SPACES.
000750 77  END-OF-CARDS PIC 9(1) VALUE 0.
000760     88  END-OF-CARDS-YES VALUE 1.
000770     88  END-OF-CARDS-NO  VALUE 0.
000780
000790* The card's fields pulled from their fixed columns.  cardName
000800* and cardValue are two views of the same columns: the name on
000810* an add, the directory or profile on a grant or revoke.
000820 01  cardAction PIC X(1).
000830 01  cardRequesterId PIC X(8).
000840 01  cardKind PIC X(1).
000850 01  cardName PIC X(40).
000860 01  cardValue PIC X(240).
000870 01  valueLength PIC 9(4) COMP VALUE 0.
000880 01  cardValid PIC X(1) VALUE "Y".
000890     88  CARD-VALID-YES VALUE "Y".
000900     88  CARD-VALID-NO  VALUE "N".
000910 01  rejectReason PIC X(40) VALUE SPACES.
000920 01  kindWord PIC X(9) VALUE SPACES.
000930
000940* Run counters for the trailer.
000950 01  cardCount PIC 9(8) VALUE 0.
000960 01  addedCount PIC 9(8) VALUE 0.
000970 01  retiredCount PIC 9(8) VALUE 0.
000980 01  grantedCount PIC 9(8) VALUE 0.
000990 01  revokedCount PIC 9(8) VALUE 0.
001000 01  rejectedCount PIC 9(8) VALUE 0.
001010
001020* Print-control fields, kept to the same page size the reflow
001030* report uses.
001040 01  pageNum PIC 9(4) VALUE 1.
001050 01  linesOnPage PIC 9(4) VALUE 0.
001060 01  linesPerPage PIC 9(3) VALUE 55.
001070 01  currentDateTime PIC X(21).
001080 01  runDate REDEFINES currentDateTime.
001090     05  runDateYYYYMMDD PIC 9(8).
001100     05  runTimeHHMMSS   PIC 9(6).
001110     05  FILLER          PIC X(7).
001120 01  runDateDisplay PIC X(10).
001130
001140 PROCEDURE DIVISION.
001150
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
001180
001190     IF cardFileStatus = "00" AND authFileStatus = "00"
001200         PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
001210             UNTIL END-OF-CARDS-YES
001220         PERFORM 5000-WRITE-AUTH-TRAILER THRU 5000-EXIT
001230         IF rejectedCount > 0
001240             MOVE 4 TO RETURN-CODE
001250         END-IF
001260     END-IF
001270
001280     PERFORM 9999-END-RUN THRU 9999-EXIT
001290     GOBACK.
001300
001310*****************************************************************
001320* 1000-INITIALIZE-RUN
001330* Opens the transaction cards, the authorization master
001340* (creating it on first use -- the first run's cards are adds
001350* and grants), and the report.  RETURN-CODE 8 when the cards or
001360* the master will not open.
001370*****************************************************************
001380 1000-INITIALIZE-RUN.
001390     MOVE FUNCTION CURRENT-DATE TO currentDateTime
001400     MOVE runDateYYYYMMDD TO runDateDisplay
001410
001420     OPEN INPUT cardFile
001430     IF cardFileStatus NOT = "00"
001440         DISPLAY "AUTHMAINT ENDED -- TRANSACTION CARDS AUTHCARD "
001450             "ARE MISSING OR UNREADABLE, STATUS "
001460             cardFileStatus
001470         MOVE 8 TO RETURN-CODE
001480         GO TO 1000-EXIT
001490     END-IF
001500
001510     OPEN I-O authFile
001520     IF authFileStatus = "35"
001530         OPEN OUTPUT authFile
001540         IF authFileStatus = "00"
001550             CLOSE authFile
001560             OPEN I-O authFile
001570         END-IF
001580     END-IF
001590     IF authFileStatus NOT = "00"
001600         DISPLAY "AUTHMAINT ENDED -- AUTHORIZATION MASTER "
001610             "AUTHMAST IS UNAVAILABLE, STATUS " authFileStatus
001620         MOVE 8 TO RETURN-CODE
001630         GO TO 1000-EXIT
001640     END-IF
001650
001660     OPEN OUTPUT reportFile
001670     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720* 1100-WRITE-REPORT-HEADER
001730* Starts a new change-report page and resets the page line
001740* counter.
001750*****************************************************************
001760 1100-WRITE-REPORT-HEADER.
001770     MOVE SPACES TO prtRecord
001780     MOVE "1" TO prtCarriageCtl
001790     STRING "AUTHORIZATION MASTER CHANGE REPORT"
001800         DELIMITED BY SIZE
001810         "          RUN DATE: " DELIMITED BY SIZE
001820         runDateDisplay DELIMITED BY SIZE
001830         "  PAGE: " DELIMITED BY SIZE
001840         pageNum DELIMITED BY SIZE
001850         INTO prtText
001860     WRITE prtRecord
001870
001880     MOVE SPACES TO prtRecord
001890     MOVE " " TO prtCarriageCtl
001900     WRITE prtRecord
001910
001920     ADD 1 TO pageNum
001930     MOVE 2 TO linesOnPage.
001940 1100-EXIT.
001950     EXIT.
001960
001970*****************************************************************
001980* 1150-WRITE-ONE-LINE
001990* Writes the line already built in prtRecord, breaking to a
002000* fresh page first whenever the page is full.
002010*****************************************************************
002020 1150-WRITE-ONE-LINE.
002030     IF linesOnPage >= linesPerPage
002040         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002050     END-IF
002060     WRITE prtRecord
002070     ADD 1 TO linesOnPage.
002080 1150-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120* 2000-APPLY-ONE-CARD
002130* Reads one transaction card, validates its fields, and hands
002140* it to the add, retire, grant, or revoke paragraph.  Every
002150* card's verdict prints; a rejected card never touches the
002160* master.
002170*****************************************************************
002180 2000-APPLY-ONE-CARD.
002190     MOVE SPACES TO cardRecord
002200     READ cardFile
002210         AT END SET END-OF-CARDS-YES TO TRUE
002220     END-READ
002230     IF END-OF-CARDS-YES
002240         GO TO 2000-EXIT
002250     END-IF
002260
002270     IF cardRecord = SPACES OR cardRecord(1:1) = "*"
002280         GO TO 2000-EXIT
002290     END-IF
002300
002310     ADD 1 TO cardCount
002320     MOVE FUNCTION UPPER-CASE(cardRecord(1:1)) TO cardAction
002330     MOVE FUNCTION UPPER-CASE(cardRecord(3:8)) TO cardRequesterId
002340     MOVE FUNCTION UPPER-CASE(cardRecord(12:1)) TO cardKind
002350     MOVE cardRecord(14:40) TO cardName
002360     MOVE cardRecord(14:240) TO cardValue
002370     PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT
002380
002390     IF CARD-VALID-YES
002400         EVALUATE cardAction
002410             WHEN "A"
002420                 PERFORM 2200-ADD-REQUESTER THRU 2200-EXIT
002430             WHEN "R"
002440                 PERFORM 2300-RETIRE-REQUESTER THRU 2300-EXIT
002450             WHEN "G"
002460                 PERFORM 2400-GRANT-ACCESS THRU 2400-EXIT
002470             WHEN "V"
002480                 PERFORM 2500-REVOKE-ACCESS THRU 2500-EXIT
002490         END-EVALUATE
002500     END-IF
002510
002520     IF CARD-VALID-YES
002530         PERFORM 3000-PRINT-APPLIED-CARD THRU 3000-EXIT
002540     ELSE
002550         ADD 1 TO rejectedCount
002560         PERFORM 3100-PRINT-REJECTED-CARD THRU 3100-EXIT
002570     END-IF.
002580 2000-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620* 2100-VALIDATE-CARD
002630* Checks the card's fields before the master is touched: the
002640* action one of A, R, G, or V, the requester ID present, a name
002650* on an add, and on a grant or revoke a kind of D or P and a
002660* value.  A directory's trailing slash is dropped here -- the
002670* directory FORMBATCH derives never carries one, so a grant
002680* keyed with it would never match.
002690*****************************************************************
002700 2100-VALIDATE-CARD.
002710     MOVE "Y" TO cardValid
002720     MOVE SPACES TO rejectReason
002730
002740     IF cardAction NOT = "A" AND cardAction NOT = "R"
002750         AND cardAction NOT = "G" AND cardAction NOT = "V"
002760         MOVE "N" TO cardValid
002770         MOVE "ACTION NOT A, R, G, OR V" TO rejectReason
002780         GO TO 2100-EXIT
002790     END-IF
002800
002810     IF cardRequesterId = SPACES
002820         MOVE "N" TO cardValid
002830         MOVE "REQUESTER ID MISSING" TO rejectReason
002840         GO TO 2100-EXIT
002850     END-IF
002860
002870     IF cardAction = "A" AND FUNCTION TRIM(cardName) = SPACES
002880         MOVE "N" TO cardValid
002890         MOVE "REQUESTER NAME MISSING ON ADD" TO rejectReason
002900         GO TO 2100-EXIT
002910     END-IF
002920
002930     IF cardAction = "A" OR cardAction = "R"
002940         GO TO 2100-EXIT
002950     END-IF
002960
002970     IF cardKind NOT = "D" AND cardKind NOT = "P"
002980         MOVE "N" TO cardValid
002990         MOVE "GRANT KIND NOT D OR P" TO rejectReason
003000         GO TO 2100-EXIT
003010     END-IF
003020
003030     MOVE FUNCTION TRIM(cardValue) TO cardValue
003040     IF cardValue = SPACES
003050         MOVE "N" TO cardValid
003060         MOVE "DIRECTORY OR PROFILE MISSING" TO rejectReason
003070         GO TO 2100-EXIT
003080     END-IF
003090
003100     IF cardKind = "D"
003110         MOVE FUNCTION LENGTH(FUNCTION TRIM(cardValue TRAILING))
003120             TO valueLength
003150         IF valueLength > 1 AND cardValue(valueLength:1) = "/"
003160             MOVE SPACE TO cardValue(valueLength:1)
003170         END-IF
003180     END-IF.
003190 2100-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230* 2200-ADD-REQUESTER
003240* Writes a new requester from the card.  A requester already
003250* active rejects the card; a retired one is reinstated by the
003260* add under the card's name, its grants as they stood.
003270*****************************************************************
003280 2200-ADD-REQUESTER.
003290     MOVE SPACES TO autKey
003300     MOVE cardRequesterId TO autRequesterId
003310     SET AUT-KIND-REQUESTER TO TRUE
003320     READ authFile
003330         INVALID KEY
003340             MOVE SPACES TO autStatus
003350     END-READ
003360     IF autStatus = "A"
003370         MOVE "N" TO cardValid
003380         MOVE "REQUESTER ALREADY ACTIVE" TO rejectReason
003390         GO TO 2200-EXIT
003400     END-IF
003410
003420     MOVE SPACES TO autKey
003430     MOVE cardRequesterId TO autRequesterId
003440     SET AUT-KIND-REQUESTER TO TRUE
003450     MOVE cardName TO autName
003460     MOVE runDateYYYYMMDD TO autChangeDate
003470
003480     IF autStatus = "R"
003490         MOVE "A" TO autStatus
003500         REWRITE autRecord
003510             INVALID KEY
003520                 MOVE "N" TO cardValid
003530                 MOVE "REWRITE REJECTED BY THE MASTER" TO
003540                     rejectReason
003550                 GO TO 2200-EXIT
003560         END-REWRITE
003570     ELSE
003580         MOVE "A" TO autStatus
003590         MOVE runDateYYYYMMDD TO autAddDate
003600         WRITE autRecord
003610             INVALID KEY
003620                 MOVE "N" TO cardValid
003630                 MOVE "WRITE REJECTED BY THE MASTER" TO
003640                     rejectReason
003650                 GO TO 2200-EXIT
003660         END-WRITE
003670     END-IF
003680     ADD 1 TO addedCount.
003690 2200-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* 2300-RETIRE-REQUESTER
003740* Marks the requester retired.  The record and its grants stay
003750* on file so the history survives; FORMBATCH refuses anything
003760* a retired requester queues.  An unknown or already retired
003770* requester rejects the card.
003780*****************************************************************
003790 2300-RETIRE-REQUESTER.
003800     MOVE SPACES TO autKey
003810     MOVE cardRequesterId TO autRequesterId
003820     SET AUT-KIND-REQUESTER TO TRUE
003830     READ authFile
003840         INVALID KEY
003850             MOVE "N" TO cardValid
003860             MOVE "NO SUCH REQUESTER ON THE MASTER" TO
003870                 rejectReason
003880             GO TO 2300-EXIT
003890     END-READ
003900     IF autStatus NOT = "A"
003910         MOVE "N" TO cardValid
003920         MOVE "REQUESTER ALREADY RETIRED" TO rejectReason
003930         GO TO 2300-EXIT
003940     END-IF
003950
003960     MOVE "R" TO autStatus
003970     MOVE runDateYYYYMMDD TO autChangeDate
003980     REWRITE autRecord
003990         INVALID KEY
004000             MOVE "N" TO cardValid
004010             MOVE "REWRITE REJECTED BY THE MASTER" TO
004020                 rejectReason
004030             GO TO 2300-EXIT
004040     END-REWRITE
004050     ADD 1 TO retiredCount.
004060 2300-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 2400-GRANT-ACCESS
004110* Files a directory or profile grant for an active requester.
004120* A grant the requester already holds rejects the card, so the
004130* report never claims a change that did not happen.  The
004140* requester's name is kept for the report line.
004150*****************************************************************
004160 2400-GRANT-ACCESS.
004170     PERFORM 2450-READ-ACTIVE-REQUESTER THRU 2450-EXIT
004180     IF CARD-VALID-NO
004190         GO TO 2400-EXIT
004200     END-IF
004210
004220     MOVE SPACES TO autKey
004230     MOVE cardRequesterId TO autRequesterId
004240     MOVE cardKind TO autKind
004250     MOVE cardValue TO autValue
004260     MOVE SPACES TO autStatus
004270     MOVE runDateYYYYMMDD TO autAddDate
004280     MOVE runDateYYYYMMDD TO autChangeDate
004290     WRITE autRecord
004300         INVALID KEY
004310             MOVE "N" TO cardValid
004320             MOVE "GRANT ALREADY HELD" TO rejectReason
004330             GO TO 2400-EXIT
004340     END-WRITE
004350     ADD 1 TO grantedCount.
004360 2400-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400* 2450-READ-ACTIVE-REQUESTER
004410* Reads the card's requester for a grant and leaves its name in
004420* cardName for the report line.  An unknown or retired
004430* requester rejects the card -- a grant to one would never be
004440* used, and would come alive unnoticed on a reinstatement.
004450*****************************************************************
004460 2450-READ-ACTIVE-REQUESTER.
004470     MOVE SPACES TO autKey
004480     MOVE cardRequesterId TO autRequesterId
004490     SET AUT-KIND-REQUESTER TO TRUE
004500     READ authFile
004510         INVALID KEY
004520             MOVE "N" TO cardValid
004530             MOVE "NO SUCH REQUESTER ON THE MASTER" TO
004540                 rejectReason
004550             GO TO 2450-EXIT
004560     END-READ
004570     IF autStatus NOT = "A"
004580         MOVE "N" TO cardValid
004590         MOVE "REQUESTER IS RETIRED" TO rejectReason
004600         GO TO 2450-EXIT
004610     END-IF
004620     MOVE autName TO cardName.
004630 2450-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* 2500-REVOKE-ACCESS
004680* Deletes a grant.  A grant the requester does not hold rejects
004690* the card.  A retired requester's grants may still be revoked,
004700* so a reinstatement does not bring them back.
004710*****************************************************************
004720 2500-REVOKE-ACCESS.
004730     MOVE SPACES TO autKey
004740     MOVE cardRequesterId TO autRequesterId
004750     SET AUT-KIND-REQUESTER TO TRUE
004760     MOVE SPACES TO cardName
004770     READ authFile
004780         INVALID KEY
004790             CONTINUE
004800         NOT INVALID KEY
004810             MOVE autName TO cardName
004820     END-READ
004830
004840     MOVE SPACES TO autKey
004850     MOVE cardRequesterId TO autRequesterId
004860     MOVE cardKind TO autKind
004870     MOVE cardValue TO autValue
004880     READ authFile
004890         INVALID KEY
004900             MOVE "N" TO cardValid
004910             MOVE "GRANT NOT HELD" TO rejectReason
004920             GO TO 2500-EXIT
004930     END-READ
004940     DELETE authFile
004950         INVALID KEY
004960             MOVE "N" TO cardValid
004970             MOVE "DELETE REJECTED BY THE MASTER" TO
004980                 rejectReason
004990             GO TO 2500-EXIT
005000     END-DELETE
005010     ADD 1 TO revokedCount.
005020 2500-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060* 3000-PRINT-APPLIED-CARD
005070* One applied card's report line.
005080*****************************************************************
005090 3000-PRINT-APPLIED-CARD.
005100     MOVE SPACES TO prtRecord
005110     MOVE " " TO prtCarriageCtl
005120     IF cardKind = "D"
005130         MOVE "DIRECTORY" TO kindWord
005140     ELSE
005150         MOVE "PROFILE" TO kindWord
005160     END-IF
005170     EVALUATE cardAction
005180         WHEN "A"
005190             STRING "ADDED     " DELIMITED BY SIZE
005200                 cardRequesterId DELIMITED BY SIZE
005210                 " " DELIMITED BY SIZE
005220                 FUNCTION TRIM(cardName) DELIMITED BY SIZE
005230                 INTO prtText
005240         WHEN "R"
005250             STRING "RETIRED   " DELIMITED BY SIZE
005260                 cardRequesterId DELIMITED BY SIZE
005270                 " " DELIMITED BY SIZE
005280                 FUNCTION TRIM(autName) DELIMITED BY SIZE
005290                 INTO prtText
005300         WHEN "G"
005310             STRING "GRANTED   " DELIMITED BY SIZE
005320                 cardRequesterId DELIMITED BY SIZE
005330                 " " DELIMITED BY SIZE
005340                 kindWord DELIMITED BY SIZE
005350                 " " DELIMITED BY SIZE
005360                 FUNCTION TRIM(cardValue) DELIMITED BY SIZE
005370                 "  (" DELIMITED BY SIZE
005380                 FUNCTION TRIM(cardName) DELIMITED BY SIZE
005390                 ")" DELIMITED BY SIZE
005400                 INTO prtText
005410         WHEN "V"
005420             STRING "REVOKED   " DELIMITED BY SIZE
005430                 cardRequesterId DELIMITED BY SIZE
005440                 " " DELIMITED BY SIZE
005450                 kindWord DELIMITED BY SIZE
005460                 " " DELIMITED BY SIZE
005470                 FUNCTION TRIM(cardValue) DELIMITED BY SIZE
005480                 "  (" DELIMITED BY SIZE
005490                 FUNCTION TRIM(cardName) DELIMITED BY SIZE
005500                 ")" DELIMITED BY SIZE
005510                 INTO prtText
005520     END-EVALUATE
005530     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
005540 3000-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580* 3100-PRINT-REJECTED-CARD
005590* One rejected card's report line, quoting the card and the
005600* reason, so the desk can fix and resubmit it.
005610*****************************************************************
005620 3100-PRINT-REJECTED-CARD.
005630     MOVE SPACES TO prtRecord
005640     MOVE " " TO prtCarriageCtl
005650     STRING "REJECTED  " DELIMITED BY SIZE
005660         FUNCTION TRIM(cardRecord) DELIMITED BY SIZE
005670         " -- " DELIMITED BY SIZE
005680         FUNCTION TRIM(rejectReason) DELIMITED BY SIZE
005690         INTO prtText
005700     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
005710 3100-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750* 5000-WRITE-AUTH-TRAILER
005760* Prints the card totals.
005770*****************************************************************
005780 5000-WRITE-AUTH-TRAILER.
005790     MOVE SPACES TO prtRecord
005800     MOVE " " TO prtCarriageCtl
005810     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005820
005830     MOVE SPACES TO prtRecord
005840     MOVE " " TO prtCarriageCtl
005850     STRING "CARDS READ:        " DELIMITED BY SIZE
005860         cardCount DELIMITED BY SIZE
005870         INTO prtText
005880     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005890
005900     MOVE SPACES TO prtRecord
005910     MOVE " " TO prtCarriageCtl
005920     STRING "REQUESTERS ADDED:  " DELIMITED BY SIZE
005930         addedCount DELIMITED BY SIZE
005940         INTO prtText
005950     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
005960
005970     MOVE SPACES TO prtRecord
005980     MOVE " " TO prtCarriageCtl
005990     STRING "REQUESTERS RETIRED:" DELIMITED BY SIZE
006000         retiredCount DELIMITED BY SIZE
006010         INTO prtText
006020     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006030
006040     MOVE SPACES TO prtRecord
006050     MOVE " " TO prtCarriageCtl
006060     STRING "GRANTS ADDED:      " DELIMITED BY SIZE
006070         grantedCount DELIMITED BY SIZE
006080         INTO prtText
006090     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006100
006110     MOVE SPACES TO prtRecord
006120     MOVE " " TO prtCarriageCtl
006130     STRING "GRANTS REVOKED:    " DELIMITED BY SIZE
006140         revokedCount DELIMITED BY SIZE
006150         INTO prtText
006160     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT
006170
006180     MOVE SPACES TO prtRecord
006190     MOVE " " TO prtCarriageCtl
006200     STRING "CARDS REJECTED:    " DELIMITED BY SIZE
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
006350     IF authFileStatus = "00" OR authFileStatus = "02"
006360         OR authFileStatus = "22" OR authFileStatus = "23"
006370         CLOSE authFile
006380     END-IF
006390     IF reportFileStatus = "00"
006400         CLOSE reportFile
006410     END-IF.
006420 9999-EXIT.
006430     EXIT.
