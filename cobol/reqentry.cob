000010* Trevor Mines
000020* CSC 330
000030* Screen Formatting Project -- request-queue entry screen
000040*
000050* Modification History
000060* ---------------------------------------------------------
000070* Date       Init  Description
000080* 2026-10-15  TM    Original program.  REQQUEUE was still keyed in
000090*                   an editor, so a bad width or alignment column
000100*                   was not caught until FORMBATCH skipped the
000110*                   entry overnight.  This screen is where the
000120*                   analysts build the queue now: a form for the
000130*                   filename, width, digit flag, alignment, print
000140*                   profile, client code and requester, checked
000150*                   before the entry is filed against the same
000160*                   rules FORMBATCH's 2150-VALIDATE-REQUEST
000170*                   applies (client blanks filled from CLIENTMAST
000180*                   for the check, the entry itself stored as
000190*                   keyed), plus proof that the source file and
000200*                   the profile are there, and -- unless the
000210*                   analyst says not to -- the SRCEDCHK source
000220*                   edit, its findings on EDITRPT.  The analyst
000230*                   can list the queue and change or delete a
000240*                   pending entry.  Nothing is filed once the
000250*                   batch owns the queue: after the cutoff time
000260*                   (CHAINING parameter, HHMM, 1800 when blank) or
000270*                   while FORMBATCH's QUEUELOCK record is there
000280*                   the queue can be listed but not touched.
000290*                   Every entry filed, changed or deleted is
000300*                   logged on REQLOG (RQLREC.CPY) with the
000310*                   analyst, the time, and the entry before and
000311*                   after; the analyst signs on with a requester
000312*                   ID that must be active on AUTHMAST, the
000313*                   master FORMBATCH authorizes against, so every
000314*                   log record names a real person.  A change
000315*                   filed but not logged says so on the screen.
000320*                   The queue is replaced through a temp file and
000330*                   a rename, the way BCHCKPT is, and an entry
000340*                   someone else changed since it was shown is
000350*                   not overwritten.
000351* 2026-10-15  TM    The form carries the entry's new redaction
000352*                   flag (REDACT, Y, N or blank, checked the
000353*                   way FORMBATCH checks it) and the list shows
000354*                   it; the queue table and the REQLOG images
000355*                   grew with the queue record.
000360
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. REQENTRY.
000390 AUTHOR. TREVOR MINES.
000400 INSTALLATION. CSC 330.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470* The request queue.  The assign name is dynamic so a rewrite
000480* goes to a temp file that is renamed over REQQUEUE in one step.
000490     SELECT reqFile ASSIGN TO DYNAMIC queueAssignName
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS reqFileStatus.
000520
000530     SELECT lockFile ASSIGN TO "QUEUELOCK"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS lockFileStatus.
000560
000570     SELECT logFile ASSIGN TO "REQLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS logFileStatus.
000600
000610* Opened only to prove a source file or print profile is there.
000620     SELECT checkFile ASSIGN TO DYNAMIC checkName
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS checkFileStatus.
000650
000660* The client master, read by code to check an entry's client
000670* and fill the settings it leaves blank for the checks.
000680* Maintained by CLIMAINT.
000690     SELECT cliFile ASSIGN TO "CLIENTMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS cliCode
000730         FILE STATUS IS cliFileStatus.
000740
000741* The authorization master, read by key at sign-on: the analyst
000742* must be an active requester on it.  Maintained by AUTHMAINT.
000743     SELECT authFile ASSIGN TO "AUTHMAST"
000744         ORGANIZATION IS INDEXED
000745         ACCESS MODE IS DYNAMIC
000746         RECORD KEY IS autKey
000747         FILE STATUS IS authFileStatus.
000748
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  reqFile.
000780     COPY REQREC.
000790
000800 FD  lockFile.
000810     COPY QLKREC.
000820
000830 FD  logFile.
000840     COPY RQLREC.
000850
000860 FD  checkFile.
000870 01  chkRecord PIC X(80).
000880
000890 FD  cliFile.
000900     COPY CLIREC.
000910
000912 FD  authFile.
000914     COPY AUTHREC.
000916
000920 WORKING-STORAGE SECTION.
000930 01  reqFileStatus PIC X(2) VALUE SPACES.
000940 01  lockFileStatus PIC X(2) VALUE SPACES.
000950 01  logFileStatus PIC X(2) VALUE SPACES.
000960 01  checkFileStatus PIC X(2) VALUE SPACES.
000970 01  cliFileStatus PIC X(2) VALUE SPACES.
000975 01  authFileStatus PIC X(2) VALUE SPACES.
000980 77  END-OF-FILE PIC 9(1) VALUE 0.
000990     88  END-OF-FILE-YES VALUE 1.
001000     88  END-OF-FILE-NO  VALUE 0.
001010 01  clientMasterAvailable PIC X(1) VALUE "N".
001020     88  CLIENT-MASTER-AVAILABLE-YES VALUE "Y".
001030     88  CLIENT-MASTER-AVAILABLE-NO  VALUE "N".
001031 01  authMasterAvailable PIC X(1) VALUE "N".
001032     88  AUTH-MASTER-AVAILABLE-YES VALUE "Y".
001033     88  AUTH-MASTER-AVAILABLE-NO  VALUE "N".
001034 01  logWritten PIC X(1) VALUE "N".
001035     88  LOG-WRITTEN-YES VALUE "Y".
001036     88  LOG-WRITTEN-NO  VALUE "N".
001040 01  sessionEnded PIC X(1) VALUE "N".
001050     88  SESSION-ENDED-YES VALUE "Y".
001060     88  SESSION-ENDED-NO  VALUE "N".
001070
001080* The queue file names: queueAssignName follows the BCHCKPT
001090* pattern -- pointed at the temp name for the rewrite, renamed
001100* over the final name in one step.
001110 01  queueAssignName PIC X(20) VALUE "REQQUEUE".
001120 01  queueFinalName PIC X(20) VALUE "REQQUEUE".
001130 01  queueTempName PIC X(20) VALUE "REQQUEUE.TMP".
001140 01  queueRenameRC PIC S9(9) COMP-5 VALUE 0.
001142 01  queueWriteStatus PIC X(2) VALUE SPACES.
001145 01  queueDeleteRC PIC S9(9) COMP-5 VALUE 0.
001150 01  checkName PIC X(256) VALUE SPACES.
001160
001170* The queue as it stands on disk, reloaded before every menu
001180* and again before every change is filed, so what is written
001190* back is always the latest queue with one entry changed.  A
001200* queue longer than the table is listed as far as it goes but
001210* never rewritten -- the entries past the table would be lost.
001220 01  queueTableMax PIC 9(4) COMP VALUE 500.
001230 01  queueCount PIC 9(4) COMP VALUE 0.
001240 01  queueOverflow PIC X(1) VALUE "N".
001250     88  QUEUE-OVERFLOW-YES VALUE "Y".
001260     88  QUEUE-OVERFLOW-NO  VALUE "N".
001270 01  queueTable.
001280     05  queueEntry OCCURS 500 TIMES PIC X(535).
001290 01  queueIndex PIC 9(4) COMP VALUE 0.
001300
001310* Whether the queue may be changed now, and why not.  The
001320* cutoff is HHMM; after it, or with FORMBATCH's lock on the
001330* queue, the screen only lists.
001340 01  cutoffParm PIC X(4) VALUE SPACES.
001350 01  cutoffWork PIC X(4).
001360 01  cutoffTime PIC 9(4) VALUE 1800.
001370 01  cutoffParts REDEFINES cutoffTime.
001380     05  cutoffHH PIC 9(2).
001390     05  cutoffMM PIC 9(2).
001400 01  nowHHMM PIC 9(4) VALUE 0.
001410 01  queueOpen PIC X(1) VALUE "N".
001420     88  QUEUE-OPEN-YES VALUE "Y".
001430     88  QUEUE-OPEN-NO  VALUE "N".
001440 01  queueStatusText PIC X(60) VALUE SPACES.
001450
001460* One queue entry in REQREC layout, field for field: the entry
001470* being filed, and the entry as it was shown before a change or
001480* delete -- the proof nobody else changed it in between.
001490 01  entryImage.
001500     05  entFilename PIC X(256).
001510     05  entLineWidth PIC X(4).
001520     05  entPreserveDigits PIC X(1).
001530     05  entAlignMode PIC X(1).
001540     05  entProfile PIC X(256).
001550     05  entClientCode PIC X(8).
001560     05  entRequesterId PIC X(8).
001565     05  entRedactMode PIC X(1).
001570 01  beforeImage PIC X(535) VALUE SPACES.
001580
001590* The form.  Filename and profile are 256 bytes, keyed on four
001600* 64-byte screen lines each.
001610 01  formTitle PIC X(40) VALUE SPACES.
001620 01  formFilename PIC X(256) VALUE SPACES.
001630 01  formFilenameLines REDEFINES formFilename.
001640     05  formFilename1 PIC X(64).
001650     05  formFilename2 PIC X(64).
001660     05  formFilename3 PIC X(64).
001670     05  formFilename4 PIC X(64).
001680 01  formLineWidth PIC X(4) VALUE SPACES.
001690 01  formPreserveDigits PIC X(1) VALUE SPACE.
001700 01  formAlignMode PIC X(1) VALUE SPACE.
001710 01  formProfile PIC X(256) VALUE SPACES.
001720 01  formProfileLines REDEFINES formProfile.
001730     05  formProfile1 PIC X(64).
001740     05  formProfile2 PIC X(64).
001750     05  formProfile3 PIC X(64).
001760     05  formProfile4 PIC X(64).
001770 01  formClientCode PIC X(8) VALUE SPACES.
001780 01  formRequesterId PIC X(8) VALUE SPACES.
001785 01  formRedactMode PIC X(1) VALUE SPACE.
001790 01  formEditCheck PIC X(1) VALUE "Y".
001800 01  formConfirm PIC X(1) VALUE SPACE.
001810 01  confirmPrompt PIC X(40) VALUE SPACES.
001820 01  formDone PIC X(1) VALUE "N".
001830     88  FORM-DONE-YES VALUE "Y".
001840     88  FORM-DONE-NO  VALUE "N".
001850 01  formFiled PIC X(1) VALUE "N".
001860     88  FORM-FILED-YES VALUE "Y".
001870     88  FORM-FILED-NO  VALUE "N".
001880
001890* Validation fields.  The check* settings are the entry's own,
001900* or the client's for what the entry leaves blank -- the values
001910* FORMBATCH will actually run with.
001920 01  formValid PIC X(1) VALUE "Y".
001930     88  FORM-VALID-YES VALUE "Y".
001940     88  FORM-VALID-NO  VALUE "N".
001950 01  checkLineWidth PIC X(4) VALUE SPACES.
001960 01  checkAlignMode PIC X(1) VALUE SPACE.
001970 01  checkProfile PIC X(256) VALUE SPACES.
001980 01  widthWork PIC X(4).
001990 01  widthValue PIC 9(3).
002000 01  editBatchModeParm PIC X(1) VALUE "Y".
002001
002002* Authorization fields, as FORMBATCH's: entryDirectory is the
002003* entry's source directory -- its filename up to the last
002004* slash, or "." for a bare name -- and grantKind/grantValue
002005* the grant being looked for on the master.
002006 01  grantFound PIC X(1) VALUE "N".
002007     88  GRANT-FOUND-YES VALUE "Y".
002008     88  GRANT-FOUND-NO  VALUE "N".
002009 01  entryDirectory PIC X(256) VALUE SPACES.
002010 01  grantKind PIC X(1) VALUE SPACE.
002011 01  grantValue PIC X(256) VALUE SPACES.
002012 01  filenameLength PIC 9(4) COMP VALUE 0.
002013 01  slashPosition PIC 9(4) COMP VALUE 0.
002014
002020* Menu, sign-on and list fields.
002030 01  analystId PIC X(8) VALUE SPACES.
002040 01  menuChoice PIC X(1) VALUE SPACE.
002050 01  entryNumberText PIC X(4) VALUE SPACES.
002060 01  numberWork PIC X(4).
002070 01  entryNumber PIC 9(4) VALUE 0.
002080 01  entryNumberEdit PIC ZZZ9.
002090 01  queueCountEdit PIC ZZZ9.
002100 01  screenMessage PIC X(79) VALUE SPACES.
002110 01  saveAction PIC X(1) VALUE SPACE.
002120 01  listChoice PIC X(1) VALUE SPACE.
002130 01  listDone PIC X(1) VALUE "N".
002140     88  LIST-DONE-YES VALUE "Y".
002150     88  LIST-DONE-NO  VALUE "N".
002160 01  listTop PIC 9(4) COMP VALUE 1.
002170 01  listSlot PIC 9(4) COMP VALUE 0.
002180 01  listPageSize PIC 9(4) COMP VALUE 15.
002190 01  listPageNum PIC 9(4) VALUE 0.
002200 01  listPageCount PIC 9(4) VALUE 0.
002210 01  listPageText PIC X(20) VALUE SPACES.
002220 01  listTable.
002230     05  listLine OCCURS 15 TIMES PIC X(79).
002240 01  nameLength PIC 9(4) COMP VALUE 0.
002250
002260 01  currentDateTime PIC X(21).
002270 01  runDate REDEFINES currentDateTime.
002280     05  runDateYYYYMMDD PIC 9(8).
002290     05  runTimeHHMMSS   PIC 9(6).
002300     05  FILLER          PIC X(7).
002310 01  runDateDisplay PIC X(10).
002320
002330 SCREEN SECTION.
002340 01  signonScreen.
002350     05  BLANK SCREEN.
002360     05  LINE 1 COLUMN 1
002370         VALUE "SCREEN FORMATTING -- REQUEST QUEUE ENTRY".
002380     05  LINE 1 COLUMN 70 PIC X(10) FROM runDateDisplay.
002390     05  LINE 5 COLUMN 10 VALUE "ANALYST ID:".
002400     05  LINE 5 COLUMN 22 PIC X(8) USING analystId.
002410     05  LINE 22 COLUMN 1 PIC X(79) FROM screenMessage.
002420
002430 01  menuScreen.
002440     05  BLANK SCREEN.
002450     05  LINE 1 COLUMN 1
002460         VALUE "SCREEN FORMATTING -- REQUEST QUEUE ENTRY".
002470     05  LINE 1 COLUMN 70 PIC X(10) FROM runDateDisplay.
002480     05  LINE 3 COLUMN 1 VALUE "ANALYST:".
002490     05  LINE 3 COLUMN 10 PIC X(8) FROM analystId.
002500     05  LINE 4 COLUMN 1 VALUE "QUEUE:".
002510     05  LINE 4 COLUMN 10 PIC X(60) FROM queueStatusText.
002520     05  LINE 5 COLUMN 1 VALUE "ENTRIES:".
002530     05  LINE 5 COLUMN 10 PIC ZZZ9 FROM queueCountEdit.
002540     05  LINE 8 COLUMN 10 VALUE "A  ADD AN ENTRY".
002550     05  LINE 9 COLUMN 10 VALUE "L  LIST THE QUEUE".
002560     05  LINE 10 COLUMN 10 VALUE "C  CHANGE AN ENTRY".
002570     05  LINE 11 COLUMN 10 VALUE "D  DELETE AN ENTRY".
002580     05  LINE 12 COLUMN 10 VALUE "X  EXIT".
002590     05  LINE 15 COLUMN 10 VALUE "SELECTION:".
002600     05  LINE 15 COLUMN 24 PIC X(1) USING menuChoice.
002610     05  LINE 16 COLUMN 10 VALUE "ENTRY NUMBER:".
002620     05  LINE 16 COLUMN 24 PIC X(4) USING entryNumberText.
002630     05  LINE 22 COLUMN 1 PIC X(79) FROM screenMessage.
002640
002650 01  listScreen.
002660     05  BLANK SCREEN.
002670     05  LINE 1 COLUMN 1 VALUE "REQUEST QUEUE".
002680     05  LINE 1 COLUMN 60 PIC X(20) FROM listPageText.
002690     05  LINE 3 COLUMN 1
002700         VALUE "  NO FILENAME                                 ".
002710     05  LINE 3 COLUMN 47
002720         VALUE "WDTH D A R CLIENT   REQUESTR".
002730     05  LINE 5 COLUMN 1 PIC X(79) FROM listLine(1).
002740     05  LINE 6 COLUMN 1 PIC X(79) FROM listLine(2).
002750     05  LINE 7 COLUMN 1 PIC X(79) FROM listLine(3).
002760     05  LINE 8 COLUMN 1 PIC X(79) FROM listLine(4).
002770     05  LINE 9 COLUMN 1 PIC X(79) FROM listLine(5).
002780     05  LINE 10 COLUMN 1 PIC X(79) FROM listLine(6).
002790     05  LINE 11 COLUMN 1 PIC X(79) FROM listLine(7).
002800     05  LINE 12 COLUMN 1 PIC X(79) FROM listLine(8).
002810     05  LINE 13 COLUMN 1 PIC X(79) FROM listLine(9).
002820     05  LINE 14 COLUMN 1 PIC X(79) FROM listLine(10).
002830     05  LINE 15 COLUMN 1 PIC X(79) FROM listLine(11).
002840     05  LINE 16 COLUMN 1 PIC X(79) FROM listLine(12).
002850     05  LINE 17 COLUMN 1 PIC X(79) FROM listLine(13).
002860     05  LINE 18 COLUMN 1 PIC X(79) FROM listLine(14).
002870     05  LINE 19 COLUMN 1 PIC X(79) FROM listLine(15).
002880     05  LINE 21 COLUMN 1
002890         VALUE "ENTER FOR THE NEXT PAGE, X TO RETURN:".
002900     05  LINE 21 COLUMN 40 PIC X(1) USING listChoice.
002910     05  LINE 22 COLUMN 1 PIC X(79) FROM screenMessage.
002920
002930 01  entryScreen.
002940     05  BLANK SCREEN.
002950     05  LINE 1 COLUMN 1 PIC X(40) FROM formTitle.
002960     05  LINE 1 COLUMN 70 PIC X(10) FROM runDateDisplay.
002970     05  LINE 3 COLUMN 1 VALUE "FILENAME:".
002980     05  LINE 3 COLUMN 12 PIC X(64) USING formFilename1.
002990     05  LINE 4 COLUMN 12 PIC X(64) USING formFilename2.
003000     05  LINE 5 COLUMN 12 PIC X(64) USING formFilename3.
003010     05  LINE 6 COLUMN 12 PIC X(64) USING formFilename4.
003020     05  LINE 8 COLUMN 1 VALUE "WIDTH:".
003030     05  LINE 8 COLUMN 12 PIC X(4) USING formLineWidth.
003040     05  LINE 8 COLUMN 20 VALUE "(BLANK FOR 60, OR 10 TO 132)".
003050     05  LINE 9 COLUMN 1 VALUE "DIGITS:".
003060     05  LINE 9 COLUMN 12 PIC X(1) USING formPreserveDigits.
003070     05  LINE 9 COLUMN 20 VALUE "(Y TO KEEP DIGITS, N OR BLANK)".
003080     05  LINE 10 COLUMN 1 VALUE "ALIGN:".
003090     05  LINE 10 COLUMN 12 PIC X(1) USING formAlignMode.
003100     05  LINE 10 COLUMN 20 VALUE "(BLANK OR L, J, C, R)".
003110     05  LINE 11 COLUMN 1 VALUE "PROFILE:".
003120     05  LINE 11 COLUMN 12 PIC X(64) USING formProfile1.
003130     05  LINE 12 COLUMN 12 PIC X(64) USING formProfile2.
003140     05  LINE 13 COLUMN 12 PIC X(64) USING formProfile3.
003150     05  LINE 14 COLUMN 12 PIC X(64) USING formProfile4.
003160     05  LINE 16 COLUMN 1 VALUE "CLIENT:".
003170     05  LINE 16 COLUMN 12 PIC X(8) USING formClientCode.
003180     05  LINE 16 COLUMN 22
003190         VALUE "(BLANK SETTINGS COME FROM THE CLIENT MASTER)".
003200     05  LINE 17 COLUMN 1 VALUE "REQUESTER:".
003210     05  LINE 17 COLUMN 12 PIC X(8) USING formRequesterId.
003220     05  LINE 18 COLUMN 1 VALUE "SRC EDIT:".
003230     05  LINE 18 COLUMN 12 PIC X(1) USING formEditCheck.
003240     05  LINE 18 COLUMN 20
003250         VALUE "(Y TO RUN THE SOURCE EDIT FIRST)".
003252     05  LINE 19 COLUMN 1 VALUE "REDACT:".
003254     05  LINE 19 COLUMN 12 PIC X(1) USING formRedactMode.
003256     05  LINE 19 COLUMN 20
003258         VALUE "(Y TO MASK SSNS AND ACCOUNT NUMBERS, N OR BLANK)".
003260     05  LINE 20 COLUMN 1 PIC X(40) FROM confirmPrompt.
003270     05  LINE 20 COLUMN 42 PIC X(1) USING formConfirm.
003280     05  LINE 22 COLUMN 1 PIC X(79) FROM screenMessage.
003290
003300 01  deleteScreen.
003310     05  BLANK SCREEN.
003320     05  LINE 1 COLUMN 1 PIC X(40) FROM formTitle.
003330     05  LINE 1 COLUMN 70 PIC X(10) FROM runDateDisplay.
003340     05  LINE 3 COLUMN 1 VALUE "FILENAME:".
003350     05  LINE 3 COLUMN 12 PIC X(64) FROM formFilename1.
003360     05  LINE 4 COLUMN 12 PIC X(64) FROM formFilename2.
003370     05  LINE 5 COLUMN 12 PIC X(64) FROM formFilename3.
003380     05  LINE 6 COLUMN 12 PIC X(64) FROM formFilename4.
003390     05  LINE 8 COLUMN 1 VALUE "WIDTH:".
003400     05  LINE 8 COLUMN 12 PIC X(4) FROM formLineWidth.
003410     05  LINE 9 COLUMN 1 VALUE "DIGITS:".
003420     05  LINE 9 COLUMN 12 PIC X(1) FROM formPreserveDigits.
003430     05  LINE 10 COLUMN 1 VALUE "ALIGN:".
003440     05  LINE 10 COLUMN 12 PIC X(1) FROM formAlignMode.
003450     05  LINE 11 COLUMN 1 VALUE "PROFILE:".
003460     05  LINE 11 COLUMN 12 PIC X(64) FROM formProfile1.
003470     05  LINE 12 COLUMN 12 PIC X(64) FROM formProfile2.
003480     05  LINE 13 COLUMN 12 PIC X(64) FROM formProfile3.
003490     05  LINE 14 COLUMN 12 PIC X(64) FROM formProfile4.
003500     05  LINE 16 COLUMN 1 VALUE "CLIENT:".
003510     05  LINE 16 COLUMN 12 PIC X(8) FROM formClientCode.
003520     05  LINE 17 COLUMN 1 VALUE "REQUESTER:".
003530     05  LINE 17 COLUMN 12 PIC X(8) FROM formRequesterId.
003533     05  LINE 19 COLUMN 1 VALUE "REDACT:".
003536     05  LINE 19 COLUMN 12 PIC X(1) FROM formRedactMode.
003540     05  LINE 20 COLUMN 1 PIC X(40) FROM confirmPrompt.
003550     05  LINE 20 COLUMN 42 PIC X(1) USING formConfirm.
003560     05  LINE 22 COLUMN 1 PIC X(79) FROM screenMessage.
003570
003580 PROCEDURE DIVISION CHAINING cutoffParm.
003590
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
003620     PERFORM 1100-SIGN-ON THRU 1100-EXIT
003630         UNTIL analystId NOT = SPACES OR SESSION-ENDED-YES
003640     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
003650         UNTIL SESSION-ENDED-YES
003660     PERFORM 9999-END-RUN THRU 9999-EXIT
003670     MOVE 0 TO RETURN-CODE
003680     GOBACK.
003690
003700*****************************************************************
003710* 1000-INITIALIZE-RUN
003720* Settles the cutoff time and opens the client master and the
003730* authorization master.  With no client master an entry naming
003740* a client cannot be filed, the same as FORMBATCH would skip
003745* it; with no authorization master nobody can sign on.
003750*****************************************************************
003760 1000-INITIALIZE-RUN.
003770     MOVE FUNCTION CURRENT-DATE TO currentDateTime
003780     MOVE runDateYYYYMMDD TO runDateDisplay
003790     MOVE SPACES TO screenMessage
003800
003810     PERFORM 1050-DERIVE-CUTOFF THRU 1050-EXIT
003820
003830     MOVE "N" TO clientMasterAvailable
003840     OPEN INPUT cliFile
003850     IF cliFileStatus = "00"
003860         MOVE "Y" TO clientMasterAvailable
003870     END-IF
003871
003872     MOVE "N" TO authMasterAvailable
003873     OPEN INPUT authFile
003874     IF authFileStatus = "00"
003875         MOVE "Y" TO authMasterAvailable
003876     END-IF.
003880 1000-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920* 1050-DERIVE-CUTOFF
003930* The cutoff time: the parameter when it is an HHMM time, 1800
003940* when it is blank or is not one -- said on the first screen.
003950*****************************************************************
003960 1050-DERIVE-CUTOFF.
003970     MOVE 1800 TO cutoffTime
003980     IF cutoffParm = SPACES
003990         GO TO 1050-EXIT
004000     END-IF
004010
004020     MOVE cutoffParm TO cutoffWork
004030     INSPECT cutoffWork CONVERTING "0123456789" TO "          "
004040     IF cutoffWork = SPACES
004050         MOVE cutoffParm TO cutoffTime
004060         IF cutoffHH < 24 AND cutoffMM < 60
004070             GO TO 1050-EXIT
004080         END-IF
004090     END-IF
004100
004110     MOVE 1800 TO cutoffTime
004120     STRING "CUTOFF " DELIMITED BY SIZE
004130         cutoffParm DELIMITED BY SIZE
004140         " IS NOT AN HHMM TIME -- THE QUEUE CLOSES AT 1800"
004150         DELIMITED BY SIZE
004160         INTO screenMessage.
004170 1050-EXIT.
004180     EXIT.
004190
004200*****************************************************************
004210* 1100-SIGN-ON
004220* Asks for the analyst's ID -- the user every entry filed in
004230* this session is logged under, and the requester a new entry
004240* starts out with.  The ID must be an active requester on
004243* AUTHMAST, the same record FORMBATCH looks for, or REQLOG
004246* could name anyone.  Without the master the session ends.
004250*****************************************************************
004260 1100-SIGN-ON.
004261     IF AUTH-MASTER-AVAILABLE-NO
004262         STRING "AUTHORIZATION MASTER AUTHMAST UNAVAILABLE, "
004263             DELIMITED BY SIZE
004264             "STATUS " DELIMITED BY SIZE
004265             authFileStatus DELIMITED BY SIZE
004266             " -- NO ONE CAN SIGN ON" DELIMITED BY SIZE
004267             INTO screenMessage
004268         DISPLAY signonScreen
004269         ACCEPT signonScreen
004270         MOVE SPACES TO analystId
004271         MOVE "Y" TO sessionEnded
004272         GO TO 1100-EXIT
004273     END-IF
004274
004275     DISPLAY signonScreen
004280     ACCEPT signonScreen
004290     MOVE FUNCTION UPPER-CASE(analystId) TO analystId
004295     MOVE SPACES TO screenMessage
004300     IF analystId = SPACES
004310         MOVE "KEY YOUR ANALYST ID TO SIGN ON" TO screenMessage
004311         GO TO 1100-EXIT
004312     END-IF
004313
004314     MOVE SPACES TO autKey
004315     MOVE analystId TO autRequesterId
004316     SET AUT-KIND-REQUESTER TO TRUE
004317     READ authFile
004318         INVALID KEY
004319             STRING "ANALYST ID " DELIMITED BY SIZE
004320                 analystId DELIMITED BY SPACE
004321                 " IS NOT A REQUESTER ON AUTHMAST"
004322                 DELIMITED BY SIZE
004323                 INTO screenMessage
004324             MOVE SPACES TO analystId
004325             GO TO 1100-EXIT
004326     END-READ
004327     IF autStatus NOT = "A"
004328         STRING "ANALYST ID " DELIMITED BY SIZE
004329             analystId DELIMITED BY SPACE
004330             " IS RETIRED ON AUTHMAST" DELIMITED BY SIZE
004331             INTO screenMessage
004332         MOVE SPACES TO analystId
004333     END-IF.
004350 1100-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* 2000-PROCESS-MENU
004400* Shows the queue's state and the menu, and carries out the
004410* analyst's choice.  Add, change and delete are turned away
004420* while the queue is closed; the list is always there.
004430*****************************************************************
004440 2000-PROCESS-MENU.
004450     PERFORM 3000-LOAD-QUEUE THRU 3000-EXIT
004460     PERFORM 3100-CHECK-QUEUE-OPEN THRU 3100-EXIT
004470     MOVE queueCount TO queueCountEdit
004480     MOVE SPACE TO menuChoice
004490     MOVE SPACES TO entryNumberText
004500
004510     DISPLAY menuScreen
004520     ACCEPT menuScreen
004530     MOVE SPACES TO screenMessage
004540     MOVE FUNCTION UPPER-CASE(menuChoice) TO menuChoice
004550
004560     EVALUATE menuChoice
004570         WHEN "L"
004580             PERFORM 5000-LIST-QUEUE THRU 5000-EXIT
004590             GO TO 2000-EXIT
004600         WHEN "X"
004610             MOVE "Y" TO sessionEnded
004620             GO TO 2000-EXIT
004630         WHEN "A"
004640         WHEN "C"
004650         WHEN "D"
004660             CONTINUE
004670         WHEN OTHER
004680             MOVE "CHOOSE A, L, C, D OR X" TO screenMessage
004690             GO TO 2000-EXIT
004700     END-EVALUATE
004710
004720     IF QUEUE-OPEN-NO
004730         STRING "THE QUEUE IS " DELIMITED BY SIZE
004740             queueStatusText DELIMITED BY SIZE
004750             INTO screenMessage
004760         GO TO 2000-EXIT
004770     END-IF
004780
004790     IF menuChoice = "A"
004800         PERFORM 4000-ADD-ENTRY THRU 4000-EXIT
004810         GO TO 2000-EXIT
004820     END-IF
004830
004840     PERFORM 2100-GET-ENTRY-NUMBER THRU 2100-EXIT
004850     IF entryNumber = 0
004860         GO TO 2000-EXIT
004870     END-IF
004880     IF menuChoice = "C"
004890         PERFORM 4200-CHANGE-ENTRY THRU 4200-EXIT
004900     ELSE
004910         PERFORM 4400-DELETE-ENTRY THRU 4400-EXIT
004920     END-IF.
004930 2000-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 2100-GET-ENTRY-NUMBER
004980* The entry number keyed with a change or delete, proved to be
004990* a number on the queue as it stands.  Zero when it is not.
005000*****************************************************************
005010 2100-GET-ENTRY-NUMBER.
005020     MOVE 0 TO entryNumber
005030     MOVE entryNumberText TO numberWork
005040     INSPECT numberWork CONVERTING "0123456789" TO "          "
005050     IF entryNumberText = SPACES OR numberWork NOT = SPACES
005060         MOVE "KEY THE ENTRY NUMBER FROM THE LIST"
005070             TO screenMessage
005080         GO TO 2100-EXIT
005090     END-IF
005100     MOVE FUNCTION NUMVAL(entryNumberText) TO entryNumber
005110     IF entryNumber < 1 OR entryNumber > queueCount
005120         MOVE 0 TO entryNumber
005130         MOVE "NO SUCH ENTRY ON THE QUEUE" TO screenMessage
005140     END-IF.
005150 2100-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 3000-LOAD-QUEUE
005200* Loads REQQUEUE into the queue table.  No queue yet is an
005210* empty queue -- the first entry filed creates it.
005220*****************************************************************
005230 3000-LOAD-QUEUE.
005240     MOVE 0 TO queueCount
005250     MOVE "N" TO queueOverflow
005260     MOVE queueFinalName TO queueAssignName
005270     OPEN INPUT reqFile
005280     IF reqFileStatus NOT = "00"
005290         GO TO 3000-EXIT
005300     END-IF
005310     SET END-OF-FILE-NO TO TRUE
005320     PERFORM 3010-READ-ONE-ENTRY THRU 3010-EXIT
005330         UNTIL END-OF-FILE-YES
005340     CLOSE reqFile.
005350 3000-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390* 3010-READ-ONE-ENTRY
005400* One queue entry into the table, or counted past it.
005410*****************************************************************
005420 3010-READ-ONE-ENTRY.
005430     MOVE SPACES TO reqRecord
005440     READ reqFile
005450         AT END SET END-OF-FILE-YES TO TRUE
005460     END-READ
005470     IF END-OF-FILE-YES
005480         GO TO 3010-EXIT
005490     END-IF
005500     IF queueCount >= queueTableMax
005510         MOVE "Y" TO queueOverflow
005520         GO TO 3010-EXIT
005530     END-IF
005540     ADD 1 TO queueCount
005550     MOVE reqRecord TO queueEntry(queueCount).
005560 3010-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600* 3100-CHECK-QUEUE-OPEN
005610* Decides whether the queue may be changed now: not while
005620* FORMBATCH's lock is on it, not at or after the cutoff time,
005630* and not when it is longer than this screen can hold.
005640*****************************************************************
005650 3100-CHECK-QUEUE-OPEN.
005660     MOVE FUNCTION CURRENT-DATE TO currentDateTime
005670     MOVE runDateYYYYMMDD TO runDateDisplay
005680     COMPUTE nowHHMM = runTimeHHMMSS / 100
005690     MOVE "N" TO queueOpen
005700     MOVE SPACES TO queueStatusText
005710
005720     OPEN INPUT lockFile
005730     IF lockFileStatus = "00"
005740         READ lockFile
005750             AT END
005760                 CONTINUE
005770             NOT AT END
005780                 STRING "LOCKED -- " DELIMITED BY SIZE
005790                     qlkJobName DELIMITED BY SPACE
005800                     " STARTED " DELIMITED BY SIZE
005810                     qlkLockDate DELIMITED BY SIZE
005820                     " " DELIMITED BY SIZE
005830                     qlkLockTime DELIMITED BY SIZE
005840                     INTO queueStatusText
005850         END-READ
005860         CLOSE lockFile
005870     END-IF
005880     IF queueStatusText NOT = SPACES
005890         GO TO 3100-EXIT
005900     END-IF
005910
005920     IF QUEUE-OVERFLOW-YES
005930         MOVE "TOO LONG TO CHANGE HERE -- OVER 500 ENTRIES"
005940             TO queueStatusText
005950         GO TO 3100-EXIT
005960     END-IF
005970
005980     IF nowHHMM >= cutoffTime
005990         STRING "CLOSED -- PAST THE " DELIMITED BY SIZE
006000             cutoffTime DELIMITED BY SIZE
006010             " CUTOFF" DELIMITED BY SIZE
006020             INTO queueStatusText
006030         GO TO 3100-EXIT
006040     END-IF
006050
006060     MOVE "Y" TO queueOpen
006070     STRING "OPEN UNTIL " DELIMITED BY SIZE
006080         cutoffTime DELIMITED BY SIZE
006090         INTO queueStatusText.
006100 3100-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140* 4000-ADD-ENTRY
006150* A blank form, the analyst as its requester, the source edit
006160* on.  A form the analyst files is added to the queue's end.
006170*****************************************************************
006180 4000-ADD-ENTRY.
006190     MOVE SPACES TO entryImage
006200     MOVE analystId TO entRequesterId
006210     PERFORM 4300-LOAD-FORM THRU 4300-EXIT
006220     MOVE "ADD A QUEUE ENTRY" TO formTitle
006230     MOVE "FILE THIS ENTRY (Y/N):" TO confirmPrompt
006240
006250     MOVE "N" TO formDone
006260     MOVE "N" TO formFiled
006270     PERFORM 4100-ACCEPT-FORM THRU 4100-EXIT
006280         UNTIL FORM-DONE-YES
006290     IF FORM-FILED-NO
006300         GO TO 4000-EXIT
006310     END-IF
006320
006330     MOVE "A" TO saveAction
006340     MOVE SPACES TO beforeImage
006350     PERFORM 6000-SAVE-QUEUE-CHANGE THRU 6000-EXIT.
006360 4000-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400* 4100-ACCEPT-FORM
006410* One pass of the entry form: Y files it once it passes every
006420* check, N drops it, and a failed check is shown on the form
006430* for the analyst to fix.
006440*****************************************************************
006450 4100-ACCEPT-FORM.
006460     MOVE SPACE TO formConfirm
006470     DISPLAY entryScreen
006480     ACCEPT entryScreen
006490     MOVE SPACES TO screenMessage
006500     MOVE FUNCTION UPPER-CASE(formConfirm) TO formConfirm
006510
006520     IF formConfirm = "N"
006530         MOVE "Y" TO formDone
006540         MOVE "ENTRY NOT FILED" TO screenMessage
006550         GO TO 4100-EXIT
006560     END-IF
006570     IF formConfirm NOT = "Y"
006580         MOVE "ANSWER Y TO FILE THE ENTRY OR N TO DROP IT"
006590             TO screenMessage
006600         GO TO 4100-EXIT
006610     END-IF
006620
006630     PERFORM 4500-VALIDATE-FORM THRU 4500-EXIT
006640     IF FORM-VALID-YES
006650         MOVE "Y" TO formDone
006660         MOVE "Y" TO formFiled
006670     END-IF.
006680 4100-EXIT.
006690     EXIT.
006700
006710*****************************************************************
006720* 4200-CHANGE-ENTRY
006730* The chosen entry on the form to change.  What was shown is
006740* kept, so the change is only filed over that same entry.
006750*****************************************************************
006760 4200-CHANGE-ENTRY.
006770     MOVE queueEntry(entryNumber) TO entryImage
006780     MOVE queueEntry(entryNumber) TO beforeImage
006790     PERFORM 4300-LOAD-FORM THRU 4300-EXIT
006800     MOVE entryNumber TO entryNumberEdit
006810     MOVE SPACES TO formTitle
006820     STRING "CHANGE QUEUE ENTRY " DELIMITED BY SIZE
006830         entryNumberEdit DELIMITED BY SIZE
006840         INTO formTitle
006850     MOVE "FILE THE CHANGE (Y/N):" TO confirmPrompt
006860
006870     MOVE "N" TO formDone
006880     MOVE "N" TO formFiled
006890     PERFORM 4100-ACCEPT-FORM THRU 4100-EXIT
006900         UNTIL FORM-DONE-YES
006910     IF FORM-FILED-NO
006920         GO TO 4200-EXIT
006930     END-IF
006940
006950     MOVE "C" TO saveAction
006960     PERFORM 6000-SAVE-QUEUE-CHANGE THRU 6000-EXIT.
006970 4200-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010* 4300-LOAD-FORM
007020* Puts entryImage on the form.
007030*****************************************************************
007040 4300-LOAD-FORM.
007050     MOVE entFilename TO formFilename
007060     MOVE entLineWidth TO formLineWidth
007070     MOVE entPreserveDigits TO formPreserveDigits
007080     MOVE entAlignMode TO formAlignMode
007090     MOVE entProfile TO formProfile
007100     MOVE entClientCode TO formClientCode
007110     MOVE entRequesterId TO formRequesterId
007115     MOVE entRedactMode TO formRedactMode
007120     MOVE "Y" TO formEditCheck.
007130 4300-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170* 4400-DELETE-ENTRY
007180* The chosen entry shown for the analyst to confirm its delete.
007190*****************************************************************
007200 4400-DELETE-ENTRY.
007210     MOVE queueEntry(entryNumber) TO entryImage
007220     MOVE queueEntry(entryNumber) TO beforeImage
007230     PERFORM 4300-LOAD-FORM THRU 4300-EXIT
007240     MOVE entryNumber TO entryNumberEdit
007250     MOVE SPACES TO formTitle
007260     STRING "DELETE QUEUE ENTRY " DELIMITED BY SIZE
007270         entryNumberEdit DELIMITED BY SIZE
007280         INTO formTitle
007290     MOVE "DELETE THIS ENTRY (Y/N):" TO confirmPrompt
007300
007310     MOVE "N" TO formDone
007320     MOVE "N" TO formFiled
007330     PERFORM 4410-ACCEPT-DELETE THRU 4410-EXIT
007340         UNTIL FORM-DONE-YES
007350     IF FORM-FILED-NO
007360         GO TO 4400-EXIT
007370     END-IF
007380
007390     MOVE "D" TO saveAction
007400     PERFORM 6000-SAVE-QUEUE-CHANGE THRU 6000-EXIT.
007410 4400-EXIT.
007420     EXIT.
007430
007440*****************************************************************
007450* 4410-ACCEPT-DELETE
007460* One pass of the delete confirmation.
007470*****************************************************************
007480 4410-ACCEPT-DELETE.
007490     MOVE SPACE TO formConfirm
007500     DISPLAY deleteScreen
007510     ACCEPT deleteScreen
007520     MOVE SPACES TO screenMessage
007530     MOVE FUNCTION UPPER-CASE(formConfirm) TO formConfirm
007540     EVALUATE formConfirm
007550         WHEN "Y"
007560             MOVE "Y" TO formDone
007570             MOVE "Y" TO formFiled
007580         WHEN "N"
007590             MOVE "Y" TO formDone
007600             MOVE "ENTRY NOT DELETED" TO screenMessage
007610         WHEN OTHER
007620             MOVE "ANSWER Y TO DELETE THE ENTRY OR N TO KEEP IT"
007630                 TO screenMessage
007640     END-EVALUATE.
007650 4410-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690* 4500-VALIDATE-FORM
007700* Checks the form the way FORMBATCH's 2150-VALIDATE-REQUEST
007710* checks the entry at run time -- a filename, a client that is
007720* on the master and active, a width blank or 10 to 132, an
007730* alignment blank, L, J, C or R, each judged after the client's
007740* settings fill the blanks -- and then what only a screen can
007750* check before the night: a requester, a digit flag and a
007755* redaction flag of Y, N or blank (FORMBATCH skips a bad
007760* redaction flag too), a source file and a profile that are
007765* really there, and the SRCEDCHK source edit when the analyst
007770* asks for it.
007772* Between the two comes FORMBATCH's 2170 authorization: the
007774* requester active on AUTHMAST, with a grant for the source
007776* directory and one for the profile the entry will really
007778* print under, a "*" grant covering either.
007780* The first failure is shown; the entry is stored as keyed.
007790*****************************************************************
007800 4500-VALIDATE-FORM.
007810     MOVE "N" TO formValid
007820     MOVE FUNCTION UPPER-CASE(formPreserveDigits)
007830         TO formPreserveDigits
007835     MOVE FUNCTION UPPER-CASE(formRedactMode) TO formRedactMode
007840     MOVE FUNCTION UPPER-CASE(formAlignMode) TO formAlignMode
007850     MOVE FUNCTION UPPER-CASE(formClientCode) TO formClientCode
007860     MOVE FUNCTION UPPER-CASE(formRequesterId) TO formRequesterId
007870     MOVE FUNCTION UPPER-CASE(formEditCheck) TO formEditCheck
007880
007890     MOVE SPACES TO entryImage
007900     MOVE formFilename TO entFilename
007910     MOVE formLineWidth TO entLineWidth
007920     MOVE formPreserveDigits TO entPreserveDigits
007930     MOVE formAlignMode TO entAlignMode
007940     MOVE formProfile TO entProfile
007950     MOVE formClientCode TO entClientCode
007960     MOVE formRequesterId TO entRequesterId
007965     MOVE formRedactMode TO entRedactMode
007970
007980     IF entFilename = SPACES
007990         MOVE "FILENAME IS BLANK" TO screenMessage
008000         GO TO 4500-EXIT
008010     END-IF
008020     IF entRequesterId = SPACES
008030         MOVE "REQUESTER IS BLANK -- FORMBATCH WOULD REFUSE IT"
008040             TO screenMessage
008050         GO TO 4500-EXIT
008060     END-IF
008070     IF entPreserveDigits NOT = SPACE
008080         AND entPreserveDigits NOT = "Y"
008090         AND entPreserveDigits NOT = "N"
008100         MOVE "DIGITS MUST BE Y, N OR BLANK" TO screenMessage
008110         GO TO 4500-EXIT
008120     END-IF
008121     IF entRedactMode NOT = SPACE
008122         AND entRedactMode NOT = "Y"
008123         AND entRedactMode NOT = "N"
008124         MOVE "REDACT MUST BE Y, N OR BLANK" TO screenMessage
008125         GO TO 4500-EXIT
008126     END-IF
008130     IF formEditCheck NOT = "Y" AND formEditCheck NOT = "N"
008140         MOVE "SRC EDIT MUST BE Y OR N" TO screenMessage
008150         GO TO 4500-EXIT
008160     END-IF
008170
008180     MOVE entLineWidth TO checkLineWidth
008190     MOVE entAlignMode TO checkAlignMode
008200     MOVE entProfile TO checkProfile
008210     IF entClientCode NOT = SPACES
008220         PERFORM 4520-APPLY-CLIENT-MASTER THRU 4520-EXIT
008230         IF screenMessage NOT = SPACES
008240             GO TO 4500-EXIT
008250         END-IF
008260     END-IF
008270
008280     IF checkLineWidth NOT = SPACES
008290         MOVE checkLineWidth TO widthWork
008300         INSPECT widthWork CONVERTING "0123456789" TO "          "
008310         IF widthWork NOT = SPACES
008320             MOVE "WIDTH MUST BE A NUMBER FROM 10 TO 132"
008330                 TO screenMessage
008340             GO TO 4500-EXIT
008350         END-IF
008360         MOVE FUNCTION NUMVAL(checkLineWidth) TO widthValue
008370         IF widthValue < 10 OR widthValue > 132
008380             MOVE "WIDTH MUST BE A NUMBER FROM 10 TO 132"
008390                 TO screenMessage
008400             GO TO 4500-EXIT
008410         END-IF
008420     END-IF
008430
008440     EVALUATE checkAlignMode
008450         WHEN SPACE
008460         WHEN "L"
008470         WHEN "J"
008480         WHEN "C"
008490         WHEN "R"
008500             CONTINUE
008510         WHEN OTHER
008520             MOVE "ALIGN MUST BE BLANK, L, J, C OR R"
008530                 TO screenMessage
008540             GO TO 4500-EXIT
008550     END-EVALUATE
008560
008561     PERFORM 4540-AUTHORIZE-REQUESTER THRU 4540-EXIT
008562     IF screenMessage NOT = SPACES
008563         GO TO 4500-EXIT
008564     END-IF
008565
008570     MOVE entFilename TO checkName
008580     PERFORM 4510-CHECK-FILE-EXISTS THRU 4510-EXIT
008590     IF checkFileStatus NOT = "00"
008600         MOVE "SOURCE FILE IS NOT THERE" TO screenMessage
008610         GO TO 4500-EXIT
008620     END-IF
008630     IF checkProfile NOT = SPACES
008640         MOVE checkProfile TO checkName
008650         PERFORM 4510-CHECK-FILE-EXISTS THRU 4510-EXIT
008660         IF checkFileStatus NOT = "00"
008670             MOVE "PRINT PROFILE IS NOT THERE" TO screenMessage
008680             GO TO 4500-EXIT
008690         END-IF
008700     END-IF
008710
008720     IF formEditCheck = "Y"
008730         MOVE 0 TO RETURN-CODE
008740         CALL "SRCEDCHK" USING entFilename editBatchModeParm
008750         CANCEL "SRCEDCHK"
008760         IF RETURN-CODE NOT = 0
008770             MOVE 0 TO RETURN-CODE
008780             MOVE "SOURCE EDIT REJECTED THE FILE -- SEE EDITRPT"
008790                 TO screenMessage
008800             GO TO 4500-EXIT
008810         END-IF
008820         MOVE 0 TO RETURN-CODE
008830     END-IF
008840
008850     MOVE "Y" TO formValid.
008860 4500-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900* 4510-CHECK-FILE-EXISTS
008910* Opens and closes checkName; checkFileStatus "00" means it is
008920* there to read.
008930*****************************************************************
008940 4510-CHECK-FILE-EXISTS.
008950     OPEN INPUT checkFile
008960     IF checkFileStatus = "00"
008970         CLOSE checkFile
008980     END-IF.
008990 4510-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030* 4520-APPLY-CLIENT-MASTER
009040* The entry's client, looked up the way FORMBATCH's 2155 looks
009050* it up: no master, an unknown client, or a retired one is a
009060* failure.  The client's settings fill the check* values the
009070* entry leaves blank.
009080*****************************************************************
009090 4520-APPLY-CLIENT-MASTER.
009100     IF CLIENT-MASTER-AVAILABLE-NO
009110         MOVE "NO CLIENT MASTER TO CHECK THE CLIENT AGAINST"
009120             TO screenMessage
009130         GO TO 4520-EXIT
009140     END-IF
009150
009160     MOVE entClientCode TO cliCode
009170     READ cliFile
009180         INVALID KEY
009190             MOVE "UNKNOWN CLIENT" TO screenMessage
009200             GO TO 4520-EXIT
009210     END-READ
009220     IF cliStatus NOT = "A"
009230         MOVE "RETIRED CLIENT" TO screenMessage
009240         GO TO 4520-EXIT
009250     END-IF
009260
009270     IF checkLineWidth = SPACES
009280         MOVE cliLineWidth TO checkLineWidth
009290     END-IF
009300     IF checkAlignMode = SPACE
009310         MOVE FUNCTION UPPER-CASE(cliAlignMode) TO checkAlignMode
009320     END-IF
009330     IF checkProfile = SPACES
009340         MOVE cliProfile TO checkProfile
009350     END-IF.
009360 4520-EXIT.
009370     EXIT.
009380
009381*****************************************************************
009382* 4540-AUTHORIZE-REQUESTER
009383* The entry's requester checked the way FORMBATCH's 2170 checks
009384* it: the master there, the requester on it and active, a
009385* grant for the source directory, and -- when the entry will
009386* print under a profile -- a grant for that profile.
009387*****************************************************************
009388 4540-AUTHORIZE-REQUESTER.
009389     IF AUTH-MASTER-AVAILABLE-NO
009390         MOVE "NO AUTHORIZATION MASTER TO CHECK THE REQUESTER"
009391             TO screenMessage
009392         GO TO 4540-EXIT
009393     END-IF
009394
009395     MOVE SPACES TO autKey
009396     MOVE entRequesterId TO autRequesterId
009397     SET AUT-KIND-REQUESTER TO TRUE
009398     READ authFile
009399         INVALID KEY
009400             STRING "REQUESTER " DELIMITED BY SIZE
009401                 entRequesterId DELIMITED BY SPACE
009402                 " IS NOT ON AUTHMAST" DELIMITED BY SIZE
009403                 INTO screenMessage
009404             GO TO 4540-EXIT
009405     END-READ
009406     IF autStatus NOT = "A"
009407         STRING "REQUESTER " DELIMITED BY SIZE
009408             entRequesterId DELIMITED BY SPACE
009409             " IS RETIRED ON AUTHMAST" DELIMITED BY SIZE
009410             INTO screenMessage
009411         GO TO 4540-EXIT
009412     END-IF
009413
009414     PERFORM 4545-FIND-SOURCE-DIRECTORY THRU 4545-EXIT
009415     MOVE "D" TO grantKind
009416     MOVE entryDirectory TO grantValue
009417     PERFORM 4550-FIND-GRANT THRU 4550-EXIT
009418     IF GRANT-FOUND-NO
009419         STRING "REQUESTER " DELIMITED BY SIZE
009420             entRequesterId DELIMITED BY SPACE
009421             " MAY NOT SUBMIT FROM " DELIMITED BY SIZE
009422             entryDirectory DELIMITED BY SPACE
009423             INTO screenMessage
009424         GO TO 4540-EXIT
009425     END-IF
009426
009427     IF FUNCTION TRIM(checkProfile) NOT = SPACES
009428         MOVE "P" TO grantKind
009429         MOVE FUNCTION TRIM(checkProfile) TO grantValue
009430         PERFORM 4550-FIND-GRANT THRU 4550-EXIT
009431         IF GRANT-FOUND-NO
009432             STRING "REQUESTER " DELIMITED BY SIZE
009433                 entRequesterId DELIMITED BY SPACE
009434                 " MAY NOT PRINT UNDER PROFILE " DELIMITED BY SIZE
009435                 grantValue DELIMITED BY SPACE
009436                 INTO screenMessage
009437             GO TO 4540-EXIT
009438         END-IF
009439     END-IF.
009440 4540-EXIT.
009441     EXIT.
009442
009443*****************************************************************
009444* 4545-FIND-SOURCE-DIRECTORY
009445* The entry's source directory: its filename up to, not
009446* including, the last slash -- "/" for a file at the root and
009447* "." for a bare name.
009448*****************************************************************
009449 4545-FIND-SOURCE-DIRECTORY.
009450     MOVE FUNCTION TRIM(entFilename) TO entryDirectory
009451     MOVE FUNCTION LENGTH(FUNCTION TRIM(entryDirectory TRAILING))
009452         TO filenameLength
009453     MOVE filenameLength TO slashPosition
009454     PERFORM 4546-STEP-BACK-ONE-CHARACTER THRU 4546-EXIT
009455         UNTIL slashPosition = 0
009456         OR entryDirectory(slashPosition:1) = "/"
009457
009458     EVALUATE slashPosition
009459         WHEN 0
009460             MOVE "." TO entryDirectory
009461         WHEN 1
009462             MOVE "/" TO entryDirectory
009463         WHEN OTHER
009464             MOVE SPACES TO entryDirectory(slashPosition:)
009465     END-EVALUATE.
009466 4545-EXIT.
009467     EXIT.
009468
009469*****************************************************************
009470* 4546-STEP-BACK-ONE-CHARACTER
009471* One step of the backward scan for the filename's last slash.
009472*****************************************************************
009473 4546-STEP-BACK-ONE-CHARACTER.
009474     SUBTRACT 1 FROM slashPosition.
009475 4546-EXIT.
009476     EXIT.
009477
009478*****************************************************************
009479* 4550-FIND-GRANT
009480* Looks for the requester's grant of grantKind for grantValue,
009481* then for the "*" grant of that kind.  A value longer than
009482* the master's key can hold can only be covered by "*".
009483*****************************************************************
009484 4550-FIND-GRANT.
009485     MOVE "N" TO grantFound
009486     IF grantValue(LENGTH OF autValue + 1:) = SPACES
009487         MOVE SPACES TO autKey
009488         MOVE entRequesterId TO autRequesterId
009489         MOVE grantKind TO autKind
009490         MOVE grantValue TO autValue
009491         READ authFile
009492             INVALID KEY
009493                 CONTINUE
009494             NOT INVALID KEY
009495                 MOVE "Y" TO grantFound
009496                 GO TO 4550-EXIT
009497         END-READ
009498     END-IF
009499
009500     MOVE SPACES TO autKey
009501     MOVE entRequesterId TO autRequesterId
009502     MOVE grantKind TO autKind
009503     MOVE "*" TO autValue
009504     READ authFile
009505         INVALID KEY
009506             CONTINUE
009507         NOT INVALID KEY
009508             MOVE "Y" TO grantFound
009509     END-READ.
009510 4550-EXIT.
009511     EXIT.
009512
009513*****************************************************************
009514* 5000-LIST-QUEUE
009515* Pages through the queue fifteen entries at a time.
009516*****************************************************************
009517 5000-LIST-QUEUE.
009518     MOVE 1 TO listTop
009519     MOVE "N" TO listDone
009520     COMPUTE listPageCount = (queueCount + listPageSize - 1)
009521         / listPageSize
009522     IF listPageCount = 0
009523         MOVE 1 TO listPageCount
009524     END-IF
009525     MOVE 0 TO listPageNum
009526     PERFORM 5100-SHOW-LIST-PAGE THRU 5100-EXIT
009530         UNTIL LIST-DONE-YES
009540     MOVE SPACES TO screenMessage.
009550 5000-EXIT.
009560     EXIT.
009570
009580*****************************************************************
009590* 5100-SHOW-LIST-PAGE
009600* One page of the list.  X, or a page past the last, returns to
009610* the menu.
009620*****************************************************************
009630 5100-SHOW-LIST-PAGE.
009640     ADD 1 TO listPageNum
009650     MOVE SPACES TO listPageText
009660     STRING "PAGE " DELIMITED BY SIZE
009670         listPageNum DELIMITED BY SIZE
009680         " OF " DELIMITED BY SIZE
009690         listPageCount DELIMITED BY SIZE
009700         INTO listPageText
009710     MOVE SPACES TO listTable
009720     MOVE 0 TO listSlot
009730     PERFORM 5110-BUILD-LIST-LINE THRU 5110-EXIT
009740         UNTIL listSlot >= listPageSize
009750     IF queueCount = 0
009760         MOVE "THE QUEUE IS EMPTY" TO screenMessage
009770     END-IF
009780     IF QUEUE-OVERFLOW-YES
009790         MOVE "ONLY THE FIRST 500 ENTRIES CAN BE LISTED HERE"
009800             TO screenMessage
009810     END-IF
009820
009830     MOVE SPACE TO listChoice
009840     DISPLAY listScreen
009850     ACCEPT listScreen
009860     ADD listPageSize TO listTop
009870     IF listChoice = "X" OR listChoice = "x"
009880         OR listTop > queueCount
009890         MOVE "Y" TO listDone
009900     END-IF.
009910 5100-EXIT.
009920     EXIT.
009930
009940*****************************************************************
009950* 5110-BUILD-LIST-LINE
009960* One list line: entry number, filename (a "+" where it runs
009970* past the column), width, digit flag, alignment, redaction
009980* flag, client and requester.
009990*****************************************************************
010000 5110-BUILD-LIST-LINE.
010010     ADD 1 TO listSlot
010020     COMPUTE queueIndex = listTop + listSlot - 1
010030     IF queueIndex > queueCount
010040         GO TO 5110-EXIT
010050     END-IF
010060
010070     MOVE queueEntry(queueIndex) TO entryImage
010080     MOVE queueIndex TO entryNumberEdit
010090     MOVE FUNCTION LENGTH(FUNCTION TRIM(entFilename TRAILING))
010100         TO nameLength
010110     STRING entryNumberEdit DELIMITED BY SIZE
010120         " " DELIMITED BY SIZE
010130         entFilename(1:40) DELIMITED BY SIZE
010140         " " DELIMITED BY SIZE
010150         entLineWidth DELIMITED BY SIZE
010160         " " DELIMITED BY SIZE
010170         entPreserveDigits DELIMITED BY SIZE
010180         " " DELIMITED BY SIZE
010190         entAlignMode DELIMITED BY SIZE
010200         " " DELIMITED BY SIZE
010203         entRedactMode DELIMITED BY SIZE
010206         " " DELIMITED BY SIZE
010210         entClientCode DELIMITED BY SIZE
010220         " " DELIMITED BY SIZE
010230         entRequesterId DELIMITED BY SIZE
010240         INTO listLine(listSlot)
010250     IF nameLength > 40
010260         MOVE "+" TO listLine(listSlot)(45:1)
010270     END-IF.
010280 5110-EXIT.
010290     EXIT.
010300
010310*****************************************************************
010320* 6000-SAVE-QUEUE-CHANGE
010330* Files an add, change or delete (saveAction A, C or D).  The
010340* queue is reloaded and its state checked again first -- the
010350* batch may have started, or the cutoff passed, while the form
010360* was up -- and a changed or deleted entry must still be the
010370* one the analyst was shown.  The queue is then rewritten and
010380* the change logged.
010390*****************************************************************
010400 6000-SAVE-QUEUE-CHANGE.
010410     PERFORM 3000-LOAD-QUEUE THRU 3000-EXIT
010420     PERFORM 3100-CHECK-QUEUE-OPEN THRU 3100-EXIT
010430     IF QUEUE-OPEN-NO
010440         STRING "NOT FILED -- THE QUEUE IS " DELIMITED BY SIZE
010450             queueStatusText DELIMITED BY SIZE
010460             INTO screenMessage
010470         GO TO 6000-EXIT
010480     END-IF
010490
010500     IF saveAction = "A"
010510         IF queueCount >= queueTableMax
010520             MOVE "NOT FILED -- THE QUEUE IS FULL AT 500 ENTRIES"
010530                 TO screenMessage
010540             GO TO 6000-EXIT
010550         END-IF
010560         ADD 1 TO queueCount
010570         MOVE queueCount TO entryNumber
010580         MOVE entryImage TO queueEntry(entryNumber)
010590     ELSE
010600         IF entryNumber > queueCount
010610             OR queueEntry(entryNumber) NOT = beforeImage
010620             MOVE "NOT FILED -- SOMEONE ELSE CHANGED THE ENTRY"
010630                 TO screenMessage
010640             GO TO 6000-EXIT
010650         END-IF
010660         IF saveAction = "C"
010670             MOVE entryImage TO queueEntry(entryNumber)
010680         ELSE
010690             MOVE SPACES TO entryImage
010700             MOVE entryNumber TO queueIndex
010710             PERFORM 6010-SHIFT-ONE-UP THRU 6010-EXIT
010720                 UNTIL queueIndex >= queueCount
010730             SUBTRACT 1 FROM queueCount
010740         END-IF
010750     END-IF
010760
010770     PERFORM 6100-REWRITE-QUEUE THRU 6100-EXIT
010780     IF queueRenameRC NOT = 0
010790         MOVE "NOT FILED -- THE QUEUE COULD NOT BE REPLACED"
010800             TO screenMessage
010810         GO TO 6000-EXIT
010820     END-IF
010830     PERFORM 6200-WRITE-LOG-RECORD THRU 6200-EXIT
010840
010850     MOVE entryNumber TO entryNumberEdit
010860     EVALUATE saveAction
010870         WHEN "A"
010880             STRING "ENTRY " DELIMITED BY SIZE
010890                 entryNumberEdit DELIMITED BY SIZE
010900                 " FILED" DELIMITED BY SIZE
010910                 INTO screenMessage
010920         WHEN "C"
010930             STRING "ENTRY " DELIMITED BY SIZE
010940                 entryNumberEdit DELIMITED BY SIZE
010950                 " CHANGED" DELIMITED BY SIZE
010960                 INTO screenMessage
010970         WHEN OTHER
010980             STRING "ENTRY " DELIMITED BY SIZE
010990                 entryNumberEdit DELIMITED BY SIZE
011000                 " DELETED -- THE ENTRIES AFTER IT MOVED UP ONE"
011010                 DELIMITED BY SIZE
011020                 INTO screenMessage
011030     END-EVALUATE
011031
011032* The queue changed but REQLOG has no record of who did it.
011033     IF LOG-WRITTEN-NO
011034         MOVE SPACES TO screenMessage
011035         STRING "FILED BUT NOT LOGGED -- REQLOG STATUS "
011036             DELIMITED BY SIZE
011037             logFileStatus DELIMITED BY SIZE
011038             ", ENTRY " DELIMITED BY SIZE
011039             entryNumberEdit DELIMITED BY SIZE
011040             " -- TELL OPERATIONS" DELIMITED BY SIZE
011041             INTO screenMessage
011042     END-IF.
011043 6000-EXIT.
011050     EXIT.
011060
011070*****************************************************************
011080* 6010-SHIFT-ONE-UP
011090* One step of closing the gap a delete leaves.
011100*****************************************************************
011110 6010-SHIFT-ONE-UP.
011120     MOVE queueEntry(queueIndex + 1) TO queueEntry(queueIndex)
011130     ADD 1 TO queueIndex.
011140 6010-EXIT.
011150     EXIT.
011160
011170*****************************************************************
011180* 6100-REWRITE-QUEUE
011190* Writes the queue table to the temp name and renames it over
011200* REQQUEUE, so a failure part way leaves the old queue whole:
011203* a write that fails stops the rewrite, the temp file is
011206* deleted, and REQQUEUE is not touched.  The write status is
011207* kept before the CLOSE resets it; a CLOSE that fails is a
011208* failure too.
011210*****************************************************************
011220 6100-REWRITE-QUEUE.
011230     MOVE queueTempName TO queueAssignName
011240     OPEN OUTPUT reqFile
011250     IF reqFileStatus NOT = "00"
011260         MOVE 1 TO queueRenameRC
011270         MOVE queueFinalName TO queueAssignName
011280         GO TO 6100-EXIT
011290     END-IF
011300     MOVE 0 TO queueIndex
011310     PERFORM 6110-WRITE-ONE-ENTRY THRU 6110-EXIT
011320         UNTIL queueIndex >= queueCount
011325             OR reqFileStatus NOT = "00"
011327     MOVE reqFileStatus TO queueWriteStatus
011330     CLOSE reqFile
011331     IF queueWriteStatus NOT = "00"
011332         OR reqFileStatus NOT = "00"
011333         MOVE 1 TO queueRenameRC
011334         CALL "CBL_DELETE_FILE" USING queueTempName
011335             RETURNING queueDeleteRC
011336         MOVE queueFinalName TO queueAssignName
011337         GO TO 6100-EXIT
011338     END-IF
011340     CALL "CBL_RENAME_FILE" USING queueTempName queueFinalName
011350         RETURNING queueRenameRC
011360     MOVE queueFinalName TO queueAssignName.
011370 6100-EXIT.
011380     EXIT.
011390
011400*****************************************************************
011410* 6110-WRITE-ONE-ENTRY
011420* One queue entry back to the queue file.
011430*****************************************************************
011440 6110-WRITE-ONE-ENTRY.
011450     ADD 1 TO queueIndex
011460     MOVE queueEntry(queueIndex) TO reqRecord
011470     WRITE reqRecord.
011480 6110-EXIT.
011490     EXIT.
011500
011510*****************************************************************
011520* 6200-WRITE-LOG-RECORD
011530* Appends the change to REQLOG: who, when, which entry, and the
011540* entry before and after.  logWritten says whether it landed.
011550*****************************************************************
011560 6200-WRITE-LOG-RECORD.
011570     MOVE FUNCTION CURRENT-DATE TO currentDateTime
011580     MOVE runDateYYYYMMDD TO rqlLogDate
011590     MOVE runTimeHHMMSS TO rqlLogTime
011600     MOVE analystId TO rqlUserId
011610     MOVE saveAction TO rqlAction
011620     MOVE entryNumber TO rqlEntryNumber
011630     MOVE beforeImage TO rqlBefore
011640     MOVE entryImage TO rqlAfter
011645     MOVE "N" TO logWritten
011650     OPEN EXTEND logFile
011660     IF logFileStatus NOT = "00"
011670         OPEN OUTPUT logFile
011680     END-IF
011682     IF logFileStatus NOT = "00"
011684         GO TO 6200-EXIT
011686     END-IF
011690     WRITE rqlRecord
011692     IF logFileStatus = "00"
011694         MOVE "Y" TO logWritten
011696     END-IF
011700     CLOSE logFile.
011710 6200-EXIT.
011720     EXIT.
011730
011740*****************************************************************
011750* 9999-END-RUN
011760* Closes the client and authorization masters and ends the
011765* session.
011770*****************************************************************
011780 9999-END-RUN.
011790     IF CLIENT-MASTER-AVAILABLE-YES
011800         CLOSE cliFile
011810     END-IF
011812     IF AUTH-MASTER-AVAILABLE-YES
011814         CLOSE authFile
011816     END-IF.
011820 9999-EXIT.
011830     EXIT.
