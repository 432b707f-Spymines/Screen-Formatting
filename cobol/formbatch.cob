000820*                   lands on a previous run's stale rejects;
000830*                   and BCHCKPT now carries the queue's first
000840*                   filename as its identity -- a resume
000841*                   proves the mounted REQQUEUE matches before
000842*                   skipping anything, and a different or
000843*                   edited queue starts from the top, said out
000844*                   loud, the way the engine's checkpoint has
000845*                   always guarded its own identity.
000846* 2026-10-15  TM    Client master: an entry carrying a client
000847*                   code takes every run setting it leaves
000848*                   blank -- width, digit flag, alignment, print
000849*                   profile -- from the client's CLIENTMAST
000850*                   record, and the engine scans it with the
000851*                   client's keyword list.  An unknown or
000852*                   retired client, or a code with no master to
000853*                   look it up in, is skipped ER like any other
000854*                   bad entry.  The client code is stamped on
000855*                   the BATCHRES row and on the skip audit row
000856*                   (the engine stamps its own), and RETRYQUE
000857*                   re-queues the entry as keyed, not as filled.
000858* 2026-10-15  TM    Requester authorization: every entry now
000859*                   carries the ID of whoever queued it, and
000860*                   before the source edit or the engine runs
000861*                   the requester is checked on the AUTHMAST
000862*                   authorization master (AUTHMAINT keeps it)
000863*                   -- a known, active requester granted the
000864*                   entry's source directory and, when it has
000865*                   one, its print profile.  Anything else is
000866*                   refused with completion code AU, on the
000867*                   audit row and BATCHRES like an ER, counted
000868*                   on the summary of its own, and not put on
000869*                   RETRYQUE -- a rerun would only be refused
000870*                   again.  No master means every entry is
000871*                   refused.  The requester ID goes to the
000872*                   engine for its audit row and is stamped on
000873*                   BATCHRES and the skip audit row.
000874* 2026-10-15  TM    The skip audit row carries zero pages and a
000875*                   resumed flag of N -- nothing ran to print.
000876* 2026-10-15  TM    Queue lock: once the queue is open the batch
000877*                   writes a QUEUELOCK record (QLKREC.CPY) and
000878*                   empties it again when the batch ends
000879*                   normally, the way BCHCKPT is cleared.  While
000880*                   it is there the REQENTRY screen will not
000881*                   add, change, or delete an entry -- the
000882*                   queue is the batch's, and a restart after an
000883*                   abend needs it exactly as it was.
000884* 2026-10-15  TM    Redaction: an entry's new reqRedactMode of
000885*                   Y has the engine mask the Social Security
000886*                   and account numbers in the document and
000887*                   register them on REDACTREG.  Blank or N
000888*                   leaves the text as keyed; any other value
000889*                   skips the entry ER rather than guess which
000890*                   was meant.  The skip audit row carries a
000891*                   zero redaction count, and the retry record
000892*                   grew with the queue record.
000900
000910 IDENTIFICATION DIVISION.
000920 PROGRAM-ID. FORMBATCH.
001390* outputs -- SRCEDCHK extends it per entry.
001400     SELECT editRptFile ASSIGN TO "EDITRPT"
001410         ORGANIZATION IS SEQUENTIAL
001411         FILE STATUS IS editRptFileStatus.
001412
001413* The client master, read by code to fill the run settings an
001414* entry leaves blank.  Maintained by CLIMAINT.
001415     SELECT cliFile ASSIGN TO "CLIENTMAST"
001416         ORGANIZATION IS INDEXED
001417         ACCESS MODE IS DYNAMIC
001418         RECORD KEY IS cliCode
001419         FILE STATUS IS cliFileStatus.
001420
001421* The authorization master, read by key to decide whether the
001422* entry's requester may submit it.  Maintained by AUTHMAINT.
001423     SELECT authFile ASSIGN TO "AUTHMAST"
001424         ORGANIZATION IS INDEXED
001425         ACCESS MODE IS DYNAMIC
001426         RECORD KEY IS autKey
001427         FILE STATUS IS authFileStatus.
001428
001429* The queue lock, held from the moment the queue is open until
001430* the batch ends normally, so the REQENTRY screen leaves the
001431* queue alone while the batch owns it.
001432     SELECT lockFile ASSIGN TO "QUEUELOCK"
001433         ORGANIZATION IS SEQUENTIAL
001434         FILE STATUS IS lockFileStatus.
001435
001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  reqFile.
001660* record is a plain X-field here because reqRecord's own name
001670* already belongs to the request queue's FD above.
001680 FD  retryFile.
001690 01  rtyRecord PIC X(535).
001700
001710 FD  bchFile.
001720     COPY BCHREC.
001750* this driver only ever empties the file.
001760 FD  editRptFile.
001770 01  edtRecord PIC X(301).
001771
001772 FD  cliFile.
001773     COPY CLIREC.
001774
001775 FD  authFile.
001776     COPY AUTHREC.
001777
001778 FD  lockFile.
001779     COPY QLKREC.
001780
001790 WORKING-STORAGE SECTION.
001800 01  reqFileStatus PIC X(2) VALUE SPACES.
001860 01  retryFileStatus PIC X(2) VALUE SPACES.
001870 01  bchFileStatus PIC X(2) VALUE SPACES.
001880 01  editRptFileStatus PIC X(2) VALUE SPACES.
001882 01  cliFileStatus PIC X(2) VALUE SPACES.
001884 01  authFileStatus PIC X(2) VALUE SPACES.
001886 01  lockFileStatus PIC X(2) VALUE SPACES.
001890
001900* Queue-restart fields.  A BCHCKPT left by an interrupted run
001910* puts the step in resume mode: the finished entries are read
002370 01  requestValid PIC X(1) VALUE "Y".
002380     88  REQUEST-VALID-YES VALUE "Y".
002390     88  REQUEST-VALID-NO  VALUE "N".
002391 01  widthWork PIC X(4).
002392 01  widthValue PIC 9(3).
002393
002394* Client-master fields.  entryAsKeyed keeps the entry as it
002395* came off the queue, before any blank was filled from the
002396* master, so a retry re-queues what the desk keyed and picks
002397* up the master as it stands on the next run.
002398* entryKeywordList is the keyword list the engine scans the
002399* entry with -- the client's, or blank for KEYWORDS.
002400 01  clientMasterAvailable PIC X(1) VALUE "N".
002401     88  CLIENT-MASTER-AVAILABLE-YES VALUE "Y".
002402     88  CLIENT-MASTER-AVAILABLE-NO  VALUE "N".
002403 01  entryAsKeyed PIC X(535) VALUE SPACES.
002404 01  entryKeywordList PIC X(256) VALUE SPACES.
002405
002406* Authorization fields.  requestAuthorized tells a refusal
002407* (AU) from an ordinary bad entry (ER) once requestValid has
002408* gone to "N".  entryDirectory is the entry's source
002409* directory -- its filename up to the last slash, or "." for
002410* a bare name -- and grantKind/grantValue the grant being
002411* looked for on the master.
002412 01  authMasterAvailable PIC X(1) VALUE "N".
002413     88  AUTH-MASTER-AVAILABLE-YES VALUE "Y".
002414     88  AUTH-MASTER-AVAILABLE-NO  VALUE "N".
002415 01  requestAuthorized PIC X(1) VALUE "Y".
002416     88  REQUEST-AUTHORIZED-YES VALUE "Y".
002417     88  REQUEST-AUTHORIZED-NO  VALUE "N".
002418 01  grantFound PIC X(1) VALUE "N".
002419     88  GRANT-FOUND-YES VALUE "Y".
002420     88  GRANT-FOUND-NO  VALUE "N".
002421 01  entryDirectory PIC X(256) VALUE SPACES.
002422 01  grantKind PIC X(1) VALUE SPACE.
002423 01  grantValue PIC X(256) VALUE SPACES.
002424 01  filenameLength PIC 9(4) COMP VALUE 0.
002425 01  slashPosition PIC 9(4) COMP VALUE 0.
002426
002430* Batch counters and the per-document disposition table for
002440* the end-of-batch summary page.  dispTable holds the first
002450* dispTableMax entries; a queue longer than that still runs in
002490 01  okCount PIC 9(4) COMP VALUE 0.
002500 01  erCount PIC 9(4) COMP VALUE 0.
002510 01  trCount PIC 9(4) COMP VALUE 0.
002515 01  auCount PIC 9(4) COMP VALUE 0.
002520 01  dispTableMax PIC 9(4) COMP VALUE 500.
002530 01  dispCount PIC 9(4) COMP VALUE 0.
002540 01  dispOverflowCount PIC 9(4) COMP VALUE 0.
002990             UNTIL END-OF-FILE-YES
003000         PERFORM 5000-WRITE-BATCH-SUMMARY THRU 5000-EXIT
003010         PERFORM 8100-CLEAR-BATCH-CHECKPOINT THRU 8100-EXIT
003016         PERFORM 8200-RELEASE-QUEUE-LOCK THRU 8200-EXIT
003022         IF erCount > 0 OR trCount > 0 OR auCount > 0
003030             MOVE 4 TO RETURN-CODE
003040         ELSE
003050             MOVE 0 TO RETURN-CODE
003180* reconvert every document from the top, never resume one
003190* mid-document and splice its tail onto files just emptied.
003200* A missing queue ends the step with RETURN-CODE 8 before
003206* anything is touched.  An open queue is locked against the
003212* REQENTRY screen before anything else happens to it.
003220*****************************************************************
003230 1000-INITIALIZE-BATCH.
003240     MOVE FUNCTION CURRENT-DATE TO currentDateTime
003300             "IS MISSING OR UNREADABLE, STATUS " reqFileStatus
003310         MOVE 8 TO RETURN-CODE
003320     ELSE
003325         PERFORM 1300-SET-QUEUE-LOCK THRU 1300-EXIT
003330         PERFORM 1200-LOAD-BATCH-CHECKPOINT THRU 1200-EXIT
003340* A resumed step must leave everything the interrupted run
003350* wrote exactly where it is: the step outputs keep their
003460             CLOSE resultFile
003470             OPEN OUTPUT retryFile
003480             CLOSE retryFile
003481             OPEN OUTPUT editRptFile
003482             CLOSE editRptFile
003483         END-IF
003484
003485* A missing client master only matters to entries that name a
003486* client; 2155-APPLY-CLIENT-MASTER turns those away.
003487         MOVE "N" TO clientMasterAvailable
003488         OPEN INPUT cliFile
003489         IF cliFileStatus = "00"
003490             MOVE "Y" TO clientMasterAvailable
003491         END-IF
003492
003493* A missing authorization master refuses every entry -- no
003494* master, no proof anyone may submit anything.
003495         MOVE "N" TO authMasterAvailable
003496         OPEN INPUT authFile
003497         IF authFileStatus = "00"
003498             MOVE "Y" TO authMasterAvailable
003499         ELSE
003500             DISPLAY "FORMBATCH WARNING -- AUTHORIZATION MASTER "
003501                 "AUTHMAST UNAVAILABLE, STATUS " authFileStatus
003502                 " -- EVERY ENTRY WILL BE REFUSED"
003510         END-IF
003520     END-IF.
003530 1000-EXIT.
004300     MOVE bchOkCount TO okCount
004310     MOVE bchErCount TO erCount
004320     MOVE bchTrCount TO trCount
004321* A checkpoint taken before refusals were counted is short of
004322* the field; its refusals were all counted ER.
004323     IF bchAuCount NUMERIC
004324         MOVE bchAuCount TO auCount
004325     END-IF
004330     DISPLAY "FORMBATCH RESUMING -- "
004331         bchCompletedCount " ENTRIES ALREADY "
004332         "COMPLETE, SKIPPING TO THE INTERRUPTED ONE".
004333 1210-EXIT.
004334     EXIT.
004335
004336*****************************************************************
004337* 1300-SET-QUEUE-LOCK
004338* Writes the QUEUELOCK record that tells the REQENTRY screen
004339* the batch has started on the queue.  A resumed batch writes
004340* it again over the lock its interrupted run left.  A lock
004341* that cannot be written is said on SYSOUT: the batch still
004342* runs, but REQENTRY will take the queue for open.
004343*****************************************************************
004344 1300-SET-QUEUE-LOCK.
004345     MOVE "FORMBATCH" TO qlkJobName
004346     MOVE runDateYYYYMMDD TO qlkLockDate
004347     MOVE runTimeHHMMSS TO qlkLockTime
004348     OPEN OUTPUT lockFile
004349     IF lockFileStatus NOT = "00"
004350         DISPLAY "FORMBATCH WARNING -- QUEUE LOCK QUEUELOCK "
004351             "UNAVAILABLE, STATUS " lockFileStatus
004352             " -- REQENTRY CAN STILL CHANGE THE QUEUE"
004353         GO TO 1300-EXIT
004354     END-IF
004355     WRITE qlkRecord
004356     IF lockFileStatus NOT = "00"
004357         DISPLAY "FORMBATCH WARNING -- QUEUE LOCK QUEUELOCK "
004358             "NOT WRITTEN, STATUS " lockFileStatus
004359             " -- REQENTRY CAN STILL CHANGE THE QUEUE"
004360     END-IF
004361     CLOSE lockFile.
004362 1300-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004690
004700     IF END-OF-FILE-NO
004710         ADD 1 TO requestCount
004715         MOVE reqRecord TO entryAsKeyed
004720         PERFORM 2150-VALIDATE-REQUEST THRU 2150-EXIT
004721         MOVE "Y" TO requestAuthorized
004722         IF REQUEST-VALID-YES
004723             PERFORM 2170-AUTHORIZE-REQUEST THRU 2170-EXIT
004724             IF REQUEST-AUTHORIZED-NO
004725                 MOVE "N" TO requestValid
004726             END-IF
004727         END-IF
004730         IF REQUEST-VALID-YES
004740             PERFORM 2160-EDIT-SOURCE-FILE THRU 2160-EXIT
004750         END-IF
004770             MOVE 0 TO RETURN-CODE
004780             CALL "FORMENG" USING reqFilename reqLineWidth
004790                 reqPreserveDigits batchModeParm reqAlignMode
004796                 reqProfile reqClientCode entryKeywordList
004802                 reqRequesterId reqRedactMode
004810             EVALUATE RETURN-CODE
004820                 WHEN 0
004830                     MOVE "OK" TO thisDispCode
004940             PERFORM 2300-FETCH-AUDIT-RESULT THRU 2300-EXIT
004950             PERFORM 2400-WRITE-RESULT-RECORD THRU 2400-EXIT
004960         ELSE
004963             IF REQUEST-AUTHORIZED-NO
004966                 MOVE "AU" TO thisDispCode
004969                 ADD 1 TO auCount
004972             ELSE
004975                 MOVE "ER" TO thisDispCode
004978                 ADD 1 TO erCount
004981             END-IF
004990             PERFORM 8000-WRITE-SKIP-AUDIT-ROW THRU 8000-EXIT
005000* Turned away before the engine ran: the results row carries
005010* zeros -- no document ID or counts ever existed.
005020             MOVE 0 TO lastAudDocId
005030             MOVE 0 TO lastAudLineCount
005040             MOVE 0 TO lastAudWordCount
005050             MOVE thisDispCode TO lastAudCompletionCode
005060             PERFORM 2400-WRITE-RESULT-RECORD THRU 2400-EXIT
005070         END-IF
005080
005083* A refused entry is not retried: the next run would refuse
005086* it again until the desk fixes the grant.
005090         IF thisDispCode = "ER"
005100             PERFORM 2500-WRITE-RETRY-RECORD THRU 2500-EXIT
005110         END-IF
005350* the reflow can actually run at -- the line fields stop at
005360* 132, and below 10 the hyphen-split has no room to work.  A
005370* bad entry is skipped here so the engine is never started
005372* against parameters it would misbehave on.  An entry naming
005374* a client has its blanks filled from the client master
005376* first, so the filled values pass the same checks.  The
005378* redaction flag must be blank, Y or N: a mis-keyed flag on
005380* a document that was meant to be masked must not print it
005382* in the clear.
005390*****************************************************************
005400 2150-VALIDATE-REQUEST.
005410     MOVE "Y" TO requestValid
005440         MOVE "N" TO requestValid
005450         DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005460             " -- FILENAME IS BLANK"
005461     END-IF
005462
005463     MOVE SPACES TO entryKeywordList
005464     IF REQUEST-VALID-YES
005465         AND FUNCTION TRIM(reqClientCode) NOT = SPACES
005466         PERFORM 2155-APPLY-CLIENT-MASTER THRU 2155-EXIT
005470     END-IF
005480
005490     IF REQUEST-VALID-YES
005820                 DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005830                     " -- INVALID ALIGNMENT MODE: " reqAlignMode
005840                     " FOR " FUNCTION TRIM(reqFilename)
005841         END-EVALUATE
005842     END-IF
005843
005844     IF REQUEST-VALID-YES
005845         EVALUATE reqRedactMode
005846             WHEN SPACE
005847             WHEN "Y"
005848             WHEN "y"
005849             WHEN "N"
005850             WHEN "n"
005851                 CONTINUE
005852             WHEN OTHER
005853                 MOVE "N" TO requestValid
005854                 DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005855                     " -- INVALID REDACTION FLAG: " reqRedactMode
005856                     " FOR " FUNCTION TRIM(reqFilename)
005857         END-EVALUATE
005860     END-IF.
005861 2150-EXIT.
005862     EXIT.
005863
005864*****************************************************************
005865* 2155-APPLY-CLIENT-MASTER
005866* Looks the entry's client up on CLIENTMAST and fills each run
005867* setting the entry left blank from the client's record; a
005868* setting the entry keys itself always wins.  The client's
005869* keyword list goes to the engine with the entry.  An unknown
005870* or retired client -- or no master to look in -- skips the
005871* entry: guessing at a client's settings is the mistake the
005872* master exists to stop.
005873*****************************************************************
005874 2155-APPLY-CLIENT-MASTER.
005875     MOVE FUNCTION UPPER-CASE(reqClientCode) TO reqClientCode
005876     IF CLIENT-MASTER-AVAILABLE-NO
005877         MOVE "N" TO requestValid
005878         DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005879             " -- CLIENT MASTER CLIENTMAST UNAVAILABLE FOR "
005880             "CLIENT " reqClientCode
005881         GO TO 2155-EXIT
005882     END-IF
005883
005884     MOVE reqClientCode TO cliCode
005885     READ cliFile
005886         INVALID KEY
005887             MOVE "N" TO requestValid
005888             DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005889                 " -- UNKNOWN CLIENT " reqClientCode
005890                 " FOR " FUNCTION TRIM(reqFilename)
005891             GO TO 2155-EXIT
005892     END-READ
005893     IF cliStatus NOT = "A"
005894         MOVE "N" TO requestValid
005895         DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005896             " -- RETIRED CLIENT " reqClientCode
005897             " FOR " FUNCTION TRIM(reqFilename)
005898         GO TO 2155-EXIT
005899     END-IF
005900
005901     IF FUNCTION TRIM(reqLineWidth) = SPACES
005902         MOVE cliLineWidth TO reqLineWidth
005903     END-IF
005904     IF reqPreserveDigits = SPACE
005905         MOVE cliPreserveDigits TO reqPreserveDigits
005906     END-IF
005907     IF reqAlignMode = SPACE
005908         MOVE cliAlignMode TO reqAlignMode
005909     END-IF
005910     IF FUNCTION TRIM(reqProfile) = SPACES
005911         MOVE cliProfile TO reqProfile
005912     END-IF
005913     MOVE cliKeywordList TO entryKeywordList.
005914 2155-EXIT.
005915     EXIT.
005916
005917*****************************************************************
005918* 2160-EDIT-SOURCE-FILE
005920* Runs the SRCEDCHK source edit over the entry's file before
005930* the engine sees it.  A file the edit rejects -- unbalanced
005940* verbatim directives, nonprintable characters, a record
005941* that fills the input record area, or nothing there at all
005942* -- turns the entry away with an ER disposition; the
005943* findings are on the step's shared EDITRPT.
005944*****************************************************************
005945 2160-EDIT-SOURCE-FILE.
005946     MOVE 0 TO RETURN-CODE
005947     CALL "SRCEDCHK" USING reqFilename editBatchModeParm
005948     CANCEL "SRCEDCHK"
005949     IF RETURN-CODE NOT = 0
005950         MOVE "N" TO requestValid
005951         DISPLAY "FORMBATCH SKIPPED ENTRY " requestCount
005952             " -- SOURCE EDIT REJECTED "
005953             FUNCTION TRIM(reqFilename) " -- SEE EDITRPT"
005954     END-IF
005955     MOVE 0 TO RETURN-CODE.
005956 2160-EXIT.
005957     EXIT.
005958
005959*****************************************************************
005960* 2170-AUTHORIZE-REQUEST
005961* Proves the entry's requester may submit it before any work
005962* is done on the requester's behalf: the requester must be on
005963* AUTHMAST and active, must hold a grant for the directory
005964* the source file sits in, and -- when the entry prints under
005965* a profile, keyed or filled from the client master -- a
005966* grant for that profile.  A "*" grant covers every value of
005967* its kind.  The built-in layout needs no grant.  Anything
005968* short of that refuses the entry, and says why on SYSOUT.
005969*****************************************************************
005970 2170-AUTHORIZE-REQUEST.
005971     MOVE FUNCTION UPPER-CASE(reqRequesterId) TO reqRequesterId
005972     IF AUTH-MASTER-AVAILABLE-NO
005973         MOVE "N" TO requestAuthorized
005974         DISPLAY "FORMBATCH REFUSED ENTRY " requestCount
005975             " -- AUTHORIZATION MASTER AUTHMAST UNAVAILABLE FOR "
005976             FUNCTION TRIM(reqFilename)
005977         GO TO 2170-EXIT
005978     END-IF
005979
005980     IF reqRequesterId = SPACES
005981         MOVE "N" TO requestAuthorized
005982         DISPLAY "FORMBATCH REFUSED ENTRY " requestCount
005983             " -- NO REQUESTER ID FOR "
005984             FUNCTION TRIM(reqFilename)
005985         GO TO 2170-EXIT
005986     END-IF
005987
005988     MOVE SPACES TO autKey
005989     MOVE reqRequesterId TO autRequesterId
005990     SET AUT-KIND-REQUESTER TO TRUE
005991     READ authFile
005992         INVALID KEY
005993             MOVE "N" TO requestAuthorized
005994             DISPLAY "FORMBATCH REFUSED ENTRY " requestCount
005995                 " -- UNKNOWN REQUESTER " reqRequesterId
005996                 " FOR " FUNCTION TRIM(reqFilename)
005997             GO TO 2170-EXIT
005998     END-READ
005999     IF autStatus NOT = "A"
006000         MOVE "N" TO requestAuthorized
006001         DISPLAY "FORMBATCH REFUSED ENTRY " requestCount
006002             " -- RETIRED REQUESTER " reqRequesterId
006003             " FOR " FUNCTION TRIM(reqFilename)
006004         GO TO 2170-EXIT
006005     END-IF
006006
006007     PERFORM 2175-FIND-SOURCE-DIRECTORY THRU 2175-EXIT
006008     MOVE "D" TO grantKind
006009     MOVE entryDirectory TO grantValue
006010     PERFORM 2180-FIND-GRANT THRU 2180-EXIT
006011     IF GRANT-FOUND-NO
006012         MOVE "N" TO requestAuthorized
006013         DISPLAY "FORMBATCH REFUSED ENTRY " requestCount
006014             " -- REQUESTER " reqRequesterId
006015             " MAY NOT SUBMIT FROM "
006016             FUNCTION TRIM(entryDirectory)
006017             " FOR " FUNCTION TRIM(reqFilename)
006018         GO TO 2170-EXIT
006019     END-IF
006020
006021     IF FUNCTION TRIM(reqProfile) NOT = SPACES
006022         MOVE "P" TO grantKind
006023         MOVE FUNCTION TRIM(reqProfile) TO grantValue
006024         PERFORM 2180-FIND-GRANT THRU 2180-EXIT
006025         IF GRANT-FOUND-NO
006026             MOVE "N" TO requestAuthorized
006027             DISPLAY "FORMBATCH REFUSED ENTRY " requestCount
006028                 " -- REQUESTER " reqRequesterId
006029                 " MAY NOT PRINT UNDER PROFILE "
006030                 FUNCTION TRIM(reqProfile)
006031                 " FOR " FUNCTION TRIM(reqFilename)
006032             GO TO 2170-EXIT
006033         END-IF
006034     END-IF.
006035 2170-EXIT.
006036     EXIT.
006037
006038*****************************************************************
006039* 2175-FIND-SOURCE-DIRECTORY
006040* The entry's source directory: its filename up to, not
006041* including, the last slash -- "/" for a file at the root and
006042* "." for a bare name, which is read from the step's own
006043* directory.
006044*****************************************************************
006045 2175-FIND-SOURCE-DIRECTORY.
006046     MOVE FUNCTION TRIM(reqFilename) TO entryDirectory
006047     MOVE FUNCTION LENGTH(FUNCTION TRIM(entryDirectory TRAILING))
006048         TO filenameLength
006049     MOVE filenameLength TO slashPosition
006050     PERFORM 2176-STEP-BACK-ONE-CHARACTER THRU 2176-EXIT
006051         UNTIL slashPosition = 0
006052         OR entryDirectory(slashPosition:1) = "/"
006053
006054     EVALUATE slashPosition
006055         WHEN 0
006056             MOVE "." TO entryDirectory
006057         WHEN 1
006058             MOVE "/" TO entryDirectory
006059         WHEN OTHER
006060             MOVE SPACES TO entryDirectory(slashPosition:)
006061     END-EVALUATE.
006062 2175-EXIT.
006063     EXIT.
006064
006065*****************************************************************
006066* 2176-STEP-BACK-ONE-CHARACTER
006067* One step of the backward scan for the filename's last slash.
006068*****************************************************************
006069 2176-STEP-BACK-ONE-CHARACTER.
006070     SUBTRACT 1 FROM slashPosition.
006071 2176-EXIT.
006072     EXIT.
006073
006074*****************************************************************
006075* 2180-FIND-GRANT
006076* Looks for the requester's grant of grantKind for grantValue,
006077* then for the "*" grant of that kind.  A value longer than
006078* the master's key can hold can only be covered by "*" -- a
006079* cut-down key could match a grant for some other value.
006080*****************************************************************
006081 2180-FIND-GRANT.
006082     MOVE "N" TO grantFound
006083     IF grantValue(LENGTH OF autValue + 1:) = SPACES
006084         MOVE SPACES TO autKey
006085         MOVE reqRequesterId TO autRequesterId
006086         MOVE grantKind TO autKind
006087         MOVE grantValue TO autValue
006088         READ authFile
006089             INVALID KEY
006090                 CONTINUE
006091             NOT INVALID KEY
006092                 MOVE "Y" TO grantFound
006093                 GO TO 2180-EXIT
006094         END-READ
006095     END-IF
006096
006097     MOVE SPACES TO autKey
006098     MOVE reqRequesterId TO autRequesterId
006099     MOVE grantKind TO autKind
006100     MOVE "*" TO autValue
006101     READ authFile
006102         INVALID KEY
006103             CONTINUE
006104         NOT INVALID KEY
006105             MOVE "Y" TO grantFound
006106     END-READ.
006107 2180-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006800     MOVE lastAudCompletionCode TO rslCompletionCode
006810     MOVE lastAudLineCount TO rslLineCount
006820     MOVE lastAudWordCount TO rslWordCount
006823     MOVE reqClientCode TO rslClientCode
006826     MOVE reqRequesterId TO rslRequesterId
006830     WRITE rslRecord
006840     CLOSE resultFile.
006850 2400-EXIT.
006900* Re-queues the entry in hand on RETRYQUE, byte for byte in
006910* REQREC layout, so the failures mount straight in as the
006920* next run's REQQUEUE.  Appended per row the same way the
006926* results rows are, for the same abend-survival reason.  The
006932* entry goes back as keyed, before any client-master fill.
006940*****************************************************************
006950 2500-WRITE-RETRY-RECORD.
006960     OPEN EXTEND retryFile
006970     IF retryFileStatus NOT = "00"
006980         OPEN OUTPUT retryFile
006990     END-IF
007000     MOVE entryAsKeyed TO rtyRecord
007010     WRITE rtyRecord
007020     CLOSE retryFile.
007030 2500-EXIT.
007160     MOVE okCount TO bchOkCount
007170     MOVE erCount TO bchErCount
007180     MOVE trCount TO bchTrCount
007185     MOVE auCount TO bchAuCount
007190     MOVE queueFirstFilename TO bchFirstFilename
007200
007210     MOVE bchTempName TO bchAssignName
007380     MOVE bchFinalName TO bchAssignName
007390     OPEN OUTPUT bchFile
007400     CLOSE bchFile.
007401 8100-EXIT.
007402     EXIT.
007403
007404*****************************************************************
007405* 8200-RELEASE-QUEUE-LOCK
007406* Empties QUEUELOCK once the whole queue has run, handing the
007407* queue back to the REQENTRY screen.
007408*****************************************************************
007409 8200-RELEASE-QUEUE-LOCK.
007410     OPEN OUTPUT lockFile
007411     CLOSE lockFile.
007412 8200-EXIT.
007420     EXIT.
007430
007440*****************************************************************
008220         countDisplay DELIMITED BY SIZE
008230         INTO prtText
008240     WRITE prtRecord
008241
008242     MOVE SPACES TO prtRecord
008243     MOVE " " TO prtCarriageCtl
008244     MOVE auCount TO countDisplay
008245     STRING "AU:       " DELIMITED BY SIZE
008246         countDisplay DELIMITED BY SIZE
008247         "   (REFUSED -- REQUESTER NOT AUTHORIZED)"
008248         DELIMITED BY SIZE
008249         INTO prtText
008250     WRITE prtRecord
008251
008260     CLOSE outputFile.
008270 5000-EXIT.
008280     EXIT.
008870* Appends the ER audit row for a queue entry this driver
008880* skipped before the engine ran -- blank filename or invalid
008890* width -- so AUDITLOG still carries one row per requested
008896* document, runnable or not.  A refused entry's row carries
008902* AU instead, so the security report can find every attempt.
008910*****************************************************************
008920 8000-WRITE-SKIP-AUDIT-ROW.
008930     OPEN EXTEND auditFile
009010     MOVE runTimeHHMMSS TO audRunTime
009020     MOVE 0 TO audLineCount
009030     MOVE 0 TO audWordCount
009040     MOVE thisDispCode TO audCompletionCode
009050* No document ID: the entry was turned away before the engine
009060* ever assigned one.
009070     MOVE 0 TO audDocId
009100     MOVE 0 TO audEndTime
009110     MOVE 0 TO audElapsedSecs
009120     MOVE 0 TO audInputRecCount
009121     MOVE 0 TO audPageCount
009122     MOVE "N" TO audResumedFlag
009123     MOVE 0 TO audRedactCount
009124     MOVE reqClientCode TO audClientCode
009125     MOVE reqRequesterId TO audRequesterId
009130     WRITE audRecord
009140
009150     CLOSE auditFile.
009230 9999-END-RUN.
009240     IF reqFileStatus = "00" OR reqFileStatus = "10"
009250         CLOSE reqFile
009251     END-IF
009252     IF CLIENT-MASTER-AVAILABLE-YES
009253         CLOSE cliFile
009254     END-IF
009255     IF AUTH-MASTER-AVAILABLE-YES
009256         CLOSE authFile
009260     END-IF.
009270 9999-EXIT.
009280     EXIT.
