001865*                   a checkpoint-resumed run times just the
001867*                   resumed run, the way its row has always
001869*                   described just that run.
001870* 2026-10-15  TM    Client master: two more parameters ride
001871*                   the call -- the queue entry's client code,
001872*                   stamped on the AUDITLOG row (AUDREC.CPY grew
001873*                   audClientCode at the end) so the reports can
001874*                   group runs by client, and the client's
001875*                   keyword list, which the compliance scan
001876*                   loads in place of KEYWORDS when one is
001877*                   named.  The FORMATTING wrapper and DOCASM
001878*                   pass both blank, which keeps a single-
001879*                   document run exactly as it was.
001880* 2026-10-15  TM    Stamp each archived line with the page it
001881*                   printed on (ARCREC.CPY grew arcPageNum), so
001882*                   the ARCHSCAN rescan can place a hit on its
001883*                   page the way the exception report does.
001884* 2026-10-15  TM    Archive control totals: every document the
001885*                   run archives gets an ARCHCTL control record
001886*                   (CTLREC.CPY) at end of run -- its line,
001887*                   word, and paragraph counts, a hash total of
001888*                   the archived text, and the completion code
001889*                   -- so the ARCHVRFY job can prove the
001890*                   archived lines are complete.  The totals
001891*                   ride the checkpoint, so a resumed run's
001892*                   record covers the whole document.  A
001893*                   control master that will not open is said
001894*                   once and the run carries on.
001895* 2026-10-15  TM    ".HEADING text" directive: the text prints
001896*                   as keyed on a line of its own, unaligned,
001897*                   as a paragraph of its own (the paragraph
001898*                   open ahead of it ends, and the text after
001899*                   it starts a new one), and never as the
001900*                   last line on a page.  It files on REFLOWDAT
001901*                   and ARCHMAST as a heading record (outRecType
001902*                   / arcRecType "H"; every other line now
001903*                   files as "T").  Each heading is listed with
001904*                   its page on the CONTWORK work file, and a
001905*                   CONTENTS page printed after the body lists
001906*                   them.  The page is the one the heading
001907*                   actually printed on, profile page length
001908*                   and margins included, and CONTWORK is
001909*                   extended on a checkpoint resume, so the
001910*                   contents cover the whole document.
001911* 2026-10-15  TM    Requester ID: a ninth parameter names who
001912*                   submitted the run, and the engine carries
001913*                   it to the AUDITLOG row (audRequesterId) for
001914*                   the SECREPT security report.  The engine
001915*                   does not judge it -- FORMBATCH checks the
001916*                   requester against AUTHMAST before it ever
001917*                   calls.  The FORMATTING wrapper takes it as
001918*                   an optional sixth CHAINING parameter.
001919* 2026-10-15  TM    The audit row now carries the report pages
001920*                   the document printed and whether the run
001921*                   resumed from a checkpoint, for chargeback.
001922* 2026-10-15  TM    Redaction mode: a tenth parameter of "Y"
001923*                   masks every Social Security number (nine
001924*                   digits, bare or ddd-dd-dddd) and account
001925*                   number (a run of more than ten digits,
001926*                   dashes allowed) to X's but its last four
001927*                   digits as each word is placed, and every
001928*                   verbatim and heading line before it is
001929*                   written -- nothing reaches FORMRPT,
001930*                   REFLOWDAT, ARCHMAST, CONTWORK or the
001931*                   checkpoint in the clear.  Each value masked
001932*                   lands on the secured REDACTREG register
001933*                   (RDRREC.CPY) under the document ID, line
001934*                   and word, with its pattern type and the
001935*                   value as keyed, for an authorized reprint.
001936*                   The count is on the trailer page and the
001937*                   AUDITLOG row (audRedactCount) and rides the
001938*                   checkpoint, whose identity check now takes
001939*                   the redaction mode too.  The FORMATTING
001940*                   wrapper takes it as an optional seventh
001941*                   CHAINING parameter.
001942* 2026-10-15  TM    The AUDITLOG page count is every page the
001943*                   report printed -- body, contents, summary
001944*                   and exception pages alike -- counted as each
001945*                   page starts in 4500-WRITE-PRINT-RECORD and
001946*                   carried on the checkpoint.  It had been the
001947*                   body's page number, which left the trailing
001948*                   pages off the chargeback.
001949
001950*****************************************************************
001951* FORMATTING
001952* Thin wrapper preserving the original single-document job
001953* interface: the scheduler invokes FORMATTING with the same
001954* CHAINING parameters it always has -- plus the optional
001955* fourth alignment mode, fifth print-profile name, sixth
001956* requester ID, and seventh redaction flag -- and this
001957* wrapper hands them to the FORMENG engine with batch mode
001958* turned off.  Multi-document steps go through the FORMBATCH
001959* driver instead, which CALLs FORMENG once per queue entry.
001960*****************************************************************
001961 IDENTIFICATION DIVISION.
001962 PROGRAM-ID. FORMATTING.
001963 AUTHOR. TREVOR MINES.
001964 INSTALLATION. CSC 330.
001965 DATE-WRITTEN. 08/21/2026.
001970 DATE-COMPILED.
001980
001990 DATA DIVISION.
002030 01  preserveDigitsParm PIC X(1) VALUE SPACES.
002040 01  batchModeParm PIC X(1) VALUE "N".
002050 01  alignModeParm PIC X(1) VALUE SPACES.
002051 01  profileParm PIC X(256) VALUE SPACES.
002052* No client on a single-document call: the engine runs on the
002053* parameters as given and scans with the KEYWORDS list.
002054 01  clientCodeParm PIC X(8) VALUE SPACES.
002055 01  keywordListParm PIC X(256) VALUE SPACES.
002056* Who submitted the run, for the audit row; blank when the
002057* job gives none.
002058 01  requesterIdParm PIC X(8) VALUE SPACES.
002059* "Y" masks sensitive numbers; blank or omitted leaves the
002060* text as keyed.
002061 01  redactParm PIC X(1) VALUE SPACES.
002070
002080 PROCEDURE DIVISION CHAINING filename lineWidthParm
002086     preserveDigitsParm alignModeParm profileParm
002092     requesterIdParm redactParm.
002100
002110 0000-MAINLINE.
002120     CALL "FORMENG" USING filename lineWidthParm
002130         preserveDigitsParm batchModeParm alignModeParm
002136         profileParm clientCodeParm keywordListParm
002142         requesterIdParm redactParm
002150     GOBACK.
002160
002170 END PROGRAM FORMATTING.
002530         ORGANIZATION IS SEQUENTIAL
002540         FILE STATUS IS workFileStatus.
002550
002560     SELECT keywordFile ASSIGN TO DYNAMIC keywordListName
002570         ORGANIZATION IS LINE SEQUENTIAL
002580         FILE STATUS IS keywordFileStatus.
002590
002657         RECORD KEY IS excKey
002658         FILE STATUS IS excFileStatus.
002659
002660     SELECT ctlFile ASSIGN TO "ARCHCTL"
002661         ORGANIZATION IS INDEXED
002662         ACCESS MODE IS DYNAMIC
002663         RECORD KEY IS ctlDocId
002664         FILE STATUS IS ctlFileStatus.
002665
002666* The secured redaction register: what a masked value was.
002667     SELECT rdrFile ASSIGN TO "REDACTREG"
002668         ORGANIZATION IS INDEXED
002669         ACCESS MODE IS DYNAMIC
002670         RECORD KEY IS rdrKey
002671         FILE STATUS IS rdrFileStatus.
002672
002673     SELECT contFile ASSIGN TO "CONTWORK"
002674         ORGANIZATION IS SEQUENTIAL
002675         FILE STATUS IS contFileStatus.
002676
002677     SELECT ckptFile ASSIGN TO DYNAMIC ckptAssignName
002678         ORGANIZATION IS SEQUENTIAL
002680         FILE STATUS IS ckptFileStatus.
002690
002700 DATA DIVISION.
003052 FD  excFile.
003054     COPY EXCREC.
003056
003057 FD  ctlFile.
003058     COPY CTLREC.
003059
003060 FD  rdrFile.
003061     COPY RDRREC.
003062
003063* contFile lists the document's headings, one record per
003064* heading with the line and page it printed on, for the
003065* contents page at end of run.
003066 FD  contFile.
003067 01  contRecord.
003068     05  contLineNum         PIC 9(8).
003069     05  contPageNum         PIC 9(4).
003070     05  contText            PIC X(132).
003071
003072 FD  ckptFile.
003073     COPY CKPTREC.
003080
003090 WORKING-STORAGE SECTION.
003100 01  filename PIC X(256).
003120 01  inputFileStatus PIC X(2) VALUE SPACES.
003130 01  inputRecordCount PIC 9(8) VALUE 0.
003140 01  runCompletionCode PIC X(2) VALUE "OK".
003141* The CLIENTMAST client the caller ran the document for, blank
003142* when none; carried to the AUDITLOG row as given.
003143 01  clientCode PIC X(8) VALUE SPACES.
003144* Who submitted the run, blank when the caller did not say;
003145* carried to the AUDITLOG row as given.
003146 01  requesterId PIC X(8) VALUE SPACES.
003150 77  END-OF-FILE PIC 9(1) VALUE 0.
003160     88  END-OF-FILE-YES VALUE 1.
003170     88  END-OF-FILE-NO  VALUE 0.
003180
003190* Streaming-reflow fields.  Each record is classified as it is
003200* read -- content, blank (a paragraph boundary), a ".VERBATIM"
003206* or ".HEADING" directive, or empty once digit-blanking took
003212* everything --
003220* and content records feed the word scan directly.
003230* paragraphNum is stamped on every OUTREC; recordsBeforePara
003240* remembers how many input records were fully consumed ahead
003320     88  RECORD-CONTENT      VALUE "C".
003330     88  RECORD-BLANK        VALUE "B".
003340     88  RECORD-VERBATIM-DIR VALUE "V".
003345     88  RECORD-HEADING-DIR  VALUE "H".
003350     88  RECORD-EMPTY        VALUE "E".
003360 01  inParagraph PIC X(1) VALUE "N".
003370     88  IN-PARAGRAPH-YES VALUE "Y".
004848* overlengthWordCount so a restart keeps the document total.
004849 01  verbatimCutCount PIC 9(8) VALUE 0.
004850
004851* Heading fields.  headingWork is the ".HEADING" record with
004852* its leading spaces gone; headingText is the heading as it
004853* prints, cut at the 132-byte print line (said on SYSOUT).
004854* headingCount rides the checkpoint, so a resumed run knows
004855* CONTWORK has headings on it from before the restart.
004856* contLastLineNum lets the contents page pass over a heading
004857* listed twice -- one an abend caught between its CONTWORK
004858* write and its checkpoint, which the resume writes again.
004859 01  headingWork PIC X(300).
004860 01  headingText PIC X(132).
004861 01  headingTextLen PIC 9(3) VALUE 0.
004862 01  headingCount PIC 9(8) VALUE 0.
004863 01  contFileStatus PIC X(2) VALUE SPACES.
004864 01  contAvailable PIC X(1) VALUE "N".
004865     88  CONT-AVAILABLE-YES VALUE "Y".
004866     88  CONT-AVAILABLE-NO  VALUE "N".
004867 77  END-OF-CONTENTS PIC 9(1) VALUE 0.
004868     88  END-OF-CONTENTS-YES VALUE 1.
004869     88  END-OF-CONTENTS-NO  VALUE 0.
004870 01  contLastLineNum PIC 9(8) VALUE 0.
004871 01  contLinesOnPage PIC 9(4) VALUE 0.
004872 01  contLeader PIC X(104).
004873 01  contTextLen PIC 9(3) VALUE 0.
004874 01  contPageEdit PIC ZZZ9.
004875
004876* Print-report control fields.
004877 01  currentDateTime PIC X(21).
004880 01  runDate REDEFINES currentDateTime.
004890     05  runDateYYYYMMDD PIC 9(8).
004900     05  runTimeHHMMSS   PIC 9(6).
005100* Run-audit log fields.
005110 01  auditFileStatus PIC X(2).
005120 01  pageNum PIC 9(4) VALUE 1.
005122* Every page the report has started, body or not -- the page
005124* count the AUDITLOG row carries.
005126 01  printedPageCount PIC 9(6) VALUE 0.
005130 01  linesOnPage PIC 9(4) VALUE 0.
005140 01  linesPerPage PIC 9(3) VALUE 55.
005150* Counts how many times 1100-WRITE-REPORT-HEADER has run so
005350     88  ARCHIVE-AVAILABLE-YES VALUE "Y".
005360     88  ARCHIVE-AVAILABLE-NO  VALUE "N".
005370 01  archErrorCount PIC 9(8) VALUE 0.
005371
005372* Archive control-total fields, accumulated over every line
005373* sent to the archive and written to ARCHCTL at end of run.
005374* archParaCount counts the paragraphs that archived a line --
005375* an empty verbatim block is numbered but archives nothing.
005376* docHashTotal sums each archived line's character ordinals
005377* weighted by column; ARCHVRFY recomputes it the same way.
005378 01  ctlFileStatus PIC X(2) VALUE SPACES.
005379 01  controlAvailable PIC X(1) VALUE "N".
005380     88  CONTROL-AVAILABLE-YES VALUE "Y".
005381     88  CONTROL-AVAILABLE-NO  VALUE "N".
005382 01  archParaCount PIC 9(8) VALUE 0.
005383 01  lastArchParaNum PIC 9(8) VALUE 0.
005384 01  docHashTotal PIC 9(18) VALUE 0.
005385 01  lineHash PIC 9(9) VALUE 0.
005386 01  hashPos PIC 9(3) VALUE 0.
005387 01  hashLen PIC 9(3) VALUE 0.
005388
005390* Compliance keyword-scan fields.  The KEYWORDS list is loaded
005400* once at initialization, upper-cased, with each term's length
005410* alongside so the line scan can match it exactly.  Every
005480* the full set is always recoverable from the flagged OUTRECs.
005490* flaggedLineCount IS carried through the checkpoint, so the
005500* AUDITLOG figure covers the whole document regardless.
005503* keywordListName is KEYWORDS unless the caller named a
005506* client's own list.
005510 01  keywordFileStatus PIC X(2) VALUE SPACES.
005515 01  keywordListName PIC X(256) VALUE "KEYWORDS".
005520 01  keywordScanActive PIC X(1) VALUE "N".
005530     88  KEYWORD-SCAN-ACTIVE-YES VALUE "Y".
005540     88  KEYWORD-SCAN-ACTIVE-NO  VALUE "N".
005823     88  EXCP-AVAILABLE-NO  VALUE "N".
005824 01  excpErrorCount PIC 9(8) VALUE 0.
005825
005826* Redaction fields.  redactParm is the tenth run parameter; "Y"
005827* turns redactMode on, and 4600-REDACT-TEXT then masks every
005828* sensitive number in the text waiting in redactWork before
005829* it is written: a run of digits -- dashes between them do
005830* not break it -- is a Social Security number when it has
005831* nine digits, bare or keyed ddd-dd-dddd, and an account
005832* number when it has more than acctDigitLimit.  All but its
005833* last four digits become "X"; the dashes stay.  The value
005834* as keyed lands on REDACTREG under the line (redactLineNum)
005835* and the word of the line it sits in -- redactWordBase is
005836* how many words of the line come ahead of the text handed
005837* in.  A register that will not open is announced once and
005838* the run still masks; a key already there is a restart
005839* re-masking a value it holds (status 22), not an error.
005840 01  redactParm PIC X(1) VALUE SPACES.
005841 01  redactMode PIC X(1) VALUE "N".
005842     88  REDACT-MODE-YES VALUE "Y".
005843     88  REDACT-MODE-NO  VALUE "N".
005844 01  rdrFileStatus PIC X(2) VALUE SPACES.
005845 01  rdrAvailable PIC X(1) VALUE "N".
005846     88  RDR-AVAILABLE-YES VALUE "Y".
005847     88  RDR-AVAILABLE-NO  VALUE "N".
005848 01  rdrErrorCount PIC 9(8) VALUE 0.
005849 01  redactionCount PIC 9(8) VALUE 0.
005850 01  acctDigitLimit PIC 9(2) VALUE 10.
005851 01  redactWork PIC X(8192).
005852 01  redactWorkLen PIC 9(8) VALUE 0.
005853 01  redactLineNum PIC 9(8) VALUE 0.
005854 01  redactWordBase PIC 9(4) VALUE 0.
005855 01  rdScanPos PIC 9(8) VALUE 0.
005856 01  rdWordNum PIC 9(4) VALUE 0.
005857 01  rdRunNum PIC 9(2) VALUE 0.
005858 01  rdInWord PIC X(1) VALUE "N".
005859     88  RD-IN-WORD-YES VALUE "Y".
005860     88  RD-IN-WORD-NO  VALUE "N".
005861 01  rdRunOpen PIC X(1) VALUE "N".
005862     88  RD-RUN-OPEN-YES VALUE "Y".
005863     88  RD-RUN-OPEN-NO  VALUE "N".
005864 01  rdRunStart PIC 9(8) VALUE 0.
005865 01  rdRunLastDigit PIC 9(8) VALUE 0.
005866 01  rdRunLen PIC 9(8) VALUE 0.
005867 01  rdDashCount PIC 9(8) VALUE 0.
005868 01  rdDigitCount PIC 9(8) VALUE 0.
005869 01  rdDigitsToMask PIC 9(8) VALUE 0.
005870 01  rdDigitsMasked PIC 9(8) VALUE 0.
005871 01  rdMaskPos PIC 9(8) VALUE 0.
005872 01  rdPatternType PIC X(1) VALUE SPACE.
005873
005874* Print-profile fields.  profileName is the file named by the
005875* fifth run parameter; blank keeps the built-in layout.  The
005876* cards set the title line, the page length (linesPerPage),
005877* the top margin (blank lines under the header), the bottom
005878* margin (blank lines above the footer), and the footer text,
005880* which may carry &PAGE and &PAGES tokens.  pageBodyLimit is
005890* where body lines stop on each page -- the page length less
005900* the room the bottom margin and footer reserve -- and
006850* wrapper below for a single-document step, or the FORMBATCH
006860* driver for one entry of a request queue.  They are copied
006870* into the working fields by 1010-ACCEPT-PARAMETERS before
006872* anything opens or derives from them.  linkClientCode and
006874* linkKeywordList come from a FORMBATCH entry that named a
006876* client; every other caller passes them blank.
006878* linkRequesterId is whoever submitted the run, as the caller
006880* knows it -- blank when it does not.  linkRedactParm "Y"
006882* asks for sensitive numbers to be masked.
006890 01  linkFilename PIC X(256).
006900 01  linkLineWidthParm PIC X(4).
006910 01  linkPreserveDigitsParm PIC X(1).
006920 01  linkBatchModeParm PIC X(1).
006930 01  linkAlignModeParm PIC X(1).
006940 01  linkProfileParm PIC X(256).
006942 01  linkClientCode PIC X(8).
006944 01  linkKeywordList PIC X(256).
006946 01  linkRequesterId PIC X(8).
006948 01  linkRedactParm PIC X(1).
006950
006960 PROCEDURE DIVISION USING linkFilename linkLineWidthParm
006970     linkPreserveDigitsParm linkBatchModeParm
006976     linkAlignModeParm linkProfileParm linkClientCode
006982     linkKeywordList linkRequesterId linkRedactParm.
006990
007000 0000-MAINLINE.
007010     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
007150         PERFORM 4270-CLOSE-PAGE-WITH-FOOTER THRU 4270-EXIT
007160     ELSE
007170         PERFORM 4270-CLOSE-PAGE-WITH-FOOTER THRU 4270-EXIT
007175         PERFORM 5050-WRITE-CONTENTS-PAGE THRU 5050-EXIT
007180         PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT
007190         PERFORM 8100-CLEAR-CHECKPOINT THRU 8100-EXIT
007200     END-IF
007430     PERFORM 1050-DERIVE-LINE-WIDTH THRU 1050-EXIT
007440     PERFORM 1055-DERIVE-ALIGN-MODE THRU 1055-EXIT
007450     PERFORM 1060-DERIVE-DIGIT-MODE THRU 1060-EXIT
007455     PERFORM 1065-DERIVE-REDACT-MODE THRU 1065-EXIT
007460     PERFORM 1098-LOAD-PRINT-PROFILE THRU 1098-EXIT
007470     IF PROFILE-ERROR-YES
007480         GO TO 1000-EXIT
007850         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
007860     END-IF
007870
007875     PERFORM 1075-OPEN-CONTENTS-WORK THRU 1075-EXIT
007880     PERFORM 1080-OPEN-ARCHIVE THRU 1080-EXIT
007884     PERFORM 1090-LOAD-KEYWORDS THRU 1090-EXIT
007888     IF REDACT-MODE-YES
007892         PERFORM 1094-OPEN-REDACTION-REGISTER THRU 1094-EXIT
007896     END-IF.
007900 1000-EXIT.
007910     EXIT.
007920
008040     MOVE linkPreserveDigitsParm TO preserveDigitsParm
008050     MOVE linkAlignModeParm TO alignModeParm
008060     MOVE linkProfileParm TO profileParm
008061     MOVE linkClientCode TO clientCode
008062     MOVE linkRedactParm TO redactParm
008063     MOVE FUNCTION UPPER-CASE(linkRequesterId) TO requesterId
008064     MOVE "KEYWORDS" TO keywordListName
008065     IF FUNCTION TRIM(linkKeywordList) NOT = SPACES
008066         MOVE linkKeywordList TO keywordListName
008067     END-IF
008070     MOVE "N" TO batchMode
008080     IF linkBatchModeParm = "Y" OR linkBatchModeParm = "y"
008090         MOVE "Y" TO batchMode
008650 1060-EXIT.
008660     EXIT.
008670
008671*****************************************************************
008672* 1065-DERIVE-REDACT-MODE
008673* Converts the redaction parameter into the redactMode switch.
008674* Only "Y" (either case) masks; blank -- what every existing
008675* job passes by omitting it -- and anything else leave the
008676* text as keyed.
008677*****************************************************************
008678 1065-DERIVE-REDACT-MODE.
008679     MOVE "N" TO redactMode
008680     IF redactParm = "Y" OR redactParm = "y"
008681         MOVE "Y" TO redactMode
008682     END-IF.
008683 1065-EXIT.
008684     EXIT.
008685
008686*****************************************************************
008690* 1070-LOAD-CHECKPOINT
008700* Looks for a saved checkpoint from a prior, interrupted run and,
008710* if one is found, checks that it was saved by this same job --
008940                         AND ckptPreserveDigits = preserveDigits
008950                         AND ckptAlignMode = alignMode
008960                         AND ckptProfile = profileName
008965                         AND ckptRedactMode = redactMode
008970                     MOVE "Y" TO resumedFromCheckpoint
008980                     MOVE ckptPoint TO point
008990                     MOVE ckptLineNum TO lineNum
009300                     MOVE ckptFlaggedCount TO flaggedLineCount
009302                     MOVE ckptVerbatimCutCount TO
009304                         verbatimCutCount
009305                     MOVE ckptHashTotal TO docHashTotal
009306                     MOVE ckptArchParaCount TO archParaCount
009307                     MOVE ckptLastArchPara TO lastArchParaNum
009308                     MOVE ckptHeadingCount TO headingCount
009309                     MOVE ckptRedactCount TO redactionCount
009310                     IF ckptPrintedPages NUMERIC
009311                         MOVE ckptPrintedPages TO
009312                             printedPageCount
009313                     END-IF
009314                 ELSE
009320                     SET CHECKPOINT-BELONGS-TO-OTHER-JOB-YES
009330                         TO TRUE
009340                     DISPLAY "CHECKPOINT IGNORED -- SAVED BY "
009370                         " -- STARTING FROM THE BEGINNING"
009380                 END-IF
009390         END-READ
009391         CLOSE ckptFile
009392     END-IF.
009393 1070-EXIT.
009394     EXIT.
009395
009396*****************************************************************
009397* 1075-OPEN-CONTENTS-WORK
009398* Opens the CONTWORK heading list: emptied on a fresh start,
009399* extended on a checkpoint resume so the headings the
009400* interrupted run listed stay on it.  A list that will not
009401* open is said once; the document still converts, and the
009402* contents page says the list was lost.
009403*****************************************************************
009404 1075-OPEN-CONTENTS-WORK.
009405     MOVE "N" TO contAvailable
009406     IF RESUMED-FROM-CHECKPOINT-YES
009407         OPEN EXTEND contFile
009408         IF contFileStatus NOT = "00"
009409             OPEN OUTPUT contFile
009410             IF headingCount > 0
009411                 DISPLAY "HEADING LIST CONTWORK WAS NOT FOUND ON "
009412                     "RESUME -- THE CONTENTS PAGE WILL MISS "
009413                     "HEADINGS FROM BEFORE THE RESTART"
009414             END-IF
009415         END-IF
009416     ELSE
009417         OPEN OUTPUT contFile
009418     END-IF
009419
009420     IF contFileStatus = "00"
009421         MOVE "Y" TO contAvailable
009422     ELSE
009423         DISPLAY "HEADING LIST CONTWORK UNAVAILABLE, STATUS "
009424             contFileStatus " -- NO CONTENTS PAGE THIS RUN"
009425     END-IF.
009426 1075-EXIT.
009430     EXIT.
009440
009450*****************************************************************
009680         IF RESUMED-FROM-CHECKPOINT-NO
009690             PERFORM 1085-ENSURE-UNIQUE-DOC-ID THRU 1085-EXIT
009700         END-IF
009705         PERFORM 1088-OPEN-CONTROL-FILE THRU 1088-EXIT
009710     ELSE
009720         DISPLAY "ARCHIVE MASTER ARCHMAST UNAVAILABLE, STATUS "
009730             archFileStatus
010140         END-IF
010150     END-IF.
010160 1086-EXIT.
010161     EXIT.
010162
010163*****************************************************************
010164* 1088-OPEN-CONTROL-FILE
010165* Opens (creating on first use) the ARCHCTL control master the
010166* document's control record goes to at end of run.  One that
010167* will not open is announced once; the document still
010168* archives, and the verify job will list it as having no
010169* control record.
010170*****************************************************************
010171 1088-OPEN-CONTROL-FILE.
010172     MOVE "N" TO controlAvailable
010173     OPEN I-O ctlFile
010174     IF ctlFileStatus = "35"
010175         OPEN OUTPUT ctlFile
010176         IF ctlFileStatus = "00"
010177             CLOSE ctlFile
010178             OPEN I-O ctlFile
010179         END-IF
010180     END-IF
010181
010182     IF ctlFileStatus = "00"
010183         MOVE "Y" TO controlAvailable
010184     ELSE
010185         DISPLAY "ARCHIVE CONTROL MASTER ARCHCTL UNAVAILABLE, "
010186             "STATUS " ctlFileStatus
010187             " -- NO CONTROL RECORD FOR THIS DOCUMENT"
010188     END-IF.
010189 1088-EXIT.
010190     EXIT.
010191
010192*****************************************************************
010200* 1090-LOAD-KEYWORDS
010210* Loads the compliance keyword list, one term or phrase per
010220* record, upper-cased with its length alongside for the line
010230* scan.  No KEYWORDS file -- or an empty one -- simply turns
010240* the scan off for this run, said once so the operator knows
010245* why no exception report follows the summary.  A client's
010250* own list, when the caller names one, is loaded in its place
010255* and treated the same way.
010260*****************************************************************
010270 1090-LOAD-KEYWORDS.
010280     MOVE "N" TO keywordScanActive
010300     MOVE 0 TO keywordEOF
010310     OPEN INPUT keywordFile
010320     IF keywordFileStatus NOT = "00"
010330         DISPLAY "KEYWORD LIST " FUNCTION TRIM(keywordListName)
010340             " NOT PRESENT, STATUS " keywordFileStatus
010350             " -- COMPLIANCE SCAN OFF THIS RUN"
010360         GO TO 1090-EXIT
010370     END-IF
010508     EXIT.
010509
010510*****************************************************************
010511* 1094-OPEN-REDACTION-REGISTER
010512* Opens (creating on first use) the REDACTREG register a
010513* redaction run lands its masked values on.  A register that
010514* will not open is announced once and left out of the run --
010515* the values are masked all the same, since nothing may print
010516* in the clear, but their originals are not kept.
010517*****************************************************************
010518 1094-OPEN-REDACTION-REGISTER.
010519     MOVE "N" TO rdrAvailable
010520     OPEN I-O rdrFile
010521     IF rdrFileStatus = "35"
010522         OPEN OUTPUT rdrFile
010523         IF rdrFileStatus = "00"
010524             CLOSE rdrFile
010525             OPEN I-O rdrFile
010526         END-IF
010527     END-IF
010528
010529     IF rdrFileStatus = "00"
010530         MOVE "Y" TO rdrAvailable
010531     ELSE
010532         DISPLAY "REDACTION REGISTER REDACTREG UNAVAILABLE, "
010533             "STATUS " rdrFileStatus
010534             " -- VALUES ARE MASKED BUT NOT REGISTERED"
010535     END-IF.
010536 1094-EXIT.
010537     EXIT.
010538
010539*****************************************************************
010540* 1095-LOAD-ONE-KEYWORD
010541* Loads one keyword-list record, skipping blank ones.
010542*****************************************************************
010543 1095-LOAD-ONE-KEYWORD.
010550     READ keywordFile
010558         AT END SET KEYWORD-EOF-YES TO TRUE
010566     END-READ
013220
013230*****************************************************************
013240* 2100-READ-ONE-RECORD
013249* Reads and classifies one input record.  A ".VERBATIM" or
013258* ".HEADING" directive and a blank record are boundaries the
013267* caller acts on; anything else is content, cleaned up in
013276* place for the word scan: digits blanked unless preserved,
013285* and the content length left in currLineLen.  Blankness is
013294* judged on the record as keyed, before digit-blanking, so a
013303* record of nothing but digits never turns into a paragraph
013312* break -- it classifies as empty and contributes nothing at
013321* all.
013330*****************************************************************
013340 2100-READ-ONE-RECORD.
013350     MOVE SPACES TO currLine
013480         SET RECORD-VERBATIM-DIR TO TRUE
013490         GO TO 2100-EXIT
013500     END-IF
013501     IF currLine = SPACES
013502         SET RECORD-BLANK TO TRUE
013503         GO TO 2100-EXIT
013504     END-IF
013505
013506* A heading keeps its text as keyed, digits and all, the way a
013507* verbatim line does.  A ".HEADING" with no text after it is
013508* passed over, and said so.
013509     MOVE FUNCTION TRIM(currLine LEADING) TO headingWork
013510     IF FUNCTION UPPER-CASE(headingWork(1:9)) = ".HEADING "
013511         IF headingWork(10:291) = SPACES
013512             DISPLAY "HEADING DIRECTIVE WITH NO TEXT PASSED OVER "
013513                 "AT INPUT RECORD " inputRecordCount
013514             SET RECORD-EMPTY TO TRUE
013515             GO TO 2100-EXIT
013516         END-IF
013517         MOVE FUNCTION LENGTH(FUNCTION TRIM(headingWork(10:291)))
013518             TO headingTextLen
013519         IF headingTextLen > 132
013520             DISPLAY "HEADING WIDER THAN THE 132-BYTE PRINT LINE "
013521                 "CUT AT THAT WIDTH AT INPUT RECORD "
013522                 inputRecordCount
013523         END-IF
013524         MOVE FUNCTION TRIM(headingWork(10:291)) TO headingText
013525         SET RECORD-HEADING-DIR TO TRUE
013530         GO TO 2100-EXIT
013540     END-IF
013550
014510* separating blank line ahead of every paragraph but the
014520* first) and feeds the record's words to the line builder; a
014530* blank record ends the open paragraph; a ".VERBATIM"
014536* directive ends it too, then runs the protected block, and a
014542* ".HEADING" directive ends it and writes the heading.  A
014550* record being resumed from a checkpoint skips the fresh
014560* setup -- its paragraph state and scan position were all
014570* restored -- and scans on from the saved point.
015098             PERFORM 3055-END-PARAGRAPH THRU 3055-EXIT
015100             MOVE 0 TO vbSkipCount
015110             PERFORM 3070-PROCESS-VERBATIM-BLOCK THRU 3070-EXIT
015112         WHEN RECORD-HEADING-DIR
015114             PERFORM 3055-END-PARAGRAPH THRU 3055-EXIT
015116             PERFORM 3080-WRITE-HEADING THRU 3080-EXIT
015120         WHEN RECORD-EMPTY
015130             CONTINUE
015140     END-EVALUATE.
015240* CHECKPOINT pointing back inside this paragraph across the
015250* whole boundary, and an abend in that window would replay
015260* this paragraph's final line on resume.  Also run at end of
015264* file for the last paragraph of the document.  A ".HEADING"
015268* directive ending the paragraph is not written yet, so that
015272* checkpoint leaves the directive record unread: an abend
015276* before the heading's own checkpoint resumes onto it again.
015280*****************************************************************
015290 3055-END-PARAGRAPH.
015300     IF IN-PARAGRAPH-NO
015390
015400     MOVE "N" TO inParagraph
015410     MOVE inputRecordCount TO recordsBeforePara
015412     IF RECORD-HEADING-DIR
015414         SUBTRACT 1 FROM recordsBeforePara
015416     END-IF
015420
015430     IF CHECKPOINT-NEEDED-YES
015440         PERFORM 4400-WRITE-CHECKPOINT THRU 4400-EXIT
016820
016830     IF linesOnPage >= pageBodyLimit
016840         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
016841     END-IF
016842
016843* A redaction run masks the line in the table itself, so the
016844* scan, the report, the data file and the archive all take
016845* the masked text.
016846     IF REDACT-MODE-YES
016847         MOVE vbLine(vbIndex) TO redactWork
016848         MOVE FUNCTION LENGTH(FUNCTION TRIM(vbLine(vbIndex)
016849             TRAILING)) TO redactWorkLen
016850         MOVE lineNum TO redactLineNum
016851         MOVE 0 TO redactWordBase
016852         PERFORM 4600-REDACT-TEXT THRU 4600-EXIT
016853         MOVE redactWork(1:132) TO vbLine(vbIndex)
016854     END-IF
016855
016862* The scan copy is the line squeezed to single spaces, so a
016864* multi-word phrase keyed with aligned-column spacing still
016866* matches; the line itself goes out exactly as keyed.
017090     MOVE vbLine(vbIndex) TO outText
017100     MOVE lineFlagged TO outFlag
017110     MOVE lineKeyword TO outKeyword
017115     MOVE "T" TO outRecType
017120     WRITE outRecord
017130
017140     IF ARCHIVE-AVAILABLE-YES
017170         MOVE vbWordCount TO arcWordCount
017180         MOVE paragraphNum TO arcParaNum
017190         MOVE vbLine(vbIndex) TO arcText
017192         SUBTRACT 1 FROM pageNum GIVING arcPageNum
017194         MOVE "T" TO arcRecType
017196         PERFORM 4360-ADD-TO-CONTROL-TOTALS THRU 4360-EXIT
017200         WRITE arcRecord
017210         IF archFileStatus NOT = "00"
017220                 AND archFileStatus NOT = "02"
017810* One token probe of the word count scan.
017820*****************************************************************
017830 3079-COUNT-ONE-TOKEN.
017831     MOVE SPACES TO vbScanWord
017832     UNSTRING vbLine(vbIndex) DELIMITED BY SPACE
017833         INTO vbScanWord
017834         WITH POINTER vbScanPoint
017835     IF vbScanWord NOT = SPACES
017836         ADD 1 TO vbWordCount
017837     END-IF.
017838 3079-EXIT.
017839     EXIT.
017840
017841*****************************************************************
017842* 3080-WRITE-HEADING
017843* Puts the heading just read out to the report, the data file,
017844* and the archive as a paragraph of its own: the next
017845* paragraph number and the separating blank line, then the
017846* text as keyed, not aligned.  A heading that would be the
017847* last body line on the page goes to the top of the next one
017848* instead, so it always has text under it.  It is scanned,
017849* counted, and hashed like any line, listed with its page on
017850* CONTWORK for the contents page, and checkpointed.  The
017851* verbatim line's scan and word-count paragraphs do the
017852* squeezing and counting, from the first table slot -- no
017853* block is open while a heading is written.
017854*****************************************************************
017855 3080-WRITE-HEADING.
017856     ADD 1 TO paragraphNum
017857     IF paragraphNum > 1
017858         PERFORM 4250-WRITE-PARAGRAPH-BREAK THRU 4250-EXIT
017859     END-IF
017860     IF linesOnPage + 1 >= pageBodyLimit
017861         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
017862     END-IF
017863
017864     IF REDACT-MODE-YES
017865         MOVE headingText TO redactWork
017866         MOVE FUNCTION LENGTH(FUNCTION TRIM(headingText
017867             TRAILING)) TO redactWorkLen
017868         MOVE lineNum TO redactLineNum
017869         MOVE 0 TO redactWordBase
017870         PERFORM 4600-REDACT-TEXT THRU 4600-EXIT
017871         MOVE redactWork(1:132) TO headingText
017872     END-IF
017873
017874     MOVE headingText TO vbLine(1)
017875     MOVE 1 TO vbIndex
017876     PERFORM 3076-SQUEEZE-VERBATIM-SCAN THRU 3076-EXIT
017877     PERFORM 4180-SCAN-LINE-FOR-KEYWORDS THRU 4180-EXIT
017878
017879     MOVE SPACES TO prtRecord
017880     MOVE " " TO prtCarriageCtl
017881     STRING lineNum DELIMITED BY SIZE
017882         "  " DELIMITED BY SIZE
017883         headingText DELIMITED BY SIZE
017884         INTO prtText
017885     PERFORM 4500-WRITE-PRINT-RECORD
017886         THRU 4500-EXIT
017887     ADD 1 TO linesOnPage
017888     IF LINE-FLAGGED-YES
017889         PERFORM 4190-RECORD-KEYWORD-HIT THRU 4190-EXIT
017890     END-IF
017891
017892     PERFORM 3078-COUNT-VERBATIM-WORDS THRU 3078-EXIT
017893
017894     MOVE docId TO outDocId
017895     MOVE lineNum TO outLineNum
017896     MOVE vbWordCount TO outWordCount
017897     MOVE paragraphNum TO outParaNum
017898     MOVE headingText TO outText
017899     MOVE lineFlagged TO outFlag
017900     MOVE lineKeyword TO outKeyword
017901     MOVE "H" TO outRecType
017902     WRITE outRecord
017903
017904     IF ARCHIVE-AVAILABLE-YES
017905         MOVE docId TO arcDocId
017906         MOVE lineNum TO arcLineNum
017907         MOVE vbWordCount TO arcWordCount
017908         MOVE paragraphNum TO arcParaNum
017909         MOVE headingText TO arcText
017910         SUBTRACT 1 FROM pageNum GIVING arcPageNum
017911         MOVE "H" TO arcRecType
017912         PERFORM 4360-ADD-TO-CONTROL-TOTALS THRU 4360-EXIT
017913         WRITE arcRecord
017914         IF archFileStatus NOT = "00"
017915                 AND archFileStatus NOT = "02"
017916             ADD 1 TO archErrorCount
017917         END-IF
017918     END-IF
017919
017920     IF CONT-AVAILABLE-YES
017921         MOVE lineNum TO contLineNum
017922         SUBTRACT 1 FROM pageNum GIVING contPageNum
017923         MOVE headingText TO contText
017924         WRITE contRecord
017925     END-IF
017926     ADD 1 TO headingCount
017927
017928     ADD 1 TO totalLineCount
017929     ADD vbWordCount TO totalWordCount
017930     IF vbWordCount <= 10
017931         ADD 1 TO bucket1to10
017932     ELSE
017933         IF vbWordCount <= 20
017934             ADD 1 TO bucket11to20
017935         ELSE
017936             ADD 1 TO bucket21plus
017937         END-IF
017938     END-IF
017939
017940     ADD 1 TO lineNum
017941     MOVE inputRecordCount TO recordsBeforePara
017942     PERFORM 4400-WRITE-CHECKPOINT THRU 4400-EXIT
017943     SET CHECKPOINT-NEEDED-NO TO TRUE.
017944 3080-EXIT.
017945     EXIT.
017946
017947*****************************************************************
017950* 2050-SKIP-RESUMED-RECORDS
017960* Positions a resumed run back at the interrupted record by
017970* reading past the input records consumed ahead of it.
018500             IF (currLen + wordLen) > sixtyone
018510                 PERFORM 4100-FINALIZE-LINE THRU 4100-EXIT
018520             END-IF
018521
018522* Masked only now, once the line it lands on is settled.
018523* Masking keeps the word's length, so the fit above holds.
018524             IF REDACT-MODE-YES
018525                 MOVE word TO redactWork
018526                 SUBTRACT 1 FROM wordLen GIVING redactWorkLen
018527                 MOVE lineNum TO redactLineNum
018528                 MOVE wordCount TO redactWordBase
018529                 PERFORM 4600-REDACT-TEXT THRU 4600-EXIT
018530                 MOVE redactWork TO word
018531             END-IF
018532
018540             MOVE SPACES TO lineBuild
018550             STRING FUNCTION TRIM(thisLine) DELIMITED BY SIZE
018560                 SPACE
018850     SUBTRACT 1 FROM lineWidth GIVING maxChunkLen
018860
018870     IF currLen > 0
018871         PERFORM 4100-FINALIZE-LINE THRU 4100-EXIT
018872     END-IF
018873
018874* The whole word is masked before it is cut, so a number the
018875* cut would break across lines is still found; it is
018876* registered on the line its first chunk prints on.
018877     IF REDACT-MODE-YES
018878         MOVE word TO redactWork
018879         MOVE wordLen TO redactWorkLen
018880         MOVE lineNum TO redactLineNum
018881         MOVE 0 TO redactWordBase
018882         PERFORM 4600-REDACT-TEXT THRU 4600-EXIT
018883         MOVE redactWork TO word
018890     END-IF
018900
018910     MOVE FUNCTION TRIM(word) TO splitWord
021910     MOVE verbatimCkptIndex TO ckptVerbatimIndex
021920     MOVE inParagraph TO ckptInParagraph
021930     MOVE flaggedLineCount TO ckptFlaggedCount
021931     MOVE docHashTotal TO ckptHashTotal
021932     MOVE archParaCount TO ckptArchParaCount
021933     MOVE lastArchParaNum TO ckptLastArchPara
021934     MOVE headingCount TO ckptHeadingCount
021935     MOVE redactMode TO ckptRedactMode
021936     MOVE redactionCount TO ckptRedactCount
021937     MOVE printedPageCount TO ckptPrintedPages
021940
021950     MOVE ckptTempName TO ckptAssignName
021960     OPEN OUTPUT ckptFile
022930* Every print record leaves through here: straight to the
022940* report when no profile is active, or staged in WORKRPT for
022950* the end-of-run copy that resolves the footer's page tokens.
022955* Each record that starts a page counts one printed page.
022960*****************************************************************
022970 4500-WRITE-PRINT-RECORD.
022972     IF prtCarriageCtl = "1"
022974         ADD 1 TO printedPageCount
022976     END-IF
022980     IF PROFILE-ACTIVE-YES
022990        MOVE prtCarriageCtl TO wrkCarriageCtl
022995        MOVE printRecordType TO wrkRecordType
023160     MOVE alignedLine TO outText
023170     MOVE lineFlagged TO outFlag
023180     MOVE lineKeyword TO outKeyword
023185     MOVE "T" TO outRecType
023190     WRITE outRecord.
023191 4300-EXIT.
023192     EXIT.
023193
023194* Writes the matching archival-master record under this run's
023195* document ID.  Skipped when the archive would not open; a
023196* write the archive rejects is counted and reported once at
023197* end of run instead of failing the document.  Runs after the
023198* line has printed, so the page stamped is the page it is on.
023199 4350-WRITE-ARCHIVE-RECORD.
023200     IF ARCHIVE-AVAILABLE-YES
023201         MOVE docId TO arcDocId
023202         MOVE lineNum TO arcLineNum
023203         MOVE wordCount TO arcWordCount
023204         MOVE paragraphNum TO arcParaNum
023205         MOVE alignedLine TO arcText
023206         SUBTRACT 1 FROM pageNum GIVING arcPageNum
023207         MOVE "T" TO arcRecType
023208         PERFORM 4360-ADD-TO-CONTROL-TOTALS THRU 4360-EXIT
023209         WRITE arcRecord
023210         IF archFileStatus NOT = "00"
023211                 AND archFileStatus NOT = "02"
023212             ADD 1 TO archErrorCount
023213         END-IF
023214     END-IF.
023215 4350-EXIT.
023216     EXIT.
023217
023218*****************************************************************
023219* 4360-ADD-TO-CONTROL-TOTALS
023220* Folds the line just laid into arcText into the document's
023221* control totals: one more paragraph when its number steps,
023222* and the line's hash -- each character's ordinal times its
023223* column, through the last non-blank column -- onto the hash
023224* total.  Counted whether or not the archive took the write:
023225* the control record says what the archive should hold.
023226*****************************************************************
023227 4360-ADD-TO-CONTROL-TOTALS.
023228     IF arcParaNum NOT = lastArchParaNum
023229         ADD 1 TO archParaCount
023230         MOVE arcParaNum TO lastArchParaNum
023231     END-IF
023232
023233     MOVE 0 TO lineHash
023234     MOVE 0 TO hashPos
023235     MOVE FUNCTION LENGTH(FUNCTION TRIM(arcText TRAILING))
023236         TO hashLen
023237     PERFORM 4365-HASH-ONE-CHARACTER THRU 4365-EXIT
023238         UNTIL hashPos >= hashLen
023239     ADD lineHash TO docHashTotal.
023240 4360-EXIT.
023241     EXIT.
023242
023243*****************************************************************
023244* 4365-HASH-ONE-CHARACTER
023245* One column of the line hash.
023246*****************************************************************
023247 4365-HASH-ONE-CHARACTER.
023248     ADD 1 TO hashPos
023249     COMPUTE lineHash = lineHash
023250         + FUNCTION ORD(arcText(hashPos:1)) * hashPos.
023251 4365-EXIT.
023252     EXIT.
023253
023254*****************************************************************
023255* 4600-REDACT-TEXT
023256* Masks the sensitive numbers in the first redactWorkLen bytes
023257* of redactWork, in place, registering each one on REDACTREG
023258* as it goes.  The text is walked a character at a time:
023259* a digit opens a run of digits (or extends the open one), a
023260* dash inside a run leaves it open, and anything else closes
023261* it and has 4620-CLOSE-DIGIT-RUN judge it.  Spaces also mark
023262* the words, so each value is registered under the word of
023263* the line it sits in.
023264*****************************************************************
023265 4600-REDACT-TEXT.
023266     IF REDACT-MODE-NO OR redactWorkLen = 0
023267         GO TO 4600-EXIT
023268     END-IF
023269
023270     MOVE 0 TO rdScanPos
023271     MOVE redactWordBase TO rdWordNum
023272     MOVE 0 TO rdRunNum
023273     MOVE "N" TO rdInWord
023274     MOVE "N" TO rdRunOpen
023275     PERFORM 4610-SCAN-ONE-CHARACTER THRU 4610-EXIT
023276         UNTIL rdScanPos >= redactWorkLen
023277     IF RD-RUN-OPEN-YES
023278         PERFORM 4620-CLOSE-DIGIT-RUN THRU 4620-EXIT
023279     END-IF.
023280 4600-EXIT.
023281     EXIT.
023282
023283*****************************************************************
023284* 4610-SCAN-ONE-CHARACTER
023285* One character of the redaction walk.
023286*****************************************************************
023287 4610-SCAN-ONE-CHARACTER.
023288     ADD 1 TO rdScanPos
023289     IF redactWork(rdScanPos:1) = SPACE
023290         IF RD-RUN-OPEN-YES
023291             PERFORM 4620-CLOSE-DIGIT-RUN THRU 4620-EXIT
023292         END-IF
023293         MOVE "N" TO rdInWord
023294         GO TO 4610-EXIT
023295     END-IF
023296
023297     IF RD-IN-WORD-NO
023298         ADD 1 TO rdWordNum
023299         MOVE 0 TO rdRunNum
023300         MOVE "Y" TO rdInWord
023301     END-IF
023302
023303     EVALUATE TRUE
023304         WHEN redactWork(rdScanPos:1) IS NUMERIC
023305             IF RD-RUN-OPEN-NO
023306                 MOVE "Y" TO rdRunOpen
023307                 MOVE rdScanPos TO rdRunStart
023308             END-IF
023309             MOVE rdScanPos TO rdRunLastDigit
023310         WHEN redactWork(rdScanPos:1) = "-"
023311             CONTINUE
023312         WHEN OTHER
023313             IF RD-RUN-OPEN-YES
023314                 PERFORM 4620-CLOSE-DIGIT-RUN THRU 4620-EXIT
023315             END-IF
023316     END-EVALUATE.
023317 4610-EXIT.
023318     EXIT.
023319
023320*****************************************************************
023321* 4620-CLOSE-DIGIT-RUN
023322* Judges the run of digits just closed, from its first digit
023323* to its last: nine digits, bare or keyed ddd-dd-dddd, is a
023324* Social Security number; more than acctDigitLimit digits is
023325* an account number; anything else -- a date, a phone number,
023326* an amount -- is left alone.  A sensitive run is registered
023327* as keyed and then masked to its last four digits.
023328*****************************************************************
023329 4620-CLOSE-DIGIT-RUN.
023330     MOVE "N" TO rdRunOpen
023331     COMPUTE rdRunLen = rdRunLastDigit - rdRunStart + 1
023332     MOVE 0 TO rdDashCount
023333     INSPECT redactWork(rdRunStart:rdRunLen)
023334         TALLYING rdDashCount FOR ALL "-"
023335     SUBTRACT rdDashCount FROM rdRunLen GIVING rdDigitCount
023336
023337     MOVE SPACE TO rdPatternType
023338     IF rdDigitCount = 9
023339         IF rdDashCount = 0
023340             MOVE "S" TO rdPatternType
023341         ELSE
023342             IF rdRunLen = 11
023343                     AND redactWork(rdRunStart + 3:1) = "-"
023344                     AND redactWork(rdRunStart + 6:1) = "-"
023345                 MOVE "S" TO rdPatternType
023346             END-IF
023347         END-IF
023348     END-IF
023349     IF rdPatternType = SPACE AND rdDigitCount > acctDigitLimit
023350         MOVE "A" TO rdPatternType
023351     END-IF
023352     IF rdPatternType = SPACE
023353         GO TO 4620-EXIT
023354     END-IF
023355
023356     IF rdRunNum < 99
023357         ADD 1 TO rdRunNum
023358     END-IF
023359     ADD 1 TO redactionCount
023360     PERFORM 4640-WRITE-REDACTION-ENTRY THRU 4640-EXIT
023361
023362     SUBTRACT 4 FROM rdDigitCount GIVING rdDigitsToMask
023363     MOVE 0 TO rdDigitsMasked
023364     MOVE rdRunStart TO rdMaskPos
023365     PERFORM 4630-MASK-ONE-DIGIT THRU 4630-EXIT
023366         UNTIL rdDigitsMasked >= rdDigitsToMask.
023367 4620-EXIT.
023368     EXIT.
023369
023370*****************************************************************
023371* 4630-MASK-ONE-DIGIT
023372* One column of the mask: a digit becomes "X", a dash stays.
023373*****************************************************************
023374 4630-MASK-ONE-DIGIT.
023375     IF redactWork(rdMaskPos:1) IS NUMERIC
023376         MOVE "X" TO redactWork(rdMaskPos:1)
023377         ADD 1 TO rdDigitsMasked
023378     END-IF
023379     ADD 1 TO rdMaskPos.
023380 4630-EXIT.
023381     EXIT.
023382
023383*****************************************************************
023384* 4640-WRITE-REDACTION-ENTRY
023385* Lands the value about to be masked on REDACTREG under this
023386* run's document ID, the line, the word, and its place in the
023387* word.  A write the register rejects is counted and reported
023388* once at end of run; a key already there (status 22) is a
023389* restart re-masking a value the register holds.
023390*****************************************************************
023391 4640-WRITE-REDACTION-ENTRY.
023392     IF RDR-AVAILABLE-NO
023393         GO TO 4640-EXIT
023394     END-IF
023395
023396     MOVE docId TO rdrDocId
023397     MOVE redactLineNum TO rdrLineNum
023398     MOVE rdWordNum TO rdrWordNum
023399     MOVE rdRunNum TO rdrRunNum
023400     MOVE rdPatternType TO rdrPatternType
023401     MOVE redactWork(rdRunStart:rdRunLen) TO rdrOriginal
023402     MOVE runDateYYYYMMDD TO rdrRunDate
023403     WRITE rdrRecord
023404     IF rdrFileStatus NOT = "00"
023405             AND rdrFileStatus NOT = "02"
023406             AND rdrFileStatus NOT = "22"
023407         ADD 1 TO rdrErrorCount
023408     END-IF.
023409 4640-EXIT.
023410     EXIT.
023420
023430*****************************************************************
023690
023700     MOVE SPACES TO prtRecord
023710     MOVE " " TO prtCarriageCtl
023711     STRING "SHORT  " DELIMITED BY SIZE
023712         shortLineNum DELIMITED BY SIZE
023713         "     " DELIMITED BY SIZE
023714         shortLine DELIMITED BY SIZE
023715         INTO prtText
023716     PERFORM 4500-WRITE-PRINT-RECORD
023717         THRU 4500-EXIT
023718
023719     PERFORM 5100-WRITE-EXTENDED-STATS THRU 5100-EXIT
023720     PERFORM 5200-WRITE-EXCEPTION-REPORT THRU 5200-EXIT.
023721 5000-EXIT.
023722     EXIT.
023723
023724*****************************************************************
023725* 5050-WRITE-CONTENTS-PAGE
023726* Prints the CONTENTS page after the body when the document
023727* had headings: one line per heading off CONTWORK, its text
023728* dotted out to the page it printed on.  The page breaks at
023729* the run's page length, with a continuation title.  A
023730* heading listed twice on CONTWORK is printed once.
023731*****************************************************************
023732 5050-WRITE-CONTENTS-PAGE.
023733     IF headingCount = 0
023734         GO TO 5050-EXIT
023735     END-IF
023736
023737     MOVE SPACES TO prtRecord
023738     MOVE "1" TO prtCarriageCtl
023739     STRING "CONTENTS" DELIMITED BY SIZE
023740         INTO prtText
023741     PERFORM 4500-WRITE-PRINT-RECORD
023742         THRU 4500-EXIT
023743     MOVE SPACES TO prtRecord
023744     MOVE " " TO prtCarriageCtl
023745     PERFORM 4500-WRITE-PRINT-RECORD
023746         THRU 4500-EXIT
023747     MOVE 2 TO contLinesOnPage
023748
023749     IF CONT-AVAILABLE-YES
023750         CLOSE contFile
023751         MOVE "N" TO contAvailable
023752         OPEN INPUT contFile
023753     END-IF
023754     IF contFileStatus NOT = "00"
023755         MOVE SPACES TO prtRecord
023756         MOVE " " TO prtCarriageCtl
023757         STRING "  HEADING LIST CONTWORK UNAVAILABLE, STATUS "
023758             DELIMITED BY SIZE
023759             contFileStatus DELIMITED BY SIZE
023760             INTO prtText
023761         PERFORM 4500-WRITE-PRINT-RECORD
023762             THRU 4500-EXIT
023763         GO TO 5050-EXIT
023764     END-IF
023765
023766     MOVE 0 TO END-OF-CONTENTS
023767     MOVE 0 TO contLastLineNum
023768     PERFORM 5060-WRITE-ONE-CONTENTS-LINE THRU 5060-EXIT
023769         UNTIL END-OF-CONTENTS-YES
023770     CLOSE contFile.
023771 5050-EXIT.
023772     EXIT.
023773
023774*****************************************************************
023775* 5060-WRITE-ONE-CONTENTS-LINE
023776* Reads one CONTWORK heading and prints its contents line:
023777* the text (first 100 bytes) and a dot leader out to the page
023778* number.
023779*****************************************************************
023780 5060-WRITE-ONE-CONTENTS-LINE.
023781     READ contFile
023782         AT END
023783             SET END-OF-CONTENTS-YES TO TRUE
023784             GO TO 5060-EXIT
023785     END-READ
023786     IF contLineNum <= contLastLineNum
023787         GO TO 5060-EXIT
023788     END-IF
023789     MOVE contLineNum TO contLastLineNum
023790
023791     IF contLinesOnPage >= linesPerPage
023792         MOVE SPACES TO prtRecord
023793         MOVE "1" TO prtCarriageCtl
023794         STRING "CONTENTS (CONTINUED)" DELIMITED BY SIZE
023795             INTO prtText
023796         PERFORM 4500-WRITE-PRINT-RECORD
023797             THRU 4500-EXIT
023798         MOVE SPACES TO prtRecord
023799         MOVE " " TO prtCarriageCtl
023800         PERFORM 4500-WRITE-PRINT-RECORD
023801             THRU 4500-EXIT
023802         MOVE 2 TO contLinesOnPage
023803     END-IF
023804
023805     MOVE ALL "." TO contLeader
023806     MOVE FUNCTION LENGTH(FUNCTION TRIM(contText TRAILING))
023807         TO contTextLen
023808     IF contTextLen > 100
023809         MOVE 100 TO contTextLen
023810     END-IF
023811     MOVE contText(1:contTextLen) TO contLeader(1:contTextLen)
023812     MOVE SPACE TO contLeader(contTextLen + 1:1)
023813     MOVE contPageNum TO contPageEdit
023814
023815     MOVE SPACES TO prtRecord
023816     MOVE " " TO prtCarriageCtl
023817     STRING "  " DELIMITED BY SIZE
023818         contLeader DELIMITED BY SIZE
023819         " " DELIMITED BY SIZE
023820         contPageEdit DELIMITED BY SIZE
023821         INTO prtText
023822     PERFORM 4500-WRITE-PRINT-RECORD
023823         THRU 4500-EXIT
023824     ADD 1 TO contLinesOnPage.
023825 5060-EXIT.
023830     EXIT.
023840
023850*****************************************************************
024923             INTO prtText
024924         PERFORM 4500-WRITE-PRINT-RECORD
024925             THRU 4500-EXIT
024926     END-IF
024927
024928     IF redactionCount > 0
024929         MOVE SPACES TO prtRecord
024930         MOVE " " TO prtCarriageCtl
024931         PERFORM 4500-WRITE-PRINT-RECORD
024932             THRU 4500-EXIT
024933
024934         MOVE SPACES TO prtRecord
024935         MOVE " " TO prtCarriageCtl
024936         STRING "SENSITIVE VALUES MASKED: "
024937             DELIMITED BY SIZE
024938             redactionCount DELIMITED BY SIZE
024939             INTO prtText
024940         PERFORM 4500-WRITE-PRINT-RECORD
024941             THRU 4500-EXIT
024942     END-IF.
024943 5100-EXIT.
024944     EXIT.
024945
024950*****************************************************************
024960* 5200-WRITE-EXCEPTION-REPORT
024970* Prints the compliance exception report on its own page after
026090*****************************************************************
026100 9999-END-RUN.
026110     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
026115     PERFORM 8200-WRITE-CONTROL-RECORD THRU 8200-EXIT
026120     CLOSE inputFile
026130     IF PROFILE-ACTIVE-YES
026140         CLOSE workFile
026230             DISPLAY "ARCHIVE MASTER REJECTED " archErrorCount
026240                 " RECORD WRITES THIS RUN"
026250         END-IF
026251     END-IF
026252     IF CONTROL-AVAILABLE-YES
026253         CLOSE ctlFile
026254     END-IF
026255     IF CONT-AVAILABLE-YES
026256         CLOSE contFile
026257     END-IF
026262     IF EXCP-AVAILABLE-YES
026264         CLOSE excFile
026266         IF excpErrorCount > 0
026268             DISPLAY "EXCEPTION WORKBASKET REJECTED "
026270                 excpErrorCount " RECORD WRITES THIS RUN"
026271         END-IF
026272     END-IF
026273     IF RDR-AVAILABLE-YES
026274         CLOSE rdrFile
026275         IF rdrErrorCount > 0
026276             DISPLAY "REDACTION REGISTER REJECTED "
026277                 rdrErrorCount " RECORD WRITES THIS RUN"
026278         END-IF
026279     END-IF.
026280 9999-EXIT.
026281     EXIT.
026290
026300*****************************************************************
026310* 9500-RESOLVE-PRINT-WORK
027954     MOVE endTimeHHMMSS TO audEndTime
027955     MOVE elapsedSeconds TO audElapsedSecs
027956     MOVE inputRecordCount TO audInputRecCount
027957     MOVE clientCode TO audClientCode
027958     MOVE requesterId TO audRequesterId
027959* Every page the document printed, contents, summary and
027960* exception pages included -- the whole document's, on a
027961* resumed run, since the count came back with the checkpoint.
027962     MOVE printedPageCount TO audPageCount
027963     MOVE resumedFromCheckpoint TO audResumedFlag
027964     MOVE redactionCount TO audRedactCount
027965     WRITE audRecord
027970
027980     CLOSE auditFile.
027990 8000-EXIT.
028150 8100-EXIT.
028160     EXIT.
028170
028180*****************************************************************
028190* 8200-WRITE-CONTROL-RECORD
028200* Writes the document's ARCHCTL control record, carrying the
028210* same line and word totals and completion code as its
028220* AUDITLOG row.  Only a document that reached the archive gets
028230* one.  A record already on file under this ID -- a rerun
028240* that finished a document whose earlier run wrote its
028250* record before abending -- is replaced, since this run's
028260* totals cover the whole document.
028270*****************************************************************
028280 8200-WRITE-CONTROL-RECORD.
028290     IF ARCHIVE-AVAILABLE-NO OR CONTROL-AVAILABLE-NO
028300         GO TO 8200-EXIT
028310     END-IF
028320
028330     MOVE docId TO ctlDocId
028340     MOVE FUNCTION TRIM(filename) TO ctlFilename
028350     MOVE runDateYYYYMMDD TO ctlRunDate
028360     MOVE runTimeHHMMSS TO ctlRunTime
028370     MOVE totalLineCount TO ctlLineCount
028380     MOVE totalWordCount TO ctlWordCount
028390     MOVE archParaCount TO ctlParaCount
028400     MOVE docHashTotal TO ctlHashTotal
028410     MOVE runCompletionCode TO ctlCompletionCode
028420     WRITE ctlRecord
028430     IF ctlFileStatus = "22"
028440         REWRITE ctlRecord
028450     END-IF
028460     IF ctlFileStatus NOT = "00"
028470         DISPLAY "ARCHIVE CONTROL MASTER REJECTED THE CONTROL "
028480             "RECORD FOR DOCUMENT " docId ", STATUS "
028490             ctlFileStatus
028500     END-IF.
028510 8200-EXIT.
028520     EXIT.
028530
028540 END PROGRAM FORMENG.
