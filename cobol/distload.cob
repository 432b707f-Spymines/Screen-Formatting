000362*                   never overflow and a second document routed
000363*                   to a busy destination can never re-empty
000364*                   the deliverable behind the manifest's back.
000365* 2026-10-15  TM    Client-master fallback: a document no
000366*                   ROUTECTL entry names goes to its client's
000367*                   DISTLOAD destination from CLIENTMAST -- the
000368*                   client code comes off the document's
000369*                   AUDITLOG row -- before it is held in
000370*                   suspense.  A retired client, a client with
000371*                   no destination, or no client master at all
000372*                   still lands on SUSPENSE.
000373* 2026-10-15  TM    Mail-merge routing: the MRGRES results the
000374*                   DOCMERGE driver leaves (MRSREC.CPY) tie each
000375*                   merged copy's document ID to its recipient
000376*                   key and, when the merge data named one, a
000377*                   destination.  A copy no ID route names goes
000378*                   to its recipient's destination ahead of any
000379*                   filename or client route -- every copy of
000380*                   a merge shares the one template's client, so
000381*                   only the recipient tells them apart.  The
000382*                   manifest shows the recipient key beside
000383*                   each merged copy.  No MRGRES just means no
000384*                   merge routing.
000385* 2026-10-15  TM    Distribution results: every document routed
000386*                   also gets a DISTRES record (DSTREC.CPY) --
000387*                   document ID, destination, line count,
000388*                   suspense flag, recipient key -- emptied at
000389*                   the start of each run.  It is the manifest
000390*                   in a form the NITEBAL balancing job can
000391*                   read.
000392
000393 IDENTIFICATION DIVISION.
000394 PROGRAM-ID. DISTLOAD.
000395 AUTHOR. TREVOR MINES.
000400 INSTALLATION. CSC 330.
000410 DATE-WRITTEN. 09/02/2026.
000420 DATE-COMPILED.
000600* pointed at the route's logical file name before each open.
000610     SELECT destFile ASSIGN TO DYNAMIC destAssignName
000620         ORGANIZATION IS LINE SEQUENTIAL
000621         FILE STATUS IS destFileStatus.
000622
000623* The client master, read by code for a document's default
000624* destination when no route names it.
000625     SELECT cliFile ASSIGN TO "CLIENTMAST"
000626         ORGANIZATION IS INDEXED
000627         ACCESS MODE IS DYNAMIC
000628         RECORD KEY IS cliCode
000629         FILE STATUS IS cliFileStatus.
000630
000631* The mail-merge results, read for each merged copy's recipient
000632* key and destination.
000633     SELECT mrgResFile ASSIGN TO "MRGRES"
000634         ORGANIZATION IS SEQUENTIAL
000635         FILE STATUS IS mrgResFileStatus.
000636
000637* The manifest again as one record per routed document, for
000638* the nightly balancing job.
000639     SELECT distResFile ASSIGN TO "DISTRES"
000640         ORGANIZATION IS SEQUENTIAL
000641         FILE STATUS IS distResFileStatus.
000642
000650     SELECT reportFile ASSIGN TO "DISTRPT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS reportFileStatus.
000800 FD  destFile.
000810 01  destLine PIC X(132).
000820
000821 FD  cliFile.
000822     COPY CLIREC.
000823
000824 FD  mrgResFile.
000825     COPY MRSREC.
000826
000827 FD  distResFile.
000828     COPY DSTREC.
000829
000830 FD  reportFile.
000840     COPY PRTREC.
000850
000890 01  auditFileStatus PIC X(2) VALUE SPACES.
000900 01  destFileStatus PIC X(2) VALUE SPACES.
000910 01  reportFileStatus PIC X(2) VALUE SPACES.
000911 01  cliFileStatus PIC X(2) VALUE SPACES.
000912 01  clientMasterAvailable PIC X(1) VALUE "N".
000913     88  CLIENT-MASTER-AVAILABLE-YES VALUE "Y".
000914     88  CLIENT-MASTER-AVAILABLE-NO  VALUE "N".
000915 01  mrgResFileStatus PIC X(2) VALUE SPACES.
000916 01  distResFileStatus PIC X(2) VALUE SPACES.
000920 77  END-OF-DATA PIC 9(1) VALUE 0.
000930     88  END-OF-DATA-YES VALUE 1.
000940     88  END-OF-DATA-NO  VALUE 0.
000980 77  END-OF-AUDIT PIC 9(1) VALUE 0.
000990     88  END-OF-AUDIT-YES VALUE 1.
001000     88  END-OF-AUDIT-NO  VALUE 0.
001002 77  END-OF-MERGE PIC 9(1) VALUE 0.
001004     88  END-OF-MERGE-YES VALUE 1.
001006     88  END-OF-MERGE-NO  VALUE 0.
001010
001020* Routing table, loaded from ROUTECTL: a route keys on a
001030* document ID (kind D) or a source filename (kind F) and
001180     88  ROUTE-FOUND-NO  VALUE "N".
001190
001200* Document-ID-to-filename map from AUDITLOG, for the routes
001207* that key on a source filename, with the client code the
001214* row carried for the client-master fallback.  The last row
001221* for an ID wins, the way reruns append rows.
001230 01  audMapMax PIC 9(4) COMP VALUE 500.
001240 01  audMapCount PIC 9(4) COMP VALUE 0.
001250 01  audMapTable.
001260     05  audMapEntry OCCURS 500 TIMES.
001270         10  audMapDocId PIC 9(16).
001280         10  audMapFilename PIC X(256).
001285         10  audMapClientCode PIC X(8).
001290 01  audMapIndex PIC 9(4) COMP VALUE 0.
001300 01  audMapFound PIC X(1) VALUE "N".
001310     88  AUD-MAP-FOUND-YES VALUE "Y".
001311     88  AUD-MAP-FOUND-NO  VALUE "N".
001312 01  currentFilename PIC X(256) VALUE SPACES.
001313 01  currentClientCode PIC X(8) VALUE SPACES.
001314
001315* Document-ID-to-recipient map from MRGRES, for merged copies:
001316* the recipient key for the manifest and the destination the
001317* merge data named, blank for ordinary routing.  Rows for
001318* rejected recipients carry no document ID and are passed
001319* over.  Past mergeMapMax rows the rest route as ordinary
001320* documents, said once.
001321 01  mergeMapMax PIC 9(4) COMP VALUE 500.
001322 01  mergeMapCount PIC 9(4) COMP VALUE 0.
001323 01  mergeMapTable.
001324     05  mergeMapEntry OCCURS 500 TIMES.
001325         10  mergeMapDocId PIC 9(16).
001326         10  mergeMapRecipientKey PIC X(20).
001327         10  mergeMapDest PIC X(8).
001328 01  mergeMapIndex PIC 9(4) COMP VALUE 0.
001329 01  mergeMapFound PIC X(1) VALUE "N".
001330     88  MERGE-MAP-FOUND-YES VALUE "Y".
001331     88  MERGE-MAP-FOUND-NO  VALUE "N".
001332 01  currentRecipientKey PIC X(20) VALUE SPACES.
001333 01  currentMergeDest PIC X(8) VALUE SPACES.
001340
001350* The document being written: its ID, destination, paragraph
001360* state for the restored blank separators, and line count.
001490* first use this run and extended after that, and this table
001492* is what remembers the first use -- so it is sized to every
001494* destination a run can possibly meet: one per routing-table
001495* entry, up to clientDestMax more from the client master, up
001496* to mergeDestMax more from the merge results, plus
001497* SUSPENSE.  A client or merge destination past its allowance
001498* is held in suspense instead, so the table can still never
001499* overflow and no deliverable can ever be re-emptied behind
001500* the manifest.
001501 01  destTableMax PIC 9(4) COMP VALUE 501.
001502 01  clientDestMax PIC 9(4) COMP VALUE 200.
001503 01  clientDestCount PIC 9(4) COMP VALUE 0.
001504 01  mergeDestMax PIC 9(4) COMP VALUE 100.
001505 01  mergeDestCount PIC 9(4) COMP VALUE 0.
001510 01  destCount PIC 9(4) COMP VALUE 0.
001520 01  destTable.
001530     05  destEntry OCCURS 501 TIMES.
001540         10  destName PIC X(8).
001550         10  destDocCount PIC 9(8).
001560         10  destLineCount PIC 9(8).
001690         10  maniDest PIC X(8).
001700         10  maniLineCount PIC 9(8).
001710         10  maniSuspense PIC X(1).
001715         10  maniRecipientKey PIC X(20).
001720 01  maniIndex PIC 9(4) COMP VALUE 0.
001725 01  maniPtr PIC 9(4) COMP VALUE 0.
001730 01  maniOverflowDisplay PIC ZZZ9.
001740
001750 01  suspenseDocCount PIC 9(8) VALUE 0.
002110* document-to-filename map, and opens the manifest report.
002120* RETURN-CODE 8 when the data or the routes will not open; a
002130* missing AUDITLOG only disables filename routes, said once.
002133* A missing client master only disables the client fallback,
002136* and missing merge results only the merge routing.
002140*****************************************************************
002150 1000-INITIALIZE-RUN.
002160     MOVE FUNCTION CURRENT-DATE TO currentDateTime
002370     CLOSE routeFile
002380
002390     PERFORM 1300-LOAD-AUDIT-MAP THRU 1300-EXIT
002391     PERFORM 1400-LOAD-MERGE-MAP THRU 1400-EXIT
002392
002393     MOVE "N" TO clientMasterAvailable
002394     OPEN INPUT cliFile
002395     IF cliFileStatus = "00"
002396         MOVE "Y" TO clientMasterAvailable
002397     END-IF
002400
002410     OPEN OUTPUT reportFile
002411     OPEN OUTPUT distResFile
002412     IF distResFileStatus NOT = "00"
002413         DISPLAY "DISTRIBUTION RESULTS DISTRES UNAVAILABLE, "
002414             "STATUS " distResFileStatus
002415             " -- THE BALANCING JOB WILL SEE NOTHING ROUTED"
002416     END-IF
002420     PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT.
002430 1000-EXIT.
002440     EXIT.
003800
003810     IF AUD-MAP-FOUND-YES
003820         MOVE audFilename TO audMapFilename(audMapIndex)
003825         MOVE audClientCode TO audMapClientCode(audMapIndex)
003830     ELSE
003840         IF audMapCount < audMapMax
003850             ADD 1 TO audMapCount
003860             MOVE audDocId TO audMapDocId(audMapCount)
003870             MOVE audFilename TO audMapFilename(audMapCount)
003873             MOVE audClientCode TO
003876                 audMapClientCode(audMapCount)
003880         END-IF
003890     END-IF.
003900 1310-EXIT.
003960*****************************************************************
003970 1320-MATCH-ONE-MAP-ENTRY.
003980     ADD 1 TO audMapIndex
003981     IF audMapDocId(audMapIndex) = audDocId
003982         MOVE "Y" TO audMapFound
003983     END-IF.
003984 1320-EXIT.
003985     EXIT.
003986
003987*****************************************************************
003988* 1400-LOAD-MERGE-MAP
003989* Loads the document-ID-to-recipient map from the mail-merge
003990* results.  No MRGRES is the ordinary case -- no merge ran --
003991* and is passed over quietly.
003992*****************************************************************
003993 1400-LOAD-MERGE-MAP.
003994     OPEN INPUT mrgResFile
003995     IF mrgResFileStatus NOT = "00"
003996         GO TO 1400-EXIT
003997     END-IF
003998     PERFORM 1410-LOAD-ONE-MERGE-ROW THRU 1410-EXIT
003999         UNTIL END-OF-MERGE-YES
004000     CLOSE mrgResFile.
004001 1400-EXIT.
004002     EXIT.
004003
004004*****************************************************************
004005* 1410-LOAD-ONE-MERGE-ROW
004006* One MRGRES row into the map.  A row with no document ID is
004007* a rejected recipient and never produced a copy.
004008*****************************************************************
004009 1410-LOAD-ONE-MERGE-ROW.
004010     READ mrgResFile
004011         AT END
004012             SET END-OF-MERGE-YES TO TRUE
004013             GO TO 1410-EXIT
004014     END-READ
004015     IF mrsDocId = 0
004016         GO TO 1410-EXIT
004017     END-IF
004018
004019     IF mergeMapCount >= mergeMapMax
004020         DISPLAY "MERGE RESULTS PAST " mergeMapMax
004021             " COPIES -- THE REST ROUTE AS ORDINARY DOCUMENTS"
004022         SET END-OF-MERGE-YES TO TRUE
004023         GO TO 1410-EXIT
004024     END-IF
004025     ADD 1 TO mergeMapCount
004026     MOVE mrsDocId TO mergeMapDocId(mergeMapCount)
004027     MOVE mrsRecipientKey TO mergeMapRecipientKey(mergeMapCount)
004028     MOVE mrsDest TO mergeMapDest(mergeMapCount).
004029 1410-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004390*****************************************************************
004400* 3100-OPEN-DOCUMENT-DEST
004410* Resolves the destination for the document just met -- by
004415* its ID first, then by its merge recipient's destination,
004420* then by its AUDITLOG filename, then by its client's default
004425* destination, then suspense
004430* -- and opens it: emptied at its first use this run,
004440* extended after that.
004450*****************************************************************
004810
004820*****************************************************************
004830* 3200-RESOLVE-DESTINATION
004835* Finds the document's route: an ID route wins, then the
004840* destination the merge data named for a merged copy's
004845* recipient, then a filename route through the AUDITLOG map,
004850* then the client master's destination for the document's
004855* client, then suspense.
004860*****************************************************************
004870 3200-RESOLVE-DESTINATION.
004880     MOVE "N" TO routeFound
004890     MOVE 0 TO routeIndex
004900     PERFORM 3210-MATCH-ID-ROUTE THRU 3210-EXIT
004910         UNTIL ROUTE-FOUND-YES OR routeIndex >= routeCount
004911
004912     PERFORM 3250-FIND-MERGE-RECIPIENT THRU 3250-EXIT
004913     IF ROUTE-FOUND-NO AND currentMergeDest NOT = SPACES
004914         PERFORM 3260-USE-MERGE-DEST THRU 3260-EXIT
004915         IF ROUTE-FOUND-YES
004916             GO TO 3200-EXIT
004917         END-IF
004918     END-IF
004920
004930     IF ROUTE-FOUND-NO
004940         PERFORM 3220-FIND-DOC-FILENAME THRU 3220-EXIT
005020
005030     IF ROUTE-FOUND-YES
005040         MOVE routeDest(routeIndex) TO currentDest
005043         GO TO 3200-EXIT
005046     END-IF
005049
005052     PERFORM 3240-FIND-CLIENT-DEST THRU 3240-EXIT
005055     IF ROUTE-FOUND-NO
005060         MOVE suspenseDest TO currentDest
005070         MOVE "Y" TO docSuspense
005080         ADD 1 TO suspenseDocCount
005250
005260*****************************************************************
005270* 3220-FIND-DOC-FILENAME
005280* Looks the document's source filename and client code up in
005290* the AUDITLOG map; blank when no row carried this ID.
005300*****************************************************************
005310 3220-FIND-DOC-FILENAME.
005320     MOVE SPACES TO currentFilename
005325     MOVE SPACES TO currentClientCode
005330     MOVE 0 TO audMapIndex
005340     MOVE "N" TO audMapFound
005350     PERFORM 3225-MATCH-MAP-BY-ID THRU 3225-EXIT
005360         UNTIL AUD-MAP-FOUND-YES OR audMapIndex >= audMapCount
005370     IF AUD-MAP-FOUND-YES
005380         MOVE audMapFilename(audMapIndex) TO currentFilename
005385         MOVE audMapClientCode(audMapIndex) TO currentClientCode
005390     END-IF.
005400 3220-EXIT.
005410     EXIT.
005560* 3230-MATCH-FILE-ROUTE
005570* One probe of the route table for a filename route.
005580*****************************************************************
005581 3230-MATCH-FILE-ROUTE.
005582     ADD 1 TO routeIndex
005583     IF routeKind(routeIndex) = "F"
005584         AND FUNCTION TRIM(routeFilename(routeIndex)) =
005585             FUNCTION TRIM(currentFilename)
005586         MOVE "Y" TO routeFound
005587     END-IF.
005588 3230-EXIT.
005589     EXIT.
005590
005591*****************************************************************
005592* 3240-FIND-CLIENT-DEST
005593* The client-master fallback for a document no route names:
005594* an active client with a destination on file routes it
005595* there.  A client destination not yet met this run counts
005596* against clientDestMax; past that the document is held in
005597* suspense and said so, rather than overflow the totals.
005598*****************************************************************
005599 3240-FIND-CLIENT-DEST.
005600     IF CLIENT-MASTER-AVAILABLE-NO
005601         OR currentClientCode = SPACES
005602         GO TO 3240-EXIT
005603     END-IF
005604
005605     MOVE currentClientCode TO cliCode
005606     READ cliFile
005607         INVALID KEY
005608             GO TO 3240-EXIT
005609     END-READ
005610     IF cliStatus NOT = "A" OR cliDistDest = SPACES
005611         GO TO 3240-EXIT
005612     END-IF
005613
005614     MOVE cliDistDest TO currentDest
005615     MOVE "N" TO destFound
005616     MOVE 0 TO destIndex
005617     PERFORM 3300-MATCH-ONE-DEST THRU 3300-EXIT
005618         UNTIL DEST-FOUND-YES OR destIndex >= destCount
005619     IF DEST-FOUND-NO
005620         IF clientDestCount >= clientDestMax
005621             DISPLAY "CLIENT DESTINATION " cliDistDest
005622                 " NOT USED (TOO MANY DESTINATIONS) FOR "
005623                 "DOCUMENT " currentDocId
005624             GO TO 3240-EXIT
005625         END-IF
005626         ADD 1 TO clientDestCount
005627     END-IF
005628     MOVE "Y" TO routeFound.
005629 3240-EXIT.
005630     EXIT.
005631
005632*****************************************************************
005633* 3250-FIND-MERGE-RECIPIENT
005634* Looks the document up in the merge-results map: a merged
005635* copy leaves its recipient key and the destination the merge
005636* data named; any other document leaves both blank.
005637*****************************************************************
005638 3250-FIND-MERGE-RECIPIENT.
005639     MOVE SPACES TO currentRecipientKey
005640     MOVE SPACES TO currentMergeDest
005641     MOVE "N" TO mergeMapFound
005642     MOVE 0 TO mergeMapIndex
005643     PERFORM 3255-MATCH-MERGE-BY-ID THRU 3255-EXIT
005644         UNTIL MERGE-MAP-FOUND-YES
005645             OR mergeMapIndex >= mergeMapCount
005646     IF MERGE-MAP-FOUND-YES
005647         MOVE mergeMapRecipientKey(mergeMapIndex)
005648             TO currentRecipientKey
005649         MOVE mergeMapDest(mergeMapIndex) TO currentMergeDest
005650     END-IF.
005651 3250-EXIT.
005652     EXIT.
005653
005654*****************************************************************
005655* 3255-MATCH-MERGE-BY-ID
005656* One probe of the merge-results map for the current document.
005657*****************************************************************
005658 3255-MATCH-MERGE-BY-ID.
005659     ADD 1 TO mergeMapIndex
005660     IF mergeMapDocId(mergeMapIndex) = currentDocId
005661         MOVE "Y" TO mergeMapFound
005662     END-IF.
005663 3255-EXIT.
005664     EXIT.
005665
005666*****************************************************************
005667* 3260-USE-MERGE-DEST
005668* Routes a merged copy to its recipient's destination.  A
005669* destination not yet met this run counts against
005670* mergeDestMax; past that the copy falls through to the
005671* filename and client routes, and is said so, rather than
005672* overflow the totals.
005673*****************************************************************
005674 3260-USE-MERGE-DEST.
005675     MOVE currentMergeDest TO currentDest
005676     MOVE "N" TO destFound
005677     MOVE 0 TO destIndex
005678     PERFORM 3300-MATCH-ONE-DEST THRU 3300-EXIT
005679         UNTIL DEST-FOUND-YES OR destIndex >= destCount
005680     IF DEST-FOUND-NO
005681         IF mergeDestCount >= mergeDestMax
005682             DISPLAY "MERGE DESTINATION " currentMergeDest
005683                 " NOT USED (TOO MANY DESTINATIONS) FOR "
005684                 "DOCUMENT " currentDocId
005685             GO TO 3260-EXIT
005686         END-IF
005687         ADD 1 TO mergeDestCount
005688     END-IF
005689     MOVE "Y" TO routeFound.
005690 3260-EXIT.
005691     EXIT.
005692
005693*****************************************************************
005700* 3300-MATCH-ONE-DEST
005710* One probe of the per-destination totals table.
005720*****************************************************************
005810*****************************************************************
005820* 3500-CLOSE-OPEN-DOCUMENT
005830* Closes the destination behind the document just finished
005840* and records it in the manifest table, the destination
005850* totals, and the DISTRES results.
005860*****************************************************************
005870 3500-CLOSE-OPEN-DOCUMENT.
005880     IF DOC-OPEN-NO
006010         MOVE currentDest TO maniDest(maniCount)
006020         MOVE docLineCount TO maniLineCount(maniCount)
006030         MOVE docSuspense TO maniSuspense(maniCount)
006035         MOVE currentRecipientKey TO maniRecipientKey(maniCount)
006040     ELSE
006041         ADD 1 TO maniOverflowCount
006042     END-IF
006043
006044     IF distResFileStatus = "00"
006045         MOVE currentDocId TO dstDocId
006046         MOVE currentDest TO dstDest
006047         MOVE docLineCount TO dstLineCount
006048         MOVE docSuspense TO dstSuspense
006049         MOVE currentRecipientKey TO dstRecipientKey
006050         MOVE runDateYYYYMMDD TO dstRunDate
006051         WRITE dstRecord
006060     END-IF
006070
006080     MOVE "N" TO docOpen.
006850
006860*****************************************************************
006870* 5100-WRITE-ONE-MANIFEST-ROW
006876* One routed document's manifest line, a merged copy's
006882* recipient key on the end.
006890*****************************************************************
006900 5100-WRITE-ONE-MANIFEST-ROW.
006910     ADD 1 TO maniIndex
007090             "  " DELIMITED BY SIZE
007100             maniLineCount(maniIndex) DELIMITED BY SIZE
007110             INTO prtText
007111     END-IF
007112     IF maniRecipientKey(maniIndex) NOT = SPACES
007113         COMPUTE maniPtr = FUNCTION LENGTH(
007114             FUNCTION TRIM(prtText TRAILING)) + 1
007115         STRING "  RECIPIENT " DELIMITED BY SIZE
007116             maniRecipientKey(maniIndex) DELIMITED BY SIZE
007117             INTO prtText
007118             WITH POINTER maniPtr
007120     END-IF
007130     PERFORM 1150-WRITE-ONE-LINE THRU 1150-EXIT.
007140 5100-EXIT.
007430     END-IF
007440     IF reportFileStatus = "00"
007450         CLOSE reportFile
007451     END-IF
007452     IF distResFileStatus = "00"
007453         CLOSE distResFile
007454     END-IF
007455     IF CLIENT-MASTER-AVAILABLE-YES
007456         CLOSE cliFile
007460     END-IF.
007470 9999-EXIT.
007480     EXIT.
