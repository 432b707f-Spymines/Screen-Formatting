000270*                   most the one record in flight repeats in the
000280*                   unload.  RETURN-CODE 8 when the cutoff is
000290*                   not an eight-digit date or the archive will
000291*                   not open.
000292* 2026-10-15  TM    Unload record widened to 172 bytes with
000293*                   ARCREC's new page-number field.
000294* 2026-10-15  TM    A clean purge also deletes the ARCHCTL
000295*                   control records (CTLREC.CPY) of documents
000296*                   older than the cutoff, so ARCHVRFY does not
000297*                   report the purged documents as lost.  A
000298*                   purge with failures keeps them: a document
000299*                   left half in the archive must still verify
000300*                   short.  No ARCHCTL at all is no matter.
000301* 2026-10-15  TM    Unload record widened to 173 bytes with
000302*                   ARCREC's new record-type field.
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ARCHPURG.
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS reportFileStatus.
000570
000571     SELECT ctlFile ASSIGN TO "ARCHCTL"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS ctlDocId
000575         FILE STATUS IS ctlFileStatus.
000576
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  archFile.
000630* The unload record is the archival record byte for byte, so a
000640* reload is a straight key-sequenced write of the vault file.
000650 FD  unloadFile.
000660 01  unlRecord PIC X(173).
000670
000680 FD  reportFile.
000690     COPY PRTREC.
000692
000694 FD  ctlFile.
000696     COPY CTLREC.
000700
000710 WORKING-STORAGE SECTION.
000720 01  archFileStatus PIC X(2) VALUE SPACES.
000730 01  unloadFileStatus PIC X(2) VALUE SPACES.
000740 01  reportFileStatus PIC X(2) VALUE SPACES.
000745 01  ctlFileStatus PIC X(2) VALUE SPACES.
000750 77  END-OF-ARCHIVE PIC 9(1) VALUE 0.
000760     88  END-OF-ARCHIVE-YES VALUE 1.
000770     88  END-OF-ARCHIVE-NO  VALUE 0.
000771 77  END-OF-CONTROL PIC 9(1) VALUE 0.
000772     88  END-OF-CONTROL-YES VALUE 1.
000773     88  END-OF-CONTROL-NO  VALUE 0.
000774 01  controlAvailable PIC X(1) VALUE "N".
000775     88  CONTROL-AVAILABLE-YES VALUE "Y".
000776     88  CONTROL-AVAILABLE-NO  VALUE "N".
000780
000790* The cutoff date, as keyed and in numeric form.  A blank or
000800* non-numeric parameter ends the run before the archive is
001130* purge that could not finish cleanly must not look clean.
001140 01  purgeErrorCount PIC 9(8) VALUE 0.
001150
001152* Control records removed with their documents, and control
001154* deletes that failed (counted with the purge failures).
001156 01  purgedCtlCount PIC 9(8) VALUE 0.
001158
001160* Print-control fields, kept to the same page size the reflow
001170* report uses.
001180 01  pageNum PIC 9(4) VALUE 1.
001350         PERFORM 3000-PURGE-ONE-RECORD THRU 3000-EXIT
001360             UNTIL END-OF-ARCHIVE-YES
001370         PERFORM 3500-CLOSE-OPEN-DOCUMENT THRU 3500-EXIT
001371         IF CONTROL-AVAILABLE-YES AND purgeErrorCount = 0
001372             PERFORM 4000-POSITION-CONTROL THRU 4000-EXIT
001373             PERFORM 4100-PURGE-ONE-CONTROL THRU 4100-EXIT
001374                 UNTIL END-OF-CONTROL-YES
001375         END-IF
001380         PERFORM 5000-WRITE-PURGE-TRAILER THRU 5000-EXIT
001390     END-IF
001400
001800             END-IF
001810             OPEN OUTPUT reportFile
001820             PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
001822             OPEN I-O ctlFile
001824             IF ctlFileStatus = "00"
001826                 MOVE "Y" TO controlAvailable
001828             END-IF
001830         END-IF
001840     END-IF.
001850 1000-EXIT.
003240     MOVE "N" TO purgingActive
003250     MOVE 0 TO purgingDocId
003260     MOVE 0 TO docLineCount.
003261 3500-EXIT.
003262     EXIT.
003263
003264*****************************************************************
003265* 4000-POSITION-CONTROL
003266* Positions the control master at its first record.
003267*****************************************************************
003268 4000-POSITION-CONTROL.
003269     MOVE 0 TO ctlDocId
003270     START ctlFile KEY IS NOT LESS THAN ctlDocId
003271         INVALID KEY
003272             SET END-OF-CONTROL-YES TO TRUE
003273     END-START.
003274 4000-EXIT.
003275     EXIT.
003276
003277*****************************************************************
003278* 4100-PURGE-ONE-CONTROL
003279* Reads the next control record and deletes it when its
003280* document is older than the cutoff.  Control records run in
003281* document-ID order, so the first one on or past the cutoff
003282* ends the sweep.
003283*****************************************************************
003284 4100-PURGE-ONE-CONTROL.
003285     READ ctlFile NEXT
003286         AT END
003287             SET END-OF-CONTROL-YES TO TRUE
003288             GO TO 4100-EXIT
003289     END-READ
003290
003291     MOVE ctlDocId TO docIdWork
003292     IF docIdDate NOT < cutoffDate
003293         SET END-OF-CONTROL-YES TO TRUE
003294         GO TO 4100-EXIT
003295     END-IF
003296
003297     DELETE ctlFile RECORD
003298         INVALID KEY
003299             ADD 1 TO purgeErrorCount
003300     END-DELETE
003301     IF ctlFileStatus = "00"
003302         ADD 1 TO purgedCtlCount
003303     END-IF.
003304 4100-EXIT.
003305     EXIT.
003306
003307*****************************************************************
003310* 5000-WRITE-PURGE-TRAILER
003320* Prints the run totals: documents and lines removed to the
003330* vault, documents left in place, and any unload or delete
003640         INTO prtText
003650     WRITE prtRecord
003660
003661     MOVE SPACES TO prtRecord
003662     MOVE " " TO prtCarriageCtl
003663     STRING "CONTROL RECORDS:    " DELIMITED BY SIZE
003664         purgedCtlCount DELIMITED BY SIZE
003665         INTO prtText
003666     WRITE prtRecord
003667
003670     IF purgeErrorCount > 0
003680         MOVE SPACES TO prtRecord
003690         MOVE " " TO prtCarriageCtl
003910             CLOSE unloadFile
003920             CLOSE reportFile
003930         END-IF
003932     END-IF
003934     IF CONTROL-AVAILABLE-YES
003936         CLOSE ctlFile
003940     END-IF.
003950 9999-EXIT.
003960     EXIT.
