000140*                   resend, restoring the blank line between
000150*                   paragraphs from the stored paragraph
000160*                   numbers.  RETURN-CODE 8 when the archive is
000161*                   unavailable or holds no such document.
000162* 2026-10-15  TM    Warns when the extract is incomplete: fewer
000163*                   or more lines than the document's ARCHCTL
000164*                   control record (CTLREC.CPY) says were
000165*                   archived, or a gap in the line numbers.  The
000166*                   warning closes the report and the step ends
000167*                   RETURN-CODE 4, so a short document is not
000168*                   resent as if whole.  A document archived
000169*                   before control records were kept, or no
000170*                   ARCHCTL at all, is checked for gaps only.
000171* 2026-10-15  TM    Heading lines (arcRecType "H", set by the
000172*                   engine's ".HEADING" directive) print
000173*                   underlined and are kept on a page with the
000174*                   line under them, and the trailer counts
000175*                   them, so the extract shows the document's
000176*                   structure.
000180
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCHEXTR.
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS reportFileStatus.
000380
000381     SELECT ctlFile ASSIGN TO "ARCHCTL"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS ctlDocId
000385         FILE STATUS IS ctlFileStatus.
000386
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  archFile.
000440 FD  reportFile.
000450     COPY PRTREC.
000460
000462 FD  ctlFile.
000464     COPY CTLREC.
000466
000470 WORKING-STORAGE SECTION.
000480 01  archFileStatus PIC X(2) VALUE SPACES.
000490 01  reportFileStatus PIC X(2) VALUE SPACES.
000495 01  ctlFileStatus PIC X(2) VALUE SPACES.
000500 77  END-OF-DOCUMENT PIC 9(1) VALUE 0.
000510     88  END-OF-DOCUMENT-YES VALUE 1.
000520     88  END-OF-DOCUMENT-NO  VALUE 0.
000650* number of the previous line so the blank separator can be
000660* restored where the paragraph number steps.
000670 01  extractedLineCount PIC 9(8) VALUE 0.
000671 01  previousParaNum PIC 9(8) VALUE 0.
000672
000673* Heading lines: how many came back, and the underline printed
000674* beneath each one, as long as its text.
000675 01  headingLineCount PIC 9(8) VALUE 0.
000676 01  underlineLen PIC 9(3) VALUE 0.
000677 01  underlineText PIC X(132).
000678
000679* Completeness check: the line number the next record should
000680* carry, how many times it did not, and whether the document
000681* has a control record to count against.
000682 01  expectedLineNum PIC 9(8) VALUE 1.
000683 01  lineGapCount PIC 9(8) VALUE 0.
000684 01  controlFound PIC X(1) VALUE "N".
000685     88  CONTROL-FOUND-YES VALUE "Y".
000686     88  CONTROL-FOUND-NO  VALUE "N".
000690
000700* Print-control fields, kept to the same page size the reflow
000710* report uses.
001980
001990     PERFORM 4000-WRITE-EXTRACT-LINE THRU 4000-EXIT
002000     MOVE arcParaNum TO previousParaNum
002002     IF arcLineNum NOT = expectedLineNum
002004         ADD 1 TO lineGapCount
002006     END-IF
002008     ADD 1 TO arcLineNum GIVING expectedLineNum
002010     ADD 1 TO extractedLineCount.
002020 3000-EXIT.
002030     EXIT.
002050*****************************************************************
002060* 4000-WRITE-EXTRACT-LINE
002070* Prints one extracted line, breaking to a new page when the
002075* page fills.  A heading line is underlined, and breaks to a
002080* new page early rather than leave its underline or the text
002085* under it on the next one.
002090*****************************************************************
002100 4000-WRITE-EXTRACT-LINE.
002110     IF linesOnPage >= linesPerPage
002112         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002114     END-IF
002116     IF ARC-REC-HEADING AND linesOnPage + 2 >= linesPerPage
002120         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
002130     END-IF
002140
002190         arcText DELIMITED BY SIZE
002200         INTO prtText
002210     WRITE prtRecord
002211
002212     ADD 1 TO linesOnPage
002213
002214     IF ARC-REC-HEADING
002215         ADD 1 TO headingLineCount
002216         PERFORM 4050-WRITE-HEADING-UNDERLINE THRU 4050-EXIT
002217     END-IF.
002218 4000-EXIT.
002219     EXIT.
002220
002221*****************************************************************
002222* 4050-WRITE-HEADING-UNDERLINE
002223* Prints a row of dashes under the heading line just printed,
002224* under its text and as long as it.
002225*****************************************************************
002226 4050-WRITE-HEADING-UNDERLINE.
002227     IF arcText = SPACES
002228         GO TO 4050-EXIT
002229     END-IF
002230     MOVE FUNCTION LENGTH(FUNCTION TRIM(arcText TRAILING))
002231         TO underlineLen
002232     MOVE SPACES TO underlineText
002233     MOVE ALL "-" TO underlineText(1:underlineLen)
002234
002235     MOVE SPACES TO prtRecord
002236     MOVE " " TO prtCarriageCtl
002237     STRING "          " DELIMITED BY SIZE
002238         underlineText DELIMITED BY SIZE
002239         INTO prtText
002240     WRITE prtRecord
002241     ADD 1 TO linesOnPage.
002242 4050-EXIT.
002250     EXIT.
002260
002270*****************************************************************
002680             extractedLineCount DELIMITED BY SIZE
002690             INTO prtText
002700         WRITE prtRecord
002701         IF headingLineCount > 0
002702             MOVE SPACES TO prtRecord
002703             MOVE " " TO prtCarriageCtl
002704             STRING "HEADINGS:        " DELIMITED BY SIZE
002705                 headingLineCount DELIMITED BY SIZE
002706                 INTO prtText
002707             WRITE prtRecord
002708         END-IF
002709         PERFORM 5100-CHECK-COMPLETENESS THRU 5100-EXIT
002710     END-IF.
002711 5000-EXIT.
002712     EXIT.
002713
002714*****************************************************************
002715* 5100-CHECK-COMPLETENESS
002716* Holds the lines extracted against the document's control
002717* record and the line-number sequence.  Either one out ends
002718* the report with a warning and the step RETURN-CODE 4.
002719*****************************************************************
002720 5100-CHECK-COMPLETENESS.
002721     MOVE "N" TO controlFound
002722     OPEN INPUT ctlFile
002723     IF ctlFileStatus = "00"
002724         MOVE docId TO ctlDocId
002725         READ ctlFile
002726             NOT INVALID KEY
002727                 MOVE "Y" TO controlFound
002728         END-READ
002729         CLOSE ctlFile
002730     END-IF
002731
002732     IF CONTROL-FOUND-YES
002733         AND ctlLineCount NOT = extractedLineCount
002734         MOVE SPACES TO prtRecord
002735         MOVE " " TO prtCarriageCtl
002736         STRING "*** WARNING -- CONTROL RECORD SAYS "
002737             DELIMITED BY SIZE
002738             ctlLineCount DELIMITED BY SIZE
002739             " LINES WERE ARCHIVED; THIS EXTRACT IS INCOMPLETE"
002740             DELIMITED BY SIZE
002741             INTO prtText
002742         WRITE prtRecord
002743         MOVE 4 TO RETURN-CODE
002744     END-IF
002745
002746     IF lineGapCount > 0
002747         MOVE SPACES TO prtRecord
002748         MOVE " " TO prtCarriageCtl
002749         STRING "*** WARNING -- " DELIMITED BY SIZE
002750             lineGapCount DELIMITED BY SIZE
002751             " GAPS IN THE LINE NUMBERS; THIS EXTRACT IS "
002752             DELIMITED BY SIZE
002753             "INCOMPLETE" DELIMITED BY SIZE
002754             INTO prtText
002755         WRITE prtRecord
002756         MOVE 4 TO RETURN-CODE
002757     END-IF
002758
002759     IF RETURN-CODE = 4
002760         DISPLAY "ARCHEXTR -- DOCUMENT " docId
002761             " IS INCOMPLETE IN THE ARCHIVE; SEE EXTRRPT"
002762     END-IF.
002763 5100-EXIT.
002764     EXIT.
002765
002766*****************************************************************
002767* 9999-END-RUN
002770* Closes whatever opened and ends the run.
002780*****************************************************************
002790 9999-END-RUN.
