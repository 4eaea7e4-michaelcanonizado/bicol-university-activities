002210*   2026-09-02  MC  THE GSHPARM TERM AND EVERY SHEET HEADER'S    *
002220*                   TERM ARE VALIDATED AGAINST THE SCHOOL-       *
002230*                   CALENDAR TERM MASTER (TERMMAST).             *
002240*   2026-10-15  MC  A SHEET IS REFUSED UNLESS ITS FACULTY IS     *
002250*                   ASSIGNED (SECASGN, MAINTAINED BY FACASGN)    *
002260*                   TO A SECTION OF THE SUBJECT IN THE TERM.     *
002270*   2026-10-15  MC  EVERY ROW IS CHECKED AGAINST SENFILE: A ROW  *
002280*                   FOR A STUDENT NOT ENROLLED IN THE SUBJECT    *
002290*                   FOR THE TERM, OR STILL WITHOUT A GRADE, IS   *
002291*                   REFUSED ON ITS OWN, AND ENROLLED STUDENTS OF *
002292*                   THE SHEET'S SECTIONS MISSING FROM IT ARE     *
002293*                   LISTED UNDER THE SHEET.  SHEET HEADERS MAY   *
002294*                   NOW NAME A SECTION (SEE GSHPREP).            *
002300*================================================================*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. GRDSHEET.
003640         ACCESS MODE IS RANDOM
003650         RECORD KEY IS TRM-TERM-CODE
003660         FILE STATUS IS WS-TERMMAST-STATUS.
003661     SELECT OPTIONAL SECTION-ASSIGN-MASTER ASSIGN TO "SECASGN"
003662         ORGANIZATION IS INDEXED
003663         ACCESS MODE IS DYNAMIC
003664         RECORD KEY IS SAS-KEY
003665         FILE STATUS IS WS-SECASGN-STATUS.
003700
003800     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
003900         ORGANIZATION IS INDEXED
007920 FD  TERM-MASTER
007930     LABEL RECORDS ARE STANDARD.
007940     COPY TRMREC.
007941
007942 FD  SECTION-ASSIGN-MASTER
007943     LABEL RECORDS ARE STANDARD.
007944     COPY SASREC.
008000
008100 FD  FACULTY-MASTER
008200     LABEL RECORDS ARE STANDARD.
012400 01  WS-FILE-STATUSES.
012500     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
012510     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
012520     05  WS-SECASGN-STATUS           PIC X(02) VALUE "00".
012600     05  WS-FACMAST-STATUS           PIC X(02) VALUE "00".
012700     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
012800     05  WS-GSHFILE-STATUS           PIC X(02) VALUE "00".
014500         88  WS-SHEET-INVALID            VALUE "N".
014600     05  WS-SUBJ-SEEN-SW             PIC X(01) VALUE "N".
014700         88  WS-SUBJ-SEEN                VALUE "Y".
014710     05  WS-ASSIGN-FOUND-SW          PIC X(01) VALUE "N".
014720         88  WS-ASSIGN-FOUND             VALUE "Y".
014730     05  WS-ASSIGN-EOF-SW            PIC X(01) VALUE "N".
014740         88  WS-ASSIGN-EOF               VALUE "Y".
014750     05  WS-ROW-FOUND-SW             PIC X(01) VALUE "N".
014751         88  WS-ROW-FOUND                VALUE "Y".
014752     05  WS-SEC-MATCH-SW             PIC X(01) VALUE "N".
014753         88  WS-SEC-MATCH                VALUE "Y".
014800
014900 01  WS-SUBSCRIPTS.
015000     05  WS-SUB                      PIC 99  VALUE ZERO.
015100     05  WS-ROW-SUB                  PIC 999 VALUE ZERO.
015200     05  WS-ACC-SUB                  PIC 99  VALUE ZERO.
015300     05  WS-ENS-SUB                  PIC 99  VALUE ZERO.
015310     05  WS-SSEC-SUB                 PIC 99  VALUE ZERO.
015320     05  WS-MISS-SUB                 PIC 999 VALUE ZERO.
015400
015500 01  WS-COUNTERS.
015600     05  WS-SHEETS-ACCEPTED          PIC 9(05) VALUE ZERO.
015700     05  WS-SHEETS-REJECTED          PIC 9(05) VALUE ZERO.
015800     05  WS-MISSING-COUNT            PIC 9(05) VALUE ZERO.
015810     05  WS-ROWS-REFUSED             PIC 9(05) VALUE ZERO.
015820     05  WS-STUDENTS-MISSING         PIC 9(05) VALUE ZERO.
015900
016000*--------------------------------------------------------------*
016100* CONTROL TOTALS FOR THE BALANCING STEP - SHEET ROWS READ, ROWS  *
018000     05  WS-SH-REC-COUNT             PIC 9(05) VALUE ZERO.
018100     05  WS-SH-ROWS-SEEN             PIC 9(05) VALUE ZERO.
018200     05  WS-SH-REASON                PIC X(30) VALUE SPACES.
018210     05  WS-SH-SECTION               PIC X(03) VALUE SPACES.
018220     05  WS-SH-ROWS-ADMITTED         PIC 9(05) VALUE ZERO.
018230     05  WS-SH-ROWS-REFUSED          PIC 9(05) VALUE ZERO.
018300
018400 01  WS-ROW-COUNT                    PIC 999 VALUE ZERO.
018500 01  WS-ROW-TABLE.
018700         10  WS-RW-STU-NUMBER        PIC 9(09).
018800         10  WS-RW-GRADE             PIC 999.
018900         10  WS-RW-STATUS            PIC X(03).
018905         10  WS-RW-DISP-SW           PIC X(01).
018910             88  WS-RW-ADMIT             VALUE "Y".
018915             88  WS-RW-NOT-ENROLLED      VALUE "N".
018920             88  WS-RW-NO-GRADE          VALUE "B".
018925
018930*--------------------------------------------------------------*
018935* THE SHEET'S SECTIONS - THE HEADER'S SECTION, OR EVERY SECTION  *
018940* OF THE SUBJECT ASSIGNED TO THE SHEET'S FACULTY IN THE TERM -   *
018945* AND THEIR ENROLLED STUDENTS MISSING FROM THE SHEET.            *
018950*--------------------------------------------------------------*
018955 01  WS-SSEC-COUNT                   PIC 99 VALUE ZERO.
018960 01  WS-SSEC-TABLE.
018965     05  WS-SSEC-SECTION OCCURS 20 TIMES
018970                                     PIC X(03).
018975 01  WS-MISS-COUNT                   PIC 999 VALUE ZERO.
018980 01  WS-MISS-TABLE.
018985     05  WS-MISS-ENTRY OCCURS 200 TIMES.
018990         10  WS-MISS-STU-NUMBER      PIC 9(09).
018995         10  WS-MISS-SECTION         PIC X(03).
019000
019100*--------------------------------------------------------------*
019200* SUBJECTS WITH CURRENT-TERM GRADES IN HAND - SHEETS ACCEPTED    *
021900         10  WS-FS-ROW               PIC X(38).
022000
022100*--------------------------------------------------------------*
022200* SEED DATA - SAMPLE SHEETS, LOADED ON A RUN WHERE NO GSHFILE   *
022300* EXISTS.  SHEET 1 CARRIES A ROW FOR A STUDENT NOT ENROLLED IN  *
022400* CS101, SHEET 2 NAMES AN UNKNOWN FACULTY AND SHEET 3 IS ONE    *
022500* ROW SHORT OF ITS COUNT ON PURPOSE SO THE REGISTER HAS         *
022510* REFUSALS TO SHOW.                                             *
022600*--------------------------------------------------------------*
022700 01  WS-GSH-SEED-VALUES.
022800     05  FILLER PIC X(28) VALUE "HFAC001CS101 2026-100003".
022900     05  FILLER PIC X(28) VALUE "D000000001085".
023000     05  FILLER PIC X(28) VALUE "D000000002070".
023010     05  FILLER PIC X(28) VALUE "D000000007080".
023100     05  FILLER PIC X(28) VALUE "HFAC999MATH012026-100001".
023200     05  FILLER PIC X(28) VALUE "D000000001078".
023300     05  FILLER PIC X(28) VALUE "HFAC002MATH012026-100002".
023400     05  FILLER PIC X(28) VALUE "D000000002065".
023500
023600 01  WS-GSH-SEED-TABLE REDEFINES WS-GSH-SEED-VALUES.
023700     05  WS-GS-ENTRY OCCURS 8 TIMES.
023800         10  WS-GS-ROW               PIC X(28).
023900
024000 01  WS-SHEET-DETAIL.
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  FILLER                      PIC X(22)
025800         VALUE "NO ACCEPTED SHEET YET".
025810
025820 01  WS-ROW-EXCEPTION-LINE.
025830     05  FILLER                      PIC X(04) VALUE SPACES.
025840     05  WS-RE-LABEL                 PIC X(14).
025850     05  WS-RE-STU-NUMBER            PIC 9(09).
025860     05  FILLER                      PIC X(02) VALUE SPACES.
025870     05  WS-RE-TEXT                  PIC X(30).
025900
026000 01  WS-SUMMARY-LINE.
026100     05  FILLER           PIC X(10) VALUE "ACCEPTED:".
026400     05  WS-SUM-REFUSED   PIC ZZZZ9.
026500     05  FILLER           PIC X(18) VALUE "  MISSING SHEETS:".
026600     05  WS-SUM-MISSING   PIC ZZZZ9.
026610
026620 01  WS-SUMMARY-LINE-2.
026630     05  FILLER           PIC X(14) VALUE "ROWS REFUSED:".
026640     05  WS-SUM-ROWS-REFUSED PIC ZZZZ9.
026650     05  FILLER           PIC X(28)
026660         VALUE "  ENROLLED NOT ON A SHEET:".
026670     05  WS-SUM-STU-MISSING PIC ZZZZ9.
026700
026800 PROCEDURE DIVISION.
026900 0000-MAINLINE.
029400                 "STATUS=" WS-CURRMAST-STATUS
029500         GO TO 9999-ABEND
029600     END-IF.
029610     OPEN INPUT SECTION-ASSIGN-MASTER.
029620     IF WS-SECASGN-STATUS NOT = "00" AND
029630             WS-SECASGN-STATUS NOT = "05"
029640         DISPLAY "GRDSHEET: SECASGN OPEN FAILED, STATUS="
029650                 WS-SECASGN-STATUS
029660         GO TO 9999-ABEND
029670     END-IF.
029700     OPEN OUTPUT REPORT-FILE.
029800     MOVE "BICOL UNIVERSITY - GRADE SHEET CONTROL REGISTER"
029900         TO PRT-TITLE-TEXT.
039000         GO TO 9999-ABEND
039100     END-IF.
039200     PERFORM 1360-WRITE-SHEET-ROW THRU 1360-EXIT
039300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
039400     CLOSE GRADE-SHEET-FILE.
039500 1350-EXIT.
039600     EXIT.
051900     MOVE GSH-HDR-REC-COUNT TO WS-SH-REC-COUNT.
052000     MOVE ZERO              TO WS-SH-ROWS-SEEN.
052100     MOVE ZERO              TO WS-ROW-COUNT.
052110     MOVE GSH-HDR-SECTION   TO WS-SH-SECTION.
052120     MOVE ZERO              TO WS-SH-ROWS-ADMITTED.
052130     MOVE ZERO              TO WS-SH-ROWS-REFUSED.
052140     MOVE ZERO              TO WS-SSEC-COUNT.
052150     MOVE ZERO              TO WS-MISS-COUNT.
052200     MOVE GSH-HDR-FAC-ID TO FAC-ID.
052300     READ FACULTY-MASTER
052400         INVALID KEY
053670                     TO WS-SH-REASON
053680         END-READ
053690     END-IF.
053691     IF WS-SHEET-VALID
053692         PERFORM 3250-CHECK-ASSIGNMENT THRU 3250-EXIT
053693     END-IF.
053700 3200-EXIT.
053800     EXIT.
053801
053803*----------------------------------------------------------*
053804* 3250-CHECK-ASSIGNMENT - THE SHEET'S FACULTY MUST BE THE  *
053805* ASSIGNED INSTRUCTOR OF THE HEADER'S SECTION, OR OF AT    *
053806* LEAST ONE SECTION OF THE SUBJECT IN THE SHEET'S TERM     *
053807* WHEN THE HEADER NAMES NONE.  SECASGN IS KEYED SUBJECT,   *
053809* TERM, SECTION, SO ONE START LANDS ON THE FIRST SECTION   *
053811* AND THE WALK STOPS AT THE NEXT SUBJECT OR TERM; EACH     *
053812* SECTION THE FACULTY HOLDS IS KEPT FOR THE MISSING CHECK. *
053815*----------------------------------------------------------*
053817 3250-CHECK-ASSIGNMENT.
053819     MOVE "N" TO WS-ASSIGN-FOUND-SW.
053821     MOVE "N" TO WS-ASSIGN-EOF-SW.
053823     MOVE GSH-HDR-SUBJ-CODE TO SAS-SUBJ-CODE.
053825     MOVE GSH-HDR-TERM      TO SAS-TERM.
053827     MOVE LOW-VALUES        TO SAS-SECTION.
053829     START SECTION-ASSIGN-MASTER KEY IS NOT LESS THAN SAS-KEY
053831         INVALID KEY
053833             SET WS-ASSIGN-EOF TO TRUE
053835     END-START.
053837     PERFORM 3260-NEXT-ASSIGNMENT THRU 3260-EXIT
053839         UNTIL WS-ASSIGN-EOF.
053841     IF NOT WS-ASSIGN-FOUND
053843         SET WS-SHEET-INVALID TO TRUE
053845         MOVE "REFUSED - FACULTY NOT ASSIGNED" TO WS-SH-REASON
053847     END-IF.
053849 3250-EXIT.
053851     EXIT.
053853
053855 3260-NEXT-ASSIGNMENT.
053857     READ SECTION-ASSIGN-MASTER NEXT RECORD
053859         AT END
053861             SET WS-ASSIGN-EOF TO TRUE
053863             GO TO 3260-EXIT
053865     END-READ.
053867     IF SAS-SUBJ-CODE NOT = GSH-HDR-SUBJ-CODE OR
053869             SAS-TERM NOT = GSH-HDR-TERM
053871         SET WS-ASSIGN-EOF TO TRUE
053873         GO TO 3260-EXIT
053875     END-IF.
053877     IF SAS-FAC-ID NOT = GSH-HDR-FAC-ID
053878         GO TO 3260-EXIT
053879     END-IF.
053880     IF GSH-HDR-SECTION NOT = SPACES AND
053881             SAS-SECTION NOT = GSH-HDR-SECTION
053882         GO TO 3260-EXIT
053883     END-IF.
053884     SET WS-ASSIGN-FOUND TO TRUE.
053885     IF WS-SSEC-COUNT < 20
053886         ADD 1 TO WS-SSEC-COUNT
053887         MOVE SAS-SECTION TO WS-SSEC-SECTION(WS-SSEC-COUNT)
053888     END-IF.
053889 3260-EXIT.
053890     EXIT.
053900
054000 3300-BUFFER-DETAIL.
054100     ADD 1 TO WS-CTL-READ.
056000     EXIT.
056100
056200*----------------------------------------------------------*
056300* 4000-FINALIZE-SHEET - THE ROWS MUST MATCH THE HEADER     *
056400* COUNT AND AT LEAST ONE ROW MUST BE FOR AN ENROLLED       *
056500* STUDENT WITH A GRADE.  A CLEAN SHEET RELEASES THOSE      *
056550* ROWS TO THE SORT AND JOINS THE ACCEPTED-SUBJECT LIST, A  *
056560* DIRTY ONE IS REFUSED WHOLE.  EITHER WAY THE SHEET PRINTS *
056600* ON THE REGISTER WITH ITS REFUSED ROWS AND MISSING NAMES. *
056700*----------------------------------------------------------*
056800 4000-FINALIZE-SHEET.
056900     MOVE "N" TO WS-SHEET-OPEN-SW.
057200         SET WS-SHEET-INVALID TO TRUE
057300         MOVE "REFUSED - ROW COUNT MISMATCH" TO WS-SH-REASON
057400     END-IF.
057410     IF WS-SHEET-VALID
057420         PERFORM 4200-CHECK-ENROLLMENT THRU 4200-EXIT
057430         IF WS-SH-ROWS-ADMITTED = ZERO
057440             SET WS-SHEET-INVALID TO TRUE
057450             MOVE "REFUSED - NO ENROLLED ROWS" TO WS-SH-REASON
057460         END-IF
057470     END-IF.
057500     IF WS-SHEET-INVALID
057600         ADD 1 TO WS-SHEETS-REJECTED
057700         PERFORM 4800-PRINT-SHEET-LINE THRU 4800-EXIT
057710         PERFORM 4300-PRINT-SHEET-EXCEPTIONS THRU 4300-EXIT
057800         GO TO 4000-EXIT
057900     END-IF.
058000     PERFORM 4100-RELEASE-ONE-ROW THRU 4100-EXIT
058100         VARYING WS-ROW-SUB FROM 1 BY 1
058200         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
058300     ADD 1 TO WS-SHEETS-ACCEPTED.
058400     IF WS-SH-ROWS-REFUSED > ZERO
058410         MOVE "ACCEPTED - ROWS REFUSED" TO WS-SH-REASON
058420     ELSE
058430         MOVE "ACCEPTED" TO WS-SH-REASON
058440     END-IF.
058500     PERFORM 4800-PRINT-SHEET-LINE THRU 4800-EXIT.
058510     PERFORM 4300-PRINT-SHEET-EXCEPTIONS THRU 4300-EXIT.
058600     IF WS-SH-TERM = WS-CURRENT-TERM
058700         IF WS-ACC-COUNT < 50
058800             ADD 1 TO WS-ACC-COUNT
059300     EXIT.
059400
059500 4100-RELEASE-ONE-ROW.
059510     IF NOT WS-RW-ADMIT(WS-ROW-SUB)
059520         GO TO 4100-EXIT
059530     END-IF.
059600     MOVE WS-RW-STU-NUMBER(WS-ROW-SUB) TO GS-STU-NUMBER.
059700     MOVE WS-SH-SUBJ-CODE              TO GS-SUBJ-CODE.
059800     MOVE WS-RW-GRADE(WS-ROW-SUB)      TO GS-GRADE.
060300     ADD WS-RW-STU-NUMBER(WS-ROW-SUB) TO WS-CTL-HASH.
060400 4100-EXIT.
060500     EXIT.
060501
060502*----------------------------------------------------------*
060503* 4200-CHECK-ENROLLMENT - ONE PASS OF SENFILE PER SHEET.   *
060504* A ROW IS ADMITTED ONLY IF ITS STUDENT HAS A SENFILE ROW  *
060505* FOR THE SUBJECT AND TERM AND ITS GRADE WAS FILLED IN.    *
060506* AN ENROLLED STUDENT OF ONE OF THE SHEET'S SECTIONS WITH  *
060507* NO ROW ON THE SHEET IS NOTED AS MISSING.  A MISSING      *
060508* SENFILE ADMITS NOTHING.                                  *
060509*----------------------------------------------------------*
060510 4200-CHECK-ENROLLMENT.
060511     PERFORM 4205-CLEAR-ROW-DISP THRU 4205-EXIT
060512         VARYING WS-ROW-SUB FROM 1 BY 1
060513         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
060514     OPEN INPUT SECT-ENROLL-FILE.
060515     IF WS-SENFILE-STATUS NOT = "00" AND
060516             WS-SENFILE-STATUS NOT = "35"
060517         DISPLAY "GRDSHEET: SENFILE OPEN FAILED, STATUS="
060518                 WS-SENFILE-STATUS
060519         GO TO 9999-ABEND
060520     END-IF.
060521     IF WS-SENFILE-STATUS = "00"
060522         MOVE "N" TO WS-SEN-EOF-SW
060523         PERFORM 6900-READ-SEN-ROW THRU 6900-EXIT
060524         PERFORM 4210-MATCH-SEN-ROW THRU 4210-EXIT
060525             UNTIL WS-SEN-EOF
060526         CLOSE SECT-ENROLL-FILE
060527         MOVE "N" TO WS-SEN-EOF-SW
060528     END-IF.
060529     PERFORM 4240-COUNT-ONE-ROW THRU 4240-EXIT
060530         VARYING WS-ROW-SUB FROM 1 BY 1
060531         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
060532 4200-EXIT.
060533     EXIT.
060534
060535 4205-CLEAR-ROW-DISP.
060536     SET WS-RW-NOT-ENROLLED(WS-ROW-SUB) TO TRUE.
060537 4205-EXIT.
060538     EXIT.
060539
060540 4210-MATCH-SEN-ROW.
060541     IF SEN-SUBJ-CODE NOT = WS-SH-SUBJ-CODE OR
060542             SEN-TERM NOT = WS-SH-TERM
060543         GO TO 4210-READ-NEXT
060544     END-IF.
060545     MOVE "N" TO WS-ROW-FOUND-SW.
060546     PERFORM 4220-MARK-ENROLLED-ROW THRU 4220-EXIT
060547         VARYING WS-ROW-SUB FROM 1 BY 1
060548         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
060549     IF WS-ROW-FOUND
060550         GO TO 4210-READ-NEXT
060551     END-IF.
060552     MOVE "N" TO WS-SEC-MATCH-SW.
060553     PERFORM 4225-MATCH-SHEET-SECTION THRU 4225-EXIT
060554         VARYING WS-SSEC-SUB FROM 1 BY 1
060555         UNTIL WS-SSEC-SUB > WS-SSEC-COUNT.
060556     IF WS-SEC-MATCH
060557         PERFORM 4230-NOTE-MISSING-STUDENT THRU 4230-EXIT
060558     END-IF.
060559 4210-READ-NEXT.
060560     PERFORM 6900-READ-SEN-ROW THRU 6900-EXIT.
060561 4210-EXIT.
060562     EXIT.
060563
060564 4220-MARK-ENROLLED-ROW.
060565     IF WS-RW-STU-NUMBER(WS-ROW-SUB) = SEN-STU-NUMBER
060566         SET WS-RW-ADMIT(WS-ROW-SUB) TO TRUE
060567         SET WS-ROW-FOUND TO TRUE
060568     END-IF.
060569 4220-EXIT.
060570     EXIT.
060571
060572 4225-MATCH-SHEET-SECTION.
060573     IF WS-SSEC-SECTION(WS-SSEC-SUB) = SEN-SECTION
060574         SET WS-SEC-MATCH TO TRUE
060575     END-IF.
060576 4225-EXIT.
060577     EXIT.
060600
060601*----------------------------------------------------------*
060602* 4230-NOTE-MISSING-STUDENT - ONCE PER STUDENT, EVEN IF    *
060603* THE STUDENT SITS IN TWO OF THE SHEET'S SECTIONS.         *
060604*----------------------------------------------------------*
060605 4230-NOTE-MISSING-STUDENT.
060606     MOVE "N" TO WS-ROW-FOUND-SW.
060607     PERFORM 4235-SCAN-MISSING THRU 4235-EXIT
060608         VARYING WS-MISS-SUB FROM 1 BY 1
060609         UNTIL WS-MISS-SUB > WS-MISS-COUNT.
060610     IF WS-ROW-FOUND
060611         GO TO 4230-EXIT
060612     END-IF.
060613     IF WS-MISS-COUNT NOT < 200
060614         DISPLAY "GRDSHEET: MISSING-STUDENT TABLE FULL AT "
060615                 WS-SH-SUBJ-CODE " " SEN-STU-NUMBER
060616         GO TO 9999-ABEND
060617     END-IF.
060618     ADD 1 TO WS-MISS-COUNT.
060619     MOVE SEN-STU-NUMBER TO WS-MISS-STU-NUMBER(WS-MISS-COUNT).
060620     MOVE SEN-SECTION    TO WS-MISS-SECTION(WS-MISS-COUNT).
060621 4230-EXIT.
060622     EXIT.
060623
060624 4235-SCAN-MISSING.
060625     IF WS-MISS-STU-NUMBER(WS-MISS-SUB) = SEN-STU-NUMBER
060626         SET WS-ROW-FOUND TO TRUE
060627     END-IF.
060628 4235-EXIT.
060629     EXIT.
060630
060631 4240-COUNT-ONE-ROW.
060632     IF WS-RW-ADMIT(WS-ROW-SUB)
060633             AND WS-RW-GRADE(WS-ROW-SUB) NOT NUMERIC
060634         SET WS-RW-NO-GRADE(WS-ROW-SUB) TO TRUE
060635     END-IF.
060636     IF WS-RW-ADMIT(WS-ROW-SUB)
060637         ADD 1 TO WS-SH-ROWS-ADMITTED
060638     ELSE
060639         ADD 1 TO WS-SH-ROWS-REFUSED
060640     END-IF.
060641 4240-EXIT.
060642     EXIT.
060643
060644*----------------------------------------------------------*
060645* 4300-PRINT-SHEET-EXCEPTIONS - UNDER THE SHEET'S          *
060646* REGISTER LINE, EACH REFUSED ROW WITH ITS REASON, THEN    *
060647* EACH ENROLLED STUDENT OF THE SHEET'S SECTIONS LEFT OUT.  *
060648*----------------------------------------------------------*
060649 4300-PRINT-SHEET-EXCEPTIONS.
060650     IF WS-SH-ROWS-REFUSED > ZERO
060651         PERFORM 4310-PRINT-REFUSED-ROW THRU 4310-EXIT
060652             VARYING WS-ROW-SUB FROM 1 BY 1
060653             UNTIL WS-ROW-SUB > WS-ROW-COUNT
060654     END-IF.
060655     PERFORM 4320-PRINT-MISSING-STUDENT THRU 4320-EXIT
060656         VARYING WS-MISS-SUB FROM 1 BY 1
060657         UNTIL WS-MISS-SUB > WS-MISS-COUNT.
060658 4300-EXIT.
060659     EXIT.
060660
060661 4310-PRINT-REFUSED-ROW.
060662     IF WS-RW-ADMIT(WS-ROW-SUB)
060663         GO TO 4310-EXIT
060664     END-IF.
060665     ADD 1 TO WS-ROWS-REFUSED.
060666     MOVE SPACES TO PRT-DETAIL-LINE.
060667     MOVE "ROW REFUSED:" TO WS-RE-LABEL.
060668     MOVE WS-RW-STU-NUMBER(WS-ROW-SUB) TO WS-RE-STU-NUMBER.
060669     IF WS-RW-NO-GRADE(WS-ROW-SUB)
060670         MOVE "NO GRADE ENTERED" TO WS-RE-TEXT
060671     ELSE
060672         MOVE "NOT ENROLLED IN SUBJECT/TERM" TO WS-RE-TEXT
060673     END-IF.
060674     MOVE WS-ROW-EXCEPTION-LINE TO PRT-DETAIL-LINE.
060675     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
060676 4310-EXIT.
060677     EXIT.
060678
060679 4320-PRINT-MISSING-STUDENT.
060680     ADD 1 TO WS-STUDENTS-MISSING.
060681     MOVE SPACES TO PRT-DETAIL-LINE.
060682     MOVE "NOT ON SHEET:" TO WS-RE-LABEL.
060683     MOVE WS-MISS-STU-NUMBER(WS-MISS-SUB) TO WS-RE-STU-NUMBER.
060684     MOVE SPACES TO WS-RE-TEXT.
060685     STRING "ENROLLED IN SECTION " DELIMITED BY SIZE
060686            WS-MISS-SECTION(WS-MISS-SUB) DELIMITED BY SIZE
060687         INTO WS-RE-TEXT
060688     END-STRING.
060689     MOVE WS-ROW-EXCEPTION-LINE TO PRT-DETAIL-LINE.
060690     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
060691 4320-EXIT.
060692     EXIT.
060693
060700 4800-PRINT-SHEET-LINE.
060800     MOVE SPACES          TO PRT-DETAIL-LINE.
060900     MOVE WS-SH-FAC-ID    TO WS-SD-FAC-ID.
077000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
077100     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
077200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
077210     MOVE WS-ROWS-REFUSED     TO WS-SUM-ROWS-REFUSED.
077220     MOVE WS-STUDENTS-MISSING TO WS-SUM-STU-MISSING.
077230     MOVE WS-SUMMARY-LINE-2 TO PRT-DETAIL-LINE.
077240     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
077300     CLOSE FACULTY-MASTER.
077400     CLOSE CURRICULUM-MASTER.
077450     CLOSE TERM-MASTER.
077460     CLOSE SECTION-ASSIGN-MASTER.
077500     CLOSE REPORT-FILE.
077600 9000-EXIT.
077700     EXIT.
