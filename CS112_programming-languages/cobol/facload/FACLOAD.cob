000100*================================================================*
000200* PROGRAM:     FACLOAD                                           *
000300* PURPOSE:     FACULTY TEACHING-LOAD REPORT FOR A TERM - EVERY   *
000400*              SECTION ASSIGNMENT ON SECASGN FOR THE PARM TERM,  *
000500*              GROUPED BY THE INSTRUCTOR'S DEPARTMENT (FAC-DEPT  *
000600*              ON FACMAST), ONE BLOCK PER INSTRUCTOR LISTING     *
000700*              THEIR SECTIONS WITH THE SUBJECT'S UNITS FROM      *
000800*              CURRMAST AND THE STUDENTS ENROLLED FROM SENFILE,  *
000900*              THEN THE INSTRUCTOR'S TOTAL SECTIONS, UNITS AND   *
001000*              ENROLLED, A DEPARTMENT TOTAL AND A GRAND TOTAL.   *
001100*              SECTIONS WITH STUDENTS ENROLLED BUT NO INSTRUCTOR *
001200*              ASSIGNED ARE LISTED AT THE END FOR THE CHAIRS.    *
001300*                                                                *
001400* RUNS AFTER THE CHAIRS' ASSIGNMENTS ARE APPLIED (SEE BUFACASG   *
001500* STEP030); THE LOADPARM TERM MUST BE ON THE TERM MASTER.        *
001600*                                                                *
001700* MOD-LOG                                                        *
001800*   2026-10-15  MC  ORIGINAL.                                    *
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. FACLOAD.
002200 AUTHOR. M-CANONIZADO.
002300 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TERM-PARM ASSIGN TO "LOADPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS TRM-TERM-CODE
003800         FILE STATUS IS WS-TERMMAST-STATUS.
003900
004000     SELECT OPTIONAL SECTION-ASSIGN-MASTER ASSIGN TO "SECASGN"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SAS-KEY
004400         FILE STATUS IS WS-SECASGN-STATUS.
004500
004600     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS FAC-ID
005000         FILE STATUS IS WS-FACMAST-STATUS.
005100
005200     SELECT CURRICULUM-MASTER ASSIGN TO "CURRMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CURR-SUBJ-CODE
005600         FILE STATUS IS WS-CURRMAST-STATUS.
005700
005800     SELECT SECT-ENROLL-FILE ASSIGN TO "SENFILE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SENFILE-STATUS.
006100
006200     SELECT LOAD-SORT-FILE ASSIGN TO "LDSRT".
006300
006400     SELECT LOAD-SORTED-FILE ASSIGN TO "LDSORT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-LDSORT-STATUS.
006700
006800     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CTLFILE-STATUS.
007100
007200     SELECT REPORT-FILE ASSIGN TO "LOADRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  TERM-PARM
007800     LABEL RECORDS ARE OMITTED.
007900     COPY TRMPREC.
008000
008100 FD  TERM-MASTER
008200     LABEL RECORDS ARE STANDARD.
008300     COPY TRMREC.
008400
008500 FD  SECTION-ASSIGN-MASTER
008600     LABEL RECORDS ARE STANDARD.
008700     COPY SASREC.
008800
008900 FD  FACULTY-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100     COPY FACREC.
009200
009300 FD  CURRICULUM-MASTER
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CURRREC.
009600
009700 FD  SECT-ENROLL-FILE
009800     LABEL RECORDS ARE OMITTED.
009900     COPY SENREC.
010000
010100 SD  LOAD-SORT-FILE.
010200 01  LOAD-SORT-RECORD.
010300     05  LS-DEPT                     PIC X(06).
010400     05  LS-FAC-NAME                 PIC X(26).
010500     05  LS-FAC-ID                   PIC X(06).
010600     05  LS-SUBJ-CODE                PIC X(06).
010700     05  LS-SECTION                  PIC X(03).
010800     05  LS-UNITS                    PIC 9V9.
010900     05  LS-ENROLLED                 PIC 9(05).
011000
011100 FD  LOAD-SORTED-FILE
011200     LABEL RECORDS ARE OMITTED.
011300 01  LOAD-SORTED-RECORD              PIC X(54).
011400
011500 FD  CONTROL-TOTAL-FILE
011600     LABEL RECORDS ARE OMITTED.
011700     COPY CTLREC.
011800
011900 FD  REPORT-FILE
012000     LABEL RECORDS ARE OMITTED.
012100 01  REPORT-LINE                     PIC X(132).
012200
012300 WORKING-STORAGE SECTION.
012400     COPY PRTCTL.
012500
012600 01  WS-FILE-STATUSES.
012700     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
012800     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
012900     05  WS-SECASGN-STATUS           PIC X(02) VALUE "00".
013000     05  WS-FACMAST-STATUS           PIC X(02) VALUE "00".
013100     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
013200     05  WS-SENFILE-STATUS           PIC X(02) VALUE "00".
013300     05  WS-LDSORT-STATUS            PIC X(02) VALUE "00".
013400     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
013500
013600 01  WS-SWITCHES.
013700     05  WS-SAS-EOF-SW               PIC X(01) VALUE "N".
013800         88  WS-SAS-EOF                  VALUE "Y".
013900     05  WS-SEN-EOF-SW               PIC X(01) VALUE "N".
014000         88  WS-SEN-EOF                  VALUE "Y".
014100     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
014200         88  WS-SORTED-EOF               VALUE "Y".
014300     05  WS-FIRST-REC-SW             PIC X(01) VALUE "Y".
014400         88  WS-FIRST-RECORD             VALUE "Y".
014500     05  WS-SEAT-FOUND-SW            PIC X(01) VALUE "N".
014600         88  WS-SEAT-FOUND               VALUE "Y".
014700     05  WS-ASSIGNED-SW              PIC X(01) VALUE "N".
014800         88  WS-SECTION-ASSIGNED         VALUE "Y".
014900
015000 01  WS-SUBSCRIPTS.
015100     05  WS-CNT-SUB                  PIC 999 VALUE ZERO.
015200
015300*--------------------------------------------------------------*
015400* LOAD ACCUMULATORS - SECTIONS, UNITS AND STUDENTS ENROLLED FOR  *
015500* THE CURRENT INSTRUCTOR, THE CURRENT DEPARTMENT AND THE TERM.   *
015600*--------------------------------------------------------------*
015700 01  WS-FAC-TOTALS.
015800     05  WS-FAC-SECTIONS             PIC 9(05)   VALUE ZERO.
015900     05  WS-FAC-UNITS                PIC 9(04)V9 VALUE ZERO.
016000     05  WS-FAC-ENROLLED             PIC 9(05)   VALUE ZERO.
016100 01  WS-DEPT-TOTALS.
016200     05  WS-DEPT-FACULTY             PIC 9(05)   VALUE ZERO.
016300     05  WS-DEPT-SECTIONS            PIC 9(05)   VALUE ZERO.
016400     05  WS-DEPT-UNITS               PIC 9(04)V9 VALUE ZERO.
016500     05  WS-DEPT-ENROLLED            PIC 9(05)   VALUE ZERO.
016600 01  WS-GRAND-TOTALS.
016700     05  WS-GRAND-DEPTS              PIC 9(05)   VALUE ZERO.
016800     05  WS-GRAND-FACULTY            PIC 9(05)   VALUE ZERO.
016900     05  WS-GRAND-SECTIONS           PIC 9(05)   VALUE ZERO.
017000     05  WS-GRAND-UNITS              PIC 9(05)V9 VALUE ZERO.
017100     05  WS-GRAND-ENROLLED           PIC 9(05)   VALUE ZERO.
017200     05  WS-UNASSIGNED-COUNT         PIC 9(05)   VALUE ZERO.
017300
017400*--------------------------------------------------------------*
017500* CONTROL TOTALS FOR THE BALANCING STEP - ASSIGNMENT ROWS READ,  *
017600* THE TERM'S SECTIONS LISTED, AND THE HASH OF THEIR ENROLLMENT.  *
017700*--------------------------------------------------------------*
017800 01  WS-CONTROL-COUNTS.
017900     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
018000     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
018100
018200 01  WS-CURRENT-TERM                 PIC X(06) VALUE SPACES.
018300 01  WS-PREV-DEPT                    PIC X(06) VALUE SPACES.
018400 01  WS-PREV-FAC-ID                  PIC X(06) VALUE SPACES.
018500 01  WS-PREV-FAC-NAME                PIC X(26) VALUE SPACES.
018600
018700*--------------------------------------------------------------*
018800* SEATS TAKEN - THE TERM'S SENFILE ROWS COUNTED BY SECTION, FOR *
018900* THE ENROLLED FIGURE ON EACH SECTION LINE.                     *
019000*--------------------------------------------------------------*
019100 01  WS-SEAT-COUNT                   PIC 999 VALUE ZERO.
019200 01  WS-SEAT-TABLE.
019300     05  WS-SEAT-ENTRY OCCURS 200 TIMES.
019400         10  WS-ST-SECTION-KEY.
019500             15  WS-ST-SUBJ-CODE     PIC X(06).
019600             15  WS-ST-SECTION       PIC X(03).
019700         10  WS-ST-FILLED            PIC 9(05).
019800
019900 01  WS-TITLE-WORK.
020000     05  FILLER                      PIC X(34)
020100         VALUE "BICOL UNIVERSITY - FACULTY LOAD ".
020200     05  WS-TW-TERM                  PIC X(06).
020300
020400 01  WS-DEPT-HEADER.
020500     05  FILLER                      PIC X(12)
020600         VALUE "DEPARTMENT: ".
020700     05  WS-DH-DEPT                  PIC X(06).
020800
020900 01  WS-LOAD-DETAIL.
021000     05  WS-LD-FAC-ID                PIC X(06).
021100     05  FILLER                      PIC X(02) VALUE SPACES.
021200     05  WS-LD-FAC-NAME              PIC X(24).
021300     05  FILLER                      PIC X(02) VALUE SPACES.
021400     05  WS-LD-SUBJ-CODE             PIC X(06).
021500     05  FILLER                      PIC X(02) VALUE SPACES.
021600     05  WS-LD-SECTION               PIC X(03).
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  WS-LD-UNITS                 PIC ZZ9.9.
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  WS-LD-ENROLLED              PIC ZZZ9.
022100
022200 01  WS-FAC-TOTAL-LINE.
022300     05  FILLER                      PIC X(10) VALUE SPACES.
022400     05  FILLER                      PIC X(10) VALUE "TOTAL FOR ".
022500     05  WS-FT-FAC-ID                PIC X(06).
022600     05  FILLER                      PIC X(12)
022700         VALUE "  SECTIONS: ".
022800     05  WS-FT-SECTIONS              PIC ZZZZ9.
022900     05  FILLER                      PIC X(09) VALUE "  UNITS: ".
023000     05  WS-FT-UNITS                 PIC ZZZ9.9.
023100     05  FILLER                      PIC X(12)
023200         VALUE "  ENROLLED: ".
023300     05  WS-FT-ENROLLED              PIC ZZZZ9.
023400
023500 01  WS-DEPT-TOTAL-LINE.
023600     05  FILLER                      PIC X(15)
023700         VALUE "DEPARTMENT ".
023800     05  WS-DT-DEPT                  PIC X(06).
023900     05  FILLER                      PIC X(11)
024000         VALUE "  FACULTY: ".
024100     05  WS-DT-FACULTY               PIC ZZZZ9.
024200     05  FILLER                      PIC X(12)
024300         VALUE "  SECTIONS: ".
024400     05  WS-DT-SECTIONS              PIC ZZZZ9.
024500     05  FILLER                      PIC X(09) VALUE "  UNITS: ".
024600     05  WS-DT-UNITS                 PIC ZZZ9.9.
024700     05  FILLER                      PIC X(12)
024800         VALUE "  ENROLLED: ".
024900     05  WS-DT-ENROLLED              PIC ZZZZ9.
025000
025100 01  WS-UNASSIGNED-LINE.
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  WS-UL-SUBJ-CODE             PIC X(06).
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  WS-UL-SECTION               PIC X(03).
025600     05  FILLER                      PIC X(12)
025700         VALUE "  ENROLLED: ".
025800     05  WS-UL-ENROLLED              PIC ZZZZ9.
025900
026000 01  WS-SUMMARY-LINE-1.
026100     05  FILLER           PIC X(13) VALUE "DEPARTMENTS:".
026200     05  WS-SUM-DEPTS     PIC ZZZZ9.
026300     05  FILLER           PIC X(11) VALUE "  FACULTY:".
026400     05  WS-SUM-FACULTY   PIC ZZZZ9.
026500     05  FILLER           PIC X(12) VALUE "  SECTIONS:".
026600     05  WS-SUM-SECTIONS  PIC ZZZZ9.
026700     05  FILLER           PIC X(09) VALUE "  UNITS:".
026800     05  WS-SUM-UNITS     PIC ZZZZ9.9.
026900     05  FILLER           PIC X(12) VALUE "  ENROLLED:".
027000     05  WS-SUM-ENROLLED  PIC ZZZZ9.
027100
027200 01  WS-SUMMARY-LINE-2.
027300     05  FILLER           PIC X(38)
027400         VALUE "ENROLLED SECTIONS WITH NO INSTRUCTOR:".
027500     05  WS-SUM-UNASSIGNED PIC ZZZZ9.
027600
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028000     PERFORM 2000-COUNT-SEATS THRU 2000-EXIT.
028100     PERFORM 3000-SORT-ASSIGNMENTS THRU 3000-EXIT.
028200     PERFORM 4000-PRINT-LOADS THRU 4000-EXIT.
028300     PERFORM 5000-LIST-UNASSIGNED THRU 5000-EXIT.
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028500     STOP RUN.
028600
028700*----------------------------------------------------------*
028800* 1000-INITIALIZE - READ THE REQUIRED TERM PARM, CHECK IT   *
028900* AGAINST THE TERM MASTER, AND OPEN THE MASTERS FOR THE     *
029000* NAMES, DEPARTMENTS AND UNITS AND THE REPORT.              *
029100*----------------------------------------------------------*
029200 1000-INITIALIZE.
029300     OPEN INPUT TERM-PARM.
029400     IF WS-PARM-STATUS NOT = "00"
029500         DISPLAY "FACLOAD: LOADPARM OPEN FAILED, STATUS="
029600                 WS-PARM-STATUS
029700         GO TO 9999-ABEND
029800     END-IF.
029900     READ TERM-PARM
030000         AT END
030100             DISPLAY "FACLOAD: LOADPARM IS EMPTY"
030200             GO TO 9999-ABEND
030300     END-READ.
030400     MOVE PARM-CURRENT-TERM TO WS-CURRENT-TERM.
030500     CLOSE TERM-PARM.
030600     OPEN INPUT TERM-MASTER.
030700     IF WS-TERMMAST-STATUS NOT = "00"
030800         DISPLAY "FACLOAD: TERM-MASTER OPEN FAILED, STATUS="
030900                 WS-TERMMAST-STATUS
031000         GO TO 9999-ABEND
031100     END-IF.
031200     MOVE WS-CURRENT-TERM TO TRM-TERM-CODE.
031300     READ TERM-MASTER
031400         INVALID KEY
031500             DISPLAY "FACLOAD: LOADPARM TERM " WS-CURRENT-TERM
031600                     " NOT ON TERM MASTER"
031700             GO TO 9999-ABEND
031800     END-READ.
031900     CLOSE TERM-MASTER.
032000     OPEN INPUT FACULTY-MASTER.
032100     IF WS-FACMAST-STATUS NOT = "00"
032200         DISPLAY "FACLOAD: FACULTY-MASTER OPEN FAILED, STATUS="
032300                 WS-FACMAST-STATUS
032400         GO TO 9999-ABEND
032500     END-IF.
032600     OPEN INPUT CURRICULUM-MASTER.
032700     IF WS-CURRMAST-STATUS NOT = "00"
032800         DISPLAY "FACLOAD: CURRICULUM-MASTER OPEN FAILED, "
032900                 "STATUS=" WS-CURRMAST-STATUS
033000         GO TO 9999-ABEND
033100     END-IF.
033200     OPEN OUTPUT REPORT-FILE.
033300     MOVE WS-CURRENT-TERM TO WS-TW-TERM.
033400     MOVE WS-TITLE-WORK TO PRT-TITLE-TEXT.
033500     MOVE
033600     "FAC ID  INSTRUCTOR                SUBJ    SEC  UNITS  ENRL"
033700         TO PRT-HEAD1-TEXT.
033800     MOVE
033900     "------  ------------------------  ------  ---  -----  ----"
034000         TO PRT-HEAD2-TEXT.
034100     MOVE 99 TO PRT-LINE-COUNT.
034200 1000-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------*
034600* 2000-COUNT-SEATS - ONE PASS OF SENFILE COUNTS THE TERM'S  *
034700* SEATS TAKEN IN EACH SECTION.                              *
034800*----------------------------------------------------------*
034900 2000-COUNT-SEATS.
035000     OPEN INPUT SECT-ENROLL-FILE.
035100     IF WS-SENFILE-STATUS NOT = "00"
035200         DISPLAY "FACLOAD: SENFILE OPEN FAILED, STATUS="
035300                 WS-SENFILE-STATUS
035400         GO TO 9999-ABEND
035500     END-IF.
035600     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
035700     PERFORM 2100-COUNT-ONE-SEAT THRU 2100-EXIT
035800         UNTIL WS-SEN-EOF.
035900     CLOSE SECT-ENROLL-FILE.
036000 2000-EXIT.
036100     EXIT.
036200
036300 2100-COUNT-ONE-SEAT.
036400     IF SEN-TERM = WS-CURRENT-TERM
036500         PERFORM 2200-FIND-SEAT-ENTRY THRU 2200-EXIT
036600         IF WS-SEAT-FOUND
036700             ADD 1 TO WS-ST-FILLED(WS-CNT-SUB)
036800         ELSE
036900             IF WS-SEAT-COUNT < 200
037000                 ADD 1 TO WS-SEAT-COUNT
037100                 MOVE WS-SEAT-COUNT TO WS-CNT-SUB
037200                 MOVE SEN-SUBJ-CODE TO WS-ST-SUBJ-CODE(WS-CNT-SUB)
037300                 MOVE SEN-SECTION   TO WS-ST-SECTION(WS-CNT-SUB)
037400                 MOVE 1             TO WS-ST-FILLED(WS-CNT-SUB)
037500             ELSE
037600                 DISPLAY "FACLOAD: SEAT TABLE FULL AT "
037700                         SEN-SUBJ-CODE " " SEN-SECTION
037800                 GO TO 9999-ABEND
037900             END-IF
038000         END-IF
038100     END-IF.
038200     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
038300 2100-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------*
038700* 2200-FIND-SEAT-ENTRY - THE CALLER LOADS SEN-SUBJ-CODE AND *
038800* SEN-SECTION; ON A MATCH WS-CNT-SUB POINTS AT THE ENTRY.   *
038900*----------------------------------------------------------*
039000 2200-FIND-SEAT-ENTRY.
039100     MOVE "N" TO WS-SEAT-FOUND-SW.
039200     PERFORM 2210-MATCH-SEAT-ENTRY THRU 2210-EXIT
039300         VARYING WS-CNT-SUB FROM 1 BY 1
039400         UNTIL WS-SEAT-FOUND OR WS-CNT-SUB > WS-SEAT-COUNT.
039500     IF WS-SEAT-FOUND
039600         SUBTRACT 1 FROM WS-CNT-SUB
039700     END-IF.
039800 2200-EXIT.
039900     EXIT.
040000
040100 2210-MATCH-SEAT-ENTRY.
040200     IF WS-ST-SUBJ-CODE(WS-CNT-SUB) = SEN-SUBJ-CODE
040300             AND WS-ST-SECTION(WS-CNT-SUB) = SEN-SECTION
040400         SET WS-SEAT-FOUND TO TRUE
040500     END-IF.
040600 2210-EXIT.
040700     EXIT.
040800
040900 2900-READ-SEN-ROW.
041000     READ SECT-ENROLL-FILE
041100         AT END
041200             SET WS-SEN-EOF TO TRUE
041300     END-READ.
041400 2900-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------*
041800* 3000-SORT-ASSIGNMENTS - THE CONTROL BREAKS IN 4000 NEED   *
041900* THE TERM'S ASSIGNMENTS GROUPED BY DEPARTMENT, THEN BY     *
042000* INSTRUCTOR.  AN INSTRUCTOR NO LONGER ON THE FACULTY       *
042100* MASTER SORTS UNDER DEPARTMENT "*NONE*" SO THE LOAD STILL  *
042200* SHOWS; A SUBJECT NOT ON CURRMAST CARRIES ZERO UNITS.      *
042300*----------------------------------------------------------*
042400 3000-SORT-ASSIGNMENTS.
042500     SORT LOAD-SORT-FILE
042600         ON ASCENDING KEY LS-DEPT LS-FAC-NAME LS-FAC-ID
042700                          LS-SUBJ-CODE LS-SECTION
042800         INPUT PROCEDURE IS 3100-SORT-ASSIGNMENTS-IN
042900         GIVING LOAD-SORTED-FILE.
043000 3000-EXIT.
043100     EXIT.
043200
043300 3100-SORT-ASSIGNMENTS-IN.
043400     OPEN INPUT SECTION-ASSIGN-MASTER.
043500     IF WS-SECASGN-STATUS NOT = "00" AND
043600             WS-SECASGN-STATUS NOT = "05"
043700         DISPLAY "FACLOAD: SECASGN OPEN FAILED, STATUS="
043800                 WS-SECASGN-STATUS
043900         GO TO 9999-ABEND
044000     END-IF.
044100     PERFORM 3110-READ-ASSIGNMENT THRU 3110-EXIT.
044200     PERFORM 3120-RELEASE-ASSIGNMENT THRU 3120-EXIT
044300         UNTIL WS-SAS-EOF.
044400     CLOSE SECTION-ASSIGN-MASTER.
044500 3100-EXIT.
044600     EXIT.
044700
044800 3110-READ-ASSIGNMENT.
044900     READ SECTION-ASSIGN-MASTER NEXT RECORD
045000         AT END
045100             SET WS-SAS-EOF TO TRUE
045200     END-READ.
045300 3110-EXIT.
045400     EXIT.
045500
045600 3120-RELEASE-ASSIGNMENT.
045700     ADD 1 TO WS-CTL-READ.
045800     IF SAS-TERM NOT = WS-CURRENT-TERM
045900         GO TO 3120-READ-NEXT
046000     END-IF.
046100     MOVE SAS-FAC-ID TO FAC-ID.
046200     READ FACULTY-MASTER
046300         INVALID KEY
046400             MOVE "*NONE*"            TO FAC-DEPT
046500             MOVE "*** NOT ON FACMAST ***"
046600                 TO FAC-NAME
046700     END-READ.
046800     MOVE SAS-SUBJ-CODE TO CURR-SUBJ-CODE.
046900     READ CURRICULUM-MASTER
047000         INVALID KEY
047100             MOVE ZERO TO CURR-SUBJ-UNITS
047200     END-READ.
047300     MOVE SAS-SUBJ-CODE TO SEN-SUBJ-CODE.
047400     MOVE SAS-SECTION   TO SEN-SECTION.
047500     PERFORM 2200-FIND-SEAT-ENTRY THRU 2200-EXIT.
047600     IF WS-SEAT-FOUND
047700         MOVE WS-ST-FILLED(WS-CNT-SUB) TO LS-ENROLLED
047800     ELSE
047900         MOVE ZERO TO LS-ENROLLED
048000     END-IF.
048100     MOVE FAC-DEPT        TO LS-DEPT.
048200     MOVE FAC-NAME        TO LS-FAC-NAME.
048300     MOVE SAS-FAC-ID      TO LS-FAC-ID.
048400     MOVE SAS-SUBJ-CODE   TO LS-SUBJ-CODE.
048500     MOVE SAS-SECTION     TO LS-SECTION.
048600     MOVE CURR-SUBJ-UNITS TO LS-UNITS.
048700     RELEASE LOAD-SORT-RECORD.
048800 3120-READ-NEXT.
048900     PERFORM 3110-READ-ASSIGNMENT THRU 3110-EXIT.
049000 3120-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------*
049400* 4000-PRINT-LOADS - CONTROL-BREAK LOOP OVER THE SORTED     *
049500* ASSIGNMENTS: A CHANGE OF INSTRUCTOR CLOSES THE PREVIOUS   *
049600* INSTRUCTOR'S TOTAL, A CHANGE OF DEPARTMENT ALSO CLOSES    *
049700* THE DEPARTMENT'S TOTAL AND OPENS THE NEXT DEPARTMENT.     *
049800*----------------------------------------------------------*
049900 4000-PRINT-LOADS.
050000     OPEN INPUT LOAD-SORTED-FILE.
050100     IF WS-LDSORT-STATUS NOT = "00"
050200         DISPLAY "FACLOAD: LDSORT OPEN FAILED, STATUS="
050300                 WS-LDSORT-STATUS
050400         GO TO 9999-ABEND
050500     END-IF.
050600     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
050700     PERFORM 4200-PROCESS-ONE-SECTION THRU 4200-EXIT
050800         UNTIL WS-SORTED-EOF.
050900     IF WS-FIRST-RECORD
051000         MOVE " NO INSTRUCTORS ASSIGNED THIS TERM"
051100             TO PRT-DETAIL-LINE
051200         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
051300     ELSE
051400         PERFORM 4400-FACULTY-TOTAL THRU 4400-EXIT
051500         PERFORM 4500-DEPARTMENT-TOTAL THRU 4500-EXIT
051600     END-IF.
051700     CLOSE LOAD-SORTED-FILE.
051800 4000-EXIT.
051900     EXIT.
052000
052100 4100-READ-SORTED.
052200     READ LOAD-SORTED-FILE
052300         AT END
052400             SET WS-SORTED-EOF TO TRUE
052500     END-READ.
052600 4100-EXIT.
052700     EXIT.
052800
052900 4200-PROCESS-ONE-SECTION.
053000     MOVE LOAD-SORTED-RECORD TO LOAD-SORT-RECORD.
053100     IF WS-FIRST-RECORD
053200         MOVE "N" TO WS-FIRST-REC-SW
053300         PERFORM 4300-DEPARTMENT-HEADER THRU 4300-EXIT
053400     ELSE
053500         IF LS-DEPT NOT = WS-PREV-DEPT
053600             PERFORM 4400-FACULTY-TOTAL THRU 4400-EXIT
053700             PERFORM 4500-DEPARTMENT-TOTAL THRU 4500-EXIT
053800             PERFORM 4300-DEPARTMENT-HEADER THRU 4300-EXIT
053900         ELSE
054000             IF LS-FAC-ID NOT = WS-PREV-FAC-ID
054100                 PERFORM 4400-FACULTY-TOTAL THRU 4400-EXIT
054200                 PERFORM 4350-FACULTY-START THRU 4350-EXIT
054300             END-IF
054400         END-IF
054500     END-IF.
054600     PERFORM 4600-PRINT-SECTION THRU 4600-EXIT.
054700     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
054800 4200-EXIT.
054900     EXIT.
055000
055100 4300-DEPARTMENT-HEADER.
055200     ADD 1 TO WS-GRAND-DEPTS.
055300     MOVE LS-DEPT TO WS-PREV-DEPT.
055400     MOVE ZERO TO WS-DEPT-FACULTY WS-DEPT-SECTIONS
055500                  WS-DEPT-UNITS WS-DEPT-ENROLLED.
055600     MOVE SPACES TO PRT-DETAIL-LINE.
055700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
055800     MOVE LS-DEPT TO WS-DH-DEPT.
055900     MOVE WS-DEPT-HEADER TO PRT-DETAIL-LINE.
056000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
056100     PERFORM 4350-FACULTY-START THRU 4350-EXIT.
056200 4300-EXIT.
056300     EXIT.
056400
056500 4350-FACULTY-START.
056600     ADD 1 TO WS-DEPT-FACULTY.
056700     ADD 1 TO WS-GRAND-FACULTY.
056800     MOVE LS-FAC-ID   TO WS-PREV-FAC-ID.
056900     MOVE LS-FAC-NAME TO WS-PREV-FAC-NAME.
057000     MOVE ZERO TO WS-FAC-SECTIONS WS-FAC-UNITS WS-FAC-ENROLLED.
057100 4350-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------*
057500* 4400-FACULTY-TOTAL / 4500-DEPARTMENT-TOTAL - ROLL THE     *
057600* CLOSING INSTRUCTOR'S LOAD INTO THE DEPARTMENT AND PRINT   *
057700* ITS TOTAL LINE; LIKEWISE FOR THE DEPARTMENT.              *
057800*----------------------------------------------------------*
057900 4400-FACULTY-TOTAL.
058000     MOVE WS-PREV-FAC-ID  TO WS-FT-FAC-ID.
058100     MOVE WS-FAC-SECTIONS TO WS-FT-SECTIONS.
058200     MOVE WS-FAC-UNITS    TO WS-FT-UNITS.
058300     MOVE WS-FAC-ENROLLED TO WS-FT-ENROLLED.
058400     MOVE WS-FAC-TOTAL-LINE TO PRT-DETAIL-LINE.
058500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
058600     ADD WS-FAC-SECTIONS TO WS-DEPT-SECTIONS.
058700     ADD WS-FAC-UNITS    TO WS-DEPT-UNITS.
058800     ADD WS-FAC-ENROLLED TO WS-DEPT-ENROLLED.
058900 4400-EXIT.
059000     EXIT.
059100
059200 4500-DEPARTMENT-TOTAL.
059300     MOVE WS-PREV-DEPT     TO WS-DT-DEPT.
059400     MOVE WS-DEPT-FACULTY  TO WS-DT-FACULTY.
059500     MOVE WS-DEPT-SECTIONS TO WS-DT-SECTIONS.
059600     MOVE WS-DEPT-UNITS    TO WS-DT-UNITS.
059700     MOVE WS-DEPT-ENROLLED TO WS-DT-ENROLLED.
059800     MOVE WS-DEPT-TOTAL-LINE TO PRT-DETAIL-LINE.
059900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
060000     ADD WS-DEPT-SECTIONS TO WS-GRAND-SECTIONS.
060100     ADD WS-DEPT-UNITS    TO WS-GRAND-UNITS.
060200     ADD WS-DEPT-ENROLLED TO WS-GRAND-ENROLLED.
060300 4500-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------*
060700* 4600-PRINT-SECTION - ONE LINE PER SECTION TAUGHT; THE     *
060800* INSTRUCTOR'S ID AND NAME PRINT ON THEIR FIRST LINE ONLY.  *
060900*----------------------------------------------------------*
061000 4600-PRINT-SECTION.
061100     MOVE SPACES TO PRT-DETAIL-LINE.
061200     IF WS-FAC-SECTIONS = ZERO
061300         MOVE LS-FAC-ID   TO WS-LD-FAC-ID
061400         MOVE LS-FAC-NAME TO WS-LD-FAC-NAME
061500     ELSE
061600         MOVE SPACES TO WS-LD-FAC-ID WS-LD-FAC-NAME
061700     END-IF.
061800     MOVE LS-SUBJ-CODE TO WS-LD-SUBJ-CODE.
061900     MOVE LS-SECTION   TO WS-LD-SECTION.
062000     MOVE LS-UNITS     TO WS-LD-UNITS.
062100     MOVE LS-ENROLLED  TO WS-LD-ENROLLED.
062200     MOVE WS-LOAD-DETAIL TO PRT-DETAIL-LINE.
062300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
062400     ADD 1           TO WS-FAC-SECTIONS.
062500     ADD LS-UNITS    TO WS-FAC-UNITS.
062600     ADD LS-ENROLLED TO WS-FAC-ENROLLED.
062700     ADD LS-ENROLLED TO WS-CTL-HASH.
062800 4600-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------*
063200* 5000-LIST-UNASSIGNED - EVERY SECTION WITH STUDENTS IN THE *
063300* TERM BUT NO ROW ON SECASGN: NO ONE CAN SUBMIT ITS GRADE   *
063400* SHEET UNTIL ITS CHAIR ASSIGNS AN INSTRUCTOR.              *
063500*----------------------------------------------------------*
063600 5000-LIST-UNASSIGNED.
063700     OPEN INPUT SECTION-ASSIGN-MASTER.
063800     IF WS-SECASGN-STATUS NOT = "00" AND
063900             WS-SECASGN-STATUS NOT = "05"
064000         DISPLAY "FACLOAD: SECASGN OPEN FAILED, STATUS="
064100                 WS-SECASGN-STATUS
064200         GO TO 9999-ABEND
064300     END-IF.
064400     MOVE SPACES TO PRT-DETAIL-LINE.
064500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
064600     MOVE "ENROLLED SECTIONS WITH NO INSTRUCTOR:"
064700         TO PRT-DETAIL-LINE.
064800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
064900     PERFORM 5100-CHECK-ONE-SECTION THRU 5100-EXIT
065000         VARYING WS-CNT-SUB FROM 1 BY 1
065100         UNTIL WS-CNT-SUB > WS-SEAT-COUNT.
065200     IF WS-UNASSIGNED-COUNT = ZERO
065300         MOVE "  (NONE)" TO PRT-DETAIL-LINE
065400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
065500     END-IF.
065600     CLOSE SECTION-ASSIGN-MASTER.
065700 5000-EXIT.
065800     EXIT.
065900
066000 5100-CHECK-ONE-SECTION.
066100     MOVE "Y" TO WS-ASSIGNED-SW.
066200     MOVE WS-ST-SUBJ-CODE(WS-CNT-SUB) TO SAS-SUBJ-CODE.
066300     MOVE WS-CURRENT-TERM             TO SAS-TERM.
066400     MOVE WS-ST-SECTION(WS-CNT-SUB)   TO SAS-SECTION.
066500     READ SECTION-ASSIGN-MASTER
066600         INVALID KEY
066700             MOVE "N" TO WS-ASSIGNED-SW
066800     END-READ.
066900     IF NOT WS-SECTION-ASSIGNED
067000         ADD 1 TO WS-UNASSIGNED-COUNT
067100         MOVE SPACES TO PRT-DETAIL-LINE
067200         MOVE WS-ST-SUBJ-CODE(WS-CNT-SUB) TO WS-UL-SUBJ-CODE
067300         MOVE WS-ST-SECTION(WS-CNT-SUB)   TO WS-UL-SECTION
067400         MOVE WS-ST-FILLED(WS-CNT-SUB)    TO WS-UL-ENROLLED
067500         MOVE WS-UNASSIGNED-LINE TO PRT-DETAIL-LINE
067600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
067700     END-IF.
067800 5100-EXIT.
067900     EXIT.
068000
068100     COPY PRTFMT.
068200
068300*----------------------------------------------------------*
068400* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
068500* RECORD FOR THE BALANCING STEP.                            *
068600*----------------------------------------------------------*
068700 8900-WRITE-CONTROL-TOTAL.
068800     OPEN EXTEND CONTROL-TOTAL-FILE.
068900     IF WS-CTLFILE-STATUS NOT = "00" AND
069000             WS-CTLFILE-STATUS NOT = "05"
069100         DISPLAY "FACLOAD: CTLFILE OPEN FAILED, STATUS="
069200                 WS-CTLFILE-STATUS
069300     ELSE
069400         MOVE "FACLOAD   " TO CTL-PROGRAM
069500         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
069600         ACCEPT CTL-RUN-TIME FROM TIME
069700         MOVE WS-CTL-READ       TO CTL-RECS-READ
069800         MOVE WS-GRAND-SECTIONS TO CTL-RECS-WRITTEN
069900         MOVE WS-CTL-HASH       TO CTL-HASH-TOTAL
070000         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
070100         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
070200         WRITE CONTROL-TOTAL-RECORD
070300         CLOSE CONTROL-TOTAL-FILE
070400     END-IF.
070500 8900-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------*
070900* 9000-TERMINATE - PRINT THE TERM TOTALS AND CLOSE THE      *
071000* MASTERS AND THE REPORT.                                   *
071100*----------------------------------------------------------*
071200 9000-TERMINATE.
071300     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
071400     MOVE WS-GRAND-DEPTS      TO WS-SUM-DEPTS.
071500     MOVE WS-GRAND-FACULTY    TO WS-SUM-FACULTY.
071600     MOVE WS-GRAND-SECTIONS   TO WS-SUM-SECTIONS.
071700     MOVE WS-GRAND-UNITS      TO WS-SUM-UNITS.
071800     MOVE WS-GRAND-ENROLLED   TO WS-SUM-ENROLLED.
071900     MOVE WS-UNASSIGNED-COUNT TO WS-SUM-UNASSIGNED.
072000     MOVE SPACES TO PRT-DETAIL-LINE.
072100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072200     MOVE WS-SUMMARY-LINE-1 TO PRT-DETAIL-LINE.
072300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072400     MOVE WS-SUMMARY-LINE-2 TO PRT-DETAIL-LINE.
072500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072600     CLOSE FACULTY-MASTER.
072700     CLOSE CURRICULUM-MASTER.
072800     CLOSE REPORT-FILE.
072900 9000-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------*
073300* 9999-ABEND - A PARM OR MASTER-FILE I/O ERROR IS           *
073400* UNRECOVERABLE; END THE RUN WITH A NONZERO RETURN CODE SO  *
073500* THE JOB'S COND CHECKS BYPASS THE DOWNSTREAM STEPS.        *
073600*----------------------------------------------------------*
073700 9999-ABEND.
073800     MOVE 16 TO RETURN-CODE.
073900     STOP RUN.
