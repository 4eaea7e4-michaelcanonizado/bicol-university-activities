000100*================================================================*
000200* PROGRAM:     GSHPREP                                           *
000300* PURPOSE:     PRE-FILLED GRADE SHEETS - ONE SHEET PER SECTION   *
000400*              WITH STUDENTS ENROLLED IN THE GSHPARM TERM,       *
000500*              BUILT FROM THE SECTION-ENROLLMENT FILE (SENFILE)  *
000600*              SO INSTRUCTORS NO LONGER KEY STUDENT NUMBERS OFF  *
000700*              THE SECTLIST PRINTOUT.  EACH SHEET IS A GSHREC    *
000800*              BATCH: A HEADER WITH THE SECTION'S ASSIGNED       *
000900*              FACULTY (SECASGN), SUBJECT, TERM, SECTION AND ROW *
001000*              COUNT, THEN ONE DETAIL PER ENROLLED STUDENT WITH  *
001100*              THE GRADE AND STATUS LEFT BLANK FOR THE           *
001200*              INSTRUCTOR.  A SECTION WITH NO INSTRUCTOR         *
001300*              ASSIGNED GETS NO SHEET AND IS LISTED INSTEAD.     *
001400*              THE SHEETS GO BACK THROUGH GRDSHEET AS THEY ARE   *
001500*              RETURNED.                                         *
001600*                                                                *
001700* RUNS ON REQUEST NEAR THE END OF EACH TERM (SEE BUGSHPRP).      *
001800*                                                                *
001900* MOD-LOG                                                        *
002000*   2026-10-15  MC  ORIGINAL.                                    *
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. GSHPREP.
002400 AUTHOR. M-CANONIZADO.
002500 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TERM-PARM ASSIGN TO "GSHPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARM-STATUS.
003500
003600     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS TRM-TERM-CODE
004000         FILE STATUS IS WS-TERMMAST-STATUS.
004100
004200     SELECT OPTIONAL SECTION-ASSIGN-MASTER ASSIGN TO "SECASGN"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS SAS-KEY
004600         FILE STATUS IS WS-SECASGN-STATUS.
004700
004800     SELECT SECT-ENROLL-FILE ASSIGN TO "SENFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SENFILE-STATUS.
005100
005200     SELECT ROSTER-SORT-FILE ASSIGN TO "GSPSRT".
005300
005400     SELECT ROSTER-SORTED-FILE ASSIGN TO "GSPSORT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-GSPSORT-STATUS.
005700
005800     SELECT GRADE-SHEET-FILE ASSIGN TO "GSHOUT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-GSHOUT-STATUS.
006100
006200     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CTLFILE-STATUS.
006500
006600     SELECT REPORT-FILE ASSIGN TO "GSPRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  TERM-PARM
007200     LABEL RECORDS ARE OMITTED.
007300     COPY TRMPREC.
007400
007500 FD  TERM-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700     COPY TRMREC.
007800
007900 FD  SECTION-ASSIGN-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100     COPY SASREC.
008200
008300 FD  SECT-ENROLL-FILE
008400     LABEL RECORDS ARE OMITTED.
008500     COPY SENREC.
008600
008700 SD  ROSTER-SORT-FILE.
008800 01  ROSTER-SORT-RECORD.
008900     05  RS-SUBJ-CODE                PIC X(06).
009000     05  RS-SECTION                  PIC X(03).
009100     05  RS-STU-NUMBER               PIC 9(09).
009200
009300 FD  ROSTER-SORTED-FILE
009400     LABEL RECORDS ARE OMITTED.
009500 01  ROSTER-SORTED-RECORD            PIC X(18).
009600
009700 FD  GRADE-SHEET-FILE
009800     LABEL RECORDS ARE OMITTED.
009900     COPY GSHREC.
010000
010100 FD  CONTROL-TOTAL-FILE
010200     LABEL RECORDS ARE OMITTED.
010300     COPY CTLREC.
010400
010500 FD  REPORT-FILE
010600     LABEL RECORDS ARE OMITTED.
010700 01  REPORT-LINE                     PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000     COPY PRTCTL.
011100
011200 01  WS-FILE-STATUSES.
011300     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
011400     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
011500     05  WS-SECASGN-STATUS           PIC X(02) VALUE "00".
011600     05  WS-SENFILE-STATUS           PIC X(02) VALUE "00".
011700     05  WS-GSPSORT-STATUS           PIC X(02) VALUE "00".
011800     05  WS-GSHOUT-STATUS            PIC X(02) VALUE "00".
011900     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
012000
012100 01  WS-SWITCHES.
012200     05  WS-SEN-EOF-SW               PIC X(01) VALUE "N".
012300         88  WS-SEN-EOF                  VALUE "Y".
012400     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
012500         88  WS-SORTED-EOF               VALUE "Y".
012600     05  WS-FIRST-REC-SW             PIC X(01) VALUE "Y".
012700         88  WS-FIRST-RECORD             VALUE "Y".
012800     05  WS-ASSIGNED-SW              PIC X(01) VALUE "N".
012900         88  WS-SECTION-ASSIGNED         VALUE "Y".
013000
013100 01  WS-SUBSCRIPTS.
013200     05  WS-ROW-SUB                  PIC 999 VALUE ZERO.
013300
013400 01  WS-COUNTERS.
013500     05  WS-SHEETS-WRITTEN           PIC 9(05) VALUE ZERO.
013600     05  WS-SECTIONS-SKIPPED         PIC 9(05) VALUE ZERO.
013700     05  WS-STUDENTS-SKIPPED         PIC 9(05) VALUE ZERO.
013800
013900*--------------------------------------------------------------*
014000* CONTROL TOTALS FOR THE BALANCING STEP - SECTION-ENROLLMENT    *
014100* ROWS READ, STUDENT ROWS WRITTEN TO THE SHEETS, AND THE HASH   *
014200* OF THEIR STUDENT NUMBERS.                                     *
014300*--------------------------------------------------------------*
014400 01  WS-CONTROL-COUNTS.
014500     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
014600     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
014700     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
014800
014900 01  WS-CURRENT-TERM                 PIC X(06) VALUE SPACES.
015000 01  WS-PREV-SECTION-KEY.
015100     05  WS-PREV-SUBJ-CODE           PIC X(06) VALUE SPACES.
015200     05  WS-PREV-SECTION             PIC X(03) VALUE SPACES.
015300
015400*--------------------------------------------------------------*
015500* THE CURRENT SECTION'S CLASS LIST, HELD UNTIL THE SECTION      *
015600* BREAKS SO THE SHEET HEADER CAN CARRY ITS ROW COUNT.           *
015700*--------------------------------------------------------------*
015800 01  WS-ROW-COUNT                    PIC 999 VALUE ZERO.
015900 01  WS-ROW-TABLE.
016000     05  WS-RW-STU-NUMBER OCCURS 200 TIMES
016100                                     PIC 9(09).
016200
016300 01  WS-TITLE-WORK.
016400     05  FILLER                      PIC X(34)
016500         VALUE "BICOL UNIVERSITY - GRADE SHEETS ".
016600     05  WS-TW-TERM                  PIC X(06).
016700
016800 01  WS-SHEET-DETAIL.
016900     05  WS-SD-SUBJ                  PIC X(06).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  WS-SD-SECTION               PIC X(03).
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  WS-SD-FAC-ID                PIC X(06).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  WS-SD-ROWS                  PIC ZZZZ9.
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  WS-SD-DISPOSITION           PIC X(30).
017800
017900 01  WS-SUMMARY-LINE.
018000     05  FILLER           PIC X(16) VALUE "SHEETS WRITTEN:".
018100     05  WS-SUM-SHEETS    PIC ZZZZ9.
018200     05  FILLER           PIC X(16) VALUE "  STUDENT ROWS:".
018300     05  WS-SUM-ROWS      PIC ZZZZ9.
018400     05  FILLER           PIC X(26)
018500         VALUE "  SECTIONS WITH NO SHEET:".
018600     05  WS-SUM-SKIPPED   PIC ZZZZ9.
018700
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     PERFORM 2000-SORT-ROSTERS THRU 2000-EXIT.
019200     PERFORM 3000-WRITE-SHEETS THRU 3000-EXIT.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     STOP RUN.
019500
019600*----------------------------------------------------------*
019700* 1000-INITIALIZE - READ THE REQUIRED TERM PARM, CHECK IT   *
019800* AGAINST THE TERM MASTER, AND OPEN THE ASSIGNMENT MASTER,  *
019900* THE SHEET FILE AND THE REPORT.                            *
020000*----------------------------------------------------------*
020100 1000-INITIALIZE.
020200     OPEN INPUT TERM-PARM.
020300     IF WS-PARM-STATUS NOT = "00"
020400         DISPLAY "GSHPREP: GSHPARM OPEN FAILED, STATUS="
020500                 WS-PARM-STATUS
020600         GO TO 9999-ABEND
020700     END-IF.
020800     READ TERM-PARM
020900         AT END
021000             DISPLAY "GSHPREP: GSHPARM IS EMPTY"
021100             GO TO 9999-ABEND
021200     END-READ.
021300     MOVE PARM-CURRENT-TERM TO WS-CURRENT-TERM.
021400     CLOSE TERM-PARM.
021500     OPEN INPUT TERM-MASTER.
021600     IF WS-TERMMAST-STATUS NOT = "00"
021700         DISPLAY "GSHPREP: TERM-MASTER OPEN FAILED, STATUS="
021800                 WS-TERMMAST-STATUS
021900         GO TO 9999-ABEND
022000     END-IF.
022100     MOVE WS-CURRENT-TERM TO TRM-TERM-CODE.
022200     READ TERM-MASTER
022300         INVALID KEY
022400             DISPLAY "GSHPREP: GSHPARM TERM " WS-CURRENT-TERM
022500                     " NOT ON TERM MASTER"
022600             GO TO 9999-ABEND
022700     END-READ.
022800     CLOSE TERM-MASTER.
022900     OPEN INPUT SECTION-ASSIGN-MASTER.
023000     IF WS-SECASGN-STATUS NOT = "00" AND
023100             WS-SECASGN-STATUS NOT = "05"
023200         DISPLAY "GSHPREP: SECASGN OPEN FAILED, STATUS="
023300                 WS-SECASGN-STATUS
023400         GO TO 9999-ABEND
023500     END-IF.
023600     OPEN OUTPUT GRADE-SHEET-FILE.
023700     IF WS-GSHOUT-STATUS NOT = "00"
023800         DISPLAY "GSHPREP: GSHOUT OPEN FAILED, STATUS="
023900                 WS-GSHOUT-STATUS
024000         GO TO 9999-ABEND
024100     END-IF.
024200     OPEN OUTPUT REPORT-FILE.
024300     MOVE WS-CURRENT-TERM TO WS-TW-TERM.
024400     MOVE WS-TITLE-WORK TO PRT-TITLE-TEXT.
024500     MOVE "SUBJ    SEC  FAC ID   ROWS  DISPOSITION"
024600         TO PRT-HEAD1-TEXT.
024700     MOVE "------  ---  ------  -----  -----------"
024800         TO PRT-HEAD2-TEXT.
024900     MOVE 99 TO PRT-LINE-COUNT.
025000 1000-EXIT.
025100     EXIT.
025200
025300*----------------------------------------------------------*
025400* 2000-SORT-ROSTERS - THE TERM'S SENFILE ROWS IN SUBJECT,   *
025500* SECTION, STUDENT ORDER, SO EACH SECTION'S CLASS LIST      *
025600* ARRIVES TOGETHER AND IN STUDENT-NUMBER ORDER.             *
025700*----------------------------------------------------------*
025800 2000-SORT-ROSTERS.
025900     SORT ROSTER-SORT-FILE
026000         ON ASCENDING KEY RS-SUBJ-CODE RS-SECTION RS-STU-NUMBER
026100         INPUT PROCEDURE IS 2100-SORT-ROSTERS-IN
026200         GIVING ROSTER-SORTED-FILE.
026300 2000-EXIT.
026400     EXIT.
026500
026600 2100-SORT-ROSTERS-IN.
026700     OPEN INPUT SECT-ENROLL-FILE.
026800     IF WS-SENFILE-STATUS NOT = "00"
026900         DISPLAY "GSHPREP: SENFILE OPEN FAILED, STATUS="
027000                 WS-SENFILE-STATUS
027100         GO TO 9999-ABEND
027200     END-IF.
027300     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
027400     PERFORM 2110-RELEASE-SEN-ROW THRU 2110-EXIT
027500         UNTIL WS-SEN-EOF.
027600     CLOSE SECT-ENROLL-FILE.
027700 2100-EXIT.
027800     EXIT.
027900
028000 2110-RELEASE-SEN-ROW.
028100     ADD 1 TO WS-CTL-READ.
028200     IF SEN-TERM = WS-CURRENT-TERM
028300         MOVE SEN-SUBJ-CODE  TO RS-SUBJ-CODE
028400         MOVE SEN-SECTION    TO RS-SECTION
028500         MOVE SEN-STU-NUMBER TO RS-STU-NUMBER
028600         RELEASE ROSTER-SORT-RECORD
028700     END-IF.
028800     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
028900 2110-EXIT.
029000     EXIT.
029100
029200 2900-READ-SEN-ROW.
029300     READ SECT-ENROLL-FILE
029400         AT END
029500             SET WS-SEN-EOF TO TRUE
029600     END-READ.
029700 2900-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------*
030100* 3000-WRITE-SHEETS - CONTROL-BREAK LOOP OVER THE SORTED    *
030200* CLASS LISTS: GATHER ONE SECTION'S STUDENTS, THEN WRITE    *
030300* ITS SHEET.  A STUDENT LISTED TWICE IN A SECTION GETS ONE  *
030400* ROW.                                                      *
030500*----------------------------------------------------------*
030600 3000-WRITE-SHEETS.
030700     OPEN INPUT ROSTER-SORTED-FILE.
030800     IF WS-GSPSORT-STATUS NOT = "00"
030900         DISPLAY "GSHPREP: GSPSORT OPEN FAILED, STATUS="
031000                 WS-GSPSORT-STATUS
031100         GO TO 9999-ABEND
031200     END-IF.
031300     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
031400     PERFORM 3200-PROCESS-ONE-STUDENT THRU 3200-EXIT
031500         UNTIL WS-SORTED-EOF.
031600     IF WS-FIRST-RECORD
031700         MOVE " NO SECTION ENROLLMENT THIS TERM"
031800             TO PRT-DETAIL-LINE
031900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
032000     ELSE
032100         PERFORM 4000-FINALIZE-SECTION THRU 4000-EXIT
032200     END-IF.
032300     CLOSE ROSTER-SORTED-FILE.
032400 3000-EXIT.
032500     EXIT.
032600
032700 3100-READ-SORTED.
032800     READ ROSTER-SORTED-FILE
032900         AT END
033000             SET WS-SORTED-EOF TO TRUE
033100     END-READ.
033200 3100-EXIT.
033300     EXIT.
033400
033500 3200-PROCESS-ONE-STUDENT.
033600     MOVE ROSTER-SORTED-RECORD TO ROSTER-SORT-RECORD.
033700     IF WS-FIRST-RECORD
033800         MOVE "N" TO WS-FIRST-REC-SW
033900         PERFORM 3300-START-SECTION THRU 3300-EXIT
034000     ELSE
034100         IF RS-SUBJ-CODE NOT = WS-PREV-SUBJ-CODE
034200                 OR RS-SECTION NOT = WS-PREV-SECTION
034300             PERFORM 4000-FINALIZE-SECTION THRU 4000-EXIT
034400             PERFORM 3300-START-SECTION THRU 3300-EXIT
034500         END-IF
034600     END-IF.
034700     IF WS-ROW-COUNT > ZERO
034800         IF RS-STU-NUMBER = WS-RW-STU-NUMBER(WS-ROW-COUNT)
034900             GO TO 3200-READ-NEXT
035000         END-IF
035100     END-IF.
035200     IF WS-ROW-COUNT NOT < 200
035300         DISPLAY "GSHPREP: CLASS LIST TABLE FULL AT "
035400                 RS-SUBJ-CODE " " RS-SECTION
035500         GO TO 9999-ABEND
035600     END-IF.
035700     ADD 1 TO WS-ROW-COUNT.
035800     MOVE RS-STU-NUMBER TO WS-RW-STU-NUMBER(WS-ROW-COUNT).
035900 3200-READ-NEXT.
036000     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
036100 3200-EXIT.
036200     EXIT.
036300
036400 3300-START-SECTION.
036500     MOVE RS-SUBJ-CODE TO WS-PREV-SUBJ-CODE.
036600     MOVE RS-SECTION   TO WS-PREV-SECTION.
036700     MOVE ZERO         TO WS-ROW-COUNT.
036800 3300-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------*
037200* 4000-FINALIZE-SECTION - THE SHEET GOES TO THE SECTION'S   *
037300* ASSIGNED INSTRUCTOR FOR THE TERM; WITH NONE ASSIGNED      *
037400* GRDSHEET COULD NOT ACCEPT IT, SO NO SHEET IS WRITTEN AND  *
037500* THE SECTION IS LISTED FOR ITS CHAIR.                      *
037600*----------------------------------------------------------*
037700 4000-FINALIZE-SECTION.
037800     MOVE "Y" TO WS-ASSIGNED-SW.
037900     MOVE WS-PREV-SUBJ-CODE TO SAS-SUBJ-CODE.
038000     MOVE WS-CURRENT-TERM   TO SAS-TERM.
038100     MOVE WS-PREV-SECTION   TO SAS-SECTION.
038200     READ SECTION-ASSIGN-MASTER
038300         INVALID KEY
038400             MOVE "N" TO WS-ASSIGNED-SW
038500     END-READ.
038600     MOVE SPACES            TO PRT-DETAIL-LINE.
038700     MOVE WS-PREV-SUBJ-CODE TO WS-SD-SUBJ.
038800     MOVE WS-PREV-SECTION   TO WS-SD-SECTION.
038900     MOVE WS-ROW-COUNT      TO WS-SD-ROWS.
039000     IF NOT WS-SECTION-ASSIGNED
039100         ADD 1 TO WS-SECTIONS-SKIPPED
039200         ADD WS-ROW-COUNT TO WS-STUDENTS-SKIPPED
039300         MOVE SPACES TO WS-SD-FAC-ID
039400         MOVE "NO INSTRUCTOR - NO SHEET" TO WS-SD-DISPOSITION
039500         MOVE WS-SHEET-DETAIL TO PRT-DETAIL-LINE
039600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
039700         GO TO 4000-EXIT
039800     END-IF.
039900     MOVE SPACES            TO GRADE-SHEET-RECORD.
040000     SET GSH-HEADER         TO TRUE.
040100     MOVE SAS-FAC-ID        TO GSH-HDR-FAC-ID.
040200     MOVE WS-PREV-SUBJ-CODE TO GSH-HDR-SUBJ-CODE.
040300     MOVE WS-CURRENT-TERM   TO GSH-HDR-TERM.
040400     MOVE WS-ROW-COUNT      TO GSH-HDR-REC-COUNT.
040500     MOVE WS-PREV-SECTION   TO GSH-HDR-SECTION.
040600     WRITE GRADE-SHEET-RECORD.
040700     PERFORM 4100-WRITE-ONE-ROW THRU 4100-EXIT
040800         VARYING WS-ROW-SUB FROM 1 BY 1
040900         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
041000     ADD 1 TO WS-SHEETS-WRITTEN.
041100     MOVE SAS-FAC-ID        TO WS-SD-FAC-ID.
041200     MOVE "SHEET WRITTEN"   TO WS-SD-DISPOSITION.
041300     MOVE WS-SHEET-DETAIL   TO PRT-DETAIL-LINE.
041400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
041500 4000-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------*
041900* 4100-WRITE-ONE-ROW - THE GRADE AND STATUS ARE LEFT BLANK  *
042000* FOR THE INSTRUCTOR TO FILL IN.                            *
042100*----------------------------------------------------------*
042200 4100-WRITE-ONE-ROW.
042300     MOVE SPACES TO GRADE-SHEET-RECORD.
042400     SET GSH-DETAIL TO TRUE.
042500     MOVE WS-RW-STU-NUMBER(WS-ROW-SUB) TO GSH-DET-STU-NUMBER.
042600     WRITE GRADE-SHEET-RECORD.
042700     ADD 1 TO WS-CTL-WRITTEN.
042800     ADD WS-RW-STU-NUMBER(WS-ROW-SUB) TO WS-CTL-HASH.
042900 4100-EXIT.
043000     EXIT.
043100
043200     COPY PRTFMT.
043300
043400*----------------------------------------------------------*
043500* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
043600* RECORD FOR THE BALANCING STEP.                            *
043700*----------------------------------------------------------*
043800 8900-WRITE-CONTROL-TOTAL.
043900     OPEN EXTEND CONTROL-TOTAL-FILE.
044000     IF WS-CTLFILE-STATUS NOT = "00" AND
044100             WS-CTLFILE-STATUS NOT = "05"
044200         DISPLAY "GSHPREP: CTLFILE OPEN FAILED, STATUS="
044300                 WS-CTLFILE-STATUS
044400     ELSE
044500         MOVE "GSHPREP   " TO CTL-PROGRAM
044600         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
044700         ACCEPT CTL-RUN-TIME FROM TIME
044800         MOVE WS-CTL-READ    TO CTL-RECS-READ
044900         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
045000         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
045100         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
045200         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
045300         WRITE CONTROL-TOTAL-RECORD
045400         CLOSE CONTROL-TOTAL-FILE
045500     END-IF.
045600 8900-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------*
046000* 9000-TERMINATE - PRINT THE SHEET TOTALS AND CLOSE EVERY   *
046100* FILE THE RUN HAD OPEN.                                    *
046200*----------------------------------------------------------*
046300 9000-TERMINATE.
046400     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
046500     MOVE WS-SHEETS-WRITTEN   TO WS-SUM-SHEETS.
046600     MOVE WS-CTL-WRITTEN      TO WS-SUM-ROWS.
046700     MOVE WS-SECTIONS-SKIPPED TO WS-SUM-SKIPPED.
046800     MOVE SPACES TO PRT-DETAIL-LINE.
046900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
047000     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
047100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
047200     CLOSE SECTION-ASSIGN-MASTER.
047300     CLOSE GRADE-SHEET-FILE.
047400     CLOSE REPORT-FILE.
047500     DISPLAY "GSHPREP: SHEETS=" WS-SHEETS-WRITTEN
047600             " ROWS=" WS-CTL-WRITTEN
047700             " UNASSIGNED SECTIONS=" WS-SECTIONS-SKIPPED.
047800 9000-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------*
048200* 9999-ABEND - A PARM OR FILE I/O ERROR IS UNRECOVERABLE;   *
048300* END THE RUN WITH A NONZERO RETURN CODE.  THE SHEET FILE  *
048400* IS STILL CATALOGED AT STEP END; BUGSHPRP STEP020 DELETES  *
048450* THE HALF-WRITTEN GENERATION.                              *
048500*----------------------------------------------------------*
048600 9999-ABEND.
048700     MOVE 16 TO RETURN-CODE.
048800     STOP RUN.
