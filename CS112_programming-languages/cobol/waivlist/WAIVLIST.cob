000100*================================================================*
000200* PROGRAM:     WAIVLIST                                          *
000300* PURPOSE:     PREREQUISITE WAIVERS USED IN A TERM - SELECTS THE *
000400*              PARM TERM'S ROWS FROM THE WAIVER-USED LOG THE     *
000500*              ENROLLMENT MAINTENANCE STEP APPENDS TO, SORTS     *
000600*              THEM BY SUBJECT, SECTION AND STUDENT, AND PRINTS  *
000700*              EACH WITH THE STUDENT'S NAME, THE PREREQUISITE    *
000800*              WAIVED AND THE CHAIR WHO APPROVED IT, ONE BLOCK   *
000900*              PER SUBJECT WITH ITS OWN COUNT, SO THE DEAN CAN   *
001000*              SEE EVERY EXCEPTION THE CHAIRS GRANTED.           *
001100*                                                                *
001200* RUNS AFTER THE DAILY ADD/DROP MAINTENANCE (SEE BUENRMNT        *
001300* STEP040); THE WAIVPARM TERM MUST BE ON THE TERM MASTER.        *
001400*                                                                *
001500* MOD-LOG                                                        *
001600*   2026-10-15  MC  ORIGINAL.                                    *
001700*================================================================*
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. WAIVLIST.
002000 AUTHOR. M-CANONIZADO.
002100 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TERM-PARM ASSIGN TO "WAIVPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003100
003200     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS TRM-TERM-CODE
003600         FILE STATUS IS WS-TERMMAST-STATUS.
003700
003800     SELECT OPTIONAL WAIVER-LOG-FILE ASSIGN TO "PRQWLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PRQWLOG-STATUS.
004100
004200     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS STU-NUMBER
004600         FILE STATUS IS WS-STUDMAST-STATUS.
004700
004800     SELECT WAIVER-SORT-FILE ASSIGN TO "PWLSRT".
004900
005000     SELECT WAIVER-SORTED-FILE ASSIGN TO "PWLSORT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PWLSORT-STATUS.
005300
005400     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CTLFILE-STATUS.
005700
005800     SELECT REPORT-FILE ASSIGN TO "WAIVRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TERM-PARM
006400     LABEL RECORDS ARE OMITTED.
006500     COPY TRMPREC.
006600
006700 FD  TERM-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY TRMREC.
007000
007100 FD  WAIVER-LOG-FILE
007200     LABEL RECORDS ARE OMITTED.
007300     COPY PWLREC.
007400
007500 FD  STUDENT-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700     COPY STUDREC.
007800
007900 SD  WAIVER-SORT-FILE.
008000 01  WAIVER-SORT-RECORD.
008100     05  WL-SUBJ-CODE                PIC X(06).
008200     05  WL-SECTION                  PIC X(03).
008300     05  WL-STU-NUMBER               PIC 9(09).
008400     05  WL-PREREQ-CODE              PIC X(06).
008500     05  WL-CHAIR-ID                 PIC X(06).
008600     05  WL-DATE-USED                PIC 9(08).
008700
008800 FD  WAIVER-SORTED-FILE
008900     LABEL RECORDS ARE OMITTED.
009000 01  WAIVER-SORTED-RECORD            PIC X(38).
009100
009200 FD  CONTROL-TOTAL-FILE
009300     LABEL RECORDS ARE OMITTED.
009400     COPY CTLREC.
009500
009600 FD  REPORT-FILE
009700     LABEL RECORDS ARE OMITTED.
009800 01  REPORT-LINE                     PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100     COPY PRTCTL.
010200     COPY NAMWREC.
010300
010400 01  WS-FILE-STATUSES.
010500     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
010600     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
010700     05  WS-PRQWLOG-STATUS           PIC X(02) VALUE "00".
010800     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
010900     05  WS-PWLSORT-STATUS           PIC X(02) VALUE "00".
011000     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
011100
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SW                   PIC X(01) VALUE "N".
011400         88  WS-EOF                      VALUE "Y".
011500     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
011600         88  WS-SORTED-EOF               VALUE "Y".
011700
011800 01  WS-COUNTERS.
011900     05  WS-SUBJECT-COUNT            PIC 9(05) VALUE ZERO.
012000     05  WS-WAIVER-COUNT             PIC 9(05) VALUE ZERO.
012100     05  WS-SUBJECTS-LISTED          PIC 9(05) VALUE ZERO.
012200
012300*--------------------------------------------------------------*
012400* CONTROL TOTALS FOR THE BALANCING STEP - LOG ROWS READ, THE     *
012500* TERM'S WAIVERS LISTED, AND THE HASH OF THEIR STUDENT NUMBERS.  *
012600*--------------------------------------------------------------*
012700 01  WS-CONTROL-COUNTS.
012800     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
012900     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
013000
013100 01  WS-CURRENT-TERM                 PIC X(06) VALUE SPACES.
013200 01  WS-PREV-SUBJ-CODE               PIC X(06) VALUE SPACES.
013300
013400 01  WS-TITLE-WORK.
013500     05  FILLER                      PIC X(34)
013600         VALUE "BICOL UNIVERSITY - PREREQ WAIVERS ".
013700     05  WS-TW-TERM                  PIC X(06).
013800
013900 01  WS-SUBJECT-HEADER.
014000     05  FILLER                      PIC X(09) VALUE "SUBJECT: ".
014100     05  WS-SH-SUBJ-CODE             PIC X(06).
014200
014300 01  WS-WAIVER-DETAIL.
014400     05  FILLER                      PIC X(01) VALUE SPACES.
014500     05  WS-WD-NUMBER                PIC 9(09).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  WS-WD-NAME                  PIC X(23).
014800     05  FILLER                      PIC X(02) VALUE SPACES.
014900     05  WS-WD-SECTION               PIC X(03).
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  WS-WD-PREREQ                PIC X(06).
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  WS-WD-CHAIR                 PIC X(06).
015400
015500 01  WS-SUBJECT-TOTAL-LINE.
015600     05  FILLER                      PIC X(01) VALUE SPACES.
015700     05  FILLER           PIC X(17) VALUE "WAIVERS USED FOR ".
015800     05  WS-ST-SUBJ-CODE             PIC X(06).
015900     05  FILLER                      PIC X(02) VALUE ": ".
016000     05  WS-ST-COUNT                 PIC ZZZZ9.
016100
016200 01  WS-SUMMARY-LINE.
016300     05  FILLER           PIC X(20) VALUE "TOTAL WAIVERS USED:".
016400     05  WS-SUM-WAIVERS   PIC ZZZZ9.
016500     05  FILLER           PIC X(12) VALUE "  SUBJECTS:".
016600     05  WS-SUM-SUBJECTS  PIC ZZZZ9.
016700
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-SORT-AND-LIST THRU 2000-EXIT.
017200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017300     STOP RUN.
017400
017500*----------------------------------------------------------*
017600* 1000-INITIALIZE - READ THE REQUIRED TERM PARM, CHECK IT   *
017700* AGAINST THE TERM MASTER, AND OPEN STUDENT-MASTER FOR THE  *
017800* NAMES AND THE REPORT.  THE LOG IS OPENED AND CLOSED BY    *
017900* THE SORT INPUT PROCEDURE.                                 *
018000*----------------------------------------------------------*
018100 1000-INITIALIZE.
018200     OPEN INPUT TERM-PARM.
018300     IF WS-PARM-STATUS NOT = "00"
018400         DISPLAY "WAIVLIST: WAIVPARM OPEN FAILED, STATUS="
018500                 WS-PARM-STATUS
018600         GO TO 9999-ABEND
018700     END-IF.
018800     READ TERM-PARM
018900         AT END
019000             DISPLAY "WAIVLIST: WAIVPARM IS EMPTY"
019100             GO TO 9999-ABEND
019200     END-READ.
019300     MOVE PARM-CURRENT-TERM TO WS-CURRENT-TERM.
019400     CLOSE TERM-PARM.
019500     OPEN INPUT TERM-MASTER.
019600     IF WS-TERMMAST-STATUS NOT = "00"
019700         DISPLAY "WAIVLIST: TERM-MASTER OPEN FAILED, STATUS="
019800                 WS-TERMMAST-STATUS
019900         GO TO 9999-ABEND
020000     END-IF.
020100     MOVE WS-CURRENT-TERM TO TRM-TERM-CODE.
020200     READ TERM-MASTER
020300         INVALID KEY
020400             DISPLAY "WAIVLIST: WAIVPARM TERM " WS-CURRENT-TERM
020500                     " NOT ON TERM MASTER"
020600             GO TO 9999-ABEND
020700     END-READ.
020800     CLOSE TERM-MASTER.
020900     OPEN INPUT STUDENT-MASTER.
021000     IF WS-STUDMAST-STATUS NOT = "00"
021100         DISPLAY "WAIVLIST: STUDENT-MASTER OPEN FAILED, STATUS="
021200                 WS-STUDMAST-STATUS
021300         GO TO 9999-ABEND
021400     END-IF.
021500     OPEN OUTPUT REPORT-FILE.
021600     MOVE WS-CURRENT-TERM TO WS-TW-TERM.
021700     MOVE WS-TITLE-WORK TO PRT-TITLE-TEXT.
021800     MOVE
021900       " STU NO.    NAME                     SEC  PREREQ  CHAIR"
022000         TO PRT-HEAD1-TEXT.
022100     MOVE
022200       " ---------  -----------------------  ---  ------  ------"
022300         TO PRT-HEAD2-TEXT.
022400     MOVE 99 TO PRT-LINE-COUNT.
022500 1000-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------*
022900* 2000-SORT-AND-LIST - SORT THE TERM'S WAIVERS BY SUBJECT,  *
023000* SECTION AND STUDENT AND PRINT THEM WITH A BREAK PER       *
023100* SUBJECT.                                                  *
023200*----------------------------------------------------------*
023300 2000-SORT-AND-LIST.
023400     SORT WAIVER-SORT-FILE
023500         ON ASCENDING KEY WL-SUBJ-CODE WL-SECTION
023600                          WL-STU-NUMBER
023700         INPUT PROCEDURE IS 2100-RELEASE-TERM-WAIVERS
023800         GIVING WAIVER-SORTED-FILE.
023900     PERFORM 3000-PRINT-WAIVER-LIST THRU 3000-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200
024300 2100-RELEASE-TERM-WAIVERS.
024400     OPEN INPUT WAIVER-LOG-FILE.
024500     IF WS-PRQWLOG-STATUS NOT = "00" AND
024600             WS-PRQWLOG-STATUS NOT = "05"
024700         DISPLAY "WAIVLIST: PRQWLOG OPEN FAILED, STATUS="
024800                 WS-PRQWLOG-STATUS
024900         GO TO 9999-ABEND
025000     END-IF.
025100     PERFORM 2900-READ-LOG THRU 2900-EXIT.
025200     PERFORM 2110-RELEASE-ONE-WAIVER THRU 2110-EXIT
025300         UNTIL WS-EOF.
025400     CLOSE WAIVER-LOG-FILE.
025500 2100-EXIT.
025600     EXIT.
025700
025800 2110-RELEASE-ONE-WAIVER.
025900     ADD 1 TO WS-CTL-READ.
026000     IF PWL-TERM = WS-CURRENT-TERM
026100         MOVE PWL-SUBJ-CODE   TO WL-SUBJ-CODE
026200         MOVE PWL-SECTION     TO WL-SECTION
026300         MOVE PWL-STU-NUMBER  TO WL-STU-NUMBER
026400         MOVE PWL-PREREQ-CODE TO WL-PREREQ-CODE
026500         MOVE PWL-CHAIR-ID    TO WL-CHAIR-ID
026600         MOVE PWL-DATE-USED   TO WL-DATE-USED
026700         RELEASE WAIVER-SORT-RECORD
026800     END-IF.
026900     PERFORM 2900-READ-LOG THRU 2900-EXIT.
027000 2110-EXIT.
027100     EXIT.
027200
027300 2900-READ-LOG.
027400     READ WAIVER-LOG-FILE
027500         AT END
027600             SET WS-EOF TO TRUE
027700     END-READ.
027800 2900-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------*
028200* 3000-PRINT-WAIVER-LIST - ONE LINE PER WAIVER USED; A      *
028300* CHANGE OF SUBJECT CLOSES THE PREVIOUS SUBJECT'S BLOCK     *
028400* WITH ITS COUNT AND OPENS THE NEXT.                        *
028500*----------------------------------------------------------*
028600 3000-PRINT-WAIVER-LIST.
028700     OPEN INPUT WAIVER-SORTED-FILE.
028800     IF WS-PWLSORT-STATUS NOT = "00"
028900         DISPLAY "WAIVLIST: PWLSORT OPEN FAILED, STATUS="
029000                 WS-PWLSORT-STATUS
029100         GO TO 9999-ABEND
029200     END-IF.
029300     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
029400     IF WS-SORTED-EOF
029500         MOVE " NO WAIVERS USED THIS TERM" TO PRT-DETAIL-LINE
029600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
029700     END-IF.
029800     PERFORM 3200-PRINT-ONE-WAIVER THRU 3200-EXIT
029900         UNTIL WS-SORTED-EOF.
030000     IF WS-SUBJECTS-LISTED > ZERO
030100         PERFORM 3400-SUBJECT-TOTAL THRU 3400-EXIT
030200     END-IF.
030300     CLOSE WAIVER-SORTED-FILE.
030400 3000-EXIT.
030500     EXIT.
030600
030700 3100-READ-SORTED.
030800     READ WAIVER-SORTED-FILE
030900         AT END
031000             SET WS-SORTED-EOF TO TRUE
031100     END-READ.
031200 3100-EXIT.
031300     EXIT.
031400
031500 3200-PRINT-ONE-WAIVER.
031600     MOVE WAIVER-SORTED-RECORD TO WAIVER-SORT-RECORD.
031700     IF WS-SUBJECTS-LISTED = ZERO
031800             OR WL-SUBJ-CODE NOT = WS-PREV-SUBJ-CODE
031900         IF WS-SUBJECTS-LISTED > ZERO
032000             PERFORM 3400-SUBJECT-TOTAL THRU 3400-EXIT
032100         END-IF
032200         PERFORM 3300-SUBJECT-HEADER THRU 3300-EXIT
032300     END-IF.
032400     MOVE WL-STU-NUMBER TO STU-NUMBER.
032500     READ STUDENT-MASTER
032600         INVALID KEY
032700             MOVE "*** NOT ON STUDENT MASTER ***" TO WS-PRINT-NAME
032800         NOT INVALID KEY
032900             MOVE STU-LAST-NAME   TO WS-FMT-LAST
033000             MOVE STU-FIRST-NAME  TO WS-FMT-FIRST
033100             MOVE STU-MIDDLE-NAME TO WS-FMT-MIDDLE
033200             PERFORM 8200-FORMAT-NAME THRU 8200-EXIT
033300     END-READ.
033400     MOVE SPACES           TO PRT-DETAIL-LINE.
033500     MOVE WL-STU-NUMBER    TO WS-WD-NUMBER.
033600     MOVE WS-PRINT-NAME    TO WS-WD-NAME.
033700     MOVE WL-SECTION       TO WS-WD-SECTION.
033800     MOVE WL-PREREQ-CODE   TO WS-WD-PREREQ.
033900     MOVE WL-CHAIR-ID      TO WS-WD-CHAIR.
034000     MOVE WS-WAIVER-DETAIL TO PRT-DETAIL-LINE.
034100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
034200     ADD 1 TO WS-SUBJECT-COUNT.
034300     ADD 1 TO WS-WAIVER-COUNT.
034400     ADD WL-STU-NUMBER TO WS-CTL-HASH.
034500     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
034600 3200-EXIT.
034700     EXIT.
034800
034900 3300-SUBJECT-HEADER.
035000     ADD 1 TO WS-SUBJECTS-LISTED.
035100     MOVE WL-SUBJ-CODE TO WS-PREV-SUBJ-CODE.
035200     MOVE ZERO         TO WS-SUBJECT-COUNT.
035300     MOVE SPACES       TO PRT-DETAIL-LINE.
035400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
035500     MOVE WL-SUBJ-CODE TO WS-SH-SUBJ-CODE.
035600     MOVE WS-SUBJECT-HEADER TO PRT-DETAIL-LINE.
035700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
035800 3300-EXIT.
035900     EXIT.
036000
036100 3400-SUBJECT-TOTAL.
036200     MOVE WS-PREV-SUBJ-CODE TO WS-ST-SUBJ-CODE.
036300     MOVE WS-SUBJECT-COUNT  TO WS-ST-COUNT.
036400     MOVE WS-SUBJECT-TOTAL-LINE TO PRT-DETAIL-LINE.
036500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
036600 3400-EXIT.
036700     EXIT.
036800
036900     COPY PRTFMT.
037000
037100     COPY NAMFMT.
037200
037300*----------------------------------------------------------*
037400* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
037500* RECORD FOR THE BALANCING STEP.                            *
037600*----------------------------------------------------------*
037700 8900-WRITE-CONTROL-TOTAL.
037800     OPEN EXTEND CONTROL-TOTAL-FILE.
037900     IF WS-CTLFILE-STATUS NOT = "00" AND
038000             WS-CTLFILE-STATUS NOT = "05"
038100         DISPLAY "WAIVLIST: CTLFILE OPEN FAILED, STATUS="
038200                 WS-CTLFILE-STATUS
038300     ELSE
038400         MOVE "WAIVLIST  " TO CTL-PROGRAM
038500         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
038600         ACCEPT CTL-RUN-TIME FROM TIME
038700         MOVE WS-CTL-READ     TO CTL-RECS-READ
038800         MOVE WS-WAIVER-COUNT TO CTL-RECS-WRITTEN
038900         MOVE WS-CTL-HASH     TO CTL-HASH-TOTAL
039000         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
039100         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
039200         WRITE CONTROL-TOTAL-RECORD
039300         CLOSE CONTROL-TOTAL-FILE
039400     END-IF.
039500 8900-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------*
039900* 9000-TERMINATE - PRINT THE LISTING TOTALS AND CLOSE THE   *
040000* REPORT.                                                   *
040100*----------------------------------------------------------*
040200 9000-TERMINATE.
040300     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
040400     MOVE WS-WAIVER-COUNT    TO WS-SUM-WAIVERS.
040500     MOVE WS-SUBJECTS-LISTED TO WS-SUM-SUBJECTS.
040600     MOVE SPACES TO PRT-DETAIL-LINE.
040700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
040800     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
040900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
041000     CLOSE STUDENT-MASTER.
041100     CLOSE REPORT-FILE.
041200 9000-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------*
041600* 9999-ABEND - A PARM OR MASTER-FILE I/O ERROR IS           *
041700* UNRECOVERABLE; END THE RUN WITH A NONZERO RETURN CODE SO  *
041800* THE JOB'S COND CHECKS BYPASS THE DOWNSTREAM STEPS.        *
041900*----------------------------------------------------------*
042000 9999-ABEND.
042100     MOVE 16 TO RETURN-CODE.
042200     STOP RUN.
