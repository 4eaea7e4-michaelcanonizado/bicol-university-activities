000100*================================================================*
000200* PROGRAM:     WAITLIST                                          *
000300* PURPOSE:     SECTION WAITLISTS FOR A TERM - LISTS EVERY STUDENT*
000400*              STILL QUEUED ON THE SECTION WAITLIST (SECWAIT) IN *
000500*              THE PARM TERM, ONE BLOCK PER SECTION WITH ITS SEAT*
000600*              CAPACITY AND CURRENT ENROLLMENT, EACH STUDENT IN  *
000700*              QUEUE ORDER WITH THEIR POSITION, NAME AND THE DATE*
000800*              AND TIME THEY JOINED, SO THE CHAIRS CAN SEE WHERE *
000900*              A SECOND SECTION OR A BIGGER ROOM IS NEEDED.      *
001000*                                                                *
001100* RUNS AFTER THE DAILY ADD/DROP MAINTENANCE (SEE BUENRMNT        *
001200* STEP050); THE WAITPARM TERM MUST BE ON THE TERM MASTER.        *
001300*                                                                *
001400* MOD-LOG                                                        *
001500*   2026-10-15  MC  ORIGINAL.                                    *
001600*================================================================*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. WAITLIST.
001900 AUTHOR. M-CANONIZADO.
002000 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TERM-PARM ASSIGN TO "WAITPARM"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000
003100     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS TRM-TERM-CODE
003500         FILE STATUS IS WS-TERMMAST-STATUS.
003600
003700     SELECT SECTION-WAIT-FILE ASSIGN TO "SECWAIT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS SWT-KEY
004100         FILE STATUS IS WS-SECWAIT-STATUS.
004200
004300     SELECT SECTION-MASTER ASSIGN TO "SECMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS SEC-KEY
004700         FILE STATUS IS WS-SECMAST-STATUS.
004800
004900     SELECT SECT-ENROLL-FILE ASSIGN TO "SENFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SENFILE-STATUS.
005200
005300     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS STU-NUMBER
005700         FILE STATUS IS WS-STUDMAST-STATUS.
005800
005900     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CTLFILE-STATUS.
006200
006300     SELECT REPORT-FILE ASSIGN TO "WAITRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TERM-PARM
006900     LABEL RECORDS ARE OMITTED.
007000     COPY TRMPREC.
007100
007200 FD  TERM-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400     COPY TRMREC.
007500
007600 FD  SECTION-WAIT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY SWTREC.
007900
008000 FD  SECTION-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200     COPY SECREC.
008300
008400 FD  SECT-ENROLL-FILE
008500     LABEL RECORDS ARE OMITTED.
008600     COPY SENREC.
008700
008800 FD  STUDENT-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000     COPY STUDREC.
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
010700     05  WS-SECWAIT-STATUS           PIC X(02) VALUE "00".
010800     05  WS-SECMAST-STATUS           PIC X(02) VALUE "00".
010900     05  WS-SENFILE-STATUS           PIC X(02) VALUE "00".
011000     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
011100     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
011200
011300 01  WS-SWITCHES.
011400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
011500         88  WS-EOF                      VALUE "Y".
011600     05  WS-SEN-EOF-SW               PIC X(01) VALUE "N".
011700         88  WS-SEN-EOF                  VALUE "Y".
011800     05  WS-SEAT-FOUND-SW            PIC X(01) VALUE "N".
011900         88  WS-SEAT-FOUND               VALUE "Y".
012000
012100 01  WS-SUBSCRIPTS.
012200     05  WS-CNT-SUB                  PIC 999 VALUE ZERO.
012300
012400 01  WS-COUNTERS.
012500     05  WS-SECTION-COUNT            PIC 9(05) VALUE ZERO.
012600     05  WS-WAITING-COUNT            PIC 9(05) VALUE ZERO.
012700     05  WS-SECTIONS-LISTED          PIC 9(05) VALUE ZERO.
012800
012900*--------------------------------------------------------------*
013000* CONTROL TOTALS FOR THE BALANCING STEP - WAITLIST ROWS READ,   *
013100* THE TERM'S ROWS LISTED, AND THE HASH OF THEIR STUDENT NUMBERS.*
013200*--------------------------------------------------------------*
013300 01  WS-CONTROL-COUNTS.
013400     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
013500     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
013600
013700 01  WS-CURRENT-TERM                 PIC X(06) VALUE SPACES.
013800 01  WS-PREV-SECTION-KEY.
013900     05  WS-PREV-SUBJ-CODE           PIC X(06) VALUE SPACES.
014000     05  WS-PREV-SECTION             PIC X(03) VALUE SPACES.
014100
014200*--------------------------------------------------------------*
014300* SEATS TAKEN - THE TERM'S SENFILE ROWS COUNTED BY SECTION, FOR *
014400* THE ENROLLED FIGURE ON EACH SECTION HEADER.                   *
014500*--------------------------------------------------------------*
014600 01  WS-SEAT-COUNT                   PIC 999 VALUE ZERO.
014700 01  WS-SEAT-TABLE.
014800     05  WS-SEAT-ENTRY OCCURS 200 TIMES.
014900         10  WS-ST-SECTION-KEY.
015000             15  WS-ST-SUBJ-CODE     PIC X(06).
015100             15  WS-ST-SECTION       PIC X(03).
015200         10  WS-ST-FILLED            PIC 9(05).
015300
015400 01  WS-TITLE-WORK.
015500     05  FILLER                      PIC X(30)
015600         VALUE "BICOL UNIVERSITY - WAITLISTS ".
015700     05  WS-TW-TERM                  PIC X(06).
015800
015900 01  WS-SECTION-HEADER.
016000     05  FILLER                      PIC X(09) VALUE "SECTION: ".
016100     05  WS-SH-SUBJ-CODE             PIC X(06).
016200     05  FILLER                      PIC X(01) VALUE SPACES.
016300     05  WS-SH-SECTION               PIC X(03).
016400     05  FILLER           PIC X(13) VALUE "   CAPACITY: ".
016500     05  WS-SH-CAPACITY              PIC ZZ9.
016600     05  FILLER           PIC X(13) VALUE "   ENROLLED: ".
016700     05  WS-SH-ENROLLED              PIC ZZZZ9.
016800
016900 01  WS-WAIT-DETAIL.
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  WS-WD-POSITION              PIC ZZ9.
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  WS-WD-NUMBER                PIC 9(09).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  WS-WD-NAME                  PIC X(30).
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  WS-WD-DATE                  PIC 9(08).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  WS-WD-TIME                  PIC 9(06).
018000
018100 01  WS-SECTION-TOTAL-LINE.
018200     05  FILLER                      PIC X(01) VALUE SPACES.
018300     05  FILLER           PIC X(15) VALUE "WAITING FOR ".
018400     05  WS-ST-TOT-SUBJ              PIC X(06).
018500     05  FILLER                      PIC X(01) VALUE SPACES.
018600     05  WS-ST-TOT-SECTION           PIC X(03).
018700     05  FILLER                      PIC X(02) VALUE ": ".
018800     05  WS-ST-TOT-COUNT             PIC ZZZZ9.
018900
019000 01  WS-SUMMARY-LINE.
019100     05  FILLER           PIC X(20) VALUE "TOTAL WAITING:".
019200     05  WS-SUM-WAITING   PIC ZZZZ9.
019300     05  FILLER           PIC X(12) VALUE "  SECTIONS:".
019400     05  WS-SUM-SECTIONS  PIC ZZZZ9.
019500
019600 PROCEDURE DIVISION.
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-COUNT-SEATS THRU 2000-EXIT.
020000     PERFORM 3000-PRINT-WAITLISTS THRU 3000-EXIT.
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020200     STOP RUN.
020300
020400*----------------------------------------------------------*
020500* 1000-INITIALIZE - READ THE REQUIRED TERM PARM, CHECK IT   *
020600* AGAINST THE TERM MASTER, AND OPEN THE MASTERS FOR THE     *
020700* CAPACITIES AND NAMES AND THE REPORT.                      *
020800*----------------------------------------------------------*
020900 1000-INITIALIZE.
021000     OPEN INPUT TERM-PARM.
021100     IF WS-PARM-STATUS NOT = "00"
021200         DISPLAY "WAITLIST: WAITPARM OPEN FAILED, STATUS="
021300                 WS-PARM-STATUS
021400         GO TO 9999-ABEND
021500     END-IF.
021600     READ TERM-PARM
021700         AT END
021800             DISPLAY "WAITLIST: WAITPARM IS EMPTY"
021900             GO TO 9999-ABEND
022000     END-READ.
022100     MOVE PARM-CURRENT-TERM TO WS-CURRENT-TERM.
022200     CLOSE TERM-PARM.
022300     OPEN INPUT TERM-MASTER.
022400     IF WS-TERMMAST-STATUS NOT = "00"
022500         DISPLAY "WAITLIST: TERM-MASTER OPEN FAILED, STATUS="
022600                 WS-TERMMAST-STATUS
022700         GO TO 9999-ABEND
022800     END-IF.
022900     MOVE WS-CURRENT-TERM TO TRM-TERM-CODE.
023000     READ TERM-MASTER
023100         INVALID KEY
023200             DISPLAY "WAITLIST: WAITPARM TERM " WS-CURRENT-TERM
023300                     " NOT ON TERM MASTER"
023400             GO TO 9999-ABEND
023500     END-READ.
023600     CLOSE TERM-MASTER.
023700     OPEN INPUT SECTION-MASTER.
023800     IF WS-SECMAST-STATUS NOT = "00"
023900         DISPLAY "WAITLIST: SECTION-MASTER OPEN FAILED, STATUS="
024000                 WS-SECMAST-STATUS
024100         GO TO 9999-ABEND
024200     END-IF.
024300     OPEN INPUT STUDENT-MASTER.
024400     IF WS-STUDMAST-STATUS NOT = "00"
024500         DISPLAY "WAITLIST: STUDENT-MASTER OPEN FAILED, STATUS="
024600                 WS-STUDMAST-STATUS
024700         GO TO 9999-ABEND
024800     END-IF.
024900     OPEN OUTPUT REPORT-FILE.
025000     MOVE WS-CURRENT-TERM TO WS-TW-TERM.
025100     MOVE WS-TITLE-WORK TO PRT-TITLE-TEXT.
025200     MOVE
025300       "  POS  STU NO.    NAME                            QUEUED"
025400         TO PRT-HEAD1-TEXT.
025500     MOVE
025600       "  ---  ---------  ------------------------------  ------"
025700         TO PRT-HEAD2-TEXT.
025800     MOVE 99 TO PRT-LINE-COUNT.
025900 1000-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------*
026300* 2000-COUNT-SEATS - ONE PASS OF SENFILE COUNTS THE TERM'S  *
026400* SEATS TAKEN IN EACH SECTION.                              *
026500*----------------------------------------------------------*
026600 2000-COUNT-SEATS.
026700     OPEN INPUT SECT-ENROLL-FILE.
026800     IF WS-SENFILE-STATUS NOT = "00"
026900         DISPLAY "WAITLIST: SENFILE OPEN FAILED, STATUS="
027000                 WS-SENFILE-STATUS
027100         GO TO 9999-ABEND
027200     END-IF.
027300     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
027400     PERFORM 2100-COUNT-ONE-SEAT THRU 2100-EXIT
027500         UNTIL WS-SEN-EOF.
027600     CLOSE SECT-ENROLL-FILE.
027700 2000-EXIT.
027800     EXIT.
027900
028000 2100-COUNT-ONE-SEAT.
028100     IF SEN-TERM = WS-CURRENT-TERM
028200         PERFORM 2200-FIND-SEAT-ENTRY THRU 2200-EXIT
028300         IF WS-SEAT-FOUND
028400             ADD 1 TO WS-ST-FILLED(WS-CNT-SUB)
028500         ELSE
028600             IF WS-SEAT-COUNT < 200
028700                 ADD 1 TO WS-SEAT-COUNT
028800                 MOVE WS-SEAT-COUNT TO WS-CNT-SUB
028900                 MOVE SEN-SUBJ-CODE TO WS-ST-SUBJ-CODE(WS-CNT-SUB)
029000                 MOVE SEN-SECTION   TO WS-ST-SECTION(WS-CNT-SUB)
029100                 MOVE 1             TO WS-ST-FILLED(WS-CNT-SUB)
029200             ELSE
029300                 DISPLAY "WAITLIST: SEAT TABLE FULL AT "
029400                         SEN-SUBJ-CODE " " SEN-SECTION
029500                 GO TO 9999-ABEND
029600             END-IF
029700         END-IF
029800     END-IF.
029900     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
030000 2100-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------*
030400* 2200-FIND-SEAT-ENTRY - THE CALLER LOADS SEN-SUBJ-CODE AND *
030500* SEN-SECTION; ON A MATCH WS-CNT-SUB POINTS AT THE ENTRY.   *
030600*----------------------------------------------------------*
030700 2200-FIND-SEAT-ENTRY.
030800     MOVE "N" TO WS-SEAT-FOUND-SW.
030900     PERFORM 2210-MATCH-SEAT-ENTRY THRU 2210-EXIT
031000         VARYING WS-CNT-SUB FROM 1 BY 1
031100         UNTIL WS-SEAT-FOUND OR WS-CNT-SUB > WS-SEAT-COUNT.
031200     IF WS-SEAT-FOUND
031300         SUBTRACT 1 FROM WS-CNT-SUB
031400     END-IF.
031500 2200-EXIT.
031600     EXIT.
031700
031800 2210-MATCH-SEAT-ENTRY.
031900     IF WS-ST-SUBJ-CODE(WS-CNT-SUB) = SEN-SUBJ-CODE
032000             AND WS-ST-SECTION(WS-CNT-SUB) = SEN-SECTION
032100         SET WS-SEAT-FOUND TO TRUE
032200     END-IF.
032300 2210-EXIT.
032400     EXIT.
032500
032600 2900-READ-SEN-ROW.
032700     READ SECT-ENROLL-FILE
032800         AT END
032900             SET WS-SEN-EOF TO TRUE
033000     END-READ.
033100 2900-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------*
033500* 3000-PRINT-WAITLISTS - SECWAIT IS KEYED BY SECTION, TERM, *
033600* DATE AND TIME QUEUED, SO A STRAIGHT READ OF THE FILE      *
033700* GIVES EACH SECTION'S QUEUE IN ORDER.  A CHANGE OF SECTION *
033800* CLOSES THE PREVIOUS BLOCK WITH ITS COUNT AND OPENS THE    *
033900* NEXT.                                                     *
034000*----------------------------------------------------------*
034100 3000-PRINT-WAITLISTS.
034200     OPEN INPUT SECTION-WAIT-FILE.
034300     IF WS-SECWAIT-STATUS NOT = "00"
034400         DISPLAY "WAITLIST: SECWAIT OPEN FAILED, STATUS="
034500                 WS-SECWAIT-STATUS
034600         GO TO 9999-ABEND
034700     END-IF.
034800     PERFORM 3100-READ-WAIT-ROW THRU 3100-EXIT.
034900     PERFORM 3200-PRINT-ONE-WAITING THRU 3200-EXIT
035000         UNTIL WS-EOF.
035100     IF WS-SECTIONS-LISTED > ZERO
035200         PERFORM 3400-SECTION-TOTAL THRU 3400-EXIT
035300     ELSE
035400         MOVE " NO STUDENTS WAITLISTED THIS TERM"
035500             TO PRT-DETAIL-LINE
035600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
035700     END-IF.
035800     CLOSE SECTION-WAIT-FILE.
035900 3000-EXIT.
036000     EXIT.
036100
036200 3100-READ-WAIT-ROW.
036300     READ SECTION-WAIT-FILE NEXT RECORD
036400         AT END
036500             SET WS-EOF TO TRUE
036600     END-READ.
036700 3100-EXIT.
036800     EXIT.
036900
037000 3200-PRINT-ONE-WAITING.
037100     ADD 1 TO WS-CTL-READ.
037200     IF SWT-TERM = WS-CURRENT-TERM
037300         PERFORM 3210-LIST-WAITING-ROW THRU 3210-EXIT
037400     END-IF.
037500     PERFORM 3100-READ-WAIT-ROW THRU 3100-EXIT.
037600 3200-EXIT.
037700     EXIT.
037800
037900 3210-LIST-WAITING-ROW.
038000     IF WS-SECTIONS-LISTED = ZERO
038100             OR SWT-SUBJ-CODE NOT = WS-PREV-SUBJ-CODE
038200             OR SWT-SECTION NOT = WS-PREV-SECTION
038300         IF WS-SECTIONS-LISTED > ZERO
038400             PERFORM 3400-SECTION-TOTAL THRU 3400-EXIT
038500         END-IF
038600         PERFORM 3300-SECTION-HEADER THRU 3300-EXIT
038700     END-IF.
038800     ADD 1 TO WS-SECTION-COUNT.
038900     MOVE SWT-STU-NUMBER TO STU-NUMBER.
039000     READ STUDENT-MASTER
039100         INVALID KEY
039200             MOVE "*** NOT ON STUDENT MASTER ***" TO WS-PRINT-NAME
039300         NOT INVALID KEY
039400             MOVE STU-LAST-NAME   TO WS-FMT-LAST
039500             MOVE STU-FIRST-NAME  TO WS-FMT-FIRST
039600             MOVE STU-MIDDLE-NAME TO WS-FMT-MIDDLE
039700             PERFORM 8200-FORMAT-NAME THRU 8200-EXIT
039800     END-READ.
039900     MOVE SPACES             TO PRT-DETAIL-LINE.
040000     MOVE WS-SECTION-COUNT   TO WS-WD-POSITION.
040100     MOVE SWT-STU-NUMBER     TO WS-WD-NUMBER.
040200     MOVE WS-PRINT-NAME      TO WS-WD-NAME.
040300     MOVE SWT-WAIT-DATE      TO WS-WD-DATE.
040400     MOVE SWT-WAIT-TIME(1:6) TO WS-WD-TIME.
040500     MOVE WS-WAIT-DETAIL     TO PRT-DETAIL-LINE.
040600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
040700     ADD 1 TO WS-WAITING-COUNT.
040800     ADD SWT-STU-NUMBER TO WS-CTL-HASH.
040900 3210-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------*
041300* 3300-SECTION-HEADER - OPEN A SECTION'S BLOCK WITH ITS     *
041400* CAPACITY FROM THE SECTION MASTER AND THE SEATS TAKEN.     *
041500*----------------------------------------------------------*
041600 3300-SECTION-HEADER.
041700     ADD 1 TO WS-SECTIONS-LISTED.
041800     MOVE SWT-SUBJ-CODE TO WS-PREV-SUBJ-CODE.
041900     MOVE SWT-SECTION   TO WS-PREV-SECTION.
042000     MOVE ZERO          TO WS-SECTION-COUNT.
042100     MOVE SWT-SUBJ-CODE TO SEC-SUBJ-CODE.
042200     MOVE SWT-SECTION   TO SEC-SECTION.
042300     READ SECTION-MASTER
042400         INVALID KEY
042500             MOVE ZERO TO SEC-CAPACITY
042600     END-READ.
042700     MOVE SWT-SUBJ-CODE TO SEN-SUBJ-CODE.
042800     MOVE SWT-SECTION   TO SEN-SECTION.
042900     PERFORM 2200-FIND-SEAT-ENTRY THRU 2200-EXIT.
043000     IF WS-SEAT-FOUND
043100         MOVE WS-ST-FILLED(WS-CNT-SUB) TO WS-SH-ENROLLED
043200     ELSE
043300         MOVE ZERO TO WS-SH-ENROLLED
043400     END-IF.
043500     MOVE SPACES        TO PRT-DETAIL-LINE.
043600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
043700     MOVE SWT-SUBJ-CODE TO WS-SH-SUBJ-CODE.
043800     MOVE SWT-SECTION   TO WS-SH-SECTION.
043900     MOVE SEC-CAPACITY  TO WS-SH-CAPACITY.
044000     MOVE WS-SECTION-HEADER TO PRT-DETAIL-LINE.
044100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
044200 3300-EXIT.
044300     EXIT.
044400
044500 3400-SECTION-TOTAL.
044600     MOVE WS-PREV-SUBJ-CODE TO WS-ST-TOT-SUBJ.
044700     MOVE WS-PREV-SECTION   TO WS-ST-TOT-SECTION.
044800     MOVE WS-SECTION-COUNT  TO WS-ST-TOT-COUNT.
044900     MOVE WS-SECTION-TOTAL-LINE TO PRT-DETAIL-LINE.
045000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
045100 3400-EXIT.
045200     EXIT.
045300
045400     COPY PRTFMT.
045500
045600     COPY NAMFMT.
045700
045800*----------------------------------------------------------*
045900* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
046000* RECORD FOR THE BALANCING STEP.                            *
046100*----------------------------------------------------------*
046200 8900-WRITE-CONTROL-TOTAL.
046300     OPEN EXTEND CONTROL-TOTAL-FILE.
046400     IF WS-CTLFILE-STATUS NOT = "00" AND
046500             WS-CTLFILE-STATUS NOT = "05"
046600         DISPLAY "WAITLIST: CTLFILE OPEN FAILED, STATUS="
046700                 WS-CTLFILE-STATUS
046800     ELSE
046900         MOVE "WAITLIST  " TO CTL-PROGRAM
047000         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
047100         ACCEPT CTL-RUN-TIME FROM TIME
047200         MOVE WS-CTL-READ      TO CTL-RECS-READ
047300         MOVE WS-WAITING-COUNT TO CTL-RECS-WRITTEN
047400         MOVE WS-CTL-HASH      TO CTL-HASH-TOTAL
047500         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
047600         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
047700         WRITE CONTROL-TOTAL-RECORD
047800         CLOSE CONTROL-TOTAL-FILE
047900     END-IF.
048000 8900-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------*
048400* 9000-TERMINATE - PRINT THE LISTING TOTALS AND CLOSE THE   *
048500* REPORT.                                                   *
048600*----------------------------------------------------------*
048700 9000-TERMINATE.
048800     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
048900     MOVE WS-WAITING-COUNT   TO WS-SUM-WAITING.
049000     MOVE WS-SECTIONS-LISTED TO WS-SUM-SECTIONS.
049100     MOVE SPACES TO PRT-DETAIL-LINE.
049200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
049300     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
049400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
049500     CLOSE SECTION-MASTER.
049600     CLOSE STUDENT-MASTER.
049700     CLOSE REPORT-FILE.
049800 9000-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------*
050200* 9999-ABEND - A PARM OR MASTER-FILE I/O ERROR IS           *
050300* UNRECOVERABLE; END THE RUN WITH A NONZERO RETURN CODE SO  *
050400* THE JOB'S COND CHECKS BYPASS THE DOWNSTREAM STEPS.        *
050500*----------------------------------------------------------*
050600 9999-ABEND.
050700     MOVE 16 TO RETURN-CODE.
050800     STOP RUN.
