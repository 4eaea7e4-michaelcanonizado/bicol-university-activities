000100*================================================================*
000200* PROGRAM:     GRADCLR                                           *
000300* PURPOSE:     GRADUATION CLEARANCE RUN FOR ONE TERMMAST TERM.   *
000400*              EACH CANDIDATE ON THE CLEARANCE LIST IS CHECKED   *
000500*              THE WAY THE CANDIDACY AUDIT (GRADAUDT) CHECKS     *
000600*              THEM - EVERY REQUIRED REQFILE SUBJECT PASSED AND  *
000700*              THE MINIMUM UNITS EARNED - AND IS REFUSED ON ANY  *
000800*              DEFICIENCY, ANY UNRESOLVED INC, OR ANY OPEN HOLD  *
000900*              (SHARED HOLD CHECK, HOLDCHK).  A CLEARED          *
001000*              CANDIDATE'S CUMULATIVE GWA IS THE UNIT-WEIGHTED   *
001100*              AVERAGE OF THE CURRENT GWAHIST ROW FOR EACH TERM  *
001200*              UP TO THE GRADUATION TERM, AND THE LATIN HONOR    *
001300*              COMES FROM THE CUTOFFS ON THE PARM RECORD, WHICH  *
001400*              ALSO SAYS WHETHER A FAILING GRADE ON THE RECORD   *
001500*              BARS HONORS.  THE GRADUATE IS MARKED ON STUDMAST  *
001600*              WITH THE GRADUATION TERM AND HONOR, AND THE RUN   *
001700*              PRINTS THE COMMENCEMENT ROSTER (SHARED NAME FORM, *
001800*              NAMFMT) FOLLOWED BY EVERY REFUSED CANDIDATE AND   *
001900*              THE REASON.                                       *
002000*                                                                *
002100* RUNS ON REQUEST (SEE BUGRDCLR) ONCE THE TERM'S GRADES ARE      *
002200* FINAL.  A RERUN FOR THE SAME TERM RE-CHECKS EVERY CANDIDATE    *
002300* AND REWRITES THE SAME GRADUATION TERM; A STUDENT ALREADY       *
002400* GRADUATED IN ANOTHER TERM IS REFUSED.  A STUDENT MARKED FOR    *
002410* THIS TERM BY AN EARLIER RUN WHO IS NOW REFUSED (A HOLD PLACED  *
002420* SINCE, SAY) HAS THE GRADUATION WITHDRAWN FROM STUDMAST, AND    *
002430* THE REFUSED LIST SAYS SO.                                      *
002500*                                                                *
002600* MOD-LOG                                                        *
002700*   2026-10-15  MC  ORIGINAL.                                    *
002800*================================================================*
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. GRADCLR.
003100 AUTHOR. M-CANONIZADO.
003200 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLEAR-PARM ASSIGN TO "CLRPARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARM-STATUS.
004200
004300     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS TRM-TERM-CODE
004700         FILE STATUS IS WS-TERMMAST-STATUS.
004800
004900     SELECT CANDIDATE-FILE ASSIGN TO "CLRCAND"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CLRCAND-STATUS.
005200
005300     SELECT REQUIREMENT-FILE ASSIGN TO "REQFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REQFILE-STATUS.
005600
005700     SELECT GRADE-FILE ASSIGN TO "GRDFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GRDFILE-STATUS.
006000
006100     SELECT CURRICULUM-MASTER ASSIGN TO "CURRMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CURR-SUBJ-CODE
006500         FILE STATUS IS WS-CURRMAST-STATUS.
006600
006700     SELECT OPTIONAL GWA-HISTORY ASSIGN TO "GWAHIST"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-GWAHIST-STATUS.
007000
007100     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS STU-NUMBER
007500         FILE STATUS IS WS-STUDMAST-STATUS.
007600
007700     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS HLD-KEY
008100         FILE STATUS IS WS-HOLDMAST-STATUS.
008200
008300     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-CTLFILE-STATUS.
008600
008700     SELECT REPORT-FILE ASSIGN TO "CLRRPT"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CLEAR-PARM
009300     LABEL RECORDS ARE OMITTED.
009400     COPY GCLPREC.
009500
009600 FD  TERM-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800     COPY TRMREC.
009900
010000 FD  CANDIDATE-FILE
010100     LABEL RECORDS ARE OMITTED.
010200     COPY TRQREC.
010300
010400 FD  REQUIREMENT-FILE
010500     LABEL RECORDS ARE OMITTED.
010600     COPY REQREC.
010700
010800 FD  GRADE-FILE
010900     LABEL RECORDS ARE OMITTED.
011000     COPY GRDREC.
011100
011200 FD  CURRICULUM-MASTER
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CURRREC.
011500
011600 FD  GWA-HISTORY
011700     LABEL RECORDS ARE OMITTED.
011800     COPY GWAREC.
011900
012000 FD  STUDENT-MASTER
012100     LABEL RECORDS ARE STANDARD.
012200     COPY STUDREC.
012300
012400 FD  HOLD-MASTER
012500     LABEL RECORDS ARE STANDARD.
012600     COPY HOLDREC.
012700
012800 FD  CONTROL-TOTAL-FILE
012900     LABEL RECORDS ARE OMITTED.
013000     COPY CTLREC.
013100
013200 FD  REPORT-FILE
013300     LABEL RECORDS ARE OMITTED.
013400 01  REPORT-LINE                     PIC X(132).
013500
013600 WORKING-STORAGE SECTION.
013700     COPY PRTCTL.
013800     COPY NAMWREC.
013900     COPY HOLDWREC.
014000
014100 01  WS-FILE-STATUSES.
014200     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
014300     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
014400     05  WS-CLRCAND-STATUS           PIC X(02) VALUE "00".
014500     05  WS-REQFILE-STATUS           PIC X(02) VALUE "00".
014600     05  WS-GRDFILE-STATUS           PIC X(02) VALUE "00".
014700     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
014800     05  WS-GWAHIST-STATUS           PIC X(02) VALUE "00".
014900     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
015000     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
015100     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
015200
015300 01  WS-SWITCHES.
015400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
015500         88  WS-EOF                      VALUE "Y".
015600     05  WS-CAND-EOF-SW              PIC X(01) VALUE "N".
015700         88  WS-CAND-EOF                 VALUE "Y".
015800     05  WS-RQF-EOF-SW               PIC X(01) VALUE "N".
015900         88  WS-RQF-EOF                  VALUE "Y".
016000     05  WS-GWH-EOF-SW               PIC X(01) VALUE "N".
016100         88  WS-GWH-EOF                  VALUE "Y".
016200     05  WS-TG-FOUND-SW              PIC X(01) VALUE "N".
016300         88  WS-TG-FOUND                 VALUE "Y".
016310     05  WS-MASTER-READ-SW           PIC X(01) VALUE "N".
016320         88  WS-MASTER-READ              VALUE "Y".
016400
016500 01  WS-SUBSCRIPTS.
016600     05  WS-CAND-SUB                 PIC 999   VALUE ZERO.
016700     05  WS-FIND-SUB                 PIC 999   VALUE ZERO.
016800     05  WS-RQT-SUB                  PIC 99    VALUE ZERO.
016900     05  WS-TG-SUB                   PIC 9(04) VALUE ZERO.
017000     05  WS-TG-HIT                   PIC 9(04) VALUE ZERO.
017100
017200 01  WS-COUNTERS.
017300     05  WS-GRADUATE-COUNT           PIC 9(05) VALUE ZERO.
017400     05  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
017410     05  WS-WITHDRAWN-COUNT          PIC 9(05) VALUE ZERO.
017500     05  WS-SUMMA-COUNT              PIC 9(05) VALUE ZERO.
017600     05  WS-MAGNA-COUNT              PIC 9(05) VALUE ZERO.
017700     05  WS-CUM-LAUDE-COUNT          PIC 9(05) VALUE ZERO.
017800
017900*--------------------------------------------------------------*
018000* CONTROL TOTALS FOR THE BALANCING STEP - CANDIDATES READ,     *
018100* GRADUATES MARKED ON STUDMAST, AND THE HASH OF THEIR NUMBERS. *
018200*--------------------------------------------------------------*
018300 01  WS-CONTROL-COUNTS.
018400     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
018500     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
018600
018700*--------------------------------------------------------------*
018800* PASSING RULE - A SUBJECT IS EARNED ON A NUMERIC GRADE AT OR  *
018900* ABOVE THE SAME 075 CUTOFF THE GRADING PASS APPLIES; A        *
019000* NUMERIC GRADE BELOW IT IS A FAILING GRADE FOR THE HONORS     *
019100* RULE.                                                        *
019200*--------------------------------------------------------------*
019300 01  WS-PASS-CUTOFF                  PIC 999 VALUE 075.
019400
019500 01  WS-MIN-UNITS                    PIC 9(04)V9 VALUE ZERO.
019600
019700*--------------------------------------------------------------*
019800* GRADUATION TERM - ITS CALENDAR SEQUENCE BOUNDS THE RECORD:   *
019900* GRADE AND GWA-HISTORY ROWS FOR A LATER TERM ARE NOT PART OF  *
020000* THIS GRADUATION.                                             *
020100*--------------------------------------------------------------*
020200 01  WS-TERM-WORK.
020300     05  WS-TERM-IN                  PIC X(06) VALUE SPACES.
020400     05  WS-TERM-SEQ                 PIC 9(05) VALUE ZERO.
020500     05  WS-GRAD-SEQ                 PIC 9(05) VALUE ZERO.
020600
020700*--------------------------------------------------------------*
020800* REQUIREMENT TABLE - THE SUBJECTS THE PROGRAM OF STUDY NAMES  *
020900* (REQFILE, THE SAME ROWS GRADAUDT READS).                     *
021000*--------------------------------------------------------------*
021100 01  WS-RQT-COUNT                    PIC 99 VALUE ZERO.
021200 01  WS-RQT-TABLE.
021300     05  WS-RQT-ENTRY OCCURS 50 TIMES.
021400         10  WS-RQ-SUBJ-CODE         PIC X(06).
021500         10  WS-RQ-TYPE              PIC X(01).
021600             88  WS-RQ-REQUIRED          VALUE "R".
021700
021800*--------------------------------------------------------------*
021900* CANDIDATE TABLE - ONE ENTRY PER STUDENT ON THE CLEARANCE     *
022000* LIST, CARRYING ITS OWN REQUIREMENT-EARNED FLAGS (SAME        *
022100* POSITIONS AS THE REQUIREMENT TABLE), THE INC AND FAILING     *
022200* COUNTS, THE GWA ACCUMULATORS, AND THE VERDICT.               *
022300*--------------------------------------------------------------*
022400 01  WS-CAND-COUNT                   PIC 999 VALUE ZERO.
022500 01  WS-CAND-TABLE.
022600     05  WS-CAND-ENTRY OCCURS 300 TIMES.
022700         10  WS-CD-STU-NUMBER        PIC 9(09).
022800         10  WS-CD-EARNED-FLAGS.
022900             15  WS-CD-EARNED-SW     PIC X(01) OCCURS 50 TIMES.
023000                 88  WS-CD-EARNED        VALUE "Y".
023100         10  WS-CD-EARNED-UNITS      PIC 9(04)V9.
023200         10  WS-CD-INC-COUNT         PIC 999.
023300         10  WS-CD-FAIL-COUNT        PIC 999.
023400         10  WS-CD-GWA-POINTS        PIC 9(08)V99.
023500         10  WS-CD-GWA-UNITS         PIC 9(05)V9.
023600         10  WS-CD-VERDICT-SW        PIC X(01).
023700             88  WS-CD-CLEARED           VALUE "C".
023800             88  WS-CD-REFUSED           VALUE "R".
023900         10  WS-CD-NAME              PIC X(30).
024000         10  WS-CD-REASON            PIC X(30).
024010         10  WS-CD-WITHDRAWN-SW      PIC X(01).
024020             88  WS-CD-WITHDRAWN         VALUE "Y".
024100
024200*--------------------------------------------------------------*
024300* TERM-GWA TABLE - THE CURRENT GWAHIST ROW PER CANDIDATE/TERM. *
024400* GWAHIST IS APPEND-ONLY AND THE LAST ROW WRITTEN FOR A        *
024500* STUDENT/TERM IS THE CURRENT ONE, SO A LATER ROW SIMPLY       *
024600* OVERWRITES ITS ENTRY HERE.                                   *
024700*--------------------------------------------------------------*
024800 01  WS-TG-COUNT                     PIC 9(04) VALUE ZERO.
024900 01  WS-TG-TABLE.
025000     05  WS-TG-ENTRY OCCURS 3000 TIMES.
025100         10  WS-TG-CAND-SUB          PIC 999.
025200         10  WS-TG-TERM              PIC X(06).
025300         10  WS-TG-GWA               PIC 999V99.
025400         10  WS-TG-UNITS             PIC 9(04)V9.
025500
025600 01  WS-STUDENT-WORK.
025700     05  WS-MISSING-COUNT            PIC 999      VALUE ZERO.
025800     05  WS-CUM-GWA                  PIC 999V99   VALUE ZERO.
025900     05  WS-HONOR                    PIC X(01)    VALUE SPACE.
026000     05  WS-HONOR-TEXT               PIC X(30)    VALUE SPACES.
026100
026200 01  WS-ROSTER-DETAIL.
026300     05  WS-RD-NUMBER                PIC 9(09).
026400     05  FILLER                      PIC X(02) VALUE SPACES.
026500     05  WS-RD-NAME                  PIC X(30).
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  WS-RD-GWA                   PIC ZZ9.99.
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  WS-RD-HONOR                 PIC X(30).
027000
027100 01  WS-REFUSED-DETAIL.
027200     05  WS-FD-NUMBER                PIC 9(09).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  WS-FD-NAME                  PIC X(30).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  WS-FD-REASON                PIC X(30).
027610
027620 01  WS-WITHDRAWN-DETAIL.
027630     05  FILLER                      PIC X(43) VALUE SPACES.
027640     05  FILLER                      PIC X(30)
027650         VALUE "GRADUATION WITHDRAWN".
027700
027800 01  WS-SUMMARY-LINE.
027900     05  FILLER           PIC X(11) VALUE "GRADUATES:".
028000     05  WS-SUM-GRADUATE  PIC ZZZZ9.
028100     05  FILLER           PIC X(09) VALUE "  SUMMA:".
028200     05  WS-SUM-SUMMA     PIC ZZZZ9.
028300     05  FILLER           PIC X(09) VALUE "  MAGNA:".
028400     05  WS-SUM-MAGNA     PIC ZZZZ9.
028500     05  FILLER           PIC X(13) VALUE "  CUM LAUDE:".
028600     05  WS-SUM-CUM-LAUDE PIC ZZZZ9.
028700     05  FILLER           PIC X(11) VALUE "  REFUSED:".
028800     05  WS-SUM-REFUSED   PIC ZZZZ9.
028810     05  FILLER           PIC X(13) VALUE "  WITHDRAWN:".
028820     05  WS-SUM-WITHDRAWN PIC ZZZZ9.
028900
029000 PROCEDURE DIVISION.
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     PERFORM 2000-APPLY-GRADES THRU 2000-EXIT.
029400     PERFORM 3000-APPLY-GWA-HISTORY THRU 3000-EXIT.
029500     PERFORM 4000-CLEAR-ONE-CANDIDATE THRU 4000-EXIT
029600         VARYING WS-CAND-SUB FROM 1 BY 1
029700         UNTIL WS-CAND-SUB > WS-CAND-COUNT.
029800     PERFORM 6000-PRINT-REFUSED THRU 6000-EXIT.
029900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030000     STOP RUN.
030100
030200*----------------------------------------------------------*
030300* 1000-INITIALIZE - READ AND CHECK THE PARM, VALIDATE THE  *
030400* GRADUATION TERM, LOAD THE REQUIREMENTS AND THE CLEARANCE *
030500* LIST, AND OPEN THE MASTERS AND THE ROSTER.               *
030600*----------------------------------------------------------*
030700 1000-INITIALIZE.
030800     PERFORM 1100-GET-CLEAR-PARM THRU 1100-EXIT.
030900     OPEN INPUT TERM-MASTER.
031000     IF WS-TERMMAST-STATUS NOT = "00"
031100         DISPLAY "GRADCLR: TERM-MASTER OPEN FAILED, STATUS="
031200                 WS-TERMMAST-STATUS
031300         GO TO 9999-ABEND
031400     END-IF.
031500     MOVE PARM-GRAD-TERM TO WS-TERM-IN.
031600     PERFORM 5000-GET-TERM-SEQ THRU 5000-EXIT.
031700     MOVE WS-TERM-SEQ TO WS-GRAD-SEQ.
031800     IF WS-GRAD-SEQ = ZERO
031900         DISPLAY "GRADCLR: CLRPARM TERM " PARM-GRAD-TERM
032000                 " NOT ON TERM MASTER"
032100         GO TO 9999-ABEND
032200     END-IF.
032300     PERFORM 1200-LOAD-REQUIREMENTS THRU 1200-EXIT.
032400     PERFORM 1300-LOAD-CANDIDATES THRU 1300-EXIT.
032500     OPEN INPUT CURRICULUM-MASTER.
032600     IF WS-CURRMAST-STATUS NOT = "00"
032700         DISPLAY "GRADCLR: CURRICULUM-MASTER OPEN FAILED, "
032800                 "STATUS=" WS-CURRMAST-STATUS
032900         GO TO 9999-ABEND
033000     END-IF.
033100     OPEN I-O STUDENT-MASTER.
033200     IF WS-STUDMAST-STATUS NOT = "00"
033300         DISPLAY "GRADCLR: STUDENT-MASTER OPEN FAILED, STATUS="
033400                 WS-STUDMAST-STATUS
033500         GO TO 9999-ABEND
033600     END-IF.
033700     OPEN INPUT HOLD-MASTER.
033800     IF WS-HOLDMAST-STATUS NOT = "00" AND
033900             WS-HOLDMAST-STATUS NOT = "05"
034000         DISPLAY "GRADCLR: HOLD-MASTER OPEN FAILED, STATUS="
034100                 WS-HOLDMAST-STATUS
034200         GO TO 9999-ABEND
034300     END-IF.
034400     OPEN OUTPUT REPORT-FILE.
034500     MOVE "BICOL UNIVERSITY - COMMENCEMENT ROSTER"
034600         TO PRT-TITLE-TEXT.
034700     MOVE
034800       "STU NO.    NAME                               GWA  HONOR"
034900         TO PRT-HEAD1-TEXT.
035000     MOVE
035100       "---------  ------------------------------  ------  -----"
035200         TO PRT-HEAD2-TEXT.
035300     MOVE 99 TO PRT-LINE-COUNT.
035400 1000-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------*
035800* 1100-GET-CLEAR-PARM - THE GRADUATION TERM, THE THREE     *
035900* CUTOFFS AND THE FAILING-GRADE RULE MUST ALL BE STATED; A *
036000* GRADUATION NEVER RUNS ON A GUESS.                        *
036100*----------------------------------------------------------*
036200 1100-GET-CLEAR-PARM.
036300     OPEN INPUT CLEAR-PARM.
036400     IF WS-PARM-STATUS NOT = "00"
036500         DISPLAY "GRADCLR: CLRPARM OPEN FAILED, STATUS="
036600                 WS-PARM-STATUS
036700         GO TO 9999-ABEND
036800     END-IF.
036900     READ CLEAR-PARM
037000         AT END
037100             DISPLAY "GRADCLR: CLRPARM IS EMPTY"
037200             GO TO 9999-ABEND
037300     END-READ.
037400     CLOSE CLEAR-PARM.
037500     IF PARM-SUMMA-CUTOFF NOT NUMERIC
037600             OR PARM-MAGNA-CUTOFF NOT NUMERIC
037700             OR PARM-CUM-LAUDE-CUTOFF NOT NUMERIC
037800         DISPLAY "GRADCLR: CLRPARM CUTOFFS NOT NUMERIC"
037900         GO TO 9999-ABEND
038000     END-IF.
038100     IF PARM-CUM-LAUDE-CUTOFF = ZERO
038200             OR PARM-MAGNA-CUTOFF < PARM-CUM-LAUDE-CUTOFF
038300             OR PARM-SUMMA-CUTOFF < PARM-MAGNA-CUTOFF
038400         DISPLAY "GRADCLR: CLRPARM CUTOFFS OUT OF ORDER"
038500         GO TO 9999-ABEND
038600     END-IF.
038700     IF NOT PARM-NO-FAIL-VALID
038800         DISPLAY "GRADCLR: CLRPARM FAILING-GRADE RULE NOT Y/N"
038900         GO TO 9999-ABEND
039000     END-IF.
039100 1100-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------*
039500* 1200-LOAD-REQUIREMENTS - REQFILE IS THE PROGRAM OF       *
039600* STUDY; UNLIKE THE CANDIDACY AUDIT, A GRADUATION RUN DOES *
039700* NOT SEED ONE - NO REQFILE MEANS NOTHING TO CLEAR         *
039800* AGAINST.                                                 *
039900*----------------------------------------------------------*
040000 1200-LOAD-REQUIREMENTS.
040100     OPEN INPUT REQUIREMENT-FILE.
040200     IF WS-REQFILE-STATUS NOT = "00"
040300         DISPLAY "GRADCLR: REQFILE OPEN FAILED, STATUS="
040400                 WS-REQFILE-STATUS
040500         GO TO 9999-ABEND
040600     END-IF.
040700     PERFORM 1210-READ-REQUIREMENT THRU 1210-EXIT.
040800     PERFORM 1220-STORE-REQUIREMENT THRU 1220-EXIT
040900         UNTIL WS-RQF-EOF.
041000     CLOSE REQUIREMENT-FILE.
041100     IF WS-RQT-COUNT = ZERO
041200         DISPLAY "GRADCLR: REQFILE NAMES NO SUBJECTS"
041300         GO TO 9999-ABEND
041400     END-IF.
041500 1200-EXIT.
041600     EXIT.
041700
041800 1210-READ-REQUIREMENT.
041900     READ REQUIREMENT-FILE
042000         AT END
042100             SET WS-RQF-EOF TO TRUE
042200     END-READ.
042300 1210-EXIT.
042400     EXIT.
042500
042600 1220-STORE-REQUIREMENT.
042700     IF REQ-HEADER
042800         MOVE REQ-HDR-MIN-UNITS TO WS-MIN-UNITS
042900     ELSE
043000         IF REQ-DETAIL
043100             IF WS-RQT-COUNT < 50
043200                 ADD 1 TO WS-RQT-COUNT
043300                 MOVE REQ-DET-SUBJ-CODE
043400                     TO WS-RQ-SUBJ-CODE(WS-RQT-COUNT)
043500                 MOVE REQ-DET-TYPE
043600                     TO WS-RQ-TYPE(WS-RQT-COUNT)
043700             ELSE
043800                 DISPLAY "GRADCLR: REQUIREMENT TABLE FULL AT "
043900                         REQ-DET-SUBJ-CODE
044000                 GO TO 9999-ABEND
044100             END-IF
044200         END-IF
044300     END-IF.
044400     PERFORM 1210-READ-REQUIREMENT THRU 1210-EXIT.
044500 1220-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------*
044900* 1300-LOAD-CANDIDATES - THE CLEARANCE LIST IS REQUIRED: A *
045000* MISSING OR EMPTY LIST IS AN ERROR, NOT A FULL-ROSTER     *
045100* RUN, SINCE THIS STEP WRITES TO THE MASTER.  A NUMBER     *
045200* LISTED TWICE IS CLEARED ONCE.                            *
045300*----------------------------------------------------------*
045400 1300-LOAD-CANDIDATES.
045500     OPEN INPUT CANDIDATE-FILE.
045600     IF WS-CLRCAND-STATUS NOT = "00"
045700         DISPLAY "GRADCLR: CLRCAND OPEN FAILED, STATUS="
045800                 WS-CLRCAND-STATUS
045900         GO TO 9999-ABEND
046000     END-IF.
046100     PERFORM 1310-READ-CANDIDATE THRU 1310-EXIT.
046200     PERFORM 1320-STORE-CANDIDATE THRU 1320-EXIT
046300         UNTIL WS-CAND-EOF.
046400     CLOSE CANDIDATE-FILE.
046500     IF WS-CAND-COUNT = ZERO
046600         DISPLAY "GRADCLR: CLRCAND NAMES NO CANDIDATES"
046700         GO TO 9999-ABEND
046800     END-IF.
046900 1300-EXIT.
047000     EXIT.
047100
047200 1310-READ-CANDIDATE.
047300     READ CANDIDATE-FILE
047400         AT END
047500             SET WS-CAND-EOF TO TRUE
047600     END-READ.
047700 1310-EXIT.
047800     EXIT.
047900
048000 1320-STORE-CANDIDATE.
048100     ADD 1 TO WS-CTL-READ.
048200     MOVE TRQ-STU-NUMBER TO WS-HOLD-STU-NUMBER.
048300     PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
048400     IF WS-FIND-SUB NOT = ZERO
048500         GO TO 1320-READ-NEXT
048600     END-IF.
048700     IF WS-CAND-COUNT NOT < 300
048800         DISPLAY "GRADCLR: CANDIDATE TABLE FULL AT "
048900                 TRQ-STU-NUMBER
049000         GO TO 9999-ABEND
049100     END-IF.
049200     ADD 1 TO WS-CAND-COUNT.
049300     MOVE TRQ-STU-NUMBER TO WS-CD-STU-NUMBER(WS-CAND-COUNT).
049400     MOVE ALL "N"        TO WS-CD-EARNED-FLAGS(WS-CAND-COUNT).
049500     MOVE ZERO           TO WS-CD-EARNED-UNITS(WS-CAND-COUNT).
049600     MOVE ZERO           TO WS-CD-INC-COUNT(WS-CAND-COUNT).
049700     MOVE ZERO           TO WS-CD-FAIL-COUNT(WS-CAND-COUNT).
049800     MOVE ZERO           TO WS-CD-GWA-POINTS(WS-CAND-COUNT).
049900     MOVE ZERO           TO WS-CD-GWA-UNITS(WS-CAND-COUNT).
050000     MOVE SPACE          TO WS-CD-VERDICT-SW(WS-CAND-COUNT).
050100     MOVE SPACES         TO WS-CD-NAME(WS-CAND-COUNT).
050200     MOVE SPACES         TO WS-CD-REASON(WS-CAND-COUNT).
050210     MOVE "N"            TO WS-CD-WITHDRAWN-SW(WS-CAND-COUNT).
050300 1320-READ-NEXT.
050400     PERFORM 1310-READ-CANDIDATE THRU 1310-EXIT.
050500 1320-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------*
050900* 2000-APPLY-GRADES - ONE PASS OVER THE GRADE FILE.  EACH  *
051000* CANDIDATE'S ROWS UP TO THE GRADUATION TERM ARE APPLIED   *
051100* TO ITS OWN TABLE ENTRY, SO THE FILE NEED NOT BE GROUPED. *
051200*----------------------------------------------------------*
051300 2000-APPLY-GRADES.
051400     OPEN INPUT GRADE-FILE.
051500     IF WS-GRDFILE-STATUS NOT = "00"
051600         DISPLAY "GRADCLR: GRADE-FILE OPEN FAILED, STATUS="
051700                 WS-GRDFILE-STATUS
051800         GO TO 9999-ABEND
051900     END-IF.
052000     PERFORM 2100-READ-GRADE-RECORD THRU 2100-EXIT.
052100     PERFORM 2200-APPLY-ONE-GRADE THRU 2200-EXIT
052200         UNTIL WS-EOF.
052300     CLOSE GRADE-FILE.
052400 2000-EXIT.
052500     EXIT.
052600
052700 2100-READ-GRADE-RECORD.
052800     READ GRADE-FILE
052900         AT END
053000             SET WS-EOF TO TRUE
053100     END-READ.
053200 2100-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------*
053600* 2200-APPLY-ONE-GRADE - AN INC IS COUNTED AS UNRESOLVED;  *
053700* A DROP EARNS NOTHING; A NUMERIC GRADE BELOW THE CUTOFF   *
053800* IS COUNTED AS A FAILING GRADE; A PASS EARNS ITS SUBJECT. *
053900* A ROW FOR A TERM AFTER THE GRADUATION TERM IS NOT PART   *
054000* OF THIS RECORD.                                          *
054100*----------------------------------------------------------*
054200 2200-APPLY-ONE-GRADE.
054300     MOVE GRD-STU-NUMBER TO WS-HOLD-STU-NUMBER.
054400     PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
054500     IF WS-FIND-SUB = ZERO
054600         GO TO 2200-READ-NEXT
054700     END-IF.
054800     MOVE GRD-TERM TO WS-TERM-IN.
054900     PERFORM 5000-GET-TERM-SEQ THRU 5000-EXIT.
055000     IF WS-TERM-SEQ > WS-GRAD-SEQ
055100         GO TO 2200-READ-NEXT
055200     END-IF.
055300     IF GRD-STATUS-INC
055400         ADD 1 TO WS-CD-INC-COUNT(WS-FIND-SUB)
055500         GO TO 2200-READ-NEXT
055600     END-IF.
055700     IF NOT GRD-STATUS-NUMERIC
055800         GO TO 2200-READ-NEXT
055900     END-IF.
056000     IF GRD-SUBJ-GRADE < WS-PASS-CUTOFF
056100         ADD 1 TO WS-CD-FAIL-COUNT(WS-FIND-SUB)
056200         GO TO 2200-READ-NEXT
056300     END-IF.
056400     MOVE GRD-SUBJ-CODE TO CURR-SUBJ-CODE.
056500     READ CURRICULUM-MASTER
056600         INVALID KEY
056700             DISPLAY "GRADCLR: UNKNOWN SUBJECT CODE "
056800                     GRD-SUBJ-CODE
056900             MOVE ZERO TO CURR-SUBJ-UNITS
057000     END-READ.
057100     PERFORM 2400-RETIRE-REQUIREMENT THRU 2400-EXIT
057200         VARYING WS-RQT-SUB FROM 1 BY 1
057300         UNTIL WS-RQT-SUB > WS-RQT-COUNT.
057400 2200-READ-NEXT.
057500     PERFORM 2100-READ-GRADE-RECORD THRU 2100-EXIT.
057600 2200-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------*
058000* 2300-FIND-CANDIDATE - LOOK UP WS-HOLD-STU-NUMBER IN THE  *
058100* CANDIDATE TABLE; WS-FIND-SUB IS ZERO WHEN IT IS NOT      *
058200* THERE.                                                   *
058300*----------------------------------------------------------*
058400 2300-FIND-CANDIDATE.
058500     MOVE ZERO TO WS-FIND-SUB.
058600     PERFORM 2310-SCAN-ONE-CANDIDATE THRU 2310-EXIT
058700         VARYING WS-CAND-SUB FROM 1 BY 1
058800         UNTIL WS-CAND-SUB > WS-CAND-COUNT
058900             OR WS-FIND-SUB NOT = ZERO.
059000 2300-EXIT.
059100     EXIT.
059200
059300 2310-SCAN-ONE-CANDIDATE.
059400     IF WS-CD-STU-NUMBER(WS-CAND-SUB) = WS-HOLD-STU-NUMBER
059500         MOVE WS-CAND-SUB TO WS-FIND-SUB
059600     END-IF.
059700 2310-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------*
060100* 2400-RETIRE-REQUIREMENT - CREDIT THE UNITS THE FIRST     *
060200* TIME A LISTED SUBJECT IS PASSED, THE SAME RULE AS        *
060300* GRADAUDT; A REPEATED PASS OR A SUBJECT OUTSIDE THE       *
060400* PROGRAM OF STUDY EARNS NOTHING MORE.                     *
060500*----------------------------------------------------------*
060600 2400-RETIRE-REQUIREMENT.
060700     IF WS-RQ-SUBJ-CODE(WS-RQT-SUB) = GRD-SUBJ-CODE
060800         IF NOT WS-CD-EARNED(WS-FIND-SUB, WS-RQT-SUB)
060900             MOVE "Y" TO WS-CD-EARNED-SW(WS-FIND-SUB, WS-RQT-SUB)
061000             ADD CURR-SUBJ-UNITS
061100                 TO WS-CD-EARNED-UNITS(WS-FIND-SUB)
061200         END-IF
061300     END-IF.
061400 2400-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------*
061800* 3000-APPLY-GWA-HISTORY - KEEP THE CURRENT GWAHIST ROW    *
061900* PER CANDIDATE/TERM UP TO THE GRADUATION TERM, THEN ROLL  *
062000* EACH INTO ITS CANDIDATE'S UNIT-WEIGHTED ACCUMULATORS.  A *
062100* MISSING HISTORY FILE LEAVES EVERY GWA AT ZERO.           *
062200*----------------------------------------------------------*
062300 3000-APPLY-GWA-HISTORY.
062400     OPEN INPUT GWA-HISTORY.
062500     IF WS-GWAHIST-STATUS = "35" OR WS-GWAHIST-STATUS = "05"
062600         CLOSE GWA-HISTORY
062700         GO TO 3000-EXIT
062800     END-IF.
062900     IF WS-GWAHIST-STATUS NOT = "00"
063000         DISPLAY "GRADCLR: GWAHIST OPEN FAILED, STATUS="
063100                 WS-GWAHIST-STATUS
063200         GO TO 9999-ABEND
063300     END-IF.
063400     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
063500     PERFORM 3200-KEEP-ONE-HISTORY THRU 3200-EXIT
063600         UNTIL WS-GWH-EOF.
063700     CLOSE GWA-HISTORY.
063800     PERFORM 3400-ROLL-ONE-TERM THRU 3400-EXIT
063900         VARYING WS-TG-SUB FROM 1 BY 1
064000         UNTIL WS-TG-SUB > WS-TG-COUNT.
064100 3000-EXIT.
064200     EXIT.
064300
064400 3100-READ-HISTORY.
064500     READ GWA-HISTORY
064600         AT END
064700             SET WS-GWH-EOF TO TRUE
064800     END-READ.
064900 3100-EXIT.
065000     EXIT.
065100
065200 3200-KEEP-ONE-HISTORY.
065300     MOVE GWH-STU-NUMBER TO WS-HOLD-STU-NUMBER.
065400     PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
065500     IF WS-FIND-SUB = ZERO
065600         GO TO 3200-READ-NEXT
065700     END-IF.
065800     MOVE GWH-TERM TO WS-TERM-IN.
065900     PERFORM 5000-GET-TERM-SEQ THRU 5000-EXIT.
066000     IF WS-TERM-SEQ > WS-GRAD-SEQ
066100         GO TO 3200-READ-NEXT
066200     END-IF.
066300     MOVE "N" TO WS-TG-FOUND-SW.
066400     PERFORM 3300-SCAN-TERM-GWA THRU 3300-EXIT
066500         VARYING WS-TG-SUB FROM 1 BY 1
066600         UNTIL WS-TG-SUB > WS-TG-COUNT
066700             OR WS-TG-FOUND.
066800     IF WS-TG-FOUND
066900         MOVE WS-TG-HIT TO WS-TG-SUB
067000     ELSE
067100         IF WS-TG-COUNT NOT < 3000
067200             DISPLAY "GRADCLR: TERM-GWA TABLE FULL AT "
067300                     GWH-STU-NUMBER " " GWH-TERM
067400             GO TO 9999-ABEND
067500         END-IF
067600         ADD 1 TO WS-TG-COUNT
067700         MOVE WS-TG-COUNT TO WS-TG-SUB
067800         MOVE WS-FIND-SUB TO WS-TG-CAND-SUB(WS-TG-SUB)
067900         MOVE GWH-TERM    TO WS-TG-TERM(WS-TG-SUB)
068000     END-IF.
068100     MOVE GWH-GWA         TO WS-TG-GWA(WS-TG-SUB).
068200     MOVE GWH-TOTAL-UNITS TO WS-TG-UNITS(WS-TG-SUB).
068300 3200-READ-NEXT.
068400     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
068500 3200-EXIT.
068600     EXIT.
068700
068800*----------------------------------------------------------*
068900* 3300-SCAN-TERM-GWA - LEAVES WS-TG-HIT ON THE MATCHING    *
069000* ENTRY WHEN THE CANDIDATE/TERM IS ALREADY IN THE TABLE.   *
069100*----------------------------------------------------------*
069200 3300-SCAN-TERM-GWA.
069300     IF WS-TG-CAND-SUB(WS-TG-SUB) = WS-FIND-SUB
069400             AND WS-TG-TERM(WS-TG-SUB) = GWH-TERM
069500         SET WS-TG-FOUND TO TRUE
069600         MOVE WS-TG-SUB TO WS-TG-HIT
069700     END-IF.
069800 3300-EXIT.
069900     EXIT.
070000
070100 3400-ROLL-ONE-TERM.
070200     MOVE WS-TG-CAND-SUB(WS-TG-SUB) TO WS-FIND-SUB.
070300     COMPUTE WS-CD-GWA-POINTS(WS-FIND-SUB) =
070400             WS-CD-GWA-POINTS(WS-FIND-SUB)
070500           + WS-TG-GWA(WS-TG-SUB) * WS-TG-UNITS(WS-TG-SUB).
070600     ADD WS-TG-UNITS(WS-TG-SUB) TO WS-CD-GWA-UNITS(WS-FIND-SUB).
070700 3400-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------*
071100* 4000-CLEAR-ONE-CANDIDATE - REFUSE ON THE FIRST REASON    *
071200* FOUND, IN THE ORDER THE REGISTRAR RESOLVES THEM;         *
071300* OTHERWISE COMPUTE THE CUMULATIVE GWA AND HONOR, MARK THE *
071400* MASTER, AND PRINT THE GRADUATE ON THE COMMENCEMENT       *
071500* ROSTER.                                                  *
071600*----------------------------------------------------------*
071700 4000-CLEAR-ONE-CANDIDATE.
071800     MOVE WS-CD-STU-NUMBER(WS-CAND-SUB) TO STU-NUMBER.
071850     MOVE "N" TO WS-MASTER-READ-SW.
071900     READ STUDENT-MASTER
072000         INVALID KEY
072100             MOVE "*UNKNOWN*" TO WS-CD-NAME(WS-CAND-SUB)
072200             MOVE "NOT ON STUDENT MASTER"
072300                 TO WS-CD-REASON(WS-CAND-SUB)
072400             GO TO 4000-REFUSE
072500     END-READ.
072550     MOVE "Y" TO WS-MASTER-READ-SW.
072600     MOVE STU-LAST-NAME   TO WS-FMT-LAST.
072700     MOVE STU-FIRST-NAME  TO WS-FMT-FIRST.
072800     MOVE STU-MIDDLE-NAME TO WS-FMT-MIDDLE.
072900     PERFORM 8200-FORMAT-NAME THRU 8200-EXIT.
073000     MOVE WS-PRINT-NAME   TO WS-CD-NAME(WS-CAND-SUB).
073100     IF STU-GRADUATED AND STU-GRAD-TERM NOT = PARM-GRAD-TERM
073200         STRING "ALREADY GRADUATED " DELIMITED BY SIZE
073300                STU-GRAD-TERM        DELIMITED BY SIZE
073400                INTO WS-CD-REASON(WS-CAND-SUB)
073500         GO TO 4000-REFUSE
073600     END-IF.
073700     MOVE ZERO TO WS-MISSING-COUNT.
073800     PERFORM 4100-COUNT-ONE-MISSING THRU 4100-EXIT
073900         VARYING WS-RQT-SUB FROM 1 BY 1
074000         UNTIL WS-RQT-SUB > WS-RQT-COUNT.
074100     IF WS-MISSING-COUNT > ZERO
074200         MOVE "DEFICIENT - REQUIRED SUBJECTS"
074300             TO WS-CD-REASON(WS-CAND-SUB)
074400         GO TO 4000-REFUSE
074500     END-IF.
074600     IF WS-CD-EARNED-UNITS(WS-CAND-SUB) < WS-MIN-UNITS
074700         MOVE "DEFICIENT - UNITS SHORT"
074800             TO WS-CD-REASON(WS-CAND-SUB)
074900         GO TO 4000-REFUSE
075000     END-IF.
075100     IF WS-CD-INC-COUNT(WS-CAND-SUB) > ZERO
075200         MOVE "UNRESOLVED INCOMPLETE (INC)"
075300             TO WS-CD-REASON(WS-CAND-SUB)
075400         GO TO 4000-REFUSE
075500     END-IF.
075600     MOVE WS-CD-STU-NUMBER(WS-CAND-SUB) TO WS-HOLD-STU-NUMBER.
075700     PERFORM 8300-CHECK-HOLDS THRU 8300-EXIT.
075800     IF WS-HOLD-FOUND
075900         MOVE WS-HOLD-REASON TO WS-CD-REASON(WS-CAND-SUB)
076000         GO TO 4000-REFUSE
076100     END-IF.
076200     PERFORM 4200-AWARD-HONOR THRU 4200-EXIT.
076300     MOVE "G"            TO STU-GRAD-STATUS.
076400     MOVE PARM-GRAD-TERM TO STU-GRAD-TERM.
076500     MOVE WS-HONOR       TO STU-GRAD-HONOR.
076600     REWRITE STUDENT-RECORD
076700         INVALID KEY
076800             DISPLAY "GRADCLR: STUDENT-MASTER REWRITE FAILED, "
076900                     "STATUS=" WS-STUDMAST-STATUS
077000             GO TO 9999-ABEND
077100     END-REWRITE.
077200     SET WS-CD-CLEARED(WS-CAND-SUB) TO TRUE.
077300     ADD 1 TO WS-GRADUATE-COUNT.
077400     ADD STU-NUMBER TO WS-CTL-HASH.
077500     MOVE SPACES                   TO PRT-DETAIL-LINE.
077600     MOVE STU-NUMBER               TO WS-RD-NUMBER.
077700     MOVE WS-CD-NAME(WS-CAND-SUB)  TO WS-RD-NAME.
077800     MOVE WS-CUM-GWA               TO WS-RD-GWA.
077900     MOVE WS-HONOR-TEXT            TO WS-RD-HONOR.
078000     MOVE WS-ROSTER-DETAIL         TO PRT-DETAIL-LINE.
078100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
078200     GO TO 4000-EXIT.
078300 4000-REFUSE.
078400     SET WS-CD-REFUSED(WS-CAND-SUB) TO TRUE.
078500     ADD 1 TO WS-REFUSED-COUNT.
078510     IF WS-MASTER-READ AND STU-GRADUATED AND
078520             STU-GRAD-TERM = PARM-GRAD-TERM
078530         PERFORM 4300-WITHDRAW-GRADUATION THRU 4300-EXIT
078540     END-IF.
078600 4000-EXIT.
078700     EXIT.
078800
078900 4100-COUNT-ONE-MISSING.
079000     IF WS-RQ-REQUIRED(WS-RQT-SUB)
079100             AND NOT WS-CD-EARNED(WS-CAND-SUB, WS-RQT-SUB)
079200         ADD 1 TO WS-MISSING-COUNT
079300     END-IF.
079400 4100-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------*
079800* 4200-AWARD-HONOR - CUMULATIVE GWA OVER THE TERMS KEPT,   *
079900* WEIGHTED BY EACH TERM'S UNITS, AGAINST THE PARM CUTOFFS. *
080000* UNDER THE FAILING-GRADE RULE A GRADUATE WITH ANY FAILING *
080100* GRADE UP TO THE GRADUATION TERM RECEIVES NO HONOR,       *
080200* WHATEVER THE GWA.                                        *
080300*----------------------------------------------------------*
080400 4200-AWARD-HONOR.
080500     MOVE ZERO   TO WS-CUM-GWA.
080600     MOVE SPACE  TO WS-HONOR.
080700     MOVE SPACES TO WS-HONOR-TEXT.
080800     IF WS-CD-GWA-UNITS(WS-CAND-SUB) > ZERO
080900         COMPUTE WS-CUM-GWA ROUNDED =
081000                 WS-CD-GWA-POINTS(WS-CAND-SUB)
081100               / WS-CD-GWA-UNITS(WS-CAND-SUB)
081200     END-IF.
081300     IF WS-CUM-GWA < PARM-CUM-LAUDE-CUTOFF
081400         GO TO 4200-EXIT
081500     END-IF.
081600     IF PARM-NO-FAIL-RULE
081700             AND WS-CD-FAIL-COUNT(WS-CAND-SUB) > ZERO
081800         MOVE "NONE - FAILING GRADE ON RECORD" TO WS-HONOR-TEXT
081900         GO TO 4200-EXIT
082000     END-IF.
082100     IF WS-CUM-GWA NOT < PARM-SUMMA-CUTOFF
082200         MOVE "S"               TO WS-HONOR
082300         MOVE "SUMMA CUM LAUDE" TO WS-HONOR-TEXT
082400         ADD 1 TO WS-SUMMA-COUNT
082500     ELSE
082600         IF WS-CUM-GWA NOT < PARM-MAGNA-CUTOFF
082700             MOVE "M"               TO WS-HONOR
082800             MOVE "MAGNA CUM LAUDE" TO WS-HONOR-TEXT
082900             ADD 1 TO WS-MAGNA-COUNT
083000         ELSE
083100             MOVE "C"         TO WS-HONOR
083200             MOVE "CUM LAUDE" TO WS-HONOR-TEXT
083300             ADD 1 TO WS-CUM-LAUDE-COUNT
083400         END-IF
083500     END-IF.
083600 4200-EXIT.
083604     EXIT.
083608
083612*----------------------------------------------------------*
083616* 4300-WITHDRAW-GRADUATION - AN EARLIER RUN MARKED THIS    *
083620* STUDENT GRADUATED FOR THE TERM, BUT THE STUDENT NO       *
083624* LONGER CLEARS; TAKE THE GRADUATION BLOCK OFF THE MASTER  *
083626* SO IT AGREES WITH THE REFUSED LIST.                      *
083632*----------------------------------------------------------*
083636 4300-WITHDRAW-GRADUATION.
083640     MOVE SPACES TO STU-GRAD-DATA.
083644     REWRITE STUDENT-RECORD
083648         INVALID KEY
083652             DISPLAY "GRADCLR: STUDENT-MASTER REWRITE FAILED, "
083656                     "STATUS=" WS-STUDMAST-STATUS
083660             GO TO 9999-ABEND
083664     END-REWRITE.
083668     SET WS-CD-WITHDRAWN(WS-CAND-SUB) TO TRUE.
083672     ADD 1 TO WS-WITHDRAWN-COUNT.
083680 4300-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------*
084000* 5000-GET-TERM-SEQ - ONE KEYED READ OF THE TERM MASTER; A *
084100* TERM NOT ON THE CALENDAR RETURNS SEQUENCE ZERO, WHICH    *
084200* KEEPS ITS ROWS IN THE RECORD RATHER THAN HIDING AN INC.  *
084300*----------------------------------------------------------*
084400 5000-GET-TERM-SEQ.
084500     MOVE WS-TERM-IN TO TRM-TERM-CODE.
084600     READ TERM-MASTER
084700         INVALID KEY
084800             MOVE ZERO TO WS-TERM-SEQ
084900             GO TO 5000-EXIT
085000     END-READ.
085100     MOVE TRM-SEQ TO WS-TERM-SEQ.
085200 5000-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------*
085600* 6000-PRINT-REFUSED - A FRESH PAGE LISTING EVERY REFUSED  *
085700* CANDIDATE WITH THE REASON TO CLEAR BEFORE THE NEXT RUN.  *
085800*----------------------------------------------------------*
085900 6000-PRINT-REFUSED.
086000     IF WS-REFUSED-COUNT = ZERO
086100         GO TO 6000-EXIT
086200     END-IF.
086300     MOVE "BICOL UNIVERSITY - REFUSED CANDIDATES"
086400         TO PRT-TITLE-TEXT.
086500     MOVE
086600       "STU NO.    NAME                            REASON REFUSED"
086700         TO PRT-HEAD1-TEXT.
086800     MOVE
086900       "---------  ------------------------------  --------------"
087000         TO PRT-HEAD2-TEXT.
087100     MOVE 99 TO PRT-LINE-COUNT.
087200     PERFORM 6100-PRINT-ONE-REFUSED THRU 6100-EXIT
087300         VARYING WS-CAND-SUB FROM 1 BY 1
087400         UNTIL WS-CAND-SUB > WS-CAND-COUNT.
087500 6000-EXIT.
087600     EXIT.
087700
087800 6100-PRINT-ONE-REFUSED.
087900     IF NOT WS-CD-REFUSED(WS-CAND-SUB)
088000         GO TO 6100-EXIT
088100     END-IF.
088200     MOVE SPACES                        TO PRT-DETAIL-LINE.
088300     MOVE WS-CD-STU-NUMBER(WS-CAND-SUB) TO WS-FD-NUMBER.
088400     MOVE WS-CD-NAME(WS-CAND-SUB)       TO WS-FD-NAME.
088500     MOVE WS-CD-REASON(WS-CAND-SUB)     TO WS-FD-REASON.
088600     MOVE WS-REFUSED-DETAIL             TO PRT-DETAIL-LINE.
088700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
088710     IF WS-CD-WITHDRAWN(WS-CAND-SUB)
088720         MOVE WS-WITHDRAWN-DETAIL       TO PRT-DETAIL-LINE
088730         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
088740     END-IF.
088800 6100-EXIT.
088900     EXIT.
089000
089100     COPY PRTFMT.
089200
089300     COPY NAMFMT.
089400
089500     COPY HOLDCHK.
089600
089700*----------------------------------------------------------*
089800* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
089900* RECORD FOR THE BALANCING STEP.                           *
090000*----------------------------------------------------------*
090100 8900-WRITE-CONTROL-TOTAL.
090200     OPEN EXTEND CONTROL-TOTAL-FILE.
090300     IF WS-CTLFILE-STATUS NOT = "00" AND
090400             WS-CTLFILE-STATUS NOT = "05"
090500         DISPLAY "GRADCLR: CTLFILE OPEN FAILED, STATUS="
090600                 WS-CTLFILE-STATUS
090700     ELSE
090800         MOVE "GRADCLR   " TO CTL-PROGRAM
090900         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
091000         ACCEPT CTL-RUN-TIME FROM TIME
091100         MOVE WS-CTL-READ       TO CTL-RECS-READ
091200         MOVE WS-GRADUATE-COUNT TO CTL-RECS-WRITTEN
091300         MOVE WS-CTL-HASH       TO CTL-HASH-TOTAL
091400         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
091500         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
091600         WRITE CONTROL-TOTAL-RECORD
091700         CLOSE CONTROL-TOTAL-FILE
091800     END-IF.
091900 8900-EXIT.
092000     EXIT.
092100
092200*----------------------------------------------------------*
092300* 9000-TERMINATE - PRINT THE GRADUATION TOTALS AND CLOSE   *
092400* EVERY FILE THE RUN HAD OPEN.                             *
092500*----------------------------------------------------------*
092600 9000-TERMINATE.
092700     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
092800     MOVE WS-GRADUATE-COUNT  TO WS-SUM-GRADUATE.
092900     MOVE WS-SUMMA-COUNT     TO WS-SUM-SUMMA.
093000     MOVE WS-MAGNA-COUNT     TO WS-SUM-MAGNA.
093100     MOVE WS-CUM-LAUDE-COUNT TO WS-SUM-CUM-LAUDE.
093200     MOVE WS-REFUSED-COUNT   TO WS-SUM-REFUSED.
093210     MOVE WS-WITHDRAWN-COUNT TO WS-SUM-WITHDRAWN.
093300     MOVE SPACES TO PRT-DETAIL-LINE.
093400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
093500     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
093600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
093700     CLOSE TERM-MASTER.
093800     CLOSE CURRICULUM-MASTER.
093900     CLOSE STUDENT-MASTER.
094000     CLOSE HOLD-MASTER.
094100     CLOSE REPORT-FILE.
094200     DISPLAY "GRADCLR: GRADUATES=" WS-GRADUATE-COUNT
094300             " REFUSED=" WS-REFUSED-COUNT
094310             " WITHDRAWN=" WS-WITHDRAWN-COUNT.
094400 9000-EXIT.
094500     EXIT.
094600
094700*----------------------------------------------------------*
094800* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;   *
094900* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND *
095000* CHECKS BYPASS THE DOWNSTREAM STEPS.                      *
095100*----------------------------------------------------------*
095200 9999-ABEND.
095300     MOVE 16 TO RETURN-CODE.
095400     STOP RUN.
