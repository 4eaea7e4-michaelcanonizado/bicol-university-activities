000100*================================================================*
000200* PROGRAM:     GWAVERFY                                          *
000300* PURPOSE:     GWA INTEGRITY VERIFICATION - RECOMPUTES EVERY     *
000400*              STUDENT/TERM GWA FROM THE GRADE FILE AND THE      *
000500*              CURRICULUM-MASTER UNIT LOADS EXACTLY AS THE       *
000600*              GRADING PASS DOES (DROPS OUT ENTIRELY, INCS OUT   *
000700*              OF THE GWA BUT FORCING AN INCMP RESULT, 075       *
000800*              PASSING CUTOFF) AND HOLDS IT AGAINST THE CURRENT  *
000900*              GWA-HISTORY ROW (LAST ROW WRITTEN FOR THE         *
001000*              STUDENT/TERM WINS) AND THE LATEST AUDIT-LOG       *
001100*              DECISION FOR THE SAME STUDENT/TERM.  EVERY DRIFT  *
001200*              PRINTS ON THE VERIFICATION REPORT: A HISTORY GWA  *
001300*              THAT NO LONGER MATCHES THE GRADES, GRADES WITH NO *
001400*              HISTORY ROW, A HISTORY ROW WITH NO GRADES BEHIND  *
001500*              IT, OR A DECISION WHOSE GWA OR RESULT NO LONGER   *
001600*              AGREES.  ANY DRIFT ENDS THE RUN RC=8 SO IT IS     *
001700*              CAUGHT BEFORE THE DEAN'S LIST AND TRANSCRIPTS GO  *
001800*              OUT.  NOTHING IS CORRECTED HERE - THE NEXT        *
001900*              GRADING PASS OR A GRADE CORRECTION DOES THAT.     *
002000*                                                                *
002100*              AUDIT ROWS WRITTEN BEFORE THE LOG CARRIED A TERM, *
002200*              AND THE BEFORE HALF OF A CORRECTION PAIR, ARE NOT *
002300*              DECISIONS AND ARE SKIPPED; A CORRECTION'S AFTER   *
002400*              ROW IS CHECKED ON ITS GWA ONLY.                   *
002500*                                                                *
002600* RUNS NIGHTLY IN BUACTJOB RIGHT AFTER THE GRADING PASS, AND     *
002700* AHEAD OF EVERY TRANSCRIPT PRINT (SEE BUTRNSCR).                *
002800*                                                                *
002900* MOD-LOG                                                        *
003000*   2026-10-15  MC  ORIGINAL.                                    *
003100*================================================================*
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. GWAVERFY.
003400 AUTHOR. M-CANONIZADO.
003500 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GRADE-FILE ASSIGN TO "GRDFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-GRDFILE-STATUS.
004500
004600     SELECT CURRICULUM-MASTER ASSIGN TO "CURRMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CURR-SUBJ-CODE
005000         FILE STATUS IS WS-CURRMAST-STATUS.
005100
005200     SELECT GWA-HISTORY ASSIGN TO "GWAHIST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GWAHIST-STATUS.
005500
005600     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-AUDITLOG-STATUS.
005900
006000     SELECT GRD-SORT-FILE ASSIGN TO "GRDSRT".
006100
006200     SELECT GRD-SORTED-FILE ASSIGN TO "GRDSORT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-GRDSORT-STATUS.
006500
006600     SELECT GWH-SORT-FILE ASSIGN TO "GWHSRT".
006700
006800     SELECT GWH-SORTED-FILE ASSIGN TO "GWHSORT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-GWHSORT-STATUS.
007100
007200     SELECT AUD-SORT-FILE ASSIGN TO "AUDSRT".
007300
007400     SELECT AUD-SORTED-FILE ASSIGN TO "AUDSORT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUDSORT-STATUS.
007700
007800     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CTLFILE-STATUS.
008100
008200     SELECT REPORT-FILE ASSIGN TO "GWAVRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  GRADE-FILE
008800     LABEL RECORDS ARE OMITTED.
008900     COPY GRDREC.
009000
009100 FD  CURRICULUM-MASTER
009200     LABEL RECORDS ARE STANDARD.
009300     COPY CURRREC.
009400
009500 FD  GWA-HISTORY
009600     LABEL RECORDS ARE OMITTED.
009700     COPY GWAREC.
009800
009900 FD  AUDIT-FILE
010000     LABEL RECORDS ARE OMITTED.
010100     COPY AUDTREC.
010200
010300 SD  GRD-SORT-FILE.
010400 01  GRD-SORT-RECORD.
010500     05  GRS-STU-NUMBER              PIC 9(09).
010600     05  GRS-SUBJ-CODE               PIC X(06).
010700     05  GRS-SUBJ-GRADE              PIC 999.
010800     05  GRS-TERM                    PIC X(06).
010900     05  GRS-GRADE-STATUS            PIC X(03).
011000         88  GRS-STATUS-INC              VALUE "INC".
011100         88  GRS-STATUS-DRP              VALUE "DRP".
011200
011300 FD  GRD-SORTED-FILE
011400     LABEL RECORDS ARE OMITTED.
011500 01  GRD-SORTED-RECORD               PIC X(27).
011600
011700*--------------------------------------------------------------*
011800* HISTORY AND DECISION SORT ROWS CARRY THEIR POSITION IN THE   *
011900* ORIGINAL FILE AS THE LAST KEY, SO WITHIN A STUDENT/TERM THE  *
012000* LAST ROW WRITTEN COMES UP LAST AND WINS - A SAME-DAY RERUN   *
012100* OR CORRECTION CANNOT TIE ON RUN DATE.                        *
012200*--------------------------------------------------------------*
012300 SD  GWH-SORT-FILE.
012400 01  GWH-SORT-RECORD.
012500     05  GHS-STU-NUMBER              PIC 9(09).
012600     05  GHS-TERM                    PIC X(06).
012700     05  GHS-SEQ                     PIC 9(07).
012800     05  GHS-GWA                     PIC 999V99.
012900     05  GHS-TOTAL-UNITS             PIC 9(04)V9.
013000
013100 FD  GWH-SORTED-FILE
013200     LABEL RECORDS ARE OMITTED.
013300 01  GWH-SORTED-RECORD               PIC X(32).
013400
013500 SD  AUD-SORT-FILE.
013600 01  AUD-SORT-RECORD.
013700     05  ADS-STU-NUMBER              PIC 9(09).
013800     05  ADS-TERM                    PIC X(06).
013900     05  ADS-SEQ                     PIC 9(07).
014000     05  ADS-GWA                     PIC 999V99.
014100     05  ADS-RESULT                  PIC X(06).
014200         88  ADS-RESULT-DECIDED          VALUE "PASS  " "FAIL  "
014300                                               "INCMP ".
014400
014500 FD  AUD-SORTED-FILE
014600     LABEL RECORDS ARE OMITTED.
014700 01  AUD-SORTED-RECORD               PIC X(33).
014800
014900 FD  CONTROL-TOTAL-FILE
015000     LABEL RECORDS ARE OMITTED.
015100     COPY CTLREC.
015200
015300 FD  REPORT-FILE
015400     LABEL RECORDS ARE OMITTED.
015500 01  REPORT-LINE                     PIC X(132).
015600
015700 WORKING-STORAGE SECTION.
015800     COPY PRTCTL.
015900
016000 01  WS-FILE-STATUSES.
016100     05  WS-GRDFILE-STATUS           PIC X(02) VALUE "00".
016200     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
016300     05  WS-GWAHIST-STATUS           PIC X(02) VALUE "00".
016400     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
016500     05  WS-GRDSORT-STATUS           PIC X(02) VALUE "00".
016600     05  WS-GWHSORT-STATUS           PIC X(02) VALUE "00".
016700     05  WS-AUDSORT-STATUS           PIC X(02) VALUE "00".
016800     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
016900
017000 01  WS-SWITCHES.
017100     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
017200         88  WS-IN-EOF                   VALUE "Y".
017300     05  WS-HAVE-GRADES-SW           PIC X(01) VALUE "N".
017400         88  WS-HAVE-GRADES              VALUE "Y".
017500     05  WS-HAVE-HISTORY-SW          PIC X(01) VALUE "N".
017600         88  WS-HAVE-HISTORY             VALUE "Y".
017700     05  WS-HAVE-DECISION-SW         PIC X(01) VALUE "N".
017800         88  WS-HAVE-DECISION            VALUE "Y".
017900
018000 01  WS-COUNTERS.
018100     05  WS-KEYS-CHECKED             PIC 9(07) VALUE ZERO.
018200     05  WS-DRIFT-COUNT              PIC 9(07) VALUE ZERO.
018300     05  WS-IN-SEQ                   PIC 9(07) VALUE ZERO.
018400
018500*--------------------------------------------------------------*
018600* CONTROL TOTALS - GRADE ROWS READ (THE SAME FILE THE GRADING  *
018700* PASS READ), DRIFT LINES WRITTEN, AND THE HASH OF THE DRIFTED *
018800* STUDENT NUMBERS.                                             *
018900*--------------------------------------------------------------*
019000 01  WS-CONTROL-COUNTS.
019100     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
019200     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
019300     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
019400
019500 01  WS-RUN-DATE-TIME.
019600     05  WS-RUN-DATE                 PIC 9(08).
019700     05  WS-RUN-TIME                 PIC 9(06).
019800
019900*--------------------------------------------------------------*
020000* MATCH KEYS - STUDENT NUMBER AND TERM FOR THE ROW IN HAND ON  *
020100* EACH OF THE THREE SORTED FILES; HIGH-VALUES AT END OF FILE.  *
020200* THE LOW KEY IS THE STUDENT/TERM BEING VERIFIED.              *
020300*--------------------------------------------------------------*
020400 01  WS-GRD-KEY.
020500     05  WS-GK-STU-NUMBER            PIC 9(09).
020600     05  WS-GK-TERM                  PIC X(06).
020700 01  WS-GWH-KEY.
020800     05  WS-HK-STU-NUMBER            PIC 9(09).
020900     05  WS-HK-TERM                  PIC X(06).
021000 01  WS-AUD-KEY.
021100     05  WS-AK-STU-NUMBER            PIC 9(09).
021200     05  WS-AK-TERM                  PIC X(06).
021300 01  WS-LOW-KEY.
021400     05  WS-LK-STU-NUMBER            PIC 9(09).
021500     05  WS-LK-TERM                  PIC X(06).
021600
021700*--------------------------------------------------------------*
021800* RECOMPUTED GWA - SAME ACCUMULATORS AND PICTURES AS THE       *
021900* GRADING PASS SO THE ROUNDING COMES OUT IDENTICAL.            *
022000*--------------------------------------------------------------*
022100 01  WS-ACCUMULATORS.
022200     05  WS-WEIGHTED-SUM             PIC 9(07)V99 VALUE ZERO.
022300     05  WS-TOTAL-UNITS              PIC 9(04)V9  VALUE ZERO.
022400     05  WS-GWA                      PIC 999V99   VALUE ZERO.
022500     05  WS-INC-OUTSTANDING          PIC 9(03)    VALUE ZERO.
022600 01  WS-RESULT-TEXT                  PIC X(06).
022700
022800 01  WS-HIST-GWA                     PIC 999V99   VALUE ZERO.
022900 01  WS-HIST-UNITS                   PIC 9(04)V9  VALUE ZERO.
023000 01  WS-DEC-GWA                      PIC 999V99   VALUE ZERO.
023100 01  WS-DEC-RESULT                   PIC X(06).
023200     88  WS-DEC-DECIDED                  VALUE "PASS  " "FAIL  "
023300                                               "INCMP ".
023400
023500 01  WS-DRIFT-DETAIL.
023600     05  WS-DD-STU-NUMBER            PIC 9(09).
023700     05  FILLER                      PIC X(01) VALUE SPACES.
023800     05  WS-DD-TERM                  PIC X(06).
023900     05  FILLER                      PIC X(01) VALUE SPACES.
024000     05  WS-DD-CALC-X                PIC X(06).
024100     05  WS-DD-CALC-GWA REDEFINES WS-DD-CALC-X
024200                                     PIC ZZ9.99.
024300     05  FILLER                      PIC X(01) VALUE SPACES.
024400     05  WS-DD-HIST-X                PIC X(06).
024500     05  WS-DD-HIST-GWA REDEFINES WS-DD-HIST-X
024600                                     PIC ZZ9.99.
024700     05  FILLER                      PIC X(01) VALUE SPACES.
024800     05  WS-DD-DEC-X                 PIC X(06).
024900     05  WS-DD-DEC-GWA REDEFINES WS-DD-DEC-X
025000                                     PIC ZZ9.99.
025100     05  FILLER                      PIC X(01) VALUE SPACES.
025200     05  WS-DD-CALC-RESULT           PIC X(06).
025300     05  FILLER                      PIC X(01) VALUE SPACES.
025400     05  WS-DD-DEC-RESULT            PIC X(06).
025500     05  FILLER                      PIC X(01) VALUE SPACES.
025600     05  WS-DD-REASON                PIC X(30).
025700
025800 01  WS-SUMMARY-LINE.
025900     05  FILLER            PIC X(24)
026000         VALUE "STUDENT/TERMS CHECKED:".
026100     05  WS-SUM-CHECKED    PIC Z,ZZZ,ZZ9.
026200     05  FILLER            PIC X(11) VALUE "   DRIFTS:".
026300     05  WS-SUM-DRIFTS     PIC Z,ZZZ,ZZ9.
026400
026500 PROCEDURE DIVISION.
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800     PERFORM 2000-SORT-INPUTS THRU 2000-EXIT.
026900     PERFORM 3000-OPEN-SORTED THRU 3000-EXIT.
027000     PERFORM 4000-MATCH-ONE-KEY THRU 4000-EXIT
027100         UNTIL WS-LOW-KEY = HIGH-VALUES.
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027300     STOP RUN.
027400
027500*----------------------------------------------------------*
027600* 1000-INITIALIZE - OPEN THE CURRICULUM MASTER FOR THE UNIT*
027700* LOOKUPS AND START THE VERIFICATION REPORT.               *
027800*----------------------------------------------------------*
027900 1000-INITIALIZE.
028000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028100     ACCEPT WS-RUN-TIME FROM TIME.
028200     OPEN INPUT CURRICULUM-MASTER.
028300     IF WS-CURRMAST-STATUS NOT = "00"
028400         DISPLAY "GWAVERFY: CURRMAST OPEN FAILED, STATUS="
028500                 WS-CURRMAST-STATUS
028600         GO TO 9999-ABEND
028700     END-IF.
028800     OPEN OUTPUT REPORT-FILE.
028900     MOVE "BICOL UNIVERSITY - GWA VERIFICATION"
029000         TO PRT-TITLE-TEXT.
029100     MOVE
029200       "STU NO.   TERM   GRADES HIST   AUDIT  RESULT DECIDE DRIFT"
029300         TO PRT-HEAD1-TEXT.
029400     MOVE
029500       "--------- ------ ------ ------ ------ ------ ------ -----"
029600         TO PRT-HEAD2-TEXT.
029700     MOVE 99 TO PRT-LINE-COUNT.
029800 1000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------*
030200* 2000-SORT-INPUTS - THE GRADE FILE BY STUDENT AND TERM;   *
030300* THE HISTORY AND THE DECISIONS BY STUDENT, TERM AND FILE  *
030400* POSITION.  ALL THREE COME OUT IN THE SAME KEY ORDER FOR  *
030500* THE MATCH.                                               *
030600*----------------------------------------------------------*
030700 2000-SORT-INPUTS.
030800     SORT GRD-SORT-FILE
030900         ON ASCENDING KEY GRS-STU-NUMBER GRS-TERM
031000         INPUT PROCEDURE IS 2100-SORT-GRADES-IN
031100         GIVING GRD-SORTED-FILE.
031200     SORT GWH-SORT-FILE
031300         ON ASCENDING KEY GHS-STU-NUMBER GHS-TERM GHS-SEQ
031400         INPUT PROCEDURE IS 2200-SORT-HISTORY-IN
031500         GIVING GWH-SORTED-FILE.
031600     SORT AUD-SORT-FILE
031700         ON ASCENDING KEY ADS-STU-NUMBER ADS-TERM ADS-SEQ
031800         INPUT PROCEDURE IS 2300-SORT-DECISIONS-IN
031900         GIVING AUD-SORTED-FILE.
032000 2000-EXIT.
032100     EXIT.
032200
032300 2100-SORT-GRADES-IN.
032400     OPEN INPUT GRADE-FILE.
032500     IF WS-GRDFILE-STATUS NOT = "00"
032600         DISPLAY "GWAVERFY: GRADE-FILE OPEN FAILED, STATUS="
032700                 WS-GRDFILE-STATUS
032800         GO TO 9999-ABEND
032900     END-IF.
033000     MOVE "N" TO WS-IN-EOF-SW.
033100     PERFORM 2110-READ-GRADE THRU 2110-EXIT.
033200     PERFORM 2120-RELEASE-GRADE THRU 2120-EXIT
033300         UNTIL WS-IN-EOF.
033400     CLOSE GRADE-FILE.
033500 2100-EXIT.
033600     EXIT.
033700
033800 2110-READ-GRADE.
033900     READ GRADE-FILE
034000         AT END
034100             SET WS-IN-EOF TO TRUE
034200     END-READ.
034300 2110-EXIT.
034400     EXIT.
034500
034600 2120-RELEASE-GRADE.
034700     ADD 1 TO WS-CTL-READ.
034800     MOVE GRADE-RECORD TO GRD-SORT-RECORD.
034900     RELEASE GRD-SORT-RECORD.
035000     PERFORM 2110-READ-GRADE THRU 2110-EXIT.
035100 2120-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------*
035500* 2200-SORT-HISTORY-IN - A MISSING HISTORY FILE IS AN EMPTY*
035600* ONE; EVERY GRADED STUDENT/TERM THEN SHOWS AS MISSING ITS *
035700* HISTORY ROW, WHICH IS THE TRUTH.                         *
035800*----------------------------------------------------------*
035900 2200-SORT-HISTORY-IN.
036000     OPEN INPUT GWA-HISTORY.
036100     IF WS-GWAHIST-STATUS = "35"
036200         GO TO 2200-EXIT
036300     END-IF.
036400     IF WS-GWAHIST-STATUS NOT = "00"
036500         DISPLAY "GWAVERFY: GWAHIST OPEN FAILED, STATUS="
036600                 WS-GWAHIST-STATUS
036700         GO TO 9999-ABEND
036800     END-IF.
036900     MOVE "N"  TO WS-IN-EOF-SW.
037000     MOVE ZERO TO WS-IN-SEQ.
037100     PERFORM 2210-READ-HISTORY THRU 2210-EXIT.
037200     PERFORM 2220-RELEASE-HISTORY THRU 2220-EXIT
037300         UNTIL WS-IN-EOF.
037400     CLOSE GWA-HISTORY.
037500 2200-EXIT.
037600     EXIT.
037700
037800 2210-READ-HISTORY.
037900     READ GWA-HISTORY
038000         AT END
038100             SET WS-IN-EOF TO TRUE
038200     END-READ.
038300 2210-EXIT.
038400     EXIT.
038500
038600 2220-RELEASE-HISTORY.
038700     ADD 1 TO WS-IN-SEQ.
038800     MOVE GWH-STU-NUMBER  TO GHS-STU-NUMBER.
038900     MOVE GWH-TERM        TO GHS-TERM.
039000     MOVE WS-IN-SEQ       TO GHS-SEQ.
039100     MOVE GWH-GWA         TO GHS-GWA.
039200     MOVE GWH-TOTAL-UNITS TO GHS-TOTAL-UNITS.
039300     RELEASE GWH-SORT-RECORD.
039400     PERFORM 2210-READ-HISTORY THRU 2210-EXIT.
039500 2220-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------*
039900* 2300-SORT-DECISIONS-IN - ONLY ROWS THAT NAME A TERM AND  *
040000* RECORD A DECISION: A GRADING RESULT OR A CORRECTION'S    *
040100* AFTER ROW.  BEFORE ROWS, MERGE ROWS AND UNTERMED OLD ROWS*
040200* ARE PASSED OVER.  A MISSING LOG IS AN EMPTY ONE.         *
040300*----------------------------------------------------------*
040400 2300-SORT-DECISIONS-IN.
040500     OPEN INPUT AUDIT-FILE.
040600     IF WS-AUDITLOG-STATUS = "35"
040700         GO TO 2300-EXIT
040800     END-IF.
040900     IF WS-AUDITLOG-STATUS NOT = "00"
041000         DISPLAY "GWAVERFY: AUDITLOG OPEN FAILED, STATUS="
041100                 WS-AUDITLOG-STATUS
041200         GO TO 9999-ABEND
041300     END-IF.
041400     MOVE "N"  TO WS-IN-EOF-SW.
041500     MOVE ZERO TO WS-IN-SEQ.
041600     PERFORM 2310-READ-AUDIT THRU 2310-EXIT.
041700     PERFORM 2320-RELEASE-DECISION THRU 2320-EXIT
041800         UNTIL WS-IN-EOF.
041900     CLOSE AUDIT-FILE.
042000 2300-EXIT.
042100     EXIT.
042200
042300 2310-READ-AUDIT.
042400     READ AUDIT-FILE
042500         AT END
042600             SET WS-IN-EOF TO TRUE
042700     END-READ.
042800 2310-EXIT.
042900     EXIT.
043000
043100 2320-RELEASE-DECISION.
043200     ADD 1 TO WS-IN-SEQ.
043300     IF AUD-TERM = SPACES
043400         GO TO 2320-NEXT
043500     END-IF.
043600     MOVE AUD-RESULT TO ADS-RESULT.
043700     IF NOT ADS-RESULT-DECIDED AND AUD-RESULT NOT = "AFTER "
043800         GO TO 2320-NEXT
043900     END-IF.
044000     MOVE AUD-STU-NUMBER TO ADS-STU-NUMBER.
044100     MOVE AUD-TERM       TO ADS-TERM.
044200     MOVE WS-IN-SEQ      TO ADS-SEQ.
044300     MOVE AUD-GWA        TO ADS-GWA.
044400     RELEASE AUD-SORT-RECORD.
044500 2320-NEXT.
044600     PERFORM 2310-READ-AUDIT THRU 2310-EXIT.
044700 2320-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------*
045100* 3000-OPEN-SORTED - OPEN THE THREE SORTED FILES, PRIME-   *
045200* READ EACH, AND SET THE FIRST LOW KEY.                    *
045300*----------------------------------------------------------*
045400 3000-OPEN-SORTED.
045500     OPEN INPUT GRD-SORTED-FILE.
045600     IF WS-GRDSORT-STATUS NOT = "00"
045700         DISPLAY "GWAVERFY: GRDSORT OPEN FAILED, STATUS="
045800                 WS-GRDSORT-STATUS
045900         GO TO 9999-ABEND
046000     END-IF.
046100     OPEN INPUT GWH-SORTED-FILE.
046200     IF WS-GWHSORT-STATUS NOT = "00"
046300         DISPLAY "GWAVERFY: GWHSORT OPEN FAILED, STATUS="
046400                 WS-GWHSORT-STATUS
046500         GO TO 9999-ABEND
046600     END-IF.
046700     OPEN INPUT AUD-SORTED-FILE.
046800     IF WS-AUDSORT-STATUS NOT = "00"
046900         DISPLAY "GWAVERFY: AUDSORT OPEN FAILED, STATUS="
047000                 WS-AUDSORT-STATUS
047100         GO TO 9999-ABEND
047200     END-IF.
047300     PERFORM 3100-READ-GRD-SORTED THRU 3100-EXIT.
047400     PERFORM 3200-READ-GWH-SORTED THRU 3200-EXIT.
047500     PERFORM 3300-READ-AUD-SORTED THRU 3300-EXIT.
047600     PERFORM 3900-SET-LOW-KEY THRU 3900-EXIT.
047700 3000-EXIT.
047800     EXIT.
047900
048000 3100-READ-GRD-SORTED.
048100     READ GRD-SORTED-FILE
048200         AT END
048300             MOVE HIGH-VALUES TO WS-GRD-KEY
048400             GO TO 3100-EXIT
048500     END-READ.
048600     MOVE GRD-SORTED-RECORD TO GRD-SORT-RECORD.
048700     MOVE GRS-STU-NUMBER    TO WS-GK-STU-NUMBER.
048800     MOVE GRS-TERM          TO WS-GK-TERM.
048900 3100-EXIT.
049000     EXIT.
049100
049200 3200-READ-GWH-SORTED.
049300     READ GWH-SORTED-FILE
049400         AT END
049500             MOVE HIGH-VALUES TO WS-GWH-KEY
049600             GO TO 3200-EXIT
049700     END-READ.
049800     MOVE GWH-SORTED-RECORD TO GWH-SORT-RECORD.
049900     MOVE GHS-STU-NUMBER    TO WS-HK-STU-NUMBER.
050000     MOVE GHS-TERM          TO WS-HK-TERM.
050100 3200-EXIT.
050200     EXIT.
050300
050400 3300-READ-AUD-SORTED.
050500     READ AUD-SORTED-FILE
050600         AT END
050700             MOVE HIGH-VALUES TO WS-AUD-KEY
050800             GO TO 3300-EXIT
050900     END-READ.
051000     MOVE AUD-SORTED-RECORD TO AUD-SORT-RECORD.
051100     MOVE ADS-STU-NUMBER    TO WS-AK-STU-NUMBER.
051200     MOVE ADS-TERM          TO WS-AK-TERM.
051300 3300-EXIT.
051400     EXIT.
051500
051600 3900-SET-LOW-KEY.
051700     MOVE WS-GRD-KEY TO WS-LOW-KEY.
051800     IF WS-GWH-KEY < WS-LOW-KEY
051900         MOVE WS-GWH-KEY TO WS-LOW-KEY
052000     END-IF.
052100     IF WS-AUD-KEY < WS-LOW-KEY
052200         MOVE WS-AUD-KEY TO WS-LOW-KEY
052300     END-IF.
052400 3900-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------*
052800* 4000-MATCH-ONE-KEY - GATHER EVERYTHING THE THREE FILES   *
052900* HOLD FOR THE LOW STUDENT/TERM, COMPARE, AND MOVE ON.     *
053000*----------------------------------------------------------*
053100 4000-MATCH-ONE-KEY.
053200     MOVE "N" TO WS-HAVE-GRADES-SW.
053300     MOVE "N" TO WS-HAVE-HISTORY-SW.
053400     MOVE "N" TO WS-HAVE-DECISION-SW.
053500     MOVE ZERO TO WS-WEIGHTED-SUM.
053600     MOVE ZERO TO WS-TOTAL-UNITS.
053700     MOVE ZERO TO WS-INC-OUTSTANDING.
053800     IF WS-GRD-KEY = WS-LOW-KEY
053900         SET WS-HAVE-GRADES TO TRUE
054000         PERFORM 4100-ACCUMULATE-GRADE THRU 4100-EXIT
054100             UNTIL WS-GRD-KEY NOT = WS-LOW-KEY
054200         PERFORM 4150-FINALIZE-GWA THRU 4150-EXIT
054300     END-IF.
054400     IF WS-GWH-KEY = WS-LOW-KEY
054500         SET WS-HAVE-HISTORY TO TRUE
054600         PERFORM 4200-TAKE-HISTORY THRU 4200-EXIT
054700             UNTIL WS-GWH-KEY NOT = WS-LOW-KEY
054800     END-IF.
054900     IF WS-AUD-KEY = WS-LOW-KEY
055000         SET WS-HAVE-DECISION TO TRUE
055100         PERFORM 4300-TAKE-DECISION THRU 4300-EXIT
055200             UNTIL WS-AUD-KEY NOT = WS-LOW-KEY
055300     END-IF.
055400     ADD 1 TO WS-KEYS-CHECKED.
055500     PERFORM 5000-COMPARE THRU 5000-EXIT.
055600     PERFORM 3900-SET-LOW-KEY THRU 3900-EXIT.
055700 4000-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------*
056100* 4100-ACCUMULATE-GRADE - THE GRADING PASS'S OWN RULE: A   *
056200* DROP COUNTS FOR NOTHING, AN INCOMPLETE IS TRACKED BUT    *
056300* KEPT OUT OF THE GWA, AN UNKNOWN SUBJECT WEIGHS ZERO.     *
056400*----------------------------------------------------------*
056500 4100-ACCUMULATE-GRADE.
056600     IF GRS-STATUS-DRP
056700         GO TO 4100-NEXT
056800     END-IF.
056900     IF GRS-STATUS-INC
057000         ADD 1 TO WS-INC-OUTSTANDING
057100         GO TO 4100-NEXT
057200     END-IF.
057300     MOVE GRS-SUBJ-CODE TO CURR-SUBJ-CODE.
057400     READ CURRICULUM-MASTER
057500         INVALID KEY
057600             MOVE ZERO TO CURR-SUBJ-UNITS
057700     END-READ.
057800     COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
057900         (GRS-SUBJ-GRADE * CURR-SUBJ-UNITS).
058000     ADD CURR-SUBJ-UNITS TO WS-TOTAL-UNITS.
058100 4100-NEXT.
058200     PERFORM 3100-READ-GRD-SORTED THRU 3100-EXIT.
058300 4100-EXIT.
058400     EXIT.
058500
058600 4150-FINALIZE-GWA.
058700     IF WS-TOTAL-UNITS > ZERO
058800         COMPUTE WS-GWA ROUNDED = WS-WEIGHTED-SUM / WS-TOTAL-UNITS
058900     ELSE
059000         MOVE ZERO TO WS-GWA
059100     END-IF.
059200     IF WS-INC-OUTSTANDING > ZERO
059300         MOVE "INCMP " TO WS-RESULT-TEXT
059400     ELSE
059500         IF WS-GWA IS GREATER THAN OR EQUAL TO 075
059600             MOVE "PASS  " TO WS-RESULT-TEXT
059700         ELSE
059800             MOVE "FAIL  " TO WS-RESULT-TEXT
059900         END-IF
060000     END-IF.
060100 4150-EXIT.
060200     EXIT.
060300
060400 4200-TAKE-HISTORY.
060500     MOVE GHS-GWA         TO WS-HIST-GWA.
060600     MOVE GHS-TOTAL-UNITS TO WS-HIST-UNITS.
060700     PERFORM 3200-READ-GWH-SORTED THRU 3200-EXIT.
060800 4200-EXIT.
060900     EXIT.
061000
061100 4300-TAKE-DECISION.
061200     MOVE ADS-GWA    TO WS-DEC-GWA.
061300     MOVE ADS-RESULT TO WS-DEC-RESULT.
061400     PERFORM 3300-READ-AUD-SORTED THRU 3300-EXIT.
061500 4300-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------*
061900* 5000-COMPARE - ONE REPORT LINE PER DRIFT.  A DECISION    *
062000* WITH NO GRADES BEHIND IT IS NOT A DRIFT ON ITS OWN (A    *
062100* MERGED-AWAY NUMBER KEEPS ITS OLD DECISIONS); ITS HISTORY *
062200* ROW, IF ANY, IS WHAT GETS REPORTED.                      *
062300*----------------------------------------------------------*
062400 5000-COMPARE.
062500     IF WS-HAVE-GRADES AND NOT WS-HAVE-HISTORY
062600         MOVE "GRADES WITH NO GWA-HISTORY ROW" TO WS-DD-REASON
062700         PERFORM 5500-PRINT-DRIFT THRU 5500-EXIT
062800     END-IF.
062900     IF WS-HAVE-HISTORY AND NOT WS-HAVE-GRADES
063000         MOVE "HISTORY ROW WITH NO GRADES" TO WS-DD-REASON
063100         PERFORM 5500-PRINT-DRIFT THRU 5500-EXIT
063200     END-IF.
063300     IF WS-HAVE-GRADES AND WS-HAVE-HISTORY
063400         IF WS-HIST-GWA NOT = WS-GWA
063500                 OR WS-HIST-UNITS NOT = WS-TOTAL-UNITS
063600             MOVE "HISTORY GWA/UNITS MISMATCH" TO WS-DD-REASON
063700             PERFORM 5500-PRINT-DRIFT THRU 5500-EXIT
063800         END-IF
063900     END-IF.
064000     IF WS-HAVE-GRADES AND WS-HAVE-DECISION
064100         IF WS-DEC-GWA NOT = WS-GWA
064200             MOVE "DECISION GWA NO LONGER AGREES" TO WS-DD-REASON
064300             PERFORM 5500-PRINT-DRIFT THRU 5500-EXIT
064400         ELSE
064500             IF WS-DEC-DECIDED
064600                     AND WS-DEC-RESULT NOT = WS-RESULT-TEXT
064700                 MOVE "DECISION RESULT DISAGREES"
064800                     TO WS-DD-REASON
064900                 PERFORM 5500-PRINT-DRIFT THRU 5500-EXIT
065000             END-IF
065100         END-IF
065200     END-IF.
065300 5000-EXIT.
065400     EXIT.
065500
065600 5500-PRINT-DRIFT.
065700     ADD 1 TO WS-DRIFT-COUNT.
065800     ADD 1 TO WS-CTL-WRITTEN.
065900     ADD WS-LK-STU-NUMBER TO WS-CTL-HASH.
066000     MOVE WS-LK-STU-NUMBER TO WS-DD-STU-NUMBER.
066100     MOVE WS-LK-TERM       TO WS-DD-TERM.
066200     MOVE SPACES TO WS-DD-CALC-X WS-DD-HIST-X WS-DD-DEC-X.
066300     MOVE SPACES TO WS-DD-CALC-RESULT WS-DD-DEC-RESULT.
066400     IF WS-HAVE-GRADES
066500         MOVE WS-GWA         TO WS-DD-CALC-GWA
066600         MOVE WS-RESULT-TEXT TO WS-DD-CALC-RESULT
066700     END-IF.
066800     IF WS-HAVE-HISTORY
066900         MOVE WS-HIST-GWA    TO WS-DD-HIST-GWA
067000     END-IF.
067100     IF WS-HAVE-DECISION
067200         MOVE WS-DEC-GWA     TO WS-DD-DEC-GWA
067300         MOVE WS-DEC-RESULT  TO WS-DD-DEC-RESULT
067400     END-IF.
067500     MOVE SPACES TO PRT-DETAIL-LINE.
067600     MOVE WS-DRIFT-DETAIL TO PRT-DETAIL-LINE.
067700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
067800 5500-EXIT.
067900     EXIT.
068000
068100     COPY PRTFMT.
068200
068300*----------------------------------------------------------*
068400* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
068500* RECORD FOR THE BALANCING STEP.                           *
068600*----------------------------------------------------------*
068700 8900-WRITE-CONTROL-TOTAL.
068800     OPEN EXTEND CONTROL-TOTAL-FILE.
068900     IF WS-CTLFILE-STATUS NOT = "00" AND
069000             WS-CTLFILE-STATUS NOT = "05"
069100         DISPLAY "GWAVERFY: CTLFILE OPEN FAILED, STATUS="
069200                 WS-CTLFILE-STATUS
069300     ELSE
069400         MOVE "GWAVERFY  "   TO CTL-PROGRAM
069500         MOVE WS-RUN-DATE    TO CTL-RUN-DATE
069600         MOVE WS-RUN-TIME    TO CTL-RUN-TIME
069700         MOVE WS-CTL-READ    TO CTL-RECS-READ
069800         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
069900         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
070000         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
070100         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
070200         WRITE CONTROL-TOTAL-RECORD
070300         CLOSE CONTROL-TOTAL-FILE
070400     END-IF.
070500 8900-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------*
070900* 9000-TERMINATE - PRINT THE TOTALS, CLOSE EVERYTHING, AND *
071000* END RC=8 IF ANYTHING DRIFTED.                            *
071100*----------------------------------------------------------*
071200 9000-TERMINATE.
071300     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
071400     MOVE WS-KEYS-CHECKED TO WS-SUM-CHECKED.
071500     MOVE WS-DRIFT-COUNT  TO WS-SUM-DRIFTS.
071600     MOVE SPACES TO PRT-DETAIL-LINE.
071700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
071800     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
071900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072000     CLOSE GRD-SORTED-FILE.
072100     CLOSE GWH-SORTED-FILE.
072200     CLOSE AUD-SORTED-FILE.
072300     CLOSE CURRICULUM-MASTER.
072400     CLOSE REPORT-FILE.
072500     DISPLAY "GWAVERFY: STUDENT/TERMS CHECKED=" WS-KEYS-CHECKED
072600             " DRIFTS=" WS-DRIFT-COUNT.
072700     IF WS-DRIFT-COUNT > ZERO
072800         DISPLAY "GWAVERFY: GWA DRIFT FOUND - SEE GWAVRPT"
072900         MOVE 8 TO RETURN-CODE
073000     END-IF.
073100 9000-EXIT.
073200     EXIT.
073300
073400*----------------------------------------------------------*
073500* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;   *
073600* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND *
073700* CHECKS BYPASS THE DOWNSTREAM STEPS.                      *
073800*----------------------------------------------------------*
073900 9999-ABEND.
074000     MOVE 16 TO RETURN-CODE.
074100     STOP RUN.
