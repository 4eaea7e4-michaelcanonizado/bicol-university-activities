000100*================================================================*
000200* PROGRAM:     OPRACTV                                           *
000300* PURPOSE:     ACTIVITY-BY-OPERATOR REPORT FOR THE INTERNAL      *
000400*              AUDITORS.  EVERY AUDIT-LOG ROW THAT NAMES AN      *
000500*              OPERATOR (STUDENT, ENROLLMENT, GRADE-CORRECTION,  *
000600*              MERGE AND OPERATOR MAINTENANCE) AND FALLS IN THE  *
000700*              PARM'S RUN-DATE RANGE IS SORTED BY OPERATOR, DATE *
000800*              AND TIME AND PRINTED UNDER ITS OPERATOR, WITH THE *
000900*              OPERATOR'S NAME, OFFICE AND STANDING FROM         *
001000*              OPERATOR-MASTER AND A COUNT PER OPERATOR, SO THE  *
001100*              AUDITORS CAN SEE WHO CHANGED WHAT AND WHEN.  THE  *
001200*              NIGHTLY GRADING ROWS CARRY NO OPERATOR AND ARE    *
001300*              LEFT OUT.  NOTHING IS UPDATED.                    *
001400*                                                                *
001500* RUNS PERIODICALLY ON REQUEST (SEE BUOPRACT).                   *
001600*                                                                *
001700* MOD-LOG                                                        *
001800*   2026-10-15  MC  ORIGINAL.                                    *
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. OPRACTV.
002200 AUTHOR. M-CANONIZADO.
002300 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPR-ACTV-PARM ASSIGN TO "OACTPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDITLOG-STATUS.
003700
003800     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPRMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS OPR-ID
004200         FILE STATUS IS WS-OPRMAST-STATUS.
004300
004400     SELECT OAC-SORT-FILE ASSIGN TO "OACSRT".
004500
004600     SELECT OAC-SORTED-FILE ASSIGN TO "OACSORT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-OACSORT-STATUS.
004900
005000     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CTLFILE-STATUS.
005300
005400     SELECT REPORT-FILE ASSIGN TO "OACTRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  OPR-ACTV-PARM
006000     LABEL RECORDS ARE OMITTED.
006100     COPY OACPREC.
006200
006300 FD  AUDIT-FILE
006400     LABEL RECORDS ARE OMITTED.
006500     COPY AUDTREC.
006600
006700 FD  OPERATOR-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY OPRREC.
007000
007100*--------------------------------------------------------------*
007200* SORT ROWS CARRY THEIR POSITION IN THE AUDIT LOG AS THE LAST  *
007300* KEY, SO TWO ROWS AN OPERATOR KEYED IN THE SAME SECOND PRINT  *
007400* IN THE ORDER THEY WERE WRITTEN.                              *
007500*--------------------------------------------------------------*
007600 SD  OAC-SORT-FILE.
007700 01  OAC-SORT-RECORD.
007800     05  OAS-OPERATOR                PIC X(08).
007900     05  OAS-RUN-DATE                PIC 9(08).
008000     05  OAS-RUN-TIME                PIC 9(06).
008100     05  OAS-SEQ                     PIC 9(07).
008200     05  OAS-RESULT                  PIC X(06).
008300     05  OAS-STU-NUMBER              PIC 9(09).
008400     05  OAS-TERM                    PIC X(06).
008500     05  OAS-REASON                  PIC X(03).
008600     05  OAS-DETAIL                  PIC X(08).
008700
008800 FD  OAC-SORTED-FILE
008900     LABEL RECORDS ARE OMITTED.
009000 01  OAC-SORTED-RECORD               PIC X(61).
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
010200
010300 01  WS-FILE-STATUSES.
010400     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
010500     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
010600     05  WS-OPRMAST-STATUS           PIC X(02) VALUE "00".
010700     05  WS-OACSORT-STATUS           PIC X(02) VALUE "00".
010800     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
010900
011000 01  WS-SWITCHES.
011100     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
011200         88  WS-IN-EOF                   VALUE "Y".
011300     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
011400         88  WS-SORTED-EOF               VALUE "Y".
011500
011600 01  WS-COUNTERS.
011700     05  WS-IN-SEQ                   PIC 9(07) VALUE ZERO.
011800     05  WS-OPERATOR-COUNT           PIC 9(05) VALUE ZERO.
011900     05  WS-OPR-ROW-COUNT            PIC 9(07) VALUE ZERO.
012000
012100*--------------------------------------------------------------*
012200* CONTROL TOTALS - AUDIT-LOG ROWS READ, ROWS REPORTED, AND THE *
012300* HASH OF THE REPORTED ROWS' STUDENT NUMBERS (ZERO ON OPERATOR *
012400* MAINTENANCE ROWS).                                           *
012500*--------------------------------------------------------------*
012600 01  WS-CONTROL-COUNTS.
012700     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
012800     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
012900     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
013000
013100 01  WS-RUN-DATE-TIME.
013200     05  WS-RUN-DATE                 PIC 9(08).
013300     05  WS-RUN-TIME                 PIC 9(06).
013400
013500*--------------------------------------------------------------*
013600* REPORTING PERIOD - AUDIT-LOG RUN DATES, BOTH ENDS INCLUSIVE. *
013700* WITH NO PARM THE WHOLE LOG IS REPORTED.                      *
013800*--------------------------------------------------------------*
013900 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
014000 01  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
014100
014200 01  WS-CUR-OPERATOR                 PIC X(08) VALUE SPACES.
014300
014400 01  WS-PERIOD-LINE.
014500     05  FILLER          PIC X(16) VALUE "RUN DATES FROM ".
014600     05  WS-PL-FROM      PIC 9(08).
014700     05  FILLER          PIC X(04) VALUE " TO ".
014800     05  WS-PL-TO        PIC 9(08).
014900
015000 01  WS-OPERATOR-LINE.
015100     05  FILLER                      PIC X(10) VALUE "OPERATOR ".
015200     05  WS-OL-OPERATOR              PIC X(08).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  WS-OL-NAME                  PIC X(30).
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  WS-OL-OFFICE                PIC X(08).
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  WS-OL-STANDING              PIC X(07).
015900
016000 01  WS-ACTIVITY-DETAIL.
016100     05  WS-AD-DATE                  PIC 9(08).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  WS-AD-TIME                  PIC 9(06).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  WS-AD-RESULT                PIC X(06).
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  WS-AD-STU-X                 PIC X(09).
016800     05  WS-AD-STU-NUMBER REDEFINES WS-AD-STU-X
016900                                     PIC 9(09).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  WS-AD-TERM                  PIC X(06).
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  WS-AD-REASON                PIC X(03).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  WS-AD-DETAIL                PIC X(08).
017600
017700 01  WS-OPERATOR-TOTAL-LINE.
017800     05  FILLER          PIC X(20) VALUE "  ROWS FOR OPERATOR ".
017900     05  WS-OT-OPERATOR  PIC X(08).
018000     05  FILLER          PIC X(02) VALUE ": ".
018100     05  WS-OT-COUNT     PIC Z,ZZZ,ZZ9.
018200
018300 01  WS-SUMMARY-LINE.
018400     05  FILLER          PIC X(16) VALUE "ROWS REPORTED:".
018500     05  WS-SUM-ROWS     PIC Z,ZZZ,ZZ9.
018600     05  FILLER          PIC X(14) VALUE "   OPERATORS:".
018700     05  WS-SUM-OPERATORS PIC ZZZZ9.
018800
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 2000-SORT-ACTIVITY THRU 2000-EXIT.
019300     PERFORM 3000-REPORT-ACTIVITY THRU 3000-EXIT.
019400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019500     STOP RUN.
019600
019700*----------------------------------------------------------*
019800* 1000-INITIALIZE - TAKE THE REPORTING PERIOD, OPEN THE    *
019900* OPERATOR MASTER FOR THE NAMES, AND START THE REPORT.     *
020000*----------------------------------------------------------*
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     ACCEPT WS-RUN-TIME FROM TIME.
020400     MOVE WS-RUN-DATE TO WS-TO-DATE.
020500     PERFORM 1100-GET-PERIOD-PARM THRU 1100-EXIT.
020600     OPEN INPUT OPERATOR-MASTER.
020700     IF WS-OPRMAST-STATUS NOT = "00" AND
020800             WS-OPRMAST-STATUS NOT = "05"
020900         DISPLAY "OPRACTV: OPERATOR-MASTER OPEN FAILED, STATUS="
021000                 WS-OPRMAST-STATUS
021100         GO TO 9999-ABEND
021200     END-IF.
021300     OPEN OUTPUT REPORT-FILE.
021400     MOVE "BICOL UNIVERSITY - ACTIVITY BY OPERATOR"
021500         TO PRT-TITLE-TEXT.
021600     MOVE
021700    "DATE      TIME    ACTION  STU NO.    TERM    RSN  DETAIL"
021800         TO PRT-HEAD1-TEXT.
021900     MOVE
022000    "--------  ------  ------  ---------  ------  ---  --------"
022100         TO PRT-HEAD2-TEXT.
022200     MOVE 99 TO PRT-LINE-COUNT.
022300     MOVE WS-FROM-DATE TO WS-PL-FROM.
022400     MOVE WS-TO-DATE   TO WS-PL-TO.
022500     MOVE WS-PERIOD-LINE TO PRT-DETAIL-LINE.
022600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------*
023100* 1100-GET-PERIOD-PARM - A MISSING PARM FILE (STATUS 35)   *
023200* REPORTS THE WHOLE LOG THROUGH TODAY.  A ZERO TO-DATE     *
023300* ALSO MEANS TODAY; A PERIOD THAT ENDS BEFORE IT STARTS IS *
023400* A SUBMISSION MISTAKE WORTH STOPPING.                     *
023500*----------------------------------------------------------*
023600 1100-GET-PERIOD-PARM.
023700     OPEN INPUT OPR-ACTV-PARM.
023800     IF WS-PARM-STATUS = "00"
023900         READ OPR-ACTV-PARM
024000             AT END
024100                 CONTINUE
024200             NOT AT END
024300                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
024400                 IF PARM-TO-DATE NOT = ZERO
024500                     MOVE PARM-TO-DATE TO WS-TO-DATE
024600                 END-IF
024700         END-READ
024800         CLOSE OPR-ACTV-PARM
024900     ELSE
025000         IF WS-PARM-STATUS NOT = "35"
025100             DISPLAY "OPRACTV: OACTPARM OPEN FAILED, STATUS="
025200                     WS-PARM-STATUS
025300             GO TO 9999-ABEND
025400         END-IF
025500     END-IF.
025600     IF WS-FROM-DATE > WS-TO-DATE
025700         DISPLAY "OPRACTV: OACTPARM FROM-DATE " WS-FROM-DATE
025800                 " IS AFTER TO-DATE " WS-TO-DATE
025900         GO TO 9999-ABEND
026000     END-IF.
026100 1100-EXIT.
026200     EXIT.
026300
026400*----------------------------------------------------------*
026500* 2000-SORT-ACTIVITY - THE PERIOD'S OPERATOR ROWS BY       *
026600* OPERATOR, DATE, TIME AND LOG POSITION.                   *
026700*----------------------------------------------------------*
026800 2000-SORT-ACTIVITY.
026900     SORT OAC-SORT-FILE
027000         ON ASCENDING KEY OAS-OPERATOR OAS-RUN-DATE
027100                          OAS-RUN-TIME OAS-SEQ
027200         INPUT PROCEDURE IS 2100-SORT-AUDIT-IN
027300         GIVING OAC-SORTED-FILE.
027400 2000-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------*
027800* 2100-SORT-AUDIT-IN - A MISSING LOG IS AN EMPTY ONE.      *
027900*----------------------------------------------------------*
028000 2100-SORT-AUDIT-IN.
028100     OPEN INPUT AUDIT-FILE.
028200     IF WS-AUDITLOG-STATUS NOT = "00" AND
028300             WS-AUDITLOG-STATUS NOT = "35"
028400         DISPLAY "OPRACTV: AUDITLOG OPEN FAILED, STATUS="
028500                 WS-AUDITLOG-STATUS
028600         GO TO 9999-ABEND
028700     END-IF.
028800     IF WS-AUDITLOG-STATUS = "00"
028900         MOVE "N"  TO WS-IN-EOF-SW
029000         MOVE ZERO TO WS-IN-SEQ
029100         PERFORM 2110-READ-AUDIT THRU 2110-EXIT
029200         PERFORM 2120-RELEASE-ACTIVITY THRU 2120-EXIT
029300             UNTIL WS-IN-EOF
029400         CLOSE AUDIT-FILE
029500     END-IF.
029600 2100-EXIT.
029700     EXIT.
029800
029900 2110-READ-AUDIT.
030000     READ AUDIT-FILE
030100         AT END
030200             SET WS-IN-EOF TO TRUE
030300     END-READ.
030400 2110-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------*
030800* 2120-RELEASE-ACTIVITY - ONLY ROWS THAT NAME AN OPERATOR  *
030900* AND FALL IN THE PERIOD.                                  *
031000*----------------------------------------------------------*
031100 2120-RELEASE-ACTIVITY.
031200     ADD 1 TO WS-CTL-READ.
031300     ADD 1 TO WS-IN-SEQ.
031400     IF AUD-OPERATOR = SPACES
031500         GO TO 2120-NEXT
031600     END-IF.
031700     IF AUD-RUN-DATE < WS-FROM-DATE OR
031800             AUD-RUN-DATE > WS-TO-DATE
031900         GO TO 2120-NEXT
032000     END-IF.
032100     MOVE AUD-OPERATOR   TO OAS-OPERATOR.
032200     MOVE AUD-RUN-DATE   TO OAS-RUN-DATE.
032300     MOVE AUD-RUN-TIME   TO OAS-RUN-TIME.
032400     MOVE WS-IN-SEQ      TO OAS-SEQ.
032500     MOVE AUD-RESULT     TO OAS-RESULT.
032600     MOVE AUD-STU-NUMBER TO OAS-STU-NUMBER.
032700     MOVE AUD-TERM       TO OAS-TERM.
032800     MOVE AUD-REASON     TO OAS-REASON.
032900     MOVE AUD-DETAIL     TO OAS-DETAIL.
033000     RELEASE OAC-SORT-RECORD.
033100 2120-NEXT.
033200     PERFORM 2110-READ-AUDIT THRU 2110-EXIT.
033300 2120-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------*
033700* 3000-REPORT-ACTIVITY - ONE BLOCK PER OPERATOR, IN        *
033800* OPERATOR ID ORDER.                                       *
033900*----------------------------------------------------------*
034000 3000-REPORT-ACTIVITY.
034100     OPEN INPUT OAC-SORTED-FILE.
034200     IF WS-OACSORT-STATUS NOT = "00"
034300         DISPLAY "OPRACTV: OACSORT OPEN FAILED, STATUS="
034400                 WS-OACSORT-STATUS
034500         GO TO 9999-ABEND
034600     END-IF.
034700     PERFORM 3900-READ-SORTED THRU 3900-EXIT.
034800     IF WS-SORTED-EOF
034900         MOVE SPACES TO PRT-DETAIL-LINE
035000         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
035100         MOVE "NO OPERATOR ACTIVITY IN THE PERIOD"
035200             TO PRT-DETAIL-LINE
035300         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
035400     END-IF.
035500     PERFORM 3100-REPORT-ONE-OPERATOR THRU 3100-EXIT
035600         UNTIL WS-SORTED-EOF.
035700     CLOSE OAC-SORTED-FILE.
035800 3000-EXIT.
035900     EXIT.
036000
036100 3100-REPORT-ONE-OPERATOR.
036200     MOVE OAS-OPERATOR TO WS-CUR-OPERATOR.
036300     MOVE ZERO TO WS-OPR-ROW-COUNT.
036400     ADD 1 TO WS-OPERATOR-COUNT.
036500     PERFORM 3200-PRINT-OPERATOR-LINE THRU 3200-EXIT.
036600     PERFORM 3300-PRINT-ACTIVITY-LINE THRU 3300-EXIT
036700         UNTIL WS-SORTED-EOF
036800            OR OAS-OPERATOR NOT = WS-CUR-OPERATOR.
036900     MOVE WS-CUR-OPERATOR  TO WS-OT-OPERATOR.
037000     MOVE WS-OPR-ROW-COUNT TO WS-OT-COUNT.
037100     MOVE WS-OPERATOR-TOTAL-LINE TO PRT-DETAIL-LINE.
037200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
037300 3100-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------*
037700* 3200-PRINT-OPERATOR-LINE - THE OPERATOR'S NAME, OFFICE   *
037800* AND STANDING AS OPERATOR-MASTER HAS THEM TODAY.  AN ID   *
037900* THE MASTER DOES NOT CARRY IS SAID SO PLAINLY - THE       *
038000* AUDITORS WANT TO SEE THOSE.                              *
038100*----------------------------------------------------------*
038200 3200-PRINT-OPERATOR-LINE.
038300     MOVE SPACES TO PRT-DETAIL-LINE.
038400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
038500     MOVE WS-CUR-OPERATOR TO WS-OL-OPERATOR.
038600     MOVE SPACES TO WS-OL-NAME WS-OL-OFFICE WS-OL-STANDING.
038700     MOVE WS-CUR-OPERATOR TO OPR-ID.
038800     READ OPERATOR-MASTER
038900         INVALID KEY
039000             MOVE "NOT ON OPERATOR MASTER" TO WS-OL-NAME
039100             GO TO 3200-PRINT
039200     END-READ.
039300     MOVE OPR-NAME   TO WS-OL-NAME.
039400     MOVE OPR-OFFICE TO WS-OL-OFFICE.
039500     IF OPR-ACTIVE
039600         MOVE "ACTIVE"  TO WS-OL-STANDING
039700     ELSE
039800         MOVE "REVOKED" TO WS-OL-STANDING
039900     END-IF.
040000 3200-PRINT.
040100     MOVE WS-OPERATOR-LINE TO PRT-DETAIL-LINE.
040200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
040300 3200-EXIT.
040400     EXIT.
040500
040600 3300-PRINT-ACTIVITY-LINE.
040700     MOVE OAS-RUN-DATE TO WS-AD-DATE.
040800     MOVE OAS-RUN-TIME TO WS-AD-TIME.
040900     MOVE OAS-RESULT   TO WS-AD-RESULT.
041000     IF OAS-STU-NUMBER = ZERO
041100         MOVE SPACES TO WS-AD-STU-X
041200     ELSE
041300         MOVE OAS-STU-NUMBER TO WS-AD-STU-NUMBER
041400     END-IF.
041500     MOVE OAS-TERM     TO WS-AD-TERM.
041600     MOVE OAS-REASON   TO WS-AD-REASON.
041700     MOVE OAS-DETAIL   TO WS-AD-DETAIL.
041800     MOVE WS-ACTIVITY-DETAIL TO PRT-DETAIL-LINE.
041900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
042000     ADD 1 TO WS-OPR-ROW-COUNT.
042100     ADD 1 TO WS-CTL-WRITTEN.
042200     ADD OAS-STU-NUMBER TO WS-CTL-HASH.
042300     PERFORM 3900-READ-SORTED THRU 3900-EXIT.
042400 3300-EXIT.
042500     EXIT.
042600
042700 3900-READ-SORTED.
042800     READ OAC-SORTED-FILE
042900         AT END
043000             SET WS-SORTED-EOF TO TRUE
043100             GO TO 3900-EXIT
043200     END-READ.
043300     MOVE OAC-SORTED-RECORD TO OAC-SORT-RECORD.
043400 3900-EXIT.
043500     EXIT.
043600
043700     COPY PRTFMT.
043800
043900*----------------------------------------------------------*
044000* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
044100* RECORD FOR THE BALANCING STEP.                           *
044200*----------------------------------------------------------*
044300 8900-WRITE-CONTROL-TOTAL.
044400     OPEN EXTEND CONTROL-TOTAL-FILE.
044500     IF WS-CTLFILE-STATUS NOT = "00" AND
044600             WS-CTLFILE-STATUS NOT = "05"
044700         DISPLAY "OPRACTV: CTLFILE OPEN FAILED, STATUS="
044800                 WS-CTLFILE-STATUS
044900     ELSE
045000         MOVE "OPRACTV   " TO CTL-PROGRAM
045100         MOVE WS-RUN-DATE TO CTL-RUN-DATE
045200         MOVE WS-RUN-TIME TO CTL-RUN-TIME
045300         MOVE WS-CTL-READ    TO CTL-RECS-READ
045400         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
045500         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
045600         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
045700         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
045800         WRITE CONTROL-TOTAL-RECORD
045900         CLOSE CONTROL-TOTAL-FILE
046000     END-IF.
046100 8900-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------*
046500* 9000-TERMINATE - PRINT THE REPORT TOTALS AND CLOSE EVERY *
046600* FILE THE RUN HAD OPEN.                                   *
046700*----------------------------------------------------------*
046800 9000-TERMINATE.
046900     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
047000     MOVE WS-CTL-WRITTEN    TO WS-SUM-ROWS.
047100     MOVE WS-OPERATOR-COUNT TO WS-SUM-OPERATORS.
047200     MOVE SPACES TO PRT-DETAIL-LINE.
047300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
047400     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
047500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
047600     CLOSE OPERATOR-MASTER.
047700     CLOSE REPORT-FILE.
047800     DISPLAY "OPRACTV: ROWS=" WS-CTL-WRITTEN
047900             " OPERATORS=" WS-OPERATOR-COUNT.
048000 9000-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------*
048400* 9999-ABEND - A PARM OR FILE ERROR IS UNRECOVERABLE; END  *
048500* THE RUN WITH A NONZERO RETURN CODE.                      *
048600*----------------------------------------------------------*
048700 9999-ABEND.
048800     MOVE 16 TO RETURN-CODE.
048900     STOP RUN.
