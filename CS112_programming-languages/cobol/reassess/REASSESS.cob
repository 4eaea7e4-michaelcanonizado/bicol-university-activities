000100*================================================================*
000200* PROGRAM:     REASSESS                                          *
000300* PURPOSE:     ADD/DROP REASSESSMENT - AFTER TUITION HAS BILLED  *
000400*              A TERM, ENROLLMENT MAINTENANCE KEEPS ADDING AND   *
000500*              DROPPING SUBJECTS.  THIS RUN COMPARES EACH        *
000600*              STUDENT'S CURRENT SECTION-ENROLLMENT LOAD FOR THE *
000700*              TERM WITH THE UNITS LAST BILLED, REPRICES ONLY    *
000800*              THE STUDENTS WHOSE UNITS CHANGED (SAME RATE AND   *
000900*              FEES AS TUITION, FROM THE SAME ASSESSMENT PARM),  *
001000*              AND WRITES THE DIFFERENCE TO A SUPPLEMENTAL       *
001100*              ADJUSTMENT FILE FOR ACCOUNTING - A DEBIT FOR A    *
001200*              HEAVIER LOAD, A CREDIT FOR A LIGHTER ONE - IN THE *
001300*              BILLING FILE'S HEADER/DETAIL/TRAILER SHAPE WITH   *
001400*              COUNT AND STUDENT-NUMBER HASH.  THE REGISTER      *
001500*              SHOWS OLD UNITS, NEW UNITS AND THE AMOUNT.        *
001600*                                                                *
001700* "LAST BILLED" IS THE TERM'S BILLING FILE FROM TUITION, UNLESS  *
001800* THIS PROGRAM HAS ADJUSTED THE STUDENT SINCE: EVERY ADJUSTMENT  *
001900* IS RECORDED ON THE BILLED-STATE FILE (BILLSTAT), WHICH THEN    *
002000* WINS, SO A SECOND RUN OVER THE SAME ENROLLMENT FINDS NOTHING   *
002100* LEFT TO ADJUST.  A STUDENT WHO DROPS EVERY SUBJECT IS CREDITED *
002200* THE WHOLE AMOUNT BILLED; ONE ENROLLED AFTER ASSESSMENT IS      *
002300* DEBITED THE FULL PRICE OF THE LOAD.                            *
002400*                                                                *
002500* RUNS ON REQUEST (SEE BUREASMT) AFTER ADD/DROP, AS OFTEN AS THE *
002600* CASHIER NEEDS IT.                                              *
002700*                                                                *
002800* MOD-LOG                                                        *
002900*   2026-10-15  MC  ORIGINAL.                                    *
003000*================================================================*
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. REASSESS.
003300 AUTHOR. M-CANONIZADO.
003400 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ASSESS-PARM ASSIGN TO "ASMPARM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARM-STATUS.
004400
004500     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS TRM-TERM-CODE
004900         FILE STATUS IS WS-TERMMAST-STATUS.
005000
005100     SELECT BILLING-FILE ASSIGN TO "BILLFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BILLFILE-STATUS.
005400
005500     SELECT OPTIONAL BILLED-STATE-FILE ASSIGN TO "BILLSTAT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BST-KEY
005900         FILE STATUS IS WS-BILLSTAT-STATUS.
006000
006100     SELECT SECT-ENROLL-FILE ASSIGN TO "SENFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SENFILE-STATUS.
006400
006500     SELECT RSA-SORT-FILE ASSIGN TO "RSASRT".
006600
006700     SELECT RSA-SORTED-FILE ASSIGN TO "RSASORT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RSASORT-STATUS.
007000
007100     SELECT CURRICULUM-MASTER ASSIGN TO "CURRMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS CURR-SUBJ-CODE
007500         FILE STATUS IS WS-CURRMAST-STATUS.
007600
007700     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS STU-NUMBER
008100         FILE STATUS IS WS-STUDMAST-STATUS.
008200
008300     SELECT ADJUST-FILE ASSIGN TO "ADJFILE"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-ADJFILE-STATUS.
008600
008700     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-CTLFILE-STATUS.
009000
009100     SELECT REPORT-FILE ASSIGN TO "RSARPT"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  ASSESS-PARM
009700     LABEL RECORDS ARE OMITTED.
009800     COPY RATPREC.
009900
010000 FD  TERM-MASTER
010100     LABEL RECORDS ARE STANDARD.
010200     COPY TRMREC.
010300
010400 FD  BILLING-FILE
010500     LABEL RECORDS ARE OMITTED.
010600     COPY BILLREC.
010700
010800 FD  BILLED-STATE-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY BSTREC.
011100
011200 FD  SECT-ENROLL-FILE
011300     LABEL RECORDS ARE OMITTED.
011400     COPY SENREC.
011500
011600*--------------------------------------------------------------*
011700* ONE SORT ROW PER BILLED OR ENROLLED FACT, BY STUDENT.        *
011800* SOURCE 1 IS THE TUITION BILLING FILE, SOURCE 2 A LATER       *
011900* BILLED-STATE ROW (SORTING AFTER 1, SO IT REPLACES IT), AND   *
012000* SOURCE 3 ONE SUBJECT THE STUDENT CARRIES NOW.                *
012100*--------------------------------------------------------------*
012200 SD  RSA-SORT-FILE.
012300 01  RSA-SORT-RECORD.
012400     05  RS-STU-NUMBER               PIC 9(09).
012500     05  RS-SOURCE                   PIC 9(01).
012600         88  RS-FROM-BILLING             VALUE 1.
012700         88  RS-FROM-BILLED-STATE        VALUE 2.
012800         88  RS-FROM-ENROLLMENT          VALUE 3.
012900     05  RS-SUBJ-CODE                PIC X(06).
013000     05  RS-UNITS                    PIC 9(03)V9.
013100     05  RS-AMOUNT                   PIC 9(07)V99.
013200
013300 FD  RSA-SORTED-FILE
013400     LABEL RECORDS ARE OMITTED.
013500 01  RSA-SORTED-RECORD               PIC X(29).
013600
013700 FD  CURRICULUM-MASTER
013800     LABEL RECORDS ARE STANDARD.
013900     COPY CURRREC.
014000
014100 FD  STUDENT-MASTER
014200     LABEL RECORDS ARE STANDARD.
014300     COPY STUDREC.
014400
014500 FD  ADJUST-FILE
014600     LABEL RECORDS ARE OMITTED.
014700     COPY BADJREC.
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
015900     COPY NAMWREC.
016000
016100 01  WS-FILE-STATUSES.
016200     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
016300     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
016400     05  WS-BILLFILE-STATUS          PIC X(02) VALUE "00".
016500     05  WS-BILLSTAT-STATUS          PIC X(02) VALUE "00".
016600     05  WS-SENFILE-STATUS           PIC X(02) VALUE "00".
016700     05  WS-RSASORT-STATUS           PIC X(02) VALUE "00".
016800     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
016900     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
017000     05  WS-ADJFILE-STATUS           PIC X(02) VALUE "00".
017100     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
017200
017300 01  WS-SWITCHES.
017400     05  WS-BILL-EOF-SW              PIC X(01) VALUE "N".
017500         88  WS-BILL-EOF                 VALUE "Y".
017600     05  WS-BILL-TRAILER-SW          PIC X(01) VALUE "N".
017700         88  WS-BILL-TRAILER-SEEN        VALUE "Y".
017800     05  WS-STATE-EOF-SW             PIC X(01) VALUE "N".
017900         88  WS-STATE-EOF                VALUE "Y".
018000     05  WS-SEN-EOF-SW               PIC X(01) VALUE "N".
018100         88  WS-SEN-EOF                  VALUE "Y".
018200     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
018300         88  WS-SORTED-EOF               VALUE "Y".
018400     05  WS-FIRST-REC-SW             PIC X(01) VALUE "Y".
018500         88  WS-FIRST-RECORD             VALUE "Y".
018600     05  WS-STATE-FOUND-SW           PIC X(01) VALUE "N".
018700         88  WS-STATE-FOUND              VALUE "Y".
018800
018900 01  WS-COUNTERS.
019000     05  WS-BILLED-COUNT             PIC 9(05) VALUE ZERO.
019100     05  WS-STATE-COUNT              PIC 9(05) VALUE ZERO.
019200     05  WS-UNCHANGED-COUNT          PIC 9(05) VALUE ZERO.
019300     05  WS-REPRICED-COUNT           PIC 9(05) VALUE ZERO.
019400     05  WS-DEBIT-COUNT              PIC 9(05) VALUE ZERO.
019500     05  WS-CREDIT-COUNT             PIC 9(05) VALUE ZERO.
019600
019700*--------------------------------------------------------------*
019800* CONTROL TOTALS FOR THE BALANCING STEP - STUDENTS COMPARED,   *
019900* ADJUSTMENT ROWS WRITTEN, AND THE HASH OF THEIR STUDENT       *
020000* NUMBERS; THE SAME COUNT AND HASH GO IN THE ADJFILE TRAILER.  *
020100*--------------------------------------------------------------*
020200 01  WS-CONTROL-COUNTS.
020300     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
020400     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
020500     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
020600
020700*--------------------------------------------------------------*
020800* THE BILLING FILE'S OWN TRAILER, CHECKED AGAINST ITS DETAIL   *
020900* ROWS BEFORE ANYTHING IS COMPARED WITH IT.                    *
021000*--------------------------------------------------------------*
021100 01  WS-BILL-TOTALS.
021200     05  WS-BILL-HASH                PIC 9(13) VALUE ZERO.
021300     05  WS-BILL-TRL-COUNT           PIC 9(07) VALUE ZERO.
021400     05  WS-BILL-TRL-HASH            PIC 9(13) VALUE ZERO.
021500
021600 01  WS-PARM-FIELDS.
021700     05  WS-ASSESS-TERM              PIC X(06)    VALUE SPACES.
021800     05  WS-UNIT-RATE                PIC 9(05)V99 VALUE ZERO.
021900     05  WS-FIXED-FEES               PIC 9(05)V99 VALUE ZERO.
022000
022100 01  WS-ASSESS-DATE                  PIC 9(08) VALUE ZERO.
022200
022300 01  WS-STUDENT-WORK.
022400     05  WS-PREV-STU-NUMBER          PIC 9(09)     VALUE ZERO.
022500     05  WS-BILLED-UNITS             PIC 9(03)V9   VALUE ZERO.
022600     05  WS-BILLED-AMOUNT            PIC 9(07)V99  VALUE ZERO.
022700     05  WS-NEW-UNITS                PIC 9(03)V9   VALUE ZERO.
022800     05  WS-NEW-AMOUNT               PIC 9(07)V99  VALUE ZERO.
022900     05  WS-ADJ-AMOUNT               PIC S9(07)V99 VALUE ZERO.
023000     05  WS-ADJ-ABS                  PIC 9(07)V99  VALUE ZERO.
023100
023200 01  WS-ADJUST-TOTALS.
023300     05  WS-DEBIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
023400     05  WS-CREDIT-TOTAL             PIC 9(09)V99 VALUE ZERO.
023500
023600 01  WS-RUN-DATE-TIME.
023700     05  WS-RUN-DATE                 PIC 9(08).
023800     05  WS-RUN-TIME                 PIC 9(06).
023900
024000 01  WS-REASSESS-DETAIL.
024100     05  WS-RD-NUMBER                PIC 9(09).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  WS-RD-NAME                  PIC X(26).
024400     05  FILLER                      PIC X(01) VALUE SPACES.
024500     05  WS-RD-OLD-UNITS             PIC ZZ9.9.
024600     05  FILLER                      PIC X(01) VALUE SPACES.
024700     05  WS-RD-NEW-UNITS             PIC ZZ9.9.
024800     05  FILLER                      PIC X(01) VALUE SPACES.
024900     05  WS-RD-DR-CR                 PIC X(02).
025000     05  FILLER                      PIC X(01) VALUE SPACES.
025100     05  WS-RD-AMOUNT                PIC Z,ZZZ,ZZ9.99.
025200
025300 01  WS-TOTAL-LINE.
025400     05  WS-TL-LABEL                 PIC X(22).
025500     05  WS-TL-COUNT                 PIC ZZ,ZZ9.
025600     05  FILLER                      PIC X(03) VALUE SPACES.
025700     05  WS-TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99
025800                                     BLANK WHEN ZERO.
025900
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026300     PERFORM 2000-SORT-BILLING THRU 2000-EXIT.
026400     PERFORM 3000-REPRICE-STUDENTS THRU 3000-EXIT.
026500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026600     STOP RUN.
026700
026800*----------------------------------------------------------*
026900* 1000-INITIALIZE - READ THE REQUIRED RATE PARM, OPEN THE  *
027000* MASTERS AND THE REGISTER.                                *
027100*----------------------------------------------------------*
027200 1000-INITIALIZE.
027300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027400     ACCEPT WS-RUN-TIME FROM TIME.
027500     PERFORM 1100-GET-ASSESS-PARM THRU 1100-EXIT.
027600     OPEN INPUT CURRICULUM-MASTER.
027700     IF WS-CURRMAST-STATUS NOT = "00"
027800         DISPLAY "REASSESS: CURRICULUM-MASTER OPEN FAILED, "
027900                 "STATUS=" WS-CURRMAST-STATUS
028000         GO TO 9999-ABEND
028100     END-IF.
028200     OPEN INPUT STUDENT-MASTER.
028300     IF WS-STUDMAST-STATUS NOT = "00"
028400         DISPLAY "REASSESS: STUDENT-MASTER OPEN FAILED, STATUS="
028500                 WS-STUDMAST-STATUS
028600         GO TO 9999-ABEND
028700     END-IF.
028800     OPEN OUTPUT REPORT-FILE.
028900     MOVE "BICOL UNIVERSITY - ADD/DROP REASSESSMENT"
029000         TO PRT-TITLE-TEXT.
029100     MOVE
029200    "STU NO.    NAME                       OLD U NEW U DC AMOUNT"
029300         TO PRT-HEAD1-TEXT.
029400     MOVE
029500    "---------  -------------------------- ----- ----- -- ------"
029600         TO PRT-HEAD2-TEXT.
029700     MOVE 99 TO PRT-LINE-COUNT.
029800 1000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------*
030200* 1100-GET-ASSESS-PARM - THE SAME PARM TUITION PRICED THE  *
030300* TERM WITH: TERM, PER-UNIT RATE AND FIXED FEES MUST BE    *
030400* STATED; NOBODY IS REPRICED AGAINST A GUESS.              *
030500*----------------------------------------------------------*
030600 1100-GET-ASSESS-PARM.
030700     OPEN INPUT ASSESS-PARM.
030800     IF WS-PARM-STATUS NOT = "00"
030900         DISPLAY "REASSESS: ASMPARM OPEN FAILED, STATUS="
031000                 WS-PARM-STATUS
031100         GO TO 9999-ABEND
031200     END-IF.
031300     READ ASSESS-PARM
031400         AT END
031500             DISPLAY "REASSESS: ASMPARM IS EMPTY"
031600             GO TO 9999-ABEND
031700     END-READ.
031800     MOVE PARM-ASSESS-TERM TO WS-ASSESS-TERM.
031900     MOVE PARM-UNIT-RATE   TO WS-UNIT-RATE.
032000     MOVE PARM-FIXED-FEES  TO WS-FIXED-FEES.
032100     CLOSE ASSESS-PARM.
032200     IF WS-UNIT-RATE = ZERO
032300         DISPLAY "REASSESS: ASMPARM UNIT RATE IS ZERO"
032400         GO TO 9999-ABEND
032500     END-IF.
032600     PERFORM 1150-VALIDATE-TERM THRU 1150-EXIT.
032700 1100-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------*
033100* 1150-VALIDATE-TERM - THE TERM MUST BE ON THE SCHOOL      *
033200* CALENDAR.                                                *
033300*----------------------------------------------------------*
033400 1150-VALIDATE-TERM.
033500     OPEN INPUT TERM-MASTER.
033600     IF WS-TERMMAST-STATUS NOT = "00"
033700         DISPLAY "REASSESS: TERM-MASTER OPEN FAILED, STATUS="
033800                 WS-TERMMAST-STATUS
033900         GO TO 9999-ABEND
034000     END-IF.
034100     MOVE WS-ASSESS-TERM TO TRM-TERM-CODE.
034200     READ TERM-MASTER
034300         INVALID KEY
034400             DISPLAY "REASSESS: TERM " WS-ASSESS-TERM
034500                     " NOT ON TERM MASTER"
034600             GO TO 9999-ABEND
034700     END-READ.
034800     CLOSE TERM-MASTER.
034900 1150-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------*
035300* 2000-SORT-BILLING - WHAT WAS BILLED AND WHAT IS CARRIED  *
035400* NOW, FROM ALL THREE SOURCES, GROUPED BY STUDENT FOR THE  *
035500* CONTROL BREAK IN 3000.                                   *
035600*----------------------------------------------------------*
035700 2000-SORT-BILLING.
035800     SORT RSA-SORT-FILE
035900         ON ASCENDING KEY RS-STU-NUMBER RS-SOURCE RS-SUBJ-CODE
036000         INPUT PROCEDURE IS 2100-SORT-BILLING-IN
036100         GIVING RSA-SORTED-FILE.
036200 2000-EXIT.
036300     EXIT.
036400
036500 2100-SORT-BILLING-IN.
036600     PERFORM 2200-RELEASE-ASSESSMENT THRU 2200-EXIT.
036700     PERFORM 2400-RELEASE-BILLED-STATE THRU 2400-EXIT.
036800     PERFORM 2600-RELEASE-ENROLLMENT THRU 2600-EXIT.
036900 2100-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------*
037300* 2200-RELEASE-ASSESSMENT - THE LATEST BILLING FILE MUST   *
037400* BE THE ASSESSED TERM'S AND MUST BALANCE TO ITS TRAILER;  *
037500* ADJUSTING AGAINST ANOTHER TERM'S BILL, OR HALF A BILL,   *
037600* WOULD SEND ACCOUNTING NONSENSE.  ITS HEADER RUN DATE IS  *
037700* THE ASSESSMENT THE BILLED-STATE ROWS MUST CONTINUE.      *
037800*----------------------------------------------------------*
037900 2200-RELEASE-ASSESSMENT.
038000     OPEN INPUT BILLING-FILE.
038100     IF WS-BILLFILE-STATUS NOT = "00"
038200         DISPLAY "REASSESS: BILLFILE OPEN FAILED, STATUS="
038300                 WS-BILLFILE-STATUS
038400         GO TO 9999-ABEND
038500     END-IF.
038600     PERFORM 2210-READ-BILLING THRU 2210-EXIT.
038700     IF WS-BILL-EOF OR NOT BIL-HEADER
038800         DISPLAY "REASSESS: BILLFILE HAS NO HEADER ROW"
038900         GO TO 9999-ABEND
039000     END-IF.
039100     IF BIL-HDR-TERM NOT = WS-ASSESS-TERM
039200         DISPLAY "REASSESS: BILLFILE IS FOR TERM " BIL-HDR-TERM
039300                 ", NOT " WS-ASSESS-TERM " - RUN TUITION FIRST"
039400         GO TO 9999-ABEND
039500     END-IF.
039600     MOVE BIL-HDR-RUN-DATE TO WS-ASSESS-DATE.
039700     PERFORM 2210-READ-BILLING THRU 2210-EXIT.
039800     PERFORM 2220-RELEASE-BILLED-ROW THRU 2220-EXIT
039900         UNTIL WS-BILL-EOF.
040000     CLOSE BILLING-FILE.
040100     IF NOT WS-BILL-TRAILER-SEEN
040200             OR WS-BILL-TRL-COUNT NOT = WS-BILLED-COUNT
040300             OR WS-BILL-TRL-HASH NOT = WS-BILL-HASH
040400         DISPLAY "REASSESS: BILLFILE DETAIL DOES NOT BALANCE TO "
040500                 "ITS TRAILER"
040600         GO TO 9999-ABEND
040700     END-IF.
040800 2200-EXIT.
040900     EXIT.
041000
041100 2210-READ-BILLING.
041200     READ BILLING-FILE
041300         AT END
041400             SET WS-BILL-EOF TO TRUE
041500     END-READ.
041600 2210-EXIT.
041700     EXIT.
041800
041900 2220-RELEASE-BILLED-ROW.
042000     IF BIL-DETAIL
042100         MOVE BIL-DET-STU-NUMBER TO RS-STU-NUMBER
042200         MOVE 1                  TO RS-SOURCE
042300         MOVE SPACES             TO RS-SUBJ-CODE
042400         MOVE BIL-DET-UNITS      TO RS-UNITS
042500         MOVE BIL-DET-AMOUNT     TO RS-AMOUNT
042600         RELEASE RSA-SORT-RECORD
042700         ADD 1 TO WS-BILLED-COUNT
042800         ADD BIL-DET-STU-NUMBER TO WS-BILL-HASH
042900     END-IF.
043000     IF BIL-TRAILER
043100         SET WS-BILL-TRAILER-SEEN TO TRUE
043200         MOVE BIL-TRL-REC-COUNT  TO WS-BILL-TRL-COUNT
043300         MOVE BIL-TRL-HASH-TOTAL TO WS-BILL-TRL-HASH
043400     END-IF.
043500     PERFORM 2210-READ-BILLING THRU 2210-EXIT.
043600 2220-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------*
044000* 2400-RELEASE-BILLED-STATE - EARLIER ADJUSTMENTS FOR THE  *
044100* TERM.  A ROW FROM BEFORE THE LATEST ASSESSMENT IS STALE  *
044200* (A RE-RUN OF TUITION BILLED THE WHOLE LOAD AGAIN), SO    *
044300* ONLY ROWS CARRYING THIS BILLING FILE'S DATE COUNT.  THE  *
044400* FIRST RUN FINDS NO FILE AT ALL.                          *
044500*----------------------------------------------------------*
044600 2400-RELEASE-BILLED-STATE.
044700     OPEN INPUT BILLED-STATE-FILE.
044800     IF WS-BILLSTAT-STATUS NOT = "00" AND
044900             WS-BILLSTAT-STATUS NOT = "05"
045000         DISPLAY "REASSESS: BILLSTAT OPEN FAILED, STATUS="
045100                 WS-BILLSTAT-STATUS
045200         GO TO 9999-ABEND
045300     END-IF.
045400     PERFORM 2410-READ-BILLED-STATE THRU 2410-EXIT.
045500     PERFORM 2420-RELEASE-STATE-ROW THRU 2420-EXIT
045600         UNTIL WS-STATE-EOF.
045700     CLOSE BILLED-STATE-FILE.
045800 2400-EXIT.
045900     EXIT.
046000
046100 2410-READ-BILLED-STATE.
046200     READ BILLED-STATE-FILE NEXT RECORD
046300         AT END
046400             SET WS-STATE-EOF TO TRUE
046500     END-READ.
046600 2410-EXIT.
046700     EXIT.
046800
046900 2420-RELEASE-STATE-ROW.
047000     IF BST-TERM = WS-ASSESS-TERM AND
047100             BST-ASSESS-DATE = WS-ASSESS-DATE
047200         MOVE BST-STU-NUMBER    TO RS-STU-NUMBER
047300         MOVE 2                 TO RS-SOURCE
047400         MOVE SPACES            TO RS-SUBJ-CODE
047500         MOVE BST-BILLED-UNITS  TO RS-UNITS
047600         MOVE BST-BILLED-AMOUNT TO RS-AMOUNT
047700         RELEASE RSA-SORT-RECORD
047800         ADD 1 TO WS-STATE-COUNT
047900     END-IF.
048000     PERFORM 2410-READ-BILLED-STATE THRU 2410-EXIT.
048100 2420-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------*
048500* 2600-RELEASE-ENROLLMENT - EVERY SUBJECT THE TERM'S       *
048600* STUDENTS CARRY TODAY, AFTER ALL ADDS AND DROPS.          *
048700*----------------------------------------------------------*
048800 2600-RELEASE-ENROLLMENT.
048900     OPEN INPUT SECT-ENROLL-FILE.
049000     IF WS-SENFILE-STATUS NOT = "00"
049100         DISPLAY "REASSESS: SENFILE OPEN FAILED, STATUS="
049200                 WS-SENFILE-STATUS
049300         GO TO 9999-ABEND
049400     END-IF.
049500     PERFORM 2610-READ-SEN-RAW THRU 2610-EXIT.
049600     PERFORM 2620-RELEASE-SEN THRU 2620-EXIT
049700         UNTIL WS-SEN-EOF.
049800     CLOSE SECT-ENROLL-FILE.
049900 2600-EXIT.
050000     EXIT.
050100
050200 2610-READ-SEN-RAW.
050300     READ SECT-ENROLL-FILE
050400         AT END
050500             SET WS-SEN-EOF TO TRUE
050600     END-READ.
050700 2610-EXIT.
050800     EXIT.
050900
051000 2620-RELEASE-SEN.
051100     IF SEN-TERM = WS-ASSESS-TERM
051200         MOVE SEN-STU-NUMBER TO RS-STU-NUMBER
051300         MOVE 3              TO RS-SOURCE
051400         MOVE SEN-SUBJ-CODE  TO RS-SUBJ-CODE
051500         MOVE ZERO           TO RS-UNITS RS-AMOUNT
051600         RELEASE RSA-SORT-RECORD
051700     END-IF.
051800     PERFORM 2610-READ-SEN-RAW THRU 2610-EXIT.
051900 2620-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------*
052300* 3000-REPRICE-STUDENTS - CONTROL-BREAK LOOP OVER THE      *
052400* SORTED ROWS, ONE COMPARISON PER STUDENT, BETWEEN THE     *
052500* ADJUSTMENT FILE'S HEADER AND TRAILER.                    *
052600*----------------------------------------------------------*
052700 3000-REPRICE-STUDENTS.
052800     OPEN I-O BILLED-STATE-FILE.
052900     IF WS-BILLSTAT-STATUS NOT = "00" AND
053000             WS-BILLSTAT-STATUS NOT = "05"
053100         DISPLAY "REASSESS: BILLSTAT OPEN FAILED, STATUS="
053200                 WS-BILLSTAT-STATUS
053300         GO TO 9999-ABEND
053400     END-IF.
053500     OPEN OUTPUT ADJUST-FILE.
053600     IF WS-ADJFILE-STATUS NOT = "00"
053700         DISPLAY "REASSESS: ADJFILE OPEN FAILED, STATUS="
053800                 WS-ADJFILE-STATUS
053900         GO TO 9999-ABEND
054000     END-IF.
054100     MOVE SPACES         TO BILL-ADJUST-RECORD.
054200     MOVE "H"            TO BAJ-REC-TYPE.
054300     MOVE WS-RUN-DATE    TO BAJ-HDR-RUN-DATE.
054400     MOVE WS-ASSESS-TERM TO BAJ-HDR-TERM.
054500     MOVE WS-ASSESS-DATE TO BAJ-HDR-ASSESS-DATE.
054600     WRITE BILL-ADJUST-RECORD.
054700     OPEN INPUT RSA-SORTED-FILE.
054800     IF WS-RSASORT-STATUS NOT = "00"
054900         DISPLAY "REASSESS: RSASORT OPEN FAILED, STATUS="
055000                 WS-RSASORT-STATUS
055100         GO TO 9999-ABEND
055200     END-IF.
055300     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
055400     PERFORM 3200-PROCESS-ONE-ROW THRU 3200-EXIT
055500         UNTIL WS-SORTED-EOF.
055600     IF NOT WS-FIRST-RECORD
055700         PERFORM 3500-FINALIZE-STUDENT THRU 3500-EXIT
055800     END-IF.
055900     CLOSE RSA-SORTED-FILE.
056000     MOVE SPACES          TO BILL-ADJUST-RECORD.
056100     MOVE "T"             TO BAJ-REC-TYPE.
056200     MOVE WS-CTL-WRITTEN  TO BAJ-TRL-REC-COUNT.
056300     MOVE WS-CTL-HASH     TO BAJ-TRL-HASH-TOTAL.
056400     MOVE WS-DEBIT-TOTAL  TO BAJ-TRL-DEBIT-TOTAL.
056500     MOVE WS-CREDIT-TOTAL TO BAJ-TRL-CREDIT-TOTAL.
056600     WRITE BILL-ADJUST-RECORD.
056700 3000-EXIT.
056800     EXIT.
056900
057000 3100-READ-SORTED.
057100     READ RSA-SORTED-FILE
057200         AT END
057300             SET WS-SORTED-EOF TO TRUE
057400     END-READ.
057500 3100-EXIT.
057600     EXIT.
057700
057800 3200-PROCESS-ONE-ROW.
057900     MOVE RSA-SORTED-RECORD TO RSA-SORT-RECORD.
058000     IF WS-FIRST-RECORD
058100         MOVE "N" TO WS-FIRST-REC-SW
058200         PERFORM 3250-START-STUDENT THRU 3250-EXIT
058300     ELSE
058400         IF RS-STU-NUMBER NOT = WS-PREV-STU-NUMBER
058500             PERFORM 3500-FINALIZE-STUDENT THRU 3500-EXIT
058600             PERFORM 3250-START-STUDENT THRU 3250-EXIT
058700         END-IF
058800     END-IF.
058900     IF RS-FROM-ENROLLMENT
059000         PERFORM 3300-ADD-SUBJECT-UNITS THRU 3300-EXIT
059100     ELSE
059200         MOVE RS-UNITS  TO WS-BILLED-UNITS
059300         MOVE RS-AMOUNT TO WS-BILLED-AMOUNT
059400     END-IF.
059500     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
059600 3200-EXIT.
059700     EXIT.
059800
059900 3250-START-STUDENT.
060000     MOVE RS-STU-NUMBER TO WS-PREV-STU-NUMBER.
060100     MOVE ZERO TO WS-BILLED-UNITS WS-BILLED-AMOUNT WS-NEW-UNITS.
060200 3250-EXIT.
060300     EXIT.
060400
060500 3300-ADD-SUBJECT-UNITS.
060600     MOVE RS-SUBJ-CODE TO CURR-SUBJ-CODE.
060700     READ CURRICULUM-MASTER
060800         INVALID KEY
060900             DISPLAY "REASSESS: UNKNOWN SUBJECT CODE "
061000                     RS-SUBJ-CODE
061100             MOVE ZERO TO CURR-SUBJ-UNITS
061200     END-READ.
061300     ADD CURR-SUBJ-UNITS TO WS-NEW-UNITS.
061400 3300-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------*
061800* 3500-FINALIZE-STUDENT - A STUDENT STILL CARRYING THE     *
061900* UNITS LAST BILLED IS LEFT ALONE.  OTHERWISE PRICE THE    *
062000* NEW LOAD AS TUITION WOULD (NO LOAD, NO FEES), PRINT THE  *
062100* REGISTER LINE, SEND THE DIFFERENCE, AND RECORD THE NEW   *
062200* BILLED STATE.                                            *
062300*----------------------------------------------------------*
062400 3500-FINALIZE-STUDENT.
062500     ADD 1 TO WS-CTL-READ.
062600     IF WS-NEW-UNITS = WS-BILLED-UNITS
062700         ADD 1 TO WS-UNCHANGED-COUNT
062800         GO TO 3500-EXIT
062900     END-IF.
063000     IF WS-NEW-UNITS = ZERO
063100         MOVE ZERO TO WS-NEW-AMOUNT
063200     ELSE
063300         COMPUTE WS-NEW-AMOUNT ROUNDED =
063400             (WS-NEW-UNITS * WS-UNIT-RATE) + WS-FIXED-FEES
063500     END-IF.
063600     COMPUTE WS-ADJ-AMOUNT = WS-NEW-AMOUNT - WS-BILLED-AMOUNT.
063700     IF WS-ADJ-AMOUNT < ZERO
063800         COMPUTE WS-ADJ-ABS = ZERO - WS-ADJ-AMOUNT
063900     ELSE
064000         MOVE WS-ADJ-AMOUNT TO WS-ADJ-ABS
064100     END-IF.
064200     MOVE WS-PREV-STU-NUMBER TO STU-NUMBER.
064300     READ STUDENT-MASTER
064400         INVALID KEY
064500             MOVE "*UNKNOWN*" TO STU-LAST-NAME
064600             MOVE SPACES      TO STU-FIRST-NAME
064700             MOVE SPACES      TO STU-MIDDLE-NAME
064800     END-READ.
064900     MOVE STU-LAST-NAME   TO WS-FMT-LAST.
065000     MOVE STU-FIRST-NAME  TO WS-FMT-FIRST.
065100     MOVE STU-MIDDLE-NAME TO WS-FMT-MIDDLE.
065200     PERFORM 8200-FORMAT-NAME THRU 8200-EXIT.
065300     ADD 1 TO WS-REPRICED-COUNT.
065400     MOVE SPACES             TO PRT-DETAIL-LINE.
065500     MOVE WS-PREV-STU-NUMBER TO WS-RD-NUMBER.
065600     MOVE WS-PRINT-NAME      TO WS-RD-NAME.
065700     MOVE WS-BILLED-UNITS    TO WS-RD-OLD-UNITS.
065800     MOVE WS-NEW-UNITS       TO WS-RD-NEW-UNITS.
065900     MOVE WS-ADJ-ABS         TO WS-RD-AMOUNT.
066000     IF WS-ADJ-AMOUNT > ZERO
066100         MOVE "DR" TO WS-RD-DR-CR
066200     ELSE
066300         IF WS-ADJ-AMOUNT < ZERO
066400             MOVE "CR" TO WS-RD-DR-CR
066500         ELSE
066600             MOVE "--" TO WS-RD-DR-CR
066700         END-IF
066800     END-IF.
066900     MOVE WS-REASSESS-DETAIL TO PRT-DETAIL-LINE.
067000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
067100     IF WS-ADJ-AMOUNT NOT = ZERO
067200         PERFORM 3600-WRITE-ADJUSTMENT THRU 3600-EXIT
067300     END-IF.
067400     PERFORM 3700-RECORD-BILLED-STATE THRU 3700-EXIT.
067500 3500-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------*
067900* 3600-WRITE-ADJUSTMENT - ONE DEBIT OR CREDIT DETAIL ROW.  *
068000*----------------------------------------------------------*
068100 3600-WRITE-ADJUSTMENT.
068200     MOVE SPACES             TO BILL-ADJUST-RECORD.
068300     MOVE "D"                TO BAJ-REC-TYPE.
068400     MOVE WS-PREV-STU-NUMBER TO BAJ-DET-STU-NUMBER.
068500     MOVE WS-PRINT-NAME      TO BAJ-DET-STU-NAME.
068600     MOVE WS-BILLED-UNITS    TO BAJ-DET-OLD-UNITS.
068700     MOVE WS-NEW-UNITS       TO BAJ-DET-NEW-UNITS.
068800     MOVE WS-ADJ-ABS         TO BAJ-DET-AMOUNT.
068900     MOVE WS-NEW-AMOUNT      TO BAJ-DET-NEW-TOTAL.
069000     IF WS-ADJ-AMOUNT > ZERO
069100         MOVE "D" TO BAJ-DET-DR-CR
069200         ADD 1 TO WS-DEBIT-COUNT
069300         ADD WS-ADJ-ABS TO WS-DEBIT-TOTAL
069400     ELSE
069500         MOVE "C" TO BAJ-DET-DR-CR
069600         ADD 1 TO WS-CREDIT-COUNT
069700         ADD WS-ADJ-ABS TO WS-CREDIT-TOTAL
069800     END-IF.
069900     WRITE BILL-ADJUST-RECORD.
070000     ADD 1 TO WS-CTL-WRITTEN.
070100     ADD WS-PREV-STU-NUMBER TO WS-CTL-HASH.
070200 3600-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------*
070600* 3700-RECORD-BILLED-STATE - THE NEW LOAD AND TOTAL ARE    *
070700* NOW WHAT ACCOUNTING HAS BEEN SENT; THE NEXT RUN COMPARES *
070800* AGAINST THEM.                                            *
070900*----------------------------------------------------------*
071000 3700-RECORD-BILLED-STATE.
071100     MOVE WS-PREV-STU-NUMBER TO BST-STU-NUMBER.
071200     MOVE WS-ASSESS-TERM     TO BST-TERM.
071300     MOVE "Y" TO WS-STATE-FOUND-SW.
071400     READ BILLED-STATE-FILE
071500         INVALID KEY
071600             MOVE "N" TO WS-STATE-FOUND-SW
071700     END-READ.
071800     IF NOT WS-STATE-FOUND OR BST-ASSESS-DATE NOT = WS-ASSESS-DATE
071900         MOVE ZERO TO BST-ADJ-COUNT
072000     END-IF.
072100     MOVE WS-ASSESS-DATE TO BST-ASSESS-DATE.
072200     MOVE WS-NEW-UNITS   TO BST-BILLED-UNITS.
072300     MOVE WS-NEW-AMOUNT  TO BST-BILLED-AMOUNT.
072400     MOVE WS-RUN-DATE    TO BST-LAST-ADJ-DATE.
072500     ADD 1 TO BST-ADJ-COUNT.
072600     IF WS-STATE-FOUND
072700         REWRITE BILLED-STATE-RECORD
072800             INVALID KEY
072900                 DISPLAY "REASSESS: BILLSTAT REWRITE FAILED FOR "
073000                         BST-KEY
073100                 GO TO 9999-ABEND
073200         END-REWRITE
073300     ELSE
073400         WRITE BILLED-STATE-RECORD
073500             INVALID KEY
073600                 DISPLAY "REASSESS: BILLSTAT WRITE FAILED FOR "
073700                         BST-KEY
073800                 GO TO 9999-ABEND
073900         END-WRITE
074000     END-IF.
074100 3700-EXIT.
074200     EXIT.
074300
074400     COPY PRTFMT.
074500
074600     COPY NAMFMT.
074700
074800*----------------------------------------------------------*
074900* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
075000* RECORD FOR THE BALANCING STEP.                           *
075100*----------------------------------------------------------*
075200 8900-WRITE-CONTROL-TOTAL.
075300     OPEN EXTEND CONTROL-TOTAL-FILE.
075400     IF WS-CTLFILE-STATUS NOT = "00" AND
075500             WS-CTLFILE-STATUS NOT = "05"
075600         DISPLAY "REASSESS: CTLFILE OPEN FAILED, STATUS="
075700                 WS-CTLFILE-STATUS
075800     ELSE
075900         MOVE "REASSESS  " TO CTL-PROGRAM
076000         MOVE WS-RUN-DATE TO CTL-RUN-DATE
076100         MOVE WS-RUN-TIME TO CTL-RUN-TIME
076200         MOVE WS-CTL-READ    TO CTL-RECS-READ
076300         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
076400         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
076500         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
076600         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
076700         WRITE CONTROL-TOTAL-RECORD
076800         CLOSE CONTROL-TOTAL-FILE
076900     END-IF.
077000 8900-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------*
077400* 9000-TERMINATE - PRINT THE COMPARISON AND ADJUSTMENT     *
077500* TOTALS AND CLOSE EVERY FILE THE RUN HAD OPEN.            *
077600*----------------------------------------------------------*
077700 9000-TERMINATE.
077800     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
077900     MOVE SPACES TO PRT-DETAIL-LINE.
078000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
078100     MOVE ZERO TO WS-TL-AMOUNT.
078200     MOVE "STUDENTS COMPARED:"   TO WS-TL-LABEL.
078300     MOVE WS-CTL-READ            TO WS-TL-COUNT.
078400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
078500     MOVE "UNITS UNCHANGED:"     TO WS-TL-LABEL.
078600     MOVE WS-UNCHANGED-COUNT     TO WS-TL-COUNT.
078700     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
078800     MOVE "STUDENTS REPRICED:"   TO WS-TL-LABEL.
078900     MOVE WS-REPRICED-COUNT      TO WS-TL-COUNT.
079000     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
079100     MOVE "DEBITS SENT:"         TO WS-TL-LABEL.
079200     MOVE WS-DEBIT-COUNT         TO WS-TL-COUNT.
079300     MOVE WS-DEBIT-TOTAL         TO WS-TL-AMOUNT.
079400     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
079500     MOVE "CREDITS SENT:"        TO WS-TL-LABEL.
079600     MOVE WS-CREDIT-COUNT        TO WS-TL-COUNT.
079700     MOVE WS-CREDIT-TOTAL        TO WS-TL-AMOUNT.
079800     PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT.
079900     CLOSE CURRICULUM-MASTER.
080000     CLOSE STUDENT-MASTER.
080100     CLOSE BILLED-STATE-FILE.
080200     CLOSE ADJUST-FILE.
080300     CLOSE REPORT-FILE.
080400     DISPLAY "REASSESS: COMPARED=" WS-CTL-READ
080500             " REPRICED=" WS-REPRICED-COUNT
080600             " ADJUSTMENTS=" WS-CTL-WRITTEN
080700             " HASH=" WS-CTL-HASH.
080800 9000-EXIT.
080900     EXIT.
081000
081100 9100-PRINT-TOTAL.
081200     MOVE WS-TOTAL-LINE TO PRT-DETAIL-LINE.
081300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
081400 9100-EXIT.
081500     EXIT.
081600
081700*----------------------------------------------------------*
081800* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;   *
081900* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND *
082000* CHECKS BYPASS THE DOWNSTREAM STEPS.                      *
082100*----------------------------------------------------------*
082200 9999-ABEND.
082300     MOVE 16 TO RETURN-CODE.
082400     STOP RUN.
