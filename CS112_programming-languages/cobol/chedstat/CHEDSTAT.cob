000100*================================================================*
000200* PROGRAM:     CHEDSTAT                                          *
000300* PURPOSE:     TERM ENROLLMENT STATISTICS FOR THE COMMISSION ON  *
000400*              HIGHER EDUCATION - FOR THE TERM NAMED ON THE      *
000500*              STSPARM CARD (VALIDATED AGAINST TERMMAST), COUNTS *
000600*              EVERY STUDENT ENROLLED FOR THE TERM ON ENRFILE    *
000700*              AND ON STUDMAST, BROKEN DOWN BY SEX, BY AGE BAND  *
000800*              (AGE AS OF THE TERM'S START DATE), BY UNITS LOAD  *
000900*              (THE SENFILE SUBJECTS WEIGHTED BY CURRMAST UNITS, *
001000*              SAME AS THE TUITION ASSESSMENT), AND NEW VERSUS   *
001100*              CONTINUING (NEW = THE TERM IS THE STUDENT'S FIRST *
001200*              ENRFILE TERM ON THE CALENDAR).  PRINTS THE TABLES *
001300*              AND WRITES THE FIXED-FORMAT SUBMISSION FILE       *
001400*              (STSREC) WITH A COUNT/HEADCOUNT/HASH TRAILER.     *
001500*                                                                *
001600*              THE HEADCOUNT IS THEN PROVED AGAINST THE OTHER    *
001700*              TWO COUNTS OF THE SAME TERM: EVERY ENROLLEE MUST  *
001800*              BE ON STUDMAST (A MISSING ONE IS AN OPEN RECONCIL *
001900*              EXCEPTION), AND THE TERM'S TUITION BILLING FILE   *
002000*              MUST CARRY THE SAME STUDENT COUNT AND HASH.  THE  *
002100*              REPORT SAYS WHETHER THE FIGURES AGREE, LISTS EACH *
002200*              STUDENT BEHIND A DIFFERENCE, AND THE RUN ENDS     *
002300*              RC=8 WHEN THEY DO NOT AGREE SO THE FILE IS HELD.  *
002400*                                                                *
002500* RUNS ON REQUEST (SEE BUCHEDST) ONCE THE TERM IS ASSESSED.      *
002600*                                                                *
002700* MOD-LOG                                                        *
002800*   2026-10-15  MC  ORIGINAL.                                    *
002900*================================================================*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CHEDSTAT.
003200 AUTHOR. M-CANONIZADO.
003300 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT STATS-PARM ASSIGN TO "STSPARM"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300
004400     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS TRM-TERM-CODE
004800         FILE STATUS IS WS-TERMMAST-STATUS.
004900
005000     SELECT ENROLLMENT-FILE ASSIGN TO "ENRFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ENR-KEY
005400         FILE STATUS IS WS-ENRFILE-STATUS.
005500
005600     SELECT SECT-ENROLL-FILE ASSIGN TO "SENFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SENFILE-STATUS.
005900
006000     SELECT SEN-SORT-FILE ASSIGN TO "STSSRT".
006100
006200     SELECT SEN-SORTED-FILE ASSIGN TO "STSSORT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STSSORT-STATUS.
006500
006600     SELECT CURRICULUM-MASTER ASSIGN TO "CURRMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CURR-SUBJ-CODE
007000         FILE STATUS IS WS-CURRMAST-STATUS.
007100
007200     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS STU-NUMBER
007600         FILE STATUS IS WS-STUDMAST-STATUS.
007700
007800     SELECT OPTIONAL BILLING-FILE ASSIGN TO "BILLFILE"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-BILLFILE-STATUS.
008100
008200     SELECT STATS-FILE ASSIGN TO "STSFILE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-STSFILE-STATUS.
008500
008600     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-CTLFILE-STATUS.
008900
009000     SELECT REPORT-FILE ASSIGN TO "STSRPT"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  STATS-PARM
009600     LABEL RECORDS ARE OMITTED.
009700     COPY TRMPREC.
009800
009900 FD  TERM-MASTER
010000     LABEL RECORDS ARE STANDARD.
010100     COPY TRMREC.
010200
010300 FD  ENROLLMENT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ENRREC.
010600
010700 FD  SECT-ENROLL-FILE
010800     LABEL RECORDS ARE OMITTED.
010900     COPY SENREC.
011000
011100 SD  SEN-SORT-FILE.
011200 01  SEN-SORT-RECORD.
011300     05  SS-STU-NUMBER               PIC 9(09).
011400     05  SS-SUBJ-CODE                PIC X(06).
011500
011600 FD  SEN-SORTED-FILE
011700     LABEL RECORDS ARE OMITTED.
011800 01  SEN-SORTED-RECORD               PIC X(15).
011900
012000 FD  CURRICULUM-MASTER
012100     LABEL RECORDS ARE STANDARD.
012200     COPY CURRREC.
012300
012400 FD  STUDENT-MASTER
012500     LABEL RECORDS ARE STANDARD.
012600     COPY STUDREC.
012700
012800 FD  BILLING-FILE
012900     LABEL RECORDS ARE OMITTED.
013000     COPY BILLREC.
013100
013200 FD  STATS-FILE
013300     LABEL RECORDS ARE OMITTED.
013400     COPY STSREC.
013500
013600 FD  CONTROL-TOTAL-FILE
013700     LABEL RECORDS ARE OMITTED.
013800     COPY CTLREC.
013900
014000 FD  REPORT-FILE
014100     LABEL RECORDS ARE OMITTED.
014200 01  REPORT-LINE                     PIC X(132).
014300
014400 WORKING-STORAGE SECTION.
014500     COPY PRTCTL.
014600
014700 01  WS-FILE-STATUSES.
014800     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
014900     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
015000     05  WS-ENRFILE-STATUS           PIC X(02) VALUE "00".
015100     05  WS-SENFILE-STATUS           PIC X(02) VALUE "00".
015200     05  WS-STSSORT-STATUS           PIC X(02) VALUE "00".
015300     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
015400     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
015500     05  WS-BILLFILE-STATUS          PIC X(02) VALUE "00".
015600     05  WS-STSFILE-STATUS           PIC X(02) VALUE "00".
015700     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
015800
015900 01  WS-SWITCHES.
016000     05  WS-SEN-EOF-SW               PIC X(01) VALUE "N".
016100         88  WS-SEN-EOF                  VALUE "Y".
016200     05  WS-BILL-EOF-SW              PIC X(01) VALUE "N".
016300         88  WS-BILL-EOF                 VALUE "Y".
016400     05  WS-ENR-IN-TERM-SW           PIC X(01) VALUE "N".
016500         88  WS-ENR-IN-TERM              VALUE "Y".
016600     05  WS-ENR-EARLIER-SW           PIC X(01) VALUE "N".
016700         88  WS-ENR-EARLIER              VALUE "Y".
016800     05  WS-HAS-ENR-SW               PIC X(01) VALUE "N".
016900         88  WS-HAS-ENR                  VALUE "Y".
017000     05  WS-HAS-SEN-SW               PIC X(01) VALUE "N".
017100         88  WS-HAS-SEN                  VALUE "Y".
017200     05  WS-BILL-FOR-TERM-SW         PIC X(01) VALUE "N".
017300         88  WS-BILL-FOR-TERM            VALUE "Y".
017400     05  WS-RECONCIL-AGREES-SW       PIC X(01) VALUE "N".
017500         88  WS-RECONCIL-AGREES          VALUE "Y".
017600     05  WS-TUITION-AGREES-SW        PIC X(01) VALUE "N".
017700         88  WS-TUITION-AGREES           VALUE "Y".
017800
017900*--------------------------------------------------------------*
018000* THE TERM BEING REPORTED, AS STATED ON STSPARM AND PROVED ON  *
018100* TERMMAST: ITS CALENDAR SEQUENCE (FOR NEW VS CONTINUING) AND  *
018200* ITS START DATE (AGES ARE TAKEN AS OF THAT DAY).              *
018300*--------------------------------------------------------------*
018400 01  WS-PARM-FIELDS.
018500     05  WS-STAT-TERM                PIC X(06) VALUE SPACES.
018600     05  WS-TERM-SEQ                 PIC 9(05) VALUE ZERO.
018700     05  WS-TERM-START               PIC 9(08) VALUE ZERO.
018800     05  WS-TERM-START-PARTS REDEFINES WS-TERM-START.
018900         10  WS-START-YEAR           PIC 9(04).
019000         10  WS-START-MONTH          PIC 99.
019100         10  WS-START-DAY            PIC 99.
019200
019300*--------------------------------------------------------------*
019400* MATCH KEYS - THE STUDENT IN HAND ON THE KEYED ENROLLMENT     *
019500* FILE AND ON THE SORTED SECTION ROWS.  THE ROW KEYS ARE THE   *
019600* READ-AHEAD ROW; THE GROUP KEYS ARE THE STUDENT JUST GATHERED.*
019700* END OF FILE FORCES THE HIGH SENTINEL, AS IN RECONCIL.        *
019800*--------------------------------------------------------------*
019900 01  WS-MATCH-KEYS.
020000     05  WS-ENR-ROW-STU              PIC 9(09) VALUE ZERO.
020100     05  WS-ENR-KEY                  PIC 9(09) VALUE ZERO.
020200     05  WS-SEN-ROW-STU              PIC 9(09) VALUE ZERO.
020300     05  WS-SEN-KEY                  PIC 9(09) VALUE ZERO.
020400     05  WS-LOW-KEY                  PIC 9(09) VALUE ZERO.
020500     05  WS-SENTINEL                 PIC 9(09) VALUE 999999999.
020600
020700 01  WS-SEN-UNITS                    PIC 9(03)V9 VALUE ZERO.
020800 01  WS-STU-AGE                      PIC 999     VALUE ZERO.
020900
021000 01  WS-SUBSCRIPTS.
021100     05  WS-ROW-SUB                  PIC 99 VALUE ZERO.
021200     05  WS-SEX-SUB                  PIC 9  VALUE ZERO.
021300
021400 01  WS-COUNTERS.
021500     05  WS-ENROLLED-COUNT           PIC 9(07) VALUE ZERO.
021600     05  WS-HEADCOUNT                PIC 9(07) VALUE ZERO.
021700     05  WS-HEAD-HASH                PIC 9(13) VALUE ZERO.
021800     05  WS-NOT-ON-MAST-COUNT        PIC 9(07) VALUE ZERO.
021900     05  WS-NO-SEN-COUNT             PIC 9(07) VALUE ZERO.
022000     05  WS-SEN-ONLY-COUNT           PIC 9(07) VALUE ZERO.
022100     05  WS-BAD-TERM-COUNT           PIC 9(07) VALUE ZERO.
022200     05  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
022300     05  WS-ROW-TOTAL                PIC 9(07) VALUE ZERO.
022400
022500 01  WS-BILL-TOTALS.
022600     05  WS-BILL-COUNT               PIC 9(07) VALUE ZERO.
022700     05  WS-BILL-HASH                PIC 9(13) VALUE ZERO.
022800
022900*--------------------------------------------------------------*
023000* CONTROL TOTALS - ENROLLMENT ROWS READ, SUBMISSION DETAIL     *
023100* ROWS WRITTEN, AND THE HASH OF THE COUNTED STUDENT NUMBERS    *
023200* (THE SAME HASH AS THE SUBMISSION TRAILER).                   *
023300*--------------------------------------------------------------*
023400 01  WS-CONTROL-COUNTS.
023500     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
023600     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
023700     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
023800
023900 01  WS-RUN-DATE-TIME.
024000     05  WS-RUN-DATE                 PIC 9(08).
024100     05  WS-RUN-TIME                 PIC 9(06).
024200
024300*--------------------------------------------------------------*
024400* STATISTICS TABLE - ONE ROW PER SUBMISSION CELL, IN THE ORDER *
024500* THEY ARE PRINTED AND WRITTEN.  ROW 1 IS THE TERM HEADCOUNT,  *
024600* ROWS 2-8 THE AGE BANDS, 9-13 THE UNITS-LOAD BANDS, 14-15 NEW *
024700* AND CONTINUING.  EACH ROW COUNTS MALE, FEMALE AND SEX NOT    *
024800* STATED (A CODE OTHER THAN M/F STILL ON THE MASTER).          *
024900*--------------------------------------------------------------*
025000 01  WS-STAT-LABEL-VALUES.
025100     05  FILLER PIC X(12) VALUE "ALL STUDENTS".
025200     05  FILLER PIC X(12) VALUE "AGE UNDER 18".
025300     05  FILLER PIC X(12) VALUE "AGE 18-19".
025400     05  FILLER PIC X(12) VALUE "AGE 20-21".
025500     05  FILLER PIC X(12) VALUE "AGE 22-24".
025600     05  FILLER PIC X(12) VALUE "AGE 25-29".
025700     05  FILLER PIC X(12) VALUE "AGE 30 UP".
025800     05  FILLER PIC X(12) VALUE "AGE UNKNOWN".
025900     05  FILLER PIC X(12) VALUE "LOADNONE".
026000     05  FILLER PIC X(12) VALUE "LOADUNDER 12".
026100     05  FILLER PIC X(12) VALUE "LOAD12-17".
026200     05  FILLER PIC X(12) VALUE "LOAD18-23".
026300     05  FILLER PIC X(12) VALUE "LOAD24 UP".
026400     05  FILLER PIC X(12) VALUE "TYPENEW".
026500     05  FILLER PIC X(12) VALUE "TYPECONTINUE".
026600
026700 01  WS-STAT-LABELS REDEFINES WS-STAT-LABEL-VALUES.
026800     05  WS-STAT-LABEL OCCURS 15 TIMES.
026900         10  WS-SL-TABLE             PIC X(04).
027000         10  WS-SL-CATEGORY          PIC X(08).
027100
027200 01  WS-STAT-TABLE.
027300     05  WS-STAT-ROW OCCURS 15 TIMES.
027400         10  WS-ST-COUNT OCCURS 3 TIMES
027500                                     PIC 9(07).
027600
027700 01  WS-STAT-DETAIL.
027800     05  WS-SD-TABLE                 PIC X(04).
027900     05  FILLER                      PIC X(03) VALUE SPACES.
028000     05  WS-SD-CATEGORY              PIC X(08).
028100     05  FILLER                      PIC X(03) VALUE SPACES.
028200     05  WS-SD-MALE                  PIC Z(06)9.
028300     05  FILLER                      PIC X(03) VALUE SPACES.
028400     05  WS-SD-FEMALE                PIC Z(06)9.
028500     05  FILLER                      PIC X(03) VALUE SPACES.
028600     05  WS-SD-NOT-STATED            PIC Z(06)9.
028700     05  FILLER                      PIC X(03) VALUE SPACES.
028800     05  WS-SD-TOTAL                 PIC Z(06)9.
028900
029000 01  WS-EXCEPTION-DETAIL.
029100     05  WS-ED-STU-NUMBER            PIC 9(09).
029200     05  FILLER                      PIC X(03) VALUE SPACES.
029300     05  WS-ED-REASON                PIC X(40).
029400
029500 01  WS-PROOF-LINE.
029600     05  WS-PL-LABEL                 PIC X(44).
029700     05  WS-PL-COUNT                 PIC Z,ZZZ,ZZ9.
029800     05  FILLER                      PIC X(03) VALUE SPACES.
029900     05  WS-PL-VERDICT               PIC X(36).
030000
030100 PROCEDURE DIVISION.
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030400     PERFORM 2000-SORT-SECTION-ROWS THRU 2000-EXIT.
030500     PERFORM 3000-OPEN-STREAMS THRU 3000-EXIT.
030600     PERFORM 4000-MATCH-ONE-STUDENT THRU 4000-EXIT
030700         UNTIL WS-ENR-KEY = WS-SENTINEL
030800           AND WS-SEN-KEY = WS-SENTINEL.
030900     PERFORM 5000-WRITE-TABLES THRU 5000-EXIT.
031000     PERFORM 6000-PROVE-COUNTS THRU 6000-EXIT.
031100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031200     STOP RUN.
031300
031400*----------------------------------------------------------*
031500* 1000-INITIALIZE - READ AND VALIDATE THE TERM, OPEN THE   *
031600* MASTERS, THE SUBMISSION FILE AND THE REPORT, AND WRITE   *
031700* THE SUBMISSION HEADER.                                   *
031800*----------------------------------------------------------*
031900 1000-INITIALIZE.
032000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032100     ACCEPT WS-RUN-TIME FROM TIME.
032200     PERFORM 1100-GET-STATS-PARM THRU 1100-EXIT.
032300     PERFORM 1300-CLEAR-STAT-ROW THRU 1300-EXIT
032400         VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 15.
032500     OPEN INPUT CURRICULUM-MASTER.
032600     IF WS-CURRMAST-STATUS NOT = "00"
032700         DISPLAY "CHEDSTAT: CURRICULUM-MASTER OPEN FAILED, "
032800                 "STATUS=" WS-CURRMAST-STATUS
032900         GO TO 9999-ABEND
033000     END-IF.
033100     OPEN INPUT STUDENT-MASTER.
033200     IF WS-STUDMAST-STATUS NOT = "00"
033300         DISPLAY "CHEDSTAT: STUDENT-MASTER OPEN FAILED, STATUS="
033400                 WS-STUDMAST-STATUS
033500         GO TO 9999-ABEND
033600     END-IF.
033700     OPEN OUTPUT STATS-FILE.
033800     IF WS-STSFILE-STATUS NOT = "00"
033900         DISPLAY "CHEDSTAT: STSFILE OPEN FAILED, STATUS="
034000                 WS-STSFILE-STATUS
034100         GO TO 9999-ABEND
034200     END-IF.
034300     MOVE SPACES         TO STATS-SUBMISSION-RECORD.
034400     MOVE "H"            TO STS-REC-TYPE.
034500     MOVE WS-RUN-DATE    TO STS-HDR-RUN-DATE.
034600     MOVE WS-STAT-TERM   TO STS-HDR-TERM.
034700     MOVE WS-TERM-START  TO STS-HDR-TERM-START.
034800     WRITE STATS-SUBMISSION-RECORD.
034900     OPEN OUTPUT REPORT-FILE.
035000     MOVE "BICOL UNIVERSITY - CHED ENROLLMENT STATS"
035100         TO PRT-TITLE-TEXT.
035200     MOVE "STU NO.     EXCEPTION" TO PRT-HEAD1-TEXT.
035300     MOVE "---------   ----------------------------------------"
035400         TO PRT-HEAD2-TEXT.
035500     MOVE 99 TO PRT-LINE-COUNT.
035600 1000-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------*
036000* 1100-GET-STATS-PARM - THE TERM MUST BE STATED AND MUST BE*
036100* ON THE SCHOOL CALENDAR; THE REGULATOR IS NEVER SENT A    *
036200* GUESSED TERM.  TERMMAST STAYS OPEN FOR THE NEW/CONTINUING*
036300* LOOKUPS.                                                 *
036400*----------------------------------------------------------*
036500 1100-GET-STATS-PARM.
036600     OPEN INPUT STATS-PARM.
036700     IF WS-PARM-STATUS NOT = "00"
036800         DISPLAY "CHEDSTAT: STSPARM OPEN FAILED, STATUS="
036900                 WS-PARM-STATUS
037000         GO TO 9999-ABEND
037100     END-IF.
037200     READ STATS-PARM
037300         AT END
037400             DISPLAY "CHEDSTAT: STSPARM IS EMPTY"
037500             GO TO 9999-ABEND
037600     END-READ.
037700     MOVE PARM-CURRENT-TERM TO WS-STAT-TERM.
037800     CLOSE STATS-PARM.
037900     OPEN INPUT TERM-MASTER.
038000     IF WS-TERMMAST-STATUS NOT = "00"
038100         DISPLAY "CHEDSTAT: TERM-MASTER OPEN FAILED, STATUS="
038200                 WS-TERMMAST-STATUS
038300         GO TO 9999-ABEND
038400     END-IF.
038500     MOVE WS-STAT-TERM TO TRM-TERM-CODE.
038600     READ TERM-MASTER
038700         INVALID KEY
038800             DISPLAY "CHEDSTAT: TERM " WS-STAT-TERM
038900                     " NOT ON TERM MASTER"
039000             GO TO 9999-ABEND
039100     END-READ.
039200     MOVE TRM-SEQ        TO WS-TERM-SEQ.
039300     MOVE TRM-START-DATE TO WS-TERM-START.
039400 1100-EXIT.
039500     EXIT.
039600
039700 1300-CLEAR-STAT-ROW.
039800     MOVE ZERO TO WS-ST-COUNT(WS-ROW-SUB, 1).
039900     MOVE ZERO TO WS-ST-COUNT(WS-ROW-SUB, 2).
040000     MOVE ZERO TO WS-ST-COUNT(WS-ROW-SUB, 3).
040100 1300-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------*
040500* 2000-SORT-SECTION-ROWS - THE TERM'S SECTION ROWS GROUPED *
040600* BY STUDENT, EXACTLY THE POPULATION THE TUITION RUN       *
040700* PRICES.                                                  *
040800*----------------------------------------------------------*
040900 2000-SORT-SECTION-ROWS.
041000     SORT SEN-SORT-FILE
041100         ON ASCENDING KEY SS-STU-NUMBER SS-SUBJ-CODE
041200         INPUT PROCEDURE IS 2100-SORT-SECTION-IN
041300         GIVING SEN-SORTED-FILE.
041400 2000-EXIT.
041500     EXIT.
041600
041700 2100-SORT-SECTION-IN.
041800     OPEN INPUT SECT-ENROLL-FILE.
041900     IF WS-SENFILE-STATUS NOT = "00"
042000         DISPLAY "CHEDSTAT: SENFILE OPEN FAILED, STATUS="
042100                 WS-SENFILE-STATUS
042200         GO TO 9999-ABEND
042300     END-IF.
042400     MOVE "N" TO WS-SEN-EOF-SW.
042500     PERFORM 2110-READ-SEN-RAW THRU 2110-EXIT.
042600     PERFORM 2120-RELEASE-SEN THRU 2120-EXIT
042700         UNTIL WS-SEN-EOF.
042800     CLOSE SECT-ENROLL-FILE.
042900 2100-EXIT.
043000     EXIT.
043100
043200 2110-READ-SEN-RAW.
043300     READ SECT-ENROLL-FILE
043400         AT END
043500             SET WS-SEN-EOF TO TRUE
043600     END-READ.
043700 2110-EXIT.
043800     EXIT.
043900
044000 2120-RELEASE-SEN.
044100     IF SEN-TERM = WS-STAT-TERM
044200         MOVE SEN-STU-NUMBER TO SS-STU-NUMBER
044300         MOVE SEN-SUBJ-CODE  TO SS-SUBJ-CODE
044400         RELEASE SEN-SORT-RECORD
044500     END-IF.
044600     PERFORM 2110-READ-SEN-RAW THRU 2110-EXIT.
044700 2120-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------*
045100* 3000-OPEN-STREAMS - OPEN THE KEYED ENROLLMENT FILE (READ *
045200* IN STUDENT/TERM ORDER) AND THE SORTED SECTION ROWS, AND  *
045300* GATHER THE FIRST STUDENT FROM EACH.                      *
045400*----------------------------------------------------------*
045500 3000-OPEN-STREAMS.
045600     OPEN INPUT ENROLLMENT-FILE.
045700     IF WS-ENRFILE-STATUS NOT = "00"
045800         DISPLAY "CHEDSTAT: ENRFILE OPEN FAILED, STATUS="
045900                 WS-ENRFILE-STATUS
046000         GO TO 9999-ABEND
046100     END-IF.
046200     OPEN INPUT SEN-SORTED-FILE.
046300     IF WS-STSSORT-STATUS NOT = "00"
046400         DISPLAY "CHEDSTAT: STSSORT OPEN FAILED, STATUS="
046500                 WS-STSSORT-STATUS
046600         GO TO 9999-ABEND
046700     END-IF.
046800     PERFORM 3100-READ-ENROLLMENT THRU 3100-EXIT.
046900     PERFORM 3200-GATHER-ENROLLMENT THRU 3200-EXIT.
047000     MOVE "N" TO WS-SEN-EOF-SW.
047100     PERFORM 3300-READ-SORTED THRU 3300-EXIT.
047200     PERFORM 3400-GATHER-SECTIONS THRU 3400-EXIT.
047300 3000-EXIT.
047400     EXIT.
047500
047600 3100-READ-ENROLLMENT.
047700     READ ENROLLMENT-FILE NEXT RECORD
047800         AT END
047900             MOVE WS-SENTINEL TO WS-ENR-ROW-STU
048000         NOT AT END
048100             MOVE ENR-STU-NUMBER TO WS-ENR-ROW-STU
048200             ADD 1 TO WS-CTL-READ
048300     END-READ.
048400 3100-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------*
048800* 3200-GATHER-ENROLLMENT - EVERY ENROLLMENT ROW OF ONE     *
048900* STUDENT: ARE THEY ENROLLED FOR THE REPORTED TERM, AND DO *
049000* THEY HAVE A ROW FOR ANY EARLIER TERM ON THE CALENDAR.    *
049100*----------------------------------------------------------*
049200 3200-GATHER-ENROLLMENT.
049300     MOVE WS-ENR-ROW-STU TO WS-ENR-KEY.
049400     MOVE "N" TO WS-ENR-IN-TERM-SW.
049500     MOVE "N" TO WS-ENR-EARLIER-SW.
049600     IF WS-ENR-KEY = WS-SENTINEL
049700         GO TO 3200-EXIT
049800     END-IF.
049900     PERFORM 3210-TAKE-ENROLLMENT-ROW THRU 3210-EXIT
050000         UNTIL WS-ENR-ROW-STU NOT = WS-ENR-KEY.
050100 3200-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------*
050500* 3210-TAKE-ENROLLMENT-ROW - TERMS ARE ORDERED BY THEIR    *
050600* TERMMAST SEQUENCE, NOT THE CODE STRING, SO A SUMMER TERM *
050700* FALLS IN ITS PLACE.  A ROW WHOSE TERM IS NOT ON THE      *
050800* CALENDAR CANNOT BE PLACED AND IS ONLY COUNTED.           *
050900*----------------------------------------------------------*
051000 3210-TAKE-ENROLLMENT-ROW.
051100     IF ENR-TERM = WS-STAT-TERM
051200         SET WS-ENR-IN-TERM TO TRUE
051300     ELSE
051400         MOVE ENR-TERM TO TRM-TERM-CODE
051500         READ TERM-MASTER
051600             INVALID KEY
051700                 ADD 1 TO WS-BAD-TERM-COUNT
051800             NOT INVALID KEY
051900                 IF TRM-SEQ < WS-TERM-SEQ
052000                     SET WS-ENR-EARLIER TO TRUE
052100                 END-IF
052200         END-READ
052300     END-IF.
052400     PERFORM 3100-READ-ENROLLMENT THRU 3100-EXIT.
052500 3210-EXIT.
052600     EXIT.
052700
052800 3300-READ-SORTED.
052900     READ SEN-SORTED-FILE
053000         AT END
053100             SET WS-SEN-EOF TO TRUE
053200             MOVE WS-SENTINEL TO WS-SEN-ROW-STU
053300             GO TO 3300-EXIT
053400     END-READ.
053500     MOVE SEN-SORTED-RECORD TO SEN-SORT-RECORD.
053600     MOVE SS-STU-NUMBER     TO WS-SEN-ROW-STU.
053700 3300-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------*
054100* 3400-GATHER-SECTIONS - ONE STUDENT'S UNITS LOAD FOR THE  *
054200* TERM: THEIR SUBJECTS' CURRMAST UNITS, AN UNKNOWN SUBJECT *
054300* COUNTING ZERO, THE SAME SUM THE TUITION RUN PRICES.      *
054400*----------------------------------------------------------*
054500 3400-GATHER-SECTIONS.
054600     MOVE WS-SEN-ROW-STU TO WS-SEN-KEY.
054700     MOVE ZERO TO WS-SEN-UNITS.
054800     IF WS-SEN-KEY = WS-SENTINEL
054900         GO TO 3400-EXIT
055000     END-IF.
055100     PERFORM 3410-ADD-SUBJECT-UNITS THRU 3410-EXIT
055200         UNTIL WS-SEN-ROW-STU NOT = WS-SEN-KEY.
055300 3400-EXIT.
055400     EXIT.
055500
055600 3410-ADD-SUBJECT-UNITS.
055700     MOVE SS-SUBJ-CODE TO CURR-SUBJ-CODE.
055800     READ CURRICULUM-MASTER
055900         INVALID KEY
056000             MOVE ZERO TO CURR-SUBJ-UNITS
056100     END-READ.
056200     ADD CURR-SUBJ-UNITS TO WS-SEN-UNITS.
056300     PERFORM 3300-READ-SORTED THRU 3300-EXIT.
056400 3410-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------*
056800* 4000-MATCH-ONE-STUDENT - THE LOW STUDENT NUMBER OF THE   *
056900* TWO STREAMS.  AN ENROLLEE FOR THE TERM IS COUNTED;       *
057000* SECTION ROWS WITH NO ENROLLMENT FOR THE TERM ARE AN      *
057100* EXCEPTION (TUITION BILLS THEM, THE HEADCOUNT CANNOT      *
057200* INCLUDE THEM).                                           *
057300*----------------------------------------------------------*
057400 4000-MATCH-ONE-STUDENT.
057500     MOVE WS-ENR-KEY TO WS-LOW-KEY.
057600     IF WS-SEN-KEY < WS-LOW-KEY
057700         MOVE WS-SEN-KEY TO WS-LOW-KEY
057800     END-IF.
057900     MOVE "N" TO WS-HAS-ENR-SW.
058000     MOVE "N" TO WS-HAS-SEN-SW.
058100     IF WS-ENR-KEY = WS-LOW-KEY AND WS-ENR-IN-TERM
058200         SET WS-HAS-ENR TO TRUE
058300     END-IF.
058400     IF WS-SEN-KEY = WS-LOW-KEY
058500         SET WS-HAS-SEN TO TRUE
058600     END-IF.
058700     IF WS-HAS-ENR
058800         ADD 1 TO WS-ENROLLED-COUNT
058900         PERFORM 4100-COUNT-STUDENT THRU 4100-EXIT
059000     ELSE
059100         IF WS-HAS-SEN
059200             ADD 1 TO WS-SEN-ONLY-COUNT
059300             MOVE "SECTION ROWS, NOT ENROLLED FOR THE TERM"
059400                 TO WS-ED-REASON
059500             PERFORM 4900-PRINT-EXCEPTION THRU 4900-EXIT
059600         END-IF
059700     END-IF.
059800     IF WS-ENR-KEY = WS-LOW-KEY
059900         PERFORM 3200-GATHER-ENROLLMENT THRU 3200-EXIT
060000     END-IF.
060100     IF WS-SEN-KEY = WS-LOW-KEY
060200         PERFORM 3400-GATHER-SECTIONS THRU 3400-EXIT
060300     END-IF.
060400 4000-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------*
060800* 4100-COUNT-STUDENT - AN ENROLLEE MISSING FROM STUDMAST   *
060900* HAS NO SEX OR BIRTHDATE TO REPORT AND IS THE SAME STUDENT*
061000* RECONCIL LISTS AS ENROLLED, NOT IN ROSTER; IT IS LEFT OUT*
061100* OF THE HEADCOUNT AND LISTED.  AN ENROLLEE WITH NO SECTION*
061200* ROWS IS COUNTED AT NO LOAD AND LISTED, SINCE TUITION HAS *
061300* NOTHING TO BILL THEM.                                    *
061400*----------------------------------------------------------*
061500 4100-COUNT-STUDENT.
061600     MOVE WS-LOW-KEY TO STU-NUMBER.
061700     READ STUDENT-MASTER
061800         INVALID KEY
061900             ADD 1 TO WS-NOT-ON-MAST-COUNT
062000             MOVE "ENROLLED, NOT ON STUDMAST" TO WS-ED-REASON
062100             PERFORM 4900-PRINT-EXCEPTION THRU 4900-EXIT
062200             GO TO 4100-EXIT
062300     END-READ.
062400     IF NOT WS-HAS-SEN
062500         ADD 1 TO WS-NO-SEN-COUNT
062600         MOVE ZERO TO WS-SEN-UNITS
062700         MOVE "ENROLLED, NO SECTION ROWS FOR THE TERM"
062800             TO WS-ED-REASON
062900         PERFORM 4900-PRINT-EXCEPTION THRU 4900-EXIT
063000     END-IF.
063100     ADD 1 TO WS-HEADCOUNT.
063200     ADD WS-LOW-KEY TO WS-HEAD-HASH.
063300     IF STU-SEX = "M"
063400         MOVE 1 TO WS-SEX-SUB
063500     ELSE
063600         IF STU-SEX = "F"
063700             MOVE 2 TO WS-SEX-SUB
063800         ELSE
063900             MOVE 3 TO WS-SEX-SUB
064000         END-IF
064100     END-IF.
064200     ADD 1 TO WS-ST-COUNT(1, WS-SEX-SUB).
064300     PERFORM 4200-AGE-BAND THRU 4200-EXIT.
064400     ADD 1 TO WS-ST-COUNT(WS-ROW-SUB, WS-SEX-SUB).
064500     PERFORM 4300-LOAD-BAND THRU 4300-EXIT.
064600     ADD 1 TO WS-ST-COUNT(WS-ROW-SUB, WS-SEX-SUB).
064700     IF WS-ENR-EARLIER
064800         MOVE 15 TO WS-ROW-SUB
064900     ELSE
065000         MOVE 14 TO WS-ROW-SUB
065100     END-IF.
065200     ADD 1 TO WS-ST-COUNT(WS-ROW-SUB, WS-SEX-SUB).
065300 4100-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------*
065700* 4200-AGE-BAND - AGE IS THE NUMBER OF BIRTHDAYS HAD BY THE*
065800* TERM'S START DATE, THE SAME ARITHMETIC THE ROSTER LOAD   *
065900* USES AGAINST TODAY.  A BIRTHDATE THAT IS MISSING OR LATER*
066000* THAN THE TERM FALLS IN THE UNKNOWN BAND.                 *
066100*----------------------------------------------------------*
066200 4200-AGE-BAND.
066300     MOVE 8 TO WS-ROW-SUB.
066400     IF STU-BDAY-YEAR IS NOT NUMERIC
066500             OR STU-BDAY-MONTH IS NOT NUMERIC
066600             OR STU-BDAY-DAY IS NOT NUMERIC
066700         GO TO 4200-EXIT
066800     END-IF.
066900     IF STU-BDAY-YEAR = ZERO OR STU-BDAY-YEAR > WS-START-YEAR
067000         GO TO 4200-EXIT
067100     END-IF.
067200     COMPUTE WS-STU-AGE = WS-START-YEAR - STU-BDAY-YEAR.
067300     IF WS-START-MONTH < STU-BDAY-MONTH
067400         SUBTRACT 1 FROM WS-STU-AGE
067500     ELSE
067600         IF WS-START-MONTH = STU-BDAY-MONTH
067700                 AND WS-START-DAY < STU-BDAY-DAY
067800             SUBTRACT 1 FROM WS-STU-AGE
067900         END-IF
068000     END-IF.
068100     EVALUATE TRUE
068200         WHEN WS-STU-AGE < 18
068300             MOVE 2 TO WS-ROW-SUB
068400         WHEN WS-STU-AGE < 20
068500             MOVE 3 TO WS-ROW-SUB
068600         WHEN WS-STU-AGE < 22
068700             MOVE 4 TO WS-ROW-SUB
068800         WHEN WS-STU-AGE < 25
068900             MOVE 5 TO WS-ROW-SUB
069000         WHEN WS-STU-AGE < 30
069100             MOVE 6 TO WS-ROW-SUB
069200         WHEN OTHER
069300             MOVE 7 TO WS-ROW-SUB
069400     END-EVALUATE.
069500 4200-EXIT.
069600     EXIT.
069700
069800 4300-LOAD-BAND.
069900     EVALUATE TRUE
070000         WHEN WS-SEN-UNITS = ZERO
070100             MOVE 9 TO WS-ROW-SUB
070200         WHEN WS-SEN-UNITS < 12
070300             MOVE 10 TO WS-ROW-SUB
070400         WHEN WS-SEN-UNITS < 18
070500             MOVE 11 TO WS-ROW-SUB
070600         WHEN WS-SEN-UNITS < 24
070700             MOVE 12 TO WS-ROW-SUB
070800         WHEN OTHER
070900             MOVE 13 TO WS-ROW-SUB
071000     END-EVALUATE.
071100 4300-EXIT.
071200     EXIT.
071300
071400 4900-PRINT-EXCEPTION.
071500     ADD 1 TO WS-EXCEPTION-COUNT.
071600     MOVE WS-LOW-KEY TO WS-ED-STU-NUMBER.
071700     MOVE SPACES TO PRT-DETAIL-LINE.
071800     MOVE WS-EXCEPTION-DETAIL TO PRT-DETAIL-LINE.
071900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072000 4900-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------*
072400* 5000-WRITE-TABLES - THE STATISTICS START ON A PAGE OF    *
072500* THEIR OWN: ONE PRINTED LINE AND ONE SUBMISSION DETAIL ROW*
072600* PER TABLE CELL, THEN THE SUBMISSION TRAILER.             *
072700*----------------------------------------------------------*
072800 5000-WRITE-TABLES.
072900     IF WS-EXCEPTION-COUNT = ZERO
073000         MOVE SPACES TO PRT-DETAIL-LINE
073100         MOVE "NO EXCEPTIONS" TO PRT-DETAIL-LINE
073200         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
073300     END-IF.
073400     MOVE
073500       "TABL   CATEGORY      MALE    FEMALE   NOT STD     TOTAL"
073600         TO PRT-HEAD1-TEXT.
073700     MOVE
073800       "----   --------   -------   -------   -------   -------"
073900         TO PRT-HEAD2-TEXT.
074000     MOVE 99 TO PRT-LINE-COUNT.
074100     PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT
074200         VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 15.
074300     MOVE SPACES         TO STATS-SUBMISSION-RECORD.
074400     MOVE "T"            TO STS-REC-TYPE.
074500     MOVE WS-CTL-WRITTEN TO STS-TRL-REC-COUNT.
074600     MOVE WS-HEADCOUNT   TO STS-TRL-HEADCOUNT.
074700     MOVE WS-HEAD-HASH   TO STS-TRL-HASH-TOTAL.
074800     WRITE STATS-SUBMISSION-RECORD.
074900     MOVE WS-HEAD-HASH   TO WS-CTL-HASH.
075000 5000-EXIT.
075100     EXIT.
075200
075300 5100-WRITE-ONE-ROW.
075400     COMPUTE WS-ROW-TOTAL = WS-ST-COUNT(WS-ROW-SUB, 1)
075500                          + WS-ST-COUNT(WS-ROW-SUB, 2)
075600                          + WS-ST-COUNT(WS-ROW-SUB, 3).
075700     MOVE WS-SL-TABLE(WS-ROW-SUB)    TO WS-SD-TABLE.
075800     MOVE WS-SL-CATEGORY(WS-ROW-SUB) TO WS-SD-CATEGORY.
075900     MOVE WS-ST-COUNT(WS-ROW-SUB, 1) TO WS-SD-MALE.
076000     MOVE WS-ST-COUNT(WS-ROW-SUB, 2) TO WS-SD-FEMALE.
076100     MOVE WS-ST-COUNT(WS-ROW-SUB, 3) TO WS-SD-NOT-STATED.
076200     MOVE WS-ROW-TOTAL               TO WS-SD-TOTAL.
076300     MOVE SPACES TO PRT-DETAIL-LINE.
076400     MOVE WS-STAT-DETAIL TO PRT-DETAIL-LINE.
076500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
076600     MOVE SPACES                     TO STATS-SUBMISSION-RECORD.
076700     MOVE "D"                        TO STS-REC-TYPE.
076800     MOVE WS-SL-TABLE(WS-ROW-SUB)    TO STS-DET-TABLE.
076900     MOVE WS-SL-CATEGORY(WS-ROW-SUB) TO STS-DET-CATEGORY.
077000     MOVE WS-ST-COUNT(WS-ROW-SUB, 1) TO STS-DET-MALE.
077100     MOVE WS-ST-COUNT(WS-ROW-SUB, 2) TO STS-DET-FEMALE.
077200     MOVE WS-ST-COUNT(WS-ROW-SUB, 3) TO STS-DET-NOT-STATED.
077300     MOVE WS-ROW-TOTAL               TO STS-DET-TOTAL.
077400     WRITE STATS-SUBMISSION-RECORD.
077500     ADD 1 TO WS-CTL-WRITTEN.
077600 5100-EXIT.
077700     EXIT.
077800
077900*----------------------------------------------------------*
078000* 6000-PROVE-COUNTS - THE HEADCOUNT AGREES WITH RECONCIL   *
078100* WHEN EVERY ENROLLEE FOR THE TERM IS ON STUDMAST, AND WITH*
078200* TUITION WHEN THE TERM'S BILLING FILE CARRIES THE SAME    *
078300* STUDENT COUNT AND STUDENT-NUMBER HASH.  NO BILLING FILE  *
078400* FOR THIS TERM MEANS THE FIGURES CANNOT BE SHOWN TO AGREE.*
078500*----------------------------------------------------------*
078600 6000-PROVE-COUNTS.
078700     PERFORM 6100-READ-BILLING-TOTALS THRU 6100-EXIT.
078800     IF WS-NOT-ON-MAST-COUNT = ZERO
078900         SET WS-RECONCIL-AGREES TO TRUE
079000     END-IF.
079100     IF WS-BILL-FOR-TERM
079200             AND WS-BILL-COUNT = WS-HEADCOUNT
079300             AND WS-BILL-HASH = WS-HEAD-HASH
079400         SET WS-TUITION-AGREES TO TRUE
079500     END-IF.
079600     MOVE SPACES TO PRT-DETAIL-LINE.
079700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
079800     MOVE SPACES TO WS-PL-VERDICT.
079900     MOVE "ENROLLED FOR THE TERM (ENRFILE)" TO WS-PL-LABEL.
080000     MOVE WS-ENROLLED-COUNT TO WS-PL-COUNT.
080100     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
080200     MOVE "  NOT ON STUDMAST (RECONCIL EXCEPTIONS)"
080300         TO WS-PL-LABEL.
080400     MOVE WS-NOT-ON-MAST-COUNT TO WS-PL-COUNT.
080500     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
080600     MOVE "TERM HEADCOUNT REPORTED" TO WS-PL-LABEL.
080700     MOVE WS-HEADCOUNT TO WS-PL-COUNT.
080800     IF WS-RECONCIL-AGREES
080900         MOVE "AGREES WITH RECONCIL" TO WS-PL-VERDICT
081000     ELSE
081100         MOVE "DOES NOT AGREE WITH RECONCIL" TO WS-PL-VERDICT
081200     END-IF.
081300     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
081400     MOVE SPACES TO WS-PL-VERDICT.
081500     MOVE "  COUNTED WITH NO SECTION ROWS" TO WS-PL-LABEL.
081600     MOVE WS-NO-SEN-COUNT TO WS-PL-COUNT.
081700     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
081800     MOVE "SECTION ROWS BUT NOT ENROLLED FOR THE TERM"
081900         TO WS-PL-LABEL.
082000     MOVE WS-SEN-ONLY-COUNT TO WS-PL-COUNT.
082100     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
082200     MOVE "STUDENTS ASSESSED (TUITION BILLFILE)" TO WS-PL-LABEL.
082300     MOVE WS-BILL-COUNT TO WS-PL-COUNT.
082400     IF WS-TUITION-AGREES
082500         MOVE "AGREES WITH TUITION" TO WS-PL-VERDICT
082600     ELSE
082700         IF WS-BILL-FOR-TERM
082800             MOVE "DOES NOT AGREE WITH TUITION"
082900                 TO WS-PL-VERDICT
083000         ELSE
083100             MOVE "NO TUITION RUN FOR THIS TERM"
083200                 TO WS-PL-VERDICT
083300         END-IF
083400     END-IF.
083500     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
083600     MOVE SPACES TO WS-PL-VERDICT.
083700     MOVE "ENRFILE ROWS WITH A TERM NOT ON TERMMAST"
083800         TO WS-PL-LABEL.
083900     MOVE WS-BAD-TERM-COUNT TO WS-PL-COUNT.
084000     PERFORM 6900-PRINT-PROOF THRU 6900-EXIT.
084100     MOVE SPACES TO PRT-DETAIL-LINE.
084200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
084300     IF WS-RECONCIL-AGREES AND WS-TUITION-AGREES
084400         MOVE "FIGURES AGREE - SUBMISSION FILE MAY BE SENT"
084500             TO PRT-DETAIL-LINE
084600     ELSE
084700         MOVE "FIGURES DO NOT AGREE - HOLD THE SUBMISSION FILE"
084800             TO PRT-DETAIL-LINE
084900     END-IF.
085000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
085100 6000-EXIT.
085200     EXIT.
085300
085400*----------------------------------------------------------*
085500* 6100-READ-BILLING-TOTALS - THE LATEST TUITION BILLING    *
085600* GENERATION: ITS HEADER TERM AND ITS TRAILER COUNT/HASH.  *
085700* A MISSING FILE IS THE SAME AS ONE FOR ANOTHER TERM.      *
085800*----------------------------------------------------------*
085900 6100-READ-BILLING-TOTALS.
086000     OPEN INPUT BILLING-FILE.
086100     IF WS-BILLFILE-STATUS NOT = "00" AND
086200             WS-BILLFILE-STATUS NOT = "05"
086300         DISPLAY "CHEDSTAT: BILLFILE OPEN FAILED, STATUS="
086400                 WS-BILLFILE-STATUS
086500         GO TO 9999-ABEND
086600     END-IF.
086700     PERFORM 6110-READ-BILLING THRU 6110-EXIT
086800         UNTIL WS-BILL-EOF.
086900     CLOSE BILLING-FILE.
087000 6100-EXIT.
087100     EXIT.
087200
087300 6110-READ-BILLING.
087400     READ BILLING-FILE
087500         AT END
087600             SET WS-BILL-EOF TO TRUE
087700             GO TO 6110-EXIT
087800     END-READ.
087900     IF BIL-HEADER AND BIL-HDR-TERM = WS-STAT-TERM
088000         SET WS-BILL-FOR-TERM TO TRUE
088100     END-IF.
088200     IF BIL-TRAILER
088300         MOVE BIL-TRL-REC-COUNT  TO WS-BILL-COUNT
088400         MOVE BIL-TRL-HASH-TOTAL TO WS-BILL-HASH
088500     END-IF.
088600 6110-EXIT.
088700     EXIT.
088800
088900 6900-PRINT-PROOF.
089000     MOVE SPACES TO PRT-DETAIL-LINE.
089100     MOVE WS-PROOF-LINE TO PRT-DETAIL-LINE.
089200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
089300 6900-EXIT.
089400     EXIT.
089500
089600     COPY PRTFMT.
089700
089800*----------------------------------------------------------*
089900* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
090000* RECORD FOR THE BALANCING STEP.                           *
090100*----------------------------------------------------------*
090200 8900-WRITE-CONTROL-TOTAL.
090300     OPEN EXTEND CONTROL-TOTAL-FILE.
090400     IF WS-CTLFILE-STATUS NOT = "00" AND
090500             WS-CTLFILE-STATUS NOT = "05"
090600         DISPLAY "CHEDSTAT: CTLFILE OPEN FAILED, STATUS="
090700                 WS-CTLFILE-STATUS
090800     ELSE
090900         MOVE "CHEDSTAT  "   TO CTL-PROGRAM
091000         MOVE WS-RUN-DATE    TO CTL-RUN-DATE
091100         MOVE WS-RUN-TIME    TO CTL-RUN-TIME
091200         MOVE WS-CTL-READ    TO CTL-RECS-READ
091300         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
091400         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
091500         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
091600         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
091700         WRITE CONTROL-TOTAL-RECORD
091800         CLOSE CONTROL-TOTAL-FILE
091900     END-IF.
092000 8900-EXIT.
092100     EXIT.
092200
092300*----------------------------------------------------------*
092400* 9000-TERMINATE - CLOSE EVERY FILE THE RUN HAD OPEN AND   *
092500* END RC=8 WHEN THE FIGURES DO NOT AGREE.                  *
092600*----------------------------------------------------------*
092700 9000-TERMINATE.
092800     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
092900     CLOSE ENROLLMENT-FILE.
093000     CLOSE SEN-SORTED-FILE.
093100     CLOSE TERM-MASTER.
093200     CLOSE CURRICULUM-MASTER.
093300     CLOSE STUDENT-MASTER.
093400     CLOSE STATS-FILE.
093500     CLOSE REPORT-FILE.
093600     DISPLAY "CHEDSTAT: TERM " WS-STAT-TERM
093700             " HEADCOUNT=" WS-HEADCOUNT
093800             " HASH=" WS-HEAD-HASH.
093900     IF NOT WS-RECONCIL-AGREES OR NOT WS-TUITION-AGREES
094000         DISPLAY "CHEDSTAT: FIGURES DO NOT AGREE WITH RECONCIL/"
094100                 "TUITION - SEE STSRPT"
094200         MOVE 8 TO RETURN-CODE
094300     END-IF.
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
