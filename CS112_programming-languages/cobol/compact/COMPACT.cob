000100*================================================================*
000200* PROGRAM:     COMPACT                                           *
000300* PURPOSE:     WEEKLY COMPACTION OF THE APPEND-ONLY FILES.  THE  *
000400*              RUN-CONTROL FILE (RUNCTL), CTLFILE AND GWAHIST    *
000500*              ALL LIVE BY "LAST ROW WRITTEN WINS" AND ONLY EVER *
000600*              GROW, SO EVERY READER FOLDS MORE DEAD ROWS EACH   *
000700*              NIGHT.  FOR EACH OF THEM THIS RUN KEEPS ONLY THE  *
000800*              CURRENT ROW PER KEY - BUSINESS DATE FOR RUNCTL,   *
000900*              PROGRAM FOR CTLFILE, STUDENT/TERM FOR GWAHIST -   *
001000*              IN A REBUILT FILE, AND MOVES EVERY SUPERSEDED ROW *
001100*              TO THAT FILE'S DATED HISTORY GENERATION.  THE     *
001200*              AUDIT LOG HAS NO "CURRENT" ROW, SO IT IS SPLIT    *
001300*              INSTEAD: ROWS FOR A CLOSED TERM GO TO AN ARCHIVE  *
001400*              GENERATION, GROUPED BY TERM IN CALENDAR ORDER,    *
001500*              AND THE OPEN TERMS STAY IN THE LIVE LOG.          *
001600*                                                                *
001700* EVERY FILE IS PROVED ON THE REPORT: ROWS AND HASH BEFORE, ROWS *
001800* AND HASH KEPT AND MOVED (WHICH MUST ADD BACK TO BEFORE), AND   *
001900* THE REBUILT FILE RE-READ FROM DISK (WHICH MUST MATCH WHAT WAS  *
002000* KEPT, ONE ROW PER KEY IN KEY ORDER).  ANY FILE OUT OF BALANCE  *
002100* ENDS THE RUN RC=16 AND THE REBUILT FILES ARE NOT SWAPPED IN.   *
002200* HASHES ARE THE SUM OF BUSINESS DATES (RUNCTL), OF THE CONTROL  *
002300* ROWS' OWN HASH TOTALS (CTLFILE) AND OF STUDENT NUMBERS         *
002400* (GWAHIST, AUDITLOG).                                           *
002500*                                                                *
002600* THE REBUILT LAST-ROW-WINS FILES COME OUT IN KEY ORDER; EVERY   *
002700* READER FOLDS OR SORTS BY KEY, SO NONE DEPENDS ON THE ORIGINAL  *
002800* ORDER.  THE LIVE AUDIT LOG KEEPS ITS ORIGINAL ORDER.  A ROW    *
002900* LOGGED WITHOUT A TERM BELONGS TO THE TERM WHOSE CALENDAR SPANS *
003000* ITS RUN DATE.  A TERM IS CLOSED WHEN IT IS NOT THE CURRENT     *
003100* TERM AND ITS END DATE IS BEFORE TODAY.                         *
003200*                                                                *
003300* THE RUN IS REFUSED (RC=8, NOTHING TOUCHED) WHILE ANY BUSINESS  *
003400* DATE'S CURRENT RUNCTL ROW SAYS STARTED - THE NIGHTLY SUITE IS  *
003500* RUNNING, OR ABENDED AND AWAITS ITS RESTART.  CMPPARM FUNCTION  *
003600* CHECK MAKES THAT TEST ALONE, SO THE JOB CAN STOP BEFORE ANY    *
003700* OUTPUT IS ALLOCATED.  RUNS WEEKLY - SEE BUCOMPCT.              *
003800*                                                                *
003900* MOD-LOG                                                        *
004000*   2026-10-15  MC  ORIGINAL.                                    *
004100*================================================================*
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. COMPACT.
004400 AUTHOR. M-CANONIZADO.
004500 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
004600 DATE-WRITTEN. 2026-10-15.
004700 DATE-COMPILED.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT COMPACT-PARM ASSIGN TO "CMPPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500
005600     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS TRM-TERM-CODE
006000         FILE STATUS IS WS-TERMMAST-STATUS.
006100
006200     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RUNCTL-STATUS.
006500
006600     SELECT RUN-CONTROL-NEW ASSIGN TO "RUNNEW"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-NEW-STATUS.
006900
007000     SELECT RUN-CONTROL-HIST ASSIGN TO "RUNHST"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-HIST-STATUS.
007300
007400     SELECT CONTROL-TOTAL-IN ASSIGN TO "CTLFILE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CTLIN-STATUS.
007700
007800     SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLNEW"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CTLFILE-STATUS.
008100
008200     SELECT CONTROL-TOTAL-HIST ASSIGN TO "CTLHST"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-HIST-STATUS.
008500
008600     SELECT GWA-HISTORY ASSIGN TO "GWAHIST"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-GWAHIST-STATUS.
008900
009000     SELECT GWA-HISTORY-NEW ASSIGN TO "GWHNEW"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-NEW-STATUS.
009300
009400     SELECT GWA-HISTORY-HIST ASSIGN TO "GWHHST"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-HIST-STATUS.
009700
009800     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-AUDITLOG-STATUS.
010100
010200     SELECT AUDIT-NEW ASSIGN TO "AUDNEW"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-NEW-STATUS.
010500
010600     SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-HIST-STATUS.
010900
011000     SELECT CMP-SORT-FILE ASSIGN TO "CMPSRT".
011100
011200     SELECT CMP-SORTED-FILE ASSIGN TO "CMPSORT"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS WS-CMPSORT-STATUS.
011500
011600     SELECT REPORT-FILE ASSIGN TO "CMPRPT"
011700         ORGANIZATION IS LINE SEQUENTIAL.
011800
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  COMPACT-PARM
012200     LABEL RECORDS ARE OMITTED.
012300     COPY CMPPREC.
012400
012500 FD  TERM-MASTER
012600     LABEL RECORDS ARE STANDARD.
012700     COPY TRMREC.
012800
012900 FD  RUN-CONTROL-FILE
013000     LABEL RECORDS ARE OMITTED.
013100     COPY RUNREC.
013200
013300 FD  RUN-CONTROL-NEW
013400     LABEL RECORDS ARE OMITTED.
013500 01  RUN-NEW-RECORD.
013600     05  RUN-NEW-BUS-DATE            PIC 9(08).
013700     05  FILLER                      PIC X(15).
013800
013900 FD  RUN-CONTROL-HIST
014000     LABEL RECORDS ARE OMITTED.
014100 01  RUN-HIST-RECORD                 PIC X(23).
014200
014300*--------------------------------------------------------------*
014400* THE CONTROL FILE BEING COMPACTED IS READ THROUGH ITS KEY AND *
014500* HASH ONLY; CTLREC ITSELF DESCRIBES THE REBUILT FILE, WHICH   *
014600* ALSO TAKES THIS RUN'S OWN CONTROL ROW.                       *
014700*--------------------------------------------------------------*
014800 FD  CONTROL-TOTAL-IN
014900     LABEL RECORDS ARE OMITTED.
015000 01  CONTROL-TOTAL-IN-RECORD.
015100     05  CTI-PROGRAM                 PIC X(10).
015200     05  FILLER                      PIC X(28).
015300     05  CTI-HASH-TOTAL              PIC 9(13).
015400     05  FILLER                      PIC X(36).
015500
015600 FD  CONTROL-TOTAL-FILE
015700     LABEL RECORDS ARE OMITTED.
015800     COPY CTLREC.
015900
016000 FD  CONTROL-TOTAL-HIST
016100     LABEL RECORDS ARE OMITTED.
016200 01  CONTROL-TOTAL-HIST-RECORD       PIC X(87).
016300
016400 FD  GWA-HISTORY
016500     LABEL RECORDS ARE OMITTED.
016600     COPY GWAREC.
016700
016800 FD  GWA-HISTORY-NEW
016900     LABEL RECORDS ARE OMITTED.
017000 01  GWA-NEW-RECORD.
017100     05  GWN-KEY.
017200         10  GWN-STU-NUMBER          PIC 9(09).
017300         10  GWN-TERM                PIC X(06).
017400     05  FILLER                      PIC X(18).
017500
017600 FD  GWA-HISTORY-HIST
017700     LABEL RECORDS ARE OMITTED.
017800 01  GWA-HIST-RECORD                 PIC X(33).
017900
018000 FD  AUDIT-FILE
018100     LABEL RECORDS ARE OMITTED.
018200     COPY AUDTREC.
018300
018400 FD  AUDIT-NEW
018500     LABEL RECORDS ARE OMITTED.
018600 01  AUDIT-NEW-RECORD.
018700     05  AUN-STU-NUMBER              PIC 9(09).
018800     05  FILLER                      PIC X(50).
018900
019000 FD  AUDIT-ARCHIVE
019100     LABEL RECORDS ARE OMITTED.
019200 01  AUDIT-ARCHIVE-RECORD            PIC X(59).
019300
019400*--------------------------------------------------------------*
019500* ONE SORT ROW PER INPUT ROW OF WHICHEVER FILE IS BEING        *
019600* COMPACTED: ITS KEY, ITS POSITION IN THE FILE (SO THE LAST    *
019700* ROW WRITTEN SORTS FIRST WITHIN THE KEY), ITS HASH AMOUNT AND *
019800* THE ROW ITSELF.  AUDIT ROWS CARRY THEIR TERM'S CALENDAR      *
019900* SEQUENCE AND CODE AS THE KEY AND THEIR TERM-TABLE SLOT.      *
020000*--------------------------------------------------------------*
020100 SD  CMP-SORT-FILE.
020200 01  CMP-SORT-RECORD.
020300     05  CS-KEY                      PIC X(15).
020400     05  CS-SEQ                      PIC 9(09).
020500     05  CS-HASH                     PIC 9(13).
020600     05  CS-TERM-SUB                 PIC 9(02).
020700     05  CS-DATA                     PIC X(87).
020800     05  CS-RUN-DATA REDEFINES CS-DATA.
020900         10  CS-RUN-BUS-DATE         PIC 9(08).
021000         10  CS-RUN-STATUS           PIC X(01).
021100             88  CS-RUN-STARTED          VALUE "S".
021200         10  FILLER                  PIC X(78).
021300
021400 FD  CMP-SORTED-FILE
021500     LABEL RECORDS ARE OMITTED.
021600 01  CMP-SORTED-RECORD               PIC X(126).
021700
021800 FD  REPORT-FILE
021900     LABEL RECORDS ARE OMITTED.
022000 01  REPORT-LINE                     PIC X(132).
022100
022200 WORKING-STORAGE SECTION.
022300     COPY PRTCTL.
022400
022500 01  WS-FILE-STATUSES.
022600     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
022700     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
022800     05  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
022900     05  WS-CTLIN-STATUS             PIC X(02) VALUE "00".
023000     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
023100     05  WS-GWAHIST-STATUS           PIC X(02) VALUE "00".
023200     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
023300     05  WS-NEW-STATUS               PIC X(02) VALUE "00".
023400     05  WS-HIST-STATUS              PIC X(02) VALUE "00".
023500     05  WS-CMPSORT-STATUS           PIC X(02) VALUE "00".
023600
023700 01  WS-SWITCHES.
023800     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
023900         88  WS-IN-EOF                   VALUE "Y".
024000     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
024100         88  WS-SORTED-EOF               VALUE "Y".
024200     05  WS-TERM-EOF-SW              PIC X(01) VALUE "N".
024300         88  WS-TERM-EOF                 VALUE "Y".
024400     05  WS-CLOSED-TERM-SW           PIC X(01) VALUE "N".
024500         88  WS-ROW-CLOSED-TERM          VALUE "Y".
024600     05  WS-PROOF-SW                 PIC X(01) VALUE "Y".
024700         88  WS-PROOF-BALANCED           VALUE "Y".
024800         88  WS-PROOF-FAILED             VALUE "N".
024900     05  WS-CMP-FUNC                 PIC X(07) VALUE SPACES.
025000         88  WS-FUNC-CHECK               VALUE "CHECK  ".
025100
025200*--------------------------------------------------------------*
025300* THE FILE NOW BEING COMPACTED - ALSO THE SUBSCRIPT INTO THE   *
025400* PER-FILE PROOF TOTALS BELOW.                                 *
025500*--------------------------------------------------------------*
025600 01  WS-PASS                         PIC 9(01) VALUE ZERO.
025700     88  WS-PASS-RUNCTL                  VALUE 1.
025800     88  WS-PASS-CTLFILE                 VALUE 2.
025900     88  WS-PASS-GWAHIST                 VALUE 3.
026000     88  WS-PASS-AUDITLOG                VALUE 4.
026100
026200*--------------------------------------------------------------*
026300* PROOF TOTALS, ONE ENTRY PER FILE: BEFORE = KEPT + MOVED, AND *
026400* AFTER (THE REBUILT FILE RE-READ) = KEPT, IN ROWS AND HASH.   *
026500*--------------------------------------------------------------*
026600 01  WS-FILE-TOTALS.
026700     05  WS-FILE-ENTRY OCCURS 4 TIMES.
026800         10  WS-FT-NAME              PIC X(08).
026900         10  WS-FT-BEFORE-COUNT      PIC 9(09).
027000         10  WS-FT-BEFORE-HASH       PIC 9(15).
027100         10  WS-FT-KEPT-COUNT        PIC 9(09).
027200         10  WS-FT-KEPT-HASH         PIC 9(15).
027300         10  WS-FT-MOVED-COUNT       PIC 9(09).
027400         10  WS-FT-MOVED-HASH        PIC 9(15).
027500         10  WS-FT-AFTER-COUNT       PIC 9(09).
027600         10  WS-FT-AFTER-HASH        PIC 9(15).
027700         10  WS-FT-ORDER-ERRORS      PIC 9(05).
027800
027900 01  WS-PROOF-WORK.
028000     05  WS-CHECK-COUNT              PIC 9(09) VALUE ZERO.
028100     05  WS-CHECK-HASH               PIC 9(15) VALUE ZERO.
028200
028300 01  WS-ROW-WORK.
028400     05  WS-SEQ                      PIC 9(09) VALUE ZERO.
028500     05  WS-PREV-KEY                 PIC X(15) VALUE LOW-VALUES.
028600     05  WS-VERIFY-KEY               PIC X(15) VALUE SPACES.
028700     05  WS-VERIFY-HASH              PIC 9(13) VALUE ZERO.
028800     05  WS-STARTED-COUNT            PIC 9(05) VALUE ZERO.
028900
029000 01  WS-GWH-KEY.
029100     05  WS-GWH-KEY-NUMBER           PIC 9(09).
029200     05  WS-GWH-KEY-TERM             PIC X(06).
029300
029400*--------------------------------------------------------------*
029500* THE SCHOOL CALENDAR, LOADED ONCE FROM THE TERM MASTER, WITH  *
029600* EACH TERM'S CLOSED FLAG AND ITS ARCHIVED AUDIT TOTALS.       *
029700*--------------------------------------------------------------*
029800 01  WS-TERM-COUNT                   PIC 99 VALUE ZERO.
029900 01  WS-TERM-SUB                     PIC 99 VALUE ZERO.
030000 01  WS-FOUND-SUB                    PIC 99 VALUE ZERO.
030100 01  WS-TERM-TABLE.
030200     05  WS-TERM-ENTRY OCCURS 60 TIMES.
030300         10  WS-TT-TERM              PIC X(06).
030400         10  WS-TT-SEQ               PIC 9(05).
030500         10  WS-TT-START-DATE        PIC 9(08).
030600         10  WS-TT-END-DATE          PIC 9(08).
030700         10  WS-TT-CLOSED-SW         PIC X(01).
030800             88  WS-TT-CLOSED            VALUE "Y".
030900         10  WS-TT-ARCH-COUNT        PIC 9(07).
031000         10  WS-TT-ARCH-HASH         PIC 9(15).
031100
031200 01  WS-ARCHIVE-KEY.
031300     05  WS-AK-SEQ                   PIC 9(05).
031400     05  WS-AK-TERM                  PIC X(06).
031500     05  FILLER                      PIC X(04) VALUE SPACES.
031600
031700 01  WS-RUN-TOTALS.
031800     05  WS-TOTAL-READ               PIC 9(09) VALUE ZERO.
031900     05  WS-TOTAL-KEPT               PIC 9(09) VALUE ZERO.
032000     05  WS-TOTAL-MOVED              PIC 9(09) VALUE ZERO.
032100
032200 01  WS-RUN-DATE-TIME.
032300     05  WS-RUN-DATE                 PIC 9(08).
032400     05  WS-RUN-TIME                 PIC 9(06).
032500
032600 01  WS-PROOF-LINE.
032700     05  WS-PL-FILE                  PIC X(08).
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  WS-PL-LABEL                 PIC X(16).
033000     05  WS-PL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
033100     05  FILLER                      PIC X(02) VALUE SPACES.
033200     05  WS-PL-HASH                  PIC Z(14)9.
033300
033400 01  WS-RESULT-LINE.
033500     05  FILLER                      PIC X(10) VALUE SPACES.
033600     05  FILLER                      PIC X(07) VALUE "PROOF: ".
033700     05  WS-RL-RESULT                PIC X(40).
033800
033900 PROCEDURE DIVISION.
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     MOVE 1 TO WS-PASS.
034300     PERFORM 2000-SORT-FILE THRU 2000-EXIT.
034400     PERFORM 1500-CHECK-SUITE THRU 1500-EXIT.
034500     IF WS-FUNC-CHECK
034600         DISPLAY "COMPACT: NO BUSINESS DATE IS MARKED STARTED - "
034700                 "COMPACTION MAY PROCEED"
034800         STOP RUN
034900     END-IF.
035000     PERFORM 1600-LOAD-TERMS THRU 1600-EXIT.
035100     PERFORM 1800-OPEN-REPORT THRU 1800-EXIT.
035200     PERFORM 3000-COMPACT-FILE THRU 3000-EXIT.
035300     MOVE 2 TO WS-PASS.
035400     PERFORM 2000-SORT-FILE THRU 2000-EXIT.
035500     PERFORM 3000-COMPACT-FILE THRU 3000-EXIT.
035600     MOVE 3 TO WS-PASS.
035700     PERFORM 2000-SORT-FILE THRU 2000-EXIT.
035800     PERFORM 3000-COMPACT-FILE THRU 3000-EXIT.
035900     MOVE 4 TO WS-PASS.
036000     PERFORM 4000-ARCHIVE-AUDIT THRU 4000-EXIT.
036100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036200     STOP RUN.
036300
036400*----------------------------------------------------------*
036500* 1000-INITIALIZE - READ THE REQUIRED PARM AND CLEAR THE   *
036600* PROOF TOTALS.                                            *
036700*----------------------------------------------------------*
036800 1000-INITIALIZE.
036900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037000     ACCEPT WS-RUN-TIME FROM TIME.
037100     OPEN INPUT COMPACT-PARM.
037200     IF WS-PARM-STATUS NOT = "00"
037300         DISPLAY "COMPACT: CMPPARM OPEN FAILED, STATUS="
037400                 WS-PARM-STATUS
037500         GO TO 9999-ABEND
037600     END-IF.
037700     READ COMPACT-PARM
037800         AT END
037900             DISPLAY "COMPACT: CMPPARM IS EMPTY"
038000             GO TO 9999-ABEND
038100     END-READ.
038200     IF NOT PARM-FUNC-CHECK AND NOT PARM-FUNC-COMPACT
038300         DISPLAY "COMPACT: CMPPARM FUNCTION MUST BE CHECK OR "
038400                 "COMPACT, GOT " PARM-CMP-FUNC
038500         GO TO 9999-ABEND
038600     END-IF.
038700     MOVE PARM-CMP-FUNC TO WS-CMP-FUNC.
038800     CLOSE COMPACT-PARM.
038900     INITIALIZE WS-FILE-TOTALS.
039000     MOVE "RUNCTL"   TO WS-FT-NAME(1).
039100     MOVE "CTLFILE"  TO WS-FT-NAME(2).
039200     MOVE "GWAHIST"  TO WS-FT-NAME(3).
039300     MOVE "AUDITLOG" TO WS-FT-NAME(4).
039400 1000-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800* 1500-CHECK-SUITE - WALK THE SORTED RUN-CONTROL ROWS; THE *
039900* FIRST ROW OF EACH BUSINESS DATE IS ITS CURRENT STATUS.   *
040000* ANY DATE STILL STARTED MEANS THE SUITE IS RUNNING OR     *
040100* AWAITS A RESTART, AND COMPACTING UNDER IT COULD LOSE A   *
040200* ROW THE SUITE IS ABOUT TO WRITE OR FOLD - REFUSE, RC=8,  *
040300* BEFORE ANY FILE HAS BEEN TOUCHED.                        *
040400*----------------------------------------------------------*
040500 1500-CHECK-SUITE.
040600     PERFORM 3050-OPEN-SORTED THRU 3050-EXIT.
040700     MOVE LOW-VALUES TO WS-PREV-KEY.
040800     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
040900     PERFORM 1510-CHECK-ONE-ROW THRU 1510-EXIT
041000         UNTIL WS-SORTED-EOF.
041100     CLOSE CMP-SORTED-FILE.
041200     IF WS-STARTED-COUNT > ZERO
041300         DISPLAY "COMPACT: NIGHTLY SUITE IS MARKED STARTED - "
041400                 "COMPACTION REFUSED, NOTHING HAS BEEN TOUCHED"
041500         DISPLAY "COMPACT: LET THE SUITE COMPLETE (OR CLOSE AN "
041600                 "ABANDONED DATE WITH RUNGUARD) AND RESUBMIT"
041700         MOVE 8 TO RETURN-CODE
041800         STOP RUN
041900     END-IF.
042000 1500-EXIT.
042100     EXIT.
042200
042300 1510-CHECK-ONE-ROW.
042400     IF CS-KEY NOT = WS-PREV-KEY
042500         IF CS-RUN-STARTED
042600             ADD 1 TO WS-STARTED-COUNT
042700             DISPLAY "COMPACT: BUSINESS DATE " CS-RUN-BUS-DATE
042800                     " IS MARKED STARTED ON RUNCTL"
042900         END-IF
043000         MOVE CS-KEY TO WS-PREV-KEY
043100     END-IF.
043200     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
043300 1510-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------*
043700* 1600-LOAD-TERMS - THE SCHOOL CALENDAR, WITH EACH TERM    *
043800* MARKED CLOSED WHEN IT IS NOT THE CURRENT TERM AND ENDED  *
043900* BEFORE TODAY.                                            *
044000*----------------------------------------------------------*
044100 1600-LOAD-TERMS.
044200     OPEN INPUT TERM-MASTER.
044300     IF WS-TERMMAST-STATUS NOT = "00"
044400         DISPLAY "COMPACT: TERM-MASTER OPEN FAILED, STATUS="
044500                 WS-TERMMAST-STATUS
044600         GO TO 9999-ABEND
044700     END-IF.
044800     PERFORM 1610-READ-TERM THRU 1610-EXIT.
044900     PERFORM 1620-LOAD-ONE-TERM THRU 1620-EXIT
045000         UNTIL WS-TERM-EOF.
045100     CLOSE TERM-MASTER.
045200 1600-EXIT.
045300     EXIT.
045400
045500 1610-READ-TERM.
045600     READ TERM-MASTER NEXT RECORD
045700         AT END
045800             SET WS-TERM-EOF TO TRUE
045900     END-READ.
046000 1610-EXIT.
046100     EXIT.
046200
046300 1620-LOAD-ONE-TERM.
046400     IF WS-TERM-COUNT NOT < 60
046500         DISPLAY "COMPACT: TERM TABLE FULL AT " TRM-TERM-CODE
046600         GO TO 9999-ABEND
046700     END-IF.
046800     ADD 1 TO WS-TERM-COUNT.
046900     MOVE TRM-TERM-CODE  TO WS-TT-TERM(WS-TERM-COUNT).
047000     MOVE TRM-SEQ        TO WS-TT-SEQ(WS-TERM-COUNT).
047100     MOVE TRM-START-DATE TO WS-TT-START-DATE(WS-TERM-COUNT).
047200     MOVE TRM-END-DATE   TO WS-TT-END-DATE(WS-TERM-COUNT).
047300     MOVE ZERO TO WS-TT-ARCH-COUNT(WS-TERM-COUNT).
047400     MOVE ZERO TO WS-TT-ARCH-HASH(WS-TERM-COUNT).
047500     IF NOT TRM-CURRENT AND TRM-END-DATE < WS-RUN-DATE
047600         MOVE "Y" TO WS-TT-CLOSED-SW(WS-TERM-COUNT)
047700     ELSE
047800         MOVE "N" TO WS-TT-CLOSED-SW(WS-TERM-COUNT)
047900     END-IF.
048000     PERFORM 1610-READ-TERM THRU 1610-EXIT.
048100 1620-EXIT.
048200     EXIT.
048300
048400 1800-OPEN-REPORT.
048500     OPEN OUTPUT REPORT-FILE.
048600     MOVE "BICOL UNIVERSITY - FILE COMPACTION"
048700         TO PRT-TITLE-TEXT.
048800     MOVE
048900    "FILE      ROWS                  COUNT             HASH"
049000         TO PRT-HEAD1-TEXT.
049100     MOVE
049200    "--------  --------------- -----------  ---------------"
049300         TO PRT-HEAD2-TEXT.
049400     MOVE 99 TO PRT-LINE-COUNT.
049500 1800-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------*
049900* 2000-SORT-FILE - EVERY ROW OF THE PASS'S FILE BY KEY,    *
050000* LAST ROW WRITTEN FIRST WITHIN THE KEY.  THE BEFORE       *
050100* TOTALS ARE TAKEN AS THE ROWS ARE RELEASED.               *
050200*----------------------------------------------------------*
050300 2000-SORT-FILE.
050400     MOVE ZERO TO WS-SEQ.
050500     MOVE "N" TO WS-IN-EOF-SW.
050600     SORT CMP-SORT-FILE
050700         ON ASCENDING KEY CS-KEY
050800         ON DESCENDING KEY CS-SEQ
050900         INPUT PROCEDURE IS 2100-SORT-FILE-IN
051000         GIVING CMP-SORTED-FILE.
051100 2000-EXIT.
051200     EXIT.
051300
051400 2100-SORT-FILE-IN.
051500     IF WS-PASS-RUNCTL
051600         PERFORM 2200-RELEASE-RUN-CONTROL THRU 2200-EXIT
051700     END-IF.
051800     IF WS-PASS-CTLFILE
051900         PERFORM 2300-RELEASE-CONTROL-TOTALS THRU 2300-EXIT
052000     END-IF.
052100     IF WS-PASS-GWAHIST
052200         PERFORM 2400-RELEASE-GWA-HISTORY THRU 2400-EXIT
052300     END-IF.
052400 2100-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------*
052800* 2200-RELEASE-RUN-CONTROL - A MISSING FILE MEANS THE      *
052900* SUITE HAS NEVER RUN; THERE IS NOTHING TO COMPACT.        *
053000*----------------------------------------------------------*
053100 2200-RELEASE-RUN-CONTROL.
053200     OPEN INPUT RUN-CONTROL-FILE.
053300     IF WS-RUNCTL-STATUS = "35" OR WS-RUNCTL-STATUS = "05"
053400         CLOSE RUN-CONTROL-FILE
053500         GO TO 2200-EXIT
053600     END-IF.
053700     IF WS-RUNCTL-STATUS NOT = "00"
053800         DISPLAY "COMPACT: RUNCTL OPEN FAILED, STATUS="
053900                 WS-RUNCTL-STATUS
054000         GO TO 9999-ABEND
054100     END-IF.
054200     PERFORM 2210-READ-RUN-CONTROL THRU 2210-EXIT.
054300     PERFORM 2220-RELEASE-RUN-ROW THRU 2220-EXIT
054400         UNTIL WS-IN-EOF.
054500     CLOSE RUN-CONTROL-FILE.
054600 2200-EXIT.
054700     EXIT.
054800
054900 2210-READ-RUN-CONTROL.
055000     READ RUN-CONTROL-FILE
055100         AT END
055200             SET WS-IN-EOF TO TRUE
055300     END-READ.
055400 2210-EXIT.
055500     EXIT.
055600
055700 2220-RELEASE-RUN-ROW.
055800     MOVE SPACES             TO CMP-SORT-RECORD.
055900     MOVE RUN-BUS-DATE       TO CS-KEY.
056000     MOVE RUN-BUS-DATE       TO CS-HASH.
056100     MOVE RUN-CONTROL-RECORD TO CS-DATA.
056200     PERFORM 2900-RELEASE-ROW THRU 2900-EXIT.
056300     PERFORM 2210-READ-RUN-CONTROL THRU 2210-EXIT.
056400 2220-EXIT.
056500     EXIT.
056600
056700 2300-RELEASE-CONTROL-TOTALS.
056800     OPEN INPUT CONTROL-TOTAL-IN.
056900     IF WS-CTLIN-STATUS NOT = "00"
057000         DISPLAY "COMPACT: CTLFILE OPEN FAILED, STATUS="
057100                 WS-CTLIN-STATUS
057200         GO TO 9999-ABEND
057300     END-IF.
057400     PERFORM 2310-READ-CONTROL-TOTAL THRU 2310-EXIT.
057500     PERFORM 2320-RELEASE-CONTROL-ROW THRU 2320-EXIT
057600         UNTIL WS-IN-EOF.
057700     CLOSE CONTROL-TOTAL-IN.
057800 2300-EXIT.
057900     EXIT.
058000
058100 2310-READ-CONTROL-TOTAL.
058200     READ CONTROL-TOTAL-IN
058300         AT END
058400             SET WS-IN-EOF TO TRUE
058500     END-READ.
058600 2310-EXIT.
058700     EXIT.
058800
058900 2320-RELEASE-CONTROL-ROW.
059000     MOVE SPACES                  TO CMP-SORT-RECORD.
059100     MOVE CTI-PROGRAM             TO CS-KEY.
059200     MOVE CTI-HASH-TOTAL          TO CS-HASH.
059300     MOVE CONTROL-TOTAL-IN-RECORD TO CS-DATA.
059400     PERFORM 2900-RELEASE-ROW THRU 2900-EXIT.
059500     PERFORM 2310-READ-CONTROL-TOTAL THRU 2310-EXIT.
059600 2320-EXIT.
059700     EXIT.
059800
059900 2400-RELEASE-GWA-HISTORY.
060000     OPEN INPUT GWA-HISTORY.
060100     IF WS-GWAHIST-STATUS NOT = "00"
060200         DISPLAY "COMPACT: GWAHIST OPEN FAILED, STATUS="
060300                 WS-GWAHIST-STATUS
060400         GO TO 9999-ABEND
060500     END-IF.
060600     PERFORM 2410-READ-GWA-HISTORY THRU 2410-EXIT.
060700     PERFORM 2420-RELEASE-GWA-ROW THRU 2420-EXIT
060800         UNTIL WS-IN-EOF.
060900     CLOSE GWA-HISTORY.
061000 2400-EXIT.
061100     EXIT.
061200
061300 2410-READ-GWA-HISTORY.
061400     READ GWA-HISTORY
061500         AT END
061600             SET WS-IN-EOF TO TRUE
061700     END-READ.
061800 2410-EXIT.
061900     EXIT.
062000
062100 2420-RELEASE-GWA-ROW.
062200     MOVE SPACES             TO CMP-SORT-RECORD.
062300     MOVE GWH-STU-NUMBER     TO WS-GWH-KEY-NUMBER.
062400     MOVE GWH-TERM           TO WS-GWH-KEY-TERM.
062500     MOVE WS-GWH-KEY         TO CS-KEY.
062600     MOVE GWH-STU-NUMBER     TO CS-HASH.
062700     MOVE GWA-HISTORY-RECORD TO CS-DATA.
062800     PERFORM 2900-RELEASE-ROW THRU 2900-EXIT.
062900     PERFORM 2410-READ-GWA-HISTORY THRU 2410-EXIT.
063000 2420-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------*
063400* 2900-RELEASE-ROW - NUMBER THE ROW IN FILE ORDER, RELEASE *
063500* IT AND ADD IT TO THE PASS'S BEFORE TOTALS.               *
063600*----------------------------------------------------------*
063700 2900-RELEASE-ROW.
063800     ADD 1 TO WS-SEQ.
063900     MOVE WS-SEQ TO CS-SEQ.
064000     RELEASE CMP-SORT-RECORD.
064100     ADD 1       TO WS-FT-BEFORE-COUNT(WS-PASS).
064200     ADD CS-HASH TO WS-FT-BEFORE-HASH(WS-PASS).
064300 2900-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------*
064700* 3000-COMPACT-FILE - THE FIRST SORTED ROW OF EACH KEY IS  *
064800* THE CURRENT ONE AND GOES TO THE REBUILT FILE; THE REST   *
064900* ARE SUPERSEDED AND GO TO THE HISTORY GENERATION.  THEN   *
065000* RE-READ THE REBUILT FILE AND PROVE THE PASS.             *
065100*----------------------------------------------------------*
065200 3000-COMPACT-FILE.
065300     PERFORM 3050-OPEN-SORTED THRU 3050-EXIT.
065400     PERFORM 3150-OPEN-PASS-OUTPUT THRU 3150-EXIT.
065500     MOVE LOW-VALUES TO WS-PREV-KEY.
065600     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
065700     PERFORM 3200-SPLIT-ONE-ROW THRU 3200-EXIT
065800         UNTIL WS-SORTED-EOF.
065900     CLOSE CMP-SORTED-FILE.
066000     PERFORM 3180-CLOSE-PASS-OUTPUT THRU 3180-EXIT.
066100     PERFORM 3500-VERIFY-REBUILT THRU 3500-EXIT.
066200     PERFORM 5000-PROVE-FILE THRU 5000-EXIT.
066300 3000-EXIT.
066400     EXIT.
066500
066600 3050-OPEN-SORTED.
066700     MOVE "N" TO WS-SORTED-EOF-SW.
066800     OPEN INPUT CMP-SORTED-FILE.
066900     IF WS-CMPSORT-STATUS NOT = "00"
067000         DISPLAY "COMPACT: CMPSORT OPEN FAILED, STATUS="
067100                 WS-CMPSORT-STATUS
067200         GO TO 9999-ABEND
067300     END-IF.
067400 3050-EXIT.
067500     EXIT.
067600
067700 3100-READ-SORTED.
067800     READ CMP-SORTED-FILE
067900         AT END
068000             SET WS-SORTED-EOF TO TRUE
068100     END-READ.
068200     IF NOT WS-SORTED-EOF
068300         MOVE CMP-SORTED-RECORD TO CMP-SORT-RECORD
068400     END-IF.
068500 3100-EXIT.
068600     EXIT.
068700
068800 3150-OPEN-PASS-OUTPUT.
068900     IF WS-PASS-RUNCTL
069000         OPEN OUTPUT RUN-CONTROL-NEW
069100         OPEN OUTPUT RUN-CONTROL-HIST
069200     END-IF.
069300     IF WS-PASS-CTLFILE
069400         OPEN OUTPUT CONTROL-TOTAL-FILE
069500         MOVE WS-CTLFILE-STATUS TO WS-NEW-STATUS
069600         OPEN OUTPUT CONTROL-TOTAL-HIST
069700     END-IF.
069800     IF WS-PASS-GWAHIST
069900         OPEN OUTPUT GWA-HISTORY-NEW
070000         OPEN OUTPUT GWA-HISTORY-HIST
070100     END-IF.
070200     IF WS-NEW-STATUS NOT = "00" OR WS-HIST-STATUS NOT = "00"
070300         DISPLAY "COMPACT: " WS-FT-NAME(WS-PASS)
070400                 " REBUILT/HISTORY OPEN FAILED, STATUS="
070500                 WS-NEW-STATUS "/" WS-HIST-STATUS
070600         GO TO 9999-ABEND
070700     END-IF.
070800 3150-EXIT.
070900     EXIT.
071000
071100 3180-CLOSE-PASS-OUTPUT.
071200     IF WS-PASS-RUNCTL
071300         CLOSE RUN-CONTROL-NEW
071400         CLOSE RUN-CONTROL-HIST
071500     END-IF.
071600     IF WS-PASS-CTLFILE
071700         CLOSE CONTROL-TOTAL-FILE
071800         CLOSE CONTROL-TOTAL-HIST
071900     END-IF.
072000     IF WS-PASS-GWAHIST
072100         CLOSE GWA-HISTORY-NEW
072200         CLOSE GWA-HISTORY-HIST
072300     END-IF.
072400 3180-EXIT.
072500     EXIT.
072600
072700 3200-SPLIT-ONE-ROW.
072800     IF CS-KEY NOT = WS-PREV-KEY
072900         PERFORM 3300-WRITE-CURRENT THRU 3300-EXIT
073000         MOVE CS-KEY TO WS-PREV-KEY
073100     ELSE
073200         PERFORM 3400-WRITE-SUPERSEDED THRU 3400-EXIT
073300     END-IF.
073400     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
073500 3200-EXIT.
073600     EXIT.
073700
073800 3300-WRITE-CURRENT.
073900     IF WS-PASS-RUNCTL
074000         MOVE CS-DATA TO RUN-NEW-RECORD
074100         WRITE RUN-NEW-RECORD
074200     END-IF.
074300     IF WS-PASS-CTLFILE
074400         MOVE CS-DATA TO CONTROL-TOTAL-RECORD
074500         WRITE CONTROL-TOTAL-RECORD
074600     END-IF.
074700     IF WS-PASS-GWAHIST
074800         MOVE CS-DATA TO GWA-NEW-RECORD
074900         WRITE GWA-NEW-RECORD
075000     END-IF.
075100     ADD 1       TO WS-FT-KEPT-COUNT(WS-PASS).
075200     ADD CS-HASH TO WS-FT-KEPT-HASH(WS-PASS).
075300 3300-EXIT.
075400     EXIT.
075500
075600 3400-WRITE-SUPERSEDED.
075700     IF WS-PASS-RUNCTL
075800         MOVE CS-DATA TO RUN-HIST-RECORD
075900         WRITE RUN-HIST-RECORD
076000     END-IF.
076100     IF WS-PASS-CTLFILE
076200         MOVE CS-DATA TO CONTROL-TOTAL-HIST-RECORD
076300         WRITE CONTROL-TOTAL-HIST-RECORD
076400     END-IF.
076500     IF WS-PASS-GWAHIST
076600         MOVE CS-DATA TO GWA-HIST-RECORD
076700         WRITE GWA-HIST-RECORD
076800     END-IF.
076900     ADD 1       TO WS-FT-MOVED-COUNT(WS-PASS).
077000     ADD CS-HASH TO WS-FT-MOVED-HASH(WS-PASS).
077100 3400-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------*
077500* 3500-VERIFY-REBUILT - RE-READ THE REBUILT FILE FROM DISK *
077600* FOR THE AFTER TOTALS.  A LAST-ROW-WINS FILE MUST ALSO    *
077700* COME BACK ONE ROW PER KEY, KEYS STRICTLY ASCENDING.      *
077800*----------------------------------------------------------*
077900 3500-VERIFY-REBUILT.
078000     MOVE "N" TO WS-IN-EOF-SW.
078100     MOVE LOW-VALUES TO WS-PREV-KEY.
078200     IF WS-PASS-RUNCTL
078300         OPEN INPUT RUN-CONTROL-NEW
078400     END-IF.
078500     IF WS-PASS-CTLFILE
078600         OPEN INPUT CONTROL-TOTAL-FILE
078700         MOVE WS-CTLFILE-STATUS TO WS-NEW-STATUS
078800     END-IF.
078900     IF WS-PASS-GWAHIST
079000         OPEN INPUT GWA-HISTORY-NEW
079100     END-IF.
079200     IF WS-PASS-AUDITLOG
079300         OPEN INPUT AUDIT-NEW
079400     END-IF.
079500     IF WS-NEW-STATUS NOT = "00"
079600         DISPLAY "COMPACT: " WS-FT-NAME(WS-PASS)
079700                 " REBUILT FILE RE-OPEN FAILED, STATUS="
079800                 WS-NEW-STATUS
079900         GO TO 9999-ABEND
080000     END-IF.
080100     PERFORM 3510-READ-REBUILT THRU 3510-EXIT.
080200     PERFORM 3520-VERIFY-ONE-ROW THRU 3520-EXIT
080300         UNTIL WS-IN-EOF.
080400     IF WS-PASS-RUNCTL
080500         CLOSE RUN-CONTROL-NEW
080600     END-IF.
080700     IF WS-PASS-CTLFILE
080800         CLOSE CONTROL-TOTAL-FILE
080900     END-IF.
081000     IF WS-PASS-GWAHIST
081100         CLOSE GWA-HISTORY-NEW
081200     END-IF.
081300     IF WS-PASS-AUDITLOG
081400         CLOSE AUDIT-NEW
081500     END-IF.
081600 3500-EXIT.
081700     EXIT.
081800
081900 3510-READ-REBUILT.
082000     IF WS-PASS-RUNCTL
082100         READ RUN-CONTROL-NEW
082200             AT END
082300                 SET WS-IN-EOF TO TRUE
082400         END-READ
082500     END-IF.
082600     IF WS-PASS-CTLFILE
082700         READ CONTROL-TOTAL-FILE
082800             AT END
082900                 SET WS-IN-EOF TO TRUE
083000         END-READ
083100     END-IF.
083200     IF WS-PASS-GWAHIST
083300         READ GWA-HISTORY-NEW
083400             AT END
083500                 SET WS-IN-EOF TO TRUE
083600         END-READ
083700     END-IF.
083800     IF WS-PASS-AUDITLOG
083900         READ AUDIT-NEW
084000             AT END
084100                 SET WS-IN-EOF TO TRUE
084200         END-READ
084300     END-IF.
084400 3510-EXIT.
084500     EXIT.
084600
084700 3520-VERIFY-ONE-ROW.
084800     IF WS-PASS-RUNCTL
084900         MOVE RUN-NEW-BUS-DATE TO WS-VERIFY-KEY
085000         MOVE RUN-NEW-BUS-DATE TO WS-VERIFY-HASH
085100     END-IF.
085200     IF WS-PASS-CTLFILE
085300         MOVE CTL-PROGRAM      TO WS-VERIFY-KEY
085400         MOVE CTL-HASH-TOTAL   TO WS-VERIFY-HASH
085500     END-IF.
085600     IF WS-PASS-GWAHIST
085700         MOVE GWN-KEY          TO WS-VERIFY-KEY
085800         MOVE GWN-STU-NUMBER   TO WS-VERIFY-HASH
085900     END-IF.
086000     IF WS-PASS-AUDITLOG
086200         MOVE AUN-STU-NUMBER   TO WS-VERIFY-HASH
086300     ELSE
086400         IF WS-VERIFY-KEY NOT > WS-PREV-KEY
086500             ADD 1 TO WS-FT-ORDER-ERRORS(WS-PASS)
086600         END-IF
086700         MOVE WS-VERIFY-KEY TO WS-PREV-KEY
086800     END-IF.
086900     ADD 1              TO WS-FT-AFTER-COUNT(WS-PASS).
087000     ADD WS-VERIFY-HASH TO WS-FT-AFTER-HASH(WS-PASS).
087100     PERFORM 3510-READ-REBUILT THRU 3510-EXIT.
087200 3520-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------*
087600* 4000-ARCHIVE-AUDIT - SPLIT THE AUDIT LOG.  OPEN-TERM AND *
087700* UNPLACEABLE ROWS ARE WRITTEN STRAIGHT TO THE LIVE LOG IN *
087800* THEIR ORIGINAL ORDER; CLOSED-TERM ROWS ARE SORTED BY     *
087900* TERM IN CALENDAR ORDER, LOG ORDER WITHIN THE TERM, INTO  *
088000* THE ARCHIVE GENERATION.                                  *
088100*----------------------------------------------------------*
088200 4000-ARCHIVE-AUDIT.
088300     MOVE ZERO TO WS-SEQ.
088400     MOVE "N" TO WS-IN-EOF-SW.
088500     SORT CMP-SORT-FILE
088600         ON ASCENDING KEY CS-KEY CS-SEQ
088700         INPUT PROCEDURE IS 4100-SPLIT-AUDIT-IN
088800         GIVING CMP-SORTED-FILE.
088900     PERFORM 3050-OPEN-SORTED THRU 3050-EXIT.
089000     OPEN OUTPUT AUDIT-ARCHIVE.
089100     IF WS-HIST-STATUS NOT = "00"
089200         DISPLAY "COMPACT: AUDARCH OPEN FAILED, STATUS="
089300                 WS-HIST-STATUS
089400         GO TO 9999-ABEND
089500     END-IF.
089600     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
089700     PERFORM 4400-ARCHIVE-ONE-ROW THRU 4400-EXIT
089800         UNTIL WS-SORTED-EOF.
089900     CLOSE CMP-SORTED-FILE.
090000     CLOSE AUDIT-ARCHIVE.
090100     PERFORM 3500-VERIFY-REBUILT THRU 3500-EXIT.
090200     PERFORM 5000-PROVE-FILE THRU 5000-EXIT.
090300     PERFORM 5500-PRINT-TERM-ARCHIVE THRU 5500-EXIT
090400         VARYING WS-TERM-SUB FROM 1 BY 1
090500         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
090600 4000-EXIT.
090700     EXIT.
090800
090900 4100-SPLIT-AUDIT-IN.
091000     OPEN INPUT AUDIT-FILE.
091100     IF WS-AUDITLOG-STATUS NOT = "00"
091200         DISPLAY "COMPACT: AUDITLOG OPEN FAILED, STATUS="
091300                 WS-AUDITLOG-STATUS
091400         GO TO 9999-ABEND
091500     END-IF.
091600     OPEN OUTPUT AUDIT-NEW.
091700     IF WS-NEW-STATUS NOT = "00"
091800         DISPLAY "COMPACT: AUDNEW OPEN FAILED, STATUS="
091900                 WS-NEW-STATUS
092000         GO TO 9999-ABEND
092100     END-IF.
092200     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
092300     PERFORM 4120-SPLIT-ONE-ROW THRU 4120-EXIT
092400         UNTIL WS-IN-EOF.
092500     CLOSE AUDIT-FILE.
092600     CLOSE AUDIT-NEW.
092700 4100-EXIT.
092800     EXIT.
092900
093000 4110-READ-AUDIT.
093100     READ AUDIT-FILE
093200         AT END
093300             SET WS-IN-EOF TO TRUE
093400     END-READ.
093500 4110-EXIT.
093600     EXIT.
093700
093800 4120-SPLIT-ONE-ROW.
093900     ADD 1              TO WS-FT-BEFORE-COUNT(WS-PASS).
094000     ADD AUD-STU-NUMBER TO WS-FT-BEFORE-HASH(WS-PASS).
094100     PERFORM 4200-PLACE-TERM THRU 4200-EXIT.
094200     IF WS-ROW-CLOSED-TERM
094300         PERFORM 4130-RELEASE-ARCHIVE-ROW THRU 4130-EXIT
094400     ELSE
094500         MOVE AUDIT-RECORD TO AUDIT-NEW-RECORD
094600         WRITE AUDIT-NEW-RECORD
094700         ADD 1              TO WS-FT-KEPT-COUNT(WS-PASS)
094800         ADD AUD-STU-NUMBER TO WS-FT-KEPT-HASH(WS-PASS)
094900     END-IF.
095000     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
095100 4120-EXIT.
095200     EXIT.
095300
095400 4130-RELEASE-ARCHIVE-ROW.
095500     MOVE SPACES TO CMP-SORT-RECORD.
095600     MOVE WS-TT-SEQ(WS-FOUND-SUB)  TO WS-AK-SEQ.
095700     MOVE WS-TT-TERM(WS-FOUND-SUB) TO WS-AK-TERM.
095800     MOVE WS-ARCHIVE-KEY TO CS-KEY.
095900     ADD 1 TO WS-SEQ.
096000     MOVE WS-SEQ         TO CS-SEQ.
096100     MOVE AUD-STU-NUMBER TO CS-HASH.
096200     MOVE WS-FOUND-SUB   TO CS-TERM-SUB.
096300     MOVE AUDIT-RECORD   TO CS-DATA.
096400     RELEASE CMP-SORT-RECORD.
096500 4130-EXIT.
096600     EXIT.
096700
096800*----------------------------------------------------------*
096900* 4200-PLACE-TERM - THE ROW'S TERM SLOT ON THE CALENDAR:   *
097000* BY ITS OWN TERM CODE, OR FOR A ROW LOGGED WITHOUT ONE BY *
097100* THE TERM WHOSE DATES SPAN ITS RUN DATE.  ZERO WHEN THE   *
097200* ROW CANNOT BE PLACED - IT STAYS IN THE LIVE LOG.         *
097300*----------------------------------------------------------*
097400 4200-PLACE-TERM.
097500     MOVE ZERO TO WS-FOUND-SUB.
097600     MOVE "N" TO WS-CLOSED-TERM-SW.
097700     IF AUD-TERM NOT = SPACES
097800         PERFORM 4210-MATCH-TERM-CODE THRU 4210-EXIT
097900             VARYING WS-TERM-SUB FROM 1 BY 1
098000             UNTIL WS-TERM-SUB > WS-TERM-COUNT
098100                OR WS-FOUND-SUB > ZERO
098200     ELSE
098300         PERFORM 4220-MATCH-TERM-DATES THRU 4220-EXIT
098400             VARYING WS-TERM-SUB FROM 1 BY 1
098500             UNTIL WS-TERM-SUB > WS-TERM-COUNT
098600                OR WS-FOUND-SUB > ZERO
098700     END-IF.
098800     IF WS-FOUND-SUB > ZERO
098900         IF WS-TT-CLOSED(WS-FOUND-SUB)
099000             MOVE "Y" TO WS-CLOSED-TERM-SW
099100         END-IF
099200     END-IF.
099300 4200-EXIT.
099400     EXIT.
099500
099600 4210-MATCH-TERM-CODE.
099700     IF WS-TT-TERM(WS-TERM-SUB) = AUD-TERM
099800         MOVE WS-TERM-SUB TO WS-FOUND-SUB
099900     END-IF.
100000 4210-EXIT.
100100     EXIT.
100200
100300 4220-MATCH-TERM-DATES.
100400     IF AUD-RUN-DATE NOT < WS-TT-START-DATE(WS-TERM-SUB) AND
100500             AUD-RUN-DATE NOT > WS-TT-END-DATE(WS-TERM-SUB)
100600         MOVE WS-TERM-SUB TO WS-FOUND-SUB
100700     END-IF.
100800 4220-EXIT.
100900     EXIT.
101000
101100 4400-ARCHIVE-ONE-ROW.
101200     MOVE CS-DATA TO AUDIT-ARCHIVE-RECORD.
101300     WRITE AUDIT-ARCHIVE-RECORD.
101400     ADD 1       TO WS-FT-MOVED-COUNT(WS-PASS).
101500     ADD CS-HASH TO WS-FT-MOVED-HASH(WS-PASS).
101600     ADD 1       TO WS-TT-ARCH-COUNT(CS-TERM-SUB).
101700     ADD CS-HASH TO WS-TT-ARCH-HASH(CS-TERM-SUB).
101800     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
101900 4400-EXIT.
102000     EXIT.
102100
102200*----------------------------------------------------------*
102300* 5000-PROVE-FILE - PRINT THE PASS'S PROOF: KEPT + MOVED   *
102400* MUST EQUAL BEFORE, AND THE REBUILT FILE AS RE-READ MUST  *
102500* EQUAL WHAT WAS KEPT, IN ROWS AND IN HASH.                *
102600*----------------------------------------------------------*
102700 5000-PROVE-FILE.
102800     MOVE WS-FT-NAME(WS-PASS)         TO WS-PL-FILE.
102900     MOVE "BEFORE"                    TO WS-PL-LABEL.
103000     MOVE WS-FT-BEFORE-COUNT(WS-PASS) TO WS-PL-COUNT.
103100     MOVE WS-FT-BEFORE-HASH(WS-PASS)  TO WS-PL-HASH.
103200     PERFORM 5900-PRINT-PROOF-LINE THRU 5900-EXIT.
103300     IF WS-PASS-AUDITLOG
103400         MOVE "KEPT LIVE"             TO WS-PL-LABEL
103500     ELSE
103600         MOVE "KEPT CURRENT"          TO WS-PL-LABEL
103700     END-IF.
103800     MOVE WS-FT-KEPT-COUNT(WS-PASS)   TO WS-PL-COUNT.
103900     MOVE WS-FT-KEPT-HASH(WS-PASS)    TO WS-PL-HASH.
104000     PERFORM 5900-PRINT-PROOF-LINE THRU 5900-EXIT.
104100     IF WS-PASS-AUDITLOG
104200         MOVE "ARCHIVED"              TO WS-PL-LABEL
104300     ELSE
104400         MOVE "SUPERSEDED"            TO WS-PL-LABEL
104500     END-IF.
104600     MOVE WS-FT-MOVED-COUNT(WS-PASS)  TO WS-PL-COUNT.
104700     MOVE WS-FT-MOVED-HASH(WS-PASS)   TO WS-PL-HASH.
104800     PERFORM 5900-PRINT-PROOF-LINE THRU 5900-EXIT.
104900     MOVE "AFTER (RE-READ)"           TO WS-PL-LABEL.
105000     MOVE WS-FT-AFTER-COUNT(WS-PASS)  TO WS-PL-COUNT.
105100     MOVE WS-FT-AFTER-HASH(WS-PASS)   TO WS-PL-HASH.
105200     PERFORM 5900-PRINT-PROOF-LINE THRU 5900-EXIT.
105300     COMPUTE WS-CHECK-COUNT = WS-FT-KEPT-COUNT(WS-PASS)
105400                            + WS-FT-MOVED-COUNT(WS-PASS).
105500     COMPUTE WS-CHECK-HASH  = WS-FT-KEPT-HASH(WS-PASS)
105600                            + WS-FT-MOVED-HASH(WS-PASS).
105700     IF WS-CHECK-COUNT = WS-FT-BEFORE-COUNT(WS-PASS) AND
105800             WS-CHECK-HASH = WS-FT-BEFORE-HASH(WS-PASS) AND
105900             WS-FT-AFTER-COUNT(WS-PASS) =
106000                 WS-FT-KEPT-COUNT(WS-PASS) AND
106100             WS-FT-AFTER-HASH(WS-PASS) =
106200                 WS-FT-KEPT-HASH(WS-PASS) AND
106300             WS-FT-ORDER-ERRORS(WS-PASS) = ZERO
106400         MOVE "BALANCED - NO CURRENT ROW LOST" TO WS-RL-RESULT
106500     ELSE
106600         MOVE "*** OUT OF BALANCE ***" TO WS-RL-RESULT
106700         SET WS-PROOF-FAILED TO TRUE
106800         DISPLAY "COMPACT: " WS-FT-NAME(WS-PASS)
106900                 " DOES NOT PROVE - SEE CMPRPT"
107000     END-IF.
107100     MOVE WS-RESULT-LINE TO PRT-DETAIL-LINE.
107200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
107300     MOVE SPACES TO PRT-DETAIL-LINE.
107400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
107500     ADD WS-FT-BEFORE-COUNT(WS-PASS) TO WS-TOTAL-READ.
107600     ADD WS-FT-KEPT-COUNT(WS-PASS)   TO WS-TOTAL-KEPT.
107700     ADD WS-FT-MOVED-COUNT(WS-PASS)  TO WS-TOTAL-MOVED.
107800 5000-EXIT.
107900     EXIT.
108000
108100*----------------------------------------------------------*
108200* 5500-PRINT-TERM-ARCHIVE - ONE LINE PER CLOSED TERM THAT  *
108300* HAD AUDIT ROWS ARCHIVED THIS RUN.                        *
108400*----------------------------------------------------------*
108500 5500-PRINT-TERM-ARCHIVE.
108600     IF WS-TT-ARCH-COUNT(WS-TERM-SUB) > ZERO
108700         MOVE SPACES                       TO WS-PL-FILE
108800         MOVE SPACES                       TO WS-PL-LABEL
108900         STRING "  TERM " DELIMITED BY SIZE
109000                WS-TT-TERM(WS-TERM-SUB) DELIMITED BY SIZE
109100             INTO WS-PL-LABEL
109200         MOVE WS-TT-ARCH-COUNT(WS-TERM-SUB) TO WS-PL-COUNT
109300         MOVE WS-TT-ARCH-HASH(WS-TERM-SUB)  TO WS-PL-HASH
109400         PERFORM 5900-PRINT-PROOF-LINE THRU 5900-EXIT
109500     END-IF.
109600 5500-EXIT.
109700     EXIT.
109800
109900 5900-PRINT-PROOF-LINE.
110000     MOVE WS-PROOF-LINE TO PRT-DETAIL-LINE.
110100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
110200     MOVE SPACES TO WS-PL-FILE.
110300 5900-EXIT.
110400     EXIT.
110500
110600     COPY PRTFMT.
110700
110800*----------------------------------------------------------*
110900* 8900-WRITE-CONTROL-TOTAL - THIS RUN'S CONTROL RECORD     *
111000* GOES ON THE END OF THE REBUILT CONTROL FILE, WHICH IS    *
111100* THE ONE SWAPPED IN.  COUNT AND HASH ARE GWAHIST'S ROWS  *
111110* BEFORE AND KEPT; THE ROWS MOVED ARE THEIR DIFFERENCE AND *
111120* ARE PROVED, WITH THE FOUR-FILE TOTALS, ON CMPRPT.        *
111200*----------------------------------------------------------*
111300 8900-WRITE-CONTROL-TOTAL.
111400     OPEN EXTEND CONTROL-TOTAL-FILE.
111500     IF WS-CTLFILE-STATUS NOT = "00" AND
111600             WS-CTLFILE-STATUS NOT = "05"
111700         DISPLAY "COMPACT: CTLNEW OPEN FAILED, STATUS="
111800                 WS-CTLFILE-STATUS
111900     ELSE
112000         MOVE "COMPACT   " TO CTL-PROGRAM
112100         MOVE WS-RUN-DATE TO CTL-RUN-DATE
112200         MOVE WS-RUN-TIME TO CTL-RUN-TIME
112300         MOVE WS-FT-BEFORE-COUNT(3) TO CTL-RECS-READ
112400         MOVE WS-FT-KEPT-COUNT(3)   TO CTL-RECS-WRITTEN
112500         MOVE WS-FT-KEPT-HASH(3)    TO CTL-HASH-TOTAL
112600         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
112700         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
112900         WRITE CONTROL-TOTAL-RECORD
113000         CLOSE CONTROL-TOTAL-FILE
113100     END-IF.
113200 8900-EXIT.
113300     EXIT.
113400
113500*----------------------------------------------------------*
113600* 9000-TERMINATE - A FILE THAT DID NOT PROVE ENDS THE RUN  *
113700* RC=16 SO THE SWAP STEPS NEVER REPLACE A LIVE FILE WITH   *
113800* IT; OTHERWISE WRITE THE CONTROL ROW AND CLOSE.           *
113900*----------------------------------------------------------*
114000 9000-TERMINATE.
114100     CLOSE REPORT-FILE.
114200     DISPLAY "COMPACT: READ=" WS-TOTAL-READ
114300             " KEPT=" WS-TOTAL-KEPT
114400             " MOVED=" WS-TOTAL-MOVED.
114500     IF WS-PROOF-FAILED
114600         DISPLAY "COMPACT: COMPACTION DID NOT PROVE - THE LIVE "
114700                 "FILES ARE UNCHANGED, DO NOT SWAP"
114800         GO TO 9999-ABEND
114900     END-IF.
115000     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
115100 9000-EXIT.
115200     EXIT.
115300
115400*----------------------------------------------------------*
115500* 9999-ABEND - END THE RUN WITH A NONZERO RETURN CODE SO   *
115600* THE JOB'S COND CHECKS BYPASS THE SWAP STEPS AND THE LIVE *
115700* FILES STAY AS THEY WERE.                                 *
115800*----------------------------------------------------------*
115900 9999-ABEND.
116000     MOVE 16 TO RETURN-CODE.
116100     STOP RUN.
