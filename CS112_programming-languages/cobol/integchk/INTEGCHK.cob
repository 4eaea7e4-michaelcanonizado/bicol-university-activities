000100*================================================================*
000200* PROGRAM:     INTEGCHK                                          *
000300* PURPOSE:     WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.    *
000400*              EVERY PROGRAM IN THE SUITE CHECKS ONLY THE FILES  *
000500*              IT HAPPENS TO READ, SO A ROW WHOSE STUDENT,       *
000600*              SUBJECT, SECTION, TERM OR ACTIVITY IS GONE FROM   *
000700*              ITS MASTER CAN SIT UNNOTICED FOR A SEMESTER.      *
000800*              THIS RUN READS THE WHOLE OF EACH FILE BELOW AND   *
000900*              LISTS EVERY ROW THAT POINTS AT NOTHING:           *
001000*                GRDFILE   STUDENT ON NEITHER STUDMAST NOR       *
001100*                          STUHIST, SUBJECT NOT ON CURRMAST,     *
001200*                          TERM NOT ON TERMMAST.                 *
001300*                GWAHIST   STUDENT, TERM.                        *
001400*                SENFILE   STUDENT, SUBJECT, SECTION NOT ON      *
001500*                          SECMAST, TERM.                        *
001600*                ENRFILE   STUDENT, TERM.                        *
001700*                STUDMAST  ACTIVITY CODE NOT ON ACTMAST, THE     *
001800*                          ACTIVITY'S SEMESTER AND A GRADUATE'S  *
001900*                          GRADUATION TERM NOT ON TERMMAST.      *
002000*                STUHIST   LAST TERM NOT ON TERMMAST, AND A      *
002100*                          NUMBER STILL ON STUDMAST (ARCHIVED    *
002200*                          BUT NEVER REMOVED, OR RESTORED BUT    *
002300*                          NEVER TAKEN OFF THE HISTORY).         *
002400*                SECMAST   SUBJECT NOT ON CURRMAST.              *
002500*                PREQMAST  SUBJECT, PREREQUISITE NOT ON          *
002600*                          CURRMAST.                             *
002700*                SECWAIT   STUDENT, SUBJECT, SECTION, TERM.      *
002800*                SECASGN   SECTION, TERM.                        *
002900*                HOLDMAST  STUDENT.                              *
002910*                PRQWLOG   STUDENT, SUBJECT, SECTION,            *
002920*                          PREREQUISITE, TERM.                   *
002930*                AUDITLOG  TERM, WHERE THE ROW CARRIES ONE.      *
003000*              PREQMAST, SECWAIT, SECASGN, HOLDMAST AND PRQWLOG  *
003100*              ARE SWEPT AS EMPTY UNTIL THEIR OWNING JOBS FIRST  *
003200*              BUILD THEM.                                       *
003300*                                                                *
003400* THE STUDENT-NUMBER RULES ARE CHECKED IN ONE SORT OF EVERY      *
003500* NUMBER-CARRYING ROW, STUHIST ROWS FIRST WITHIN THE NUMBER, SO  *
003600* EACH NUMBER COSTS ONE STUDMAST LOOKUP.  THE ORPHANS ARE        *
003700* PRINTED ON INTRPT GROUPED BY FILE AND RULE WITH A COUNT PER    *
003800* RULE AND PER FILE, FOLLOWED BY THE ROWS CHECKED AND ORPHANS    *
003900* FOUND FOR EVERY FILE.  NOTHING IS CHANGED - CORRECTING AN      *
004000* ORPHAN IS A REGISTRAR DECISION.  THE CONTROL ROW CARRIES THE   *
004100* ORPHAN TOTAL FOR THE MORNING SUMMARY.  RUNS WEEKLY - SEE       *
004200* BUINTCHK.                                                      *
004300*                                                                *
004400* MOD-LOG                                                        *
004500*   2026-10-15  MC  ORIGINAL.                                    *
004600*================================================================*
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. INTEGCHK.
004900 AUTHOR. M-CANONIZADO.
005000 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
005100 DATE-WRITTEN. 2026-10-15.
005200 DATE-COMPILED.
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS STU-NUMBER
006100         FILE STATUS IS WS-STUDMAST-STATUS.
006200
006300     SELECT OPTIONAL STUDENT-HISTORY ASSIGN TO "STUHIST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STUHIST-STATUS.
006600
006700     SELECT SECTION-MASTER ASSIGN TO "SECMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SEC-KEY
007100         FILE STATUS IS WS-SECMAST-STATUS.
007200
007300     SELECT CURRICULUM-MASTER ASSIGN TO "CURRMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS CURR-SUBJ-CODE
007700         FILE STATUS IS WS-CURRMAST-STATUS.
007800
007900     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS TRM-TERM-CODE
008300         FILE STATUS IS WS-TERMMAST-STATUS.
008400
008500     SELECT ACTIVITY-MASTER ASSIGN TO "ACTMAST"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS ACT-CODE
008900         FILE STATUS IS WS-ACTMAST-STATUS.
009000
009100     SELECT GRADE-FILE ASSIGN TO "GRDFILE"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-GRDFILE-STATUS.
009400
009500     SELECT GWA-HISTORY ASSIGN TO "GWAHIST"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-GWAHIST-STATUS.
009800
009900     SELECT SECT-ENROLL-FILE ASSIGN TO "SENFILE"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-SENFILE-STATUS.
010200
010300     SELECT ENROLLMENT-FILE ASSIGN TO "ENRFILE"
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS ENR-KEY
010700         FILE STATUS IS WS-ENRFILE-STATUS.
010800
010900     SELECT OPTIONAL PREREQ-MASTER ASSIGN TO "PREQMAST"
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS SEQUENTIAL
011200         RECORD KEY IS PRQ-KEY
011300         FILE STATUS IS WS-PREQMAST-STATUS.
011400
011500     SELECT OPTIONAL SECTION-WAIT-FILE ASSIGN TO "SECWAIT"
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS SEQUENTIAL
011800         RECORD KEY IS SWT-KEY
011900         FILE STATUS IS WS-SECWAIT-STATUS.
012000
012100     SELECT OPTIONAL SECTION-ASSIGN-MASTER ASSIGN TO "SECASGN"
012200         ORGANIZATION IS INDEXED
012300         ACCESS MODE IS SEQUENTIAL
012400         RECORD KEY IS SAS-KEY
012500         FILE STATUS IS WS-SECASGN-STATUS.
012600
012700     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
012800         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS SEQUENTIAL
013000         RECORD KEY IS HLD-KEY
013100         FILE STATUS IS WS-HOLDMAST-STATUS.
013110
013120     SELECT OPTIONAL WAIVER-LOG-FILE ASSIGN TO "PRQWLOG"
013130         ORGANIZATION IS LINE SEQUENTIAL
013140         FILE STATUS IS WS-PRQWLOG-STATUS.
013150
013160     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
013170         ORGANIZATION IS LINE SEQUENTIAL
013180         FILE STATUS IS WS-AUDITLOG-STATUS.
013200
013300     SELECT ORPHAN-WORK-FILE ASSIGN TO "ORPHWK"
013400         ORGANIZATION IS LINE SEQUENTIAL
013500         FILE STATUS IS WS-ORPHWK-STATUS.
013600
013700     SELECT NUM-SORT-FILE ASSIGN TO "NUMSRT".
013800
013900     SELECT NUM-SORTED-FILE ASSIGN TO "NUMSORT"
014000         ORGANIZATION IS LINE SEQUENTIAL
014100         FILE STATUS IS WS-NUMSORT-STATUS.
014200
014300     SELECT ORPH-SORT-FILE ASSIGN TO "ORPSRT".
014400
014500     SELECT ORPH-SORTED-FILE ASSIGN TO "ORPSORT"
014600         ORGANIZATION IS LINE SEQUENTIAL
014700         FILE STATUS IS WS-ORPSORT-STATUS.
014800
014900     SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
015000         ORGANIZATION IS LINE SEQUENTIAL
015100         FILE STATUS IS WS-CTLFILE-STATUS.
015200
015300     SELECT REPORT-FILE ASSIGN TO "INTRPT"
015400         ORGANIZATION IS LINE SEQUENTIAL.
015500
015600 DATA DIVISION.
015700 FILE SECTION.
015800 FD  STUDENT-MASTER
015900     LABEL RECORDS ARE STANDARD.
016000     COPY STUDREC.
016100
016200 FD  STUDENT-HISTORY
016300     LABEL RECORDS ARE OMITTED.
016400     COPY HISTREC.
016500
016600 FD  SECTION-MASTER
016700     LABEL RECORDS ARE STANDARD.
016800     COPY SECREC.
016900
017000 FD  CURRICULUM-MASTER
017100     LABEL RECORDS ARE STANDARD.
017200     COPY CURRREC.
017300
017400 FD  TERM-MASTER
017500     LABEL RECORDS ARE STANDARD.
017600     COPY TRMREC.
017700
017800 FD  ACTIVITY-MASTER
017900     LABEL RECORDS ARE STANDARD.
018000     COPY ACTREC.
018100
018200 FD  GRADE-FILE
018300     LABEL RECORDS ARE OMITTED.
018400     COPY GRDREC.
018500
018600 FD  GWA-HISTORY
018700     LABEL RECORDS ARE OMITTED.
018800     COPY GWAREC.
018900
019000 FD  SECT-ENROLL-FILE
019100     LABEL RECORDS ARE OMITTED.
019200     COPY SENREC.
019300
019400 FD  ENROLLMENT-FILE
019500     LABEL RECORDS ARE STANDARD.
019600     COPY ENRREC.
019700
019800 FD  PREREQ-MASTER
019900     LABEL RECORDS ARE STANDARD.
020000     COPY PREQREC.
020100
020200 FD  SECTION-WAIT-FILE
020300     LABEL RECORDS ARE STANDARD.
020400     COPY SWTREC.
020500
020600 FD  SECTION-ASSIGN-MASTER
020700     LABEL RECORDS ARE STANDARD.
020800     COPY SASREC.
020900
021000 FD  HOLD-MASTER
021100     LABEL RECORDS ARE STANDARD.
021200     COPY HOLDREC.
021210
021220 FD  WAIVER-LOG-FILE
021230     LABEL RECORDS ARE OMITTED.
021240     COPY PWLREC.
021250
021260 FD  AUDIT-FILE
021270     LABEL RECORDS ARE OMITTED.
021280     COPY AUDTREC.
021300
021400*--------------------------------------------------------------*
021500* ONE ROW PER ORPHAN, IN THE ORDER FOUND: THE FILE AND RULE IT *
021600* BROKE, THE STUDENT NUMBER AND TERM ON THE ROW (ZERO/BLANK    *
021700* WHERE THE FILE HAS NONE) AND THE OFFENDING CODE OR A NOTE.   *
021800*--------------------------------------------------------------*
021900 FD  ORPHAN-WORK-FILE
022000     LABEL RECORDS ARE OMITTED.
022100 01  ORPHAN-WORK-RECORD.
022200     05  OW-FILE                     PIC 9(02).
022300     05  OW-RULE                     PIC 9(01).
022400     05  OW-SEQ                      PIC 9(07).
022500     05  OW-STU-NUMBER               PIC 9(09).
022600     05  OW-TERM                     PIC X(06).
022700     05  OW-DETAIL                   PIC X(09).
022800
022900*--------------------------------------------------------------*
023000* ONE SORT ROW PER STUDENT-NUMBER-CARRYING ROW.  SOURCE 0 IS   *
023100* STUHIST, SO A NUMBER'S HISTORY ROWS COME FIRST; THE OTHERS   *
023200* ARE THE REFERENCING FILES (THE SAME NUMBERS AS THE FILE      *
023300* TABLE).                                                      *
023400*--------------------------------------------------------------*
023500 SD  NUM-SORT-FILE.
023600 01  NUM-SORT-RECORD.
023700     05  NS-STU-NUMBER               PIC 9(09).
023800     05  NS-SOURCE                   PIC 9(02).
023900         88  NS-FROM-HISTORY             VALUE 0.
024000     05  NS-TERM                     PIC X(06).
024100     05  NS-DETAIL                   PIC X(09).
024200
024300 FD  NUM-SORTED-FILE
024400     LABEL RECORDS ARE OMITTED.
024500 01  NUM-SORTED-RECORD               PIC X(26).
024600
024700 SD  ORPH-SORT-FILE.
024800 01  ORPH-SORT-RECORD.
024900     05  OS-FILE                     PIC 9(02).
025000     05  OS-RULE                     PIC 9(01).
025100     05  OS-SEQ                      PIC 9(07).
025200     05  OS-STU-NUMBER               PIC 9(09).
025300     05  OS-TERM                     PIC X(06).
025400     05  OS-DETAIL                   PIC X(09).
025500
025600 FD  ORPH-SORTED-FILE
025700     LABEL RECORDS ARE OMITTED.
025800 01  ORPH-SORTED-RECORD              PIC X(34).
025900
026000 FD  CONTROL-TOTAL-FILE
026100     LABEL RECORDS ARE OMITTED.
026200     COPY CTLREC.
026300
026400 FD  REPORT-FILE
026500     LABEL RECORDS ARE OMITTED.
026600 01  REPORT-LINE                     PIC X(132).
026700
026800 WORKING-STORAGE SECTION.
026900     COPY PRTCTL.
027000
027100 01  WS-FILE-STATUSES.
027200     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
027300     05  WS-STUHIST-STATUS           PIC X(02) VALUE "00".
027400     05  WS-SECMAST-STATUS           PIC X(02) VALUE "00".
027500     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
027600     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
027700     05  WS-ACTMAST-STATUS           PIC X(02) VALUE "00".
027800     05  WS-GRDFILE-STATUS           PIC X(02) VALUE "00".
027900     05  WS-GWAHIST-STATUS           PIC X(02) VALUE "00".
028000     05  WS-SENFILE-STATUS           PIC X(02) VALUE "00".
028100     05  WS-ENRFILE-STATUS           PIC X(02) VALUE "00".
028200     05  WS-PREQMAST-STATUS          PIC X(02) VALUE "00".
028300     05  WS-SECWAIT-STATUS           PIC X(02) VALUE "00".
028400     05  WS-SECASGN-STATUS           PIC X(02) VALUE "00".
028500     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
028510     05  WS-PRQWLOG-STATUS           PIC X(02) VALUE "00".
028520     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
028600     05  WS-ORPHWK-STATUS            PIC X(02) VALUE "00".
028700     05  WS-NUMSORT-STATUS           PIC X(02) VALUE "00".
028800     05  WS-ORPSORT-STATUS           PIC X(02) VALUE "00".
028900     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
029000
029100 01  WS-SWITCHES.
029200     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
029300         88  WS-IN-EOF                   VALUE "Y".
029400     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
029500         88  WS-SORTED-EOF               VALUE "Y".
029600     05  WS-ON-MASTER-SW             PIC X(01) VALUE "N".
029700         88  WS-ON-MASTER                VALUE "Y".
029800     05  WS-ON-HISTORY-SW            PIC X(01) VALUE "N".
029900         88  WS-ON-HISTORY               VALUE "Y".
030000     05  WS-REF-FOUND-SW             PIC X(01) VALUE "N".
030100         88  WS-REF-FOUND                VALUE "Y".
030200     05  WS-LAST-TERM-SW             PIC X(01) VALUE "N".
030300         88  WS-LAST-TERM-FOUND          VALUE "Y".
030400
030500*--------------------------------------------------------------*
030600* THE FILES SWEPT, IN REPORT ORDER - THE SUBSCRIPT IS THE FILE *
030700* NUMBER CARRIED ON EVERY ORPHAN ROW.                          *
030800*--------------------------------------------------------------*
030900 01  WS-FILE-NAME-VALUES.
031000     05  FILLER PIC X(08) VALUE "GRDFILE".
031100     05  FILLER PIC X(08) VALUE "GWAHIST".
031200     05  FILLER PIC X(08) VALUE "SENFILE".
031300     05  FILLER PIC X(08) VALUE "ENRFILE".
031400     05  FILLER PIC X(08) VALUE "STUDMAST".
031500     05  FILLER PIC X(08) VALUE "STUHIST".
031600     05  FILLER PIC X(08) VALUE "SECMAST".
031700     05  FILLER PIC X(08) VALUE "PREQMAST".
031800     05  FILLER PIC X(08) VALUE "SECWAIT".
031900     05  FILLER PIC X(08) VALUE "SECASGN".
032000     05  FILLER PIC X(08) VALUE "HOLDMAST".
032010     05  FILLER PIC X(08) VALUE "PRQWLOG".
032020     05  FILLER PIC X(08) VALUE "AUDITLOG".
032100
032200 01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
032300     05  WS-FILE-NAME OCCURS 13 TIMES
032400                                     PIC X(08).
032500
032600 01  WS-FILE-TOTALS.
032700     05  WS-FILE-ENTRY OCCURS 13 TIMES.
032800         10  WS-FT-CHECKED           PIC 9(09).
032900         10  WS-FT-ORPHANS           PIC 9(07).
033000
033100*--------------------------------------------------------------*
033200* THE RULES, BY THE RULE NUMBER CARRIED ON EVERY ORPHAN ROW.   *
033300*--------------------------------------------------------------*
033400 01  WS-RULE-TEXT-VALUES.
033500     05  FILLER PIC X(40)
033600         VALUE "STUDENT ON NEITHER STUDMAST NOR STUHIST".
033700     05  FILLER PIC X(40)
033800         VALUE "SUBJECT NOT ON CURRMAST".
033900     05  FILLER PIC X(40)
034000         VALUE "TERM NOT ON TERMMAST".
034100     05  FILLER PIC X(40)
034200         VALUE "SECTION NOT ON SECMAST".
034300     05  FILLER PIC X(40)
034400         VALUE "ACTIVITY CODE NOT ON ACTMAST".
034500     05  FILLER PIC X(40)
034600         VALUE "STUDENT ON BOTH STUDMAST AND STUHIST".
034700     05  FILLER PIC X(40)
034800         VALUE "PREREQUISITE NOT ON CURRMAST".
034900
035000 01  WS-RULE-TEXTS REDEFINES WS-RULE-TEXT-VALUES.
035100     05  WS-RULE-TEXT OCCURS 7 TIMES
035200                                     PIC X(40).
035300
035400 01  WS-FILE-GRDFILE                 PIC 9(02) VALUE 1.
035500 01  WS-FILE-GWAHIST                 PIC 9(02) VALUE 2.
035600 01  WS-FILE-SENFILE                 PIC 9(02) VALUE 3.
035700 01  WS-FILE-ENRFILE                 PIC 9(02) VALUE 4.
035800 01  WS-FILE-STUDMAST                PIC 9(02) VALUE 5.
035900 01  WS-FILE-STUHIST                 PIC 9(02) VALUE 6.
036000 01  WS-FILE-SECMAST                 PIC 9(02) VALUE 7.
036100 01  WS-FILE-PREQMAST                PIC 9(02) VALUE 8.
036200 01  WS-FILE-SECWAIT                 PIC 9(02) VALUE 9.
036300 01  WS-FILE-SECASGN                 PIC 9(02) VALUE 10.
036400 01  WS-FILE-HOLDMAST                PIC 9(02) VALUE 11.
036410 01  WS-FILE-PRQWLOG                 PIC 9(02) VALUE 12.
036420 01  WS-FILE-AUDITLOG                PIC 9(02) VALUE 13.
036500
036600 01  WS-RULE-NO-STUDENT              PIC 9(01) VALUE 1.
036700 01  WS-RULE-NO-SUBJECT              PIC 9(01) VALUE 2.
036800 01  WS-RULE-NO-TERM                 PIC 9(01) VALUE 3.
036900 01  WS-RULE-NO-SECTION              PIC 9(01) VALUE 4.
037000 01  WS-RULE-NO-ACTIVITY             PIC 9(01) VALUE 5.
037100 01  WS-RULE-ON-BOTH                 PIC 9(01) VALUE 6.
037200 01  WS-RULE-NO-PREREQ               PIC 9(01) VALUE 7.
037300
037400*--------------------------------------------------------------*
037500* THE ORPHAN BEING RECORDED, FILLED BY THE CHECKING PARAGRAPH  *
037600* AND WRITTEN BY 8400-WRITE-ORPHAN.                            *
037700*--------------------------------------------------------------*
037800 01  WS-ORPHAN-WORK.
037900     05  WS-OW-FILE                  PIC 9(02) VALUE ZERO.
038000     05  WS-OW-RULE                  PIC 9(01) VALUE ZERO.
038100     05  WS-OW-STU-NUMBER            PIC 9(09) VALUE ZERO.
038200     05  WS-OW-TERM                  PIC X(06) VALUE SPACES.
038300     05  WS-OW-DETAIL                PIC X(09) VALUE SPACES.
038400
038500 01  WS-SEC-DETAIL.
038600     05  WS-SD-SUBJ-CODE             PIC X(06).
038700     05  WS-SD-SECTION               PIC X(03).
038800
038900 01  WS-CHECK-KEYS.
039000     05  WS-CHECK-TERM               PIC X(06) VALUE SPACES.
039100     05  WS-LAST-TERM                PIC X(06) VALUE LOW-VALUES.
039200     05  WS-CHECK-SUBJ-CODE          PIC X(06) VALUE SPACES.
039300
039400 01  WS-COUNTERS.
039500     05  WS-ACT-SUB                  PIC 99 VALUE ZERO.
039600     05  WS-FILE-SUB                 PIC 9(02) VALUE ZERO.
039700     05  WS-ORPHAN-SEQ               PIC 9(07) VALUE ZERO.
039800     05  WS-PREV-NUMBER              PIC 9(09) VALUE ZERO.
039900     05  WS-PREV-FILE                PIC 9(02) VALUE ZERO.
040000     05  WS-PREV-RULE                PIC 9(01) VALUE ZERO.
040100     05  WS-RULE-COUNT               PIC 9(07) VALUE ZERO.
040200     05  WS-TOTAL-CHECKED            PIC 9(09) VALUE ZERO.
040300     05  WS-TOTAL-ORPHANS            PIC 9(07) VALUE ZERO.
040400     05  WS-ORPHAN-HASH              PIC 9(15) VALUE ZERO.
040500
040600 01  WS-RUN-DATE-TIME.
040700     05  WS-RUN-DATE                 PIC 9(08).
040800     05  WS-RUN-TIME                 PIC 9(06).
040900
041000 01  WS-GROUP-LINE.
041100     05  WS-GL-FILE                  PIC X(08).
041200     05  FILLER                      PIC X(03) VALUE " - ".
041300     05  WS-GL-RULE                  PIC X(40).
041400
041500 01  WS-ORPHAN-LINE.
041600     05  FILLER                      PIC X(04) VALUE SPACES.
041700     05  WS-OL-STU-NUMBER            PIC 9(09) BLANK WHEN ZERO.
041800     05  FILLER                      PIC X(02) VALUE SPACES.
041900     05  WS-OL-TERM                  PIC X(06).
042000     05  FILLER                      PIC X(02) VALUE SPACES.
042100     05  WS-OL-DETAIL                PIC X(09).
042200
042300 01  WS-TOTAL-LINE.
042400     05  FILLER                      PIC X(04) VALUE SPACES.
042500     05  WS-TL-LABEL                 PIC X(20).
042600     05  WS-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
042700
042800 01  WS-FILE-SUMMARY-LINE.
042900     05  WS-FS-FILE                  PIC X(08).
043000     05  FILLER                      PIC X(16)
043100         VALUE "  ROWS CHECKED ".
043200     05  WS-FS-CHECKED               PIC ZZZ,ZZZ,ZZ9.
043300     05  FILLER                      PIC X(11)
043400         VALUE "  ORPHANS ".
043500     05  WS-FS-ORPHANS               PIC ZZZ,ZZZ,ZZ9.
043600
043700 PROCEDURE DIVISION.
043800 0000-MAINLINE.
043900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044000     PERFORM 2000-SWEEP-STUDENT-MASTER THRU 2000-EXIT.
044100     PERFORM 3000-SWEEP-SECTION-MASTER THRU 3000-EXIT.
044200     PERFORM 3200-SWEEP-PREREQUISITES THRU 3200-EXIT.
044300     PERFORM 3300-SWEEP-SECTION-ASSIGN THRU 3300-EXIT.
044310     PERFORM 3400-SWEEP-AUDIT-LOG THRU 3400-EXIT.
044400     PERFORM 4000-SWEEP-STUDENT-NUMBERS THRU 4000-EXIT.
044500     CLOSE ORPHAN-WORK-FILE.
044600     PERFORM 5000-REPORT-ORPHANS THRU 5000-EXIT.
044700     PERFORM 6000-REPORT-FILE-TOTALS THRU 6000-EXIT.
044800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
044900     STOP RUN.
045000
045100*----------------------------------------------------------*
045200* 1000-INITIALIZE - OPEN THE MASTERS THE RULES LOOK UP,    *
045300* THE ORPHAN WORK FILE AND THE REPORT.                     *
045400*----------------------------------------------------------*
045500 1000-INITIALIZE.
045600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
045700     ACCEPT WS-RUN-TIME FROM TIME.
045800     INITIALIZE WS-FILE-TOTALS.
045900     OPEN INPUT STUDENT-MASTER.
046000     IF WS-STUDMAST-STATUS NOT = "00"
046100         DISPLAY "INTEGCHK: STUDMAST OPEN FAILED, STATUS="
046200                 WS-STUDMAST-STATUS
046300         GO TO 9999-ABEND
046400     END-IF.
046500     OPEN INPUT CURRICULUM-MASTER.
046600     IF WS-CURRMAST-STATUS NOT = "00"
046700         DISPLAY "INTEGCHK: CURRMAST OPEN FAILED, STATUS="
046800                 WS-CURRMAST-STATUS
046900         GO TO 9999-ABEND
047000     END-IF.
047100     OPEN INPUT TERM-MASTER.
047200     IF WS-TERMMAST-STATUS NOT = "00"
047300         DISPLAY "INTEGCHK: TERMMAST OPEN FAILED, STATUS="
047400                 WS-TERMMAST-STATUS
047500         GO TO 9999-ABEND
047600     END-IF.
047700     OPEN INPUT ACTIVITY-MASTER.
047800     IF WS-ACTMAST-STATUS NOT = "00"
047900         DISPLAY "INTEGCHK: ACTMAST OPEN FAILED, STATUS="
048000                 WS-ACTMAST-STATUS
048100         GO TO 9999-ABEND
048200     END-IF.
048300     OPEN INPUT SECTION-MASTER.
048400     IF WS-SECMAST-STATUS NOT = "00"
048500         DISPLAY "INTEGCHK: SECMAST OPEN FAILED, STATUS="
048600                 WS-SECMAST-STATUS
048700         GO TO 9999-ABEND
048800     END-IF.
048900     OPEN OUTPUT ORPHAN-WORK-FILE.
049000     IF WS-ORPHWK-STATUS NOT = "00"
049100         DISPLAY "INTEGCHK: ORPHWK OPEN FAILED, STATUS="
049200                 WS-ORPHWK-STATUS
049300         GO TO 9999-ABEND
049400     END-IF.
049500     OPEN OUTPUT REPORT-FILE.
049600     MOVE "BICOL UNIVERSITY - INTEGRITY SWEEP"
049700         TO PRT-TITLE-TEXT.
049800     MOVE "    STU NO.    TERM    DETAIL" TO PRT-HEAD1-TEXT.
049900     MOVE "    ---------  ------  ---------" TO PRT-HEAD2-TEXT.
050000     MOVE 99 TO PRT-LINE-COUNT.
050100 1000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------*
050500* 2000-SWEEP-STUDENT-MASTER - EVERY STUDENT'S POSTED       *
050600* ACTIVITIES (CODE ON ACTMAST, SEMESTER ON TERMMAST) AND A *
050700* GRADUATE'S GRADUATION TERM.  STUDMAST IS READ IN KEY     *
050800* ORDER HERE, FROM THE OPEN, BEFORE THE NUMBER SWEEP USES  *
050900* IT FOR LOOKUPS.                                          *
051000*----------------------------------------------------------*
051100 2000-SWEEP-STUDENT-MASTER.
051200     MOVE "N" TO WS-IN-EOF-SW.
051300     PERFORM 2010-READ-STUDENT THRU 2010-EXIT.
051400     PERFORM 2100-CHECK-ONE-STUDENT THRU 2100-EXIT
051500         UNTIL WS-IN-EOF.
051600 2000-EXIT.
051700     EXIT.
051800
051900 2010-READ-STUDENT.
052000     READ STUDENT-MASTER NEXT RECORD
052100         AT END
052200             SET WS-IN-EOF TO TRUE
052300     END-READ.
052400 2010-EXIT.
052500     EXIT.
052600
052700 2100-CHECK-ONE-STUDENT.
052800     ADD 1 TO WS-FT-CHECKED(WS-FILE-STUDMAST).
052900     MOVE WS-FILE-STUDMAST TO WS-OW-FILE.
053000     MOVE STU-NUMBER       TO WS-OW-STU-NUMBER.
053100     IF STU-ACT-COUNT > 10
053200         MOVE 10 TO STU-ACT-COUNT
053300     END-IF.
053400     PERFORM 2200-CHECK-ONE-ACTIVITY THRU 2200-EXIT
053500         VARYING WS-ACT-SUB FROM 1 BY 1
053600         UNTIL WS-ACT-SUB > STU-ACT-COUNT.
053700     IF STU-GRADUATED
053800         MOVE STU-GRAD-TERM TO WS-CHECK-TERM
053900         PERFORM 8300-CHECK-TERM THRU 8300-EXIT
054000         IF NOT WS-REF-FOUND
054100             MOVE WS-RULE-NO-TERM TO WS-OW-RULE
054200             MOVE STU-GRAD-TERM   TO WS-OW-TERM
054300             MOVE "GRADUATED"     TO WS-OW-DETAIL
054400             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
054500         END-IF
054600     END-IF.
054700     PERFORM 2010-READ-STUDENT THRU 2010-EXIT.
054800 2100-EXIT.
054900     EXIT.
055000
055100 2200-CHECK-ONE-ACTIVITY.
055200     MOVE STU-ACT-CODE(WS-ACT-SUB) TO ACT-CODE.
055300     READ ACTIVITY-MASTER
055400         INVALID KEY
055500             MOVE WS-RULE-NO-ACTIVITY TO WS-OW-RULE
055600             MOVE STU-ACT-SEMESTER(WS-ACT-SUB) TO WS-OW-TERM
055700             MOVE STU-ACT-CODE(WS-ACT-SUB)     TO WS-OW-DETAIL
055800             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
055900     END-READ.
056000     MOVE STU-ACT-SEMESTER(WS-ACT-SUB) TO WS-CHECK-TERM.
056100     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
056200     IF NOT WS-REF-FOUND
056300         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
056400         MOVE STU-ACT-SEMESTER(WS-ACT-SUB) TO WS-OW-TERM
056500         MOVE STU-ACT-CODE(WS-ACT-SUB)     TO WS-OW-DETAIL
056600         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
056700     END-IF.
056800 2200-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------*
057200* 3000-SWEEP-SECTION-MASTER - EVERY SECTION'S SUBJECT MUST *
057300* BE ON THE CURRICULUM.  SECMAST IS THEN LEFT OPEN FOR THE *
057400* SECASGN, SENFILE AND SECWAIT SECTION LOOKUPS.            *
057500*----------------------------------------------------------*
057600 3000-SWEEP-SECTION-MASTER.
057700     MOVE "N" TO WS-IN-EOF-SW.
057800     PERFORM 3010-READ-SECTION THRU 3010-EXIT.
057900     PERFORM 3100-CHECK-ONE-SECTION THRU 3100-EXIT
058000         UNTIL WS-IN-EOF.
058100 3000-EXIT.
058200     EXIT.
058300
058400 3010-READ-SECTION.
058500     READ SECTION-MASTER NEXT RECORD
058600         AT END
058700             SET WS-IN-EOF TO TRUE
058800     END-READ.
058900 3010-EXIT.
059000     EXIT.
059100
059200 3100-CHECK-ONE-SECTION.
059300     ADD 1 TO WS-FT-CHECKED(WS-FILE-SECMAST).
059400     MOVE SEC-SUBJ-CODE TO WS-CHECK-SUBJ-CODE.
059500     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
059600     IF NOT WS-REF-FOUND
059700         MOVE WS-FILE-SECMAST    TO WS-OW-FILE
059800         MOVE WS-RULE-NO-SUBJECT TO WS-OW-RULE
059900         MOVE ZERO               TO WS-OW-STU-NUMBER
060000         MOVE SPACES             TO WS-OW-TERM
060100         MOVE SEC-KEY            TO WS-OW-DETAIL
060200         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
060300     END-IF.
060400     PERFORM 3010-READ-SECTION THRU 3010-EXIT.
060500 3100-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------*
060900* 3200-SWEEP-PREREQUISITES - A SUBJECT AND EACH OF ITS     *
061000* PREREQUISITES MUST BOTH BE ON THE CURRICULUM.  NO        *
061100* PREQMAST YET MEANS NO PREREQUISITES HAVE BEEN SET UP.    *
061200*----------------------------------------------------------*
061300 3200-SWEEP-PREREQUISITES.
061400     MOVE "N" TO WS-IN-EOF-SW.
061500     OPEN INPUT PREREQ-MASTER.
061600     IF WS-PREQMAST-STATUS NOT = "00" AND
061700             WS-PREQMAST-STATUS NOT = "05"
061800         DISPLAY "INTEGCHK: PREQMAST OPEN FAILED, STATUS="
061900                 WS-PREQMAST-STATUS
062000         GO TO 9999-ABEND
062100     END-IF.
062200     PERFORM 3210-READ-PREREQ THRU 3210-EXIT.
062300     PERFORM 3220-CHECK-ONE-PREREQ THRU 3220-EXIT
062400         UNTIL WS-IN-EOF.
062500     CLOSE PREREQ-MASTER.
062600 3200-EXIT.
062700     EXIT.
062800
062900 3210-READ-PREREQ.
063000     READ PREREQ-MASTER NEXT RECORD
063100         AT END
063200             SET WS-IN-EOF TO TRUE
063300     END-READ.
063400 3210-EXIT.
063500     EXIT.
063600
063700 3220-CHECK-ONE-PREREQ.
063800     ADD 1 TO WS-FT-CHECKED(WS-FILE-PREQMAST).
063900     MOVE WS-FILE-PREQMAST TO WS-OW-FILE.
064000     MOVE ZERO             TO WS-OW-STU-NUMBER.
064100     MOVE SPACES           TO WS-OW-TERM.
064200     MOVE PRQ-SUBJ-CODE TO WS-CHECK-SUBJ-CODE.
064300     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
064400     IF NOT WS-REF-FOUND
064500         MOVE WS-RULE-NO-SUBJECT TO WS-OW-RULE
064600         MOVE PRQ-SUBJ-CODE      TO WS-OW-DETAIL
064700         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
064800     END-IF.
064900     MOVE PRQ-PREREQ-CODE TO WS-CHECK-SUBJ-CODE.
065000     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
065100     IF NOT WS-REF-FOUND
065200         MOVE WS-RULE-NO-PREREQ TO WS-OW-RULE
065300         MOVE PRQ-PREREQ-CODE   TO WS-OW-DETAIL
065400         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
065500     END-IF.
065600     PERFORM 3210-READ-PREREQ THRU 3210-EXIT.
065700 3220-EXIT.
065800     EXIT.
065900
066000*----------------------------------------------------------*
066100* 3300-SWEEP-SECTION-ASSIGN - EVERY FACULTY ASSIGNMENT'S   *
066200* SECTION MUST BE ON SECMAST AND ITS TERM ON TERMMAST.  NO *
066300* SECASGN YET MEANS NO FACULTY HAVE BEEN ASSIGNED.         *
066400*----------------------------------------------------------*
066500 3300-SWEEP-SECTION-ASSIGN.
066600     MOVE "N" TO WS-IN-EOF-SW.
066700     OPEN INPUT SECTION-ASSIGN-MASTER.
066800     IF WS-SECASGN-STATUS NOT = "00" AND
066900             WS-SECASGN-STATUS NOT = "05"
067000         DISPLAY "INTEGCHK: SECASGN OPEN FAILED, STATUS="
067100                 WS-SECASGN-STATUS
067200         GO TO 9999-ABEND
067300     END-IF.
067400     PERFORM 3310-READ-SECTION-ASSIGN THRU 3310-EXIT.
067500     PERFORM 3320-CHECK-ONE-ASSIGNMENT THRU 3320-EXIT
067600         UNTIL WS-IN-EOF.
067700     CLOSE SECTION-ASSIGN-MASTER.
067800 3300-EXIT.
067900     EXIT.
068000
068100 3310-READ-SECTION-ASSIGN.
068200     READ SECTION-ASSIGN-MASTER NEXT RECORD
068300         AT END
068400             SET WS-IN-EOF TO TRUE
068500     END-READ.
068600 3310-EXIT.
068700     EXIT.
068800
068900 3320-CHECK-ONE-ASSIGNMENT.
069000     ADD 1 TO WS-FT-CHECKED(WS-FILE-SECASGN).
069100     MOVE WS-FILE-SECASGN TO WS-OW-FILE.
069200     MOVE ZERO            TO WS-OW-STU-NUMBER.
069300     MOVE SAS-TERM        TO WS-OW-TERM.
069400     MOVE SAS-SUBJ-CODE   TO WS-SD-SUBJ-CODE.
069500     MOVE SAS-SECTION     TO WS-SD-SECTION.
069600     MOVE WS-SEC-DETAIL   TO WS-OW-DETAIL.
069700     MOVE SAS-SUBJ-CODE TO SEC-SUBJ-CODE.
069800     MOVE SAS-SECTION   TO SEC-SECTION.
069900     READ SECTION-MASTER
070000         INVALID KEY
070100             MOVE WS-RULE-NO-SECTION TO WS-OW-RULE
070200             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
070300     END-READ.
070400     MOVE SAS-TERM TO WS-CHECK-TERM.
070500     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
070600     IF NOT WS-REF-FOUND
070700         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
070800         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
070900     END-IF.
071000     PERFORM 3310-READ-SECTION-ASSIGN THRU 3310-EXIT.
071100 3320-EXIT.
071200     EXIT.
071202
071204*----------------------------------------------------------*
071206* 3400-SWEEP-AUDIT-LOG - A ROW'S TERM MUST BE ON TERMMAST. *
071208* MERGE ROWS AND ROWS WRITTEN BEFORE THE TERM WAS CARRIED  *
071210* HAVE A BLANK TERM AND ARE COUNTED BUT NOT CHECKED.  THE  *
071212* STUDENT NUMBER IS NOT CHECKED: THE TRAIL OUTLIVES THE    *
071214* STUDENTS IT NAMES (MERGED, DELETED AND ARCHIVED ONES).   *
071216*----------------------------------------------------------*
071218 3400-SWEEP-AUDIT-LOG.
071220     MOVE "N" TO WS-IN-EOF-SW.
071222     OPEN INPUT AUDIT-FILE.
071224     IF WS-AUDITLOG-STATUS NOT = "00"
071226         DISPLAY "INTEGCHK: AUDITLOG OPEN FAILED, STATUS="
071228                 WS-AUDITLOG-STATUS
071230         GO TO 9999-ABEND
071232     END-IF.
071234     PERFORM 3410-READ-AUDIT THRU 3410-EXIT.
071236     PERFORM 3420-CHECK-ONE-AUDIT-ROW THRU 3420-EXIT
071238         UNTIL WS-IN-EOF.
071240     CLOSE AUDIT-FILE.
071242 3400-EXIT.
071244     EXIT.
071246
071248 3410-READ-AUDIT.
071250     READ AUDIT-FILE
071252         AT END
071254             SET WS-IN-EOF TO TRUE
071256     END-READ.
071258 3410-EXIT.
071260     EXIT.
071262
071264 3420-CHECK-ONE-AUDIT-ROW.
071266     ADD 1 TO WS-FT-CHECKED(WS-FILE-AUDITLOG).
071268     IF AUD-TERM NOT = SPACES
071270         MOVE AUD-TERM TO WS-CHECK-TERM
071272         PERFORM 8300-CHECK-TERM THRU 8300-EXIT
071274         IF NOT WS-REF-FOUND
071276             MOVE WS-FILE-AUDITLOG TO WS-OW-FILE
071278             MOVE WS-RULE-NO-TERM  TO WS-OW-RULE
071280             MOVE AUD-STU-NUMBER   TO WS-OW-STU-NUMBER
071282             MOVE AUD-TERM         TO WS-OW-TERM
071284             MOVE AUD-RESULT       TO WS-OW-DETAIL
071286             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
071288         END-IF
071290     END-IF.
071292     PERFORM 3410-READ-AUDIT THRU 3410-EXIT.
071294 3420-EXIT.
071296     EXIT.
071300
071400*----------------------------------------------------------*
071500* 4000-SWEEP-STUDENT-NUMBERS - SORT EVERY NUMBER-CARRYING  *
071600* ROW BY STUDENT NUMBER (THE PER-ROW CODE AND TERM RULES   *
071700* ARE CHECKED AS THE ROWS ARE RELEASED), THEN LOOK EACH    *
071800* NUMBER UP ONCE ON STUDMAST.  A HISTORY ROW WHOSE NUMBER  *
071900* IS STILL ON STUDMAST IS ON BOTH; ANY OTHER ROW WHOSE     *
072000* NUMBER IS ON NEITHER MASTER IS AN ORPHAN.                *
072100*----------------------------------------------------------*
072200 4000-SWEEP-STUDENT-NUMBERS.
072300     SORT NUM-SORT-FILE
072400         ON ASCENDING KEY NS-STU-NUMBER NS-SOURCE
072500         INPUT PROCEDURE IS 4100-RELEASE-NUMBERS
072600         GIVING NUM-SORTED-FILE.
072700     MOVE "N" TO WS-SORTED-EOF-SW.
072800     OPEN INPUT NUM-SORTED-FILE.
072900     IF WS-NUMSORT-STATUS NOT = "00"
073000         DISPLAY "INTEGCHK: NUMSORT OPEN FAILED, STATUS="
073100                 WS-NUMSORT-STATUS
073200         GO TO 9999-ABEND
073300     END-IF.
073400     MOVE ZERO TO WS-PREV-NUMBER.
073500     PERFORM 4700-READ-NUMBER-SORTED THRU 4700-EXIT.
073600     PERFORM 4800-CHECK-ONE-NUMBER-ROW THRU 4800-EXIT
073700         UNTIL WS-SORTED-EOF.
073800     CLOSE NUM-SORTED-FILE.
073900 4000-EXIT.
074000     EXIT.
074100
074200 4100-RELEASE-NUMBERS.
074300     PERFORM 4200-RELEASE-HISTORY THRU 4200-EXIT.
074400     PERFORM 4300-RELEASE-GRADES THRU 4300-EXIT.
074500     PERFORM 4400-RELEASE-GWA-HISTORY THRU 4400-EXIT.
074600     PERFORM 4500-RELEASE-SECT-ENROLL THRU 4500-EXIT.
074700     PERFORM 4600-RELEASE-ENROLLMENT THRU 4600-EXIT.
074800     PERFORM 4630-RELEASE-SECT-WAIT THRU 4630-EXIT.
074900     PERFORM 4660-RELEASE-HOLDS THRU 4660-EXIT.
074910     PERFORM 4690-RELEASE-WAIVER-LOG THRU 4690-EXIT.
075000 4100-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------*
075400* 4200-RELEASE-HISTORY - NO STUHIST YET MEANS NO STUDENT   *
075500* HAS EVER BEEN ARCHIVED.  A BLANK LAST TERM IS A STUDENT  *
075600* ARCHIVED BEFORE EVER ENROLLING, NOT AN ORPHAN.           *
075700*----------------------------------------------------------*
075800 4200-RELEASE-HISTORY.
075900     MOVE "N" TO WS-IN-EOF-SW.
076000     OPEN INPUT STUDENT-HISTORY.
076100     IF WS-STUHIST-STATUS NOT = "00" AND
076200             WS-STUHIST-STATUS NOT = "05"
076300         DISPLAY "INTEGCHK: STUHIST OPEN FAILED, STATUS="
076400                 WS-STUHIST-STATUS
076500         GO TO 9999-ABEND
076600     END-IF.
076700     PERFORM 4210-READ-HISTORY THRU 4210-EXIT.
076800     PERFORM 4220-RELEASE-HISTORY-ROW THRU 4220-EXIT
076900         UNTIL WS-IN-EOF.
077000     CLOSE STUDENT-HISTORY.
077100 4200-EXIT.
077200     EXIT.
077300
077400 4210-READ-HISTORY.
077500     READ STUDENT-HISTORY
077600         AT END
077700             SET WS-IN-EOF TO TRUE
077800     END-READ.
077900 4210-EXIT.
078000     EXIT.
078100
078200 4220-RELEASE-HISTORY-ROW.
078300     ADD 1 TO WS-FT-CHECKED(WS-FILE-STUHIST).
078400     MOVE WS-FILE-STUHIST  TO WS-OW-FILE.
078500     MOVE HIS-STU-NUMBER   TO WS-OW-STU-NUMBER.
078600     MOVE HIS-LAST-TERM    TO WS-OW-TERM.
078700     MOVE HIS-ARCHIVE-DATE TO WS-OW-DETAIL.
078800     IF HIS-LAST-TERM NOT = SPACES
078900         MOVE HIS-LAST-TERM TO WS-CHECK-TERM
079000         PERFORM 8300-CHECK-TERM THRU 8300-EXIT
079100         IF NOT WS-REF-FOUND
079200             MOVE WS-RULE-NO-TERM TO WS-OW-RULE
079300             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
079400         END-IF
079500     END-IF.
079600     MOVE ZERO TO NS-SOURCE.
079700     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
079800     PERFORM 4210-READ-HISTORY THRU 4210-EXIT.
079900 4220-EXIT.
080000     EXIT.
080100
080200 4300-RELEASE-GRADES.
080300     MOVE "N" TO WS-IN-EOF-SW.
080400     OPEN INPUT GRADE-FILE.
080500     IF WS-GRDFILE-STATUS NOT = "00"
080600         DISPLAY "INTEGCHK: GRDFILE OPEN FAILED, STATUS="
080700                 WS-GRDFILE-STATUS
080800         GO TO 9999-ABEND
080900     END-IF.
081000     PERFORM 4310-READ-GRADE THRU 4310-EXIT.
081100     PERFORM 4320-RELEASE-GRADE-ROW THRU 4320-EXIT
081200         UNTIL WS-IN-EOF.
081300     CLOSE GRADE-FILE.
081400 4300-EXIT.
081500     EXIT.
081600
081700 4310-READ-GRADE.
081800     READ GRADE-FILE
081900         AT END
082000             SET WS-IN-EOF TO TRUE
082100     END-READ.
082200 4310-EXIT.
082300     EXIT.
082400
082500 4320-RELEASE-GRADE-ROW.
082600     ADD 1 TO WS-FT-CHECKED(WS-FILE-GRDFILE).
082700     MOVE WS-FILE-GRDFILE TO WS-OW-FILE.
082800     MOVE GRD-STU-NUMBER  TO WS-OW-STU-NUMBER.
082900     MOVE GRD-TERM        TO WS-OW-TERM.
083000     MOVE GRD-SUBJ-CODE   TO WS-OW-DETAIL.
083100     MOVE GRD-SUBJ-CODE TO WS-CHECK-SUBJ-CODE.
083200     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
083300     IF NOT WS-REF-FOUND
083400         MOVE WS-RULE-NO-SUBJECT TO WS-OW-RULE
083500         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
083600     END-IF.
083700     MOVE GRD-TERM TO WS-CHECK-TERM.
083800     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
083900     IF NOT WS-REF-FOUND
084000         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
084100         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
084200     END-IF.
084300     MOVE WS-FILE-GRDFILE TO NS-SOURCE.
084400     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
084500     PERFORM 4310-READ-GRADE THRU 4310-EXIT.
084600 4320-EXIT.
084700     EXIT.
084800
084900 4400-RELEASE-GWA-HISTORY.
085000     MOVE "N" TO WS-IN-EOF-SW.
085100     OPEN INPUT GWA-HISTORY.
085200     IF WS-GWAHIST-STATUS NOT = "00"
085300         DISPLAY "INTEGCHK: GWAHIST OPEN FAILED, STATUS="
085400                 WS-GWAHIST-STATUS
085500         GO TO 9999-ABEND
085600     END-IF.
085700     PERFORM 4410-READ-GWA-HISTORY THRU 4410-EXIT.
085800     PERFORM 4420-RELEASE-GWA-ROW THRU 4420-EXIT
085900         UNTIL WS-IN-EOF.
086000     CLOSE GWA-HISTORY.
086100 4400-EXIT.
086200     EXIT.
086300
086400 4410-READ-GWA-HISTORY.
086500     READ GWA-HISTORY
086600         AT END
086700             SET WS-IN-EOF TO TRUE
086800     END-READ.
086900 4410-EXIT.
087000     EXIT.
087100
087200 4420-RELEASE-GWA-ROW.
087300     ADD 1 TO WS-FT-CHECKED(WS-FILE-GWAHIST).
087400     MOVE WS-FILE-GWAHIST TO WS-OW-FILE.
087500     MOVE GWH-STU-NUMBER  TO WS-OW-STU-NUMBER.
087600     MOVE GWH-TERM        TO WS-OW-TERM.
087700     MOVE SPACES          TO WS-OW-DETAIL.
087800     MOVE GWH-TERM TO WS-CHECK-TERM.
087900     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
088000     IF NOT WS-REF-FOUND
088100         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
088200         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
088300     END-IF.
088400     MOVE WS-FILE-GWAHIST TO NS-SOURCE.
088500     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
088600     PERFORM 4410-READ-GWA-HISTORY THRU 4410-EXIT.
088700 4420-EXIT.
088800     EXIT.
088900
089000 4500-RELEASE-SECT-ENROLL.
089100     MOVE "N" TO WS-IN-EOF-SW.
089200     OPEN INPUT SECT-ENROLL-FILE.
089300     IF WS-SENFILE-STATUS NOT = "00"
089400         DISPLAY "INTEGCHK: SENFILE OPEN FAILED, STATUS="
089500                 WS-SENFILE-STATUS
089600         GO TO 9999-ABEND
089700     END-IF.
089800     PERFORM 4510-READ-SECT-ENROLL THRU 4510-EXIT.
089900     PERFORM 4520-RELEASE-SECT-ENROLL-ROW THRU 4520-EXIT
090000         UNTIL WS-IN-EOF.
090100     CLOSE SECT-ENROLL-FILE.
090200 4500-EXIT.
090300     EXIT.
090400
090500 4510-READ-SECT-ENROLL.
090600     READ SECT-ENROLL-FILE
090700         AT END
090800             SET WS-IN-EOF TO TRUE
090900     END-READ.
091000 4510-EXIT.
091100     EXIT.
091200
091300*----------------------------------------------------------*
091400* 4520-RELEASE-SECT-ENROLL-ROW - A SECTION MISSING FROM    *
091500* SECMAST IS REPORTED EVEN WHEN ITS SUBJECT IS ALSO GONE;  *
091600* THE TWO ARE SEPARATE REPAIRS.                            *
091700*----------------------------------------------------------*
091800 4520-RELEASE-SECT-ENROLL-ROW.
091900     ADD 1 TO WS-FT-CHECKED(WS-FILE-SENFILE).
092000     MOVE WS-FILE-SENFILE TO WS-OW-FILE.
092100     MOVE SEN-STU-NUMBER  TO WS-OW-STU-NUMBER.
092200     MOVE SEN-TERM        TO WS-OW-TERM.
092300     MOVE SEN-SUBJ-CODE   TO WS-SD-SUBJ-CODE.
092400     MOVE SEN-SECTION     TO WS-SD-SECTION.
092500     MOVE WS-SEC-DETAIL   TO WS-OW-DETAIL.
092600     MOVE SEN-SUBJ-CODE TO SEC-SUBJ-CODE.
092700     MOVE SEN-SECTION   TO SEC-SECTION.
092800     READ SECTION-MASTER
092900         INVALID KEY
093000             MOVE WS-RULE-NO-SECTION TO WS-OW-RULE
093100             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
093200     END-READ.
093300     MOVE SEN-SUBJ-CODE TO WS-CHECK-SUBJ-CODE.
093400     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
093500     IF NOT WS-REF-FOUND
093600         MOVE WS-RULE-NO-SUBJECT TO WS-OW-RULE
093700         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
093800     END-IF.
093900     MOVE SEN-TERM TO WS-CHECK-TERM.
094000     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
094100     IF NOT WS-REF-FOUND
094200         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
094300         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
094400     END-IF.
094500     MOVE WS-FILE-SENFILE TO NS-SOURCE.
094600     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
094700     PERFORM 4510-READ-SECT-ENROLL THRU 4510-EXIT.
094800 4520-EXIT.
094900     EXIT.
095000
095100 4600-RELEASE-ENROLLMENT.
095200     MOVE "N" TO WS-IN-EOF-SW.
095300     OPEN INPUT ENROLLMENT-FILE.
095400     IF WS-ENRFILE-STATUS NOT = "00"
095500         DISPLAY "INTEGCHK: ENRFILE OPEN FAILED, STATUS="
095600                 WS-ENRFILE-STATUS
095700         GO TO 9999-ABEND
095800     END-IF.
095900     PERFORM 4610-READ-ENROLLMENT THRU 4610-EXIT.
096000     PERFORM 4620-RELEASE-ENROLLMENT-ROW THRU 4620-EXIT
096100         UNTIL WS-IN-EOF.
096200     CLOSE ENROLLMENT-FILE.
096300 4600-EXIT.
096400     EXIT.
096500
096600 4610-READ-ENROLLMENT.
096700     READ ENROLLMENT-FILE NEXT RECORD
096800         AT END
096900             SET WS-IN-EOF TO TRUE
097000     END-READ.
097100 4610-EXIT.
097200     EXIT.
097300
097400 4620-RELEASE-ENROLLMENT-ROW.
097500     ADD 1 TO WS-FT-CHECKED(WS-FILE-ENRFILE).
097600     MOVE WS-FILE-ENRFILE TO WS-OW-FILE.
097700     MOVE ENR-STU-NUMBER  TO WS-OW-STU-NUMBER.
097800     MOVE ENR-TERM        TO WS-OW-TERM.
097900     MOVE SPACES          TO WS-OW-DETAIL.
098000     MOVE ENR-TERM TO WS-CHECK-TERM.
098100     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
098200     IF NOT WS-REF-FOUND
098300         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
098400         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
098500     END-IF.
098600     MOVE WS-FILE-ENRFILE TO NS-SOURCE.
098700     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
098800     PERFORM 4610-READ-ENROLLMENT THRU 4610-EXIT.
098900 4620-EXIT.
099000     EXIT.
099100
099200*----------------------------------------------------------*
099300* 4630-RELEASE-SECT-WAIT - CHECKED AS SENFILE IS.  NO      *
099400* SECWAIT YET MEANS NO SECTION HAS EVER FILLED.            *
099500*----------------------------------------------------------*
099600 4630-RELEASE-SECT-WAIT.
099700     MOVE "N" TO WS-IN-EOF-SW.
099800     OPEN INPUT SECTION-WAIT-FILE.
099900     IF WS-SECWAIT-STATUS NOT = "00" AND
100000             WS-SECWAIT-STATUS NOT = "05"
100100         DISPLAY "INTEGCHK: SECWAIT OPEN FAILED, STATUS="
100200                 WS-SECWAIT-STATUS
100300         GO TO 9999-ABEND
100400     END-IF.
100500     PERFORM 4640-READ-SECT-WAIT THRU 4640-EXIT.
100600     PERFORM 4650-RELEASE-SECT-WAIT-ROW THRU 4650-EXIT
100700         UNTIL WS-IN-EOF.
100800     CLOSE SECTION-WAIT-FILE.
100900 4630-EXIT.
101000     EXIT.
101100
101200 4640-READ-SECT-WAIT.
101300     READ SECTION-WAIT-FILE NEXT RECORD
101400         AT END
101500             SET WS-IN-EOF TO TRUE
101600     END-READ.
101700 4640-EXIT.
101800     EXIT.
101900
102000 4650-RELEASE-SECT-WAIT-ROW.
102100     ADD 1 TO WS-FT-CHECKED(WS-FILE-SECWAIT).
102200     MOVE WS-FILE-SECWAIT TO WS-OW-FILE.
102300     MOVE SWT-STU-NUMBER  TO WS-OW-STU-NUMBER.
102400     MOVE SWT-TERM        TO WS-OW-TERM.
102500     MOVE SWT-SUBJ-CODE   TO WS-SD-SUBJ-CODE.
102600     MOVE SWT-SECTION     TO WS-SD-SECTION.
102700     MOVE WS-SEC-DETAIL   TO WS-OW-DETAIL.
102800     MOVE SWT-SUBJ-CODE TO SEC-SUBJ-CODE.
102900     MOVE SWT-SECTION   TO SEC-SECTION.
103000     READ SECTION-MASTER
103100         INVALID KEY
103200             MOVE WS-RULE-NO-SECTION TO WS-OW-RULE
103300             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
103400     END-READ.
103500     MOVE SWT-SUBJ-CODE TO WS-CHECK-SUBJ-CODE.
103600     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
103700     IF NOT WS-REF-FOUND
103800         MOVE WS-RULE-NO-SUBJECT TO WS-OW-RULE
103900         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
104000     END-IF.
104100     MOVE SWT-TERM TO WS-CHECK-TERM.
104200     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
104300     IF NOT WS-REF-FOUND
104400         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
104500         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
104600     END-IF.
104700     MOVE WS-FILE-SECWAIT TO NS-SOURCE.
104800     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
104900     PERFORM 4640-READ-SECT-WAIT THRU 4640-EXIT.
105000 4650-EXIT.
105100     EXIT.
105200
105300*----------------------------------------------------------*
105400* 4660-RELEASE-HOLDS - LIFTED HOLDS ARE KEPT AND CHECKED   *
105500* TOO.  NO HOLDMAST YET MEANS NO HOLD HAS BEEN PLACED.     *
105600*----------------------------------------------------------*
105700 4660-RELEASE-HOLDS.
105800     MOVE "N" TO WS-IN-EOF-SW.
105900     OPEN INPUT HOLD-MASTER.
106000     IF WS-HOLDMAST-STATUS NOT = "00" AND
106100             WS-HOLDMAST-STATUS NOT = "05"
106200         DISPLAY "INTEGCHK: HOLDMAST OPEN FAILED, STATUS="
106300                 WS-HOLDMAST-STATUS
106400         GO TO 9999-ABEND
106500     END-IF.
106600     PERFORM 4670-READ-HOLD THRU 4670-EXIT.
106700     PERFORM 4680-RELEASE-HOLD-ROW THRU 4680-EXIT
106800         UNTIL WS-IN-EOF.
106900     CLOSE HOLD-MASTER.
107000 4660-EXIT.
107100     EXIT.
107200
107300 4670-READ-HOLD.
107400     READ HOLD-MASTER NEXT RECORD
107500         AT END
107600             SET WS-IN-EOF TO TRUE
107700     END-READ.
107800 4670-EXIT.
107900     EXIT.
108000
108100 4680-RELEASE-HOLD-ROW.
108200     ADD 1 TO WS-FT-CHECKED(WS-FILE-HOLDMAST).
108300     MOVE WS-FILE-HOLDMAST TO WS-OW-FILE.
108400     MOVE HLD-STU-NUMBER   TO WS-OW-STU-NUMBER.
108500     MOVE SPACES           TO WS-OW-TERM.
108600     MOVE HLD-TYPE         TO WS-OW-DETAIL.
108700     MOVE WS-FILE-HOLDMAST TO NS-SOURCE.
108800     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
108900     PERFORM 4670-READ-HOLD THRU 4670-EXIT.
109000 4680-EXIT.
109100     EXIT.
109101
109102*----------------------------------------------------------*
109103* 4690-RELEASE-WAIVER-LOG - CHECKED AS SENFILE IS, PLUS    *
109104* THE PREREQUISITE WAIVED.  NO PRQWLOG YET MEANS NO WAIVER *
109105* HAS BEEN USED.                                           *
109106*----------------------------------------------------------*
109107 4690-RELEASE-WAIVER-LOG.
109108     MOVE "N" TO WS-IN-EOF-SW.
109109     OPEN INPUT WAIVER-LOG-FILE.
109110     IF WS-PRQWLOG-STATUS NOT = "00" AND
109111             WS-PRQWLOG-STATUS NOT = "05"
109112         DISPLAY "INTEGCHK: PRQWLOG OPEN FAILED, STATUS="
109113                 WS-PRQWLOG-STATUS
109114         GO TO 9999-ABEND
109115     END-IF.
109116     PERFORM 4693-READ-WAIVER-LOG THRU 4693-EXIT.
109117     PERFORM 4696-RELEASE-WAIVER-ROW THRU 4696-EXIT
109118         UNTIL WS-IN-EOF.
109119     CLOSE WAIVER-LOG-FILE.
109120 4690-EXIT.
109121     EXIT.
109122
109123 4693-READ-WAIVER-LOG.
109124     READ WAIVER-LOG-FILE
109125         AT END
109126             SET WS-IN-EOF TO TRUE
109127     END-READ.
109128 4693-EXIT.
109129     EXIT.
109130
109131 4696-RELEASE-WAIVER-ROW.
109132     ADD 1 TO WS-FT-CHECKED(WS-FILE-PRQWLOG).
109133     MOVE WS-FILE-PRQWLOG TO WS-OW-FILE.
109134     MOVE PWL-STU-NUMBER  TO WS-OW-STU-NUMBER.
109135     MOVE PWL-TERM        TO WS-OW-TERM.
109136     MOVE PWL-SUBJ-CODE   TO WS-SD-SUBJ-CODE.
109137     MOVE PWL-SECTION     TO WS-SD-SECTION.
109138     MOVE WS-SEC-DETAIL   TO WS-OW-DETAIL.
109139     MOVE PWL-SUBJ-CODE TO SEC-SUBJ-CODE.
109140     MOVE PWL-SECTION   TO SEC-SECTION.
109141     READ SECTION-MASTER
109142         INVALID KEY
109143             MOVE WS-RULE-NO-SECTION TO WS-OW-RULE
109144             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
109145     END-READ.
109146     MOVE PWL-SUBJ-CODE TO WS-CHECK-SUBJ-CODE.
109147     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
109148     IF NOT WS-REF-FOUND
109149         MOVE WS-RULE-NO-SUBJECT TO WS-OW-RULE
109150         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
109151     END-IF.
109152     MOVE PWL-TERM TO WS-CHECK-TERM.
109153     PERFORM 8300-CHECK-TERM THRU 8300-EXIT.
109154     IF NOT WS-REF-FOUND
109155         MOVE WS-RULE-NO-TERM TO WS-OW-RULE
109156         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
109157     END-IF.
109158     MOVE PWL-PREREQ-CODE TO WS-CHECK-SUBJ-CODE.
109159     PERFORM 8310-CHECK-SUBJECT THRU 8310-EXIT.
109160     IF NOT WS-REF-FOUND
109161         MOVE WS-RULE-NO-PREREQ TO WS-OW-RULE
109162         MOVE PWL-PREREQ-CODE   TO WS-OW-DETAIL
109163         PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
109164         MOVE WS-SEC-DETAIL     TO WS-OW-DETAIL
109165     END-IF.
109166     MOVE WS-FILE-PRQWLOG TO NS-SOURCE.
109167     PERFORM 4900-RELEASE-NUMBER THRU 4900-EXIT.
109168     PERFORM 4693-READ-WAIVER-LOG THRU 4693-EXIT.
109169 4696-EXIT.
109170     EXIT.
109200
109300 4700-READ-NUMBER-SORTED.
109400     READ NUM-SORTED-FILE
109500         AT END
109600             SET WS-SORTED-EOF TO TRUE
109700     END-READ.
109800     IF NOT WS-SORTED-EOF
109900         MOVE NUM-SORTED-RECORD TO NUM-SORT-RECORD
110000     END-IF.
110100 4700-EXIT.
110200     EXIT.
110300
110400*----------------------------------------------------------*
110500* 4800-CHECK-ONE-NUMBER-ROW - THE FIRST ROW OF A NUMBER    *
110600* LOOKS IT UP ON STUDMAST; ITS HISTORY ROWS, IF ANY, COME  *
110700* AHEAD OF EVERY REFERENCING ROW.                          *
110800*----------------------------------------------------------*
110900 4800-CHECK-ONE-NUMBER-ROW.
111000     IF NS-STU-NUMBER NOT = WS-PREV-NUMBER
111100         MOVE NS-STU-NUMBER TO WS-PREV-NUMBER
111200         MOVE "N" TO WS-ON-HISTORY-SW
111300         MOVE NS-STU-NUMBER TO STU-NUMBER
111400         READ STUDENT-MASTER
111500             INVALID KEY
111600                 MOVE "N" TO WS-ON-MASTER-SW
111700             NOT INVALID KEY
111800                 MOVE "Y" TO WS-ON-MASTER-SW
111900         END-READ
112000     END-IF.
112100     MOVE NS-STU-NUMBER TO WS-OW-STU-NUMBER.
112200     MOVE NS-TERM       TO WS-OW-TERM.
112300     MOVE NS-DETAIL     TO WS-OW-DETAIL.
112400     IF NS-FROM-HISTORY
112500         MOVE "Y" TO WS-ON-HISTORY-SW
112600         IF WS-ON-MASTER
112700             MOVE WS-FILE-STUHIST TO WS-OW-FILE
112800             MOVE WS-RULE-ON-BOTH TO WS-OW-RULE
112900             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
113000         END-IF
113100     ELSE
113200         IF NOT WS-ON-MASTER AND NOT WS-ON-HISTORY
113300             MOVE NS-SOURCE          TO WS-OW-FILE
113400             MOVE WS-RULE-NO-STUDENT TO WS-OW-RULE
113500             PERFORM 8400-WRITE-ORPHAN THRU 8400-EXIT
113600         END-IF
113700     END-IF.
113800     PERFORM 4700-READ-NUMBER-SORTED THRU 4700-EXIT.
113900 4800-EXIT.
114000     EXIT.
114100
114200*----------------------------------------------------------*
114300* 4900-RELEASE-NUMBER - THE CALLER HAS SET THE SOURCE AND  *
114400* THE ORPHAN FIELDS FOR THE ROW; CARRY THEM INTO THE SORT. *
114500*----------------------------------------------------------*
114600 4900-RELEASE-NUMBER.
114700     MOVE WS-OW-STU-NUMBER TO NS-STU-NUMBER.
114800     MOVE WS-OW-TERM       TO NS-TERM.
114900     MOVE WS-OW-DETAIL     TO NS-DETAIL.
115000     RELEASE NUM-SORT-RECORD.
115100 4900-EXIT.
115200     EXIT.
115300
115400*----------------------------------------------------------*
115500* 5000-REPORT-ORPHANS - THE ORPHANS BY FILE, THEN RULE, IN *
115600* THE ORDER FOUND, WITH A COUNT AT EACH BREAK.             *
115700*----------------------------------------------------------*
115800 5000-REPORT-ORPHANS.
115900     MOVE "N" TO WS-IN-EOF-SW.
116000     SORT ORPH-SORT-FILE
116100         ON ASCENDING KEY OS-FILE OS-RULE OS-SEQ
116200         INPUT PROCEDURE IS 5100-RELEASE-ORPHANS
116300         GIVING ORPH-SORTED-FILE.
116400     MOVE "N" TO WS-SORTED-EOF-SW.
116500     OPEN INPUT ORPH-SORTED-FILE.
116600     IF WS-ORPSORT-STATUS NOT = "00"
116700         DISPLAY "INTEGCHK: ORPSORT OPEN FAILED, STATUS="
116800                 WS-ORPSORT-STATUS
116900         GO TO 9999-ABEND
117000     END-IF.
117100     PERFORM 5200-READ-ORPHAN-SORTED THRU 5200-EXIT.
117200     IF WS-SORTED-EOF
117300         MOVE "NO ORPHANS FOUND - EVERY REFERENCE RESOLVES"
117400             TO PRT-DETAIL-LINE
117500         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
117600     END-IF.
117700     MOVE ZERO TO WS-PREV-FILE WS-PREV-RULE.
117800     PERFORM 5300-PRINT-ONE-ORPHAN THRU 5300-EXIT
117900         UNTIL WS-SORTED-EOF.
118000     IF WS-PREV-FILE NOT = ZERO
118100         PERFORM 5400-END-RULE THRU 5400-EXIT
118200         PERFORM 5500-END-FILE THRU 5500-EXIT
118300     END-IF.
118400     CLOSE ORPH-SORTED-FILE.
118500 5000-EXIT.
118600     EXIT.
118700
118800 5100-RELEASE-ORPHANS.
118900     OPEN INPUT ORPHAN-WORK-FILE.
119000     IF WS-ORPHWK-STATUS NOT = "00"
119100         DISPLAY "INTEGCHK: ORPHWK RE-OPEN FAILED, STATUS="
119200                 WS-ORPHWK-STATUS
119300         GO TO 9999-ABEND
119400     END-IF.
119500     PERFORM 5110-READ-ORPHAN-WORK THRU 5110-EXIT.
119600     PERFORM 5120-RELEASE-ONE-ORPHAN THRU 5120-EXIT
119700         UNTIL WS-IN-EOF.
119800     CLOSE ORPHAN-WORK-FILE.
119900 5100-EXIT.
120000     EXIT.
120100
120200 5110-READ-ORPHAN-WORK.
120300     READ ORPHAN-WORK-FILE
120400         AT END
120500             SET WS-IN-EOF TO TRUE
120600     END-READ.
120700 5110-EXIT.
120800     EXIT.
120900
121000 5120-RELEASE-ONE-ORPHAN.
121100     MOVE ORPHAN-WORK-RECORD TO ORPH-SORT-RECORD.
121200     RELEASE ORPH-SORT-RECORD.
121300     PERFORM 5110-READ-ORPHAN-WORK THRU 5110-EXIT.
121400 5120-EXIT.
121500     EXIT.
121600
121700 5200-READ-ORPHAN-SORTED.
121800     READ ORPH-SORTED-FILE
121900         AT END
122000             SET WS-SORTED-EOF TO TRUE
122100     END-READ.
122200     IF NOT WS-SORTED-EOF
122300         MOVE ORPH-SORTED-RECORD TO ORPH-SORT-RECORD
122400     END-IF.
122500 5200-EXIT.
122600     EXIT.
122700
122800 5300-PRINT-ONE-ORPHAN.
122900     IF OS-FILE NOT = WS-PREV-FILE OR OS-RULE NOT = WS-PREV-RULE
123000         IF WS-PREV-FILE NOT = ZERO
123100             PERFORM 5400-END-RULE THRU 5400-EXIT
123200             IF OS-FILE NOT = WS-PREV-FILE
123300                 PERFORM 5500-END-FILE THRU 5500-EXIT
123400             END-IF
123500         END-IF
123600         MOVE OS-FILE TO WS-PREV-FILE
123700         MOVE OS-RULE TO WS-PREV-RULE
123800         PERFORM 5600-PRINT-GROUP-HEADING THRU 5600-EXIT
123900     END-IF.
124000     MOVE OS-STU-NUMBER TO WS-OL-STU-NUMBER.
124100     MOVE OS-TERM       TO WS-OL-TERM.
124200     MOVE OS-DETAIL     TO WS-OL-DETAIL.
124300     MOVE WS-ORPHAN-LINE TO PRT-DETAIL-LINE.
124400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
124500     ADD 1 TO WS-RULE-COUNT.
124600     PERFORM 5200-READ-ORPHAN-SORTED THRU 5200-EXIT.
124700 5300-EXIT.
124800     EXIT.
124900
125000 5400-END-RULE.
125100     MOVE "RULE TOTAL"  TO WS-TL-LABEL.
125200     MOVE WS-RULE-COUNT TO WS-TL-COUNT.
125300     MOVE WS-TOTAL-LINE TO PRT-DETAIL-LINE.
125400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
125500     MOVE ZERO TO WS-RULE-COUNT.
125600 5400-EXIT.
125700     EXIT.
125800
125900 5500-END-FILE.
126000     MOVE SPACES TO WS-TL-LABEL.
126100     STRING "FILE TOTAL " DELIMITED BY SIZE
126200            WS-FILE-NAME(WS-PREV-FILE) DELIMITED BY SIZE
126300         INTO WS-TL-LABEL.
126400     MOVE WS-FT-ORPHANS(WS-PREV-FILE) TO WS-TL-COUNT.
126500     MOVE WS-TOTAL-LINE TO PRT-DETAIL-LINE.
126600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
126700 5500-EXIT.
126800     EXIT.
126900
127000 5600-PRINT-GROUP-HEADING.
127100     MOVE SPACES TO PRT-DETAIL-LINE.
127200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
127300     MOVE WS-FILE-NAME(OS-FILE) TO WS-GL-FILE.
127400     MOVE WS-RULE-TEXT(OS-RULE) TO WS-GL-RULE.
127500     MOVE WS-GROUP-LINE TO PRT-DETAIL-LINE.
127600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
127700 5600-EXIT.
127800     EXIT.
127900
128000*----------------------------------------------------------*
128100* 6000-REPORT-FILE-TOTALS - ROWS CHECKED AND ORPHANS FOUND *
128200* FOR EVERY FILE, CLEAN ONES INCLUDED, AND THE RUN TOTAL.  *
128300*----------------------------------------------------------*
128400 6000-REPORT-FILE-TOTALS.
128500     MOVE SPACES TO PRT-DETAIL-LINE.
128600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
128700     MOVE "ROWS CHECKED AND ORPHANS FOUND BY FILE"
128800         TO PRT-DETAIL-LINE.
128900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
129000     PERFORM 6100-REPORT-ONE-FILE THRU 6100-EXIT
129100         VARYING WS-FILE-SUB FROM 1 BY 1
129200         UNTIL WS-FILE-SUB > 13.
129300     MOVE "TOTAL"          TO WS-FS-FILE.
129400     MOVE WS-TOTAL-CHECKED TO WS-FS-CHECKED.
129500     MOVE WS-TOTAL-ORPHANS TO WS-FS-ORPHANS.
129600     MOVE WS-FILE-SUMMARY-LINE TO PRT-DETAIL-LINE.
129700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
129800 6000-EXIT.
129900     EXIT.
130000
130100 6100-REPORT-ONE-FILE.
130200     MOVE WS-FILE-NAME(WS-FILE-SUB)  TO WS-FS-FILE.
130300     MOVE WS-FT-CHECKED(WS-FILE-SUB) TO WS-FS-CHECKED.
130400     MOVE WS-FT-ORPHANS(WS-FILE-SUB) TO WS-FS-ORPHANS.
130500     MOVE WS-FILE-SUMMARY-LINE TO PRT-DETAIL-LINE.
130600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
130700     ADD WS-FT-CHECKED(WS-FILE-SUB) TO WS-TOTAL-CHECKED.
130800 6100-EXIT.
130900     EXIT.
131000
131100     COPY PRTFMT.
131200
131300*----------------------------------------------------------*
131400* 8300-CHECK-TERM - WS-CHECK-TERM ON TERMMAST.  MOST ROWS  *
131500* OF A FILE CARRY THE SAME FEW TERMS, SO THE LAST ANSWER   *
131600* IS KEPT AND REUSED FOR THE SAME TERM.                    *
131700*----------------------------------------------------------*
131800 8300-CHECK-TERM.
131900     IF WS-CHECK-TERM NOT = WS-LAST-TERM
132000         MOVE WS-CHECK-TERM TO WS-LAST-TERM
132100         MOVE WS-CHECK-TERM TO TRM-TERM-CODE
132200         READ TERM-MASTER
132300             INVALID KEY
132400                 MOVE "N" TO WS-LAST-TERM-SW
132500             NOT INVALID KEY
132600                 MOVE "Y" TO WS-LAST-TERM-SW
132700         END-READ
132800     END-IF.
132900     MOVE WS-LAST-TERM-SW TO WS-REF-FOUND-SW.
133000 8300-EXIT.
133100     EXIT.
133200
133300 8310-CHECK-SUBJECT.
133400     MOVE WS-CHECK-SUBJ-CODE TO CURR-SUBJ-CODE.
133500     READ CURRICULUM-MASTER
133600         INVALID KEY
133700             MOVE "N" TO WS-REF-FOUND-SW
133800         NOT INVALID KEY
133900             MOVE "Y" TO WS-REF-FOUND-SW
134000     END-READ.
134100 8310-EXIT.
134200     EXIT.
134300
134400*----------------------------------------------------------*
134500* 8400-WRITE-ORPHAN - RECORD ONE ORPHAN FROM WS-ORPHAN-    *
134600* WORK AND ADD IT TO ITS FILE'S COUNT AND THE RUN HASH.    *
134700*----------------------------------------------------------*
134800 8400-WRITE-ORPHAN.
134900     ADD 1 TO WS-ORPHAN-SEQ.
135000     MOVE WS-OW-FILE       TO OW-FILE.
135100     MOVE WS-OW-RULE       TO OW-RULE.
135200     MOVE WS-ORPHAN-SEQ    TO OW-SEQ.
135300     MOVE WS-OW-STU-NUMBER TO OW-STU-NUMBER.
135400     MOVE WS-OW-TERM       TO OW-TERM.
135500     MOVE WS-OW-DETAIL     TO OW-DETAIL.
135600     WRITE ORPHAN-WORK-RECORD.
135700     ADD 1 TO WS-FT-ORPHANS(WS-OW-FILE).
135800     ADD 1 TO WS-TOTAL-ORPHANS.
135900     ADD WS-OW-STU-NUMBER TO WS-ORPHAN-HASH.
136000 8400-EXIT.
136100     EXIT.
136200
136300*----------------------------------------------------------*
136400* 8900-WRITE-CONTROL-TOTAL - READ = ROWS CHECKED ACROSS    *
136500* EVERY FILE, WRITTEN = ORPHANS FOUND, HASH = SUM OF THE   *
136600* ORPHANS' STUDENT NUMBERS.                                *
136700*----------------------------------------------------------*
136800 8900-WRITE-CONTROL-TOTAL.
136900     OPEN EXTEND CONTROL-TOTAL-FILE.
137000     IF WS-CTLFILE-STATUS NOT = "00" AND
137100             WS-CTLFILE-STATUS NOT = "05"
137200         DISPLAY "INTEGCHK: CTLFILE OPEN FAILED, STATUS="
137300                 WS-CTLFILE-STATUS
137400     ELSE
137500         MOVE "INTEGCHK  " TO CTL-PROGRAM
137600         MOVE WS-RUN-DATE TO CTL-RUN-DATE
137700         MOVE WS-RUN-TIME TO CTL-RUN-TIME
137800         MOVE WS-TOTAL-CHECKED TO CTL-RECS-READ
137900         MOVE WS-TOTAL-ORPHANS TO CTL-RECS-WRITTEN
138000         MOVE WS-ORPHAN-HASH   TO CTL-HASH-TOTAL
138100         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
138200         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
138300         WRITE CONTROL-TOTAL-RECORD
138400         CLOSE CONTROL-TOTAL-FILE
138500     END-IF.
138600 8900-EXIT.
138700     EXIT.
138800
138900 9000-TERMINATE.
139000     CLOSE STUDENT-MASTER.
139100     CLOSE SECTION-MASTER.
139200     CLOSE CURRICULUM-MASTER.
139300     CLOSE TERM-MASTER.
139400     CLOSE ACTIVITY-MASTER.
139500     CLOSE REPORT-FILE.
139600     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
139700     DISPLAY "INTEGCHK: ROWS CHECKED=" WS-TOTAL-CHECKED
139800             " ORPHANS=" WS-TOTAL-ORPHANS.
139900 9000-EXIT.
140000     EXIT.
140100
140200*----------------------------------------------------------*
140300* 9999-ABEND - A FILE THE SWEEP CANNOT OPEN LEAVES THE     *
140400* REPORT INCOMPLETE; END THE RUN WITH A NONZERO RETURN     *
140500* CODE AND NO CONTROL ROW.                                 *
140600*----------------------------------------------------------*
140700 9999-ABEND.
140800     MOVE 16 TO RETURN-CODE.
140900     STOP RUN.
