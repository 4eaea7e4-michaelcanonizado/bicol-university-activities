000100*================================================================*
000200* PROGRAM:     ACTPOST                                           *
000300* PURPOSE:     CO-CURRICULAR ACTIVITY POSTING - APPLIES THE      *
000400*              MODERATORS' ATTENDANCE BATCHES (ACTPFILE) TO THE  *
000500*              STU-ACTIVITY TABLE ON STUDENT-MASTER.  EVERY      *
000600*              BATCH CARRIES A HEADER (MODERATOR, ACTIVITY CODE, *
000700*              TERM, ROW COUNT); THE MODERATOR MUST BE ON THE    *
000800*              FACULTY MASTER, THE CODE ON ACTIVITY-MASTER, THE  *
000900*              TERM ON THE TERM MASTER, AND THE ROWS MUST MATCH  *
001000*              THE COUNT, OR THE WHOLE BATCH IS REFUSED.  EACH   *
001100*              ROW OF A CLEAN BATCH IS CREDITED ONLY UP TO ITS   *
001200*              CATEGORY'S PER-SEMESTER POINT CAP.  A STUDENT     *
001300*              WHOSE TEN ACTIVITY SLOTS ARE ALREADY USED IS      *
001400*              REFUSED AND LISTED AT THE END OF THE REGISTER     *
001500*              RATHER THAN LOSING THE ACTIVITY SILENTLY.  EVERY  *
001600*              POSTING NOT CREDITED IN FULL ALSO GOES TO THE     *
001700*              ACTIVITY EXCEPTIONS REPORT (ACTEXRPT) FOR THE     *
001800*              MORNING SUMMARY.                                  *
001900*                                                                *
002000* RUNS NIGHTLY AFTER THE ROSTER LOAD (SEE BUACTJOB STEP012).     *
002100*                                                                *
002200* MOD-LOG                                                        *
002300*   2026-10-15  MC  ORIGINAL - REPLACES THE HARD-CODED ACTIVITY  *
002400*                   SEED TABLE THE ROSTER LOAD USED TO TALLY.    *
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ACTPOST.
002800 AUTHOR. M-CANONIZADO.
002900 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POSTING-FILE ASSIGN TO "ACTPFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ACTPFILE-STATUS.
003900
004000     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS FAC-ID
004400         FILE STATUS IS WS-FACMAST-STATUS.
004500
004600     SELECT ACTIVITY-MASTER ASSIGN TO "ACTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS ACT-CODE
005000         FILE STATUS IS WS-ACTMAST-STATUS.
005100
005200     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS TRM-TERM-CODE
005600         FILE STATUS IS WS-TERMMAST-STATUS.
005700
005800     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS STU-NUMBER
006200         FILE STATUS IS WS-STUDMAST-STATUS.
006300
006400     SELECT ACT-EXCEPTION-REPORT ASSIGN TO "ACTEXRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CTLFILE-STATUS.
007000
007100     SELECT REPORT-FILE ASSIGN TO "ACTPRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  POSTING-FILE
007700     LABEL RECORDS ARE OMITTED.
007800     COPY ACPREC.
007900
008000 FD  FACULTY-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200     COPY FACREC.
008300
008400 FD  ACTIVITY-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600     COPY ACTREC.
008700
008800 FD  TERM-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000     COPY TRMREC.
009100
009200 FD  STUDENT-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400     COPY STUDREC.
009500
009600 FD  ACT-EXCEPTION-REPORT
009700     LABEL RECORDS ARE OMITTED.
009800 01  ACT-EXCEPTION-LINE.
009900     05  AEX-STU-NUMBER              PIC 9(09).
010000     05  FILLER                      PIC X(02).
010100     05  AEX-ACT-CODE                PIC X(06).
010200     05  FILLER                      PIC X(02).
010300     05  AEX-SEMESTER                PIC X(06).
010400     05  FILLER                      PIC X(02).
010500     05  AEX-POINTS                  PIC ZZ9.99.
010600     05  FILLER                      PIC X(02).
010700     05  AEX-REASON                  PIC X(30).
010800
010900 FD  CONTROL-TOTAL-FILE
011000     LABEL RECORDS ARE OMITTED.
011100     COPY CTLREC.
011200
011300 FD  REPORT-FILE
011400     LABEL RECORDS ARE OMITTED.
011500 01  REPORT-LINE                     PIC X(132).
011600
011700 WORKING-STORAGE SECTION.
011800     COPY PRTCTL.
011900     COPY NAMWREC.
012000
012100 01  WS-FILE-STATUSES.
012200     05  WS-ACTPFILE-STATUS          PIC X(02) VALUE "00".
012300     05  WS-FACMAST-STATUS           PIC X(02) VALUE "00".
012400     05  WS-ACTMAST-STATUS           PIC X(02) VALUE "00".
012500     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
012600     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
012700     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
012800
012900 01  WS-SWITCHES.
013000     05  WS-ACP-EOF-SW               PIC X(01) VALUE "N".
013100         88  WS-ACP-EOF                  VALUE "Y".
013200     05  WS-BATCH-OPEN-SW            PIC X(01) VALUE "N".
013300         88  WS-BATCH-OPEN               VALUE "Y".
013400     05  WS-BATCH-VALID-SW           PIC X(01) VALUE "Y".
013500         88  WS-BATCH-VALID              VALUE "Y".
013600         88  WS-BATCH-INVALID            VALUE "N".
013700     05  WS-ALREADY-POSTED-SW        PIC X(01) VALUE "N".
013800         88  WS-ALREADY-POSTED           VALUE "Y".
013900
014000 01  WS-SUBSCRIPTS.
014100     05  WS-SUB                      PIC 99  VALUE ZERO.
014200     05  WS-ROW-SUB                  PIC 999 VALUE ZERO.
014300     05  WS-SCAN-SUB                 PIC 99  VALUE ZERO.
014400     05  WS-FULL-SUB                 PIC 999 VALUE ZERO.
014500
014600 01  WS-COUNTERS.
014700     05  WS-BATCHES-ACCEPTED         PIC 9(05) VALUE ZERO.
014800     05  WS-BATCHES-REFUSED          PIC 9(05) VALUE ZERO.
014900     05  WS-ROWS-POSTED              PIC 9(05) VALUE ZERO.
015000     05  WS-ROWS-REFUSED             PIC 9(05) VALUE ZERO.
015100
015200*--------------------------------------------------------------*
015300* CONTROL TOTALS FOR THE BALANCING STEP - POSTING ROWS READ,     *
015400* ROWS POSTED TO STUDENT-MASTER, AND THE HASH OF POSTED STUDENT  *
015500* NUMBERS.                                                       *
015600*--------------------------------------------------------------*
015700 01  WS-CONTROL-COUNTS.
015800     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
015900     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
016000     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
016100
016200*--------------------------------------------------------------*
016300* CURRENT BATCH - THE HEADER FIELDS, THE ACTIVITY'S CATEGORY AND *
016400* CAP (KEPT HERE BECAUSE THE CAP CHECK RE-READS ACTIVITY-MASTER  *
016500* FOR THE STUDENT'S EARLIER POSTINGS), AND THE BUFFERED ROWS,    *
016600* APPLIED ONLY ONCE THE WHOLE BATCH HAS VALIDATED.               *
016700*--------------------------------------------------------------*
016800 01  WS-BATCH-WORK.
016900     05  WS-BA-MODERATOR             PIC X(06) VALUE SPACES.
017000     05  WS-BA-ACT-CODE              PIC X(06) VALUE SPACES.
017100     05  WS-BA-TERM                  PIC X(06) VALUE SPACES.
017200     05  WS-BA-REC-COUNT             PIC 9(05) VALUE ZERO.
017300     05  WS-BA-ROWS-SEEN             PIC 9(05) VALUE ZERO.
017400     05  WS-BA-CATEGORY              PIC X(01) VALUE SPACES.
017500     05  WS-BA-CAP                   PIC 9(03)V99 VALUE ZERO.
017600     05  WS-BA-REASON                PIC X(30) VALUE SPACES.
017700
017800 01  WS-ROW-COUNT                    PIC 999 VALUE ZERO.
017900 01  WS-ROW-TABLE.
018000     05  WS-ROW-ENTRY OCCURS 200 TIMES.
018100         10  WS-RW-STU-NUMBER        PIC 9(09).
018200         10  WS-RW-POINTS            PIC 9(03)V99.
018300
018400*--------------------------------------------------------------*
018500* CATEGORY-CAP WORK FIELDS - POINTS THE STUDENT ALREADY HOLDS IN *
018600* THE BATCH'S CATEGORY FOR THE BATCH'S TERM, AND WHAT THIS ROW   *
018700* CAN STILL BE CREDITED.                                         *
018800*--------------------------------------------------------------*
018900 01  WS-CAP-WORK.
019000     05  WS-CAT-CREDITED             PIC 9(05)V99 VALUE ZERO.
019100     05  WS-CREDIT-POINTS            PIC 9(03)V99 VALUE ZERO.
019200     05  WS-ROW-REASON               PIC X(30) VALUE SPACES.
019300
019400*--------------------------------------------------------------*
019500* STUDENTS REFUSED BECAUSE ALL TEN STU-ACTIVITY SLOTS ARE USED - *
019600* PRINTED AS ITS OWN LIST AT THE END OF THE REGISTER SO THE      *
019700* AWARDS COMMITTEE CAN DECIDE WHAT TO DO WITH THE ELEVENTH.      *
019800*--------------------------------------------------------------*
019900 01  WS-FULL-COUNT                   PIC 999 VALUE ZERO.
020000 01  WS-FULL-TABLE.
020100     05  WS-FULL-ENTRY OCCURS 100 TIMES.
020200         10  WS-FL-STU-NUMBER        PIC 9(09).
020300         10  WS-FL-NAME              PIC X(26).
020400         10  WS-FL-ACT-CODE          PIC X(06).
020500         10  WS-FL-TERM              PIC X(06).
020600
020700*--------------------------------------------------------------*
020800* SEED DATA - SAMPLE MODERATOR BATCHES, LOADED ON A RUN WHERE NO *
020900* ACTPFILE EXISTS SO THIS STEP HAS SOMETHING TO POST.  BATCH 1   *
021000* NAMES A STUDENT WHO IS NOT ON THE MASTER, BATCH 3 IS ONE ROW   *
021100* SHORT OF ITS COUNT AND BATCH 4 CARRIES A CODE THAT IS NOT ON   *
021200* ACTIVITY-MASTER, ON PURPOSE SO THE REGISTER HAS REFUSALS TO    *
021300* SHOW.                                                          *
021400*--------------------------------------------------------------*
021500 01  WS-ACP-SEED-VALUES.
021600     05  FILLER PIC X(28) VALUE "HFAC001ACT0012026-100003".
021700     05  FILLER PIC X(28) VALUE "D00000000100500".
021800     05  FILLER PIC X(28) VALUE "D00000000200700".
021900     05  FILLER PIC X(28) VALUE "D00000000300300".
022000     05  FILLER PIC X(28) VALUE "HFAC002ACT0022026-100001".
022100     05  FILLER PIC X(28) VALUE "D00000000100300".
022200     05  FILLER PIC X(28) VALUE "HFAC001ACT0032026-100002".
022300     05  FILLER PIC X(28) VALUE "D00000000200200".
022400     05  FILLER PIC X(28) VALUE "HFAC002ACT9992026-100001".
022500     05  FILLER PIC X(28) VALUE "D00000000200100".
022600
022700 01  WS-ACP-SEED-TABLE REDEFINES WS-ACP-SEED-VALUES.
022800     05  WS-AS-ENTRY OCCURS 10 TIMES.
022900         10  WS-AS-ROW               PIC X(28).
023000
023100 01  WS-BATCH-DETAIL.
023200     05  FILLER                      PIC X(06) VALUE "BATCH ".
023300     05  WS-BD-MODERATOR             PIC X(06).
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  WS-BD-ACT-CODE              PIC X(06).
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  WS-BD-TERM                  PIC X(06).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  WS-BD-ROWS                  PIC ZZZZ9.
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  WS-BD-DISPOSITION           PIC X(30).
024200
024300 01  WS-POST-DETAIL.
024400     05  FILLER                      PIC X(03) VALUE SPACES.
024500     05  WS-PD-STU-NUMBER            PIC 9(09).
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  WS-PD-NAME                  PIC X(26).
024800     05  FILLER                      PIC X(02) VALUE SPACES.
024900     05  WS-PD-POINTS                PIC ZZ9.99.
025000     05  FILLER                      PIC X(02) VALUE SPACES.
025100     05  WS-PD-CREDITED              PIC ZZ9.99.
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  WS-PD-DISPOSITION           PIC X(30).
025400
025500 01  WS-FULL-DETAIL.
025600     05  FILLER                      PIC X(03) VALUE SPACES.
025700     05  WS-FD-STU-NUMBER            PIC 9(09).
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  WS-FD-NAME                  PIC X(26).
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  WS-FD-ACT-CODE              PIC X(06).
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  WS-FD-TERM                  PIC X(06).
026400
026500 01  WS-SUMMARY-LINE.
026600     05  FILLER           PIC X(10) VALUE "ACCEPTED:".
026700     05  WS-SUM-ACCEPTED  PIC ZZZZ9.
026800     05  FILLER           PIC X(11) VALUE "  REFUSED:".
026900     05  WS-SUM-REFUSED   PIC ZZZZ9.
027000     05  FILLER           PIC X(15) VALUE "  ROWS POSTED:".
027100     05  WS-SUM-POSTED    PIC ZZZZ9.
027200     05  FILLER           PIC X(16) VALUE "  ROWS REFUSED:".
027300     05  WS-SUM-ROWS-REF  PIC ZZZZ9.
027400     05  FILLER           PIC X(14) VALUE "  TABLE FULL:".
027500     05  WS-SUM-FULL      PIC ZZ9.
027600
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028000     PERFORM 3000-PROCESS-BATCHES THRU 3000-EXIT.
028100     PERFORM 6000-REPORT-FULL-TABLES THRU 6000-EXIT.
028200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028300     STOP RUN.
028400
028500*----------------------------------------------------------*
028600* 1000-INITIALIZE - SEED THE POSTING FILE ON A FIRST RUN,   *
028700* OPEN THE REFERENCE MASTERS, STUDENT-MASTER FOR UPDATE,    *
028800* THE EXCEPTIONS REPORT AND THE REGISTER.                   *
028900*----------------------------------------------------------*
029000 1000-INITIALIZE.
029100     PERFORM 1300-LOAD-POSTING-FILE THRU 1300-EXIT.
029200     OPEN INPUT FACULTY-MASTER.
029300     IF WS-FACMAST-STATUS NOT = "00"
029400         DISPLAY "ACTPOST: FACULTY-MASTER OPEN FAILED, STATUS="
029500                 WS-FACMAST-STATUS
029600         GO TO 9999-ABEND
029700     END-IF.
029800     OPEN INPUT ACTIVITY-MASTER.
029900     IF WS-ACTMAST-STATUS NOT = "00"
030000         DISPLAY "ACTPOST: ACTIVITY-MASTER OPEN FAILED, STATUS="
030100                 WS-ACTMAST-STATUS
030200         GO TO 9999-ABEND
030300     END-IF.
030400     OPEN INPUT TERM-MASTER.
030500     IF WS-TERMMAST-STATUS NOT = "00"
030600         DISPLAY "ACTPOST: TERM-MASTER OPEN FAILED, STATUS="
030700                 WS-TERMMAST-STATUS
030800         GO TO 9999-ABEND
030900     END-IF.
031000     OPEN I-O STUDENT-MASTER.
031100     IF WS-STUDMAST-STATUS NOT = "00"
031200         DISPLAY "ACTPOST: STUDENT-MASTER OPEN FAILED, STATUS="
031300                 WS-STUDMAST-STATUS
031400         GO TO 9999-ABEND
031500     END-IF.
031600     OPEN OUTPUT ACT-EXCEPTION-REPORT.
031700     MOVE SPACES TO ACT-EXCEPTION-LINE.
031800     OPEN OUTPUT REPORT-FILE.
031900     MOVE "BICOL UNIVERSITY - ACTIVITY POSTING REGISTER"
032000         TO PRT-TITLE-TEXT.
032100     MOVE "      MODER.  ACTVTY  TERM     ROWS  DISPOSITION"
032200         TO PRT-HEAD1-TEXT.
032300     MOVE
032310       "   STU NO.    NAME                        POINTS  CREDIT"
032400         TO PRT-HEAD2-TEXT.
032500     MOVE 99 TO PRT-LINE-COUNT.
032600 1000-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------*
033000* 1300-LOAD-POSTING-FILE - FIRST RUN ONLY: BUILD A BRAND    *
033100* NEW ACTPFILE FROM THE SAMPLE BATCHES ABOVE.               *
033200*----------------------------------------------------------*
033300 1300-LOAD-POSTING-FILE.
033400     OPEN INPUT POSTING-FILE.
033500     IF WS-ACTPFILE-STATUS = "00"
033600         CLOSE POSTING-FILE
033700     ELSE
033800         IF WS-ACTPFILE-STATUS = "35"
033900             PERFORM 1350-SEED-POSTING-FILE THRU 1350-EXIT
034000         ELSE
034100             DISPLAY "ACTPOST: ACTPFILE OPEN INPUT "
034200                     "FAILED, STATUS=" WS-ACTPFILE-STATUS
034300             GO TO 9999-ABEND
034400         END-IF
034500     END-IF.
034600 1300-EXIT.
034700     EXIT.
034800
034900 1350-SEED-POSTING-FILE.
035000     OPEN OUTPUT POSTING-FILE.
035100     IF WS-ACTPFILE-STATUS NOT = "00"
035200         DISPLAY "ACTPOST: ACTPFILE OPEN OUTPUT "
035300                 "FAILED, STATUS=" WS-ACTPFILE-STATUS
035400         GO TO 9999-ABEND
035500     END-IF.
035600     PERFORM 1360-WRITE-POSTING-ROW THRU 1360-EXIT
035700         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.
035800     CLOSE POSTING-FILE.
035900 1350-EXIT.
036000     EXIT.
036100
036200 1360-WRITE-POSTING-ROW.
036300     MOVE WS-AS-ROW(WS-SUB) TO ACTIVITY-POSTING-RECORD.
036400     WRITE ACTIVITY-POSTING-RECORD.
036500 1360-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------*
036900* 3000-PROCESS-BATCHES - ONE PASS OVER THE POSTING FILE.  A *
037000* HEADER CLOSES THE BATCH BEFORE IT AND OPENS THE NEXT;     *
037100* DETAILS ARE BUFFERED UNTIL THEIR BATCH PROVES ITSELF.     *
037200*----------------------------------------------------------*
037300 3000-PROCESS-BATCHES.
037400     OPEN INPUT POSTING-FILE.
037500     IF WS-ACTPFILE-STATUS NOT = "00"
037600         DISPLAY "ACTPOST: ACTPFILE OPEN FAILED, STATUS="
037700                 WS-ACTPFILE-STATUS
037800         GO TO 9999-ABEND
037900     END-IF.
038000     PERFORM 3900-READ-POSTING-ROW THRU 3900-EXIT.
038100     PERFORM 3100-PROCESS-ONE-ROW THRU 3100-EXIT
038200         UNTIL WS-ACP-EOF.
038300     IF WS-BATCH-OPEN
038400         PERFORM 4000-FINALIZE-BATCH THRU 4000-EXIT
038500     END-IF.
038600     CLOSE POSTING-FILE.
038700 3000-EXIT.
038800     EXIT.
038900
039000 3100-PROCESS-ONE-ROW.
039100     IF ACP-HEADER
039200         IF WS-BATCH-OPEN
039300             PERFORM 4000-FINALIZE-BATCH THRU 4000-EXIT
039400         END-IF
039500         PERFORM 3200-START-BATCH THRU 3200-EXIT
039600     ELSE
039700         IF ACP-DETAIL
039800             PERFORM 3300-BUFFER-DETAIL THRU 3300-EXIT
039900         ELSE
040000             DISPLAY "ACTPOST: UNEXPECTED RECORD TYPE "
040100                     ACP-REC-TYPE
040200             GO TO 9999-ABEND
040300         END-IF
040400     END-IF.
040500     PERFORM 3900-READ-POSTING-ROW THRU 3900-EXIT.
040600 3100-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------*
041000* 3200-START-BATCH - VALIDATE THE HEADER: THE MODERATOR ON  *
041100* THE FACULTY MASTER, THE ACTIVITY ON ACTIVITY-MASTER AND   *
041200* THE TERM ON THE TERM MASTER.  A BAD HEADER POISONS THE    *
041300* WHOLE BATCH - ITS ROWS ARE STILL CONSUMED, BUT NONE IS    *
041400* POSTED.                                                   *
041500*----------------------------------------------------------*
041600 3200-START-BATCH.
041700     SET WS-BATCH-OPEN TO TRUE.
041800     SET WS-BATCH-VALID TO TRUE.
041900     MOVE SPACES            TO WS-BA-REASON.
042000     MOVE ACP-HDR-MODERATOR TO WS-BA-MODERATOR.
042100     MOVE ACP-HDR-ACT-CODE  TO WS-BA-ACT-CODE.
042200     MOVE ACP-HDR-TERM      TO WS-BA-TERM.
042300     MOVE ACP-HDR-REC-COUNT TO WS-BA-REC-COUNT.
042400     MOVE ZERO              TO WS-BA-ROWS-SEEN.
042500     MOVE ZERO              TO WS-ROW-COUNT.
042600     MOVE SPACES            TO WS-BA-CATEGORY.
042700     MOVE ZERO              TO WS-BA-CAP.
042800     MOVE ACP-HDR-MODERATOR TO FAC-ID.
042900     READ FACULTY-MASTER
043000         INVALID KEY
043100             SET WS-BATCH-INVALID TO TRUE
043200             MOVE "REFUSED - UNKNOWN MODERATOR" TO WS-BA-REASON
043300     END-READ.
043400     IF WS-BATCH-VALID
043500         MOVE ACP-HDR-ACT-CODE TO ACT-CODE
043600         READ ACTIVITY-MASTER
043700             INVALID KEY
043800                 SET WS-BATCH-INVALID TO TRUE
043900                 MOVE "REFUSED - UNKNOWN ACTIVITY CODE"
044000                     TO WS-BA-REASON
044100             NOT INVALID KEY
044200                 MOVE ACT-CATEGORY       TO WS-BA-CATEGORY
044300                 MOVE ACT-CAT-MAX-POINTS TO WS-BA-CAP
044400         END-READ
044500     END-IF.
044600     IF WS-BATCH-VALID
044700         MOVE ACP-HDR-TERM TO TRM-TERM-CODE
044800         READ TERM-MASTER
044900             INVALID KEY
045000                 SET WS-BATCH-INVALID TO TRUE
045100                 MOVE "REFUSED - TERM NOT ON MASTER"
045200                     TO WS-BA-REASON
045300         END-READ
045400     END-IF.
045500 3200-EXIT.
045600     EXIT.
045700
045800 3300-BUFFER-DETAIL.
045900     ADD 1 TO WS-CTL-READ.
046000     IF NOT WS-BATCH-OPEN
046100         DISPLAY "ACTPOST: DETAIL ROW WITHOUT A BATCH "
046200                 "HEADER AT " ACP-DET-STU-NUMBER
046300         GO TO 9999-ABEND
046400     END-IF.
046500     ADD 1 TO WS-BA-ROWS-SEEN.
046600     IF WS-ROW-COUNT < 200
046700         ADD 1 TO WS-ROW-COUNT
046800         MOVE ACP-DET-STU-NUMBER
046900             TO WS-RW-STU-NUMBER(WS-ROW-COUNT)
047000         MOVE ACP-DET-POINTS TO WS-RW-POINTS(WS-ROW-COUNT)
047100     ELSE
047200         DISPLAY "ACTPOST: BATCH ROW TABLE FULL AT "
047300                 ACP-DET-STU-NUMBER
047400         GO TO 9999-ABEND
047500     END-IF.
047600 3300-EXIT.
047700     EXIT.
047800
047900 3900-READ-POSTING-ROW.
048000     READ POSTING-FILE
048100         AT END
048200             SET WS-ACP-EOF TO TRUE
048300     END-READ.
048400 3900-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------*
048800* 4000-FINALIZE-BATCH - THE ROWS MUST MATCH THE HEADER      *
048900* COUNT.  A CLEAN BATCH POSTS ROW BY ROW; A DIRTY ONE IS    *
049000* REFUSED WHOLE AND EVERY ROW GOES TO THE EXCEPTIONS REPORT *
049100* WITH THE BATCH'S REASON.  EITHER WAY THE BATCH PRINTS ON  *
049200* THE REGISTER.                                             *
049300*----------------------------------------------------------*
049400 4000-FINALIZE-BATCH.
049500     MOVE "N" TO WS-BATCH-OPEN-SW.
049600     IF WS-BATCH-VALID
049700             AND WS-BA-ROWS-SEEN NOT = WS-BA-REC-COUNT
049800         SET WS-BATCH-INVALID TO TRUE
049900         MOVE "REFUSED - ROW COUNT MISMATCH" TO WS-BA-REASON
050000     END-IF.
050100     IF WS-BATCH-INVALID
050200         ADD 1 TO WS-BATCHES-REFUSED
050300         PERFORM 4800-PRINT-BATCH-LINE THRU 4800-EXIT
050400         PERFORM 4050-REFUSE-ONE-ROW THRU 4050-EXIT
050500             VARYING WS-ROW-SUB FROM 1 BY 1
050600             UNTIL WS-ROW-SUB > WS-ROW-COUNT
050700         GO TO 4000-EXIT
050800     END-IF.
050900     ADD 1 TO WS-BATCHES-ACCEPTED.
051000     MOVE "ACCEPTED" TO WS-BA-REASON.
051100     PERFORM 4800-PRINT-BATCH-LINE THRU 4800-EXIT.
051200     PERFORM 4100-POST-ONE-ROW THRU 4100-EXIT
051300         VARYING WS-ROW-SUB FROM 1 BY 1
051400         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
051500 4000-EXIT.
051600     EXIT.
051700
051800 4050-REFUSE-ONE-ROW.
051900     ADD 1 TO WS-ROWS-REFUSED.
052000     MOVE WS-BA-REASON TO AEX-REASON.
052100     PERFORM 4700-WRITE-ACT-EXCEPTION THRU 4700-EXIT.
052200 4050-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------*
052600* 4100-POST-ONE-ROW - ONE STUDENT'S CREDIT FROM A CLEAN     *
052700* BATCH.  THE STUDENT MUST BE ON THE MASTER, MUST NOT       *
052800* ALREADY HOLD THIS ACTIVITY FOR THIS TERM (SO A RESUBMITTED *
052900* SHEET NEVER DOUBLE-CREDITS), AND MUST HAVE A FREE SLOT;   *
053000* THE POINTS ARE THEN CREDITED UP TO THE CATEGORY CAP.      *
053100*----------------------------------------------------------*
053200 4100-POST-ONE-ROW.
053300     MOVE WS-RW-STU-NUMBER(WS-ROW-SUB) TO STU-NUMBER.
053400     MOVE ZERO TO WS-CREDIT-POINTS.
053500     READ STUDENT-MASTER
053600         INVALID KEY
053700             MOVE SPACES TO STU-NAME
053800             MOVE "REFUSED - STUDENT NOT ON FILE"
053900                 TO WS-ROW-REASON
054000             PERFORM 4600-REFUSE-POSTING THRU 4600-EXIT
054100             GO TO 4100-EXIT
054200     END-READ.
054300     PERFORM 4200-CHECK-ALREADY-POSTED THRU 4200-EXIT.
054400     IF WS-ALREADY-POSTED
054500         MOVE "REFUSED - ALREADY POSTED" TO WS-ROW-REASON
054600         PERFORM 4600-REFUSE-POSTING THRU 4600-EXIT
054700         GO TO 4100-EXIT
054800     END-IF.
054900     IF STU-ACT-COUNT NOT < 10
055000         MOVE "REFUSED - ACTIVITY TABLE FULL" TO WS-ROW-REASON
055100         PERFORM 4600-REFUSE-POSTING THRU 4600-EXIT
055200         PERFORM 4500-NOTE-FULL-TABLE THRU 4500-EXIT
055300         GO TO 4100-EXIT
055400     END-IF.
055500     PERFORM 4300-SUM-CATEGORY-CREDITED THRU 4300-EXIT.
055600     IF WS-CAT-CREDITED >= WS-BA-CAP
055700         MOVE ZERO TO WS-CREDIT-POINTS
055800     ELSE
055900         IF WS-CAT-CREDITED + WS-RW-POINTS(WS-ROW-SUB)
056000                 > WS-BA-CAP
056100             COMPUTE WS-CREDIT-POINTS =
056200                 WS-BA-CAP - WS-CAT-CREDITED
056300         ELSE
056400             MOVE WS-RW-POINTS(WS-ROW-SUB) TO WS-CREDIT-POINTS
056500         END-IF
056600     END-IF.
056700     ADD 1 TO STU-ACT-COUNT.
056800     MOVE WS-BA-ACT-CODE   TO STU-ACT-CODE(STU-ACT-COUNT).
056900     MOVE WS-BA-TERM       TO STU-ACT-SEMESTER(STU-ACT-COUNT).
057000     MOVE WS-CREDIT-POINTS TO STU-ACT-POINTS(STU-ACT-COUNT).
057100     ADD WS-CREDIT-POINTS  TO STU-TOTAL-POINTS.
057200     REWRITE STUDENT-RECORD
057300         INVALID KEY
057400             DISPLAY "ACTPOST: STUDENT-MASTER REWRITE FAILED "
057500                     "FOR " STU-NUMBER
057600             GO TO 9999-ABEND
057700     END-REWRITE.
057800     ADD 1 TO WS-ROWS-POSTED.
057900     ADD 1 TO WS-CTL-WRITTEN.
058000     ADD STU-NUMBER TO WS-CTL-HASH.
058100     IF WS-CREDIT-POINTS < WS-RW-POINTS(WS-ROW-SUB)
058200         MOVE "POSTED - CATEGORY CAP REACHED" TO WS-ROW-REASON
058300         MOVE "POINTS CAPPED AT CATEGORY MAX" TO AEX-REASON
058400         PERFORM 4700-WRITE-ACT-EXCEPTION THRU 4700-EXIT
058500     ELSE
058600         MOVE "POSTED" TO WS-ROW-REASON
058700     END-IF.
058800     PERFORM 4900-PRINT-POST-LINE THRU 4900-EXIT.
058900 4100-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------*
059300* 4200-CHECK-ALREADY-POSTED - THE SAME ACTIVITY CODE AND    *
059400* TERM ALREADY ON THE STUDENT'S TABLE.                      *
059500*----------------------------------------------------------*
059600 4200-CHECK-ALREADY-POSTED.
059700     MOVE "N" TO WS-ALREADY-POSTED-SW.
059800     PERFORM 4210-SCAN-ONE-POSTED THRU 4210-EXIT
059900         VARYING WS-SCAN-SUB FROM 1 BY 1
060000         UNTIL WS-SCAN-SUB > STU-ACT-COUNT.
060100 4200-EXIT.
060200     EXIT.
060300
060400 4210-SCAN-ONE-POSTED.
060500     IF STU-ACT-CODE(WS-SCAN-SUB) = WS-BA-ACT-CODE
060600             AND STU-ACT-SEMESTER(WS-SCAN-SUB) = WS-BA-TERM
060700         SET WS-ALREADY-POSTED TO TRUE
060800     END-IF.
060900 4210-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------*
061300* 4300-SUM-CATEGORY-CREDITED - POINTS ALREADY CREDITED TO   *
061400* THE STUDENT FOR THE BATCH'S CATEGORY AND TERM, SUMMED     *
061500* OVER THE ACTIVITIES ALREADY ON THE TABLE.  EACH EARLIER   *
061600* POSTING'S CATEGORY COMES FROM ACTIVITY-MASTER; A CODE     *
061700* SINCE RETIRED FROM THE MASTER COUNTS TOWARD NO CATEGORY.  *
061800*----------------------------------------------------------*
061900 4300-SUM-CATEGORY-CREDITED.
062000     MOVE ZERO TO WS-CAT-CREDITED.
062100     PERFORM 4310-ADD-ONE-CREDITED THRU 4310-EXIT
062200         VARYING WS-SCAN-SUB FROM 1 BY 1
062300         UNTIL WS-SCAN-SUB > STU-ACT-COUNT.
062400 4300-EXIT.
062500     EXIT.
062600
062700 4310-ADD-ONE-CREDITED.
062800     IF STU-ACT-SEMESTER(WS-SCAN-SUB) NOT = WS-BA-TERM
062900         GO TO 4310-EXIT
063000     END-IF.
063100     MOVE STU-ACT-CODE(WS-SCAN-SUB) TO ACT-CODE.
063200     READ ACTIVITY-MASTER
063300         INVALID KEY
063400             GO TO 4310-EXIT
063500     END-READ.
063600     IF ACT-CATEGORY = WS-BA-CATEGORY
063700         ADD STU-ACT-POINTS(WS-SCAN-SUB) TO WS-CAT-CREDITED
063800     END-IF.
063900 4310-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------*
064300* 4500-NOTE-FULL-TABLE - REMEMBER A STUDENT WHOSE TEN SLOTS *
064400* ARE ALL USED FOR THE LIST AT THE END OF THE REGISTER.     *
064500*----------------------------------------------------------*
064600 4500-NOTE-FULL-TABLE.
064700     IF WS-FULL-COUNT < 100
064800         ADD 1 TO WS-FULL-COUNT
064900         MOVE STU-NUMBER     TO WS-FL-STU-NUMBER(WS-FULL-COUNT)
065000         MOVE WS-PRINT-NAME  TO WS-FL-NAME(WS-FULL-COUNT)
065100         MOVE WS-BA-ACT-CODE TO WS-FL-ACT-CODE(WS-FULL-COUNT)
065200         MOVE WS-BA-TERM     TO WS-FL-TERM(WS-FULL-COUNT)
065300     ELSE
065400         DISPLAY "ACTPOST: FULL-TABLE LIST FULL AT " STU-NUMBER
065500         GO TO 9999-ABEND
065600     END-IF.
065700 4500-EXIT.
065800     EXIT.
065900
066000*----------------------------------------------------------*
066100* 4600-REFUSE-POSTING - A ROW FROM A CLEAN BATCH THAT CANNOT *
066200* BE POSTED: REGISTER LINE PLUS EXCEPTIONS-REPORT LINE.  THE *
066300* CALLER LOADS WS-ROW-REASON FIRST.                          *
066400*----------------------------------------------------------*
066500 4600-REFUSE-POSTING.
066600     ADD 1 TO WS-ROWS-REFUSED.
066700     PERFORM 4900-PRINT-POST-LINE THRU 4900-EXIT.
066800     MOVE WS-ROW-REASON TO AEX-REASON.
066900     PERFORM 4700-WRITE-ACT-EXCEPTION THRU 4700-EXIT.
067000 4600-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------*
067400* 4700-WRITE-ACT-EXCEPTION - ONE EXCEPTIONS-REPORT LINE PER *
067500* POSTING THAT COULD NOT BE CREDITED IN FULL; THE CALLER    *
067600* LOADS AEX-REASON FIRST.                                   *
067700*----------------------------------------------------------*
067800 4700-WRITE-ACT-EXCEPTION.
067900     MOVE WS-RW-STU-NUMBER(WS-ROW-SUB) TO AEX-STU-NUMBER.
068000     MOVE WS-BA-ACT-CODE               TO AEX-ACT-CODE.
068100     MOVE WS-BA-TERM                   TO AEX-SEMESTER.
068200     MOVE WS-RW-POINTS(WS-ROW-SUB)     TO AEX-POINTS.
068300     WRITE ACT-EXCEPTION-LINE.
068400 4700-EXIT.
068500     EXIT.
068600
068700 4800-PRINT-BATCH-LINE.
068800     MOVE SPACES          TO PRT-DETAIL-LINE.
068900     MOVE WS-BA-MODERATOR TO WS-BD-MODERATOR.
069000     MOVE WS-BA-ACT-CODE  TO WS-BD-ACT-CODE.
069100     MOVE WS-BA-TERM      TO WS-BD-TERM.
069200     MOVE WS-BA-ROWS-SEEN TO WS-BD-ROWS.
069300     MOVE WS-BA-REASON    TO WS-BD-DISPOSITION.
069400     MOVE WS-BATCH-DETAIL TO PRT-DETAIL-LINE.
069500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
069600 4800-EXIT.
069700     EXIT.
069800
069900 4900-PRINT-POST-LINE.
070000     MOVE SPACES                       TO PRT-DETAIL-LINE.
070100     MOVE STU-LAST-NAME                TO WS-FMT-LAST.
070200     MOVE STU-FIRST-NAME               TO WS-FMT-FIRST.
070300     MOVE STU-MIDDLE-NAME              TO WS-FMT-MIDDLE.
070400     PERFORM 8200-FORMAT-NAME THRU 8200-EXIT.
070500     MOVE WS-RW-STU-NUMBER(WS-ROW-SUB) TO WS-PD-STU-NUMBER.
070600     MOVE WS-PRINT-NAME                TO WS-PD-NAME.
070700     MOVE WS-RW-POINTS(WS-ROW-SUB)     TO WS-PD-POINTS.
070800     MOVE WS-CREDIT-POINTS             TO WS-PD-CREDITED.
070900     MOVE WS-ROW-REASON                TO WS-PD-DISPOSITION.
071000     MOVE WS-POST-DETAIL               TO PRT-DETAIL-LINE.
071100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
071200 4900-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------*
071600* 6000-REPORT-FULL-TABLES - EVERY STUDENT REFUSED THIS RUN  *
071700* BECAUSE ALL TEN ACTIVITY SLOTS WERE ALREADY USED.         *
071800*----------------------------------------------------------*
071900 6000-REPORT-FULL-TABLES.
072000     MOVE SPACES TO PRT-DETAIL-LINE.
072100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072200     MOVE "STUDENTS WHOSE ACTIVITY TABLE IS FULL (10 OF 10)"
072300         TO PRT-DETAIL-LINE.
072400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072500     IF WS-FULL-COUNT = ZERO
072600         MOVE "   NONE" TO PRT-DETAIL-LINE
072700         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
072800         GO TO 6000-EXIT
072900     END-IF.
073000     PERFORM 6100-PRINT-ONE-FULL THRU 6100-EXIT
073100         VARYING WS-FULL-SUB FROM 1 BY 1
073200         UNTIL WS-FULL-SUB > WS-FULL-COUNT.
073300 6000-EXIT.
073400     EXIT.
073500
073600 6100-PRINT-ONE-FULL.
073700     MOVE SPACES                        TO PRT-DETAIL-LINE.
073800     MOVE WS-FL-STU-NUMBER(WS-FULL-SUB) TO WS-FD-STU-NUMBER.
073900     MOVE WS-FL-NAME(WS-FULL-SUB)       TO WS-FD-NAME.
074000     MOVE WS-FL-ACT-CODE(WS-FULL-SUB)   TO WS-FD-ACT-CODE.
074100     MOVE WS-FL-TERM(WS-FULL-SUB)       TO WS-FD-TERM.
074200     MOVE WS-FULL-DETAIL                TO PRT-DETAIL-LINE.
074300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
074400 6100-EXIT.
074500     EXIT.
074600
074700     COPY PRTFMT.
074800
074900     COPY NAMFMT.
075000
075100*----------------------------------------------------------*
075200* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
075300* RECORD FOR THE BALANCING STEP.                            *
075400*----------------------------------------------------------*
075500 8900-WRITE-CONTROL-TOTAL.
075600     OPEN EXTEND CONTROL-TOTAL-FILE.
075700     IF WS-CTLFILE-STATUS NOT = "00" AND
075800             WS-CTLFILE-STATUS NOT = "05"
075900         DISPLAY "ACTPOST: CTLFILE OPEN FAILED, STATUS="
076000                 WS-CTLFILE-STATUS
076100     ELSE
076200         MOVE "ACTPOST   " TO CTL-PROGRAM
076300         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
076400         ACCEPT CTL-RUN-TIME FROM TIME
076500         MOVE WS-CTL-READ    TO CTL-RECS-READ
076600         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
076700         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
076800         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
076900         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
077000         WRITE CONTROL-TOTAL-RECORD
077100         CLOSE CONTROL-TOTAL-FILE
077200     END-IF.
077300 8900-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------*
077700* 9000-TERMINATE - PRINT THE POSTING TOTALS AND CLOSE EVERY *
077800* FILE THE RUN HAD OPEN.                                    *
077900*----------------------------------------------------------*
078000 9000-TERMINATE.
078100     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
078200     MOVE WS-BATCHES-ACCEPTED TO WS-SUM-ACCEPTED.
078300     MOVE WS-BATCHES-REFUSED  TO WS-SUM-REFUSED.
078400     MOVE WS-ROWS-POSTED      TO WS-SUM-POSTED.
078500     MOVE WS-ROWS-REFUSED     TO WS-SUM-ROWS-REF.
078600     MOVE WS-FULL-COUNT       TO WS-SUM-FULL.
078700     MOVE SPACES TO PRT-DETAIL-LINE.
078800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
078900     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
079000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
079100     CLOSE FACULTY-MASTER.
079200     CLOSE ACTIVITY-MASTER.
079300     CLOSE TERM-MASTER.
079400     CLOSE STUDENT-MASTER.
079500     CLOSE ACT-EXCEPTION-REPORT.
079600     CLOSE REPORT-FILE.
079700     DISPLAY "ACTPOST: ROWS POSTED=" WS-ROWS-POSTED
079800             " REFUSED=" WS-ROWS-REFUSED
079900             " TABLE FULL=" WS-FULL-COUNT.
080000 9000-EXIT.
080100     EXIT.
080200
080300*----------------------------------------------------------*
080400* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;    *
080500* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND  *
080600* CHECKS BYPASS THE DOWNSTREAM STEPS AND THE POSTING FILE   *
080700* IS KEPT FOR THE RERUN.                                    *
080800*----------------------------------------------------------*
080900 9999-ABEND.
081000     MOVE 16 TO RETURN-CODE.
081100     STOP RUN.
