000100*================================================================*
000200* PROGRAM:     HOLDLIST                                          *
000300* PURPOSE:     NIGHTLY OPEN-HOLDS LISTING - SORTS EVERY HOLD ON  *
000400*              HOLD-MASTER THAT HAS NOT BEEN LIFTED BY PLACING   *
000500*              OFFICE AND STUDENT AND PRINTS IT WITH THE         *
000600*              STUDENT'S NAME, THE HOLD TYPE, THE DATE PLACED    *
000700*              AND THE OFFICE'S REMARKS, ONE BLOCK PER OFFICE    *
000800*              WITH ITS OWN COUNT, SO EACH OFFICE CAN WORK ITS   *
000900*              OWN LIST EVERY MORNING.                           *
001000*                                                                *
001100* RUNS NIGHTLY AFTER THE HOLD MAINTENANCE STEP (SEE BUACTJOB     *
001200* STEP039).                                                      *
001300*                                                                *
001400* MOD-LOG                                                        *
001500*   2026-10-15  MC  ORIGINAL.                                    *
001600*================================================================*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. HOLDLIST.
001900 AUTHOR. M-CANONIZADO.
002000 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS HLD-KEY
003100         FILE STATUS IS WS-HOLDMAST-STATUS.
003200
003300     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS STU-NUMBER
003700         FILE STATUS IS WS-STUDMAST-STATUS.
003800
003900     SELECT HOLD-SORT-FILE ASSIGN TO "HLDSRT".
004000
004100     SELECT HOLD-SORTED-FILE ASSIGN TO "HLDSORT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HLDSORT-STATUS.
004400
004500     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CTLFILE-STATUS.
004800
004900     SELECT REPORT-FILE ASSIGN TO "HOLDLRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  HOLD-MASTER
005500     LABEL RECORDS ARE STANDARD.
005600     COPY HOLDREC.
005700
005800 FD  STUDENT-MASTER
005900     LABEL RECORDS ARE STANDARD.
006000     COPY STUDREC.
006100
006200 SD  HOLD-SORT-FILE.
006300 01  HOLD-SORT-RECORD.
006400     05  HS-OFFICE                   PIC X(08).
006500     05  HS-STU-NUMBER               PIC 9(09).
006600     05  HS-TYPE                     PIC X(03).
006700     05  HS-DATE-PLACED              PIC 9(08).
006800     05  HS-REMARKS                  PIC X(30).
006900
007000 FD  HOLD-SORTED-FILE
007100     LABEL RECORDS ARE OMITTED.
007200 01  HOLD-SORTED-RECORD              PIC X(58).
007300
007400 FD  CONTROL-TOTAL-FILE
007500     LABEL RECORDS ARE OMITTED.
007600     COPY CTLREC.
007700
007800 FD  REPORT-FILE
007900     LABEL RECORDS ARE OMITTED.
008000 01  REPORT-LINE                     PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300     COPY PRTCTL.
008400     COPY NAMWREC.
008500
008600 01  WS-FILE-STATUSES.
008700     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
008800     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
008900     05  WS-HLDSORT-STATUS           PIC X(02) VALUE "00".
009000     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-EOF-SW                   PIC X(01) VALUE "N".
009400         88  WS-EOF                      VALUE "Y".
009500     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
009600         88  WS-SORTED-EOF               VALUE "Y".
009700
009800 01  WS-COUNTERS.
009900     05  WS-OFFICE-COUNT             PIC 9(05) VALUE ZERO.
010000     05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
010100     05  WS-OFFICES-LISTED           PIC 9(05) VALUE ZERO.
010200
010300*--------------------------------------------------------------*
010400* CONTROL TOTALS FOR THE BALANCING STEP - HOLD-MASTER ROWS READ, *
010500* OPEN HOLDS LISTED, AND THE HASH OF THEIR STUDENT NUMBERS.      *
010600*--------------------------------------------------------------*
010700 01  WS-CONTROL-COUNTS.
010800     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
010900     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
011000
011100 01  WS-PREV-OFFICE                  PIC X(08) VALUE SPACES.
011200
011300 01  WS-OFFICE-HEADER.
011400     05  FILLER                      PIC X(08) VALUE "OFFICE: ".
011500     05  WS-OH-OFFICE                PIC X(08).
011600
011700 01  WS-HOLD-DETAIL.
011800     05  FILLER                      PIC X(03) VALUE SPACES.
011900     05  WS-HD-NUMBER                PIC 9(09).
012000     05  FILLER                      PIC X(02) VALUE SPACES.
012100     05  WS-HD-NAME                  PIC X(26).
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  WS-HD-TYPE                  PIC X(03).
012400     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  WS-HD-DATE                  PIC 9(08).
012600     05  FILLER                      PIC X(02) VALUE SPACES.
012700     05  WS-HD-REMARKS               PIC X(30).
012800
012900 01  WS-OFFICE-TOTAL-LINE.
013000     05  FILLER                      PIC X(03) VALUE SPACES.
013100     05  FILLER           PIC X(17) VALUE "OPEN HOLDS FOR ".
013200     05  WS-OT-OFFICE                PIC X(08).
013300     05  FILLER                      PIC X(02) VALUE ": ".
013400     05  WS-OT-COUNT                 PIC ZZZZ9.
013500
013600 01  WS-SUMMARY-LINE.
013700     05  FILLER           PIC X(18) VALUE "TOTAL OPEN HOLDS:".
013800     05  WS-SUM-OPEN      PIC ZZZZ9.
013900     05  FILLER           PIC X(12) VALUE "  OFFICES:".
014000     05  WS-SUM-OFFICES   PIC ZZZZ9.
014100
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     PERFORM 2000-SORT-AND-LIST THRU 2000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800
014900*----------------------------------------------------------*
015000* 1000-INITIALIZE - OPEN STUDENT-MASTER FOR THE NAMES AND   *
015100* THE REPORT.  HOLD-MASTER IS OPENED AND CLOSED BY THE      *
015200* SORT INPUT PROCEDURE.                                     *
015300*----------------------------------------------------------*
015400 1000-INITIALIZE.
015500     OPEN INPUT STUDENT-MASTER.
015600     IF WS-STUDMAST-STATUS NOT = "00"
015700         DISPLAY "HOLDLIST: STUDENT-MASTER OPEN FAILED, STATUS="
015800                 WS-STUDMAST-STATUS
015900         GO TO 9999-ABEND
016000     END-IF.
016100     OPEN OUTPUT REPORT-FILE.
016200     MOVE "BICOL UNIVERSITY - OPEN HOLDS BY OFFICE"
016300         TO PRT-TITLE-TEXT.
016400     MOVE
016500       "   STU NO.    NAME                        TYP  PLACED"
016600         TO PRT-HEAD1-TEXT.
016700     MOVE
016800       "   ---------  --------------------------  ---  --------"
016900         TO PRT-HEAD2-TEXT.
017000     MOVE 99 TO PRT-LINE-COUNT.
017100 1000-EXIT.
017200     EXIT.
017300
017400*----------------------------------------------------------*
017500* 2000-SORT-AND-LIST - SORT THE OPEN HOLDS BY OFFICE AND    *
017600* STUDENT AND PRINT THEM WITH A BREAK PER OFFICE.           *
017700*----------------------------------------------------------*
017800 2000-SORT-AND-LIST.
017900     SORT HOLD-SORT-FILE
018000         ON ASCENDING KEY HS-OFFICE HS-STU-NUMBER HS-TYPE
018100         INPUT PROCEDURE IS 2100-RELEASE-OPEN-HOLDS
018200         GIVING HOLD-SORTED-FILE.
018300     PERFORM 3000-PRINT-HOLD-LIST THRU 3000-EXIT.
018400 2000-EXIT.
018500     EXIT.
018600
018700 2100-RELEASE-OPEN-HOLDS.
018800     OPEN INPUT HOLD-MASTER.
018900     IF WS-HOLDMAST-STATUS NOT = "00" AND
019000             WS-HOLDMAST-STATUS NOT = "05"
019100         DISPLAY "HOLDLIST: HOLD-MASTER OPEN FAILED, STATUS="
019200                 WS-HOLDMAST-STATUS
019300         GO TO 9999-ABEND
019400     END-IF.
019500     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
019600     PERFORM 2110-RELEASE-ONE-HOLD THRU 2110-EXIT
019700         UNTIL WS-EOF.
019800     CLOSE HOLD-MASTER.
019900 2100-EXIT.
020000     EXIT.
020100
020200 2110-RELEASE-ONE-HOLD.
020300     ADD 1 TO WS-CTL-READ.
020400     IF HLD-OPEN
020500         MOVE HLD-OFFICE       TO HS-OFFICE
020600         MOVE HLD-STU-NUMBER   TO HS-STU-NUMBER
020700         MOVE HLD-TYPE         TO HS-TYPE
020800         MOVE HLD-DATE-PLACED  TO HS-DATE-PLACED
020900         MOVE HLD-REMARKS      TO HS-REMARKS
021000         RELEASE HOLD-SORT-RECORD
021100     END-IF.
021200     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
021300 2110-EXIT.
021400     EXIT.
021500
021600 2900-READ-HOLD.
021700     READ HOLD-MASTER NEXT
021800         AT END
021900             SET WS-EOF TO TRUE
022000     END-READ.
022100 2900-EXIT.
022200     EXIT.
022300
022400*----------------------------------------------------------*
022500* 3000-PRINT-HOLD-LIST - ONE LINE PER OPEN HOLD; A CHANGE   *
022600* OF OFFICE CLOSES THE PREVIOUS OFFICE'S BLOCK WITH ITS     *
022700* COUNT AND OPENS THE NEXT.                                 *
022800*----------------------------------------------------------*
022900 3000-PRINT-HOLD-LIST.
023000     OPEN INPUT HOLD-SORTED-FILE.
023100     IF WS-HLDSORT-STATUS NOT = "00"
023200         DISPLAY "HOLDLIST: HLDSORT OPEN FAILED, STATUS="
023300                 WS-HLDSORT-STATUS
023400         GO TO 9999-ABEND
023500     END-IF.
023600     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
023700     IF WS-SORTED-EOF
023800         MOVE "   NO OPEN HOLDS" TO PRT-DETAIL-LINE
023900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
024000     END-IF.
024100     PERFORM 3200-PRINT-ONE-HOLD THRU 3200-EXIT
024200         UNTIL WS-SORTED-EOF.
024300     IF WS-OFFICES-LISTED > ZERO
024400         PERFORM 3400-OFFICE-TOTAL THRU 3400-EXIT
024500     END-IF.
024600     CLOSE HOLD-SORTED-FILE.
024700 3000-EXIT.
024800     EXIT.
024900
025000 3100-READ-SORTED.
025100     READ HOLD-SORTED-FILE
025200         AT END
025300             SET WS-SORTED-EOF TO TRUE
025400     END-READ.
025500 3100-EXIT.
025600     EXIT.
025700
025800 3200-PRINT-ONE-HOLD.
025900     MOVE HOLD-SORTED-RECORD TO HOLD-SORT-RECORD.
026000     IF WS-OFFICES-LISTED = ZERO OR HS-OFFICE NOT = WS-PREV-OFFICE
026100         IF WS-OFFICES-LISTED > ZERO
026200             PERFORM 3400-OFFICE-TOTAL THRU 3400-EXIT
026300         END-IF
026400         PERFORM 3300-OFFICE-HEADER THRU 3300-EXIT
026500     END-IF.
026600     MOVE HS-STU-NUMBER TO STU-NUMBER.
026700     READ STUDENT-MASTER
026800         INVALID KEY
026900             MOVE "*** NOT ON STUDENT MASTER ***" TO WS-PRINT-NAME
027000         NOT INVALID KEY
027100             MOVE STU-LAST-NAME   TO WS-FMT-LAST
027200             MOVE STU-FIRST-NAME  TO WS-FMT-FIRST
027300             MOVE STU-MIDDLE-NAME TO WS-FMT-MIDDLE
027400             PERFORM 8200-FORMAT-NAME THRU 8200-EXIT
027500     END-READ.
027600     MOVE SPACES         TO PRT-DETAIL-LINE.
027700     MOVE HS-STU-NUMBER  TO WS-HD-NUMBER.
027800     MOVE WS-PRINT-NAME  TO WS-HD-NAME.
027900     MOVE HS-TYPE        TO WS-HD-TYPE.
028000     MOVE HS-DATE-PLACED TO WS-HD-DATE.
028100     MOVE HS-REMARKS     TO WS-HD-REMARKS.
028200     MOVE WS-HOLD-DETAIL TO PRT-DETAIL-LINE.
028300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
028400     ADD 1 TO WS-OFFICE-COUNT.
028500     ADD 1 TO WS-OPEN-COUNT.
028600     ADD HS-STU-NUMBER TO WS-CTL-HASH.
028700     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
028800 3200-EXIT.
028900     EXIT.
029000
029100 3300-OFFICE-HEADER.
029200     ADD 1 TO WS-OFFICES-LISTED.
029300     MOVE HS-OFFICE TO WS-PREV-OFFICE.
029400     MOVE ZERO      TO WS-OFFICE-COUNT.
029500     MOVE SPACES    TO PRT-DETAIL-LINE.
029600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
029700     MOVE HS-OFFICE TO WS-OH-OFFICE.
029800     MOVE WS-OFFICE-HEADER TO PRT-DETAIL-LINE.
029900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
030000 3300-EXIT.
030100     EXIT.
030200
030300 3400-OFFICE-TOTAL.
030400     MOVE WS-PREV-OFFICE  TO WS-OT-OFFICE.
030500     MOVE WS-OFFICE-COUNT TO WS-OT-COUNT.
030600     MOVE WS-OFFICE-TOTAL-LINE TO PRT-DETAIL-LINE.
030700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
030800 3400-EXIT.
030900     EXIT.
031000
031100     COPY PRTFMT.
031200
031300     COPY NAMFMT.
031400
031500*----------------------------------------------------------*
031600* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
031700* RECORD FOR THE BALANCING STEP.                            *
031800*----------------------------------------------------------*
031900 8900-WRITE-CONTROL-TOTAL.
032000     OPEN EXTEND CONTROL-TOTAL-FILE.
032100     IF WS-CTLFILE-STATUS NOT = "00" AND
032200             WS-CTLFILE-STATUS NOT = "05"
032300         DISPLAY "HOLDLIST: CTLFILE OPEN FAILED, STATUS="
032400                 WS-CTLFILE-STATUS
032500     ELSE
032600         MOVE "HOLDLIST  " TO CTL-PROGRAM
032700         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
032800         ACCEPT CTL-RUN-TIME FROM TIME
032900         MOVE WS-CTL-READ   TO CTL-RECS-READ
033000         MOVE WS-OPEN-COUNT TO CTL-RECS-WRITTEN
033100         MOVE WS-CTL-HASH   TO CTL-HASH-TOTAL
033200         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
033300         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
033400         WRITE CONTROL-TOTAL-RECORD
033500         CLOSE CONTROL-TOTAL-FILE
033600     END-IF.
033700 8900-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------*
034100* 9000-TERMINATE - PRINT THE LISTING TOTALS AND CLOSE THE   *
034200* REPORT.                                                   *
034300*----------------------------------------------------------*
034400 9000-TERMINATE.
034500     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
034600     MOVE WS-OPEN-COUNT     TO WS-SUM-OPEN.
034700     MOVE WS-OFFICES-LISTED TO WS-SUM-OFFICES.
034800     MOVE SPACES TO PRT-DETAIL-LINE.
034900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
035000     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
035100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
035200     CLOSE STUDENT-MASTER.
035300     CLOSE REPORT-FILE.
035400 9000-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------*
035800* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;    *
035900* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND  *
036000* CHECKS BYPASS THE DOWNSTREAM STEPS.                       *
036100*----------------------------------------------------------*
036200 9999-ABEND.
036300     MOVE 16 TO RETURN-CODE.
036400     STOP RUN.
