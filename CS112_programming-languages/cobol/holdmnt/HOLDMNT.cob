000100*================================================================*
000200* PROGRAM:     HOLDMNT                                           *
000300* PURPOSE:     APPLY THE OFFICES' DAILY HOLD TRANSACTION FILE    *
000400*              (HOLDTRAN) AGAINST HOLD-MASTER.  A PLACE PUTS AN  *
000500*              OPEN HOLD OF ONE TYPE ON A STUDENT WHO MUST BE ON *
000600*              STUDENT-MASTER; A LIFT STAMPS THE LIFTED DATE ON  *
000700*              THE OPEN HOLD, AND ONLY THE OFFICE THAT PLACED    *
000800*              THE HOLD MAY LIFT IT.  RE-PLACING A LIFTED HOLD   *
000900*              OF THE SAME TYPE OVERWRITES THE LIFTED ROW.       *
001000*              EVERY TRANSACTION, APPLIED OR REJECTED, PRINTS    *
001100*              ON THE HOLD REGISTER LIKE STUMAINT'S.  THE OPEN   *
001200*              HOLDS ARE THEN LISTED BY OFFICE (HOLDLIST) AND    *
001300*              REFUSED AT THE CERTIFICATE, TRANSCRIPT AND        *
001400*              ENROLLMENT COUNTERS THROUGH THE SHARED HOLD       *
001450*              CHECK.                                            *
001500*                                                                *
001600* RUNS NIGHTLY AHEAD OF THE CERTIFICATE RUN (SEE BUACTJOB        *
001700* STEP037).                                                      *
001800*                                                                *
001900* MOD-LOG                                                        *
002000*   2026-10-15  MC  ORIGINAL.                                    *
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. HOLDMNT.
002400 AUTHOR. M-CANONIZADO.
002500 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLD-TRAN-FILE ASSIGN TO "HOLDTRAN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-HOLDTRAN-STATUS.
003500
003600     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS HLD-KEY
004000         FILE STATUS IS WS-HOLDMAST-STATUS.
004100
004200     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS STU-NUMBER
004600         FILE STATUS IS WS-STUDMAST-STATUS.
004700
004800     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CTLFILE-STATUS.
005100
005200     SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  HOLD-TRAN-FILE
005800     LABEL RECORDS ARE OMITTED.
005900     COPY HTRREC.
006000
006100 FD  HOLD-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300     COPY HOLDREC.
006400
006500 FD  STUDENT-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700     COPY STUDREC.
006800
006900 FD  CONTROL-TOTAL-FILE
007000     LABEL RECORDS ARE OMITTED.
007100     COPY CTLREC.
007200
007300 FD  REPORT-FILE
007400     LABEL RECORDS ARE OMITTED.
007500 01  REPORT-LINE                     PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800     COPY PRTCTL.
007900
008000 01  WS-FILE-STATUSES.
008100     05  WS-HOLDTRAN-STATUS          PIC X(02) VALUE "00".
008200     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
008300     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
008400     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
008500
008600 01  WS-SWITCHES.
008700     05  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
008800         88  WS-TRAN-EOF                 VALUE "Y".
008900     05  WS-HOLD-ON-FILE-SW          PIC X(01) VALUE "N".
009000         88  WS-HOLD-ON-FILE             VALUE "Y".
009100
009200 01  WS-SUBSCRIPTS.
009300     05  WS-SUB                      PIC 99  VALUE ZERO.
009400
009500 01  WS-COUNTERS.
009600     05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
009700     05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
009800     05  WS-PLACED-COUNT             PIC 9(05) VALUE ZERO.
009900     05  WS-LIFTED-COUNT             PIC 9(05) VALUE ZERO.
010000
010100*--------------------------------------------------------------*
010200* CONTROL TOTALS FOR THE BALANCING STEP - TRANSACTIONS READ,     *
010300* TRANSACTIONS APPLIED, AND THE HASH OF APPLIED STUDENT NUMBERS. *
010400*--------------------------------------------------------------*
010500 01  WS-CONTROL-COUNTS.
010600     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
010700     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
010800
010900 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
011000 01  WS-TRAN-DATE                    PIC 9(08) VALUE ZERO.
011100
011200*--------------------------------------------------------------*
011300* SEED DATA - SAMPLE HOLD SHEETS, LOADED ON A RUN WHERE NO       *
011400* HOLDTRAN EXISTS SO THIS STEP HAS SOMETHING TO APPLY.  THE LAST *
011500* FIVE ARE WRONG ON PURPOSE (A LIFT FROM THE WRONG OFFICE, A     *
011600* DUPLICATE PLACE, AN UNKNOWN STUDENT, A BAD TYPE AND A LIFT OF  *
011700* A HOLD THAT WAS NEVER PLACED) SO THE REGISTER HAS REJECTIONS.  *
011800*--------------------------------------------------------------*
011900 01  WS-TRAN-SEED-VALUES.
012000     05  FILLER PIC X(59) VALUE
012100         "P000000001LIBLIBRARY 20261001OVERDUE BOOKS - 3 TITLES".
012200     05  FILLER PIC X(59) VALUE
012300         "P000000003ACCACCTG   20261002UNPAID BALANCE 2026-1".
012400     05  FILLER PIC X(59) VALUE
012500         "L000000003ACCACCTG   20261009BALANCE SETTLED".
012600     05  FILLER PIC X(59) VALUE
012700         "L000000001LIBACCTG   00000000".
012800     05  FILLER PIC X(59) VALUE
012900         "P000000001LIBLIBRARY 00000000OVERDUE BOOKS".
013000     05  FILLER PIC X(59) VALUE
013100         "P000000009DISOSA     00000000PENDING CASE".
013200     05  FILLER PIC X(59) VALUE
013300         "P000000002XYZREGISTRY00000000".
013400     05  FILLER PIC X(59) VALUE
013500         "L000000002REGREGISTRY00000000".
013600
013700 01  WS-TRAN-SEED-TABLE REDEFINES WS-TRAN-SEED-VALUES.
013800     05  WS-TS-ENTRY OCCURS 8 TIMES.
013900         10  WS-TS-TRAN              PIC X(59).
014000
014100 01  WS-MAINT-DETAIL.
014200     05  WS-MD-ACTION                PIC X(01).
014300     05  FILLER                      PIC X(04) VALUE SPACES.
014400     05  WS-MD-NUMBER                PIC 9(09).
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  WS-MD-TYPE                  PIC X(03).
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  WS-MD-OFFICE                PIC X(08).
014900     05  FILLER                      PIC X(02) VALUE SPACES.
015000     05  WS-MD-DATE                  PIC 9(08).
015100     05  FILLER                      PIC X(02) VALUE SPACES.
015200     05  WS-MD-DISPOSITION           PIC X(30).
015300
015400 01  WS-SUMMARY-LINE.
015500     05  FILLER          PIC X(15) VALUE "TOTAL APPLIED:".
015600     05  WS-SUM-APPLIED  PIC ZZZZ9.
015700     05  FILLER          PIC X(04) VALUE SPACES.
015800     05  FILLER          PIC X(15) VALUE "TOTAL REJECTED:".
015900     05  WS-SUM-REJECTED PIC ZZZZ9.
016000     05  FILLER          PIC X(10) VALUE "  PLACED:".
016100     05  WS-SUM-PLACED   PIC ZZZZ9.
016200     05  FILLER          PIC X(10) VALUE "  LIFTED:".
016300     05  WS-SUM-LIFTED   PIC ZZZZ9.
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017000     STOP RUN.
017100
017200*----------------------------------------------------------*
017300* 1000-INITIALIZE - SEED THE TRANSACTION FILE ON A FIRST    *
017400* RUN, OPEN HOLD-MASTER FOR UPDATE (A FIRST RUN CREATES     *
017500* IT), STUDENT-MASTER FOR REFERENCE, AND THE REGISTER.      *
017600*----------------------------------------------------------*
017700 1000-INITIALIZE.
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017900     PERFORM 1300-LOAD-TRAN-FILE THRU 1300-EXIT.
018000     OPEN I-O HOLD-MASTER.
018100     IF WS-HOLDMAST-STATUS NOT = "00" AND
018200             WS-HOLDMAST-STATUS NOT = "05"
018300         DISPLAY "HOLDMNT: HOLD-MASTER OPEN FAILED, STATUS="
018400                 WS-HOLDMAST-STATUS
018500         GO TO 9999-ABEND
018600     END-IF.
018700     OPEN INPUT STUDENT-MASTER.
018800     IF WS-STUDMAST-STATUS NOT = "00"
018900         DISPLAY "HOLDMNT: STUDENT-MASTER OPEN FAILED, STATUS="
019000                 WS-STUDMAST-STATUS
019100         GO TO 9999-ABEND
019200     END-IF.
019300     OPEN OUTPUT REPORT-FILE.
019400     MOVE "BICOL UNIVERSITY - HOLD MAINTENANCE"
019500         TO PRT-TITLE-TEXT.
019600     MOVE "ACT  STU NO.    TYP  OFFICE    DATE      DISPOSITION"
019700         TO PRT-HEAD1-TEXT.
019800     MOVE "---  ---------  ---  --------  --------  -----------"
019900         TO PRT-HEAD2-TEXT.
020000     MOVE 99 TO PRT-LINE-COUNT.
020100 1000-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------*
020500* 1300-LOAD-TRAN-FILE - FIRST RUN ONLY: BUILD A BRAND NEW   *
020600* HOLDTRAN FROM THE SAMPLE HOLD SHEETS ABOVE.               *
020700*----------------------------------------------------------*
020800 1300-LOAD-TRAN-FILE.
020900     OPEN INPUT HOLD-TRAN-FILE.
021000     IF WS-HOLDTRAN-STATUS = "00"
021100         CLOSE HOLD-TRAN-FILE
021200     ELSE
021300         IF WS-HOLDTRAN-STATUS = "35"
021400             PERFORM 1350-SEED-TRAN-FILE THRU 1350-EXIT
021500         ELSE
021600             DISPLAY "HOLDMNT: HOLDTRAN OPEN INPUT "
021700                     "FAILED, STATUS=" WS-HOLDTRAN-STATUS
021800             GO TO 9999-ABEND
021900         END-IF
022000     END-IF.
022100 1300-EXIT.
022200     EXIT.
022300
022400 1350-SEED-TRAN-FILE.
022500     OPEN OUTPUT HOLD-TRAN-FILE.
022600     IF WS-HOLDTRAN-STATUS NOT = "00"
022700         DISPLAY "HOLDMNT: HOLDTRAN OPEN OUTPUT "
022800                 "FAILED, STATUS=" WS-HOLDTRAN-STATUS
022900         GO TO 9999-ABEND
023000     END-IF.
023100     PERFORM 1360-WRITE-TRAN-ROW THRU 1360-EXIT
023200         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
023300     CLOSE HOLD-TRAN-FILE.
023400 1350-EXIT.
023500     EXIT.
023600
023700 1360-WRITE-TRAN-ROW.
023800     MOVE WS-TS-TRAN(WS-SUB) TO HOLD-TRAN-RECORD.
023900     WRITE HOLD-TRAN-RECORD.
024000 1360-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------*
024400* 2000-APPLY-TRANSACTIONS - ONE PASS OVER THE TRANSACTION   *
024500* FILE IN THE ORDER THE OFFICES SUBMITTED IT, SO A PLACE    *
024600* AND A LATER LIFT ON THE SAME NIGHT BOTH TAKE EFFECT.      *
024700*----------------------------------------------------------*
024800 2000-APPLY-TRANSACTIONS.
024900     OPEN INPUT HOLD-TRAN-FILE.
025000     IF WS-HOLDTRAN-STATUS NOT = "00"
025100         DISPLAY "HOLDMNT: HOLDTRAN OPEN FAILED, STATUS="
025200                 WS-HOLDTRAN-STATUS
025300         GO TO 9999-ABEND
025400     END-IF.
025500     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
025600     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
025700         UNTIL WS-TRAN-EOF.
025800     CLOSE HOLD-TRAN-FILE.
025900 2000-EXIT.
026000     EXIT.
026100
026200 2100-APPLY-ONE-TRAN.
026300     ADD 1 TO WS-CTL-READ.
026400     MOVE SPACES TO WS-MD-DISPOSITION.
026500     IF HTX-DATE = ZERO
026600         MOVE WS-RUN-DATE TO WS-TRAN-DATE
026700     ELSE
026800         MOVE HTX-DATE    TO WS-TRAN-DATE
026900     END-IF.
027000     IF HTX-PLACE
027100         PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
027200     ELSE
027300         IF HTX-LIFT
027400             PERFORM 4000-LIFT-HOLD THRU 4000-EXIT
027500         ELSE
027600             MOVE "REJECTED - INVALID ACTION CODE"
027700                 TO WS-MD-DISPOSITION
027800             PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
027900         END-IF
028000     END-IF.
028100     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
028200 2100-EXIT.
028300     EXIT.
028400
028500*----------------------------------------------------------*
028600* 2200-READ-HOLD - KEYED READ OF THE HOLD NAMED ON THE      *
028700* TRANSACTION; SETS WS-HOLD-ON-FILE.                        *
028800*----------------------------------------------------------*
028900 2200-READ-HOLD.
029000     MOVE "Y" TO WS-HOLD-ON-FILE-SW.
029100     MOVE HTX-STU-NUMBER TO HLD-STU-NUMBER.
029200     MOVE HTX-TYPE       TO HLD-TYPE.
029300     READ HOLD-MASTER
029400         INVALID KEY
029500             MOVE "N" TO WS-HOLD-ON-FILE-SW
029600     END-READ.
029700 2200-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------*
030100* 2600-ACCEPT-TRAN / 2700-REJECT-TRAN - THE CALLER LOADS    *
030200* THE DISPOSITION BEFORE PERFORMING EITHER.                 *
030300*----------------------------------------------------------*
030400 2600-ACCEPT-TRAN.
030500     ADD 1 TO WS-APPLIED-COUNT.
030600     ADD HTX-STU-NUMBER TO WS-CTL-HASH.
030700     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
030800 2600-EXIT.
030900     EXIT.
031000
031100 2700-REJECT-TRAN.
031200     ADD 1 TO WS-REJECTED-COUNT.
031300     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
031400 2700-EXIT.
031500     EXIT.
031600
031700 2800-PRINT-REGISTER-LINE.
031800     MOVE SPACES TO PRT-DETAIL-LINE.
031900     MOVE HTX-ACTION     TO WS-MD-ACTION.
032000     MOVE HTX-STU-NUMBER TO WS-MD-NUMBER.
032100     MOVE HTX-TYPE       TO WS-MD-TYPE.
032200     MOVE HTX-OFFICE     TO WS-MD-OFFICE.
032300     MOVE WS-TRAN-DATE   TO WS-MD-DATE.
032400     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
032500     MOVE SPACES TO WS-MD-DISPOSITION.
032600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
032700 2800-EXIT.
032800     EXIT.
032900
033000 2900-READ-TRAN.
033100     READ HOLD-TRAN-FILE
033200         AT END
033300             SET WS-TRAN-EOF TO TRUE
033400     END-READ.
033500 2900-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------*
033900* 3000-PLACE-HOLD - THE STUDENT MUST BE ON STUDENT-MASTER,  *
034000* THE TYPE MUST BE ONE THIS SYSTEM KNOWS AND THE OFFICE     *
034100* MUST BE NAMED.  A NEW HOLD IS WRITTEN; A LIFTED HOLD OF   *
034200* THE SAME TYPE IS RE-OPENED; AN OPEN ONE IS A DUPLICATE.   *
034300*----------------------------------------------------------*
034400 3000-PLACE-HOLD.
034500     MOVE HTX-STU-NUMBER TO STU-NUMBER.
034600     READ STUDENT-MASTER
034700         INVALID KEY
034800             MOVE "REJECTED - STUDENT NOT ON FILE"
034900                 TO WS-MD-DISPOSITION
035000             PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
035100             GO TO 3000-EXIT
035200     END-READ.
035300     MOVE HTX-TYPE TO HLD-TYPE.
035400     IF NOT HLD-TYPE-VALID
035500         MOVE "REJECTED - INVALID HOLD TYPE" TO WS-MD-DISPOSITION
035600         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
035700         GO TO 3000-EXIT
035800     END-IF.
035900     IF HTX-OFFICE = SPACES
036000         MOVE "REJECTED - NO PLACING OFFICE" TO WS-MD-DISPOSITION
036100         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
036200         GO TO 3000-EXIT
036300     END-IF.
036400     PERFORM 2200-READ-HOLD THRU 2200-EXIT.
036500     IF WS-HOLD-ON-FILE AND HLD-OPEN
036600         MOVE "REJECTED - HOLD ALREADY OPEN" TO WS-MD-DISPOSITION
036700         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
036800         GO TO 3000-EXIT
036900     END-IF.
037000     MOVE HTX-STU-NUMBER TO HLD-STU-NUMBER.
037100     MOVE HTX-TYPE       TO HLD-TYPE.
037200     MOVE HTX-OFFICE     TO HLD-OFFICE.
037300     MOVE WS-TRAN-DATE   TO HLD-DATE-PLACED.
037400     MOVE ZERO           TO HLD-DATE-LIFTED.
037500     MOVE HTX-REMARKS    TO HLD-REMARKS.
037600     IF WS-HOLD-ON-FILE
037700         REWRITE HOLD-RECORD
037800             INVALID KEY
037900                 DISPLAY "HOLDMNT: HOLD-MASTER REWRITE FAILED "
038000                         "FOR " HLD-KEY
038100                 GO TO 9999-ABEND
038200         END-REWRITE
038300         MOVE "RE-PLACED" TO WS-MD-DISPOSITION
038400     ELSE
038500         WRITE HOLD-RECORD
038600             INVALID KEY
038700                 DISPLAY "HOLDMNT: HOLD-MASTER WRITE FAILED "
038800                         "FOR " HLD-KEY
038900                 GO TO 9999-ABEND
039000         END-WRITE
039100         MOVE "PLACED" TO WS-MD-DISPOSITION
039200     END-IF.
039300     ADD 1 TO WS-PLACED-COUNT.
039400     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
039500 3000-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------*
039900* 4000-LIFT-HOLD - THE HOLD MUST BE ON FILE AND STILL OPEN, *
040000* AND THE LIFTING OFFICE MUST BE THE PLACING OFFICE - THE   *
040100* LIBRARY CANNOT CLEAR AN ACCOUNTING HOLD.                  *
040200*----------------------------------------------------------*
040300 4000-LIFT-HOLD.
040400     PERFORM 2200-READ-HOLD THRU 2200-EXIT.
040500     IF NOT WS-HOLD-ON-FILE
040600         MOVE "REJECTED - NO SUCH HOLD" TO WS-MD-DISPOSITION
040700         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
040800         GO TO 4000-EXIT
040900     END-IF.
041000     IF NOT HLD-OPEN
041100         MOVE "REJECTED - HOLD ALREADY LIFTED"
041200             TO WS-MD-DISPOSITION
041300         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
041400         GO TO 4000-EXIT
041500     END-IF.
041600     IF HTX-OFFICE NOT = HLD-OFFICE
041700         MOVE "REJECTED - NOT PLACING OFFICE" TO WS-MD-DISPOSITION
041800         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
041900         GO TO 4000-EXIT
042000     END-IF.
042100     MOVE WS-TRAN-DATE TO HLD-DATE-LIFTED.
042200     IF HTX-REMARKS NOT = SPACES
042300         MOVE HTX-REMARKS TO HLD-REMARKS
042400     END-IF.
042500     REWRITE HOLD-RECORD
042600         INVALID KEY
042700             DISPLAY "HOLDMNT: HOLD-MASTER REWRITE FAILED "
042800                     "FOR " HLD-KEY
042900             GO TO 9999-ABEND
043000     END-REWRITE.
043100     ADD 1 TO WS-LIFTED-COUNT.
043200     MOVE "LIFTED" TO WS-MD-DISPOSITION.
043300     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
043400 4000-EXIT.
043500     EXIT.
043600
043700     COPY PRTFMT.
043800
043900*----------------------------------------------------------*
044000* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
044100* RECORD FOR THE BALANCING STEP.                            *
044200*----------------------------------------------------------*
044300 8900-WRITE-CONTROL-TOTAL.
044400     OPEN EXTEND CONTROL-TOTAL-FILE.
044500     IF WS-CTLFILE-STATUS NOT = "00" AND
044600             WS-CTLFILE-STATUS NOT = "05"
044700         DISPLAY "HOLDMNT: CTLFILE OPEN FAILED, STATUS="
044800                 WS-CTLFILE-STATUS
044900     ELSE
045000         MOVE "HOLDMNT   " TO CTL-PROGRAM
045100         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
045200         ACCEPT CTL-RUN-TIME FROM TIME
045300         MOVE WS-CTL-READ      TO CTL-RECS-READ
045400         MOVE WS-APPLIED-COUNT TO CTL-RECS-WRITTEN
045500         MOVE WS-CTL-HASH      TO CTL-HASH-TOTAL
045600         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
045700         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
045800         WRITE CONTROL-TOTAL-RECORD
045900         CLOSE CONTROL-TOTAL-FILE
046000     END-IF.
046100 8900-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------*
046500* 9000-TERMINATE - PRINT THE APPLIED/REJECTED TOTALS AND    *
046600* CLOSE EVERY FILE THE RUN HAD OPEN.                        *
046700*----------------------------------------------------------*
046800 9000-TERMINATE.
046900     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
047000     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED.
047100     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
047200     MOVE WS-PLACED-COUNT   TO WS-SUM-PLACED.
047300     MOVE WS-LIFTED-COUNT   TO WS-SUM-LIFTED.
047400     MOVE SPACES TO PRT-DETAIL-LINE.
047500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
047600     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
047700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
047800     CLOSE HOLD-MASTER.
047900     CLOSE STUDENT-MASTER.
048000     CLOSE REPORT-FILE.
048100     DISPLAY "HOLDMNT: APPLIED=" WS-APPLIED-COUNT
048200             " REJECTED=" WS-REJECTED-COUNT.
048300 9000-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------*
048700* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;    *
048800* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND  *
048900* CHECKS BYPASS THE DOWNSTREAM STEPS AND THE TRANSACTION    *
049000* FILE IS KEPT FOR THE RERUN.                               *
049100*----------------------------------------------------------*
049200 9999-ABEND.
049300     MOVE 16 TO RETURN-CODE.
049400     STOP RUN.
