000100*================================================================*
000200* PROGRAM:     FACASGN                                           *
000300* PURPOSE:     APPLY THE DEPARTMENT CHAIRS' INSTRUCTOR-ASSIGNMENT*
000400*              TRANSACTIONS (FASTRAN) AGAINST THE SECTION-       *
000500*              ASSIGNMENT MASTER (SECASGN).  AN ASSIGN TIES A    *
000600*              SECTION ON THE SECTION MASTER, IN A TERM ON THE   *
000700*              TERM MASTER, TO AN INSTRUCTOR ON THE FACULTY      *
000800*              MASTER, REPLACING WHOEVER HAD IT; A REMOVE TAKES  *
000900*              THE NAMED INSTRUCTOR OFF THE SECTION.  THE CHAIR  *
001000*              SUBMITTING MUST BE ON THE FACULTY MASTER.  EVERY  *
001100*              TRANSACTION, APPLIED OR REJECTED, PRINTS ON THE   *
001200*              ASSIGNMENT REGISTER.  THE GRADE-SHEET STEP THEN   *
001300*              REFUSES A SHEET FROM ANYONE NOT ASSIGNED TO THE   *
001400*              SUBJECT IN THAT TERM, AND FACLOAD PRINTS EACH     *
001500*              INSTRUCTOR'S TEACHING LOAD.                       *
001600*                                                                *
001700* RUNS ON REQUEST WHILE THE CHAIRS SET UP THE TERM'S LOADS (SEE  *
001800* BUFACASG STEP010).                                             *
001900*                                                                *
002000* MOD-LOG                                                        *
002100*   2026-10-15  MC  ORIGINAL.                                    *
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. FACASGN.
002500 AUTHOR. M-CANONIZADO.
002600 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FAC-ASSIGN-TRAN-FILE ASSIGN TO "FASTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-FASTRAN-STATUS.
003600
003700     SELECT OPTIONAL SECTION-ASSIGN-MASTER ASSIGN TO "SECASGN"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS SAS-KEY
004100         FILE STATUS IS WS-SECASGN-STATUS.
004200
004300     SELECT SECTION-MASTER ASSIGN TO "SECMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS SEC-KEY
004700         FILE STATUS IS WS-SECMAST-STATUS.
004800
004900     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS TRM-TERM-CODE
005300         FILE STATUS IS WS-TERMMAST-STATUS.
005400
005500     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS FAC-ID
005900         FILE STATUS IS WS-FACMAST-STATUS.
006000
006100     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CTLFILE-STATUS.
006400
006500     SELECT REPORT-FILE ASSIGN TO "FASRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  FAC-ASSIGN-TRAN-FILE
007100     LABEL RECORDS ARE OMITTED.
007200     COPY FATREC.
007300
007400 FD  SECTION-ASSIGN-MASTER
007500     LABEL RECORDS ARE STANDARD.
007600     COPY SASREC.
007700
007800 FD  SECTION-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000     COPY SECREC.
008100
008200 FD  TERM-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400     COPY TRMREC.
008500
008600 FD  FACULTY-MASTER
008700     LABEL RECORDS ARE STANDARD.
008800     COPY FACREC.
008900
009000 FD  CONTROL-TOTAL-FILE
009100     LABEL RECORDS ARE OMITTED.
009200     COPY CTLREC.
009300
009400 FD  REPORT-FILE
009500     LABEL RECORDS ARE OMITTED.
009600 01  REPORT-LINE                     PIC X(132).
009700
009800 WORKING-STORAGE SECTION.
009900     COPY PRTCTL.
010000
010100 01  WS-FILE-STATUSES.
010200     05  WS-FASTRAN-STATUS           PIC X(02) VALUE "00".
010300     05  WS-SECASGN-STATUS           PIC X(02) VALUE "00".
010400     05  WS-SECMAST-STATUS           PIC X(02) VALUE "00".
010500     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
010600     05  WS-FACMAST-STATUS           PIC X(02) VALUE "00".
010700     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
010800
010900 01  WS-SWITCHES.
011000     05  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
011100         88  WS-TRAN-EOF                 VALUE "Y".
011200     05  WS-ASSIGN-ON-FILE-SW        PIC X(01) VALUE "N".
011300         88  WS-ASSIGN-ON-FILE           VALUE "Y".
011400
011500 01  WS-SUBSCRIPTS.
011600     05  WS-SUB                      PIC 99  VALUE ZERO.
011700
011800 01  WS-COUNTERS.
011900     05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
012000     05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
012100     05  WS-ASSIGNED-COUNT           PIC 9(05) VALUE ZERO.
012200     05  WS-REMOVED-COUNT            PIC 9(05) VALUE ZERO.
012300
012400*--------------------------------------------------------------*
012500* CONTROL TOTALS FOR THE BALANCING STEP - TRANSACTIONS READ,     *
012600* TRANSACTIONS APPLIED, AND THE SUM OF THE SEAT CAPACITIES OF   *
012700* THE SECTIONS THEY TOUCHED (THERE IS NO STUDENT NUMBER TO HASH).*
012800*--------------------------------------------------------------*
012900 01  WS-CONTROL-COUNTS.
013000     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
013100     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
013200
013300 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
013400 01  WS-TRAN-DATE                    PIC 9(08) VALUE ZERO.
013500
013600*--------------------------------------------------------------*
013700* SEED DATA - SAMPLE LOAD SHEETS, LOADED ON A RUN WHERE NO       *
013800* FASTRAN EXISTS SO THIS STEP HAS SOMETHING TO APPLY.  THE LAST  *
013900* SIX ARE WRONG ON PURPOSE (A REMOVE BY THE WRONG INSTRUCTOR, AN *
014000* UNKNOWN FACULTY, A SECTION NOT ON THE MASTER, A TERM NOT ON    *
014100* THE MASTER, A DUPLICATE ASSIGN AND A REMOVE OF A SECTION NO    *
014200* ONE HOLDS) SO THE REGISTER HAS REJECTIONS.                     *
014300*--------------------------------------------------------------*
014400 01  WS-TRAN-SEED-VALUES.
014500     05  FILLER                      PIC X(36) VALUE
014600         "ACS101 A  2026-1FAC001FAC00100000000".
014700     05  FILLER                      PIC X(36) VALUE
014800         "ACS101 B  2026-1FAC001FAC00100000000".
014900     05  FILLER                      PIC X(36) VALUE
015000         "AMATH01A  2026-1FAC002FAC00200000000".
015100     05  FILLER                      PIC X(36) VALUE
015200         "AENG101A  2026-1FAC002FAC00200000000".
015300     05  FILLER                      PIC X(36) VALUE
015400         "RENG101A  2026-1FAC001FAC00200000000".
015500     05  FILLER                      PIC X(36) VALUE
015600         "AMATH01B  2026-1FAC009FAC00200000000".
015700     05  FILLER                      PIC X(36) VALUE
015800         "ACS999 A  2026-1FAC001FAC00100000000".
015900     05  FILLER                      PIC X(36) VALUE
016000         "ACS101 A  2026-9FAC001FAC00100000000".
016100     05  FILLER                      PIC X(36) VALUE
016200         "ACS101 A  2026-1FAC001FAC00100000000".
016300     05  FILLER                      PIC X(36) VALUE
016400         "RMATH01B  2026-1FAC002FAC00200000000".
016500
016600 01  WS-TRAN-SEED-TABLE REDEFINES WS-TRAN-SEED-VALUES.
016700     05  WS-TS-ENTRY OCCURS 10 TIMES.
016800         10  WS-TS-TRAN              PIC X(36).
016900
017000 01  WS-MAINT-DETAIL.
017100     05  WS-MD-ACTION                PIC X(01).
017200     05  FILLER                      PIC X(04) VALUE SPACES.
017300     05  WS-MD-SUBJ                  PIC X(06).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  WS-MD-SECTION               PIC X(03).
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  WS-MD-TERM                  PIC X(06).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  WS-MD-FAC-ID                PIC X(06).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  WS-MD-CHAIR-ID              PIC X(06).
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  WS-MD-DATE                  PIC 9(08).
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  WS-MD-DISPOSITION           PIC X(30).
018600
018700 01  WS-SUMMARY-LINE.
018800     05  FILLER          PIC X(15) VALUE "TOTAL APPLIED:".
018900     05  WS-SUM-APPLIED  PIC ZZZZ9.
019000     05  FILLER          PIC X(04) VALUE SPACES.
019100     05  FILLER          PIC X(15) VALUE "TOTAL REJECTED:".
019200     05  WS-SUM-REJECTED PIC ZZZZ9.
019300     05  FILLER          PIC X(12) VALUE "  ASSIGNED:".
019400     05  WS-SUM-ASSIGNED PIC ZZZZ9.
019500     05  FILLER          PIC X(11) VALUE "  REMOVED:".
019600     05  WS-SUM-REMOVED  PIC ZZZZ9.
019700
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     STOP RUN.
020400
020500*----------------------------------------------------------*
020600* 1000-INITIALIZE - SEED THE TRANSACTION FILE ON A FIRST    *
020700* RUN, OPEN THE ASSIGNMENT MASTER FOR UPDATE (A FIRST RUN   *
020800* CREATES IT), THE SECTION, TERM AND FACULTY MASTERS FOR    *
020900* REFERENCE, AND THE REGISTER.                              *
021000*----------------------------------------------------------*
021100 1000-INITIALIZE.
021200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021300     PERFORM 1300-LOAD-TRAN-FILE THRU 1300-EXIT.
021400     OPEN I-O SECTION-ASSIGN-MASTER.
021500     IF WS-SECASGN-STATUS NOT = "00" AND
021600             WS-SECASGN-STATUS NOT = "05"
021700         DISPLAY "FACASGN: SECASGN OPEN FAILED, STATUS="
021800                 WS-SECASGN-STATUS
021900         GO TO 9999-ABEND
022000     END-IF.
022100     OPEN INPUT SECTION-MASTER.
022200     IF WS-SECMAST-STATUS NOT = "00"
022300         DISPLAY "FACASGN: SECTION-MASTER OPEN FAILED, STATUS="
022400                 WS-SECMAST-STATUS
022500         GO TO 9999-ABEND
022600     END-IF.
022700     OPEN INPUT TERM-MASTER.
022800     IF WS-TERMMAST-STATUS NOT = "00"
022900         DISPLAY "FACASGN: TERM-MASTER OPEN FAILED, STATUS="
023000                 WS-TERMMAST-STATUS
023100         GO TO 9999-ABEND
023200     END-IF.
023300     OPEN INPUT FACULTY-MASTER.
023400     IF WS-FACMAST-STATUS NOT = "00"
023500         DISPLAY "FACASGN: FACULTY-MASTER OPEN FAILED, STATUS="
023600                 WS-FACMAST-STATUS
023700         GO TO 9999-ABEND
023800     END-IF.
023900     OPEN OUTPUT REPORT-FILE.
024000     MOVE "BICOL UNIVERSITY - SECTION ASSIGNMENTS"
024100         TO PRT-TITLE-TEXT.
024200     MOVE
024300     "A    SUBJ    SEC  TERM    FAC ID  CHAIR   DATE      RESULT"
024400         TO PRT-HEAD1-TEXT.
024500     MOVE
024600     "-    ------  ---  ------  ------  ------  --------  ------"
024700         TO PRT-HEAD2-TEXT.
024800     MOVE 99 TO PRT-LINE-COUNT.
024900 1000-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------*
025300* 1300-LOAD-TRAN-FILE - FIRST RUN ONLY: BUILD A BRAND NEW   *
025400* FASTRAN FROM THE SAMPLE LOAD SHEETS ABOVE.                *
025500*----------------------------------------------------------*
025600 1300-LOAD-TRAN-FILE.
025700     OPEN INPUT FAC-ASSIGN-TRAN-FILE.
025800     IF WS-FASTRAN-STATUS = "00"
025900         CLOSE FAC-ASSIGN-TRAN-FILE
026000     ELSE
026100         IF WS-FASTRAN-STATUS = "35"
026200             PERFORM 1350-SEED-TRAN-FILE THRU 1350-EXIT
026300         ELSE
026400             DISPLAY "FACASGN: FASTRAN OPEN INPUT "
026500                     "FAILED, STATUS=" WS-FASTRAN-STATUS
026600             GO TO 9999-ABEND
026700         END-IF
026800     END-IF.
026900 1300-EXIT.
027000     EXIT.
027100
027200 1350-SEED-TRAN-FILE.
027300     OPEN OUTPUT FAC-ASSIGN-TRAN-FILE.
027400     IF WS-FASTRAN-STATUS NOT = "00"
027500         DISPLAY "FACASGN: FASTRAN OPEN OUTPUT "
027600                 "FAILED, STATUS=" WS-FASTRAN-STATUS
027700         GO TO 9999-ABEND
027800     END-IF.
027900     PERFORM 1360-WRITE-TRAN-ROW THRU 1360-EXIT
028000         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.
028100     CLOSE FAC-ASSIGN-TRAN-FILE.
028200 1350-EXIT.
028300     EXIT.
028400
028500 1360-WRITE-TRAN-ROW.
028600     MOVE WS-TS-TRAN(WS-SUB) TO FAC-ASSIGN-TRAN-RECORD.
028700     WRITE FAC-ASSIGN-TRAN-RECORD.
028800 1360-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------*
029200* 2000-APPLY-TRANSACTIONS - ONE PASS OVER THE TRANSACTION   *
029300* FILE IN THE ORDER THE CHAIRS SUBMITTED IT, SO AN ASSIGN   *
029400* AND A LATER CHANGE ON THE SAME SHEET BOTH TAKE EFFECT.    *
029500*----------------------------------------------------------*
029600 2000-APPLY-TRANSACTIONS.
029700     OPEN INPUT FAC-ASSIGN-TRAN-FILE.
029800     IF WS-FASTRAN-STATUS NOT = "00"
029900         DISPLAY "FACASGN: FASTRAN OPEN FAILED, STATUS="
030000                 WS-FASTRAN-STATUS
030100         GO TO 9999-ABEND
030200     END-IF.
030300     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
030400     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
030500         UNTIL WS-TRAN-EOF.
030600     CLOSE FAC-ASSIGN-TRAN-FILE.
030700 2000-EXIT.
030800     EXIT.
030900
031000 2100-APPLY-ONE-TRAN.
031100     ADD 1 TO WS-CTL-READ.
031200     MOVE SPACES TO WS-MD-DISPOSITION.
031300     IF FAT-DATE = ZERO
031400         MOVE WS-RUN-DATE TO WS-TRAN-DATE
031500     ELSE
031600         MOVE FAT-DATE    TO WS-TRAN-DATE
031700     END-IF.
031800     IF NOT FAT-ASSIGN AND NOT FAT-REMOVE
031900         MOVE "REJECTED - INVALID ACTION CODE"
032000             TO WS-MD-DISPOSITION
032100         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
032200         GO TO 2100-READ-NEXT
032300     END-IF.
032400     PERFORM 2300-CHECK-REFERENCES THRU 2300-EXIT.
032500     IF WS-MD-DISPOSITION NOT = SPACES
032600         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
032700         GO TO 2100-READ-NEXT
032800     END-IF.
032900     IF FAT-ASSIGN
033000         PERFORM 3000-ASSIGN-SECTION THRU 3000-EXIT
033100     ELSE
033200         PERFORM 4000-REMOVE-ASSIGNMENT THRU 4000-EXIT
033300     END-IF.
033400 2100-READ-NEXT.
033500     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
033600 2100-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------*
034000* 2200-READ-ASSIGNMENT - KEYED READ OF THE SECTION AND TERM *
034100* NAMED ON THE TRANSACTION; SETS WS-ASSIGN-ON-FILE.         *
034200*----------------------------------------------------------*
034300 2200-READ-ASSIGNMENT.
034400     MOVE "Y" TO WS-ASSIGN-ON-FILE-SW.
034500     MOVE FAT-SUBJ-CODE TO SAS-SUBJ-CODE.
034600     MOVE FAT-TERM      TO SAS-TERM.
034700     MOVE FAT-SECTION   TO SAS-SECTION.
034800     READ SECTION-ASSIGN-MASTER
034900         INVALID KEY
035000             MOVE "N" TO WS-ASSIGN-ON-FILE-SW
035100     END-READ.
035200 2200-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------*
035600* 2300-CHECK-REFERENCES - THE SECTION MUST BE ON THE        *
035700* SECTION MASTER, THE TERM ON THE TERM MASTER, AND BOTH THE *
035800* INSTRUCTOR AND THE CHAIR ON THE FACULTY MASTER.  THE      *
035900* FIRST FAILURE LOADS THE DISPOSITION FOR THE CALLER.       *
036000*----------------------------------------------------------*
036100 2300-CHECK-REFERENCES.
036200     MOVE FAT-SUBJ-CODE TO SEC-SUBJ-CODE.
036300     MOVE FAT-SECTION   TO SEC-SECTION.
036400     READ SECTION-MASTER
036500         INVALID KEY
036600             MOVE "REJECTED - SECTION NOT ON FILE"
036700                 TO WS-MD-DISPOSITION
036800             GO TO 2300-EXIT
036900     END-READ.
037000     MOVE FAT-TERM TO TRM-TERM-CODE.
037100     READ TERM-MASTER
037200         INVALID KEY
037300             MOVE "REJECTED - TERM NOT ON MASTER"
037400                 TO WS-MD-DISPOSITION
037500             GO TO 2300-EXIT
037600     END-READ.
037700     MOVE FAT-CHAIR-ID TO FAC-ID.
037800     READ FACULTY-MASTER
037900         INVALID KEY
038000             MOVE "REJECTED - UNKNOWN CHAIR" TO WS-MD-DISPOSITION
038100             GO TO 2300-EXIT
038200     END-READ.
038300     MOVE FAT-FAC-ID TO FAC-ID.
038400     READ FACULTY-MASTER
038500         INVALID KEY
038600             MOVE "REJECTED - UNKNOWN FACULTY"
038700                 TO WS-MD-DISPOSITION
038800     END-READ.
038900 2300-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------*
039300* 2600-ACCEPT-TRAN / 2700-REJECT-TRAN - THE CALLER LOADS    *
039400* THE DISPOSITION BEFORE PERFORMING EITHER.                 *
039500*----------------------------------------------------------*
039600 2600-ACCEPT-TRAN.
039700     ADD 1 TO WS-APPLIED-COUNT.
039800     ADD SEC-CAPACITY TO WS-CTL-HASH.
039900     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
040000 2600-EXIT.
040100     EXIT.
040200
040300 2700-REJECT-TRAN.
040400     ADD 1 TO WS-REJECTED-COUNT.
040500     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
040600 2700-EXIT.
040700     EXIT.
040800
040900 2800-PRINT-REGISTER-LINE.
041000     MOVE SPACES TO PRT-DETAIL-LINE.
041100     MOVE FAT-ACTION    TO WS-MD-ACTION.
041200     MOVE FAT-SUBJ-CODE TO WS-MD-SUBJ.
041300     MOVE FAT-SECTION   TO WS-MD-SECTION.
041400     MOVE FAT-TERM      TO WS-MD-TERM.
041500     MOVE FAT-FAC-ID    TO WS-MD-FAC-ID.
041600     MOVE FAT-CHAIR-ID  TO WS-MD-CHAIR-ID.
041700     MOVE WS-TRAN-DATE  TO WS-MD-DATE.
041800     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
041900     MOVE SPACES TO WS-MD-DISPOSITION.
042000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
042100 2800-EXIT.
042200     EXIT.
042300
042400 2900-READ-TRAN.
042500     READ FAC-ASSIGN-TRAN-FILE
042600         AT END
042700             SET WS-TRAN-EOF TO TRUE
042800     END-READ.
042900 2900-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------*
043300* 3000-ASSIGN-SECTION - A SECTION WITH NO INSTRUCTOR FOR    *
043400* THE TERM GETS A NEW ROW; ONE ALREADY HELD BY SOMEONE ELSE *
043500* IS REASSIGNED IN PLACE; ONE ALREADY HELD BY THE SAME      *
043600* INSTRUCTOR IS A DUPLICATE.                                *
043700*----------------------------------------------------------*
043800 3000-ASSIGN-SECTION.
043900     PERFORM 2200-READ-ASSIGNMENT THRU 2200-EXIT.
044000     IF WS-ASSIGN-ON-FILE AND SAS-FAC-ID = FAT-FAC-ID
044100         MOVE "REJECTED - ALREADY ASSIGNED" TO WS-MD-DISPOSITION
044200         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
044300         GO TO 3000-EXIT
044400     END-IF.
044500     MOVE FAT-SUBJ-CODE TO SAS-SUBJ-CODE.
044600     MOVE FAT-TERM      TO SAS-TERM.
044700     MOVE FAT-SECTION   TO SAS-SECTION.
044800     MOVE FAT-FAC-ID    TO SAS-FAC-ID.
044900     MOVE FAT-CHAIR-ID  TO SAS-CHAIR-ID.
045000     MOVE WS-TRAN-DATE  TO SAS-DATE-ASSIGNED.
045100     IF WS-ASSIGN-ON-FILE
045200         REWRITE SECTION-ASSIGN-RECORD
045300             INVALID KEY
045400                 DISPLAY "FACASGN: SECASGN REWRITE FAILED "
045500                         "FOR " SAS-KEY
045600                 GO TO 9999-ABEND
045700         END-REWRITE
045800         MOVE "REASSIGNED" TO WS-MD-DISPOSITION
045900     ELSE
046000         WRITE SECTION-ASSIGN-RECORD
046100             INVALID KEY
046200                 DISPLAY "FACASGN: SECASGN WRITE FAILED "
046300                         "FOR " SAS-KEY
046400                 GO TO 9999-ABEND
046500         END-WRITE
046600         MOVE "ASSIGNED" TO WS-MD-DISPOSITION
046700     END-IF.
046800     ADD 1 TO WS-ASSIGNED-COUNT.
046900     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
047000 3000-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------*
047400* 4000-REMOVE-ASSIGNMENT - THE SECTION MUST HAVE AN         *
047500* INSTRUCTOR FOR THE TERM AND IT MUST BE THE ONE NAMED, SO  *
047600* A STALE SHEET CANNOT TAKE OFF A LATER REASSIGNMENT.       *
047700*----------------------------------------------------------*
047800 4000-REMOVE-ASSIGNMENT.
047900     PERFORM 2200-READ-ASSIGNMENT THRU 2200-EXIT.
048000     IF NOT WS-ASSIGN-ON-FILE
048100         MOVE "REJECTED - NOT ASSIGNED"
048200             TO WS-MD-DISPOSITION
048300         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
048400         GO TO 4000-EXIT
048500     END-IF.
048600     IF SAS-FAC-ID NOT = FAT-FAC-ID
048700         MOVE "REJECTED - NOT THE INSTRUCTOR" TO WS-MD-DISPOSITION
048800         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
048900         GO TO 4000-EXIT
049000     END-IF.
049100     DELETE SECTION-ASSIGN-MASTER RECORD
049200         INVALID KEY
049300             DISPLAY "FACASGN: SECASGN DELETE FAILED "
049400                     "FOR " SAS-KEY
049500             GO TO 9999-ABEND
049600     END-DELETE.
049700     ADD 1 TO WS-REMOVED-COUNT.
049800     MOVE "REMOVED" TO WS-MD-DISPOSITION.
049900     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
050000 4000-EXIT.
050100     EXIT.
050200
050300     COPY PRTFMT.
050400
050500*----------------------------------------------------------*
050600* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
050700* RECORD FOR THE BALANCING STEP.                            *
050800*----------------------------------------------------------*
050900 8900-WRITE-CONTROL-TOTAL.
051000     OPEN EXTEND CONTROL-TOTAL-FILE.
051100     IF WS-CTLFILE-STATUS NOT = "00" AND
051200             WS-CTLFILE-STATUS NOT = "05"
051300         DISPLAY "FACASGN: CTLFILE OPEN FAILED, STATUS="
051400                 WS-CTLFILE-STATUS
051500     ELSE
051600         MOVE "FACASGN   " TO CTL-PROGRAM
051700         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
051800         ACCEPT CTL-RUN-TIME FROM TIME
051900         MOVE WS-CTL-READ      TO CTL-RECS-READ
052000         MOVE WS-APPLIED-COUNT TO CTL-RECS-WRITTEN
052100         MOVE WS-CTL-HASH      TO CTL-HASH-TOTAL
052200         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
052300         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
052400         WRITE CONTROL-TOTAL-RECORD
052500         CLOSE CONTROL-TOTAL-FILE
052600     END-IF.
052700 8900-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------*
053100* 9000-TERMINATE - PRINT THE APPLIED/REJECTED TOTALS AND    *
053200* CLOSE EVERY FILE THE RUN HAD OPEN.                        *
053300*----------------------------------------------------------*
053400 9000-TERMINATE.
053500     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
053600     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED.
053700     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
053800     MOVE WS-ASSIGNED-COUNT TO WS-SUM-ASSIGNED.
053900     MOVE WS-REMOVED-COUNT  TO WS-SUM-REMOVED.
054000     MOVE SPACES TO PRT-DETAIL-LINE.
054100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
054200     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
054300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
054400     CLOSE SECTION-ASSIGN-MASTER.
054500     CLOSE SECTION-MASTER.
054600     CLOSE TERM-MASTER.
054700     CLOSE FACULTY-MASTER.
054800     CLOSE REPORT-FILE.
054900     DISPLAY "FACASGN: APPLIED=" WS-APPLIED-COUNT
055000             " REJECTED=" WS-REJECTED-COUNT.
055100 9000-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------*
055500* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;    *
055600* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND  *
055700* CHECKS BYPASS THE DOWNSTREAM STEPS AND THE TRANSACTION    *
055800* FILE IS KEPT FOR THE RERUN.                               *
055900*----------------------------------------------------------*
056000 9999-ABEND.
056100     MOVE 16 TO RETURN-CODE.
056200     STOP RUN.
