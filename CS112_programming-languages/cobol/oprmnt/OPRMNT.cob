000100*================================================================*
000200* PROGRAM:     OPRMNT                                            *
000300* PURPOSE:     APPLY THE REGISTRAR'S OPERATOR TRANSACTION FILE   *
000400*              (OPRTRAN) AGAINST OPERATOR-MASTER, THE TABLE OF   *
000500*              WHO MAY KEY WHICH MAINTENANCE TRANSACTIONS.  AN   *
000600*              ADD PUTS A NEW OPERATOR ON FILE (OR RESTORES A    *
000700*              REVOKED ONE), A CHANGE REPLACES AN ACTIVE         *
000800*              OPERATOR'S AUTHORITY FLAGS AND, WHEN GIVEN, NAME  *
000900*              AND OFFICE, AND A REVOKE MARKS THE OPERATOR       *
001000*              REVOKED - THE ROW STAYS ON FILE SO THE AUDIT      *
001100*              TRAIL CAN STILL NAME THEM.  THE SUBMITTING        *
001200*              OPERATOR MUST HOLD OPERATOR-MAINTENANCE AUTHORITY *
001300*              AND MAY NOT MAINTAIN THEIR OWN ROW; GRADE-        *
001400*              CORRECTION AND MERGE AUTHORITY GO TO REGISTRY     *
001500*              STAFF ONLY.  EVERY APPLIED CHANGE WRITES AN AUDIT *
001600*              ROW, AND EVERY TRANSACTION, APPLIED OR REJECTED,  *
001700*              PRINTS ON THE OPERATOR REGISTER.                  *
001800*                                                                *
001900* ON A RUN THAT FINDS OPERATOR-MASTER EMPTY, THE SYSTEM          *
002000* SUPERVISOR ID REGSUPV IS LOADED FIRST WITH EVERY AUTHORITY, SO *
002100* THE TABLE CAN BE BUILT FROM THE FIRST SUBMISSION.              *
002200*                                                                *
002300* RUNS ON REQUEST (SEE BUOPRMNT); RUN ONCE AFTER THE MASTER IS   *
002400* DEFINED AND BEFORE THE FIRST MAINTENANCE STEP USES IT.         *
002500*                                                                *
002600* MOD-LOG                                                        *
002700*   2026-10-15  MC  ORIGINAL.                                    *
002800*================================================================*
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. OPRMNT.
003100 AUTHOR. M-CANONIZADO.
003200 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPERATOR-TRAN-FILE ASSIGN TO "OPRTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-OPRTRAN-STATUS.
004200
004300     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPRMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPR-ID
004700         FILE STATUS IS WS-OPRMAST-STATUS.
004800
004900     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDITLOG-STATUS.
005200
005300     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CTLFILE-STATUS.
005600
005700     SELECT REPORT-FILE ASSIGN TO "OPRRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  OPERATOR-TRAN-FILE
006300     LABEL RECORDS ARE OMITTED.
006400     COPY OTRREC.
006500
006600 FD  OPERATOR-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800     COPY OPRREC.
006900
007000 FD  AUDIT-FILE
007100     LABEL RECORDS ARE OMITTED.
007200     COPY AUDTREC.
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
008400     COPY OPRWREC.
008500
008600 01  WS-FILE-STATUSES.
008700     05  WS-OPRTRAN-STATUS           PIC X(02) VALUE "00".
008800     05  WS-OPRMAST-STATUS           PIC X(02) VALUE "00".
008900     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
009000     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
009100
009200 01  WS-SWITCHES.
009300     05  WS-TRAN-EOF-SW              PIC X(01) VALUE "N".
009400         88  WS-TRAN-EOF                 VALUE "Y".
009500     05  WS-OPR-ON-FILE-SW           PIC X(01) VALUE "N".
009600         88  WS-OPR-ON-FILE              VALUE "Y".
009700     05  WS-MASTER-EMPTY-SW          PIC X(01) VALUE "N".
009800         88  WS-MASTER-EMPTY             VALUE "Y".
009900     05  WS-BAD-FLAG-SW              PIC X(01) VALUE "N".
010000         88  WS-BAD-FLAG                 VALUE "Y".
010100
010200 01  WS-SUBSCRIPTS.
010300     05  WS-SUB                      PIC 99  VALUE ZERO.
010400
010500 01  WS-COUNTERS.
010600     05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
010700     05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
010800     05  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
010900     05  WS-CHANGED-COUNT            PIC 9(05) VALUE ZERO.
011000     05  WS-REVOKED-COUNT            PIC 9(05) VALUE ZERO.
011100
011200*--------------------------------------------------------------*
011300* CONTROL TOTALS FOR THE BALANCING STEP - TRANSACTIONS READ    *
011400* AND TRANSACTIONS APPLIED.  OPERATOR IDS ARE NOT NUMBERS, SO  *
011500* THE HASH IS WRITTEN AS ZERO.                                 *
011600*--------------------------------------------------------------*
011700 01  WS-CONTROL-COUNTS.
011800     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
011900
012000 01  WS-RUN-DATE-TIME.
012100     05  WS-RUN-DATE                 PIC 9(08).
012200     05  WS-RUN-TIME                 PIC 9(06).
012300
012400*--------------------------------------------------------------*
012500* THE AUTHORITY FLAGS AND OFFICE THE OPERATOR WILL HOLD ONCE   *
012600* THE TRANSACTION IS APPLIED, CHECKED BEFORE THE MASTER IS     *
012700* TOUCHED.  THE FLAGS ARE IN THE ORDER OF OPRREC.CPY.          *
012800*--------------------------------------------------------------*
012900 01  WS-NEW-OFFICE                   PIC X(08) VALUE SPACES.
013000 01  WS-NEW-FLAGS                    PIC X(08) VALUE SPACES.
013100 01  WS-NEW-FLAG-TABLE REDEFINES WS-NEW-FLAGS.
013200     05  WS-NEW-FLAG                 PIC X(01) OCCURS 8 TIMES.
013300         88  WS-NEW-FLAG-VALID           VALUE "Y" "N".
013400 01  WS-AUD-RESULT                   PIC X(06) VALUE SPACES.
013500 01  WS-AUD-OPERATOR                 PIC X(08) VALUE SPACES.
013600 01  WS-AUD-DETAIL                   PIC X(08) VALUE SPACES.
013700
013800*--------------------------------------------------------------*
013900* SUPERVISOR ROW - LOADED ONLY INTO AN EMPTY OPERATOR-MASTER.  *
014000*--------------------------------------------------------------*
014100 01  WS-SUPERVISOR-ID                PIC X(08) VALUE "REGSUPV".
014200 01  WS-SUPERVISOR-NAME              PIC X(30)
014300         VALUE "REGISTRAR - SYSTEM SUPERVISOR".
014400
014500*--------------------------------------------------------------*
014600* SEED DATA - SAMPLE OPERATOR SHEETS, LOADED ON A RUN WHERE NO *
014700* OPRTRAN EXISTS SO THIS STEP HAS SOMETHING TO APPLY.  THEY    *
014800* GIVE THE OTHER MAINTENANCE STEPS' SAMPLE OPERATORS THEIR     *
014900* AUTHORITY.  THE LAST FIVE ARE WRONG ON PURPOSE (MERGE        *
015000* AUTHORITY OUTSIDE THE REGISTRY, A CHANGE FROM A CLERK WITH   *
015100* NO OPERATOR-MAINTENANCE AUTHORITY, A SUPERVISOR CHANGING     *
015200* THEIR OWN ROW, A REVOKE OF AN UNKNOWN ID AND A BAD FLAG) SO  *
015300* THE REGISTER HAS REJECTIONS.                                 *
015400*--------------------------------------------------------------*
015500 01  WS-TRAN-SEED-VALUES.
015600     05  FILLER PIC X(39) VALUE
015700         "AREGCLK01REGISTRY CLERK - COUNTER 1".
015800     05  FILLER PIC X(24) VALUE "REGISTRYYYNYYNNNREGSUPV".
015900     05  FILLER PIC X(39) VALUE
016000         "AREGSTF01REGISTRY STAFF - RECORDS".
016100     05  FILLER PIC X(24) VALUE "REGISTRYYYYYYYYNREGSUPV".
016200     05  FILLER PIC X(39) VALUE
016300         "AINCLAPSEINC LAPSE BATCH JOB".
016400     05  FILLER PIC X(24) VALUE "REGISTRYNNNNNYNNREGSUPV".
016410     05  FILLER PIC X(39) VALUE
016420         "AREGEDIT REGISTRATION EDIT BATCH JOB".
016430     05  FILLER PIC X(24) VALUE "REGISTRYYNNNNNNNREGSUPV".
016500     05  FILLER PIC X(39) VALUE
016600         "AENRCLK02COLLEGE ENROLLMENT CLERK".
016700     05  FILLER PIC X(24) VALUE "COLLEGE NNNYYNNNREGSUPV".
016800     05  FILLER PIC X(39) VALUE
016900         "AFORMER01FORMER ENROLLMENT CLERK".
017000     05  FILLER PIC X(24) VALUE "COLLEGE NNNYYNNNREGSUPV".
017100     05  FILLER PIC X(39) VALUE
017200         "RFORMER01".
017300     05  FILLER PIC X(24) VALUE "                REGSUPV".
017400     05  FILLER PIC X(39) VALUE
017500         "AACCTG001ACCOUNTING OFFICE CLERK".
017600     05  FILLER PIC X(24) VALUE "ACCTG   NNNNNYYNREGSUPV".
017700     05  FILLER PIC X(39) VALUE
017800         "CENRCLK02".
017900     05  FILLER PIC X(24) VALUE "        YYYYYNNNREGCLK01".
018000     05  FILLER PIC X(39) VALUE
018100         "CREGSUPV".
018200     05  FILLER PIC X(24) VALUE "        YYYYYYYYREGSUPV".
018300     05  FILLER PIC X(39) VALUE
018400         "RNOBODY99".
018500     05  FILLER PIC X(24) VALUE "                REGSUPV".
018600     05  FILLER PIC X(39) VALUE
018700         "CREGCLK01".
018800     05  FILLER PIC X(24) VALUE "        YYNYY?NNREGSUPV".
018900
019000 01  WS-TRAN-SEED-TABLE REDEFINES WS-TRAN-SEED-VALUES.
019100     05  WS-TS-ENTRY OCCURS 12 TIMES.
019200         10  WS-TS-TRAN              PIC X(63).
019300
019400 01  WS-MAINT-DETAIL.
019500     05  WS-MD-ACTION                PIC X(01).
019600     05  FILLER                      PIC X(04) VALUE SPACES.
019700     05  WS-MD-OPR-ID                PIC X(08).
019800     05  FILLER                      PIC X(02) VALUE SPACES.
019900     05  WS-MD-OFFICE                PIC X(08).
020000     05  FILLER                      PIC X(02) VALUE SPACES.
020100     05  WS-MD-FLAGS                 PIC X(08).
020200     05  FILLER                      PIC X(02) VALUE SPACES.
020300     05  WS-MD-OPERATOR              PIC X(08).
020400     05  FILLER                      PIC X(02) VALUE SPACES.
020500     05  WS-MD-DISPOSITION           PIC X(30).
020600
020700 01  WS-SUMMARY-LINE.
020800     05  FILLER          PIC X(15) VALUE "TOTAL APPLIED:".
020900     05  WS-SUM-APPLIED  PIC ZZZZ9.
021000     05  FILLER          PIC X(04) VALUE SPACES.
021100     05  FILLER          PIC X(15) VALUE "TOTAL REJECTED:".
021200     05  WS-SUM-REJECTED PIC ZZZZ9.
021300     05  FILLER          PIC X(09) VALUE "  ADDED:".
021400     05  WS-SUM-ADDED    PIC ZZZZ9.
021500     05  FILLER          PIC X(11) VALUE "  CHANGED:".
021600     05  WS-SUM-CHANGED  PIC ZZZZ9.
021700     05  FILLER          PIC X(11) VALUE "  REVOKED:".
021800     05  WS-SUM-REVOKED  PIC ZZZZ9.
021900
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     STOP RUN.
022600
022700*----------------------------------------------------------*
022800* 1000-INITIALIZE - SEED THE TRANSACTION FILE ON A FIRST   *
022900* RUN, OPEN OPERATOR-MASTER FOR UPDATE (A FIRST RUN        *
023000* CREATES IT AND LOADS THE SUPERVISOR), THE AUDIT LOG FOR  *
023100* APPEND, AND THE REGISTER.                                *
023200*----------------------------------------------------------*
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023500     ACCEPT WS-RUN-TIME FROM TIME.
023600     PERFORM 1300-LOAD-TRAN-FILE THRU 1300-EXIT.
023700     OPEN I-O OPERATOR-MASTER.
023800     IF WS-OPRMAST-STATUS NOT = "00" AND
023900             WS-OPRMAST-STATUS NOT = "05"
024000         DISPLAY "OPRMNT: OPERATOR-MASTER OPEN FAILED, STATUS="
024100                 WS-OPRMAST-STATUS
024200         GO TO 9999-ABEND
024300     END-IF.
024400     OPEN EXTEND AUDIT-FILE.
024500     IF WS-AUDITLOG-STATUS NOT = "00" AND
024600             WS-AUDITLOG-STATUS NOT = "05"
024700         DISPLAY "OPRMNT: AUDIT-FILE OPEN FAILED, STATUS="
024800                 WS-AUDITLOG-STATUS
024900         GO TO 9999-ABEND
025000     END-IF.
025100     PERFORM 1400-LOAD-SUPERVISOR THRU 1400-EXIT.
025200     OPEN OUTPUT REPORT-FILE.
025300     MOVE "BICOL UNIVERSITY - OPERATOR MAINTENANCE"
025400         TO PRT-TITLE-TEXT.
025500     MOVE
025600       "ACT  OPR ID    OFFICE    FLAGS     BY        DISPOSITION"
025700         TO PRT-HEAD1-TEXT.
025800     MOVE
025900       "---  --------  --------  --------  --------  -----------"
026000         TO PRT-HEAD2-TEXT.
026100     MOVE 99 TO PRT-LINE-COUNT.
026200 1000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------*
026600* 1300-LOAD-TRAN-FILE - FIRST RUN ONLY: BUILD A BRAND NEW  *
026700* OPRTRAN FROM THE SAMPLE OPERATOR SHEETS ABOVE.           *
026800*----------------------------------------------------------*
026900 1300-LOAD-TRAN-FILE.
027000     OPEN INPUT OPERATOR-TRAN-FILE.
027100     IF WS-OPRTRAN-STATUS = "00"
027200         CLOSE OPERATOR-TRAN-FILE
027300     ELSE
027400         IF WS-OPRTRAN-STATUS = "35"
027500             PERFORM 1350-SEED-TRAN-FILE THRU 1350-EXIT
027600         ELSE
027700             DISPLAY "OPRMNT: OPRTRAN OPEN INPUT "
027800                     "FAILED, STATUS=" WS-OPRTRAN-STATUS
027900             GO TO 9999-ABEND
028000         END-IF
028100     END-IF.
028200 1300-EXIT.
028300     EXIT.
028400
028500 1350-SEED-TRAN-FILE.
028600     OPEN OUTPUT OPERATOR-TRAN-FILE.
028700     IF WS-OPRTRAN-STATUS NOT = "00"
028800         DISPLAY "OPRMNT: OPRTRAN OPEN OUTPUT "
028900                 "FAILED, STATUS=" WS-OPRTRAN-STATUS
029000         GO TO 9999-ABEND
029100     END-IF.
029200     PERFORM 1360-WRITE-TRAN-ROW THRU 1360-EXIT
029300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12.
029400     CLOSE OPERATOR-TRAN-FILE.
029500 1350-EXIT.
029600     EXIT.
029700
029800 1360-WRITE-TRAN-ROW.
029900     MOVE WS-TS-TRAN(WS-SUB) TO OPERATOR-TRAN-RECORD.
030000     WRITE OPERATOR-TRAN-RECORD.
030100 1360-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------*
030500* 1400-LOAD-SUPERVISOR - AN EMPTY OPERATOR-MASTER WOULD    *
030600* REFUSE EVERY TRANSACTION, THIS STEP'S INCLUDED, SO THE   *
030700* SUPERVISOR ID IS WRITTEN WITH EVERY AUTHORITY AND        *
030800* AUDITED UNDER THIS STEP'S OWN NAME.  A MASTER WITH ANY   *
030900* ROW ON IT IS LEFT ALONE.                                 *
031000*----------------------------------------------------------*
031100 1400-LOAD-SUPERVISOR.
031200     MOVE LOW-VALUES TO OPR-ID.
031300     START OPERATOR-MASTER KEY IS NOT LESS THAN OPR-ID
031400         INVALID KEY
031500             SET WS-MASTER-EMPTY TO TRUE
031600     END-START.
031700     IF NOT WS-MASTER-EMPTY
031800         GO TO 1400-EXIT
031900     END-IF.
032000     MOVE WS-SUPERVISOR-ID   TO OPR-ID.
032100     MOVE WS-SUPERVISOR-NAME TO OPR-NAME.
032200     MOVE "REGISTRY"         TO OPR-OFFICE.
032300     MOVE "A"                TO OPR-STATUS.
032400     MOVE "YYYYYYYY"         TO OPR-AUTH-FLAGS.
032500     MOVE WS-RUN-DATE        TO OPR-DATE-UPDATED.
032600     MOVE "OPRMNT"           TO OPR-UPDATED-BY.
032700     WRITE OPERATOR-RECORD
032800         INVALID KEY
032900             DISPLAY "OPRMNT: OPERATOR-MASTER WRITE FAILED "
033000                     "FOR " OPR-ID
033100             GO TO 9999-ABEND
033200     END-WRITE.
033300     MOVE "OPRADD"   TO WS-AUD-RESULT.
033400     MOVE "OPRMNT"   TO WS-AUD-OPERATOR.
033500     MOVE OPR-ID     TO WS-AUD-DETAIL.
033600     PERFORM 2650-WRITE-AUDIT-ROW THRU 2650-EXIT.
033700     DISPLAY "OPRMNT: OPERATOR-MASTER WAS EMPTY - "
033800             "SUPERVISOR " OPR-ID " LOADED".
033900 1400-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------*
034300* 2000-APPLY-TRANSACTIONS - ONE PASS OVER THE TRANSACTION  *
034400* FILE IN THE ORDER IT WAS SUBMITTED, SO AN ADD AND A      *
034500* LATER REVOKE IN THE SAME SUBMISSION BOTH TAKE EFFECT.    *
034600*----------------------------------------------------------*
034700 2000-APPLY-TRANSACTIONS.
034800     OPEN INPUT OPERATOR-TRAN-FILE.
034900     IF WS-OPRTRAN-STATUS NOT = "00"
035000         DISPLAY "OPRMNT: OPRTRAN OPEN FAILED, STATUS="
035100                 WS-OPRTRAN-STATUS
035200         GO TO 9999-ABEND
035300     END-IF.
035400     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
035500     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
035600         UNTIL WS-TRAN-EOF.
035700     CLOSE OPERATOR-TRAN-FILE.
035800 2000-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------*
036200* 2100-APPLY-ONE-TRAN - THE SUBMITTER IS CHECKED FIRST,    *
036300* THROUGH THE SAME SHARED CHECK EVERY MAINTENANCE STEP     *
036400* USES, THEN THE ACTION IS DISPATCHED.                     *
036500*----------------------------------------------------------*
036600 2100-APPLY-ONE-TRAN.
036700     ADD 1 TO WS-CTL-READ.
036800     MOVE SPACES TO WS-MD-DISPOSITION.
036900     MOVE OTX-OPERATOR TO WS-OPR-CHECK-ID.
037000     SET WS-OPR-OPR-MAINT TO TRUE.
037100     PERFORM 8400-CHECK-OPERATOR THRU 8400-EXIT.
037200     IF WS-OPR-REFUSED
037300         MOVE WS-OPR-REASON TO WS-MD-DISPOSITION
037400         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
037500         GO TO 2100-NEXT
037600     END-IF.
037700     IF OTX-OPR-ID = SPACES
037800         MOVE "REJECTED - NO OPERATOR ID" TO WS-MD-DISPOSITION
037900         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
038000         GO TO 2100-NEXT
038100     END-IF.
038200     IF OTX-OPR-ID = OTX-OPERATOR
038300         MOVE "REJECTED - OWN OPERATOR ROW" TO WS-MD-DISPOSITION
038400         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
038500         GO TO 2100-NEXT
038600     END-IF.
038700     IF OTX-ADD
038800         PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
038900     ELSE
039000         IF OTX-CHANGE
039100             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
039200         ELSE
039300             IF OTX-REVOKE
039400                 PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
039500             ELSE
039600                 MOVE "REJECTED - INVALID ACTION CODE"
039700                     TO WS-MD-DISPOSITION
039800                 PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
039900             END-IF
040000         END-IF
040100     END-IF.
040200 2100-NEXT.
040300     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
040400 2100-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------*
040800* 2200-READ-OPERATOR - KEYED READ OF THE OPERATOR NAMED ON *
040900* THE TRANSACTION; SETS WS-OPR-ON-FILE.                    *
041000*----------------------------------------------------------*
041100 2200-READ-OPERATOR.
041200     MOVE "Y" TO WS-OPR-ON-FILE-SW.
041300     MOVE OTX-OPR-ID TO OPR-ID.
041400     READ OPERATOR-MASTER
041500         INVALID KEY
041600             MOVE "N" TO WS-OPR-ON-FILE-SW
041700     END-READ.
041800 2200-EXIT.
041900     EXIT.
042000
042100*----------------------------------------------------------*
042200* 2300-CHECK-AUTHORITY - EVERY FLAG THE OPERATOR WILL HOLD *
042300* MUST BE Y OR N, AND GRADE-CORRECTION OR MERGE AUTHORITY  *
042400* MAY ONLY GO TO A REGISTRY OPERATOR.  LEAVES A REJECTION  *
042500* IN WS-MD-DISPOSITION, OR SPACES WHEN THE FLAGS PASS.     *
042600*----------------------------------------------------------*
042700 2300-CHECK-AUTHORITY.
042800     MOVE "N" TO WS-BAD-FLAG-SW.
042900     PERFORM 2310-CHECK-ONE-FLAG THRU 2310-EXIT
043000         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
043100     IF WS-BAD-FLAG
043200         MOVE "REJECTED - FLAGS MUST BE Y/N" TO WS-MD-DISPOSITION
043300         GO TO 2300-EXIT
043400     END-IF.
043500     IF WS-NEW-OFFICE NOT = "REGISTRY"
043600         IF WS-NEW-FLAG(6) = "Y" OR WS-NEW-FLAG(7) = "Y"
043700             MOVE "REJECTED - REGISTRY ONLY RIGHT"
043800                 TO WS-MD-DISPOSITION
043900         END-IF
044000     END-IF.
044100 2300-EXIT.
044200     EXIT.
044300
044400 2310-CHECK-ONE-FLAG.
044500     IF NOT WS-NEW-FLAG-VALID(WS-SUB)
044600         SET WS-BAD-FLAG TO TRUE
044700     END-IF.
044800 2310-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------*
045200* 2600-ACCEPT-TRAN / 2700-REJECT-TRAN - THE CALLER LOADS   *
045300* THE DISPOSITION (AND, TO ACCEPT, THE AUDIT RESULT CODE)  *
045400* BEFORE PERFORMING EITHER.                                *
045500*----------------------------------------------------------*
045600 2600-ACCEPT-TRAN.
045700     ADD 1 TO WS-APPLIED-COUNT.
045800     MOVE OTX-OPERATOR TO WS-AUD-OPERATOR.
045900     MOVE OTX-OPR-ID   TO WS-AUD-DETAIL.
046000     PERFORM 2650-WRITE-AUDIT-ROW THRU 2650-EXIT.
046100     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
046200 2600-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------*
046600* 2650-WRITE-AUDIT-ROW - ONE ROW PER APPLIED CHANGE: NO    *
046700* STUDENT OR TERM, THE SUBMITTER AS OPERATOR AND THE       *
046800* OPERATOR ID MAINTAINED AS THE DETAIL.                    *
046900*----------------------------------------------------------*
047000 2650-WRITE-AUDIT-ROW.
047100     MOVE ZERO           TO AUD-STU-NUMBER.
047200     MOVE ZERO           TO AUD-GWA.
047300     MOVE WS-AUD-RESULT  TO AUD-RESULT.
047400     MOVE WS-RUN-DATE    TO AUD-RUN-DATE.
047500     MOVE WS-RUN-TIME    TO AUD-RUN-TIME.
047600     MOVE SPACES         TO AUD-REASON.
047700     MOVE SPACES         TO AUD-TERM.
047800     MOVE WS-AUD-OPERATOR TO AUD-OPERATOR.
047900     MOVE WS-AUD-DETAIL  TO AUD-DETAIL.
048000     WRITE AUDIT-RECORD.
048100 2650-EXIT.
048200     EXIT.
048300
048400 2700-REJECT-TRAN.
048500     ADD 1 TO WS-REJECTED-COUNT.
048600     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
048700 2700-EXIT.
048800     EXIT.
048900
049000 2800-PRINT-REGISTER-LINE.
049100     MOVE SPACES TO PRT-DETAIL-LINE.
049200     MOVE OTX-ACTION     TO WS-MD-ACTION.
049300     MOVE OTX-OPR-ID     TO WS-MD-OPR-ID.
049400     MOVE OTX-OPR-OFFICE TO WS-MD-OFFICE.
049500     MOVE OTX-AUTH-FLAGS TO WS-MD-FLAGS.
049600     MOVE OTX-OPERATOR   TO WS-MD-OPERATOR.
049700     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
049800     MOVE SPACES TO WS-MD-DISPOSITION.
049900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
050000 2800-EXIT.
050100     EXIT.
050200
050300 2900-READ-TRAN.
050400     READ OPERATOR-TRAN-FILE
050500         AT END
050600             SET WS-TRAN-EOF TO TRUE
050700     END-READ.
050800 2900-EXIT.
050900     EXIT.
051000
051100*----------------------------------------------------------*
051200* 3000-ADD-OPERATOR - NAME AND OFFICE ARE REQUIRED AND THE *
051300* FLAGS MUST PASS.  A NEW ID IS WRITTEN; A REVOKED ID IS   *
051400* RESTORED UNDER THE NEW DETAILS; AN ACTIVE ONE IS A       *
051500* DUPLICATE.                                               *
051600*----------------------------------------------------------*
051700 3000-ADD-OPERATOR.
051800     IF OTX-OPR-NAME = SPACES
051900         MOVE "REJECTED - NO OPERATOR NAME" TO WS-MD-DISPOSITION
052000         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
052100         GO TO 3000-EXIT
052200     END-IF.
052300     IF OTX-OPR-OFFICE = SPACES
052400         MOVE "REJECTED - NO OFFICE" TO WS-MD-DISPOSITION
052500         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
052600         GO TO 3000-EXIT
052700     END-IF.
052800     MOVE OTX-OPR-OFFICE TO WS-NEW-OFFICE.
052900     MOVE OTX-AUTH-FLAGS TO WS-NEW-FLAGS.
053000     PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT.
053100     IF WS-MD-DISPOSITION NOT = SPACES
053200         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
053300         GO TO 3000-EXIT
053400     END-IF.
053500     PERFORM 2200-READ-OPERATOR THRU 2200-EXIT.
053600     IF WS-OPR-ON-FILE AND OPR-ACTIVE
053700         MOVE "REJECTED - ALREADY ON FILE" TO WS-MD-DISPOSITION
053800         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
053900         GO TO 3000-EXIT
054000     END-IF.
054100     MOVE OTX-OPR-ID     TO OPR-ID.
054200     MOVE OTX-OPR-NAME   TO OPR-NAME.
054300     MOVE OTX-OPR-OFFICE TO OPR-OFFICE.
054400     MOVE "A"            TO OPR-STATUS.
054500     MOVE WS-NEW-FLAGS   TO OPR-AUTH-FLAGS.
054600     MOVE WS-RUN-DATE    TO OPR-DATE-UPDATED.
054700     MOVE OTX-OPERATOR   TO OPR-UPDATED-BY.
054800     IF WS-OPR-ON-FILE
054900         REWRITE OPERATOR-RECORD
055000             INVALID KEY
055100                 DISPLAY "OPRMNT: OPERATOR-MASTER REWRITE FAILED "
055200                         "FOR " OPR-ID
055300                 GO TO 9999-ABEND
055400         END-REWRITE
055500         MOVE "RE-ADDED" TO WS-MD-DISPOSITION
055600     ELSE
055700         WRITE OPERATOR-RECORD
055800             INVALID KEY
055900                 DISPLAY "OPRMNT: OPERATOR-MASTER WRITE FAILED "
056000                         "FOR " OPR-ID
056100                 GO TO 9999-ABEND
056200         END-WRITE
056300         MOVE "ADDED" TO WS-MD-DISPOSITION
056400     END-IF.
056500     ADD 1 TO WS-ADDED-COUNT.
056600     MOVE "OPRADD" TO WS-AUD-RESULT.
056700     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
056800 3000-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------*
057200* 4000-CHANGE-OPERATOR - THE OPERATOR MUST BE ON FILE AND  *
057300* ACTIVE (A REVOKED OPERATOR COMES BACK BY AN ADD).  THE   *
057400* FLAGS ARE ALWAYS REPLACED; NAME AND OFFICE ONLY WHEN THE *
057500* TRANSACTION CARRIES THEM.                                *
057600*----------------------------------------------------------*
057700 4000-CHANGE-OPERATOR.
057800     PERFORM 2200-READ-OPERATOR THRU 2200-EXIT.
057900     IF NOT WS-OPR-ON-FILE
058000         MOVE "REJECTED - ID NOT ON FILE" TO WS-MD-DISPOSITION
058100         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
058200         GO TO 4000-EXIT
058300     END-IF.
058400     IF NOT OPR-ACTIVE
058500         MOVE "REJECTED - ID IS REVOKED" TO WS-MD-DISPOSITION
058600         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
058700         GO TO 4000-EXIT
058800     END-IF.
058900     MOVE OPR-OFFICE TO WS-NEW-OFFICE.
059000     IF OTX-OPR-OFFICE NOT = SPACES
059100         MOVE OTX-OPR-OFFICE TO WS-NEW-OFFICE
059200     END-IF.
059300     MOVE OTX-AUTH-FLAGS TO WS-NEW-FLAGS.
059400     PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT.
059500     IF WS-MD-DISPOSITION NOT = SPACES
059600         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
059700         GO TO 4000-EXIT
059800     END-IF.
059900     IF OTX-OPR-NAME NOT = SPACES
060000         MOVE OTX-OPR-NAME TO OPR-NAME
060100     END-IF.
060200     MOVE WS-NEW-OFFICE  TO OPR-OFFICE.
060300     MOVE WS-NEW-FLAGS   TO OPR-AUTH-FLAGS.
060400     MOVE WS-RUN-DATE    TO OPR-DATE-UPDATED.
060500     MOVE OTX-OPERATOR   TO OPR-UPDATED-BY.
060600     REWRITE OPERATOR-RECORD
060700         INVALID KEY
060800             DISPLAY "OPRMNT: OPERATOR-MASTER REWRITE FAILED "
060900                     "FOR " OPR-ID
061000             GO TO 9999-ABEND
061100     END-REWRITE.
061200     ADD 1 TO WS-CHANGED-COUNT.
061300     MOVE "CHANGED" TO WS-MD-DISPOSITION.
061400     MOVE "OPRCHG"  TO WS-AUD-RESULT.
061500     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
061600 4000-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------*
062000* 5000-REVOKE-OPERATOR - THE OPERATOR MUST BE ON FILE AND  *
062100* STILL ACTIVE.  THE ROW STAYS, MARKED REVOKED, SO THE     *
062200* SHARED CHECK REFUSES THE ID AND THE AUDIT TRAIL CAN      *
062300* STILL NAME IT.                                           *
062400*----------------------------------------------------------*
062500 5000-REVOKE-OPERATOR.
062600     PERFORM 2200-READ-OPERATOR THRU 2200-EXIT.
062700     IF NOT WS-OPR-ON-FILE
062800         MOVE "REJECTED - ID NOT ON FILE" TO WS-MD-DISPOSITION
062900         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
063000         GO TO 5000-EXIT
063100     END-IF.
063200     IF NOT OPR-ACTIVE
063300         MOVE "REJECTED - ALREADY REVOKED" TO WS-MD-DISPOSITION
063400         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
063500         GO TO 5000-EXIT
063600     END-IF.
063700     MOVE "R"            TO OPR-STATUS.
063800     MOVE WS-RUN-DATE    TO OPR-DATE-UPDATED.
063900     MOVE OTX-OPERATOR   TO OPR-UPDATED-BY.
064000     REWRITE OPERATOR-RECORD
064100         INVALID KEY
064200             DISPLAY "OPRMNT: OPERATOR-MASTER REWRITE FAILED "
064300                     "FOR " OPR-ID
064400             GO TO 9999-ABEND
064500     END-REWRITE.
064600     ADD 1 TO WS-REVOKED-COUNT.
064700     MOVE "REVOKED" TO WS-MD-DISPOSITION.
064800     MOVE "OPRREV"  TO WS-AUD-RESULT.
064900     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
065000 5000-EXIT.
065100     EXIT.
065200
065300     COPY OPRCHK.
065400
065500     COPY PRTFMT.
065600
065700*----------------------------------------------------------*
065800* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
065900* RECORD FOR THE BALANCING STEP.                           *
066000*----------------------------------------------------------*
066100 8900-WRITE-CONTROL-TOTAL.
066200     OPEN EXTEND CONTROL-TOTAL-FILE.
066300     IF WS-CTLFILE-STATUS NOT = "00" AND
066400             WS-CTLFILE-STATUS NOT = "05"
066500         DISPLAY "OPRMNT: CTLFILE OPEN FAILED, STATUS="
066600                 WS-CTLFILE-STATUS
066700     ELSE
066800         MOVE "OPRMNT    " TO CTL-PROGRAM
066900         MOVE WS-RUN-DATE TO CTL-RUN-DATE
067000         MOVE WS-RUN-TIME TO CTL-RUN-TIME
067100         MOVE WS-CTL-READ      TO CTL-RECS-READ
067200         MOVE WS-APPLIED-COUNT TO CTL-RECS-WRITTEN
067300         MOVE ZERO TO CTL-HASH-TOTAL
067400         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
067500         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
067600         WRITE CONTROL-TOTAL-RECORD
067700         CLOSE CONTROL-TOTAL-FILE
067800     END-IF.
067900 8900-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------*
068300* 9000-TERMINATE - PRINT THE APPLIED/REJECTED TOTALS AND   *
068400* CLOSE EVERY FILE THE RUN HAD OPEN.                       *
068500*----------------------------------------------------------*
068600 9000-TERMINATE.
068700     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
068800     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED.
068900     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
069000     MOVE WS-ADDED-COUNT    TO WS-SUM-ADDED.
069100     MOVE WS-CHANGED-COUNT  TO WS-SUM-CHANGED.
069200     MOVE WS-REVOKED-COUNT  TO WS-SUM-REVOKED.
069300     MOVE SPACES TO PRT-DETAIL-LINE.
069400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
069500     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
069600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
069700     CLOSE OPERATOR-MASTER.
069800     CLOSE AUDIT-FILE.
069900     CLOSE REPORT-FILE.
070000     DISPLAY "OPRMNT: APPLIED=" WS-APPLIED-COUNT
070100             " REJECTED=" WS-REJECTED-COUNT.
070200 9000-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------*
070600* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;   *
070700* END THE RUN WITH A NONZERO RETURN CODE SO THE            *
070800* TRANSACTION FILE IS KEPT FOR THE RERUN.                  *
070900*----------------------------------------------------------*
071000 9999-ABEND.
071100     MOVE 16 TO RETURN-CODE.
071200     STOP RUN.
