002120*                   INCOMPLETE CLEARS THE STATUS AND PULLS THE   *
002130*                   SUBJECT INTO THE NEW GWA, SO THE OLD AND NEW *
002140*                   SIDES NOW CARRY THEIR OWN UNIT TOTALS.       *
002150*   2026-10-15  MC  THE BEFORE/AFTER AUDIT PAIR NOW CARRIES THE  *
002160*                   CORRECTED TERM (AUD-TERM).                   *
002165*   2026-10-15  MC  EVERY CORRECTION NAMES THE OPERATOR WHO      *
002170*                   KEYED IT AND IS REJECTED ONTO THE REGISTER   *
002175*                   UNLESS THAT OPERATOR HOLDS GRADE-CORRECTION  *
002180*                   AUTHORITY ON OPERATOR-MASTER (SHARED CHECK,  *
002185*                   OPRCHK).  THE AUDIT PAIR AND THE REGISTER    *
002190*                   NAME THE OPERATOR.                           *
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. GRADECOR.
005100     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDITLOG-STATUS.
005310
005320     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPRMAST"
005330         ORGANIZATION IS INDEXED
005340         ACCESS MODE IS RANDOM
005350         RECORD KEY IS OPR-ID
005360         FILE STATUS IS WS-OPRMAST-STATUS.
005400
005500     SELECT GWA-HISTORY ASSIGN TO "GWAHIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
008000 FD  AUDIT-FILE
008100     LABEL RECORDS ARE OMITTED.
008200     COPY AUDTREC.
008210
008220 FD  OPERATOR-MASTER
008230     LABEL RECORDS ARE STANDARD.
008240     COPY OPRREC.
008300
008400 FD  GWA-HISTORY
008500     LABEL RECORDS ARE OMITTED.
009100
009200 WORKING-STORAGE SECTION.
009300     COPY PRTCTL.
009310     COPY OPRWREC.
009400
009500 01  WS-FILE-STATUSES.
009600     05  WS-GRDCORR-STATUS           PIC X(02) VALUE "00".
009900     05  WS-CURRMAST-STATUS          PIC X(02) VALUE "00".
010000     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
010100     05  WS-GWAHIST-STATUS           PIC X(02) VALUE "00".
010110     05  WS-OPRMAST-STATUS           PIC X(02) VALUE "00".
010200
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
012800 01  WS-PREV-STU-NUMBER              PIC 9(09) VALUE ZERO.
012900 01  WS-PREV-TERM                    PIC X(06) VALUE SPACES.
013000 01  WS-GROUP-REASON                 PIC X(03) VALUE SPACES.
013010 01  WS-GROUP-OPERATOR               PIC X(08) VALUE SPACES.
013100 01  WS-NEW-GRADE                    PIC 999   VALUE ZERO.
013200
013300 01  WS-RUN-DATE-TIME.
014900         10  WS-CT-OLD-GRADE         PIC 999.
015000         10  WS-CT-NEW-GRADE         PIC 999.
015100         10  WS-CT-REASON            PIC X(03).
015110         10  WS-CT-OPERATOR          PIC X(08).
015200         10  WS-CT-STATE             PIC X(01).
015300             88  WS-CT-PENDING           VALUE "P".
015400             88  WS-CT-APPLIED           VALUE "A".
015800* SEED DATA - SAMPLE CORRECTIONS, LOADED ON A RUN WHERE NO      *
015900* GRDCORR FILE EXISTS SO THIS STEP HAS SOMETHING TO APPLY.      *
016000* ENTRY 2 CARRIES A WRONG OLD GRADE AND ENTRY 3 A STUDENT WITH  *
016100* NO GRADE ROW, AND ENTRY 4 IS KEYED BY A COUNTER CLERK WITH NO *
016110* GRADE-CORRECTION AUTHORITY, ON PURPOSE SO THE REGISTER HAS    *
016120* REJECTS TO SHOW.                                              *
016200*--------------------------------------------------------------*
016300 01  WS-CORR-SEED-VALUES.
016400     05  FILLER PIC X(38) VALUE
016410         "000000001MATH012026-1078088REGREGSTF01".
016500     05  FILLER PIC X(38) VALUE
016510         "000000002CS101 2026-1065075ENCREGSTF01".
016600     05  FILLER PIC X(38) VALUE
016610         "000000009CS101 2026-1050060REGREGSTF01".
016620     05  FILLER PIC X(38) VALUE
016630         "000000003CS101 2026-1070080ENCREGCLK01".
016700
016800 01  WS-CORR-SEED-TABLE REDEFINES WS-CORR-SEED-VALUES.
016900     05  WS-CS-ENTRY OCCURS 4 TIMES.
017000         10  WS-CS-ROW               PIC X(38).
017100
017200 01  WS-CORR-DETAIL.
017300     05  WS-CD-NUMBER                PIC 9(09).
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  WS-CD-REASON                PIC X(03).
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018410     05  WS-CD-OPERATOR              PIC X(08).
018420     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  WS-CD-DISPOSITION           PIC X(26).
018600
018700 01  WS-SUMMARY-LINE.
023800                 WS-GWAHIST-STATUS
023900         GO TO 9999-ABEND
024000     END-IF.
024010     OPEN INPUT OPERATOR-MASTER.
024020     IF WS-OPRMAST-STATUS NOT = "00" AND
024030             WS-OPRMAST-STATUS NOT = "05"
024040         DISPLAY "GRADECOR: OPERATOR-MASTER OPEN FAILED, STATUS="
024050                 WS-OPRMAST-STATUS
024060         GO TO 9999-ABEND
024070     END-IF.
024100     OPEN OUTPUT REPORT-FILE.
024200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024300     ACCEPT WS-RUN-TIME FROM TIME.
024400     MOVE "BICOL UNIVERSITY - GRADE CORRECTION REGISTER"
024500         TO PRT-TITLE-TEXT.
024600     MOVE
024610    "STU NO.    SUBJ    TERM    OLD  NEW  RSN  OPERATOR  RESULT"
024700         TO PRT-HEAD1-TEXT.
024800     MOVE
024810    "---------  ------  ------  ---  ---  ---  --------  ------"
024900         TO PRT-HEAD2-TEXT.
025000     MOVE 99 TO PRT-LINE-COUNT.
025010     PERFORM 1500-CHECK-OPERATORS THRU 1500-EXIT.
025100     PERFORM 2900-READ-GRADE-RECORD THRU 2900-EXIT.
025200 1000-EXIT.
025300     EXIT.
028500         GO TO 9999-ABEND
028600     END-IF.
028700     PERFORM 1110-WRITE-CORR-ROW THRU 1110-EXIT
028800         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
028900     CLOSE CORRECTION-FILE.
029000 1120-EXIT.
029100     EXIT.
031500         MOVE COR-OLD-GRADE   TO WS-CT-OLD-GRADE(WS-CORR-COUNT)
031600         MOVE COR-NEW-GRADE   TO WS-CT-NEW-GRADE(WS-CORR-COUNT)
031700         MOVE COR-REASON-CODE TO WS-CT-REASON(WS-CORR-COUNT)
031710         MOVE COR-OPERATOR    TO WS-CT-OPERATOR(WS-CORR-COUNT)
031800         MOVE "P"             TO WS-CT-STATE(WS-CORR-COUNT)
031900     ELSE
032000         DISPLAY "GRADECOR: CORRECTION TABLE FULL AT "
032400     PERFORM 1130-READ-CORRECTION THRU 1130-EXIT.
032500 1140-EXIT.
032600     EXIT.
032603
032606*----------------------------------------------------------*
032609* 1500-CHECK-OPERATORS - EVERY CORRECTION MUST HAVE BEEN    *
032612* KEYED BY AN ACTIVE OPERATOR HOLDING GRADE-CORRECTION      *
032615* AUTHORITY ON OPERATOR-MASTER; ANY OTHER IS REJECTED ONTO  *
032618* THE REGISTER BEFORE THE GRADE FILE IS READ.               *
032621*----------------------------------------------------------*
032624 1500-CHECK-OPERATORS.
032627     PERFORM 1510-CHECK-ONE-OPERATOR THRU 1510-EXIT
032630         VARYING WS-COR-SUB FROM 1 BY 1
032633         UNTIL WS-COR-SUB > WS-CORR-COUNT.
032636 1500-EXIT.
032639     EXIT.
032642
032645 1510-CHECK-ONE-OPERATOR.
032648     MOVE WS-CT-OPERATOR(WS-COR-SUB) TO WS-OPR-CHECK-ID.
032651     SET WS-OPR-GRADE-CORR TO TRUE.
032654     PERFORM 8400-CHECK-OPERATOR THRU 8400-EXIT.
032657     IF WS-OPR-REFUSED
032660         MOVE "R" TO WS-CT-STATE(WS-COR-SUB)
032663         ADD 1 TO WS-REJECTED-COUNT
032666         MOVE WS-OPR-REASON TO WS-CD-DISPOSITION
032669         PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT
032672     END-IF.
032675 1510-EXIT.
032678     EXIT.
032700
032800*----------------------------------------------------------*
032900* 2000-APPLY-CORRECTIONS - ONE PASS OVER THE GRADE FILE,    *
040600     ADD 1 TO WS-APPLIED-COUNT.
040700     MOVE WS-CT-NEW-GRADE(WS-COR-SUB) TO WS-NEW-GRADE.
040800     MOVE WS-CT-REASON(WS-COR-SUB)    TO WS-GROUP-REASON.
040810     MOVE WS-CT-OPERATOR(WS-COR-SUB)  TO WS-GROUP-OPERATOR.
040900     SET WS-GROUP-CHANGED TO TRUE.
041000     MOVE "APPLIED" TO WS-CD-DISPOSITION.
041100     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
042950     MOVE ZERO   TO WS-NEW-UNITS.
043000     MOVE "N"    TO WS-GROUP-CHANGED-SW.
043100     MOVE SPACES TO WS-GROUP-REASON.
043110     MOVE SPACES TO WS-GROUP-OPERATOR.
043200 2500-EXIT.
043300     EXIT.
043400
045700     MOVE WS-RUN-DATE        TO AUD-RUN-DATE.
045800     MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
045900     MOVE WS-GROUP-REASON    TO AUD-REASON.
045950     MOVE WS-PREV-TERM       TO AUD-TERM.
045960     MOVE WS-GROUP-OPERATOR  TO AUD-OPERATOR.
045970     MOVE SPACES             TO AUD-DETAIL.
046000     WRITE AUDIT-RECORD.
046100     MOVE WS-NEW-GWA         TO AUD-GWA.
046200     MOVE "AFTER "           TO AUD-RESULT.
050100     MOVE WS-CT-OLD-GRADE(WS-COR-SUB)  TO WS-CD-OLD.
050200     MOVE WS-CT-NEW-GRADE(WS-COR-SUB)  TO WS-CD-NEW.
050300     MOVE WS-CT-REASON(WS-COR-SUB)     TO WS-CD-REASON.
050310     MOVE WS-CT-OPERATOR(WS-COR-SUB)   TO WS-CD-OPERATOR.
050400     MOVE WS-CORR-DETAIL TO PRT-DETAIL-LINE.
050500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
050600 2800-EXIT.
051500     EXIT.
051600
051700     COPY PRTFMT.
051710
051720     COPY OPRCHK.
051800
051900*----------------------------------------------------------*
052000* 9000-TERMINATE - PRINT THE APPLIED/REJECTED TOTALS AND    *
053200     CLOSE CURRICULUM-MASTER.
053300     CLOSE AUDIT-FILE.
053400     CLOSE GWA-HISTORY.
053410     CLOSE OPERATOR-MASTER.
053500     CLOSE REPORT-FILE.
053600 9000-EXIT.
053700     EXIT.
