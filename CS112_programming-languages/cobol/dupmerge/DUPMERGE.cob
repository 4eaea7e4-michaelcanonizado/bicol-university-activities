002430*                   RULE THE END-OF-TERM ARCHIVER USES - STRING  *
002440*                   COLLATION PUT A SUMMER TERM (2026-S) AFTER   *
002450*                   THE TERM THAT REALLY FOLLOWED IT.            *
002460*   2026-10-15  MC  MERGE AUDIT ROWS CARRY A BLANK AUD-TERM - A  *
002470*                   MERGE IS NOT A DECISION FOR ANY ONE TERM.    *
002480*   2026-10-15  MC  THE RETIRING-RECORD IMAGE CARRIES STUDREC'S  *
002490*                   NEW GRADUATION BLOCK, SO THE ARCHIVED ROW    *
002491*                   KEEPS THE FULL MASTER IMAGE.                 *
002492*   2026-10-15  MC  EVERY PAIR NAMES THE OPERATOR WHO KEYED IT   *
002493*                   AND IS REJECTED UNLESS THAT OPERATOR HOLDS   *
002494*                   MERGE AUTHORITY ON OPERATOR-MASTER (SHARED   *
002495*                   CHECK, OPRCHK).  THE AUDIT ROWS AND THE      *
002496*                   REGISTER NAME THE OPERATOR.                  *
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. DUPMERGE.
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-AUDITLOG-STATUS.
008900
008910     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPRMAST"
008920         ORGANIZATION IS INDEXED
008930         ACCESS MODE IS RANDOM
008940         RECORD KEY IS OPR-ID
008950         FILE STATUS IS WS-OPRMAST-STATUS.
008960
009000     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-CTLFILE-STATUS.
014400     LABEL RECORDS ARE OMITTED.
014500     COPY AUDTREC.
014600
014610 FD  OPERATOR-MASTER
014620     LABEL RECORDS ARE STANDARD.
014630     COPY OPRREC.
014640
014700 FD  CONTROL-TOTAL-FILE
014800     LABEL RECORDS ARE OMITTED.
014900     COPY CTLREC.
015400
015500 WORKING-STORAGE SECTION.
015600     COPY PRTCTL.
015610     COPY OPRWREC.
015700
015800 01  WS-FILE-STATUSES.
015900     05  WS-MRGFILE-STATUS           PIC X(02) VALUE "00".
016900     05  WS-STUHIST-STATUS           PIC X(02) VALUE "00".
017000     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
017100     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
017110     05  WS-OPRMAST-STATUS           PIC X(02) VALUE "00".
017200
017300 01  WS-SWITCHES.
017400     05  WS-MRG-EOF-SW               PIC X(01) VALUE "N".
022400         10  WS-MG-GWA-MOVED         PIC 9(05).
022500         10  WS-MG-ENR-MOVED         PIC 9(03).
022600         10  WS-MG-PTS-ADDED         PIC 9(05)V99.
022610         10  WS-MG-OPERATOR          PIC X(08).
022700
022800*--------------------------------------------------------------*
022900* RETIRING-RECORD IMAGE - THE FULL MASTER RECORD OF THE NUMBER  *
024100         10  RET-ACT-SEMESTER        PIC X(06).
024200         10  RET-ACT-POINTS          PIC 9(03)V99.
024300     05  RET-TOTAL-POINTS            PIC 9(05)V99.
024310     05  RET-GRAD-DATA               PIC X(08).
024400
024500*--------------------------------------------------------------*
024600* CATEGORY-CAP WORK FIELDS - SAME PER-SEMESTER CATEGORY CAP     *
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  WS-MD-PTS                   PIC ZZZZ9.99.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028010     05  WS-MD-OPERATOR              PIC X(08) VALUE SPACES.
028020     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  WS-MD-DISPOSITION           PIC X(30).
028200
028300 01  WS-SUMMARY-LINE.
031840                 WS-TERMMAST-STATUS
031850         GO TO 9999-ABEND
031860     END-IF.
031865     OPEN INPUT OPERATOR-MASTER.
031870     IF WS-OPRMAST-STATUS NOT = "00" AND
031875             WS-OPRMAST-STATUS NOT = "05"
031880         DISPLAY "DUPMERGE: OPERATOR-MASTER OPEN FAILED, STATUS="
031885                 WS-OPRMAST-STATUS
031890         GO TO 9999-ABEND
031895     END-IF.
031900     OPEN I-O ENROLLMENT-FILE.
032000     IF WS-ENRFILE-STATUS NOT = "00"
032100         DISPLAY "DUPMERGE: ENRFILE OPEN FAILED, STATUS="
034000     MOVE "BICOL UNIVERSITY - DUPLICATE-PERSON MERGE REGISTER"
034100         TO PRT-TITLE-TEXT.
034200     MOVE
034300    "SURVIVOR   RETIRING     GRD    GWA  ENR  POINTS     OPERATOR"
034400         TO PRT-HEAD1-TEXT.
034500     MOVE
034600    "---------  ---------  -----  ----- ---  --------    --------"
034700         TO PRT-HEAD2-TEXT.
034800     MOVE 99 TO PRT-LINE-COUNT.
034900     PERFORM 1100-LOAD-PAIRS THRU 1100-EXIT.
039000             TO WS-MG-SURVIVOR(WS-PAIR-SUB)
039100         MOVE MRG-RETIRING-NUMBER
039200             TO WS-MG-RETIRING(WS-PAIR-SUB)
039210         MOVE MRG-OPERATOR
039220             TO WS-MG-OPERATOR(WS-PAIR-SUB)
039300         MOVE "P"  TO WS-MG-STATE(WS-PAIR-SUB)
039400         MOVE ZERO TO WS-MG-GRD-MOVED(WS-PAIR-SUB)
039500         MOVE ZERO TO WS-MG-GWA-MOVED(WS-PAIR-SUB)
041130* AND TRAIL.  SUCH MERGES ARE RUN ONE PAIR PER SUBMISSION.  *
041140* A PAIR THAT FAILS IS REJECTED BEFORE ANY RE-KEY PASS CAN  *
041150* SEE IT.                                                   *
041160* THE OPERATOR WHO KEYED THE PAIR IS CHECKED FIRST - ONLY  *
041170* AN ACTIVE OPERATOR WITH MERGE AUTHORITY MAY RETIRE A      *
041180* NUMBER.                                                   *
041200*----------------------------------------------------------*
041300 1130-VALIDATE-PAIR.
041310     MOVE WS-MG-OPERATOR(WS-PAIR-SUB) TO WS-OPR-CHECK-ID.
041320     SET WS-OPR-MERGE TO TRUE.
041330     PERFORM 8400-CHECK-OPERATOR THRU 8400-EXIT.
041340     IF WS-OPR-REFUSED
041350         MOVE WS-OPR-REASON TO WS-MD-DISPOSITION
041360         PERFORM 1900-REJECT-PAIR THRU 1900-EXIT
041370         GO TO 1130-EXIT
041380     END-IF.
041400     IF WS-MG-SURVIVOR(WS-PAIR-SUB) =
041500             WS-MG-RETIRING(WS-PAIR-SUB)
041600         MOVE "REJECTED - SAME NUMBER TWICE"
084000     MOVE WS-RUN-DATE                 TO AUD-RUN-DATE.
084100     MOVE WS-RUN-TIME                 TO AUD-RUN-TIME.
084200     MOVE "MRG"                       TO AUD-REASON.
084250     MOVE SPACES                      TO AUD-TERM.
084260     MOVE WS-MG-OPERATOR(WS-PAIR-SUB) TO AUD-OPERATOR.
084270     MOVE SPACES                      TO AUD-DETAIL.
084300     WRITE AUDIT-RECORD.
084400     MOVE WS-MG-SURVIVOR(WS-PAIR-SUB) TO AUD-STU-NUMBER.
084500     MOVE "MERGE "                    TO AUD-RESULT.
085500     MOVE WS-MG-GWA-MOVED(WS-PAIR-SUB) TO WS-MD-GWA.
085600     MOVE WS-MG-ENR-MOVED(WS-PAIR-SUB) TO WS-MD-ENR.
085700     MOVE WS-MG-PTS-ADDED(WS-PAIR-SUB) TO WS-MD-PTS.
085710     MOVE WS-MG-OPERATOR(WS-PAIR-SUB)  TO WS-MD-OPERATOR.
085800     MOVE WS-MERGE-DETAIL TO PRT-DETAIL-LINE.
085900     MOVE SPACES TO WS-MD-DISPOSITION.
086000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
086300
086400     COPY PRTFMT.
086500
086510     COPY OPRCHK.
086520
086600*----------------------------------------------------------*
086700* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
086800* RECORD FOR THE BALANCING STEP.                            *
090300     CLOSE STUDENT-MASTER.
090400     CLOSE ACTIVITY-MASTER.
090450     CLOSE TERM-MASTER.
090460     CLOSE OPERATOR-MASTER.
090500     CLOSE ENROLLMENT-FILE.
090600     CLOSE STUDENT-HISTORY.
090700     CLOSE AUDIT-FILE.
