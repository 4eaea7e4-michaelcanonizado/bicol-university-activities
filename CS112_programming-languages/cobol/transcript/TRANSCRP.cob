000900*              REQUEST FILE OF STUDENT NUMBERS LIMITS THE RUN TO *
001000*              THE STUDENTS THE WINDOW WAS ASKED FOR; NO REQUEST *
001100*              FILE MEANS EVERY STUDENT ON THE GRADE FILE.       *
001110*              A STUDENT WITH AN OPEN HOLD GETS A WITHHELD       *
001120*              NOTICE NAMING THE HOLD INSTEAD OF A TRANSCRIPT.   *
001130*              A TRANSCRIPT PRINTED FOR A WINDOW REQUEST IS      *
001140*              NOTED ON THE PICKUP FILE FOR THE SMS STEP.        *
001200*                                                                *
001300* RUNS ON REQUEST (SEE BUTRNSCR) AGAINST THE SAME FILES THE      *
001400* NIGHTLY SUITE MAINTAINS.                                       *
001790*                   THE ARCHIVED IMAGE WITH A "RECORD ARCHIVED"  *
001791*                   NOTATION, AND BOTH MASTERS STAY UNTOUCHED -  *
001792*                   NO MORE FULL BUUNARCH RESTORE FOR ONE PAGE.  *
001793*   2026-10-15  MC  A STUDENT WITH AN OPEN HOLD ON HOLD-MASTER   *
001794*                   GETS A "TRANSCRIPT WITHHELD" NOTICE NAMING   *
001795*                   THE HOLD AND THE OFFICE TO SEE (SHARED HOLD  *
001796*                   CHECK, HOLDCHK) INSTEAD OF A TRANSCRIPT.     *
001797*   2026-10-15  MC  EACH REQUESTED TRANSCRIPT PRINTED IS NOTED   *
001798*                   ON THE PICKUP FILE FOR THE NIGHTLY SMS STEP; *
001799*                   A FULL NO-REQUEST RUN NOTES NOTHING.         *
001800*   2026-10-15  MC  A GRADUATE (STU-GRADUATED, SET BY GRADCLR)   *
001810*                   PRINTS "GRADUATED" WITH THE GRADUATION TERM  *
001820*                   AND ANY LATIN HONOR UNDER THE IDENT LINES.   *
001830*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. TRANSCRP.
002100 AUTHOR. M-CANONIZADO.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TRNREQ-STATUS.
004710
004711     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
004712         ORGANIZATION IS INDEXED
004713         ACCESS MODE IS DYNAMIC
004714         RECORD KEY IS HLD-KEY
004715         FILE STATUS IS WS-HOLDMAST-STATUS.
004716
004720     SELECT OPTIONAL STUDENT-HISTORY ASSIGN TO "STUHIST"
004730         ORGANIZATION IS LINE SEQUENTIAL
004740         FILE STATUS IS WS-STUHIST-STATUS.
004750
004760     SELECT OPTIONAL PICKUP-FILE ASSIGN TO "PICKUP"
004770         ORGANIZATION IS LINE SEQUENTIAL
004780         FILE STATUS IS WS-PICKUP-STATUS.
004800
004900     SELECT REPORT-FILE ASSIGN TO "TRNRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
006820 FD  STUDENT-HISTORY
006830     LABEL RECORDS ARE OMITTED.
006840     COPY HISTREC.
006850
006860 FD  HOLD-MASTER
006870     LABEL RECORDS ARE STANDARD.
006880     COPY HOLDREC.
006885
006890 FD  PICKUP-FILE
006892     LABEL RECORDS ARE OMITTED.
006894     COPY PKUREC.
006900
007000 FD  REPORT-FILE
007100     LABEL RECORDS ARE OMITTED.
007400 WORKING-STORAGE SECTION.
007500     COPY PRTCTL.
007550     COPY NAMWREC.
007560     COPY HOLDWREC.
007600
007700 01  WS-FILE-STATUSES.
007800     05  WS-GRDFILE-STATUS           PIC X(02) VALUE "00".
008000     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
008100     05  WS-TRNREQ-STATUS            PIC X(02) VALUE "00".
008110     05  WS-STUHIST-STATUS           PIC X(02) VALUE "00".
008120     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
008130     05  WS-PICKUP-STATUS            PIC X(02) VALUE "00".
008200
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
009700
009800 01  WS-COUNTERS.
009900     05  WS-PAGES-PRINTED            PIC 9(05) VALUE ZERO.
009910     05  WS-WITHHELD-COUNT           PIC 9(05) VALUE ZERO.
009920
009930 01  WS-RUN-DATE                     PIC 9(08).
010000
010100 01  WS-ACCUMULATORS.
010200     05  WS-WEIGHTED-SUM             PIC 9(07)V99 VALUE ZERO.
015450         VALUE "*** RECORD ARCHIVED ".
015460     05  WS-AR-DATE                  PIC 9(08).
015470     05  FILLER                      PIC X(04) VALUE " ***".
015471
015472 01  WS-WITHHELD-LINE.
015473     05  FILLER                      PIC X(26)
015474         VALUE "*** TRANSCRIPT WITHHELD - ".
015475     05  WS-WH-REASON                PIC X(30).
015480
015481 01  WS-GRADUATED-LINE.
015482     05  FILLER                      PIC X(14)
015483         VALUE "*** GRADUATED ".
015484     05  WS-GD-TERM                  PIC X(06).
015485     05  FILLER                      PIC X(01) VALUE SPACE.
015486     05  WS-GD-HONOR                 PIC X(15).
015487     05  FILLER                      PIC X(04) VALUE " ***".
015490
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500*----------------------------------------------------------*
016600 1000-INITIALIZE.
016700     PERFORM 1100-LOAD-REQUEST-LIST THRU 1100-EXIT.
016710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016720     OPEN EXTEND PICKUP-FILE.
016730     IF WS-PICKUP-STATUS NOT = "00" AND
016740             WS-PICKUP-STATUS NOT = "05"
016750         DISPLAY "TRANSCRP: PICKUP OPEN FAILED, STATUS="
016760                 WS-PICKUP-STATUS
016770         GO TO 9999-ABEND
016780     END-IF.
016800     OPEN INPUT GRADE-FILE.
016900     IF WS-GRDFILE-STATUS NOT = "00"
017000         DISPLAY "TRANSCRP: GRADE-FILE OPEN FAILED, STATUS="
018300                 WS-STUDMAST-STATUS
018400         GO TO 9999-ABEND
018500     END-IF.
018510     OPEN INPUT HOLD-MASTER.
018520     IF WS-HOLDMAST-STATUS NOT = "00" AND
018530             WS-HOLDMAST-STATUS NOT = "05"
018540         DISPLAY "TRANSCRP: HOLD-MASTER OPEN FAILED, STATUS="
018550                 WS-HOLDMAST-STATUS
018560         GO TO 9999-ABEND
018570     END-IF.
018600     OPEN OUTPUT REPORT-FILE.
018700     MOVE "BICOL UNIVERSITY - TRANSCRIPT OF RECORDS"
018800         TO PRT-TITLE-TEXT.
034600         GO TO 2500-EXIT
034700     END-IF.
034750     MOVE "N" TO WS-FROM-ARCHIVE-SW.
034760     MOVE SPACES TO STU-GRAD-DATA.
034800     MOVE GRD-STU-NUMBER TO STU-NUMBER.
034900     READ STUDENT-MASTER
035000         INVALID KEY
035010             PERFORM 2600-SEARCH-HISTORY THRU 2600-EXIT
035020     END-READ.
035030     MOVE GRD-STU-NUMBER TO WS-HOLD-STU-NUMBER.
035040     PERFORM 8300-CHECK-HOLDS THRU 8300-EXIT.
035700     MOVE 99 TO PRT-LINE-COUNT.
035710     IF WS-HOLD-FOUND
035720         PERFORM 2700-PRINT-WITHHELD THRU 2700-EXIT
035730         MOVE "N" TO WS-STU-WANTED-SW
035740         GO TO 2500-EXIT
035750     END-IF.
035800     ADD 1 TO WS-PAGES-PRINTED.
035810     IF NOT WS-PRINT-ALL
035820         PERFORM 2800-NOTE-PICKUP THRU 2800-EXIT
035830     END-IF.
035900     MOVE SPACES            TO PRT-DETAIL-LINE.
036000     MOVE GRD-STU-NUMBER    TO WS-ID-NUMBER.
036010     MOVE STU-LAST-NAME     TO WS-FMT-LAST.
037040         MOVE WS-ARCHIVED-LINE TO PRT-DETAIL-LINE
037050         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
037060     END-IF.
037061     IF STU-GRADUATED
037062         PERFORM 2900-PRINT-GRADUATED THRU 2900-EXIT
037063     END-IF.
037100     MOVE SPACES            TO PRT-DETAIL-LINE.
037200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
037300 2500-EXIT.
037538 2620-EXIT.
037539     EXIT.
037540
037541*----------------------------------------------------------*
037542* 2700-PRINT-WITHHELD - THE STUDENT HAS AN OPEN HOLD: THE   *
037543* PAGE CARRIES ONLY THE NAME AND THE HOLD TO CLEAR, AND NO  *
037544* SUBJECT LINES OR GWA FOLLOW IT.                           *
037545*----------------------------------------------------------*
037546 2700-PRINT-WITHHELD.
037547     ADD 1 TO WS-WITHHELD-COUNT.
037548     MOVE SPACES            TO PRT-DETAIL-LINE.
037549     MOVE GRD-STU-NUMBER    TO WS-ID-NUMBER.
037550     MOVE STU-LAST-NAME     TO WS-FMT-LAST.
037551     MOVE STU-FIRST-NAME    TO WS-FMT-FIRST.
037552     MOVE STU-MIDDLE-NAME   TO WS-FMT-MIDDLE.
037553     PERFORM 8200-FORMAT-NAME THRU 8200-EXIT.
037554     MOVE WS-PRINT-NAME     TO WS-ID-NAME.
037555     MOVE WS-IDENT-LINE-1   TO PRT-DETAIL-LINE.
037556     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
037557     MOVE SPACES            TO PRT-DETAIL-LINE.
037558     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
037559     MOVE WS-HOLD-REASON    TO WS-WH-REASON.
037560     MOVE WS-WITHHELD-LINE  TO PRT-DETAIL-LINE.
037561     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
037562 2700-EXIT.
037563     EXIT.
037564
037565*----------------------------------------------------------*
037566* 2800-NOTE-PICKUP - A TRANSCRIPT THE WINDOW ASKED FOR IS   *
037567* NOW PRINTED: LEAVE A PICKUP ROW SO THE NIGHTLY SMS STEP   *
037568* TELLS THE STUDENT TO COLLECT IT.                          *
037569*----------------------------------------------------------*
037570 2800-NOTE-PICKUP.
037571     MOVE GRD-STU-NUMBER TO PKU-STU-NUMBER.
037572     MOVE "T"            TO PKU-DOC-TYPE.
037573     MOVE SPACES         TO PKU-TERM.
037574     MOVE WS-RUN-DATE    TO PKU-READY-DATE.
037575     WRITE PICKUP-RECORD.
037576     IF WS-PICKUP-STATUS NOT = "00"
037577         DISPLAY "TRANSCRP: PICKUP WRITE FAILED, STATUS="
037578                 WS-PICKUP-STATUS
037579         GO TO 9999-ABEND
037580     END-IF.
037581 2800-EXIT.
037582     EXIT.
037583
037584*----------------------------------------------------------*
037585* 2900-PRINT-GRADUATED - THE STUDENT HAS GRADUATED: NOTE    *
037586* THE GRADUATION TERM AND ANY LATIN HONOR ON THE PAGE.      *
037587*----------------------------------------------------------*
037588 2900-PRINT-GRADUATED.
037589     MOVE SPACES TO WS-GD-HONOR.
037590     IF STU-HONOR-SUMMA
037591         MOVE "SUMMA CUM LAUDE" TO WS-GD-HONOR
037592     END-IF.
037593     IF STU-HONOR-MAGNA
037594         MOVE "MAGNA CUM LAUDE" TO WS-GD-HONOR
037595     END-IF.
037596     IF STU-HONOR-CUM-LAUDE
037597         MOVE "CUM LAUDE"       TO WS-GD-HONOR
037598     END-IF.
037599     MOVE STU-GRAD-TERM     TO WS-GD-TERM.
037600     MOVE WS-GRADUATED-LINE TO PRT-DETAIL-LINE.
037601     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
037602 2900-EXIT.
037603     EXIT.
037604
037650*----------------------------------------------------------*
037700* 3000-FINALIZE-STUDENT - ROLL THE ACCUMULATED SUBJECTS     *
037800* INTO THE WEIGHTED GWA AND CLOSE THE PAGE WITH IT.         *
037900*----------------------------------------------------------*
039900     COPY PRTFMT.
039950
039960     COPY NAMFMT.
039970
039980     COPY HOLDCHK.
040000
040100*----------------------------------------------------------*
040200* 9000-TERMINATE - CLOSE EVERY FILE AND REPORT HOW MANY     *
040300* TRANSCRIPT PAGES THE RUN PRODUCED AND HOW MANY IT HELD.   *
040400*----------------------------------------------------------*
040500 9000-TERMINATE.
040600     CLOSE GRADE-FILE.
040700     CLOSE CURRICULUM-MASTER.
040800     CLOSE STUDENT-MASTER.
040850     CLOSE HOLD-MASTER.
040860     CLOSE PICKUP-FILE.
040900     CLOSE REPORT-FILE.
041000     DISPLAY "TRANSCRP: TRANSCRIPTS PRINTED=" WS-PAGES-PRINTED
041010             " WITHHELD=" WS-WITHHELD-COUNT.
041100 9000-EXIT.
041200     EXIT.
041300
