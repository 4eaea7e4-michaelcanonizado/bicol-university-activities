000100*================================================================*
000200* PROGRAM:     SMSNOTE                                           *
000300* PURPOSE:     NIGHTLY OUTBOUND SMS NOTIFICATIONS - GATHERS      *
000400*              EVERY EVENT THE COUNTER USED TO PHONE STUDENTS    *
000500*              ABOUT ONE BY ONE AND WRITES THE FIXED-FORMAT FILE *
000600*              THE CAMPUS SMS GATEWAY LOADS (SMSREC): A HEADER,  *
000700*              ONE DETAIL PER MESSAGE, AND A COUNT/HASH TRAILER. *
000800*              THE EVENTS ARE THE PROBATION AND DISMISSAL-REVIEW *
000900*              STANDINGS ON STANDFIL (PROBFLAG), INCOMPLETES IN  *
001000*              THEIR LAST TERM BEFORE THEY LAPSE (THE INCAGING/  *
001100*              INCLAPSE AGE RULE, FROM THE SAME INCPARM), AND    *
001200*              CERTIFICATES AND TRANSCRIPTS PRINTED AND WAITING  *
001300*              AT THE WINDOW (PICKUP).  THE CONTACT NUMBER COMES *
001400*              FROM STUDMAST; A STUDENT WITH NO NUMBER, OR ONE   *
001500*              THAT IS NOT AN 11-DIGIT 09 MOBILE NUMBER, GOES TO *
001600*              THE SMSEXC EXCEPTION LIST INSTEAD.  STANDING AND  *
001700*              INCOMPLETE MESSAGES ARE LOGGED ON SMSSENT SO EACH *
001800*              GOES OUT ONCE, NOT EVERY NIGHT THE CONDITION      *
001900*              HOLDS.                                            *
002000*                                                                *
002100* RUNS NIGHTLY IN BUACTJOB AFTER THE CERTIFICATE PRINT.          *
002200*                                                                *
002300* MOD-LOG                                                        *
002400*   2026-10-15  MC  ORIGINAL.                                    *
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. SMSNOTE.
002800 AUTHOR. M-CANONIZADO.
002900 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TERM-PARM ASSIGN TO "INCPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900
004000     SELECT TERM-MASTER ASSIGN TO "TERMMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS TRM-TERM-CODE
004400         FILE STATUS IS WS-TERMMAST-STATUS.
004500
004600     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS STU-NUMBER
005000         FILE STATUS IS WS-STUDMAST-STATUS.
005100
005200     SELECT OPTIONAL STANDING-FILE ASSIGN TO "STANDFIL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-STANDFIL-STATUS.
005500
005600     SELECT GRADE-FILE ASSIGN TO "GRDFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GRDFILE-STATUS.
005900
006000     SELECT OPTIONAL PICKUP-FILE ASSIGN TO "PICKUP"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PICKUP-STATUS.
006300
006400     SELECT OPTIONAL SMS-SENT-FILE ASSIGN TO "SMSSENT"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS SNT-KEY
006800         FILE STATUS IS WS-SMSSENT-STATUS.
006900
007000     SELECT SMS-NOTIFY-FILE ASSIGN TO "SMSFILE"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SMSFILE-STATUS.
007300
007400     SELECT SMS-EXCEPTIONS ASSIGN TO "SMSEXC"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SMSEXC-STATUS.
007700
007800     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CTLFILE-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  TERM-PARM
008500     LABEL RECORDS ARE OMITTED.
008600     COPY TRMPREC.
008700
008800 FD  TERM-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000     COPY TRMREC.
009100
009200 FD  STUDENT-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400     COPY STUDREC.
009500
009600 FD  STANDING-FILE
009700     LABEL RECORDS ARE OMITTED.
009800     COPY STNDREC.
009900
010000 FD  GRADE-FILE
010100     LABEL RECORDS ARE OMITTED.
010200     COPY GRDREC.
010300
010400 FD  PICKUP-FILE
010500     LABEL RECORDS ARE OMITTED.
010600     COPY PKUREC.
010700
010800 FD  SMS-SENT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY SNTREC.
011100
011200 FD  SMS-NOTIFY-FILE
011300     LABEL RECORDS ARE OMITTED.
011400     COPY SMSREC.
011500
011600 FD  SMS-EXCEPTIONS
011700     LABEL RECORDS ARE OMITTED.
011800 01  SMS-EXCEPTION-LINE              PIC X(72).
011900
012000 FD  CONTROL-TOTAL-FILE
012100     LABEL RECORDS ARE OMITTED.
012200     COPY CTLREC.
012300
012400 WORKING-STORAGE SECTION.
012500
012600 01  WS-FILE-STATUSES.
012700     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
012800     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
012900     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
013000     05  WS-STANDFIL-STATUS          PIC X(02) VALUE "00".
013100     05  WS-GRDFILE-STATUS           PIC X(02) VALUE "00".
013200     05  WS-PICKUP-STATUS            PIC X(02) VALUE "00".
013300     05  WS-SMSSENT-STATUS           PIC X(02) VALUE "00".
013400     05  WS-SMSFILE-STATUS           PIC X(02) VALUE "00".
013500     05  WS-SMSEXC-STATUS            PIC X(02) VALUE "00".
013600     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
013700
013800 01  WS-SWITCHES.
013900     05  WS-STN-EOF-SW               PIC X(01) VALUE "N".
014000         88  WS-STN-EOF                  VALUE "Y".
014100     05  WS-GRD-EOF-SW               PIC X(01) VALUE "N".
014200         88  WS-GRD-EOF                  VALUE "Y".
014300     05  WS-PKU-EOF-SW               PIC X(01) VALUE "N".
014400         88  WS-PKU-EOF                  VALUE "Y".
014500     05  WS-SEND-ONCE-SW             PIC X(01) VALUE "N".
014600         88  WS-SEND-ONCE                VALUE "Y".
014700
014800 01  WS-COUNTERS.
014900     05  WS-STANDING-COUNT           PIC 9(05) VALUE ZERO.
015000     05  WS-INC-COUNT                PIC 9(05) VALUE ZERO.
015100     05  WS-PICKUP-COUNT             PIC 9(05) VALUE ZERO.
015200     05  WS-ALREADY-SENT             PIC 9(05) VALUE ZERO.
015300     05  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
015400
015500*--------------------------------------------------------------*
015600* CONTROL TOTALS - NOTIFICATION EVENTS CONSIDERED, MESSAGES    *
015700* WRITTEN, AND THE HASH OF THEIR STUDENT NUMBERS; THE SAME     *
015800* COUNT AND HASH GO IN THE GATEWAY FILE'S TRAILER.             *
015900*--------------------------------------------------------------*
016000 01  WS-CONTROL-COUNTS.
016100     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
016200     05  WS-CTL-WRITTEN              PIC 9(07)  VALUE ZERO.
016300     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
016400
016500 01  WS-RUN-DATE-TIME.
016600     05  WS-RUN-DATE                 PIC 9(08).
016700     05  WS-RUN-TIME                 PIC 9(06).
016800
016900*--------------------------------------------------------------*
017000* TERM SEQUENCES - AN INCOMPLETE'S AGE IN TERMS IS THE CURRENT *
017100* TERM'S CALENDAR SEQUENCE LESS ITS OWN, THE SAME ARITHMETIC   *
017200* INCAGING AND INCLAPSE USE.  AN INC WHOSE AGE EQUALS THE PARM *
017300* LIMIT IS IN ITS LAST TERM: INCLAPSE CONVERTS IT ONCE THE AGE *
017400* PASSES THE LIMIT.                                            *
017500*--------------------------------------------------------------*
017600 01  WS-TERM-WORK.
017700     05  WS-TERM-IN                  PIC X(06).
017800     05  WS-TERM-SEQ                 PIC 9(05) VALUE ZERO.
017900     05  WS-CURRENT-SEQ              PIC 9(05) VALUE ZERO.
018000     05  WS-AGE-IN-TERMS             PIC S9(05) VALUE ZERO.
018100
018200 01  WS-CURRENT-TERM                 PIC X(06) VALUE SPACES.
018300 01  WS-TERM-LIMIT                   PIC 99    VALUE ZERO.
018400
018500*--------------------------------------------------------------*
018600* ONE NOTICE IN HAND - FILLED BY EACH SOURCE AND ISSUED BY THE *
018700* SHARED 5000 PARAGRAPH.  THE REFERENCE IS THE SMSSENT KEY     *
018800* SUFFIX: THE STANDING'S AS-OF TERM, OR SUBJECT AND TERM FOR AN*
018900* INCOMPLETE.                                                  *
019000*--------------------------------------------------------------*
019100 01  WS-NOTICE.
019200     05  WS-NT-STU-NUMBER            PIC 9(09).
019300     05  WS-NT-MSG-TYPE              PIC X(03).
019400     05  WS-NT-REFERENCE.
019500         10  WS-NT-REF-CODE          PIC X(06).
019600         10  WS-NT-REF-TERM          PIC X(06).
019700     05  WS-NT-TEXT                  PIC X(120).
019800
019900*--------------------------------------------------------------*
020000* CONTACT-NUMBER EDIT - A PHILIPPINE MOBILE NUMBER IS ELEVEN   *
020100* DIGITS BEGINNING 09.                                         *
020200*--------------------------------------------------------------*
020300 01  WS-CONTACT-WORK                 PIC X(11).
020400 01  WS-CONTACT-PARTS REDEFINES WS-CONTACT-WORK.
020500     05  WS-CN-PREFIX                PIC X(02).
020600     05  WS-CN-REST                  PIC X(09).
020700
020800 01  WS-EXCEPTION-DETAIL.
020900     05  WS-ED-STU-NUMBER            PIC 9(09).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  WS-ED-MSG-TYPE              PIC X(03).
021200     05  FILLER                      PIC X(02) VALUE SPACES.
021300     05  WS-ED-CONTACT-NO            PIC X(11).
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  WS-ED-REASON                PIC X(30).
021600     05  FILLER                      PIC X(13) VALUE SPACES.
021700
021800 PROCEDURE DIVISION.
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100     PERFORM 2000-STANDING-NOTICES THRU 2000-EXIT.
022200     PERFORM 3000-INC-NOTICES THRU 3000-EXIT.
022300     PERFORM 4000-PICKUP-NOTICES THRU 4000-EXIT.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     STOP RUN.
022600
022700*----------------------------------------------------------*
022800* 1000-INITIALIZE - READ THE REQUIRED INCPARM (CURRENT TERM*
022900* AND INC TERM LIMIT), CHECK THE TERM AGAINST THE MASTER,  *
023000* OPEN THE STUDENT MASTER AND THE SENT LOG (A FIRST RUN    *
023100* CREATES IT), AND START THE GATEWAY FILE WITH ITS HEADER. *
023200*----------------------------------------------------------*
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023500     ACCEPT WS-RUN-TIME FROM TIME.
023600     OPEN INPUT TERM-PARM.
023700     IF WS-PARM-STATUS NOT = "00"
023800         DISPLAY "SMSNOTE: INCPARM OPEN FAILED, STATUS="
023900                 WS-PARM-STATUS
024000         GO TO 9999-ABEND
024100     END-IF.
024200     READ TERM-PARM
024300         AT END
024400             DISPLAY "SMSNOTE: INCPARM IS EMPTY"
024500             GO TO 9999-ABEND
024600     END-READ.
024700     MOVE PARM-CURRENT-TERM TO WS-CURRENT-TERM.
024800     MOVE PARM-TERM-LIMIT   TO WS-TERM-LIMIT.
024900     CLOSE TERM-PARM.
025000     OPEN INPUT TERM-MASTER.
025100     IF WS-TERMMAST-STATUS NOT = "00"
025200         DISPLAY "SMSNOTE: TERM-MASTER OPEN FAILED, STATUS="
025300                 WS-TERMMAST-STATUS
025400         GO TO 9999-ABEND
025500     END-IF.
025600     MOVE WS-CURRENT-TERM TO WS-TERM-IN.
025700     PERFORM 3900-GET-TERM-SEQ THRU 3900-EXIT.
025800     MOVE WS-TERM-SEQ TO WS-CURRENT-SEQ.
025900     IF WS-CURRENT-SEQ = ZERO
026000         DISPLAY "SMSNOTE: INCPARM TERM " WS-CURRENT-TERM
026100                 " NOT ON TERM MASTER"
026200         GO TO 9999-ABEND
026300     END-IF.
026400     OPEN INPUT STUDENT-MASTER.
026500     IF WS-STUDMAST-STATUS NOT = "00"
026600         DISPLAY "SMSNOTE: STUDENT-MASTER OPEN FAILED, STATUS="
026700                 WS-STUDMAST-STATUS
026800         GO TO 9999-ABEND
026900     END-IF.
027000     OPEN I-O SMS-SENT-FILE.
027100     IF WS-SMSSENT-STATUS NOT = "00" AND
027200             WS-SMSSENT-STATUS NOT = "05"
027300         DISPLAY "SMSNOTE: SMSSENT OPEN FAILED, STATUS="
027400                 WS-SMSSENT-STATUS
027500         GO TO 9999-ABEND
027600     END-IF.
027700     OPEN OUTPUT SMS-EXCEPTIONS.
027800     IF WS-SMSEXC-STATUS NOT = "00"
027900         DISPLAY "SMSNOTE: SMSEXC OPEN FAILED, STATUS="
028000                 WS-SMSEXC-STATUS
028100         GO TO 9999-ABEND
028200     END-IF.
028300     OPEN OUTPUT SMS-NOTIFY-FILE.
028400     IF WS-SMSFILE-STATUS NOT = "00"
028500         DISPLAY "SMSNOTE: SMSFILE OPEN FAILED, STATUS="
028600                 WS-SMSFILE-STATUS
028700         GO TO 9999-ABEND
028800     END-IF.
028900     MOVE SPACES      TO SMS-NOTIFY-RECORD.
029000     MOVE "H"         TO SMS-REC-TYPE.
029100     MOVE WS-RUN-DATE TO SMS-HDR-RUN-DATE.
029200     MOVE WS-RUN-TIME TO SMS-HDR-RUN-TIME.
029300     WRITE SMS-NOTIFY-RECORD.
029400 1000-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------*
029800* 2000-STANDING-NOTICES - ONE MESSAGE PER PROBATION OR     *
029900* DISMISSAL-REVIEW ROW ON TONIGHT'S STANDING FILE.  A      *
030000* MISSING STANDFIL (NO RETENTION PASS YET) SENDS NOTHING.  *
030100*----------------------------------------------------------*
030200 2000-STANDING-NOTICES.
030300     OPEN INPUT STANDING-FILE.
030400     IF WS-STANDFIL-STATUS NOT = "00" AND
030500             WS-STANDFIL-STATUS NOT = "05"
030600         DISPLAY "SMSNOTE: STANDFIL OPEN FAILED, STATUS="
030700                 WS-STANDFIL-STATUS
030800         GO TO 9999-ABEND
030900     END-IF.
031000     PERFORM 2900-READ-STANDING THRU 2900-EXIT.
031100     PERFORM 2100-ONE-STANDING THRU 2100-EXIT
031200         UNTIL WS-STN-EOF.
031300     CLOSE STANDING-FILE.
031400 2000-EXIT.
031500     EXIT.
031600
031700 2100-ONE-STANDING.
031800     IF NOT STN-PROBATION AND NOT STN-DISMISSAL-REVIEW
031900         GO TO 2100-NEXT
032000     END-IF.
032100     ADD 1 TO WS-STANDING-COUNT.
032200     MOVE STN-STU-NUMBER TO WS-NT-STU-NUMBER.
032300     MOVE SPACES         TO WS-NT-REFERENCE.
032400     MOVE STN-AS-OF-TERM TO WS-NT-REF-CODE.
032500     MOVE SPACES         TO WS-NT-TEXT.
032600     IF STN-PROBATION
032700         MOVE "PRB" TO WS-NT-MSG-TYPE
032800         STRING "BU REGISTRAR: YOUR ACADEMIC STANDING AS OF "
032900                    DELIMITED BY SIZE
033000                STN-AS-OF-TERM DELIMITED BY SIZE
033100                " IS PROBATION. PLEASE SEE THE GUIDANCE OFFICE."
033200                    DELIMITED BY SIZE
033300             INTO WS-NT-TEXT
033400         END-STRING
033500     ELSE
033600         MOVE "DSR" TO WS-NT-MSG-TYPE
033700         STRING "BU REGISTRAR: YOUR ACADEMIC STANDING AS OF "
033800                    DELIMITED BY SIZE
033900                STN-AS-OF-TERM DELIMITED BY SIZE
034000                " IS FOR DISMISSAL REVIEW. PLEASE SEE THE"
034100                    DELIMITED BY SIZE
034200                " GUIDANCE OFFICE." DELIMITED BY SIZE
034300             INTO WS-NT-TEXT
034400         END-STRING
034500     END-IF.
034600     SET WS-SEND-ONCE TO TRUE.
034700     PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT.
034800 2100-NEXT.
034900     PERFORM 2900-READ-STANDING THRU 2900-EXIT.
035000 2100-EXIT.
035100     EXIT.
035200
035300 2900-READ-STANDING.
035400     READ STANDING-FILE
035500         AT END
035600             SET WS-STN-EOF TO TRUE
035700     END-READ.
035800 2900-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------*
036200* 3000-INC-NOTICES - EVERY UNRESOLVED INC WHOSE AGE IN     *
036300* TERMS HAS REACHED THE PARM LIMIT: COMPLETE IT THIS TERM  *
036400* OR THE NEXT INCLAPSE RUN CONVERTS IT TO THE FAILING      *
036500* DEFAULT.                                                 *
036600*----------------------------------------------------------*
036700 3000-INC-NOTICES.
036800     OPEN INPUT GRADE-FILE.
036900     IF WS-GRDFILE-STATUS NOT = "00"
037000         DISPLAY "SMSNOTE: GRADE-FILE OPEN FAILED, STATUS="
037100                 WS-GRDFILE-STATUS
037200         GO TO 9999-ABEND
037300     END-IF.
037400     PERFORM 3800-READ-GRADE THRU 3800-EXIT.
037500     PERFORM 3100-ONE-GRADE THRU 3100-EXIT
037600         UNTIL WS-GRD-EOF.
037700     CLOSE GRADE-FILE.
037800 3000-EXIT.
037900     EXIT.
038000
038100 3100-ONE-GRADE.
038200     IF NOT GRD-STATUS-INC
038300         GO TO 3100-NEXT
038400     END-IF.
038500     MOVE GRD-TERM TO WS-TERM-IN.
038600     PERFORM 3900-GET-TERM-SEQ THRU 3900-EXIT.
038700     IF WS-TERM-SEQ = ZERO
038800         GO TO 3100-NEXT
038900     END-IF.
039000     COMPUTE WS-AGE-IN-TERMS = WS-CURRENT-SEQ - WS-TERM-SEQ.
039100     IF WS-AGE-IN-TERMS NOT = WS-TERM-LIMIT
039200         GO TO 3100-NEXT
039300     END-IF.
039400     ADD 1 TO WS-INC-COUNT.
039500     MOVE GRD-STU-NUMBER TO WS-NT-STU-NUMBER.
039600     MOVE "INC"          TO WS-NT-MSG-TYPE.
039700     MOVE GRD-SUBJ-CODE  TO WS-NT-REF-CODE.
039800     MOVE GRD-TERM       TO WS-NT-REF-TERM.
039900     MOVE SPACES         TO WS-NT-TEXT.
040000     STRING "BU REGISTRAR: YOUR INC IN " DELIMITED BY SIZE
040100            GRD-SUBJ-CODE DELIMITED BY SPACE
040200            " (" DELIMITED BY SIZE
040300            GRD-TERM DELIMITED BY SIZE
040400            ") LAPSES TO A FAILING GRADE UNLESS COMPLETED"
040500                DELIMITED BY SIZE
040600            " THIS TERM." DELIMITED BY SIZE
040700         INTO WS-NT-TEXT
040800     END-STRING.
040900     SET WS-SEND-ONCE TO TRUE.
041000     PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT.
041100 3100-NEXT.
041200     PERFORM 3800-READ-GRADE THRU 3800-EXIT.
041300 3100-EXIT.
041400     EXIT.
041500
041600 3800-READ-GRADE.
041700     READ GRADE-FILE
041800         AT END
041900             SET WS-GRD-EOF TO TRUE
042000     END-READ.
042100 3800-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------*
042500* 3900-GET-TERM-SEQ - ONE KEYED READ OF THE TERM MASTER; A *
042600* TERM NOT ON THE CALENDAR RETURNS SEQUENCE ZERO.          *
042700*----------------------------------------------------------*
042800 3900-GET-TERM-SEQ.
042900     MOVE WS-TERM-IN TO TRM-TERM-CODE.
043000     READ TERM-MASTER
043100         INVALID KEY
043200             MOVE ZERO TO WS-TERM-SEQ
043300             GO TO 3900-EXIT
043400     END-READ.
043500     MOVE TRM-SEQ TO WS-TERM-SEQ.
043600 3900-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------*
044000* 4000-PICKUP-NOTICES - ONE MESSAGE PER DOCUMENT THE PRINT *
044100* STEPS LEFT AT THE WINDOW.  THE PICKUP FILE IS SCRATCHED  *
044200* AFTER A CLEAN RUN, SO THESE ARE NOT LOGGED ON SMSSENT - A*
044300* SECOND TRANSCRIPT NEXT MONTH IS A NEW MESSAGE.           *
044400*----------------------------------------------------------*
044500 4000-PICKUP-NOTICES.
044600     OPEN INPUT PICKUP-FILE.
044700     IF WS-PICKUP-STATUS NOT = "00" AND
044800             WS-PICKUP-STATUS NOT = "05"
044900         DISPLAY "SMSNOTE: PICKUP OPEN FAILED, STATUS="
045000                 WS-PICKUP-STATUS
045100         GO TO 9999-ABEND
045200     END-IF.
045300     PERFORM 4900-READ-PICKUP THRU 4900-EXIT.
045400     PERFORM 4100-ONE-PICKUP THRU 4100-EXIT
045500         UNTIL WS-PKU-EOF.
045600     CLOSE PICKUP-FILE.
045700 4000-EXIT.
045800     EXIT.
045900
046000 4100-ONE-PICKUP.
046100     ADD 1 TO WS-PICKUP-COUNT.
046200     MOVE PKU-STU-NUMBER TO WS-NT-STU-NUMBER.
046300     MOVE SPACES         TO WS-NT-REFERENCE.
046400     MOVE SPACES         TO WS-NT-TEXT.
046500     IF PKU-CERTIFICATE
046600         MOVE "CRT" TO WS-NT-MSG-TYPE
046700         STRING "BU REGISTRAR: YOUR CERTIFICATE OF ENROLLMENT"
046800                    DELIMITED BY SIZE
046900                " FOR " DELIMITED BY SIZE
047000                PKU-TERM DELIMITED BY SIZE
047100                " IS READY FOR PICKUP AT THE REGISTRAR'S WINDOW."
047200                    DELIMITED BY SIZE
047300             INTO WS-NT-TEXT
047400         END-STRING
047500     ELSE
047600         MOVE "TOR" TO WS-NT-MSG-TYPE
047700         STRING "BU REGISTRAR: YOUR TRANSCRIPT OF RECORDS IS"
047800                    DELIMITED BY SIZE
047900                " READY FOR PICKUP AT THE REGISTRAR'S WINDOW."
048000                    DELIMITED BY SIZE
048100             INTO WS-NT-TEXT
048200         END-STRING
048300     END-IF.
048400     MOVE "N" TO WS-SEND-ONCE-SW.
048500     PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT.
048600     PERFORM 4900-READ-PICKUP THRU 4900-EXIT.
048700 4100-EXIT.
048800     EXIT.
048900
049000 4900-READ-PICKUP.
049100     READ PICKUP-FILE
049200         AT END
049300             SET WS-PKU-EOF TO TRUE
049400     END-READ.
049500 4900-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------*
049900* 5000-ISSUE-NOTICE - SHARED BY EVERY SOURCE: SKIP A       *
050000* ONCE-ONLY NOTICE ALREADY ON THE SENT LOG, LOOK UP THE    *
050100* CONTACT NUMBER, REFUSE A MISSING OR MALFORMED ONE TO THE *
050200* EXCEPTION LIST, OTHERWISE WRITE THE GATEWAY DETAIL (AND  *
050300* LOG A ONCE-ONLY NOTICE AS SENT).                         *
050400*----------------------------------------------------------*
050500 5000-ISSUE-NOTICE.
050600     ADD 1 TO WS-CTL-READ.
050700     IF WS-SEND-ONCE
050800         MOVE WS-NT-STU-NUMBER TO SNT-STU-NUMBER
050900         MOVE WS-NT-MSG-TYPE   TO SNT-MSG-TYPE
051000         MOVE WS-NT-REFERENCE  TO SNT-REFERENCE
051100         READ SMS-SENT-FILE
051200             INVALID KEY
051300                 CONTINUE
051400             NOT INVALID KEY
051500                 ADD 1 TO WS-ALREADY-SENT
051600                 GO TO 5000-EXIT
051700         END-READ
051800     END-IF.
051900     MOVE WS-NT-STU-NUMBER TO STU-NUMBER.
052000     READ STUDENT-MASTER
052100         INVALID KEY
052200             MOVE SPACES TO WS-CONTACT-WORK
052300             MOVE "NOT ON STUDENT MASTER" TO WS-ED-REASON
052400             PERFORM 5700-WRITE-EXCEPTION THRU 5700-EXIT
052500             GO TO 5000-EXIT
052600     END-READ.
052700     MOVE STU-CONTACT-NO TO WS-CONTACT-WORK.
052800     IF WS-CONTACT-WORK = SPACES
052900         MOVE "NO CONTACT NUMBER" TO WS-ED-REASON
053000         PERFORM 5700-WRITE-EXCEPTION THRU 5700-EXIT
053100         GO TO 5000-EXIT
053200     END-IF.
053300     IF WS-CONTACT-WORK NOT NUMERIC OR WS-CN-PREFIX NOT = "09"
053400         MOVE "MALFORMED CONTACT NUMBER" TO WS-ED-REASON
053500         PERFORM 5700-WRITE-EXCEPTION THRU 5700-EXIT
053600         GO TO 5000-EXIT
053700     END-IF.
053800     MOVE SPACES           TO SMS-NOTIFY-RECORD.
053900     MOVE "D"              TO SMS-REC-TYPE.
054000     MOVE WS-NT-STU-NUMBER TO SMS-DET-STU-NUMBER.
054100     MOVE WS-CONTACT-WORK  TO SMS-DET-CONTACT-NO.
054200     MOVE WS-NT-MSG-TYPE   TO SMS-DET-MSG-TYPE.
054300     MOVE WS-NT-TEXT       TO SMS-DET-MSG-TEXT.
054400     WRITE SMS-NOTIFY-RECORD.
054500     ADD 1 TO WS-CTL-WRITTEN.
054600     ADD WS-NT-STU-NUMBER TO WS-CTL-HASH.
054700     IF WS-SEND-ONCE
054800         MOVE WS-RUN-DATE TO SNT-SENT-DATE
054900         WRITE SMS-SENT-RECORD
055000             INVALID KEY
055100                 DISPLAY "SMSNOTE: SMSSENT WRITE FAILED, STATUS="
055200                         WS-SMSSENT-STATUS
055300                 GO TO 9999-ABEND
055400         END-WRITE
055500     END-IF.
055600 5000-EXIT.
055700     EXIT.
055800
055900 5700-WRITE-EXCEPTION.
056000     ADD 1 TO WS-EXCEPTION-COUNT.
056100     MOVE WS-NT-STU-NUMBER TO WS-ED-STU-NUMBER.
056200     MOVE WS-NT-MSG-TYPE   TO WS-ED-MSG-TYPE.
056300     MOVE WS-CONTACT-WORK  TO WS-ED-CONTACT-NO.
056400     MOVE WS-EXCEPTION-DETAIL TO SMS-EXCEPTION-LINE.
056500     WRITE SMS-EXCEPTION-LINE.
056600 5700-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------*
057000* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL     *
057100* RECORD FOR THE BALANCING STEP.                           *
057200*----------------------------------------------------------*
057300 8900-WRITE-CONTROL-TOTAL.
057400     OPEN EXTEND CONTROL-TOTAL-FILE.
057500     IF WS-CTLFILE-STATUS NOT = "00" AND
057600             WS-CTLFILE-STATUS NOT = "05"
057700         DISPLAY "SMSNOTE: CTLFILE OPEN FAILED, STATUS="
057800                 WS-CTLFILE-STATUS
057900     ELSE
058000         MOVE "SMSNOTE   " TO CTL-PROGRAM
058100         MOVE WS-RUN-DATE    TO CTL-RUN-DATE
058200         MOVE WS-RUN-TIME    TO CTL-RUN-TIME
058300         MOVE WS-CTL-READ    TO CTL-RECS-READ
058400         MOVE WS-CTL-WRITTEN TO CTL-RECS-WRITTEN
058500         MOVE WS-CTL-HASH    TO CTL-HASH-TOTAL
058600         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
058700         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
058800         WRITE CONTROL-TOTAL-RECORD
058900         CLOSE CONTROL-TOTAL-FILE
059000     END-IF.
059100 8900-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------*
059500* 9000-TERMINATE - CLOSE THE GATEWAY FILE WITH ITS COUNT   *
059600* AND HASH TRAILER, CLOSE EVERYTHING ELSE, AND REPORT THE  *
059700* TOTALS ON THE OPERATOR LOG.                              *
059800*----------------------------------------------------------*
059900 9000-TERMINATE.
060000     MOVE SPACES         TO SMS-NOTIFY-RECORD.
060100     MOVE "T"            TO SMS-REC-TYPE.
060200     MOVE WS-CTL-WRITTEN TO SMS-TRL-REC-COUNT.
060300     MOVE WS-CTL-HASH    TO SMS-TRL-HASH-TOTAL.
060400     WRITE SMS-NOTIFY-RECORD.
060500     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
060600     CLOSE TERM-MASTER.
060700     CLOSE STUDENT-MASTER.
060800     CLOSE SMS-SENT-FILE.
060900     CLOSE SMS-NOTIFY-FILE.
061000     CLOSE SMS-EXCEPTIONS.
061100     DISPLAY "SMSNOTE: STANDINGS=" WS-STANDING-COUNT
061200             " LAPSING INC=" WS-INC-COUNT
061300             " PICKUPS=" WS-PICKUP-COUNT.
061400     DISPLAY "SMSNOTE: SENT=" WS-CTL-WRITTEN
061500             " ALREADY SENT=" WS-ALREADY-SENT
061600             " EXCEPTIONS=" WS-EXCEPTION-COUNT
061700             " HASH=" WS-CTL-HASH.
061800 9000-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------*
062200* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;   *
062300* END THE RUN WITH A NONZERO RETURN CODE SO THE JOB'S COND *
062400* CHECKS BYPASS THE DOWNSTREAM STEPS.                      *
062500*----------------------------------------------------------*
062600 9999-ABEND.
062700     MOVE 16 TO RETURN-CODE.
062800     STOP RUN.
