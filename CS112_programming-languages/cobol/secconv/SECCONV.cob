000100*================================================================*
000200* PROGRAM:     SECCONV                                           *
000300* PURPOSE:     ONE-TIME CONVERSION OF THE SECTION MASTER FROM    *
000400*              THE FREE-TEXT X(15) SCHEDULE ("MWF 0800-0900")    *
000500*              TO THE STRUCTURED MEETING FIELDS ON SECREC - ONE  *
000600*              FLAG PER WEEKDAY PLUS AN HHMM START AND END - SO  *
000700*              ENROLLMENT MAINTENANCE CAN REFUSE A TIME CONFLICT *
000800*              AND THE ROOM-UTILIZATION REPORT CAN FIND A        *
000900*              DOUBLE-BOOKED ROOM.  THE DAYS ARE READ AS THE     *
001000*              COUNTER HAS ALWAYS WRITTEN THEM (M T W TH F S SU, *
001100*              RUN TOGETHER), THE TIMES AS HHMM-HHMM.  A         *
001200*              SCHEDULE THAT DOES NOT READ CLEANLY IS NOT        *
001300*              GUESSED AT - THE SECTION IS CARRIED OVER AS "TO   *
001400*              BE ANNOUNCED" AND NAMED ON THE OPERATOR LOG FOR   *
001500*              ITS CHAIR TO SUPPLY THE MEETING.                  *
001600*                                                                *
001700* SEE BUSECCNV FOR THE CLUSTER DEFINE/SWAP STEPS AROUND THIS.    *
001800*                                                                *
001900* MOD-LOG                                                        *
002000*   2026-10-15  MC  ORIGINAL.                                    *
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SECCONV.
002400 AUTHOR. M-CANONIZADO.
002500 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OLD-SECTION-MASTER ASSIGN TO "SECOLD"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS OLD-SEC-KEY
003600         FILE STATUS IS WS-SECOLD-STATUS.
003700
003800     SELECT SECTION-MASTER ASSIGN TO "SECMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS SEC-KEY
004200         FILE STATUS IS WS-SECMAST-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600*--------------------------------------------------------------*
004700* OLD-LAYOUT ROW - SECREC AS IT WAS BEFORE THE STRUCTURED       *
004800* MEETING FIELDS (SCHEDULE AS FREE TEXT).                       *
004900*--------------------------------------------------------------*
005000 FD  OLD-SECTION-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200 01  OLD-SECTION-RECORD.
005300     05  OLD-SEC-KEY.
005400         10  OLD-SEC-SUBJ-CODE       PIC X(06).
005500         10  OLD-SEC-SECTION         PIC X(03).
005600     05  OLD-SEC-SCHEDULE            PIC X(15).
005700     05  OLD-SEC-ROOM                PIC X(06).
005800     05  OLD-SEC-CAPACITY            PIC 9(03).
005900
006000 FD  SECTION-MASTER
006100     LABEL RECORDS ARE STANDARD.
006200     COPY SECREC.
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-FILE-STATUSES.
006600     05  WS-SECOLD-STATUS            PIC X(02) VALUE "00".
006700     05  WS-SECMAST-STATUS           PIC X(02) VALUE "00".
006800
006900 01  WS-SWITCHES.
007000     05  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
007100         88  WS-OLD-EOF                  VALUE "Y".
007200     05  WS-SCHED-BAD-SW             PIC X(01) VALUE "N".
007300         88  WS-SCHED-BAD                VALUE "Y".
007400
007500 01  WS-CHR-SUB                      PIC 99 VALUE ZERO.
007600 01  WS-DAY-SUB                      PIC 99 VALUE ZERO.
007700
007800 01  WS-COUNTERS.
007900     05  WS-CONVERTED-COUNT          PIC 9(05) VALUE ZERO.
008000     05  WS-TBA-COUNT                PIC 9(05) VALUE ZERO.
008100     05  WS-UNREAD-COUNT             PIC 9(05) VALUE ZERO.
008200
008300*--------------------------------------------------------------*
008400* SCHEDULE TEXT, SPLIT AT THE FIRST RUN OF SPACES INTO THE DAY  *
008500* LETTERS AND THE HHMM-HHMM TIME RANGE.                         *
008600*--------------------------------------------------------------*
008700 01  WS-SCHED-PARTS.
008800     05  WS-DAY-TEXT                 PIC X(08) VALUE SPACES.
008900     05  WS-DAY-CHARS REDEFINES WS-DAY-TEXT.
009000         10  WS-DAY-CHAR OCCURS 8 TIMES
009100                                     PIC X(01).
009200     05  WS-TIME-TEXT                PIC X(09) VALUE SPACES.
009300     05  WS-EXTRA-TEXT               PIC X(15) VALUE SPACES.
009400     05  WS-START-TEXT               PIC X(04) VALUE SPACES.
009500     05  WS-START-PARTS REDEFINES WS-START-TEXT.
009600         10  WS-START-HH             PIC 99.
009700         10  WS-START-MM             PIC 99.
009800     05  WS-END-TEXT                 PIC X(04) VALUE SPACES.
009900     05  WS-END-PARTS REDEFINES WS-END-TEXT.
010000         10  WS-END-HH               PIC 99.
010100         10  WS-END-MM               PIC 99.
010200     05  WS-NEXT-CHAR                PIC X(01) VALUE SPACE.
010300
010400*--------------------------------------------------------------*
010500* THE LETTER EACH WEEKDAY FLAG CARRIES, IN SECREC'S ORDER       *
010600* (MON THROUGH SUN).                                            *
010700*--------------------------------------------------------------*
010800 01  WS-DAY-LETTER-VALUES            PIC X(07) VALUE "MTWHFSU".
010900 01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTER-VALUES.
011000     05  WS-DAY-LETTER OCCURS 7 TIMES
011100                                     PIC X(01).
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700     STOP RUN.
011800
011900*----------------------------------------------------------*
012000* 2000-CONVERT-MASTER - EVERY OLD-LAYOUT SECTION IS REBUILT *
012100* INTO THE FRESHLY DEFINED NEW CLUSTER.  KEY ORDER IS       *
012200* PRESERVED BY THE SEQUENTIAL READ, SO THE LOAD IS A CLEAN  *
012300* ASCENDING WRITE LIKE A RESTORE.                           *
012400*----------------------------------------------------------*
012500 2000-CONVERT-MASTER.
012600     OPEN INPUT OLD-SECTION-MASTER.
012700     IF WS-SECOLD-STATUS NOT = "00"
012800         DISPLAY "SECCONV: SECOLD OPEN FAILED, STATUS="
012900                 WS-SECOLD-STATUS
013000         GO TO 9999-ABEND
013100     END-IF.
013200     OPEN OUTPUT SECTION-MASTER.
013300     IF WS-SECMAST-STATUS NOT = "00"
013400         DISPLAY "SECCONV: SECMAST OPEN OUTPUT FAILED, "
013500                 "STATUS=" WS-SECMAST-STATUS
013600         GO TO 9999-ABEND
013700     END-IF.
013800     PERFORM 2900-READ-OLD-MASTER THRU 2900-EXIT.
013900     PERFORM 2100-CONVERT-ONE-SECTION THRU 2100-EXIT
014000         UNTIL WS-OLD-EOF.
014100     CLOSE OLD-SECTION-MASTER.
014200     CLOSE SECTION-MASTER.
014300 2000-EXIT.
014400     EXIT.
014500
014600 2100-CONVERT-ONE-SECTION.
014700     MOVE SPACES           TO SECTION-RECORD.
014800     MOVE OLD-SEC-KEY      TO SEC-KEY.
014900     MOVE ZERO             TO SEC-START-TIME SEC-END-TIME.
015000     MOVE OLD-SEC-ROOM     TO SEC-ROOM.
015100     MOVE OLD-SEC-CAPACITY TO SEC-CAPACITY.
015200     PERFORM 2200-PARSE-SCHEDULE THRU 2200-EXIT.
015300     IF WS-SCHED-BAD
015400         MOVE SPACES TO SEC-MEET-DAYS
015500         MOVE ZERO   TO SEC-START-TIME SEC-END-TIME
015600         ADD 1 TO WS-UNREAD-COUNT
015700         DISPLAY "SECCONV: " OLD-SEC-SUBJ-CODE " "
015800                 OLD-SEC-SECTION " SCHEDULE '"
015900                 OLD-SEC-SCHEDULE "' NOT UNDERSTOOD - "
016000                 "CARRIED OVER AS TBA"
016100     END-IF.
016200     WRITE SECTION-RECORD
016300         INVALID KEY
016400             DISPLAY "SECCONV: DUPLICATE OR OUT-OF-SEQUENCE "
016500                     "KEY " OLD-SEC-KEY
016600             GO TO 9999-ABEND
016700     END-WRITE.
016800     ADD 1 TO WS-CONVERTED-COUNT.
016900     PERFORM 2900-READ-OLD-MASTER THRU 2900-EXIT.
017000 2100-EXIT.
017100     EXIT.
017200
017300*----------------------------------------------------------*
017400* 2200-PARSE-SCHEDULE - A BLANK OR "TBA" SCHEDULE IS A      *
017500* SECTION WITH NO MEETING YET AND IS NOT AN ERROR.          *
017600* OTHERWISE THE DAY LETTERS AND THE TIME RANGE MUST BOTH    *
017700* READ CLEANLY, WITH THE START BEFORE THE END.              *
017800*----------------------------------------------------------*
017900 2200-PARSE-SCHEDULE.
018000     MOVE "N" TO WS-SCHED-BAD-SW.
018100     IF OLD-SEC-SCHEDULE = SPACES OR OLD-SEC-SCHEDULE = "TBA"
018200         ADD 1 TO WS-TBA-COUNT
018300         GO TO 2200-EXIT
018400     END-IF.
018500     MOVE SPACES TO WS-DAY-TEXT WS-TIME-TEXT WS-EXTRA-TEXT.
018600     UNSTRING OLD-SEC-SCHEDULE DELIMITED BY ALL SPACE
018700         INTO WS-DAY-TEXT WS-TIME-TEXT WS-EXTRA-TEXT
018800         ON OVERFLOW
018900             SET WS-SCHED-BAD TO TRUE
019000     END-UNSTRING.
019100     IF WS-SCHED-BAD OR WS-DAY-TEXT = SPACES
019200             OR WS-EXTRA-TEXT NOT = SPACES
019300         SET WS-SCHED-BAD TO TRUE
019400         GO TO 2200-EXIT
019500     END-IF.
019600     MOVE 1 TO WS-CHR-SUB.
019700     PERFORM 2210-PARSE-ONE-DAY THRU 2210-EXIT
019800         UNTIL WS-CHR-SUB > 8 OR WS-SCHED-BAD.
019900     IF WS-SCHED-BAD OR SEC-MEET-DAYS = SPACES
020000         SET WS-SCHED-BAD TO TRUE
020100         GO TO 2200-EXIT
020200     END-IF.
020300     PERFORM 2220-PARSE-TIMES THRU 2220-EXIT.
020400 2200-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------*
020800* 2210-PARSE-ONE-DAY - "TH" IS THURSDAY AND "SU" SUNDAY;    *
020900* A LONE T IS TUESDAY AND A LONE S SATURDAY.  ANY OTHER     *
021000* CHARACTER MAKES THE SCHEDULE UNREADABLE.                  *
021100*----------------------------------------------------------*
021200 2210-PARSE-ONE-DAY.
021300     IF WS-DAY-CHAR(WS-CHR-SUB) = SPACE
021400         MOVE 9 TO WS-CHR-SUB
021500         GO TO 2210-EXIT
021600     END-IF.
021700     MOVE SPACE TO WS-NEXT-CHAR.
021800     IF WS-CHR-SUB < 8
021900         MOVE WS-DAY-CHAR(WS-CHR-SUB + 1) TO WS-NEXT-CHAR
022000     END-IF.
022100     MOVE ZERO TO WS-DAY-SUB.
022200     EVALUATE WS-DAY-CHAR(WS-CHR-SUB)
022300         WHEN "M"
022400             MOVE 1 TO WS-DAY-SUB
022500         WHEN "T"
022600             IF WS-NEXT-CHAR = "H"
022700                 MOVE 4 TO WS-DAY-SUB
022800                 ADD 1 TO WS-CHR-SUB
022900             ELSE
023000                 MOVE 2 TO WS-DAY-SUB
023100             END-IF
023200         WHEN "W"
023300             MOVE 3 TO WS-DAY-SUB
023400         WHEN "H"
023500             MOVE 4 TO WS-DAY-SUB
023600         WHEN "F"
023700             MOVE 5 TO WS-DAY-SUB
023800         WHEN "S"
023900             IF WS-NEXT-CHAR = "U"
024000                 MOVE 7 TO WS-DAY-SUB
024100                 ADD 1 TO WS-CHR-SUB
024200             ELSE
024300                 MOVE 6 TO WS-DAY-SUB
024400             END-IF
024500         WHEN "U"
024600             MOVE 7 TO WS-DAY-SUB
024700         WHEN OTHER
024800             SET WS-SCHED-BAD TO TRUE
024900             GO TO 2210-EXIT
025000     END-EVALUATE.
025100     MOVE WS-DAY-LETTER(WS-DAY-SUB)
025200         TO SEC-MEET-DAY(WS-DAY-SUB).
025300     ADD 1 TO WS-CHR-SUB.
025400 2210-EXIT.
025500     EXIT.
025600
025700*----------------------------------------------------------*
025800* 2220-PARSE-TIMES - HHMM-HHMM ON A 24-HOUR CLOCK.          *
025900*----------------------------------------------------------*
026000 2220-PARSE-TIMES.
026100     MOVE SPACES TO WS-START-TEXT WS-END-TEXT WS-EXTRA-TEXT.
026200     UNSTRING WS-TIME-TEXT DELIMITED BY "-"
026300         INTO WS-START-TEXT WS-END-TEXT WS-EXTRA-TEXT.
026400     IF WS-START-TEXT NOT NUMERIC OR WS-END-TEXT NOT NUMERIC
026500             OR WS-EXTRA-TEXT NOT = SPACES
026600         SET WS-SCHED-BAD TO TRUE
026700         GO TO 2220-EXIT
026800     END-IF.
026900     IF WS-START-HH > 23 OR WS-START-MM > 59
027000             OR WS-END-HH > 23 OR WS-END-MM > 59
027100             OR WS-START-TEXT NOT < WS-END-TEXT
027200         SET WS-SCHED-BAD TO TRUE
027300         GO TO 2220-EXIT
027400     END-IF.
027500     MOVE WS-START-TEXT TO SEC-START-TIME.
027600     MOVE WS-END-TEXT   TO SEC-END-TIME.
027700 2220-EXIT.
027800     EXIT.
027900
028000 2900-READ-OLD-MASTER.
028100     READ OLD-SECTION-MASTER NEXT RECORD
028200         AT END
028300             SET WS-OLD-EOF TO TRUE
028400     END-READ.
028500 2900-EXIT.
028600     EXIT.
028700
028800*----------------------------------------------------------*
028900* 9000-TERMINATE - REPORT THE CONVERSION COUNTS ON THE      *
029000* OPERATOR LOG.                                             *
029100*----------------------------------------------------------*
029200 9000-TERMINATE.
029300     DISPLAY "SECCONV: SECTIONS CONVERTED=" WS-CONVERTED-COUNT
029400             " ALREADY TBA=" WS-TBA-COUNT
029500             " NOT UNDERSTOOD=" WS-UNREAD-COUNT.
029600 9000-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------*
030000* 9999-ABEND - A CONVERSION THAT CANNOT COMPLETE MUST NOT   *
030100* LEAVE A HALF-BUILT CLUSTER IN SERVICE; END THE RUN WITH A *
030200* NONZERO RETURN CODE SO THE SWAP STEPS NEVER RUN.          *
030300*----------------------------------------------------------*
030400 9999-ABEND.
030500     MOVE 16 TO RETURN-CODE.
030600     STOP RUN.
