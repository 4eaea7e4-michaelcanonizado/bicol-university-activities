000100*================================================================*
000200* PROGRAM:     ROOMUTIL                                          *
000300* PURPOSE:     ROOM-UTILIZATION REPORT FOR THE CHAIRS AND THE    *
000400*              REGISTRAR, RUN BEFORE CLASSES START.  EVERY       *
000500*              SCHEDULED SECTION ON THE SECTION MASTER IS SORTED *
000600*              BY ROOM AND START TIME, AND EACH ROOM GETS A      *
000700*              WEEKLY GRID (HALF-HOUR ROWS, MON-SUN COLUMNS)     *
000800*              SHOWING WHICH SECTION HOLDS IT.  TWO SECTIONS IN  *
000900*              THE SAME ROOM ON A SHARED DAY AT OVERLAPPING      *
001000*              TIMES ARE A DOUBLE BOOKING: THE GRID CELL SHOWS   *
001100*              "*DOUBLE*" AND EVERY CLASHING PAIR IS LISTED      *
001200*              UNDER THE ROOM SO IT CAN BE MOVED BEFORE THE      *
001300*              FIRST MEETING.  SECTIONS STILL TBA (NO DAYS OR NO *
001400*              ROOM) HOLD NO ROOM AND ARE ONLY COUNTED.          *
001500*                                                                *
001600* RUNS ON REQUEST (SEE BUROOMUT) WHILE THE TERM'S SECTIONS ARE   *
001700* BEING SET UP.                                                  *
001800*                                                                *
001900* MOD-LOG                                                        *
002000*   2026-10-15  MC  ORIGINAL.                                    *
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. ROOMUTIL.
002400 AUTHOR. M-CANONIZADO.
002500 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SECTION-MASTER ASSIGN TO "SECMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS SEC-KEY
003600         FILE STATUS IS WS-SECMAST-STATUS.
003700
003800     SELECT ROOM-SORT-FILE ASSIGN TO "RMUSRT".
003900
004000     SELECT ROOM-SORTED-FILE ASSIGN TO "RMUSORT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RMUSORT-STATUS.
004300
004400     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CTLFILE-STATUS.
004700
004800     SELECT REPORT-FILE ASSIGN TO "ROOMRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SECTION-MASTER
005400     LABEL RECORDS ARE STANDARD.
005500     COPY SECREC.
005600
005700 SD  ROOM-SORT-FILE.
005800 01  ROOM-SORT-RECORD.
005900     05  RS-ROOM                     PIC X(06).
006000     05  RS-START-TIME               PIC 9(04).
006100     05  RS-SUBJ-CODE                PIC X(06).
006200     05  RS-SECTION                  PIC X(03).
006300     05  RS-MEET-DAYS                PIC X(07).
006400     05  RS-END-TIME                 PIC 9(04).
006500     05  RS-CAPACITY                 PIC 9(03).
006600
006700 FD  ROOM-SORTED-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  ROOM-SORTED-RECORD              PIC X(33).
007000
007100 FD  CONTROL-TOTAL-FILE
007200     LABEL RECORDS ARE OMITTED.
007300     COPY CTLREC.
007400
007500 FD  REPORT-FILE
007600     LABEL RECORDS ARE OMITTED.
007700 01  REPORT-LINE                     PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000     COPY PRTCTL.
008100     COPY SCHWREC.
008200
008300 01  WS-FILE-STATUSES.
008400     05  WS-SECMAST-STATUS           PIC X(02) VALUE "00".
008500     05  WS-RMUSORT-STATUS           PIC X(02) VALUE "00".
008600     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
008700
008800 01  WS-SWITCHES.
008900     05  WS-SEC-EOF-SW               PIC X(01) VALUE "N".
009000         88  WS-SEC-EOF                  VALUE "Y".
009100     05  WS-SORTED-EOF-SW            PIC X(01) VALUE "N".
009200         88  WS-SORTED-EOF               VALUE "Y".
009300     05  WS-FIRST-REC-SW             PIC X(01) VALUE "Y".
009400         88  WS-FIRST-RECORD             VALUE "Y".
009500     05  WS-SHARE-DAY-SW             PIC X(01) VALUE "N".
009600         88  WS-SHARE-DAY                VALUE "Y".
009700
009800 01  WS-SUBSCRIPTS.
009900     05  WS-SEC-SUB                  PIC 99  VALUE ZERO.
010000     05  WS-OTH-SUB                  PIC 99  VALUE ZERO.
010100     05  WS-SLOT-SUB                 PIC 99  VALUE ZERO.
010200     05  WS-DAY-SUB                  PIC 99  VALUE ZERO.
010300
010400 01  WS-COUNTERS.
010500     05  WS-ROOM-COUNT               PIC 9(05) VALUE ZERO.
010600     05  WS-PLACED-COUNT             PIC 9(05) VALUE ZERO.
010700     05  WS-TBA-COUNT                PIC 9(05) VALUE ZERO.
010800     05  WS-DOUBLE-ROOMS             PIC 9(05) VALUE ZERO.
010900     05  WS-CLASH-COUNT              PIC 9(05) VALUE ZERO.
011000     05  WS-ROOM-CLASHES             PIC 9(05) VALUE ZERO.
011100
011200*--------------------------------------------------------------*
011300* CONTROL TOTALS FOR THE BALANCING STEP - SECTIONS READ, THOSE   *
011400* PLACED ON A ROOM GRID, AND THE HASH OF THEIR SEAT CAPACITIES.  *
011500*--------------------------------------------------------------*
011600 01  WS-CONTROL-COUNTS.
011700     05  WS-CTL-READ                 PIC 9(07)  VALUE ZERO.
011800     05  WS-CTL-HASH                 PIC 9(13)  VALUE ZERO.
011900
012000 01  WS-PREV-ROOM                    PIC X(06) VALUE SPACES.
012100
012200*--------------------------------------------------------------*
012300* THE CURRENT ROOM'S SECTIONS, IN START-TIME ORDER, WITH THEIR   *
012400* MEETING TIMES ALSO HELD AS MINUTES FROM MIDNIGHT FOR THE GRID  *
012500* AND OVERLAP ARITHMETIC.                                        *
012600*--------------------------------------------------------------*
012700 01  WS-ROOM-SEC-COUNT               PIC 99 VALUE ZERO.
012800 01  WS-ROOM-SEC-TABLE.
012900     05  WS-RM-ENTRY OCCURS 50 TIMES.
013000         10  WS-RM-SUBJ-CODE         PIC X(06).
013100         10  WS-RM-SECTION           PIC X(03).
013200         10  WS-RM-MEETING.
013300             15  WS-RM-MEET-DAY OCCURS 7 TIMES
013400                                     PIC X(01).
013500             15  WS-RM-START-TIME    PIC 9(04).
013600             15  WS-RM-END-TIME      PIC 9(04).
013700         10  WS-RM-START-MIN         PIC 9(04).
013800         10  WS-RM-END-MIN           PIC 9(04).
013900
014000*--------------------------------------------------------------*
014100* THE WEEKLY GRID FOR ONE ROOM - 32 HALF-HOUR ROWS FROM 0600 TO  *
014200* 2200, ONE CELL PER WEEKDAY HOLDING THE SUBJECT AND SECTION.    *
014300*--------------------------------------------------------------*
014400 01  WS-GRID-FIRST-MIN               PIC 9(04) VALUE 0360.
014500 01  WS-GRID-SLOT-MINUTES            PIC 9(04) VALUE 0030.
014600 01  WS-FIRST-SLOT                   PIC 99 VALUE ZERO.
014700 01  WS-LAST-SLOT                    PIC 99 VALUE ZERO.
014800 01  WS-GRID.
014900     05  WS-GRID-ROW OCCURS 32 TIMES.
015000         10  WS-GRID-CELL OCCURS 7 TIMES
015100                                     PIC X(09).
015200
015300 01  WS-TIME-WORK.
015400     05  WS-WORK-TIME                PIC 9(04) VALUE ZERO.
015500     05  WS-WORK-TIME-PARTS REDEFINES WS-WORK-TIME.
015600         10  WS-WORK-HH              PIC 99.
015700         10  WS-WORK-MM              PIC 99.
015800     05  WS-WORK-MIN                 PIC 9(04) VALUE ZERO.
015900     05  WS-SLOT-START-MIN           PIC 9(04) VALUE ZERO.
016000     05  WS-SLOT-END-MIN             PIC 9(04) VALUE ZERO.
016100     05  WS-ROOM-FIRST-MIN           PIC 9(04) VALUE ZERO.
016200     05  WS-ROOM-LAST-MIN            PIC 9(04) VALUE ZERO.
016300     05  WS-CELL-TEXT                PIC X(09) VALUE SPACES.
016400
016500 01  WS-ROOM-HEADER.
016600     05  FILLER                      PIC X(06) VALUE "ROOM: ".
016700     05  WS-RH-ROOM                  PIC X(06).
016800     05  FILLER                      PIC X(13)
016900         VALUE "   SECTIONS: ".
017000     05  WS-RH-SECTIONS              PIC Z9.
017100     05  FILLER                      PIC X(03) VALUE SPACES.
017200     05  WS-RH-FLAG                  PIC X(28).
017300
017400 01  WS-GRID-HEADER.
017500     05  FILLER                      PIC X(11) VALUE "TIME".
017600     05  FILLER                      PIC X(10) VALUE "MON".
017700     05  FILLER                      PIC X(10) VALUE "TUE".
017800     05  FILLER                      PIC X(10) VALUE "WED".
017900     05  FILLER                      PIC X(10) VALUE "THU".
018000     05  FILLER                      PIC X(10) VALUE "FRI".
018100     05  FILLER                      PIC X(10) VALUE "SAT".
018200     05  FILLER                      PIC X(10) VALUE "SUN".
018300
018400 01  WS-GRID-LINE.
018500     05  WS-GL-FROM                  PIC 9(04).
018600     05  FILLER                      PIC X(01) VALUE "-".
018700     05  WS-GL-TO                    PIC 9(04).
018800     05  FILLER                      PIC X(02) VALUE SPACES.
018900     05  WS-GL-CELLS.
019000         10  WS-GL-DAY OCCURS 7 TIMES.
019100             15  WS-GL-CELL          PIC X(09).
019200             15  FILLER              PIC X(01).
019300
019400 01  WS-CLASH-LINE.
019500     05  FILLER                      PIC X(18)
019600         VALUE "** DOUBLE-BOOKED: ".
019700     05  WS-CL-SUBJ-1                PIC X(06).
019800     05  FILLER                      PIC X(01) VALUE SPACE.
019900     05  WS-CL-SECTION-1             PIC X(03).
020000     05  FILLER                      PIC X(01) VALUE SPACE.
020100     05  WS-CL-SCHEDULE-1            PIC X(20).
020200     05  FILLER                      PIC X(06) VALUE " WITH ".
020300     05  WS-CL-SUBJ-2                PIC X(06).
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  WS-CL-SECTION-2             PIC X(03).
020600     05  FILLER                      PIC X(01) VALUE SPACE.
020700     05  WS-CL-SCHEDULE-2            PIC X(20).
020800
020900 01  WS-SUMMARY-LINE-1.
021000     05  FILLER                      PIC X(07) VALUE "ROOMS:".
021100     05  WS-SUM-ROOMS                PIC ZZZZ9.
021200     05  FILLER                      PIC X(19)
021300         VALUE "  SECTIONS PLACED:".
021400     05  WS-SUM-PLACED               PIC ZZZZ9.
021500     05  FILLER                      PIC X(16)
021600         VALUE "  TBA/NO ROOM:".
021700     05  WS-SUM-TBA                  PIC ZZZZ9.
021800
021900 01  WS-SUMMARY-LINE-2.
022000     05  FILLER                      PIC X(22)
022100         VALUE "DOUBLE-BOOKED ROOMS:".
022200     05  WS-SUM-DOUBLE               PIC ZZZZ9.
022300     05  FILLER                      PIC X(19)
022400         VALUE "  CLASHING PAIRS:".
022500     05  WS-SUM-CLASHES              PIC ZZZZ9.
022600
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2000-SORT-SECTIONS THRU 2000-EXIT.
023100     PERFORM 3000-PRINT-ROOMS THRU 3000-EXIT.
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023300     STOP RUN.
023400
023500*----------------------------------------------------------*
023600* 1000-INITIALIZE - OPEN THE REPORT AND SET ITS HEADINGS.   *
023700*----------------------------------------------------------*
023800 1000-INITIALIZE.
023900     OPEN OUTPUT REPORT-FILE.
024000     MOVE "BICOL UNIVERSITY - ROOM UTILIZATION"
024100         TO PRT-TITLE-TEXT.
024200     MOVE "WEEKLY GRID BY ROOM, HALF-HOUR ROWS" TO PRT-HEAD1-TEXT.
024300     MOVE "-----------------------------------" TO PRT-HEAD2-TEXT.
024400     MOVE 99 TO PRT-LINE-COUNT.
024500     MOVE ZERO TO PRT-PAGE-COUNT.
024600 1000-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------*
025000* 2000-SORT-SECTIONS - THE CONTROL BREAK IN 3000 NEEDS THE  *
025100* SECTIONS GROUPED BY ROOM, EARLIEST START FIRST.  A        *
025200* SECTION WITH NO MEETING DAYS OR NO ROOM IS NOT RELEASED.  *
025300*----------------------------------------------------------*
025400 2000-SORT-SECTIONS.
025500     SORT ROOM-SORT-FILE
025600         ON ASCENDING KEY RS-ROOM RS-START-TIME
025700                          RS-SUBJ-CODE RS-SECTION
025800         INPUT PROCEDURE IS 2100-SORT-SECTIONS-IN
025900         GIVING ROOM-SORTED-FILE.
026000 2000-EXIT.
026100     EXIT.
026200
026300 2100-SORT-SECTIONS-IN.
026400     OPEN INPUT SECTION-MASTER.
026500     IF WS-SECMAST-STATUS NOT = "00"
026600         DISPLAY "ROOMUTIL: SECTION-MASTER OPEN FAILED, STATUS="
026700                 WS-SECMAST-STATUS
026800         GO TO 9999-ABEND
026900     END-IF.
027000     PERFORM 2110-READ-SECTION THRU 2110-EXIT.
027100     PERFORM 2120-RELEASE-SECTION THRU 2120-EXIT
027200         UNTIL WS-SEC-EOF.
027300     CLOSE SECTION-MASTER.
027400 2100-EXIT.
027500     EXIT.
027600
027700 2110-READ-SECTION.
027800     READ SECTION-MASTER NEXT RECORD
027900         AT END
028000             SET WS-SEC-EOF TO TRUE
028100     END-READ.
028200 2110-EXIT.
028300     EXIT.
028400
028500 2120-RELEASE-SECTION.
028600     ADD 1 TO WS-CTL-READ.
028700     IF SEC-MEET-DAYS = SPACES OR SEC-ROOM = SPACES
028800         ADD 1 TO WS-TBA-COUNT
028900     ELSE
029000         MOVE SEC-ROOM       TO RS-ROOM
029100         MOVE SEC-START-TIME TO RS-START-TIME
029200         MOVE SEC-SUBJ-CODE  TO RS-SUBJ-CODE
029300         MOVE SEC-SECTION    TO RS-SECTION
029400         MOVE SEC-MEET-DAYS  TO RS-MEET-DAYS
029500         MOVE SEC-END-TIME   TO RS-END-TIME
029600         MOVE SEC-CAPACITY   TO RS-CAPACITY
029700         RELEASE ROOM-SORT-RECORD
029800     END-IF.
029900     PERFORM 2110-READ-SECTION THRU 2110-EXIT.
030000 2120-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------*
030400* 3000-PRINT-ROOMS - CONTROL-BREAK LOOP OVER THE SORTED     *
030500* SECTIONS: GATHER ONE ROOM'S SECTIONS, THEN PRINT ITS      *
030600* GRID AND ITS CLASHES.                                     *
030700*----------------------------------------------------------*
030800 3000-PRINT-ROOMS.
030900     OPEN INPUT ROOM-SORTED-FILE.
031000     IF WS-RMUSORT-STATUS NOT = "00"
031100         DISPLAY "ROOMUTIL: RMUSORT OPEN FAILED, STATUS="
031200                 WS-RMUSORT-STATUS
031300         GO TO 9999-ABEND
031400     END-IF.
031500     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
031600     PERFORM 3200-PROCESS-ONE-SECTION THRU 3200-EXIT
031700         UNTIL WS-SORTED-EOF.
031800     IF NOT WS-FIRST-RECORD
031900         PERFORM 4000-FINALIZE-ROOM THRU 4000-EXIT
032000     END-IF.
032100     CLOSE ROOM-SORTED-FILE.
032200 3000-EXIT.
032300     EXIT.
032400
032500 3100-READ-SORTED.
032600     READ ROOM-SORTED-FILE
032700         AT END
032800             SET WS-SORTED-EOF TO TRUE
032900     END-READ.
033000 3100-EXIT.
033100     EXIT.
033200
033300 3200-PROCESS-ONE-SECTION.
033400     MOVE ROOM-SORTED-RECORD TO ROOM-SORT-RECORD.
033500     IF WS-FIRST-RECORD
033600         MOVE "N" TO WS-FIRST-REC-SW
033700         MOVE RS-ROOM TO WS-PREV-ROOM
033800         MOVE ZERO TO WS-ROOM-SEC-COUNT
033900     ELSE
034000         IF RS-ROOM NOT = WS-PREV-ROOM
034100             PERFORM 4000-FINALIZE-ROOM THRU 4000-EXIT
034200             MOVE RS-ROOM TO WS-PREV-ROOM
034300             MOVE ZERO TO WS-ROOM-SEC-COUNT
034400         END-IF
034500     END-IF.
034600     PERFORM 3300-STORE-SECTION THRU 3300-EXIT.
034700     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
034800 3200-EXIT.
034900     EXIT.
035000
035100*----------------------------------------------------------*
035200* 3300-STORE-SECTION - KEEP THE SECTION FOR ITS ROOM, WITH  *
035300* ITS START AND END ALSO AS MINUTES FROM MIDNIGHT.          *
035400*----------------------------------------------------------*
035500 3300-STORE-SECTION.
035600     IF WS-ROOM-SEC-COUNT NOT < 50
035700         DISPLAY "ROOMUTIL: ROOM TABLE FULL AT " RS-ROOM
035800         GO TO 9999-ABEND
035900     END-IF.
036000     ADD 1 TO WS-ROOM-SEC-COUNT.
036100     MOVE WS-ROOM-SEC-COUNT TO WS-SEC-SUB.
036200     MOVE RS-SUBJ-CODE  TO WS-RM-SUBJ-CODE(WS-SEC-SUB).
036300     MOVE RS-SECTION    TO WS-RM-SECTION(WS-SEC-SUB).
036400     MOVE RS-START-TIME TO WS-RM-START-TIME(WS-SEC-SUB).
036500     MOVE RS-END-TIME   TO WS-RM-END-TIME(WS-SEC-SUB).
036600     PERFORM 3310-STORE-ONE-DAY THRU 3310-EXIT
036700         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
036800     MOVE RS-START-TIME TO WS-WORK-TIME.
036900     PERFORM 3320-TIME-TO-MINUTES THRU 3320-EXIT.
037000     MOVE WS-WORK-MIN TO WS-RM-START-MIN(WS-SEC-SUB).
037100     MOVE RS-END-TIME TO WS-WORK-TIME.
037200     PERFORM 3320-TIME-TO-MINUTES THRU 3320-EXIT.
037300     MOVE WS-WORK-MIN TO WS-RM-END-MIN(WS-SEC-SUB).
037400     ADD 1 TO WS-PLACED-COUNT.
037500     ADD RS-CAPACITY TO WS-CTL-HASH.
037600 3300-EXIT.
037700     EXIT.
037800
037900 3310-STORE-ONE-DAY.
038000     MOVE RS-MEET-DAYS(WS-DAY-SUB:1)
038100         TO WS-RM-MEET-DAY(WS-SEC-SUB WS-DAY-SUB).
038200 3310-EXIT.
038300     EXIT.
038400
038500 3320-TIME-TO-MINUTES.
038600     COMPUTE WS-WORK-MIN = WS-WORK-HH * 60 + WS-WORK-MM.
038700 3320-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------*
039100* 4000-FINALIZE-ROOM - LAY THE ROOM'S SECTIONS ON THE GRID, *
039200* FIND EVERY CLASHING PAIR, THEN PRINT THE ROOM: HEADER,    *
039300* THE GRID ROWS FROM ITS FIRST TO ITS LAST OCCUPIED HALF-   *
039400* HOUR, AND ONE LINE PER CLASH.                             *
039500*----------------------------------------------------------*
039600 4000-FINALIZE-ROOM.
039700     ADD 1 TO WS-ROOM-COUNT.
039800     MOVE SPACES TO WS-GRID.
039900     MOVE ZERO TO WS-ROOM-CLASHES.
040000     MOVE 9999 TO WS-ROOM-FIRST-MIN.
040100     MOVE ZERO TO WS-ROOM-LAST-MIN.
040200     PERFORM 4100-PLACE-SECTION THRU 4100-EXIT
040300         VARYING WS-SEC-SUB FROM 1 BY 1
040400         UNTIL WS-SEC-SUB > WS-ROOM-SEC-COUNT.
040500     PERFORM 4200-COUNT-CLASHES THRU 4200-EXIT
040600         VARYING WS-SEC-SUB FROM 1 BY 1
040700         UNTIL WS-SEC-SUB > WS-ROOM-SEC-COUNT.
040800     PERFORM 4300-PRINT-ROOM-HEADER THRU 4300-EXIT.
040900     PERFORM 4400-PRINT-GRID-ROW THRU 4400-EXIT
041000         VARYING WS-SLOT-SUB FROM WS-FIRST-SLOT BY 1
041100         UNTIL WS-SLOT-SUB > WS-LAST-SLOT.
041200     IF WS-ROOM-CLASHES > ZERO
041300         MOVE SPACES TO PRT-DETAIL-LINE
041400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
041500         PERFORM 4500-LIST-CLASHES THRU 4500-EXIT
041600             VARYING WS-SEC-SUB FROM 1 BY 1
041700             UNTIL WS-SEC-SUB > WS-ROOM-SEC-COUNT
041800     END-IF.
041900 4000-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------*
042300* 4100-PLACE-SECTION - MARK EVERY HALF-HOUR THE SECTION     *
042400* TOUCHES ON EACH OF ITS DAYS.  A CELL ALREADY HELD BY      *
042500* ANOTHER SECTION BECOMES "*DOUBLE*".                       *
042600*----------------------------------------------------------*
042700 4100-PLACE-SECTION.
042800     IF WS-RM-START-MIN(WS-SEC-SUB) < WS-ROOM-FIRST-MIN
042900         MOVE WS-RM-START-MIN(WS-SEC-SUB) TO WS-ROOM-FIRST-MIN
043000     END-IF.
043100     IF WS-RM-END-MIN(WS-SEC-SUB) > WS-ROOM-LAST-MIN
043200         MOVE WS-RM-END-MIN(WS-SEC-SUB) TO WS-ROOM-LAST-MIN
043300     END-IF.
043400     MOVE SPACES TO WS-CELL-TEXT.
043500     STRING WS-RM-SUBJ-CODE(WS-SEC-SUB) DELIMITED BY SPACE
043600            " "                         DELIMITED BY SIZE
043700            WS-RM-SECTION(WS-SEC-SUB)   DELIMITED BY SPACE
043800            INTO WS-CELL-TEXT.
043900     PERFORM 4110-PLACE-ONE-SLOT THRU 4110-EXIT
044000         VARYING WS-SLOT-SUB FROM 1 BY 1 UNTIL WS-SLOT-SUB > 32.
044100 4100-EXIT.
044200     EXIT.
044300
044400 4110-PLACE-ONE-SLOT.
044500     COMPUTE WS-SLOT-START-MIN = WS-GRID-FIRST-MIN
044600         + (WS-SLOT-SUB - 1) * WS-GRID-SLOT-MINUTES.
044700     COMPUTE WS-SLOT-END-MIN = WS-SLOT-START-MIN
044800         + WS-GRID-SLOT-MINUTES.
044900     IF WS-RM-START-MIN(WS-SEC-SUB) NOT < WS-SLOT-END-MIN
045000             OR WS-SLOT-START-MIN NOT < WS-RM-END-MIN(WS-SEC-SUB)
045100         GO TO 4110-EXIT
045200     END-IF.
045300     PERFORM 4120-PLACE-ONE-CELL THRU 4120-EXIT
045400         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
045500 4110-EXIT.
045600     EXIT.
045700
045800 4120-PLACE-ONE-CELL.
045900     IF WS-RM-MEET-DAY(WS-SEC-SUB WS-DAY-SUB) = SPACE
046000         GO TO 4120-EXIT
046100     END-IF.
046200     IF WS-GRID-CELL(WS-SLOT-SUB WS-DAY-SUB) = SPACES
046300         MOVE WS-CELL-TEXT TO WS-GRID-CELL(WS-SLOT-SUB WS-DAY-SUB)
046400     ELSE
046500         MOVE "*DOUBLE*" TO WS-GRID-CELL(WS-SLOT-SUB WS-DAY-SUB)
046600     END-IF.
046700 4120-EXIT.
046800     EXIT.
046900
047000*----------------------------------------------------------*
047100* 4200-COUNT-CLASHES - EACH PAIR OF THE ROOM'S SECTIONS IS  *
047200* TESTED ONCE (LATER SECTIONS AGAINST EARLIER ONES): THEY   *
047300* CLASH WHEN THEY SHARE A DAY AND EACH STARTS BEFORE THE    *
047400* OTHER ENDS.                                               *
047500*----------------------------------------------------------*
047600 4200-COUNT-CLASHES.
047700     PERFORM 4210-TEST-ONE-PAIR THRU 4210-EXIT
047800         VARYING WS-OTH-SUB FROM 1 BY 1
047900         UNTIL WS-OTH-SUB NOT < WS-SEC-SUB.
048000 4200-EXIT.
048100     EXIT.
048200
048300 4210-TEST-ONE-PAIR.
048400     PERFORM 4600-TEST-OVERLAP THRU 4600-EXIT.
048500     IF WS-SHARE-DAY
048600         ADD 1 TO WS-ROOM-CLASHES
048700         ADD 1 TO WS-CLASH-COUNT
048800     END-IF.
048900 4210-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------*
049300* 4300-PRINT-ROOM-HEADER - EACH ROOM STARTS A FRESH PAGE,   *
049400* FLAGGED WHEN IT IS DOUBLE-BOOKED.  THE GRID PRINTS ONLY   *
049500* THE HALF-HOURS FROM THE ROOM'S FIRST START TO ITS LAST    *
049600* END, CLIPPED TO 0600-2200.                                *
049700*----------------------------------------------------------*
049800 4300-PRINT-ROOM-HEADER.
049900     MOVE 99 TO PRT-LINE-COUNT.
050000     MOVE SPACES             TO WS-RH-FLAG.
050100     IF WS-ROOM-CLASHES > ZERO
050200         MOVE "*** DOUBLE-BOOKED ***" TO WS-RH-FLAG
050300         ADD 1 TO WS-DOUBLE-ROOMS
050400     END-IF.
050500     MOVE WS-PREV-ROOM       TO WS-RH-ROOM.
050600     MOVE WS-ROOM-SEC-COUNT  TO WS-RH-SECTIONS.
050700     MOVE WS-ROOM-HEADER     TO PRT-DETAIL-LINE.
050800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
050900     MOVE SPACES TO PRT-DETAIL-LINE.
051000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051100     MOVE WS-GRID-HEADER     TO PRT-DETAIL-LINE.
051200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051300     IF WS-ROOM-FIRST-MIN < WS-GRID-FIRST-MIN
051400         MOVE 1 TO WS-FIRST-SLOT
051500     ELSE
051600         COMPUTE WS-FIRST-SLOT =
051700             (WS-ROOM-FIRST-MIN - WS-GRID-FIRST-MIN)
051800                 / WS-GRID-SLOT-MINUTES + 1
051900     END-IF.
052000     IF WS-ROOM-LAST-MIN NOT > WS-GRID-FIRST-MIN
052100         MOVE 1 TO WS-LAST-SLOT
052200     ELSE
052300         COMPUTE WS-LAST-SLOT =
052400             (WS-ROOM-LAST-MIN - WS-GRID-FIRST-MIN - 1)
052500                 / WS-GRID-SLOT-MINUTES + 1
052600     END-IF.
052700     IF WS-FIRST-SLOT > 32
052800         MOVE 32 TO WS-FIRST-SLOT
052900     END-IF.
053000     IF WS-LAST-SLOT > 32
053100         MOVE 32 TO WS-LAST-SLOT
053200     END-IF.
053300 4300-EXIT.
053400     EXIT.
053500
053600 4400-PRINT-GRID-ROW.
053700     COMPUTE WS-SLOT-START-MIN = WS-GRID-FIRST-MIN
053800         + (WS-SLOT-SUB - 1) * WS-GRID-SLOT-MINUTES.
053900     MOVE SPACES TO WS-GL-CELLS.
054000     DIVIDE WS-SLOT-START-MIN BY 60
054100         GIVING WS-WORK-HH REMAINDER WS-WORK-MM.
054200     MOVE WS-WORK-TIME TO WS-GL-FROM.
054300     ADD WS-GRID-SLOT-MINUTES TO WS-SLOT-START-MIN.
054400     DIVIDE WS-SLOT-START-MIN BY 60
054500         GIVING WS-WORK-HH REMAINDER WS-WORK-MM.
054600     MOVE WS-WORK-TIME TO WS-GL-TO.
054700     PERFORM 4410-MOVE-ONE-CELL THRU 4410-EXIT
054800         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
054900     MOVE WS-GRID-LINE TO PRT-DETAIL-LINE.
055000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
055100 4400-EXIT.
055200     EXIT.
055300
055400 4410-MOVE-ONE-CELL.
055500     MOVE WS-GRID-CELL(WS-SLOT-SUB WS-DAY-SUB)
055600         TO WS-GL-CELL(WS-DAY-SUB).
055700 4410-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------*
056100* 4500-LIST-CLASHES - ONE LINE PER CLASHING PAIR, BOTH      *
056200* SECTIONS WITH THEIR READABLE MEETING.                     *
056300*----------------------------------------------------------*
056400 4500-LIST-CLASHES.
056500     PERFORM 4510-LIST-ONE-PAIR THRU 4510-EXIT
056600         VARYING WS-OTH-SUB FROM 1 BY 1
056700         UNTIL WS-OTH-SUB NOT < WS-SEC-SUB.
056800 4500-EXIT.
056900     EXIT.
057000
057100 4510-LIST-ONE-PAIR.
057200     PERFORM 4600-TEST-OVERLAP THRU 4600-EXIT.
057300     IF NOT WS-SHARE-DAY
057400         GO TO 4510-EXIT
057500     END-IF.
057600     MOVE WS-RM-SUBJ-CODE(WS-OTH-SUB) TO WS-CL-SUBJ-1.
057700     MOVE WS-RM-SECTION(WS-OTH-SUB)   TO WS-CL-SECTION-1.
057800     MOVE WS-RM-MEETING(WS-OTH-SUB)   TO WS-SCH-MEETING.
057900     PERFORM 8500-FORMAT-SCHEDULE THRU 8500-EXIT.
058000     MOVE WS-PRINT-SCHEDULE           TO WS-CL-SCHEDULE-1.
058100     MOVE WS-RM-SUBJ-CODE(WS-SEC-SUB) TO WS-CL-SUBJ-2.
058200     MOVE WS-RM-SECTION(WS-SEC-SUB)   TO WS-CL-SECTION-2.
058300     MOVE WS-RM-MEETING(WS-SEC-SUB)   TO WS-SCH-MEETING.
058400     PERFORM 8500-FORMAT-SCHEDULE THRU 8500-EXIT.
058500     MOVE WS-PRINT-SCHEDULE           TO WS-CL-SCHEDULE-2.
058600     MOVE WS-CLASH-LINE TO PRT-DETAIL-LINE.
058700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
058800 4510-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------*
059200* 4600-TEST-OVERLAP - DO SECTIONS WS-SEC-SUB AND WS-OTH-SUB *
059300* MEET ON A SHARED DAY AT OVERLAPPING TIMES?  ANSWERED IN   *
059400* WS-SHARE-DAY.                                             *
059500*----------------------------------------------------------*
059600 4600-TEST-OVERLAP.
059700     MOVE "N" TO WS-SHARE-DAY-SW.
059800     IF WS-RM-START-MIN(WS-SEC-SUB)
059900                 NOT < WS-RM-END-MIN(WS-OTH-SUB)
060000             OR WS-RM-START-MIN(WS-OTH-SUB)
060100                 NOT < WS-RM-END-MIN(WS-SEC-SUB)
060200         GO TO 4600-EXIT
060300     END-IF.
060400     PERFORM 4610-MATCH-ONE-DAY THRU 4610-EXIT
060500         VARYING WS-DAY-SUB FROM 1 BY 1
060600         UNTIL WS-SHARE-DAY OR WS-DAY-SUB > 7.
060700 4600-EXIT.
060800     EXIT.
060900
061000 4610-MATCH-ONE-DAY.
061100     IF WS-RM-MEET-DAY(WS-SEC-SUB WS-DAY-SUB) NOT = SPACE
061200             AND WS-RM-MEET-DAY(WS-OTH-SUB WS-DAY-SUB) NOT = SPACE
061300         SET WS-SHARE-DAY TO TRUE
061400     END-IF.
061500 4610-EXIT.
061600     EXIT.
061700
061800     COPY PRTFMT.
061900
062000     COPY SCHFMT.
062100
062200*----------------------------------------------------------*
062300* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
062400* RECORD FOR THE BALANCING STEP.                            *
062500*----------------------------------------------------------*
062600 8900-WRITE-CONTROL-TOTAL.
062700     OPEN EXTEND CONTROL-TOTAL-FILE.
062800     IF WS-CTLFILE-STATUS NOT = "00" AND
062900             WS-CTLFILE-STATUS NOT = "05"
063000         DISPLAY "ROOMUTIL: CTLFILE OPEN FAILED, STATUS="
063100                 WS-CTLFILE-STATUS
063200     ELSE
063300         MOVE "ROOMUTIL  " TO CTL-PROGRAM
063400         ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
063500         ACCEPT CTL-RUN-TIME FROM TIME
063600         MOVE WS-CTL-READ     TO CTL-RECS-READ
063700         MOVE WS-PLACED-COUNT TO CTL-RECS-WRITTEN
063800         MOVE WS-CTL-HASH     TO CTL-HASH-TOTAL
063900         MOVE ZERO TO CTL-ADD-COUNT CTL-DELETE-COUNT
064000         MOVE ZERO TO CTL-ADD-HASH CTL-DELETE-HASH
064100         WRITE CONTROL-TOTAL-RECORD
064200         CLOSE CONTROL-TOTAL-FILE
064300     END-IF.
064400 8900-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------*
064800* 9000-TERMINATE - PRINT THE ROOM AND CLASH TOTALS AND      *
064900* CLOSE THE REPORT.                                         *
065000*----------------------------------------------------------*
065100 9000-TERMINATE.
065200     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
065300     MOVE WS-ROOM-COUNT    TO WS-SUM-ROOMS.
065400     MOVE WS-PLACED-COUNT  TO WS-SUM-PLACED.
065500     MOVE WS-TBA-COUNT     TO WS-SUM-TBA.
065600     MOVE WS-DOUBLE-ROOMS  TO WS-SUM-DOUBLE.
065700     MOVE WS-CLASH-COUNT   TO WS-SUM-CLASHES.
065800     MOVE SPACES TO PRT-DETAIL-LINE.
065900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
066000     MOVE WS-SUMMARY-LINE-1 TO PRT-DETAIL-LINE.
066100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
066200     MOVE WS-SUMMARY-LINE-2 TO PRT-DETAIL-LINE.
066300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
066400     CLOSE REPORT-FILE.
066500 9000-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------*
066900* 9999-ABEND - A MASTER-FILE I/O ERROR IS UNRECOVERABLE;    *
067000* END THE RUN WITH A NONZERO RETURN CODE.                   *
067100*----------------------------------------------------------*
067200 9999-ABEND.
067300     MOVE 16 TO RETURN-CODE.
067400     STOP RUN.
