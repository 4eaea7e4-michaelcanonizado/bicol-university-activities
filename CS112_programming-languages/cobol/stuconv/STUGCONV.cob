000100*================================================================*
000200* PROGRAM:     STUGCONV                                          *
000300* PURPOSE:     ONE-TIME CONVERSION OF STUDENT-MASTER TO THE      *
000400*              GRADUATION-BLOCK LAYOUT (STUDREC 307->315).       *
000500*              READS THE OLD-LAYOUT CLUSTER AND WRITES EVERY     *
000600*              RECORD INTO A FRESHLY DEFINED NEW-LAYOUT CLUSTER  *
000700*              WITH A BLANK GRADUATION BLOCK (NOT GRADUATED) -   *
000800*              NOTHING ELSE MOVES.  THE SAME PASS REBUILDS A     *
000900*              BACKUP GENERATION INTO THE NEW LAYOUT (HEADER AND *
001000*              TRAILER CARRIED AS-IS - THE COUNT AND NUMBER HASH *
001100*              DO NOT CHANGE) AND WIDENS THE STUDENT-HISTORY     *
001200*              FILE, SO A RESTORE OR AN UN-ARCHIVE AFTER         *
001300*              CONVERSION DAY STILL LINES UP.                    *
001400*                                                                *
001500* SEE BUSTUGCV FOR THE CLUSTER DEFINE/SWAP STEPS AROUND THIS.    *
001600*                                                                *
001700* MOD-LOG                                                        *
001800*   2026-10-15  MC  ORIGINAL.                                    *
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. STUGCONV.
002200 AUTHOR. M-CANONIZADO.
002300 INSTALLATION. BICOL-UNIVERSITY-REGISTRAR.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OLD-STUDENT-MASTER ASSIGN TO "STUDOLD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS OLD-STU-NUMBER
003400         FILE STATUS IS WS-STUDOLD-STATUS.
003500
003600     SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS STU-NUMBER
004000         FILE STATUS IS WS-STUDMAST-STATUS.
004100
004200     SELECT OPTIONAL OLD-BACKUP-FILE ASSIGN TO "BACKOLD"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BACKOLD-STATUS.
004500
004600     SELECT NEW-BACKUP-FILE ASSIGN TO "BACKNEW"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BACKNEW-STATUS.
004900
005000     SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO "HISTOLD"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-HISTOLD-STATUS.
005300
005400     SELECT NEW-HISTORY-FILE ASSIGN TO "HISTNEW"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HISTNEW-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  OLD-STUDENT-MASTER
006100     LABEL RECORDS ARE STANDARD.
006200 01  OLD-STUDENT-RECORD.
006300     05  OLD-STU-NUMBER              PIC 9(09).
006400     05  FILLER                      PIC X(298).
006500
006600 FD  STUDENT-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800     COPY STUDREC.
006900
007000*--------------------------------------------------------------*
007100* OLD-LAYOUT BACKUP ROW - BKPREC AS IT WAS BEFORE THE          *
007200* GRADUATION BLOCK (DATA PORTION 307 BYTES).                   *
007300*--------------------------------------------------------------*
007400 FD  OLD-BACKUP-FILE
007500     LABEL RECORDS ARE OMITTED.
007600 01  OLD-BACKUP-RECORD.
007700     05  OBK-REC-TYPE                PIC X(01).
007800         88  OBK-HEADER                  VALUE "H".
007900         88  OBK-DETAIL                  VALUE "D".
008000         88  OBK-TRAILER                 VALUE "T".
008100     05  OBK-DATA                    PIC X(307).
008200
008300 FD  NEW-BACKUP-FILE
008400     LABEL RECORDS ARE OMITTED.
008500     COPY BKPREC.
008600
008700*--------------------------------------------------------------*
008800* OLD-LAYOUT HISTORY ROW - HISTREC AS IT WAS BEFORE THE        *
008900* GRADUATION BLOCK (STUDENT IMAGE 307 BYTES).                  *
009000*--------------------------------------------------------------*
009100 FD  OLD-HISTORY-FILE
009200     LABEL RECORDS ARE OMITTED.
009300 01  OLD-HISTORY-RECORD.
009400     05  OHS-ARCHIVE-DATE            PIC 9(08).
009500     05  OHS-LAST-TERM               PIC X(06).
009600     05  OHS-STUDENT-DATA            PIC X(307).
009700
009800 FD  NEW-HISTORY-FILE
009900     LABEL RECORDS ARE OMITTED.
010000     COPY HISTREC.
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-FILE-STATUSES.
010400     05  WS-STUDOLD-STATUS           PIC X(02) VALUE "00".
010500     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
010600     05  WS-BACKOLD-STATUS           PIC X(02) VALUE "00".
010700     05  WS-BACKNEW-STATUS           PIC X(02) VALUE "00".
010800     05  WS-HISTOLD-STATUS           PIC X(02) VALUE "00".
010900     05  WS-HISTNEW-STATUS           PIC X(02) VALUE "00".
011000
011100 01  WS-SWITCHES.
011200     05  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
011300         88  WS-OLD-EOF                  VALUE "Y".
011400     05  WS-BKP-EOF-SW               PIC X(01) VALUE "N".
011500         88  WS-BKP-EOF                  VALUE "Y".
011600     05  WS-HIS-EOF-SW               PIC X(01) VALUE "N".
011700         88  WS-HIS-EOF                  VALUE "Y".
011800
011900 01  WS-COUNTERS.
012000     05  WS-MASTER-CONVERTED         PIC 9(07) VALUE ZERO.
012100     05  WS-BACKUP-CONVERTED         PIC 9(07) VALUE ZERO.
012200     05  WS-HISTORY-CONVERTED        PIC 9(07) VALUE ZERO.
012300
012400*--------------------------------------------------------------*
012500* NEW STUDENT-RECORD IMAGE - THE OLD 307-BYTE RECORD TRAVELS   *
012600* AS ONE BLOCK, FOLLOWED BY THE GRADUATION BLOCK STUDREC       *
012700* GAINED.  BUILT HERE AND WRITTEN WHOLE TO THE NEW CLUSTER,    *
012800* INTO BKP-DATA, OR INTO HIS-STUDENT-DATA.                     *
012900*--------------------------------------------------------------*
013000 01  WS-NEW-IMAGE.
013100     05  NEW-OLD-DATA                PIC X(307).
013200     05  NEW-GRAD-DATA               PIC X(08).
013300
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
013700     PERFORM 3000-CONVERT-BACKUP THRU 3000-EXIT.
013800     PERFORM 4000-CONVERT-HISTORY THRU 4000-EXIT.
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014000     STOP RUN.
014100
014200*----------------------------------------------------------*
014300* 2000-CONVERT-MASTER - EVERY OLD-LAYOUT RECORD IS REBUILT *
014400* INTO THE FRESHLY DEFINED NEW CLUSTER.  KEY ORDER IS      *
014500* PRESERVED BY THE SEQUENTIAL READ, SO THE LOAD IS A CLEAN *
014600* ASCENDING WRITE LIKE A RESTORE.                          *
014700*----------------------------------------------------------*
014800 2000-CONVERT-MASTER.
014900     OPEN INPUT OLD-STUDENT-MASTER.
015000     IF WS-STUDOLD-STATUS NOT = "00"
015100         DISPLAY "STUGCONV: STUDOLD OPEN FAILED, STATUS="
015200                 WS-STUDOLD-STATUS
015300         GO TO 9999-ABEND
015400     END-IF.
015500     OPEN OUTPUT STUDENT-MASTER.
015600     IF WS-STUDMAST-STATUS NOT = "00"
015700         DISPLAY "STUGCONV: STUDMAST OPEN OUTPUT FAILED, "
015800                 "STATUS=" WS-STUDMAST-STATUS
015900         GO TO 9999-ABEND
016000     END-IF.
016100     PERFORM 2900-READ-OLD-MASTER THRU 2900-EXIT.
016200     PERFORM 2100-CONVERT-ONE-RECORD THRU 2100-EXIT
016300         UNTIL WS-OLD-EOF.
016400     CLOSE OLD-STUDENT-MASTER.
016500     CLOSE STUDENT-MASTER.
016600 2000-EXIT.
016700     EXIT.
016800
016900 2100-CONVERT-ONE-RECORD.
017000     MOVE OLD-STUDENT-RECORD TO NEW-OLD-DATA.
017100     MOVE SPACES             TO NEW-GRAD-DATA.
017200     WRITE STUDENT-RECORD FROM WS-NEW-IMAGE
017300         INVALID KEY
017400             DISPLAY "STUGCONV: DUPLICATE OR OUT-OF-SEQUENCE "
017500                     "KEY " OLD-STU-NUMBER
017600             GO TO 9999-ABEND
017700     END-WRITE.
017800     ADD 1 TO WS-MASTER-CONVERTED.
017900     PERFORM 2900-READ-OLD-MASTER THRU 2900-EXIT.
018000 2100-EXIT.
018100     EXIT.
018200
018300 2900-READ-OLD-MASTER.
018400     READ OLD-STUDENT-MASTER NEXT RECORD
018500         AT END
018600             SET WS-OLD-EOF TO TRUE
018700     END-READ.
018800 2900-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------*
019200* 3000-CONVERT-BACKUP - REBUILD ONE BACKUP GENERATION INTO *
019300* THE NEW LAYOUT: HEADER AND TRAILER CARRY OVER UNCHANGED  *
019400* (THE COUNT AND NUMBER HASH ARE LAYOUT-INDEPENDENT),      *
019500* EVERY DETAIL IMAGE GAINS A BLANK GRADUATION BLOCK.  A    *
019600* MISSING BACKOLD SIMPLY MEANS NO GENERATION WAS NAMED ON  *
019700* THIS RUN.                                                *
019800*----------------------------------------------------------*
019900 3000-CONVERT-BACKUP.
020000     OPEN INPUT OLD-BACKUP-FILE.
020100     IF WS-BACKOLD-STATUS = "35" OR WS-BACKOLD-STATUS = "05"
020200         DISPLAY "STUGCONV: NO BACKOLD NAMED - BACKUP "
020300                 "CONVERSION SKIPPED"
020400         CLOSE OLD-BACKUP-FILE
020500         GO TO 3000-EXIT
020600     END-IF.
020700     IF WS-BACKOLD-STATUS NOT = "00"
020800         DISPLAY "STUGCONV: BACKOLD OPEN FAILED, STATUS="
020900                 WS-BACKOLD-STATUS
021000         GO TO 9999-ABEND
021100     END-IF.
021200     OPEN OUTPUT NEW-BACKUP-FILE.
021300     IF WS-BACKNEW-STATUS NOT = "00"
021400         DISPLAY "STUGCONV: BACKNEW OPEN FAILED, STATUS="
021500                 WS-BACKNEW-STATUS
021600         GO TO 9999-ABEND
021700     END-IF.
021800     PERFORM 3900-READ-OLD-BACKUP THRU 3900-EXIT.
021900     PERFORM 3100-CONVERT-ONE-ROW THRU 3100-EXIT
022000         UNTIL WS-BKP-EOF.
022100     CLOSE OLD-BACKUP-FILE.
022200     CLOSE NEW-BACKUP-FILE.
022300 3000-EXIT.
022400     EXIT.
022500
022600 3100-CONVERT-ONE-ROW.
022700     MOVE SPACES       TO BACKUP-RECORD.
022800     MOVE OBK-REC-TYPE TO BKP-REC-TYPE.
022900     IF OBK-DETAIL
023000         MOVE OBK-DATA TO NEW-OLD-DATA
023100         MOVE SPACES   TO NEW-GRAD-DATA
023200         MOVE WS-NEW-IMAGE TO BKP-DATA
023300         ADD 1 TO WS-BACKUP-CONVERTED
023400     ELSE
023500         IF OBK-HEADER OR OBK-TRAILER
023600             MOVE OBK-DATA TO BKP-DATA
023700         ELSE
023800             DISPLAY "STUGCONV: UNEXPECTED RECORD TYPE "
023900                     OBK-REC-TYPE
024000             GO TO 9999-ABEND
024100         END-IF
024200     END-IF.
024300     WRITE BACKUP-RECORD.
024400     PERFORM 3900-READ-OLD-BACKUP THRU 3900-EXIT.
024500 3100-EXIT.
024600     EXIT.
024700
024800 3900-READ-OLD-BACKUP.
024900     READ OLD-BACKUP-FILE
025000         AT END
025100             SET WS-BKP-EOF TO TRUE
025200     END-READ.
025300 3900-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------*
025700* 4000-CONVERT-HISTORY - WIDEN EVERY STUDENT-HISTORY ROW:  *
025800* THE ARCHIVE DATE AND LAST TERM CARRY OVER, THE ARCHIVED  *
025900* IMAGE GAINS A BLANK GRADUATION BLOCK.  A MISSING HISTOLD *
026000* MEANS NOTHING HAS EVER BEEN ARCHIVED.                    *
026100*----------------------------------------------------------*
026200 4000-CONVERT-HISTORY.
026300     OPEN INPUT OLD-HISTORY-FILE.
026400     IF WS-HISTOLD-STATUS = "35" OR WS-HISTOLD-STATUS = "05"
026500         DISPLAY "STUGCONV: NO HISTOLD NAMED - HISTORY "
026600                 "CONVERSION SKIPPED"
026700         CLOSE OLD-HISTORY-FILE
026800         GO TO 4000-EXIT
026900     END-IF.
027000     IF WS-HISTOLD-STATUS NOT = "00"
027100         DISPLAY "STUGCONV: HISTOLD OPEN FAILED, STATUS="
027200                 WS-HISTOLD-STATUS
027300         GO TO 9999-ABEND
027400     END-IF.
027500     OPEN OUTPUT NEW-HISTORY-FILE.
027600     IF WS-HISTNEW-STATUS NOT = "00"
027700         DISPLAY "STUGCONV: HISTNEW OPEN FAILED, STATUS="
027800                 WS-HISTNEW-STATUS
027900         GO TO 9999-ABEND
028000     END-IF.
028100     PERFORM 4900-READ-OLD-HISTORY THRU 4900-EXIT.
028200     PERFORM 4100-CONVERT-ONE-HISTORY THRU 4100-EXIT
028300         UNTIL WS-HIS-EOF.
028400     CLOSE OLD-HISTORY-FILE.
028500     CLOSE NEW-HISTORY-FILE.
028600 4000-EXIT.
028700     EXIT.
028800
028900 4100-CONVERT-ONE-HISTORY.
029000     MOVE SPACES           TO STUDENT-HISTORY-RECORD.
029100     MOVE OHS-ARCHIVE-DATE TO HIS-ARCHIVE-DATE.
029200     MOVE OHS-LAST-TERM    TO HIS-LAST-TERM.
029300     MOVE OHS-STUDENT-DATA TO NEW-OLD-DATA.
029400     MOVE SPACES           TO NEW-GRAD-DATA.
029500     MOVE WS-NEW-IMAGE     TO HIS-STUDENT-DATA.
029600     WRITE STUDENT-HISTORY-RECORD.
029700     ADD 1 TO WS-HISTORY-CONVERTED.
029800     PERFORM 4900-READ-OLD-HISTORY THRU 4900-EXIT.
029900 4100-EXIT.
030000     EXIT.
030100
030200 4900-READ-OLD-HISTORY.
030300     READ OLD-HISTORY-FILE
030400         AT END
030500             SET WS-HIS-EOF TO TRUE
030600     END-READ.
030700 4900-EXIT.
030800     EXIT.
030900
031000*----------------------------------------------------------*
031100* 9000-TERMINATE - REPORT THE CONVERSION COUNTS ON THE     *
031200* OPERATOR LOG.                                            *
031300*----------------------------------------------------------*
031400 9000-TERMINATE.
031500     DISPLAY "STUGCONV: MASTER RECORDS CONVERTED="
031600             WS-MASTER-CONVERTED.
031700     DISPLAY "STUGCONV: BACKUP IMAGES CONVERTED="
031800             WS-BACKUP-CONVERTED.
031900     DISPLAY "STUGCONV: HISTORY ROWS CONVERTED="
032000             WS-HISTORY-CONVERTED.
032100 9000-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------*
032500* 9999-ABEND - A CONVERSION THAT CANNOT COMPLETE MUST NOT  *
032600* LEAVE A HALF-BUILT CLUSTER IN SERVICE; END THE RUN WITH  *
032700* A NONZERO RETURN CODE SO THE SWAP STEPS NEVER RUN.       *
032800*----------------------------------------------------------*
032900 9999-ABEND.
033000     MOVE 16 TO RETURN-CODE.
033100     STOP RUN.
