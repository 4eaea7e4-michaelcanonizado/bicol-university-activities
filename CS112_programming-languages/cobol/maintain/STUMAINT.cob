001590*                   NAME AND ADDRESS/CONTACT FIELDS THROUGH THE  *
001591*                   TRANSACTIONS, THE ADD/CHANGE PATHS AND THE   *
001592*                   REGISTER (SHARED LAST, FIRST FORM, NAMFMT).  *
001593*   2026-10-15  MC  AN ADD STARTS WITH A BLANK GRADUATION BLOCK. *
001594*   2026-10-15  MC  EVERY TRANSACTION NAMES THE OPERATOR WHO     *
001595*                   KEYED IT (REGEDIT FOR REGVALID ADDS) AND IS  *
001596*                   APPLIED ONLY IF THAT OPERATOR HOLDS THE      *
001597*                   AUTHORITY ON OPERATOR-MASTER (OPRCHK); AN    *
001598*                   AUDIT-LOG ROW AND THE REGISTER NAME THE      *
001599*                   OPERATOR OF EVERY APPLIED CHANGE.            *
001600*================================================================*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. STUMAINT.
003820     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS WS-CTLFILE-STATUS.
003850
003855     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPRMAST"
003860         ORGANIZATION IS INDEXED
003865         ACCESS MODE IS RANDOM
003870         RECORD KEY IS OPR-ID
003875         FILE STATUS IS WS-OPRMAST-STATUS.
003880
003885     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
003890         ORGANIZATION IS LINE SEQUENTIAL
003895         FILE STATUS IS WS-AUDITLOG-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005260 FD  VALIDATED-FILE
005270     LABEL RECORDS ARE OMITTED.
005280     COPY REGREC.
005285
005290 FD  OPERATOR-MASTER
005291     LABEL RECORDS ARE STANDARD.
005292     COPY OPRREC.
005293
005294 FD  AUDIT-FILE
005295     LABEL RECORDS ARE OMITTED.
005296     COPY AUDTREC.
005300
005400 WORKING-STORAGE SECTION.
005500     COPY PRTCTL.
005550     COPY NAMWREC.
005560     COPY OPRWREC.
005600
005700 01  WS-FILE-STATUSES.
005800     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
005900     05  WS-STUTRANS-STATUS          PIC X(02) VALUE "00".
005950     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
005960     05  WS-REGVALID-STATUS          PIC X(02) VALUE "00".
005970     05  WS-OPRMAST-STATUS           PIC X(02) VALUE "00".
005980     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
006000
006100 01  WS-SWITCHES.
006200     05  WS-EOF-SW                   PIC X(01) VALUE "N".
006370         88  WS-LEAP-YEAR                VALUE "Y".
006400
006500 01  WS-SUB                          PIC 99 VALUE ZERO.
006510
006520 01  WS-RUN-DATE-TIME.
006530     05  WS-RUN-DATE                 PIC 9(08).
006540     05  WS-RUN-TIME                 PIC 9(06).
006600
006700 01  WS-COUNTERS.
006800     05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
007400* APPLY, ONE FILLER PER FIELD SO THE STRUCTURED NAME AND        *
007500* CONTACT PARTS STAY READABLE.  A REAL RUN POINTS STUTRANS AT   *
007600* THE COUNTER'S OWN DAILY FILE.  ENTRIES 3 AND 4 ARE A          *
007700* DUPLICATE ADD AND A DELETE OF A MISSING NUMBER, AND ENTRY 5   *
007710* A CHANGE KEYED BY A COLLEGE ENROLLMENT CLERK WITH NO STUDENT  *
007720* CHANGE AUTHORITY, ON PURPOSE SO THE REGISTER HAS REJECTS TO   *
007730* SHOW.                                                         *
007800*--------------------------------------------------------------*
007900 01  WS-TRAN-SEED-VALUES.
007910     05  FILLER PIC X(10) VALUE "A000000004".
007950     05  FILLER PIC X(09) VALUE "F05062007".
007960     05  FILLER PIC X(40) VALUE "LIGAO CITY, ALBAY".
007970     05  FILLER PIC X(11) VALUE "09170000004".
007980     05  FILLER PIC X(08) VALUE "REGCLK01".
008000     05  FILLER PIC X(10) VALUE "C000000002".
008010     05  FILLER PIC X(20) VALUE "SMITH".
008020     05  FILLER PIC X(20) VALUE "JANE".
008040     05  FILLER PIC X(09) VALUE "F15032007".
008050     05  FILLER PIC X(40) VALUE "DARAGA, ALBAY".
008060     05  FILLER PIC X(11) VALUE "09170000002".
008070     05  FILLER PIC X(08) VALUE "REGCLK01".
008100     05  FILLER PIC X(10) VALUE "A000000001".
008110     05  FILLER PIC X(20) VALUE "HOFF".
008120     05  FILLER PIC X(20) VALUE "JACK".
008140     05  FILLER PIC X(09) VALUE "M01012008".
008150     05  FILLER PIC X(40) VALUE "LEGAZPI CITY, ALBAY".
008160     05  FILLER PIC X(11) VALUE "09170000001".
008170     05  FILLER PIC X(08) VALUE "REGCLK01".
008200     05  FILLER PIC X(10) VALUE "D000000009".
008210     05  FILLER PIC X(20) VALUE SPACES.
008220     05  FILLER PIC X(20) VALUE SPACES.
008240     05  FILLER PIC X(09) VALUE SPACES.
008250     05  FILLER PIC X(40) VALUE SPACES.
008260     05  FILLER PIC X(11) VALUE SPACES.
008270     05  FILLER PIC X(08) VALUE "REGSTF01".
008300     05  FILLER PIC X(10) VALUE "C000000003".
008310     05  FILLER PIC X(20) VALUE "REYES".
008320     05  FILLER PIC X(20) VALUE "ANNA".
008330     05  FILLER PIC X(15) VALUE SPACES.
008340     05  FILLER PIC X(09) VALUE "F20112007".
008350     05  FILLER PIC X(40) VALUE "TABACO CITY, ALBAY".
008360     05  FILLER PIC X(11) VALUE "09170000003".
008370     05  FILLER PIC X(08) VALUE "ENRCLK02".
008400
008500 01  WS-TRAN-SEED-TABLE REDEFINES WS-TRAN-SEED-VALUES.
008600     05  WS-TS-ENTRY OCCURS 5 TIMES.
008700         10  WS-TS-TRAN              PIC X(133).
008800
008900 01  WS-MAINT-DETAIL.
009000     05  WS-MD-ACTION                PIC X(01).
009100     05  FILLER                      PIC X(04) VALUE SPACES.
009200     05  WS-MD-NUMBER                PIC 9(09).
009300     05  FILLER                      PIC X(02) VALUE SPACES.
009400     05  WS-MD-NAME                  PIC X(26).
009500     05  FILLER                      PIC X(02) VALUE SPACES.
009510     05  WS-MD-OPERATOR              PIC X(08).
009520     05  FILLER                      PIC X(02) VALUE SPACES.
009600     05  WS-MD-DISPOSITION           PIC X(30).
009700
009800 01  WS-SUMMARY-LINE.
012400     END-IF.
012500     OPEN I-O STUDENT-MASTER.
012600     PERFORM 1900-CHECK-STUDMAST-STATUS THRU 1900-EXIT.
012610     OPEN INPUT OPERATOR-MASTER.
012620     IF WS-OPRMAST-STATUS NOT = "00" AND
012630             WS-OPRMAST-STATUS NOT = "05"
012640         DISPLAY "STUMAINT: OPERATOR-MASTER OPEN FAILED, STATUS="
012650                 WS-OPRMAST-STATUS
012660         GO TO 9999-ABEND
012670     END-IF.
012675     OPEN EXTEND AUDIT-FILE.
012680     IF WS-AUDITLOG-STATUS NOT = "00" AND
012685             WS-AUDITLOG-STATUS NOT = "05"
012690         DISPLAY "STUMAINT: AUDIT-FILE OPEN FAILED, STATUS="
012692                 WS-AUDITLOG-STATUS
012694         GO TO 9999-ABEND
012696     END-IF.
012698     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012699     ACCEPT WS-RUN-TIME FROM TIME.
012700     OPEN OUTPUT REPORT-FILE.
012800     MOVE "BICOL UNIVERSITY - STUDENT MAINTENANCE REGISTER"
012900         TO PRT-TITLE-TEXT.
013000     MOVE
013010    "ACT  STU NO.    NAME                        OPERATOR  RESULT"
013100         TO PRT-HEAD1-TEXT.
013200     MOVE
013210    "---  ---------  --------------------------  --------  ------"
013300         TO PRT-HEAD2-TEXT.
013400     MOVE 99 TO PRT-LINE-COUNT.
013450     MOVE SPACES TO WS-MD-DISPOSITION.
016400         GO TO 9999-ABEND
016500     END-IF.
016600     PERFORM 1110-WRITE-TRAN-ROW THRU 1110-EXIT
016700         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
016800     CLOSE MAINT-TRAN-FILE.
016900 1120-EXIT.
017000     EXIT.
020300
020400 2100-APPLY-ONE-TRAN.
020410     ADD 1 TO WS-CTL-READ.
020420     IF STX-ADD OR STX-CHANGE OR STX-DELETE
020430         PERFORM 2150-CHECK-TRAN-OPERATOR THRU 2150-EXIT
020440         IF WS-OPR-REFUSED
020450             MOVE WS-OPR-REASON TO WS-MD-DISPOSITION
020460             PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
020470             GO TO 2100-NEXT
020480         END-IF
020490     END-IF.
020500     IF STX-ADD
020600         PERFORM 2200-APPLY-ADD THRU 2200-EXIT
020700     ELSE
021500             END-IF
021600         END-IF
021700     END-IF.
021750 2100-NEXT.
021800     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
021900 2100-EXIT.
022000     EXIT.
022100
022110*----------------------------------------------------------*
022115* 2150-CHECK-TRAN-OPERATOR - THE OPERATOR WHO KEYED THE     *
022120* TRANSACTION MUST BE ON OPERATOR-MASTER, ACTIVE, AND HOLD  *
022125* THE AUTHORITY FOR THIS ACTION BEFORE ANYTHING IS TOUCHED. *
022130*----------------------------------------------------------*
022135 2150-CHECK-TRAN-OPERATOR.
022140     MOVE STX-OPERATOR TO WS-OPR-CHECK-ID.
022145     IF STX-ADD
022150         SET WS-OPR-STU-ADD TO TRUE
022155     END-IF.
022160     IF STX-CHANGE
022165         SET WS-OPR-STU-CHANGE TO TRUE
022170     END-IF.
022175     IF STX-DELETE
022180         SET WS-OPR-STU-DELETE TO TRUE
022185     END-IF.
022190     PERFORM 8400-CHECK-OPERATOR THRU 8400-EXIT.
022195 2150-EXIT.
022198     EXIT.
022199
022200*----------------------------------------------------------*
022300* 2200-APPLY-ADD - BUILD A FRESH MASTER RECORD FROM THE     *
022400* TRANSACTION.  AGE, ELIGIBILITY AND THE ACTIVITY TALLY ARE *
024200     MOVE "N"                TO STU-ELIGIBLE-SW.
024300     MOVE ZERO               TO STU-ACT-COUNT.
024400     MOVE ZERO               TO STU-TOTAL-POINTS.
024410     MOVE SPACES             TO STU-GRAD-DATA.
024500     WRITE STUDENT-RECORD
024600         INVALID KEY
024700             MOVE "REJECTED - ALREADY ON FILE"
030086     EXIT.
030087
030088 3100-APPLY-ONE-VALIDATED.
030092     ADD 1 TO WS-CTL-READ.
030096     MOVE "A"             TO STX-ACTION.
030100     MOVE REG-STU-NUMBER  TO STX-STU-NUMBER.
030104     MOVE REG-LAST-NAME   TO STX-LAST-NAME.
030108     MOVE REG-FIRST-NAME  TO STX-FIRST-NAME.
030112     MOVE REG-MIDDLE-NAME TO STX-MIDDLE-NAME.
030116     MOVE REG-STU-SEX     TO STX-STU-SEX.
030120     MOVE REG-BDAY-DAY    TO STX-BDAY-DAY.
030124     MOVE REG-BDAY-MONTH  TO STX-BDAY-MONTH.
030128     MOVE REG-BDAY-YEAR   TO STX-BDAY-YEAR.
030132     MOVE REG-ADDRESS     TO STX-ADDRESS.
030136     MOVE REG-CONTACT-NO  TO STX-CONTACT-NO.
030140     MOVE "REGEDIT "      TO STX-OPERATOR.
030141     PERFORM 2150-CHECK-TRAN-OPERATOR THRU 2150-EXIT.
030142     IF WS-OPR-REFUSED
030143         MOVE WS-OPR-REASON TO WS-MD-DISPOSITION
030144         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
030145         GO TO 3100-NEXT
030146     END-IF.
030147     PERFORM 2200-APPLY-ADD THRU 2200-EXIT.
030148 3100-NEXT.
030149     PERFORM 3900-READ-VALIDATED THRU 3900-EXIT.
030152 3100-EXIT.
030156     EXIT.
030160
030164 3900-READ-VALIDATED.
030168     READ VALIDATED-FILE
030172         AT END
030176             SET WS-VAL-EOF TO TRUE
030180     END-READ.
030184 3900-EXIT.
030188     EXIT.
030192
030200 2600-ACCEPT-TRAN.
030300     ADD 1 TO WS-APPLIED-COUNT.
030310     ADD STX-STU-NUMBER TO WS-CTL-HASH.
030320     PERFORM 2650-WRITE-AUDIT-ROW THRU 2650-EXIT.
030400     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
030500 2600-EXIT.
030600     EXIT.
030605
030610*----------------------------------------------------------*
030615* 2650-WRITE-AUDIT-ROW - ONE AUDIT-LOG ROW PER APPLIED      *
030620* TRANSACTION, NAMING THE STUDENT, THE ACTION AND THE       *
030625* OPERATOR WHO KEYED IT.                                    *
030630*----------------------------------------------------------*
030635 2650-WRITE-AUDIT-ROW.
030640     MOVE STX-STU-NUMBER TO AUD-STU-NUMBER.
030645     MOVE ZERO           TO AUD-GWA.
030650     IF STX-ADD
030655         MOVE "STUADD"   TO AUD-RESULT
030660     END-IF.
030665     IF STX-CHANGE
030670         MOVE "STUCHG"   TO AUD-RESULT
030675     END-IF.
030680     IF STX-DELETE
030682         MOVE "STUDEL"   TO AUD-RESULT
030684     END-IF.
030686     MOVE WS-RUN-DATE    TO AUD-RUN-DATE.
030688     MOVE WS-RUN-TIME    TO AUD-RUN-TIME.
030690     MOVE SPACES         TO AUD-REASON AUD-TERM AUD-DETAIL.
030692     MOVE STX-OPERATOR   TO AUD-OPERATOR.
030694     WRITE AUDIT-RECORD.
030696 2650-EXIT.
030698     EXIT.
030700
030800*----------------------------------------------------------*
030900* 2700-REJECT-TRAN - CALLERS THAT KNOW THE REASON LOAD THE  *
032830     MOVE STX-MIDDLE-NAME TO WS-FMT-MIDDLE.
032840     PERFORM 8200-FORMAT-NAME THRU 8200-EXIT.
032850     MOVE WS-PRINT-NAME   TO WS-MD-NAME.
032860     MOVE STX-OPERATOR    TO WS-MD-OPERATOR.
032900     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
033000     MOVE SPACES          TO WS-MD-DISPOSITION.
033100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
034300     COPY PRTFMT.
034350
034360     COPY NAMFMT.
034370
034380     COPY OPRCHK.
034400
034401*----------------------------------------------------------*
034402* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
035500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
035600     CLOSE MAINT-TRAN-FILE.
035700     CLOSE STUDENT-MASTER.
035710     CLOSE OPERATOR-MASTER.
035720     CLOSE AUDIT-FILE.
035800     CLOSE REPORT-FILE.
035900 9000-EXIT.
036000     EXIT.
