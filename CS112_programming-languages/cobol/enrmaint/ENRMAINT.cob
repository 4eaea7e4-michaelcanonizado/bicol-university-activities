001600*              TERM IS ADDED ALSO GAINS A TERM ENROLLMENT ROW ON *
001700*              ENRFILE, AND A DROP TO ZERO SUBJECTS DELETES THE  *
001800*              TERM ROW AGAIN.                                   *
001810*              AN ADD TO A FULL SECTION JOINS THAT SECTION'S     *
001820*              WAITLIST, AND A SEAT FREED BY A DROP GOES TO THE  *
001830*              FIRST STUDENT STILL WAITING FOR IT, IN THE SAME   *
001840*              RUN.                                              *
001900*                                                                *
002000* RUNS ON REQUEST (SEE BUENRMNT) DURING THE REGISTRATION PERIOD. *
002100*                                                                *
002390*                   (TERMMAST) AT LOAD TIME - THIS STEP WRITES   *
002391*                   TERM-KEYED ROWS, SO A TYPO'D TERM MUST DIE   *
002392*                   ON THE REGISTER, NOT ON THE ENROLLMENT.      *
002393*   2026-10-15  MC  AN ADD FOR A STUDENT WITH AN OPEN HOLD ON    *
002394*                   HOLD-MASTER IS REJECTED ON THE REGISTER,     *
002395*                   NAMING THE HOLD AND THE OFFICE TO SEE.       *
002400*   2026-10-15  MC  AN ADD IS NOW CHECKED AGAINST THE            *
002401*                   PREREQUISITE MASTER (PREQMAST) AND THE       *
002402*                   STUDENT'S GRADE HISTORY: EACH PREREQUISITE   *
002403*                   NEEDS A PASSING NUMERIC GRADE (OR, WHERE     *
002404*                   FLAGGED CONCURRENT, A SEAT IN IT THIS TERM), *
002405*                   AND THE FIRST ONE MISSING IS NAMED ON THE    *
002406*                   REGISTER.  A CHAIR'S WAIVER (PRQWAIV) LETS   *
002407*                   THE ADD THROUGH AND EVERY WAIVER USED IS     *
002408*                   LOGGED TO PRQWLOG FOR THE TERM REPORT.  THE  *
002409*                   FIRST RUN SEEDS PRQWAIV WHEN IT IS MISSING.  *
002410*   2026-10-15  MC  AN ADD WHOSE SECTION MEETS ON A SHARED DAY   *
002411*                   AT AN OVERLAPPING TIME WITH A SECTION THE    *
002412*                   STUDENT ALREADY HOLDS THAT TERM IS REJECTED, *
002413*                   NAMING THE CLASHING SECTION.  SEEDED A       *
002414*                   CONFLICTING ADD FOR THE REGISTER.            *
002415*   2026-10-15  MC  SECTION WAITLIST (SECWAIT): AN ADD THAT      *
002416*                   FINDS THE SECTION FULL IS QUEUED WITH ITS    *
002417*                   DATE AND TIME INSTEAD OF REJECTED; A DROP    *
002418*                   WITHDRAWS A STUDENT WHO IS ONLY QUEUED, AND  *
002419*                   EVERY SEAT THE DROPS FREE GOES TO THE FIRST  *
002420*                   ELIGIBLE STUDENT WAITING BEFORE ANY NEW ADD  *
002421*                   IS TAKEN.  QUEUE POSITIONS AND PROMOTIONS    *
002422*                   PRINT ON THE REGISTER.                       *
002423*   2026-10-15  MC  EVERY TRANSACTION NAMES THE OPERATOR WHO     *
002424*                   KEYED IT AND IS REJECTED AT LOAD UNLESS THAT *
002425*                   OPERATOR HOLDS THE ADD OR DROP AUTHORITY ON  *
002426*                   OPERATOR-MASTER (SHARED CHECK, OPRCHK).      *
002427*                   EVERY ADD, DROP, WAITLISTING AND PROMOTION   *
002428*                   WRITES AN AUDIT-LOG ROW NAMING THE OPERATOR  *
002429*                   (ENRMAINT ITSELF FOR A PROMOTION), AND THE   *
002430*                   REGISTER SHOWS THEM.                         *
002490*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. ENRMAINT.
002700 AUTHOR. M-CANONIZADO.
006620         RECORD KEY IS ENR-KEY
006700         FILE STATUS IS WS-ENRFILE-STATUS.
006800
006810     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
006820         ORGANIZATION IS INDEXED
006830         ACCESS MODE IS DYNAMIC
006840         RECORD KEY IS HLD-KEY
006850         FILE STATUS IS WS-HOLDMAST-STATUS.
006860
006861     SELECT PREREQ-MASTER ASSIGN TO "PREQMAST"
006862         ORGANIZATION IS INDEXED
006863         ACCESS MODE IS DYNAMIC
006864         RECORD KEY IS PRQ-KEY
006865         FILE STATUS IS WS-PREQMAST-STATUS.
006866
006867     SELECT GRADE-FILE ASSIGN TO "GRDFILE"
006868         ORGANIZATION IS LINE SEQUENTIAL
006869         FILE STATUS IS WS-GRDFILE-STATUS.
006870
006871     SELECT OPTIONAL PREREQ-WAIVER-FILE ASSIGN TO "PRQWAIV"
006872         ORGANIZATION IS LINE SEQUENTIAL
006873         FILE STATUS IS WS-PRQWAIV-STATUS.
006874
006875     SELECT FACULTY-MASTER ASSIGN TO "FACMAST"
006876         ORGANIZATION IS INDEXED
006877         ACCESS MODE IS RANDOM
006878         RECORD KEY IS FAC-ID
006879         FILE STATUS IS WS-FACMAST-STATUS.
006880
006881     SELECT OPTIONAL WAIVER-LOG-FILE ASSIGN TO "PRQWLOG"
006882         ORGANIZATION IS LINE SEQUENTIAL
006883         FILE STATUS IS WS-PRQWLOG-STATUS.
006884
006885     SELECT SECTION-WAIT-FILE ASSIGN TO "SECWAIT"
006886         ORGANIZATION IS INDEXED
006887         ACCESS MODE IS DYNAMIC
006888         RECORD KEY IS SWT-KEY
006889         FILE STATUS IS WS-SECWAIT-STATUS.
006890
006900     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CTLFILE-STATUS.
007110
007120     SELECT OPTIONAL OPERATOR-MASTER ASSIGN TO "OPRMAST"
007130         ORGANIZATION IS INDEXED
007140         ACCESS MODE IS RANDOM
007150         RECORD KEY IS OPR-ID
007160         FILE STATUS IS WS-OPRMAST-STATUS.
007170
007180     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
007185         ORGANIZATION IS LINE SEQUENTIAL
007190         FILE STATUS IS WS-AUDITLOG-STATUS.
007200
007300     SELECT REPORT-FILE ASSIGN TO "ENRMRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
010300     LABEL RECORDS ARE STANDARD.
010400     COPY ENRREC.
010500
010510 FD  HOLD-MASTER
010520     LABEL RECORDS ARE STANDARD.
010530     COPY HOLDREC.
010540
010541 FD  PREREQ-MASTER
010542     LABEL RECORDS ARE STANDARD.
010543     COPY PREQREC.
010544
010545 FD  GRADE-FILE
010546     LABEL RECORDS ARE OMITTED.
010547     COPY GRDREC.
010548
010549 FD  PREREQ-WAIVER-FILE
010550     LABEL RECORDS ARE OMITTED.
010551     COPY PWVREC.
010552
010553 FD  FACULTY-MASTER
010554     LABEL RECORDS ARE STANDARD.
010555     COPY FACREC.
010556
010557 FD  WAIVER-LOG-FILE
010558     LABEL RECORDS ARE OMITTED.
010559     COPY PWLREC.
010560
010561 FD  SECTION-WAIT-FILE
010562     LABEL RECORDS ARE STANDARD.
010563     COPY SWTREC.
010564
010565 FD  OPERATOR-MASTER
010566     LABEL RECORDS ARE STANDARD.
010567     COPY OPRREC.
010568
010569 FD  AUDIT-FILE
010570     LABEL RECORDS ARE OMITTED.
010571     COPY AUDTREC.
010572
010600 FD  CONTROL-TOTAL-FILE
010700     LABEL RECORDS ARE OMITTED.
010800     COPY CTLREC.
011300
011400 WORKING-STORAGE SECTION.
011500     COPY PRTCTL.
011510     COPY HOLDWREC.
011520     COPY OPRWREC.
011600
011700 01  WS-FILE-STATUSES.
011800     05  WS-ENRTRANS-STATUS          PIC X(02) VALUE "00".
012300     05  WS-SECMAST-STATUS           PIC X(02) VALUE "00".
012310     05  WS-TERMMAST-STATUS          PIC X(02) VALUE "00".
012400     05  WS-ENRFILE-STATUS           PIC X(02) VALUE "00".
012410     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
012411     05  WS-PREQMAST-STATUS          PIC X(02) VALUE "00".
012412     05  WS-GRDFILE-STATUS           PIC X(02) VALUE "00".
012413     05  WS-PRQWAIV-STATUS           PIC X(02) VALUE "00".
012414     05  WS-FACMAST-STATUS           PIC X(02) VALUE "00".
012415     05  WS-PRQWLOG-STATUS           PIC X(02) VALUE "00".
012416     05  WS-SECWAIT-STATUS           PIC X(02) VALUE "00".
012417     05  WS-OPRMAST-STATUS           PIC X(02) VALUE "00".
012418     05  WS-AUDITLOG-STATUS          PIC X(02) VALUE "00".
012500     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
012600
012700 01  WS-SWITCHES.
013920         88  WS-SEAT-FOUND               VALUE "Y".
013930     05  WS-ROLL-FOUND-SW            PIC X(01) VALUE "N".
013940         88  WS-ROLL-FOUND               VALUE "Y".
013941     05  WS-GRD-EOF-SW               PIC X(01) VALUE "N".
013942         88  WS-GRD-EOF                  VALUE "Y".
013943     05  WS-PWV-EOF-SW               PIC X(01) VALUE "N".
013944         88  WS-PWV-EOF                  VALUE "Y".
013945     05  WS-PRQ-EOF-SW               PIC X(01) VALUE "N".
013946         88  WS-PRQ-EOF                  VALUE "Y".
013947     05  WS-ADD-PENDING-SW           PIC X(01) VALUE "N".
013948         88  WS-ADD-PENDING              VALUE "Y".
013949     05  WS-PREREQ-MET-SW            PIC X(01) VALUE "N".
013950         88  WS-PREREQ-MET               VALUE "Y".
013951     05  WS-PREREQ-MISSING-SW        PIC X(01) VALUE "N".
013952         88  WS-PREREQ-MISSING           VALUE "Y".
013953     05  WS-TIME-CONFLICT-SW         PIC X(01) VALUE "N".
013954         88  WS-TIME-CONFLICT            VALUE "Y".
013955     05  WS-SWT-EOF-SW               PIC X(01) VALUE "N".
013956         88  WS-SWT-EOF                  VALUE "Y".
013957     05  WS-ON-WAITLIST-SW           PIC X(01) VALUE "N".
013958         88  WS-ON-WAITLIST              VALUE "Y".
013959     05  WS-QUEUE-MOVED-SW           PIC X(01) VALUE "N".
013960         88  WS-QUEUE-MOVED              VALUE "Y".
014000
014100 01  WS-SUBSCRIPTS.
014200     05  WS-SUB                      PIC 99  VALUE ZERO.
014300     05  WS-TRX-SUB                  PIC 99  VALUE ZERO.
014400     05  WS-CNT-SUB                  PIC 999 VALUE ZERO.
014500     05  WS-ROLL-SUB                 PIC 999 VALUE ZERO.
014510     05  WS-PAS-SUB                  PIC 999 VALUE ZERO.
014520     05  WS-HLD-SUB                  PIC 999 VALUE ZERO.
014530     05  WS-WAV-SUB                  PIC 99  VALUE ZERO.
014540     05  WS-USE-SUB                  PIC 99  VALUE ZERO.
014550     05  WS-DAY-SUB                  PIC 99  VALUE ZERO.
014560     05  WS-WTL-SUB                  PIC 999 VALUE ZERO.
014570     05  WS-OTH-SUB                  PIC 999 VALUE ZERO.
014600
014700 01  WS-COUNTERS.
014800     05  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
014900     05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
014910     05  WS-WAIVED-COUNT             PIC 9(05) VALUE ZERO.
014920     05  WS-WAITLISTED-COUNT         PIC 9(05) VALUE ZERO.
014930     05  WS-PROMOTED-COUNT           PIC 9(05) VALUE ZERO.
015000
015100*--------------------------------------------------------------*
015200* CONTROL TOTALS FOR THE BALANCING STEP - TRANSACTIONS READ,     *
017000         10  WS-TX-SUBJ-CODE         PIC X(06).
017100         10  WS-TX-SECTION           PIC X(03).
017200         10  WS-TX-TERM              PIC X(06).
017210         10  WS-TX-OPERATOR          PIC X(08).
017300         10  WS-TX-STATE             PIC X(01).
017400             88  WS-TX-PENDING           VALUE "P".
017500             88  WS-TX-APPLIED           VALUE "A".
017600             88  WS-TX-REJECTED          VALUE "R".
017610             88  WS-TX-WAITLISTED        VALUE "W".
017620             88  WS-TX-WITHDRAWN         VALUE "X".
017700
017800*--------------------------------------------------------------*
017900* SECTION SEAT COUNTS - ONE ENTRY PER SUBJECT/SECTION/TERM SEEN  *
018000* ON THE PASS, SO AN ADD THAT WOULD OVERFILL THE ROOM - THE SAME *
018100* CAPACITY THE CLASS-LIST STEP ENFORCES - GOES ON THE SECTION'S  *
018200* WAITLIST, AND A SEAT FREED BY A DROP CAN BE OFFERED ON.        *
018300*--------------------------------------------------------------*
018400 01  WS-SEAT-COUNT                   PIC 999 VALUE ZERO.
018500 01  WS-SEAT-TABLE.
020000         10  WS-RL-STU-NUMBER        PIC 9(09).
020100         10  WS-RL-TERM              PIC X(06).
020110         10  WS-RL-SUBJECTS          PIC 9(03).
020111
020112*--------------------------------------------------------------*
020113* PASSING RULE - A PREREQUISITE IS MET ON A NUMERIC GRADE AT OR  *
020114* ABOVE THE SAME 075 CUTOFF THE GRADING PASS APPLIES; AN INC OR  *
020115* A DRP NEVER COUNTS.                                            *
020116*--------------------------------------------------------------*
020117 01  WS-PASS-CUTOFF                  PIC 999 VALUE 075.
020118
020119*--------------------------------------------------------------*
020120* PASSED SUBJECTS - EVERY PASSING GRADE ROW ON GRDFILE FOR A     *
020121* STUDENT WITH AN ADD IN TODAY'S FILE, LOADED ONCE UP FRONT SO   *
020122* EACH ADD'S PREREQUISITES ARE A TABLE SCAN, NOT A FILE PASS.    *
020123*--------------------------------------------------------------*
020124 01  WS-PASSED-COUNT                 PIC 999 VALUE ZERO.
020125 01  WS-PASSED-TABLE.
020126     05  WS-PASSED-ENTRY OCCURS 300 TIMES.
020127         10  WS-PS-STU-NUMBER        PIC 9(09).
020128         10  WS-PS-SUBJ-CODE         PIC X(06).
020129
020130*--------------------------------------------------------------*
020131* HELD SECTIONS - THE SECTIONS A STUDENT WITH AN ADD PENDING    *
020132* OR A PLACE ON A WAITLIST ALREADY HOLDS THAT TERM: EVERY       *
020133* SURVIVING SENFILE ROW OF THE COPY PASS, PLUS EACH ADD OR      *
020134* PROMOTION AS IT IS APPLIED, FOR THE PREREQUISITE AND CLASHES. *
020135*--------------------------------------------------------------*
020136 01  WS-HELD-COUNT                   PIC 999 VALUE ZERO.
020137 01  WS-HELD-TABLE.
020138     05  WS-HELD-ENTRY OCCURS 200 TIMES.
020139         10  WS-HD-STU-NUMBER        PIC 9(09).
020140         10  WS-HD-SUBJ-CODE         PIC X(06).
020141         10  WS-HD-SECTION           PIC X(03).
020142         10  WS-HD-TERM              PIC X(06).
020143
020144*--------------------------------------------------------------*
020145* WAIVER TABLE - THE DAY'S CHAIR WAIVERS.  A WAIVER IS MARKED    *
020146* USED ONLY WHEN THE ADD IT COVERED IS APPLIED; THE USE LIST     *
020147* HOLDS THE WAIVERS THE ADD BEING CHECKED WOULD CONSUME.         *
020148*--------------------------------------------------------------*
020149 01  WS-WAIVER-COUNT                 PIC 99 VALUE ZERO.
020150 01  WS-WAIVER-TABLE.
020151     05  WS-WAIVER-ENTRY OCCURS 50 TIMES.
020152         10  WS-WV-STU-NUMBER        PIC 9(09).
020153         10  WS-WV-SUBJ-CODE         PIC X(06).
020154         10  WS-WV-PREREQ-CODE       PIC X(06).
020155         10  WS-WV-TERM              PIC X(06).
020156         10  WS-WV-CHAIR-ID          PIC X(06).
020157         10  WS-WV-STATE             PIC X(01).
020158             88  WS-WV-OPEN              VALUE "O".
020159             88  WS-WV-USED              VALUE "U".
020160
020161 01  WS-USE-COUNT                    PIC 99 VALUE ZERO.
020162 01  WS-USE-TABLE.
020163     05  WS-USE-WAIVER OCCURS 10 TIMES
020164                                     PIC 99.
020165
020166 01  WS-PREREQ-WORK.
020167     05  WS-MISSING-CODE             PIC X(06) VALUE SPACES.
020168     05  WS-WAIVED-CODE              PIC X(06) VALUE SPACES.
020169     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
020170
020171*--------------------------------------------------------------*
020172* THE SECTION BEING ADDED OR PROMOTED TO, SET ASIDE WHILE THE   *
020173* SECTIONS HELD BY THE STUDENT AND TERM BEING CHECKED ARE READ, *
020174* AND THE HELD SECTION IT CLASHED WITH.                         *
020175*--------------------------------------------------------------*
020176 01  WS-CAND-SECTION.
020177     05  WS-CD-KEY                   PIC X(09).
020178     05  WS-CD-MEET-DAY OCCURS 7 TIMES
020179                                     PIC X(01).
020180     05  WS-CD-START-TIME            PIC 9(04).
020181     05  WS-CD-END-TIME              PIC 9(04).
020182     05  FILLER                      PIC X(09).
020183
020184 01  WS-CONFLICT-WITH.
020185     05  WS-CF-SUBJ-CODE             PIC X(06) VALUE SPACES.
020186     05  WS-CF-SECTION               PIC X(03) VALUE SPACES.
020187
020188 01  WS-RUN-TIME                     PIC 9(06) VALUE ZERO.
020200
020201 01  WS-CHECK-STUDENT.
020202     05  WS-CHK-STU-NUMBER           PIC 9(09) VALUE ZERO.
020203     05  WS-CHK-TERM                 PIC X(06) VALUE SPACES.
020204
020205*--------------------------------------------------------------*
020206* SECTION WAITLIST - EVERY QUEUED ROW ON SECWAIT, LOADED IN KEY *
020207* ORDER SO EACH SECTION'S ROWS RUN FIRST-COME FIRST, WITH THE   *
020208* DAY'S NEW ROWS APPENDED BEHIND THEM.  A ROW IS MARKED AS IT IS*
020209* PROMOTED OR WITHDRAWN; A SECTION WITH ANY SUCH ROW, OR A NEW  *
020210* ONE, HAD ITS QUEUE MOVE TODAY.                                *
020211*--------------------------------------------------------------*
020212 01  WS-WAIT-COUNT                   PIC 999 VALUE ZERO.
020213 01  WS-WAIT-TABLE.
020214     05  WS-WAIT-ENTRY OCCURS 200 TIMES.
020215         10  WS-WT-KEY.
020216             15  WS-WT-SECTION-KEY.
020217                 20  WS-WT-SUBJ-CODE PIC X(06).
020218                 20  WS-WT-SECTION   PIC X(03).
020219                 20  WS-WT-TERM      PIC X(06).
020220             15  WS-WT-WAIT-DATE     PIC 9(08).
020221             15  WS-WT-WAIT-TIME     PIC 9(08).
020222             15  WS-WT-STU-NUMBER    PIC 9(09).
020223         10  WS-WT-STATE             PIC X(01).
020224             88  WS-WT-WAITING           VALUE "W".
020225             88  WS-WT-PROMOTED          VALUE "P".
020226             88  WS-WT-WITHDRAWN         VALUE "X".
020227         10  WS-WT-ORIGIN            PIC X(01).
020228             88  WS-WT-NEW               VALUE "N".
020229
020230 01  WS-QUEUE-POSITION               PIC 999 VALUE ZERO.
020231
020300*--------------------------------------------------------------*
020400* SEED DATA - SAMPLE ADD/DROP TRANSACTIONS, LOADED ON A RUN      *
020500* WHERE NO ENRTRANS FILE EXISTS SO THIS STEP HAS SOMETHING TO    *
020600* APPLY.  ENTRIES 3-6 ARE A DUPLICATE ADD, A DROP OF A STUDENT   *
020700* NOT ENROLLED, AN ADD OF A STUDENT NOT ON THE ROSTER AND AN     *
020800* ADD OF AN UNKNOWN SUBJECT ON PURPOSE SO THE REGISTER HAS       *
020900* REJECTS TO SHOW.  ENTRIES 7-9 ADD ENG101, WHOSE PREREQUISITE  *
020910* IS MATH01: ONE STUDENT FAILED IT, ONE PASSED IT, AND ONE HAS   *
020920* NEVER TAKEN IT BUT CARRIES A CHAIR'S WAIVER.  ENTRY 10 ADDS    *
020930* MATH01 B, WHICH CLASHES WITH THE CS101 B SEAT THE STUDENT      *
020940* ALREADY HOLDS, SO THE REGISTER HAS A TIME CONFLICT TO REFUSE.  *
020941* ENTRIES 11-12 DROP TWO SEATS OF THE FULL CS101 B, SO THE      *
020942* STUDENT SEEDED ONTO ITS WAITLIST IS OFFERED A FREED SEAT.     *
020943* ENTRY 13 IS KEYED BY AN OPERATOR WHOSE AUTHORITY HAS BEEN     *
020944* REVOKED, SO THE REGISTER HAS AN OPERATOR REFUSAL TO SHOW.     *
021000*--------------------------------------------------------------*
021100 01  WS-TRAN-SEED-VALUES.
021110     05  FILLER PIC X(33) VALUE
021120         "A000000003CS101 A  2026-1REGCLK01".
021130     05  FILLER PIC X(33) VALUE
021140         "D000000002CS101 A  2026-1REGCLK01".
021150     05  FILLER PIC X(33) VALUE
021160         "A000000001CS101 A  2026-1REGCLK01".
021170     05  FILLER PIC X(33) VALUE
021180         "D000000009CS101 A  2026-1REGCLK01".
021190     05  FILLER PIC X(33) VALUE
021200         "A000000009MATH01A  2026-1ENRCLK02".
021210     05  FILLER PIC X(33) VALUE
021220         "A000000001BIO101A  2026-1ENRCLK02".
021230     05  FILLER PIC X(33) VALUE
021240         "A000000002ENG101A  2026-1REGCLK01".
021250     05  FILLER PIC X(33) VALUE
021260         "A000000001ENG101A  2026-1REGCLK01".
021270     05  FILLER PIC X(33) VALUE
021280         "A000000003ENG101A  2026-1REGCLK01".
021290     05  FILLER PIC X(33) VALUE
021300         "A000000002MATH01B  2026-1ENRCLK02".
021310     05  FILLER PIC X(33) VALUE
021320         "D000000004CS101 B  2026-1REGCLK01".
021330     05  FILLER PIC X(33) VALUE
021340         "D000000003CS101 B  2026-1REGCLK01".
021350     05  FILLER PIC X(33) VALUE
021360         "A000000002CS101 A  2026-1FORMER01".
021800
021900 01  WS-TRAN-SEED-TABLE REDEFINES WS-TRAN-SEED-VALUES.
022000     05  WS-TS-ENTRY OCCURS 13 TIMES.
022100         10  WS-TS-TRAN              PIC X(33).
022200
022201*--------------------------------------------------------------*
022202* SEED DATA - PREREQUISITE MASTER ROWS LOADED ON A RUN WHERE NO  *
022203* PREQMAST EXISTS: SUBJECT, PREREQUISITE, CONCURRENT FLAG.       *
022204*--------------------------------------------------------------*
022205 01  WS-PRQ-SEED-VALUES.
022206     05  FILLER PIC X(13) VALUE "ENG101MATH01N".
022207     05  FILLER PIC X(13) VALUE "PE101 ENG101Y".
022208
022209 01  WS-PRQ-SEED-TABLE REDEFINES WS-PRQ-SEED-VALUES.
022210     05  WS-PQ-ENTRY OCCURS 2 TIMES.
022211         10  WS-PQ-ROW               PIC X(13).
022212
022213*--------------------------------------------------------------*
022214* SEED DATA - SAMPLE CHAIR WAIVERS, LOADED ON A RUN WHERE NO     *
022215* PRQWAIV FILE EXISTS.  THE SECOND NAMES A CHAIR NOT ON FACMAST  *
022216* ON PURPOSE SO THE REGISTER HAS A REFUSED WAIVER TO SHOW.       *
022217*--------------------------------------------------------------*
022218 01  WS-PWV-SEED-VALUES.
022219     05  FILLER PIC X(33) VALUE
022220         "000000003ENG101MATH012026-1FAC002".
022221     05  FILLER PIC X(33) VALUE
022222         "000000002ENG101MATH012026-1FAC999".
022223
022224 01  WS-PWV-SEED-TABLE REDEFINES WS-PWV-SEED-VALUES.
022225     05  WS-PW-ENTRY OCCURS 2 TIMES.
022226         10  WS-PW-ROW               PIC X(33).
022227
022228*--------------------------------------------------------------*
022229* SEED DATA - A SAMPLE WAITLIST ROW, LOADED ON A RUN WHERE NO   *
022230* SECWAIT EXISTS: ONE STUDENT QUEUED FOR THE FULL CS101 B.      *
022231*--------------------------------------------------------------*
022232 01  WS-SWT-SEED-VALUES.
022233     05  FILLER PIC X(40) VALUE
022234         "CS101 B  2026-12026090308300000000000001".
022235
022236 01  WS-SWT-SEED-TABLE REDEFINES WS-SWT-SEED-VALUES.
022237     05  WS-SW-ENTRY OCCURS 1 TIMES.
022238         10  WS-SW-ROW               PIC X(40).
022239
022300 01  WS-MAINT-DETAIL.
022400     05  WS-MD-ACTION                PIC X(01).
022500     05  FILLER                      PIC X(04) VALUE SPACES.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  WS-MD-TERM                  PIC X(06).
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023310     05  WS-MD-OPERATOR              PIC X(08) VALUE SPACES.
023320     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  WS-MD-DISPOSITION           PIC X(30).
023500
023600 01  WS-SUMMARY-LINE.
023900     05  FILLER          PIC X(04) VALUE SPACES.
024000     05  FILLER          PIC X(15) VALUE "TOTAL REJECTED:".
024100     05  WS-SUM-REJECTED PIC ZZZZ9.
024110     05  FILLER          PIC X(16) VALUE "  WAIVERS USED:".
024120     05  WS-SUM-WAIVED   PIC ZZZZ9.
024130
024140 01  WS-SUMMARY-LINE-2.
024150     05  FILLER          PIC X(15) VALUE "WAITLISTED:".
024160     05  WS-SUM-WAITLISTED PIC ZZZZ9.
024170     05  FILLER          PIC X(04) VALUE SPACES.
024180     05  FILLER          PIC X(15) VALUE "PROMOTED:".
024190     05  WS-SUM-PROMOTED PIC ZZZZ9.
024200
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-COPY-AND-DROP THRU 2000-EXIT.
024700     PERFORM 3000-APPLY-ADDS THRU 3000-EXIT.
024710     PERFORM 5000-LIST-QUEUES THRU 5000-EXIT.
024750     PERFORM 6000-TRIM-TERM-ROLL THRU 6000-EXIT.
024800     PERFORM 7000-REPORT-UNMATCHED THRU 7000-EXIT.
024900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025710     OPEN OUTPUT REPORT-FILE.
025720     MOVE "BICOL UNIVERSITY - ENROLLMENT MAINTENANCE REGISTER"
025730         TO PRT-TITLE-TEXT.
025740     MOVE "ACT  STU NO.    SUBJ    SEC  TERM    OPERATOR  RESULT"
025750         TO PRT-HEAD1-TEXT.
025760     MOVE "---  ---------  ------  ---  ------  --------  ------"
025770         TO PRT-HEAD2-TEXT.
025780     MOVE 99 TO PRT-LINE-COUNT.
025781     OPEN INPUT OPERATOR-MASTER.
025782     IF WS-OPRMAST-STATUS NOT = "00" AND
025783             WS-OPRMAST-STATUS NOT = "05"
025784         DISPLAY "ENRMAINT: OPERATOR-MASTER OPEN FAILED, STATUS="
025785                 WS-OPRMAST-STATUS
025786         GO TO 9999-ABEND
025787     END-IF.
025790     OPEN INPUT TERM-MASTER.
025791     IF WS-TERMMAST-STATUS NOT = "00"
025792         DISPLAY "ENRMAINT: TERM-MASTER OPEN FAILED, STATUS="
025794         GO TO 9999-ABEND
025795     END-IF.
025800     PERFORM 1100-LOAD-TRANSACTIONS THRU 1100-EXIT.
025810     PERFORM 1200-LOAD-PREREQ-MASTER THRU 1200-EXIT.
025820     PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT.
025830     PERFORM 1400-LOAD-PASSED-GRADES THRU 1400-EXIT.
025840     PERFORM 1500-LOAD-WAITLIST THRU 1500-EXIT.
025900     OPEN I-O ENROLLMENT-FILE.
025910     IF WS-ENRFILE-STATUS NOT = "00" AND
025920             WS-ENRFILE-STATUS NOT = "05"
029200                 WS-SECMAST-STATUS
029300         GO TO 9999-ABEND
029400     END-IF.
029410     OPEN INPUT HOLD-MASTER.
029420     IF WS-HOLDMAST-STATUS NOT = "00" AND
029430             WS-HOLDMAST-STATUS NOT = "05"
029440         DISPLAY "ENRMAINT: HOLD-MASTER OPEN FAILED, STATUS="
029450                 WS-HOLDMAST-STATUS
029460         GO TO 9999-ABEND
029470     END-IF.
029480     OPEN EXTEND WAIVER-LOG-FILE.
029481     IF WS-PRQWLOG-STATUS NOT = "00" AND
029482             WS-PRQWLOG-STATUS NOT = "05"
029483         DISPLAY "ENRMAINT: PRQWLOG OPEN FAILED, STATUS="
029484                 WS-PRQWLOG-STATUS
029485         GO TO 9999-ABEND
029486     END-IF.
029487     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029488     ACCEPT WS-RUN-TIME FROM TIME.
029489     OPEN EXTEND AUDIT-FILE.
029490     IF WS-AUDITLOG-STATUS NOT = "00" AND
029491             WS-AUDITLOG-STATUS NOT = "05"
029492         DISPLAY "ENRMAINT: AUDIT-FILE OPEN FAILED, STATUS="
029493                 WS-AUDITLOG-STATUS
029494         GO TO 9999-ABEND
029495     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500
033600         GO TO 9999-ABEND
033700     END-IF.
033800     PERFORM 1110-WRITE-TRAN-ROW THRU 1110-EXIT
033900         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 13.
034000     CLOSE ENROLL-TRAN-FILE.
034100 1120-EXIT.
034200     EXIT.
036400         MOVE ENX-SUBJ-CODE  TO WS-TX-SUBJ-CODE(WS-TRAN-COUNT)
036500         MOVE ENX-SECTION    TO WS-TX-SECTION(WS-TRAN-COUNT)
036600         MOVE ENX-TERM       TO WS-TX-TERM(WS-TRAN-COUNT)
036650         MOVE ENX-OPERATOR   TO WS-TX-OPERATOR(WS-TRAN-COUNT)
036700         MOVE "P"            TO WS-TX-STATE(WS-TRAN-COUNT)
036800         IF ENX-ACTION NOT = "A" AND ENX-ACTION NOT = "D"
036900             MOVE WS-TRAN-COUNT TO WS-TRX-SUB
037380                     PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
037390             END-READ
037391         END-IF
037392         IF WS-TX-PENDING(WS-TRAN-COUNT)
037393             PERFORM 1150-CHECK-TRAN-OPERATOR THRU 1150-EXIT
037394         END-IF
037400     ELSE
037500         DISPLAY "ENRMAINT: TRANSACTION TABLE FULL AT "
037600                 ENX-STU-NUMBER
037900     PERFORM 1130-READ-TRANSACTION THRU 1130-EXIT.
038000 1140-EXIT.
038100     EXIT.
038110
038114*----------------------------------------------------------*
038118* 1150-CHECK-TRAN-OPERATOR - THE OPERATOR WHO KEYED THE     *
038122* TRANSACTION MUST BE ON OPERATOR-MASTER, ACTIVE, AND HOLD  *
038126* THE ADD OR DROP AUTHORITY, OR THE TRANSACTION IS REJECTED *
038130* HERE BEFORE IT CAN TOUCH THE ENROLLMENT.                  *
038134*----------------------------------------------------------*
038138 1150-CHECK-TRAN-OPERATOR.
038142     MOVE ENX-OPERATOR TO WS-OPR-CHECK-ID.
038146     IF ENX-ADD
038150         SET WS-OPR-ENR-ADD TO TRUE
038154     ELSE
038158         SET WS-OPR-ENR-DROP TO TRUE
038162     END-IF.
038166     PERFORM 8400-CHECK-OPERATOR THRU 8400-EXIT.
038170     IF WS-OPR-REFUSED
038174         MOVE WS-TRAN-COUNT TO WS-TRX-SUB
038178         MOVE WS-OPR-REASON TO WS-MD-DISPOSITION
038182         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
038186     END-IF.
038190 1150-EXIT.
038194     EXIT.
038200
038300*----------------------------------------------------------*
038310* 1200-LOAD-PREREQ-MASTER - PREQMAST IS PERSISTENT          *
038320* REFERENCE DATA LIKE SECTION-MASTER; ONLY A BRAND-NEW ONE  *
038330* GETS THE SEED ROWS.  IT IS THEN HELD OPEN FOR THE ADDS.   *
038340*----------------------------------------------------------*
038350 1200-LOAD-PREREQ-MASTER.
038360     OPEN INPUT PREREQ-MASTER.
038370     IF WS-PREQMAST-STATUS = "35"
038380         PERFORM 1250-SEED-PREREQ-MASTER THRU 1250-EXIT
038390         OPEN INPUT PREREQ-MASTER
038400     END-IF.
038410     IF WS-PREQMAST-STATUS NOT = "00"
038420         DISPLAY "ENRMAINT: PREREQ-MASTER OPEN FAILED, STATUS="
038430                 WS-PREQMAST-STATUS
038440         GO TO 9999-ABEND
038450     END-IF.
038460 1200-EXIT.
038470     EXIT.
038480
038490 1250-SEED-PREREQ-MASTER.
038500     OPEN OUTPUT PREREQ-MASTER.
038510     IF WS-PREQMAST-STATUS NOT = "00"
038520         DISPLAY "ENRMAINT: PREREQ-MASTER OPEN OUTPUT "
038530                 "FAILED, STATUS=" WS-PREQMAST-STATUS
038540         GO TO 9999-ABEND
038550     END-IF.
038560     PERFORM 1260-WRITE-PREREQ-ROW THRU 1260-EXIT
038570         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 2.
038580     CLOSE PREREQ-MASTER.
038590 1250-EXIT.
038600     EXIT.
038610
038620 1260-WRITE-PREREQ-ROW.
038630     MOVE WS-PQ-ROW(WS-SUB) TO PREREQ-RECORD.
038640     WRITE PREREQ-RECORD.
038650 1260-EXIT.
038660     EXIT.
038670
038680*----------------------------------------------------------*
038690* 1300-LOAD-WAIVERS - THE DAY'S CHAIR WAIVERS ARE LOADED    *
038700* WHOLE.  A WAIVER FROM A CHAIR NOT ON FACMAST, OR FOR A    *
038710* TERM NOT ON THE TERM MASTER, IS REFUSED ONTO THE REGISTER *
038720* AND NEVER REACHES THE TABLE.  PRQWAIV IS OPTIONAL, SO A  *
038730* MISSING FILE OPENS "05"; THE FIRST RUN SEEDS IT.          *
038740*----------------------------------------------------------*
038750 1300-LOAD-WAIVERS.
038760     OPEN INPUT PREREQ-WAIVER-FILE.
038770     IF WS-PRQWAIV-STATUS = "05"
038775         CLOSE PREREQ-WAIVER-FILE
038780         PERFORM 1320-SEED-WAIVERS THRU 1320-EXIT
038790         OPEN INPUT PREREQ-WAIVER-FILE
038800     END-IF.
038810     IF WS-PRQWAIV-STATUS NOT = "00" AND
038820             WS-PRQWAIV-STATUS NOT = "05"
038830         DISPLAY "ENRMAINT: PRQWAIV OPEN INPUT FAILED, STATUS="
038840                 WS-PRQWAIV-STATUS
038850         GO TO 9999-ABEND
038860     END-IF.
038870     OPEN INPUT FACULTY-MASTER.
038880     IF WS-FACMAST-STATUS NOT = "00"
038890         DISPLAY "ENRMAINT: FACULTY-MASTER OPEN FAILED, STATUS="
038900                 WS-FACMAST-STATUS
038910         GO TO 9999-ABEND
038920     END-IF.
038930     PERFORM 1330-READ-WAIVER THRU 1330-EXIT.
038940     PERFORM 1340-STORE-WAIVER THRU 1340-EXIT
038950         UNTIL WS-PWV-EOF.
038960     CLOSE FACULTY-MASTER.
038970     CLOSE PREREQ-WAIVER-FILE.
038980 1300-EXIT.
038990     EXIT.
039000
039010*----------------------------------------------------------*
039020* 1320-SEED-WAIVERS - FIRST RUN ONLY: BUILD A BRAND NEW     *
039030* PRQWAIV FILE FROM THE SAMPLE WAIVERS ABOVE.               *
039040*----------------------------------------------------------*
039050 1320-SEED-WAIVERS.
039060     OPEN OUTPUT PREREQ-WAIVER-FILE.
039070     IF WS-PRQWAIV-STATUS NOT = "00"
039080         DISPLAY "ENRMAINT: PRQWAIV OPEN OUTPUT "
039090                 "FAILED, STATUS=" WS-PRQWAIV-STATUS
039100         GO TO 9999-ABEND
039110     END-IF.
039120     PERFORM 1325-WRITE-WAIVER-ROW THRU 1325-EXIT
039130         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 2.
039140     CLOSE PREREQ-WAIVER-FILE.
039150 1320-EXIT.
039160     EXIT.
039170
039180 1325-WRITE-WAIVER-ROW.
039190     MOVE WS-PW-ROW(WS-SUB) TO PREREQ-WAIVER-RECORD.
039200     WRITE PREREQ-WAIVER-RECORD.
039210 1325-EXIT.
039220     EXIT.
039230
039240 1330-READ-WAIVER.
039250     READ PREREQ-WAIVER-FILE
039260         AT END
039270             SET WS-PWV-EOF TO TRUE
039280     END-READ.
039290 1330-EXIT.
039300     EXIT.
039310
039320 1340-STORE-WAIVER.
039330     MOVE PWV-CHAIR-ID TO FAC-ID.
039340     READ FACULTY-MASTER
039350         INVALID KEY
039360             MOVE "REJECTED - CHAIR NOT ON FILE"
039370                 TO WS-MD-DISPOSITION
039380             PERFORM 1350-REJECT-WAIVER THRU 1350-EXIT
039390             GO TO 1340-NEXT
039400     END-READ.
039410     MOVE PWV-TERM TO TRM-TERM-CODE.
039420     READ TERM-MASTER
039430         INVALID KEY
039440             MOVE "REJECTED - TERM NOT ON MASTER"
039450                 TO WS-MD-DISPOSITION
039460             PERFORM 1350-REJECT-WAIVER THRU 1350-EXIT
039470             GO TO 1340-NEXT
039480     END-READ.
039490     IF WS-WAIVER-COUNT < 50
039500         ADD 1 TO WS-WAIVER-COUNT
039510         MOVE PWV-STU-NUMBER  TO WS-WV-STU-NUMBER(WS-WAIVER-COUNT)
039520         MOVE PWV-SUBJ-CODE   TO WS-WV-SUBJ-CODE(WS-WAIVER-COUNT)
039530         MOVE PWV-PREREQ-CODE
039540             TO WS-WV-PREREQ-CODE(WS-WAIVER-COUNT)
039550         MOVE PWV-TERM        TO WS-WV-TERM(WS-WAIVER-COUNT)
039560         MOVE PWV-CHAIR-ID    TO WS-WV-CHAIR-ID(WS-WAIVER-COUNT)
039570         MOVE "O"             TO WS-WV-STATE(WS-WAIVER-COUNT)
039580     ELSE
039590         DISPLAY "ENRMAINT: WAIVER TABLE FULL AT "
039600                 PWV-STU-NUMBER
039610         GO TO 9999-ABEND
039620     END-IF.
039630 1340-NEXT.
039640     PERFORM 1330-READ-WAIVER THRU 1330-EXIT.
039650 1340-EXIT.
039660     EXIT.
039670
039680*----------------------------------------------------------*
039690* 1350-REJECT-WAIVER - A REFUSED WAIVER PRINTS ON THE       *
039700* REGISTER AS ACTION W.  THE CALLER LOADS THE DISPOSITION.  *
039710*----------------------------------------------------------*
039720 1350-REJECT-WAIVER.
039730     ADD 1 TO WS-REJECTED-COUNT.
039740     MOVE SPACES TO PRT-DETAIL-LINE.
039750     MOVE "W"             TO WS-MD-ACTION.
039760     MOVE PWV-STU-NUMBER  TO WS-MD-NUMBER.
039770     MOVE PWV-SUBJ-CODE   TO WS-MD-SUBJ.
039780     MOVE SPACES          TO WS-MD-SECTION.
039790     MOVE PWV-TERM        TO WS-MD-TERM.
039800     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
039810     MOVE SPACES TO WS-MD-DISPOSITION.
039820     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
039830 1350-EXIT.
039840     EXIT.
039850
039860*----------------------------------------------------------*
039870* 1400-LOAD-PASSED-GRADES - ONE PASS OVER THE GRADE FILE,   *
039880* KEEPING EVERY PASSING NUMERIC GRADE OF A STUDENT WHO HAS  *
039890* AN ADD PENDING TODAY.  NO GRADE FILE YET MEANS NOBODY HAS *
039900* PASSED ANYTHING.                                          *
039910*----------------------------------------------------------*
039920 1400-LOAD-PASSED-GRADES.
039930     OPEN INPUT GRADE-FILE.
039940     IF WS-GRDFILE-STATUS = "35"
039950         GO TO 1400-EXIT
039960     END-IF.
039970     IF WS-GRDFILE-STATUS NOT = "00"
039980         DISPLAY "ENRMAINT: GRADE-FILE OPEN FAILED, STATUS="
039990                 WS-GRDFILE-STATUS
040000         GO TO 9999-ABEND
040010     END-IF.
040020     PERFORM 1430-READ-GRADE THRU 1430-EXIT.
040030     PERFORM 1410-KEEP-PASSED-GRADE THRU 1410-EXIT
040040         UNTIL WS-GRD-EOF.
040050     CLOSE GRADE-FILE.
040060 1400-EXIT.
040070     EXIT.
040080
040090 1410-KEEP-PASSED-GRADE.
040100     IF NOT GRD-STATUS-NUMERIC
040110             OR GRD-SUBJ-GRADE < WS-PASS-CUTOFF
040120         GO TO 1410-NEXT
040130     END-IF.
040140     MOVE "N" TO WS-ADD-PENDING-SW.
040150     PERFORM 1420-MATCH-ADD-STUDENT THRU 1420-EXIT
040160         VARYING WS-TRX-SUB FROM 1 BY 1
040170         UNTIL WS-ADD-PENDING OR WS-TRX-SUB > WS-TRAN-COUNT.
040180     IF NOT WS-ADD-PENDING
040190         GO TO 1410-NEXT
040200     END-IF.
040210     IF WS-PASSED-COUNT < 300
040220         ADD 1 TO WS-PASSED-COUNT
040230         MOVE GRD-STU-NUMBER TO WS-PS-STU-NUMBER(WS-PASSED-COUNT)
040240         MOVE GRD-SUBJ-CODE  TO WS-PS-SUBJ-CODE(WS-PASSED-COUNT)
040250     ELSE
040260         DISPLAY "ENRMAINT: PASSED-GRADE TABLE FULL AT "
040270                 GRD-STU-NUMBER
040280         GO TO 9999-ABEND
040290     END-IF.
040300 1410-NEXT.
040310     PERFORM 1430-READ-GRADE THRU 1430-EXIT.
040320 1410-EXIT.
040330     EXIT.
040340
040350 1420-MATCH-ADD-STUDENT.
040360     IF WS-TX-PENDING(WS-TRX-SUB)
040370             AND WS-TX-ACTION(WS-TRX-SUB) = "A"
040380             AND WS-TX-STU-NUMBER(WS-TRX-SUB) = GRD-STU-NUMBER
040390         SET WS-ADD-PENDING TO TRUE
040400     END-IF.
040410 1420-EXIT.
040420     EXIT.
040430
040440 1430-READ-GRADE.
040450     READ GRADE-FILE
040460         AT END
040470             SET WS-GRD-EOF TO TRUE
040480     END-READ.
040490 1430-EXIT.
040500     EXIT.
040510
040520*----------------------------------------------------------*
040530* 1500-LOAD-WAITLIST - THE WHOLE SECTION WAITLIST IS LOADED *
040540* IN KEY ORDER AND THE FILE IS HELD OPEN FOR THE ROWS QUEUED*
040550* AND PROMOTED TODAY.  ONLY A BRAND-NEW WAITLIST GETS THE   *
040560* SEED ROW.                                                 *
040570*----------------------------------------------------------*
040580 1500-LOAD-WAITLIST.
040590     OPEN I-O SECTION-WAIT-FILE.
040600     IF WS-SECWAIT-STATUS = "35"
040610         PERFORM 1550-SEED-WAITLIST THRU 1550-EXIT
040620         OPEN I-O SECTION-WAIT-FILE
040630     END-IF.
040640     IF WS-SECWAIT-STATUS NOT = "00"
040650         DISPLAY "ENRMAINT: SECWAIT OPEN FAILED, STATUS="
040660                 WS-SECWAIT-STATUS
040670         GO TO 9999-ABEND
040680     END-IF.
040690     MOVE LOW-VALUES TO SWT-KEY.
040700     START SECTION-WAIT-FILE KEY IS NOT LESS THAN SWT-KEY
040710         INVALID KEY
040720             GO TO 1500-EXIT
040730     END-START.
040740     PERFORM 1510-READ-WAIT-ROW THRU 1510-EXIT.
040750     PERFORM 1520-STORE-WAIT-ROW THRU 1520-EXIT
040760         UNTIL WS-SWT-EOF.
040770 1500-EXIT.
040780     EXIT.
040790
040800 1510-READ-WAIT-ROW.
040810     READ SECTION-WAIT-FILE NEXT RECORD
040820         AT END
040830             SET WS-SWT-EOF TO TRUE
040840     END-READ.
040850 1510-EXIT.
040860     EXIT.
040870
040880 1520-STORE-WAIT-ROW.
040890     IF WS-WAIT-COUNT < 200
040900         ADD 1 TO WS-WAIT-COUNT
040910         MOVE SWT-KEY TO WS-WT-KEY(WS-WAIT-COUNT)
040920         MOVE "W"     TO WS-WT-STATE(WS-WAIT-COUNT)
040930         MOVE "O"     TO WS-WT-ORIGIN(WS-WAIT-COUNT)
040940     ELSE
040950         DISPLAY "ENRMAINT: WAITLIST TABLE FULL AT "
040960                 SWT-STU-NUMBER
040970         GO TO 9999-ABEND
040980     END-IF.
040990     PERFORM 1510-READ-WAIT-ROW THRU 1510-EXIT.
041000 1520-EXIT.
041010     EXIT.
041020
041030*----------------------------------------------------------*
041040* 1550-SEED-WAITLIST - FIRST RUN ONLY: BUILD A BRAND NEW    *
041050* SECWAIT FROM THE SAMPLE ROW ABOVE.                        *
041060*----------------------------------------------------------*
041070 1550-SEED-WAITLIST.
041080     OPEN OUTPUT SECTION-WAIT-FILE.
041090     IF WS-SECWAIT-STATUS NOT = "00"
041100         DISPLAY "ENRMAINT: SECWAIT OPEN OUTPUT "
041110                 "FAILED, STATUS=" WS-SECWAIT-STATUS
041120         GO TO 9999-ABEND
041130     END-IF.
041140     PERFORM 1560-WRITE-WAIT-ROW THRU 1560-EXIT
041150         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 1.
041160     CLOSE SECTION-WAIT-FILE.
041170 1550-EXIT.
041180     EXIT.
041190
041200 1560-WRITE-WAIT-ROW.
041210     MOVE WS-SW-ROW(WS-SUB) TO SECTION-WAIT-RECORD.
041220     WRITE SECTION-WAIT-RECORD.
041230 1560-EXIT.
041240     EXIT.
042800*----------------------------------------------------------*
042900* 2000-COPY-AND-DROP - ONE PASS OVER THE SECTION ENROLLMENT *
043000* FILE.  A ROW A PENDING DROP NAMES IS LEFT OUT OF SENNEW;  *
044500
044600 2100-PROCESS-ONE-ROW.
044700     MOVE "N" TO WS-ROW-DROPPED-SW.
044710     MOVE "N" TO WS-ADD-PENDING-SW.
044800     PERFORM 2110-SCAN-TRANSACTIONS THRU 2110-EXIT
044900         VARYING WS-TRX-SUB FROM 1 BY 1
045000         UNTIL WS-TRX-SUB > WS-TRAN-COUNT.
045010     IF NOT WS-ADD-PENDING
045020         PERFORM 2130-MATCH-WAITING-STUDENT THRU 2130-EXIT
045030             VARYING WS-WTL-SUB FROM 1 BY 1
045040             UNTIL WS-ADD-PENDING OR WS-WTL-SUB > WS-WAIT-COUNT
045050     END-IF.
045100     IF NOT WS-ROW-DROPPED
045200         WRITE NEW-SECT-ENROLL-RECORD FROM SECT-ENROLL-RECORD
045300         PERFORM 2200-COUNT-SECTION-ROW THRU 2200-EXIT
045350         PERFORM 2400-COUNT-TERM-ROW THRU 2400-EXIT
045360         IF WS-ADD-PENDING
045370             PERFORM 2500-HOLD-SEN-ROW THRU 2500-EXIT
045380         END-IF
045400     END-IF.
045500     PERFORM 2900-READ-SEN-ROW THRU 2900-EXIT.
045600 2100-EXIT.
046000     IF NOT WS-TX-PENDING(WS-TRX-SUB)
046100         GO TO 2110-EXIT
046200     END-IF.
046210     IF WS-TX-ACTION(WS-TRX-SUB) = "A"
046220             AND WS-TX-STU-NUMBER(WS-TRX-SUB) = SEN-STU-NUMBER
046230             AND WS-TX-TERM(WS-TRX-SUB) = SEN-TERM
046240         SET WS-ADD-PENDING TO TRUE
046250     END-IF.
046300     IF WS-TX-STU-NUMBER(WS-TRX-SUB) NOT = SEN-STU-NUMBER
046400             OR WS-TX-SUBJ-CODE(WS-TRX-SUB) NOT = SEN-SUBJ-CODE
046500             OR WS-TX-SECTION(WS-TRX-SUB) NOT = SEN-SECTION
047800     END-IF.
047900 2110-EXIT.
048000     EXIT.
048010
048020 2130-MATCH-WAITING-STUDENT.
048030     IF WS-WT-WAITING(WS-WTL-SUB)
048040             AND WS-WT-STU-NUMBER(WS-WTL-SUB) = SEN-STU-NUMBER
048050             AND WS-WT-TERM(WS-WTL-SUB) = SEN-TERM
048060         SET WS-ADD-PENDING TO TRUE
048070     END-IF.
048080 2130-EXIT.
048090     EXIT.
048100
048200*----------------------------------------------------------*
048300* 2200-COUNT-SECTION-ROW - FIND OR START THE SEAT-COUNT     *
051994 2420-EXIT.
051995     EXIT.
052000
052005*----------------------------------------------------------*
052010* 2500-HOLD-SEN-ROW - REMEMBER A SECTION THE STUDENT OF A   *
052015* PENDING ADD ALREADY SITS IN THIS TERM.                    *
052020*----------------------------------------------------------*
052025 2500-HOLD-SEN-ROW.
052030     IF WS-HELD-COUNT < 200
052035         ADD 1 TO WS-HELD-COUNT
052040         MOVE SEN-STU-NUMBER TO WS-HD-STU-NUMBER(WS-HELD-COUNT)
052045         MOVE SEN-SUBJ-CODE  TO WS-HD-SUBJ-CODE(WS-HELD-COUNT)
052050         MOVE SEN-SECTION    TO WS-HD-SECTION(WS-HELD-COUNT)
052055         MOVE SEN-TERM       TO WS-HD-TERM(WS-HELD-COUNT)
052060     ELSE
052065         DISPLAY "ENRMAINT: HELD-SECTION TABLE FULL AT "
052070                 SEN-STU-NUMBER
052075         GO TO 9999-ABEND
052080     END-IF.
052085 2500-EXIT.
052090     EXIT.
052095
052100*----------------------------------------------------------*
052200* 3000-APPLY-ADDS - SEATS THE DROPS FREED GO TO THE         *
052210* WAITLISTS FIRST.  EVERY ADD STILL PENDING AFTER THAT NAMES*
052220* A ROW THAT DOES NOT EXIST YET.  VALIDATE IT AGAINST THE   *
052230* THREE MASTERS AND THE SECTION'S SEATS, APPEND IT TO SENNEW*
052240* (OR QUEUE IT WHEN THE SECTION IS FULL), AND PUT A FIRST-  *
052250* SUBJECT STUDENT ON THE TERM ROLL.                         *
052700*----------------------------------------------------------*
052800 3000-APPLY-ADDS.
052810     PERFORM 3600-PROMOTE-WAITLIST THRU 3600-EXIT.
052900     PERFORM 3100-APPLY-ONE-ADD THRU 3100-EXIT
053000         VARYING WS-TRX-SUB FROM 1 BY 1
053100         UNTIL WS-TRX-SUB > WS-TRAN-COUNT.
054500             PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
054600             GO TO 3100-EXIT
054700     END-READ.
054710     MOVE WS-TX-STU-NUMBER(WS-TRX-SUB) TO WS-HOLD-STU-NUMBER.
054720     PERFORM 8300-CHECK-HOLDS THRU 8300-EXIT.
054730     IF WS-HOLD-FOUND
054740         MOVE WS-HOLD-REASON TO WS-MD-DISPOSITION
054770         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
054780         GO TO 3100-EXIT
054790     END-IF.
054800     MOVE WS-TX-SUBJ-CODE(WS-TRX-SUB) TO CURR-SUBJ-CODE.
054900     READ CURRICULUM-MASTER
055000         INVALID KEY
056200             PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
056300             GO TO 3100-EXIT
056400     END-READ.
056401     MOVE WS-TX-STU-NUMBER(WS-TRX-SUB) TO WS-CHK-STU-NUMBER.
056402     MOVE WS-TX-TERM(WS-TRX-SUB)       TO WS-CHK-TERM.
056410     PERFORM 3200-CHECK-PREREQS THRU 3200-EXIT.
056420     IF WS-PREREQ-MISSING
056430         STRING "REJECTED - LACKS PREREQ " DELIMITED BY SIZE
056440                WS-MISSING-CODE DELIMITED BY SPACE
056450             INTO WS-MD-DISPOSITION
056460         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
056470         GO TO 3100-EXIT
056480     END-IF.
056481     PERFORM 3400-CHECK-CONFLICTS THRU 3400-EXIT.
056482     IF WS-TIME-CONFLICT
056483         STRING "REJECTED - CONFLICT " DELIMITED BY SIZE
056484                WS-CF-SUBJ-CODE DELIMITED BY SPACE
056485                " "             DELIMITED BY SIZE
056486                WS-CF-SECTION   DELIMITED BY SPACE
056487             INTO WS-MD-DISPOSITION
056488         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
056489         GO TO 3100-EXIT
056490     END-IF.
056500     MOVE WS-TX-SUBJ-CODE(WS-TRX-SUB) TO SEN-SUBJ-CODE.
056600     MOVE WS-TX-SECTION(WS-TRX-SUB)   TO SEN-SECTION.
056700     MOVE WS-TX-TERM(WS-TRX-SUB)      TO SEN-TERM.
056800     PERFORM 2210-FIND-SEAT-ENTRY THRU 2210-EXIT.
056900     IF WS-ST-FILLED(WS-CNT-SUB) >= SEC-CAPACITY
057000         PERFORM 3700-JOIN-WAITLIST THRU 3700-EXIT
057100         GO TO 3100-EXIT
057200     END-IF.
057500     MOVE WS-TX-STU-NUMBER(WS-TRX-SUB) TO SEN-STU-NUMBER.
057600     WRITE NEW-SECT-ENROLL-RECORD FROM SECT-ENROLL-RECORD.
057700     ADD 1 TO WS-ST-FILLED(WS-CNT-SUB).
057750     PERFORM 2400-COUNT-TERM-ROW THRU 2400-EXIT.
057760     PERFORM 2500-HOLD-SEN-ROW THRU 2500-EXIT.
057770     IF WS-USE-COUNT > ZERO
057780         PERFORM 3300-LOG-WAIVERS THRU 3300-EXIT
057790         STRING "ADDED - PREREQ " DELIMITED BY SIZE
057791                WS-WAIVED-CODE DELIMITED BY SPACE
057792                " WAIVED" DELIMITED BY SIZE
057793             INTO WS-MD-DISPOSITION
057794     ELSE
057795         MOVE "ADDED" TO WS-MD-DISPOSITION
057796     END-IF.
057900     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
058000     PERFORM 3500-SYNC-TERM-ROLL THRU 3500-EXIT.
058100 3100-EXIT.
058200     EXIT.
058201
058202*----------------------------------------------------------*
058203* 3200-CHECK-PREREQS - WALK THE SUBJECT'S ROWS ON THE       *
058204* PREREQUISITE MASTER.  EACH ONE IS MET BY A PASSED GRADE,  *
058205* OR - WHERE FLAGGED CONCURRENT - BY A SEAT IN IT THIS      *
058206* TERM, OR ELSE BY AN OPEN CHAIR WAIVER, WHICH GOES ON THE  *
058207* USE LIST.  THE FIRST ONE NOT MET STOPS THE WALK AND IS    *
058208* NAMED FOR THE REGISTER.                                   *
058209*----------------------------------------------------------*
058210 3200-CHECK-PREREQS.
058211     MOVE "N" TO WS-PREREQ-MISSING-SW.
058212     MOVE "N" TO WS-PRQ-EOF-SW.
058213     MOVE ZERO TO WS-USE-COUNT.
058214     MOVE SPACES TO WS-MISSING-CODE WS-WAIVED-CODE.
058215     MOVE WS-TX-SUBJ-CODE(WS-TRX-SUB) TO PRQ-SUBJ-CODE.
058216     MOVE LOW-VALUES TO PRQ-PREREQ-CODE.
058217     START PREREQ-MASTER KEY IS NOT LESS THAN PRQ-KEY
058218         INVALID KEY
058219             GO TO 3200-EXIT
058220     END-START.
058221     PERFORM 3210-CHECK-ONE-PREREQ THRU 3210-EXIT
058222         UNTIL WS-PRQ-EOF OR WS-PREREQ-MISSING.
058223 3200-EXIT.
058224     EXIT.
058225
058226 3210-CHECK-ONE-PREREQ.
058227     READ PREREQ-MASTER NEXT RECORD
058228         AT END
058229             SET WS-PRQ-EOF TO TRUE
058230             GO TO 3210-EXIT
058231     END-READ.
058232     IF PRQ-SUBJ-CODE NOT = WS-TX-SUBJ-CODE(WS-TRX-SUB)
058233         SET WS-PRQ-EOF TO TRUE
058234         GO TO 3210-EXIT
058235     END-IF.
058236     MOVE "N" TO WS-PREREQ-MET-SW.
058237     PERFORM 3220-MATCH-PASSED THRU 3220-EXIT
058238         VARYING WS-PAS-SUB FROM 1 BY 1
058239         UNTIL WS-PREREQ-MET OR WS-PAS-SUB > WS-PASSED-COUNT.
058240     IF WS-PREREQ-MET
058241         GO TO 3210-EXIT
058242     END-IF.
058243     IF PRQ-CONCURRENT-OK
058244         PERFORM 3230-MATCH-HELD THRU 3230-EXIT
058245             VARYING WS-HLD-SUB FROM 1 BY 1
058246             UNTIL WS-PREREQ-MET OR WS-HLD-SUB > WS-HELD-COUNT
058247         IF WS-PREREQ-MET
058248             GO TO 3210-EXIT
058249         END-IF
058250     END-IF.
058251     PERFORM 3240-MATCH-WAIVER THRU 3240-EXIT
058252         VARYING WS-WAV-SUB FROM 1 BY 1
058253         UNTIL WS-PREREQ-MET OR WS-WAV-SUB > WS-WAIVER-COUNT.
058254     IF WS-PREREQ-MET
058255         GO TO 3210-EXIT
058256     END-IF.
058257     SET WS-PREREQ-MISSING TO TRUE.
058258     MOVE PRQ-PREREQ-CODE TO WS-MISSING-CODE.
058259 3210-EXIT.
058260     EXIT.
058261
058262 3220-MATCH-PASSED.
058263     IF WS-PS-STU-NUMBER(WS-PAS-SUB)
058264             = WS-TX-STU-NUMBER(WS-TRX-SUB)
058265             AND WS-PS-SUBJ-CODE(WS-PAS-SUB) = PRQ-PREREQ-CODE
058266         SET WS-PREREQ-MET TO TRUE
058267     END-IF.
058268 3220-EXIT.
058269     EXIT.
058270
058271 3230-MATCH-HELD.
058272     IF WS-HD-STU-NUMBER(WS-HLD-SUB)
058273             = WS-TX-STU-NUMBER(WS-TRX-SUB)
058274             AND WS-HD-SUBJ-CODE(WS-HLD-SUB) = PRQ-PREREQ-CODE
058275             AND WS-HD-TERM(WS-HLD-SUB) = WS-TX-TERM(WS-TRX-SUB)
058276         SET WS-PREREQ-MET TO TRUE
058277     END-IF.
058278 3230-EXIT.
058279     EXIT.
058280
058281 3240-MATCH-WAIVER.
058282     IF WS-WV-OPEN(WS-WAV-SUB)
058283             AND WS-WV-STU-NUMBER(WS-WAV-SUB)
058284                 = WS-TX-STU-NUMBER(WS-TRX-SUB)
058285             AND WS-WV-SUBJ-CODE(WS-WAV-SUB)
058286                 = WS-TX-SUBJ-CODE(WS-TRX-SUB)
058287             AND WS-WV-PREREQ-CODE(WS-WAV-SUB) = PRQ-PREREQ-CODE
058288             AND WS-WV-TERM(WS-WAV-SUB) = WS-TX-TERM(WS-TRX-SUB)
058289             AND WS-USE-COUNT < 10
058290         SET WS-PREREQ-MET TO TRUE
058291         ADD 1 TO WS-USE-COUNT
058292         MOVE WS-WAV-SUB TO WS-USE-WAIVER(WS-USE-COUNT)
058293         MOVE PRQ-PREREQ-CODE TO WS-WAIVED-CODE
058294     END-IF.
058295 3240-EXIT.
058296     EXIT.
058300
058305*----------------------------------------------------------*
058310* 3300-LOG-WAIVERS - THE ADD WAS APPLIED, SO EVERY WAIVER   *
058315* ON ITS USE LIST IS SPENT AND LOGGED FOR THE TERM REPORT.  *
058320*----------------------------------------------------------*
058325 3300-LOG-WAIVERS.
058330     PERFORM 3310-LOG-ONE-WAIVER THRU 3310-EXIT
058335         VARYING WS-USE-SUB FROM 1 BY 1
058340         UNTIL WS-USE-SUB > WS-USE-COUNT.
058345 3300-EXIT.
058350     EXIT.
058355
058360 3310-LOG-ONE-WAIVER.
058365     MOVE WS-USE-WAIVER(WS-USE-SUB) TO WS-WAV-SUB.
058370     MOVE "U" TO WS-WV-STATE(WS-WAV-SUB).
058375     MOVE WS-WV-TERM(WS-WAV-SUB)        TO PWL-TERM.
058380     MOVE WS-WV-STU-NUMBER(WS-WAV-SUB)  TO PWL-STU-NUMBER.
058385     MOVE WS-WV-SUBJ-CODE(WS-WAV-SUB)   TO PWL-SUBJ-CODE.
058390     MOVE WS-TX-SECTION(WS-TRX-SUB)     TO PWL-SECTION.
058395     MOVE WS-WV-PREREQ-CODE(WS-WAV-SUB) TO PWL-PREREQ-CODE.
058400     MOVE WS-WV-CHAIR-ID(WS-WAV-SUB)    TO PWL-CHAIR-ID.
058405     MOVE WS-RUN-DATE                   TO PWL-DATE-USED.
058410     WRITE WAIVER-LOG-RECORD.
058411     IF WS-PRQWLOG-STATUS NOT = "00"
058412         DISPLAY "ENRMAINT: PRQWLOG WRITE FAILED, STATUS="
058413                 WS-PRQWLOG-STATUS
058414         GO TO 9999-ABEND
058415     END-IF.
058416     ADD 1 TO WS-WAIVED-COUNT.
058420 3310-EXIT.
058425     EXIT.
058430
058435*----------------------------------------------------------*
058440* 3400-CHECK-CONFLICTS - THE SECTION BEING ADDED CLASHES    *
058445* WITH A SECTION THE STUDENT ALREADY HOLDS THIS TERM WHEN   *
058450* THE TWO SHARE A MEETING DAY AND EACH STARTS BEFORE THE    *
058455* OTHER ENDS.  A SECTION STILL TBA (NO DAYS) NEVER CLASHES. *
058460* THE ADDED SECTION'S RECORD IS PUT BACK AFTERWARDS FOR THE *
058465* SEAT CHECK.                                               *
058470*----------------------------------------------------------*
058475 3400-CHECK-CONFLICTS.
058480     MOVE "N" TO WS-TIME-CONFLICT-SW.
058485     IF SEC-MEET-DAYS = SPACES
058490         GO TO 3400-EXIT
058495     END-IF.
058500     MOVE SECTION-RECORD TO WS-CAND-SECTION.
058505     PERFORM 3410-CHECK-ONE-HELD THRU 3410-EXIT
058510         VARYING WS-HLD-SUB FROM 1 BY 1
058515         UNTIL WS-TIME-CONFLICT OR WS-HLD-SUB > WS-HELD-COUNT.
058520     MOVE WS-CAND-SECTION TO SECTION-RECORD.
058525 3400-EXIT.
058530     EXIT.
058535
058540 3410-CHECK-ONE-HELD.
058545     IF WS-HD-STU-NUMBER(WS-HLD-SUB) NOT = WS-CHK-STU-NUMBER
058550             OR WS-HD-TERM(WS-HLD-SUB) NOT = WS-CHK-TERM
058555         GO TO 3410-EXIT
058560     END-IF.
058565     MOVE WS-HD-SUBJ-CODE(WS-HLD-SUB) TO SEC-SUBJ-CODE.
058570     MOVE WS-HD-SECTION(WS-HLD-SUB)   TO SEC-SECTION.
058575     READ SECTION-MASTER
058580         INVALID KEY
058585             GO TO 3410-EXIT
058590     END-READ.
058595     IF SEC-START-TIME NOT < WS-CD-END-TIME
058600             OR WS-CD-START-TIME NOT < SEC-END-TIME
058605         GO TO 3410-EXIT
058610     END-IF.
058615     PERFORM 3420-MATCH-MEETING-DAY THRU 3420-EXIT
058620         VARYING WS-DAY-SUB FROM 1 BY 1
058625         UNTIL WS-TIME-CONFLICT OR WS-DAY-SUB > 7.
058630     IF WS-TIME-CONFLICT
058635         MOVE SEC-SUBJ-CODE TO WS-CF-SUBJ-CODE
058640         MOVE SEC-SECTION   TO WS-CF-SECTION
058645     END-IF.
058650 3410-EXIT.
058655     EXIT.
058660
058665 3420-MATCH-MEETING-DAY.
058670     IF NOT SEC-DAY-OFF(WS-DAY-SUB)
058675             AND WS-CD-MEET-DAY(WS-DAY-SUB) NOT = SPACE
058680         SET WS-TIME-CONFLICT TO TRUE
058685     END-IF.
058690 3420-EXIT.
058695     EXIT.
058700
058705*----------------------------------------------------------*
058710* 3500-SYNC-TERM-ROLL - A STUDENT WHOSE FIRST SUBJECT OF    *
058715* THE TERM WAS JUST ADDED (OR PROMOTED OFF A WAITLIST) IS   *
058720* NOT YET ON THE TERM ENROLLMENT FILE; ONE KEYED READ       *
058725* TELLS, AND ONE KEYED WRITE PUTS THE TERM ROW THERE SO THE *
058730* CERTIFICATE AND RECONCILIATION STEPS SEE IT TONIGHT.      *
058735*----------------------------------------------------------*
058740 3500-SYNC-TERM-ROLL.
058745     MOVE SEN-STU-NUMBER TO ENR-STU-NUMBER.
058750     MOVE SEN-TERM       TO ENR-TERM.
058755     READ ENROLLMENT-FILE
058760         INVALID KEY
058765             MOVE SEN-STU-NUMBER TO ENR-STU-NUMBER
058770             MOVE SEN-TERM       TO ENR-TERM
058775             MOVE STU-LAST-NAME          TO ENR-STU-NAME
058780             WRITE ENROLLMENT-RECORD
058785     END-READ.
058790 3500-EXIT.
058795     EXIT.
058800
058805*----------------------------------------------------------*
058810* 3600-PROMOTE-WAITLIST - BEFORE THE DAY'S ADDS TAKE ANY    *
058815* SEAT, A DROP OF A SECTION THE STUDENT IS ONLY QUEUED FOR  *
058820* TAKES THEM OFF ITS WAITLIST, THEN EVERY SEAT THE DROPS    *
058825* FREED GOES TO THE FIRST STUDENT STILL WAITING FOR IT.     *
058830*----------------------------------------------------------*
058835 3600-PROMOTE-WAITLIST.
058840     PERFORM 3610-WITHDRAW-ONE-DROP THRU 3610-EXIT
058845         VARYING WS-TRX-SUB FROM 1 BY 1
058850         UNTIL WS-TRX-SUB > WS-TRAN-COUNT.
058855     PERFORM 3630-PROMOTE-ONE-WAITING THRU 3630-EXIT
058860         VARYING WS-WTL-SUB FROM 1 BY 1
058865         UNTIL WS-WTL-SUB > WS-WAIT-COUNT.
058870 3600-EXIT.
058875     EXIT.
058880
058885 3610-WITHDRAW-ONE-DROP.
058890     IF NOT WS-TX-PENDING(WS-TRX-SUB)
058895             OR WS-TX-ACTION(WS-TRX-SUB) NOT = "D"
058900         GO TO 3610-EXIT
058905     END-IF.
058910     MOVE "N" TO WS-ON-WAITLIST-SW.
058915     PERFORM 3620-MATCH-WAITING-TRAN THRU 3620-EXIT
058920         VARYING WS-WTL-SUB FROM 1 BY 1
058925         UNTIL WS-ON-WAITLIST OR WS-WTL-SUB > WS-WAIT-COUNT.
058930     IF NOT WS-ON-WAITLIST
058935         GO TO 3610-EXIT
058940     END-IF.
058945     SUBTRACT 1 FROM WS-WTL-SUB.
058950     MOVE "X" TO WS-WT-STATE(WS-WTL-SUB).
058955     PERFORM 3680-DELETE-WAIT-ROW THRU 3680-EXIT.
058960     MOVE "DROPPED FROM WAITLIST" TO WS-MD-DISPOSITION.
058965     PERFORM 2600-ACCEPT-TRAN THRU 2600-EXIT.
058970     MOVE "X" TO WS-TX-STATE(WS-TRX-SUB).
058975 3610-EXIT.
058980     EXIT.
058985
058990 3620-MATCH-WAITING-TRAN.
058995     IF WS-WT-WAITING(WS-WTL-SUB)
059000             AND WS-WT-STU-NUMBER(WS-WTL-SUB)
059005                 = WS-TX-STU-NUMBER(WS-TRX-SUB)
059010             AND WS-WT-SUBJ-CODE(WS-WTL-SUB)
059015                 = WS-TX-SUBJ-CODE(WS-TRX-SUB)
059020             AND WS-WT-SECTION(WS-WTL-SUB)
059025                 = WS-TX-SECTION(WS-TRX-SUB)
059030             AND WS-WT-TERM(WS-WTL-SUB) = WS-TX-TERM(WS-TRX-SUB)
059035         SET WS-ON-WAITLIST TO TRUE
059040     END-IF.
059045 3620-EXIT.
059050     EXIT.
059055
059060*----------------------------------------------------------*
059065* 3630-PROMOTE-ONE-WAITING - THE TABLE HOLDS EACH QUEUE IN  *
059070* FIRST-COME ORDER, SO A SECTION WITH A FREE SEAT OFFERS IT *
059075* TO ITS WAITING ROWS IN TURN.  A STUDENT WHO HAS SINCE     *
059080* GAINED AN OPEN HOLD, OR WHOSE SEATS NOW CLASH WITH THE    *
059085* SECTION, KEEPS THEIR PLACE AND THE SEAT PASSES TO THE NEXT*
059090* IN LINE.                                                  *
059095*----------------------------------------------------------*
059100 3630-PROMOTE-ONE-WAITING.
059105     IF NOT WS-WT-WAITING(WS-WTL-SUB)
059110         GO TO 3630-EXIT
059115     END-IF.
059120     MOVE WS-WT-SUBJ-CODE(WS-WTL-SUB) TO SEC-SUBJ-CODE.
059125     MOVE WS-WT-SECTION(WS-WTL-SUB)   TO SEC-SECTION.
059130     READ SECTION-MASTER
059135         INVALID KEY
059140             GO TO 3630-EXIT
059145     END-READ.
059150     MOVE WS-WT-SUBJ-CODE(WS-WTL-SUB) TO SEN-SUBJ-CODE.
059155     MOVE WS-WT-SECTION(WS-WTL-SUB)   TO SEN-SECTION.
059160     MOVE WS-WT-TERM(WS-WTL-SUB)      TO SEN-TERM.
059165     PERFORM 2210-FIND-SEAT-ENTRY THRU 2210-EXIT.
059170     IF WS-ST-FILLED(WS-CNT-SUB) >= SEC-CAPACITY
059175         GO TO 3630-EXIT
059180     END-IF.
059185     MOVE "P" TO WS-MD-ACTION.
059190     MOVE WS-WT-STU-NUMBER(WS-WTL-SUB) TO STU-NUMBER.
059195     READ STUDENT-MASTER
059200         INVALID KEY
059205             MOVE "NOT PROMOTED - NOT ON FILE"
059210                 TO WS-MD-DISPOSITION
059215             PERFORM 3690-PRINT-WAIT-LINE THRU 3690-EXIT
059220             GO TO 3630-EXIT
059225     END-READ.
059230     MOVE WS-WT-STU-NUMBER(WS-WTL-SUB) TO WS-HOLD-STU-NUMBER.
059235     PERFORM 8300-CHECK-HOLDS THRU 8300-EXIT.
059240     IF WS-HOLD-FOUND
059245         STRING "NOT PROMOTED - ON HOLD (" DELIMITED BY SIZE
059250                WS-HOLD-TYPE              DELIMITED BY SIZE
059255                ")"                       DELIMITED BY SIZE
059260             INTO WS-MD-DISPOSITION
059265         PERFORM 3690-PRINT-WAIT-LINE THRU 3690-EXIT
059270         GO TO 3630-EXIT
059275     END-IF.
059280     MOVE WS-WT-STU-NUMBER(WS-WTL-SUB) TO WS-CHK-STU-NUMBER.
059285     MOVE WS-WT-TERM(WS-WTL-SUB)       TO WS-CHK-TERM.
059290     PERFORM 3400-CHECK-CONFLICTS THRU 3400-EXIT.
059295     IF WS-TIME-CONFLICT
059300         STRING "NOT PROMOTED - CONFLICT " DELIMITED BY SIZE
059305                WS-CF-SUBJ-CODE            DELIMITED BY SPACE
059310             INTO WS-MD-DISPOSITION
059315         PERFORM 3690-PRINT-WAIT-LINE THRU 3690-EXIT
059320         GO TO 3630-EXIT
059325     END-IF.
059330     MOVE WS-WT-STU-NUMBER(WS-WTL-SUB) TO SEN-STU-NUMBER.
059335     WRITE NEW-SECT-ENROLL-RECORD FROM SECT-ENROLL-RECORD.
059340     ADD 1 TO WS-ST-FILLED(WS-CNT-SUB).
059345     PERFORM 2400-COUNT-TERM-ROW THRU 2400-EXIT.
059350     PERFORM 2500-HOLD-SEN-ROW THRU 2500-EXIT.
059355     PERFORM 3500-SYNC-TERM-ROLL THRU 3500-EXIT.
059360     MOVE "P" TO WS-WT-STATE(WS-WTL-SUB).
059365     PERFORM 3680-DELETE-WAIT-ROW THRU 3680-EXIT.
059370     ADD 1 TO WS-PROMOTED-COUNT.
059375     MOVE WS-WT-STU-NUMBER(WS-WTL-SUB) TO AUD-STU-NUMBER.
059380     MOVE WS-WT-TERM(WS-WTL-SUB)       TO AUD-TERM.
059385     MOVE WS-WT-SUBJ-CODE(WS-WTL-SUB)  TO AUD-DETAIL.
059390     MOVE "ENRMAINT"                   TO AUD-OPERATOR.
059395     MOVE "ENRPRM"                     TO AUD-RESULT.
059400     PERFORM 2660-WRITE-AUDIT-ROW THRU 2660-EXIT.
059405     MOVE "PROMOTED FROM WAITLIST" TO WS-MD-DISPOSITION.
059410     PERFORM 3690-PRINT-WAIT-LINE THRU 3690-EXIT.
059415 3630-EXIT.
059420     EXIT.
059425
059430 3680-DELETE-WAIT-ROW.
059435     MOVE WS-WT-KEY(WS-WTL-SUB) TO SWT-KEY.
059440     DELETE SECTION-WAIT-FILE RECORD
059445         INVALID KEY
059450             DISPLAY "ENRMAINT: WAITLIST ROW MISSING FOR "
059455                     SWT-STU-NUMBER " " SWT-SUBJ-CODE
059460     END-DELETE.
059465 3680-EXIT.
059470     EXIT.
059475
059480*----------------------------------------------------------*
059485* 3690-PRINT-WAIT-LINE - A REGISTER LINE FOR A WAITLIST ROW *
059490* RATHER THAN A TRANSACTION.  THE CALLER LOADS THE ACTION   *
059495* (P = PROMOTION, Q = QUEUE POSITION) AND THE DISPOSITION.  *
059500*----------------------------------------------------------*
059505 3690-PRINT-WAIT-LINE.
059510     MOVE SPACES TO PRT-DETAIL-LINE.
059515     MOVE WS-WT-STU-NUMBER(WS-WTL-SUB) TO WS-MD-NUMBER.
059520     MOVE WS-WT-SUBJ-CODE(WS-WTL-SUB)  TO WS-MD-SUBJ.
059525     MOVE WS-WT-SECTION(WS-WTL-SUB)    TO WS-MD-SECTION.
059530     MOVE WS-WT-TERM(WS-WTL-SUB)       TO WS-MD-TERM.
059535     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
059540     MOVE SPACES TO WS-MD-DISPOSITION.
059545     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
059550 3690-EXIT.
059555     EXIT.
059560*----------------------------------------------------------*
059565* 3700-JOIN-WAITLIST - THE SECTION IS FULL, SO THE ADD      *
059570* JOINS THE END OF ITS QUEUE STAMPED WITH TODAY'S DATE AND  *
059575* TIME.  ANY WAIVER THE ADD NEEDED IS SPENT HERE, SINCE A   *
059580* PROMOTION GIVES THE SEAT WITHOUT A SECOND PREREQUISITE    *
059585* CHECK.                                                    *
059590*----------------------------------------------------------*
059595 3700-JOIN-WAITLIST.
059600     MOVE "N" TO WS-ON-WAITLIST-SW.
059605     PERFORM 3620-MATCH-WAITING-TRAN THRU 3620-EXIT
059610         VARYING WS-WTL-SUB FROM 1 BY 1
059615         UNTIL WS-ON-WAITLIST OR WS-WTL-SUB > WS-WAIT-COUNT.
059620     IF WS-ON-WAITLIST
059625         MOVE "REJECTED - ALREADY WAITLISTED" TO WS-MD-DISPOSITION
059630         PERFORM 2700-REJECT-TRAN THRU 2700-EXIT
059635         GO TO 3700-EXIT
059640     END-IF.
059645     IF WS-WAIT-COUNT NOT < 200
059650         DISPLAY "ENRMAINT: WAITLIST TABLE FULL AT "
059655                 WS-TX-STU-NUMBER(WS-TRX-SUB)
059660         GO TO 9999-ABEND
059665     END-IF.
059670     MOVE WS-TX-SUBJ-CODE(WS-TRX-SUB)  TO SWT-SUBJ-CODE.
059675     MOVE WS-TX-SECTION(WS-TRX-SUB)    TO SWT-SECTION.
059680     MOVE WS-TX-TERM(WS-TRX-SUB)       TO SWT-TERM.
059685     MOVE WS-RUN-DATE                  TO SWT-WAIT-DATE.
059690     ACCEPT SWT-WAIT-TIME FROM TIME.
059695     MOVE WS-TX-STU-NUMBER(WS-TRX-SUB) TO SWT-STU-NUMBER.
059700     WRITE SECTION-WAIT-RECORD
059705         INVALID KEY
059710             DISPLAY "ENRMAINT: SECWAIT WRITE FAILED, STATUS="
059715                     WS-SECWAIT-STATUS
059720             GO TO 9999-ABEND
059725     END-WRITE.
059730     ADD 1 TO WS-WAIT-COUNT.
059735     MOVE WS-WAIT-COUNT TO WS-WTL-SUB.
059740     MOVE SWT-KEY TO WS-WT-KEY(WS-WTL-SUB).
059745     MOVE "W"     TO WS-WT-STATE(WS-WTL-SUB).
059750     MOVE "N"     TO WS-WT-ORIGIN(WS-WTL-SUB).
059755     IF WS-USE-COUNT > ZERO
059760         PERFORM 3300-LOG-WAIVERS THRU 3300-EXIT
059765     END-IF.
059770     PERFORM 3710-FIND-POSITION THRU 3710-EXIT.
059775     STRING "WAITLISTED - POSITION " DELIMITED BY SIZE
059780            WS-QUEUE-POSITION        DELIMITED BY SIZE
059785         INTO WS-MD-DISPOSITION.
059790     MOVE "W" TO WS-TX-STATE(WS-TRX-SUB).
059795     ADD 1 TO WS-WAITLISTED-COUNT.
059800     MOVE "ENRWTL" TO AUD-RESULT.
059805     PERFORM 2650-AUDIT-TRAN THRU 2650-EXIT.
059810     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
059815 3700-EXIT.
059820     EXIT.
059825
059830*----------------------------------------------------------*
059835* 3710-FIND-POSITION - A WAITING ROW'S PLACE IN ITS QUEUE IS*
059840* ONE MORE THAN THE ROWS OF THE SAME SECTION STILL WAITING  *
059845* AHEAD OF IT.                                              *
059850*----------------------------------------------------------*
059855 3710-FIND-POSITION.
059860     MOVE ZERO TO WS-QUEUE-POSITION.
059865     PERFORM 3720-COUNT-AHEAD THRU 3720-EXIT
059870         VARYING WS-OTH-SUB FROM 1 BY 1
059875         UNTIL WS-OTH-SUB > WS-WTL-SUB.
059880 3710-EXIT.
059885     EXIT.
059890
059895 3720-COUNT-AHEAD.
059900     IF WS-WT-WAITING(WS-OTH-SUB)
059905             AND WS-WT-SECTION-KEY(WS-OTH-SUB)
059910                 = WS-WT-SECTION-KEY(WS-WTL-SUB)
059915         ADD 1 TO WS-QUEUE-POSITION
059920     END-IF.
059925 3720-EXIT.
059930     EXIT.
059935
059940*----------------------------------------------------------*
059945* 5000-LIST-QUEUES - ONCE THE PROMOTIONS AND THE DAY'S ADDS *
059950* HAVE LANDED, EVERY STUDENT STILL WAITING FOR A SECTION    *
059955* WHOSE QUEUE MOVED TODAY PRINTS WITH THEIR CURRENT PLACE.  *
059960*----------------------------------------------------------*
059965 5000-LIST-QUEUES.
059970     PERFORM 5100-LIST-ONE-WAITING THRU 5100-EXIT
059975         VARYING WS-WTL-SUB FROM 1 BY 1
059980         UNTIL WS-WTL-SUB > WS-WAIT-COUNT.
059985 5000-EXIT.
059990     EXIT.
059995
060000 5100-LIST-ONE-WAITING.
060005     IF NOT WS-WT-WAITING(WS-WTL-SUB)
060010         GO TO 5100-EXIT
060015     END-IF.
060020     MOVE "N" TO WS-QUEUE-MOVED-SW.
060025     PERFORM 5110-CHECK-QUEUE-MOVED THRU 5110-EXIT
060030         VARYING WS-OTH-SUB FROM 1 BY 1
060035         UNTIL WS-QUEUE-MOVED OR WS-OTH-SUB > WS-WAIT-COUNT.
060040     IF NOT WS-QUEUE-MOVED
060045         GO TO 5100-EXIT
060050     END-IF.
060055     PERFORM 3710-FIND-POSITION THRU 3710-EXIT.
060060     STRING "WAITLIST POSITION " DELIMITED BY SIZE
060065            WS-QUEUE-POSITION    DELIMITED BY SIZE
060070         INTO WS-MD-DISPOSITION.
060075     MOVE "Q" TO WS-MD-ACTION.
060080     PERFORM 3690-PRINT-WAIT-LINE THRU 3690-EXIT.
060085 5100-EXIT.
060090     EXIT.
060095
060100 5110-CHECK-QUEUE-MOVED.
060105     IF WS-WT-SECTION-KEY(WS-OTH-SUB)
060110                 = WS-WT-SECTION-KEY(WS-WTL-SUB)
060115             AND (WS-WT-NEW(WS-OTH-SUB)
060120                  OR NOT WS-WT-WAITING(WS-OTH-SUB))
060125         SET WS-QUEUE-MOVED TO TRUE
060130     END-IF.
060135 5110-EXIT.
060140     EXIT.
060145
060500*----------------------------------------------------------*
060600* 6000-TRIM-TERM-ROLL - AFTER THE DROPS AND ADDS HAVE ALL   *
060700* LANDED, A STUDENT WHOSE APPLIED DROP LEFT ZERO SUBJECTS   *
065000     MOVE "A" TO WS-TX-STATE(WS-TRX-SUB).
065100     ADD 1 TO WS-APPLIED-COUNT.
065200     ADD WS-TX-STU-NUMBER(WS-TRX-SUB) TO WS-CTL-HASH.
065210     IF WS-TX-ACTION(WS-TRX-SUB) = "A"
065220         MOVE "ENRADD" TO AUD-RESULT
065230     ELSE
065240         MOVE "ENRDRP" TO AUD-RESULT
065250     END-IF.
065260     PERFORM 2650-AUDIT-TRAN THRU 2650-EXIT.
065300     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
065400 2600-EXIT.
065500     EXIT.
065504
065508*----------------------------------------------------------*
065512* 2650-AUDIT-TRAN - AN AUDIT-LOG ROW FOR AN APPLIED OR      *
065516* WAITLISTED TRANSACTION: THE STUDENT, TERM AND SUBJECT,    *
065520* AND THE OPERATOR WHO KEYED IT.  THE CALLER LOADS THE      *
065524* RESULT CODE.                                              *
065528*----------------------------------------------------------*
065532 2650-AUDIT-TRAN.
065536     MOVE WS-TX-STU-NUMBER(WS-TRX-SUB) TO AUD-STU-NUMBER.
065540     MOVE WS-TX-TERM(WS-TRX-SUB)       TO AUD-TERM.
065544     MOVE WS-TX-SUBJ-CODE(WS-TRX-SUB)  TO AUD-DETAIL.
065548     MOVE WS-TX-OPERATOR(WS-TRX-SUB)   TO AUD-OPERATOR.
065552     PERFORM 2660-WRITE-AUDIT-ROW THRU 2660-EXIT.
065556 2650-EXIT.
065560     EXIT.
065564
065568 2660-WRITE-AUDIT-ROW.
065572     MOVE ZERO        TO AUD-GWA.
065576     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
065580     MOVE WS-RUN-TIME TO AUD-RUN-TIME.
065584     MOVE SPACES      TO AUD-REASON.
065588     WRITE AUDIT-RECORD.
065592 2660-EXIT.
065596     EXIT.
065600
065700*----------------------------------------------------------*
065800* 2700-REJECT-TRAN - THE CALLER LOADS THE DISPOSITION       *
067200     MOVE WS-TX-SUBJ-CODE(WS-TRX-SUB)  TO WS-MD-SUBJ.
067300     MOVE WS-TX-SECTION(WS-TRX-SUB)    TO WS-MD-SECTION.
067400     MOVE WS-TX-TERM(WS-TRX-SUB)       TO WS-MD-TERM.
067450     MOVE WS-TX-OPERATOR(WS-TRX-SUB)   TO WS-MD-OPERATOR.
067500     MOVE WS-MAINT-DETAIL TO PRT-DETAIL-LINE.
067600     MOVE SPACES TO WS-MD-DISPOSITION WS-MD-OPERATOR.
067700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
067800 2800-EXIT.
067900     EXIT.
068700     EXIT.
068800
068900     COPY PRTFMT.
068910
068920     COPY HOLDCHK.
068930
068940     COPY OPRCHK.
069000
069100*----------------------------------------------------------*
069200* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
072100     PERFORM 8900-WRITE-CONTROL-TOTAL THRU 8900-EXIT.
072200     MOVE WS-APPLIED-COUNT  TO WS-SUM-APPLIED.
072300     MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED.
072310     MOVE WS-WAIVED-COUNT   TO WS-SUM-WAIVED.
072311     MOVE WS-WAITLISTED-COUNT TO WS-SUM-WAITLISTED.
072312     MOVE WS-PROMOTED-COUNT   TO WS-SUM-PROMOTED.
072400     MOVE SPACES TO PRT-DETAIL-LINE.
072500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072600     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
072700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072710     MOVE WS-SUMMARY-LINE-2 TO PRT-DETAIL-LINE.
072720     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072800     CLOSE NEW-SECT-ENROLL-FILE.
072850     CLOSE ENROLLMENT-FILE.
072900     CLOSE STUDENT-MASTER.
072910     CLOSE HOLD-MASTER.
072920     CLOSE PREREQ-MASTER.
072930     CLOSE WAIVER-LOG-FILE.
072940     CLOSE SECTION-WAIT-FILE.
073000     CLOSE CURRICULUM-MASTER.
073100     CLOSE SECTION-MASTER.
073150     CLOSE TERM-MASTER.
073160     CLOSE OPERATOR-MASTER.
073170     CLOSE AUDIT-FILE.
073200     CLOSE REPORT-FILE.
073300 9000-EXIT.
073400     EXIT.
