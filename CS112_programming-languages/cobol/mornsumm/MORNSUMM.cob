000900*              WITH ITS READ/WRITTEN COUNTS - A STEP WITH NO     *
001000*              CONTROL ROW STANDS OUT AS NEVER HAVING RUN - THEN *
001100*              TOTALS THE EXCEPTION FILES BY SOURCE (SEXRPT,     *
001200*              ACTEXRPT, EDITRPT, CERTEXC, SECEXRPT, SMSEXC)     *
001300*              WITH THE FIRST FEW DETAIL LINES OF EACH, SO THE   *
001400*              MORNING QUESTION "DID THE NIGHT RUN CLEAN" IS     *
001500*              ANSWERED ON ONE PAGINATED REPORT.                 *
001600*                                                                *
001700* MOD-LOG                                                        *
001800*   2026-09-02  MC  ORIGINAL.                                    *
001810*   2026-10-15  MC  ACTPOST (MODERATOR ACTIVITY POSTING) ADDED   *
001820*                   TO THE SUITE STEP LIST.                      *
001830*   2026-10-15  MC  HOLDMNT AND HOLDLIST (STUDENT HOLDS) ADDED   *
001840*                   TO THE SUITE STEP LIST.                      *
001850*   2026-10-15  MC  PROGRAM TABLE RAISED TO 60 ENTRIES - THE     *
001860*                   SUITE HAS OUTGROWN THE ORIGINAL 30.          *
001870*   2026-10-15  MC  SMSNOTE (OUTBOUND SMS) ADDED TO THE SUITE    *
001880*                   STEP LIST; ITS SMSEXC CONTACT-NUMBER         *
001890*                   EXCEPTIONS ADDED AS A SOURCE.                *
001895*   2026-10-15  MC  GWAVERFY ADDED TO THE SUITE STEP LIST.       *
001896*   2026-10-15  MC  WEEKLY INTEGRITY SWEEP (INTEGCHK) LINE AND   *
001897*                   ITS ORPHAN TOTAL ADDED.                      *
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. MORNSUMM.
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SOURCE-STATUS.
005300
005310     SELECT OPTIONAL SMS-EXCEPTIONS ASSIGN TO "SMSEXC"
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS WS-SOURCE-STATUS.
005340
005400     SELECT REPORT-FILE ASSIGN TO "MORNRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
008000     LABEL RECORDS ARE OMITTED.
008100 01  SEC-EXCEPTION-LINE              PIC X(80).
008200
008210 FD  SMS-EXCEPTIONS
008220     LABEL RECORDS ARE OMITTED.
008230 01  SMS-EXCEPTION-LINE              PIC X(80).
008240
008300 FD  REPORT-FILE
008400     LABEL RECORDS ARE OMITTED.
008500 01  REPORT-LINE                     PIC X(132).
010700 01  WS-COUNTERS.
010800     05  WS-TOTAL-EXCEPTIONS         PIC 9(07) VALUE ZERO.
010900     05  WS-STEPS-MISSING            PIC 9(03) VALUE ZERO.
010910     05  WS-ORPHAN-TOTAL             PIC 9(07) VALUE ZERO.
011000
011100*--------------------------------------------------------------*
011200* LAST CONTROL RECORD SEEN PER PROGRAM - THE WHOLE CTLFILE IS   *
011300* FOLDED INTO THIS TABLE, THE SAME WAY THE BALANCING STEP DOES. *
011310* CTLFILE IS NEVER SCRATCHED, SO THE TABLE MUST HOLD EVERY      *
011320* PROGRAM THAT HAS EVER WRITTEN A CONTROL ROW - 38 TODAY, WITH  *
011330* HEADROOM.                                                     *
011400*--------------------------------------------------------------*
011500 01  WS-PROGRAM-COUNT                PIC 99 VALUE ZERO.
011600 01  WS-PROGRAM-TABLE.
011700     05  WS-PGM-ENTRY OCCURS 60 TIMES.
011800         10  WS-PGM-NAME             PIC X(10).
011900         10  WS-PGM-RUN-DATE         PIC 9(08).
012000         10  WS-PGM-RUN-TIME         PIC 9(06).
013000     05  FILLER PIC X(10) VALUE "STUBACKP".
013100     05  FILLER PIC X(10) VALUE "REGEDIT".
013200     05  FILLER PIC X(10) VALUE "STRUCTURES".
013250     05  FILLER PIC X(10) VALUE "ACTPOST".
013300     05  FILLER PIC X(10) VALUE "STUMAINT".
013400     05  FILLER PIC X(10) VALUE "PRACTICE3".
013450     05  FILLER PIC X(10) VALUE "GWAVERFY".
013500     05  FILLER PIC X(10) VALUE "DEANLIST".
013600     05  FILLER PIC X(10) VALUE "GRDSTATS".
013700     05  FILLER PIC X(10) VALUE "INCAGING".
013800     05  FILLER PIC X(10) VALUE "PROBFLAG".
013900     05  FILLER PIC X(10) VALUE "RECONCIL".
014000     05  FILLER PIC X(10) VALUE "DUPFIND".
014010     05  FILLER PIC X(10) VALUE "HOLDMNT".
014020     05  FILLER PIC X(10) VALUE "HOLDLIST".
014100     05  FILLER PIC X(10) VALUE "PRACTICE2".
014200     05  FILLER PIC X(10) VALUE "SECTLIST".
014300     05  FILLER PIC X(10) VALUE "ELIGEXTR".
014310     05  FILLER PIC X(10) VALUE "SMSNOTE".
014400
014500 01  WS-STEP-LIST REDEFINES WS-STEP-LIST-VALUES.
014600     05  WS-STEP-NAME OCCURS 19 TIMES
014700                                     PIC X(10).
014800
014900*--------------------------------------------------------------*
019600     05  FILLER            PIC X(25)
019700         VALUE "  STEPS MISSING CONTROL:".
019800     05  WS-SUM-MISSING    PIC ZZ9.
019810     05  FILLER            PIC X(11) VALUE "  ORPHANS:".
019820     05  WS-SUM-ORPHANS    PIC ZZZZZZ9.
019900
020000 PROCEDURE DIVISION.
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-LOAD-CONTROL-TABLE THRU 2000-EXIT.
020400     PERFORM 3000-REPORT-SUITE-STEPS THRU 3000-EXIT.
020410     PERFORM 3500-REPORT-INTEGRITY-SWEEP THRU 3500-EXIT.
020500     PERFORM 4000-REPORT-EXCEPTIONS THRU 4000-EXIT.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     STOP RUN.
025600         VARYING WS-SUB FROM 1 BY 1
025700         UNTIL WS-SUB > WS-PROGRAM-COUNT.
025800     IF NOT WS-FOUND
025900         IF WS-PROGRAM-COUNT < 60
026000             ADD 1 TO WS-PROGRAM-COUNT
026100             MOVE WS-PROGRAM-COUNT TO WS-SUB
026200             MOVE CTL-PROGRAM      TO WS-PGM-NAME(WS-SUB)
030100 3000-REPORT-SUITE-STEPS.
030200     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
030300         VARYING WS-STEP-SUB FROM 1 BY 1
030400         UNTIL WS-STEP-SUB > 19.
030500 3000-EXIT.
030600     EXIT.
030700
033600 3110-EXIT.
033700     EXIT.
033800
033802*----------------------------------------------------------*
033804* 3500-REPORT-INTEGRITY-SWEEP - THE WEEKLY SWEEP IS NOT A   *
033806* NIGHTLY STEP, SO IT HAS ITS OWN LINE: ITS LAST CONTROL    *
033808* ROW, WRITTEN = ORPHANS FOUND.  NEVER HAVING RUN IS SHOWN  *
033810* BUT NOT COUNTED AS A MISSING STEP.                        *
033812*----------------------------------------------------------*
033814 3500-REPORT-INTEGRITY-SWEEP.
033816     MOVE SPACES TO PRT-DETAIL-LINE.
033818     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
033820     MOVE "WEEKLY INTEGRITY SWEEP" TO PRT-DETAIL-LINE.
033822     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
033824     MOVE "N" TO WS-FOUND-SW.
033826     PERFORM 3510-SCAN-FOR-SWEEP THRU 3510-EXIT
033828         VARYING WS-SUB FROM 1 BY 1
033830         UNTIL WS-FOUND OR WS-SUB > WS-PROGRAM-COUNT.
033832     MOVE SPACES TO PRT-DETAIL-LINE.
033834     IF WS-FOUND
033836         SUBTRACT 1 FROM WS-SUB
033838         MOVE "INTEGCHK"                TO WS-SD-PGM
033840         MOVE WS-PGM-RUN-DATE(WS-SUB)   TO WS-SD-RUN-DATE
033842         MOVE WS-PGM-RUN-TIME(WS-SUB)   TO WS-SD-RUN-TIME
033844         MOVE WS-PGM-READ(WS-SUB)       TO WS-SD-READ
033846         MOVE WS-PGM-WRITTEN(WS-SUB)    TO WS-SD-WRITTEN
033848         MOVE WS-PGM-WRITTEN(WS-SUB)    TO WS-ORPHAN-TOTAL
033850         IF WS-ORPHAN-TOTAL = ZERO
033852             MOVE "NO ORPHANS"          TO WS-SD-STATUS
033854         ELSE
033856             MOVE "ORPHANS ON INTRPT"   TO WS-SD-STATUS
033858         END-IF
033860         MOVE WS-STEP-DETAIL            TO PRT-DETAIL-LINE
033862     ELSE
033864         MOVE "INTEGCHK"                TO WS-MD-PGM
033866         MOVE WS-MISSING-DETAIL         TO PRT-DETAIL-LINE
033868     END-IF.
033870     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
033872 3500-EXIT.
033874     EXIT.
033876
033878 3510-SCAN-FOR-SWEEP.
033880     IF WS-PGM-NAME(WS-SUB) = "INTEGCHK"
033882         SET WS-FOUND TO TRUE
033884     END-IF.
033886 3510-EXIT.
033888     EXIT.
033890
033900*----------------------------------------------------------*
034000* 4000-REPORT-EXCEPTIONS - ONE SECTION PER EXCEPTION FILE:  *
034100* ITS LINE COUNT AND THE FIRST FEW DETAIL LINES, SO THE BAD *
035100     PERFORM 4300-READ-EDIT-EXCEPTIONS THRU 4300-EXIT.
035200     PERFORM 4400-READ-CERT-EXCEPTIONS THRU 4400-EXIT.
035300     PERFORM 4500-READ-SEC-EXCEPTIONS THRU 4500-EXIT.
035310     PERFORM 4600-READ-SMS-EXCEPTIONS THRU 4600-EXIT.
035400 4000-EXIT.
035500     EXIT.
035600
046300     PERFORM 4920-TALLY-SOURCE-LINE THRU 4920-EXIT.
046400 4510-EXIT.
046500     EXIT.
046505
046510 4600-READ-SMS-EXCEPTIONS.
046515     MOVE "SMSEXC" TO WS-SRC-NAME.
046520     PERFORM 4900-RESET-SOURCE THRU 4900-EXIT.
046525     OPEN INPUT SMS-EXCEPTIONS.
046530     PERFORM 4930-CHECK-SOURCE-STATUS THRU 4930-EXIT.
046535     PERFORM 4610-READ-ONE THRU 4610-EXIT
046540         UNTIL WS-SRC-EOF.
046545     CLOSE SMS-EXCEPTIONS.
046550     PERFORM 4950-PRINT-SOURCE-SUMMARY THRU 4950-EXIT.
046555 4600-EXIT.
046560     EXIT.
046565
046570 4610-READ-ONE.
046575     READ SMS-EXCEPTIONS
046580         AT END
046585             SET WS-SRC-EOF TO TRUE
046590             GO TO 4610-EXIT
046595     END-READ.
046600     MOVE SMS-EXCEPTION-LINE TO WS-SRC-BUFFER.
046605     PERFORM 4920-TALLY-SOURCE-LINE THRU 4920-EXIT.
046610 4610-EXIT.
046615     EXIT.
046620
046700 4900-RESET-SOURCE.
046800     MOVE "N"  TO WS-SRC-EOF-SW.
046900     MOVE ZERO TO WS-SRC-COUNT.
052400 9000-TERMINATE.
052500     MOVE WS-TOTAL-EXCEPTIONS TO WS-SUM-EXCEPT.
052600     MOVE WS-STEPS-MISSING    TO WS-SUM-MISSING.
052610     MOVE WS-ORPHAN-TOTAL     TO WS-SUM-ORPHANS.
052700     MOVE SPACES TO PRT-DETAIL-LINE.
052800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
052900     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
053000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
053100     CLOSE REPORT-FILE.
053200     DISPLAY "MORNSUMM: EXCEPTIONS=" WS-TOTAL-EXCEPTIONS
053300             " STEPS MISSING CONTROL=" WS-STEPS-MISSING
053310             " ORPHANS=" WS-ORPHAN-TOTAL.
053400 9000-EXIT.
053500     EXIT.
053600
