002192*                   ARITHMETIC ON THE TERM STRING, SO A SUMMER   *
002193*                   TERM COUNTS; THE ARCPARM TERM IS VALIDATED   *
002194*                   AGAINST THE MASTER.                          *
002195*   2026-10-15  MC  A GRADUATED STUDENT (STU-GRADUATED, SET BY   *
002196*                   GRADCLR) IS AN ALUMNUS, NOT A DROP-OUT - IT  *
002197*                   IS NEVER ARCHIVED BY THE ABSENCE RULE OR     *
002198*                   FLAGGED FOR REVIEW; IT IS RETAINED AND       *
002199*                   COUNTED AS ALUMNI.                           *
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ARCHIVER.
012000     05  WS-ARCHIVED-COUNT           PIC 9(05) VALUE ZERO.
012100     05  WS-RETAINED-COUNT           PIC 9(05) VALUE ZERO.
012200     05  WS-CANDIDATE-COUNT          PIC 9(05) VALUE ZERO.
012210     05  WS-ALUMNI-COUNT             PIC 9(05) VALUE ZERO.
012300
012400 01  WS-COMPARE-KEYS.
012500     05  WS-ROSTER-KEY               PIC 9(09) VALUE ZERO.
017400     05  FILLER           PIC X(21)
017500         VALUE "  RESTORE CANDIDATES:".
017600     05  WS-SUM-CANDIDATE PIC ZZZZ9.
017610     05  FILLER           PIC X(10) VALUE "  ALUMNI:".
017620     05  WS-SUM-ALUMNI    PIC ZZZZ9.
017700
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
039000*----------------------------------------------------------*
039100* 2200-JUDGE-MATCHED-STUDENT - ROLL THIS STUDENT'S          *
039200* ENROLLMENT ROWS INTO THE LATEST TERM SEEN, THEN ARCHIVE   *
039300* OR RETAIN BY HOW MANY TERMS AGO THAT WAS.  A GRADUATE IS  *
039310* RETAINED AS AN ALUMNUS WHATEVER THE ABSENCE.              *
039400*----------------------------------------------------------*
039500 2200-JUDGE-MATCHED-STUDENT.
039600     MOVE ZERO   TO WS-LAST-SEQ.
039750     MOVE "N"    TO WS-BAD-TERM-SW.
039800     PERFORM 2300-ROLL-ONE-ENROLLMENT THRU 2300-EXIT
039900         UNTIL WS-ENROLL-KEY NOT = WS-ROSTER-KEY.
039901     IF STU-GRADUATED
039902         PERFORM 2600-RETAIN-ALUMNUS THRU 2600-EXIT
039903         PERFORM 1400-READ-ROSTER THRU 1400-EXIT
039904         GO TO 2200-EXIT
039905     END-IF.
039910     IF WS-BAD-TERM
039920         ADD 1 TO WS-RETAINED-COUNT
039930         MOVE "BAD ENROLL TERM - REVIEW" TO WS-AD-DISPOSITION
042600* EVIDENCE OF N-TERM ABSENCE - A JUST-ADDED REGISTRANT OR A *
042610* SHORT ENROLLMENT EXTRACT LOOKS EXACTLY THE SAME - SO THE  *
042620* STUDENT IS RETAINED AND FLAGGED FOR THE REGISTRAR TO      *
042630* REVIEW, NEVER PURGED ON ZERO EVIDENCE.  A GRADUATE NEEDS  *
042640* NO REVIEW AND IS RETAINED AS AN ALUMNUS.                  *
042700*----------------------------------------------------------*
042800 2400-JUDGE-UNENROLLED-STUDENT.
042900     MOVE ZERO   TO WS-LAST-SEQ.
043000     MOVE SPACES TO WS-LAST-TERM.
043010     IF STU-GRADUATED
043020         PERFORM 2600-RETAIN-ALUMNUS THRU 2600-EXIT
043030     ELSE
043050         ADD 1 TO WS-RETAINED-COUNT
043100         MOVE "NEVER ENROLLED - REVIEW" TO WS-AD-DISPOSITION
043150         PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT
043160     END-IF.
043200     PERFORM 1400-READ-ROSTER THRU 1400-EXIT.
043300 2400-EXIT.
043400     EXIT.
046600     END-IF.
046700 2510-EXIT.
046800     EXIT.
046810
046820*----------------------------------------------------------*
046830* 2600-RETAIN-ALUMNUS - A GRADUATE LEFT THE ENROLLMENT FILE *
046840* BY FINISHING, NOT BY DROPPING OUT; KEEP THE MASTER RECORD *
046850* AND REGISTER IT WITH THE GRADUATION TERM.                 *
046860*----------------------------------------------------------*
046870 2600-RETAIN-ALUMNUS.
046880     ADD 1 TO WS-ALUMNI-COUNT.
046890     MOVE SPACES TO WS-AD-DISPOSITION.
046891     STRING "ALUMNUS - GRAD " DELIMITED BY SIZE
046892            STU-GRAD-TERM     DELIMITED BY SIZE
046893            INTO WS-AD-DISPOSITION.
046894     PERFORM 2800-PRINT-REGISTER-LINE THRU 2800-EXIT.
046895 2600-EXIT.
046896     EXIT.
046900
047000*----------------------------------------------------------*
047100* 3000-ARCHIVE-STUDENT - COPY THE FULL MASTER IMAGE TO THE  *
051900     MOVE WS-ARCHIVED-COUNT  TO WS-SUM-ARCHIVED.
052000     MOVE WS-RETAINED-COUNT  TO WS-SUM-RETAINED.
052100     MOVE WS-CANDIDATE-COUNT TO WS-SUM-CANDIDATE.
052110     MOVE WS-ALUMNI-COUNT    TO WS-SUM-ALUMNI.
052200     MOVE SPACES TO PRT-DETAIL-LINE.
052300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
052400     MOVE WS-SUMMARY-LINE TO PRT-DETAIL-LINE.
