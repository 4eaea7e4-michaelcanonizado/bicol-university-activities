000200* PROGRAM:     STRUCTURES                                       *
000300* PURPOSE:     LOAD AND MAINTAIN THE BICOL UNIVERSITY STUDENT    *
000400*              ROSTER IN A PERSISTENT, KEYED STUDENT-MASTER      *
000500*              FILE; COMPUTE AGE/SCHOLARSHIP ELIGIBILITY; AND    *
000600*              PRINT THE ROSTER SORTED BY NAME AND BY BIRTHDATE. *
000700*              ACTIVITY POINTS ARE POSTED BY ACTPOST.            *
000800*                                                                *
000900* MOD-LOG                                                        *
001000*   2025-01-10  MC  ORIGINAL - IN-MEMORY OCCURS TABLE ONLY.      *
001570*                   SEEDS, THE NAME SORT (LAST THEN FIRST) AND   *
001580*                   THE ROSTER LINES, WHICH NOW PRINT THE        *
001590*                   SHARED LAST, FIRST MIDDLE FORM (NAMFMT).    *
001591*   2026-10-15  MC  DROPPED THE SEED ACTIVITY TABLE AND THE      *
001592*                   ACTIVITY TALLY; MODERATORS' BATCHES ARE NOW  *
001593*                   POSTED BY ACTPOST, WHICH ALSO WRITES THE     *
001594*                   ACTIVITY EXCEPTIONS REPORT.  ACTMAST IS      *
001595*                   STILL SEEDED HERE ON A FIRST RUN.            *
001596*   2026-10-15  MC  SEEDED STUDENTS START WITH A BLANK           *
001597*                   GRADUATION BLOCK.                            *
001600*================================================================*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. STRUCTURES.
003450         RECORD KEY IS ACT-CODE
003460         FILE STATUS IS WS-ACTMAST-STATUS.
003470
003492     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
003493         ORGANIZATION IS LINE SEQUENTIAL
003494         FILE STATUS IS WS-CTLFILE-STATUS.
005330     LABEL RECORDS ARE STANDARD.
005340     COPY ACTREC.
005350
005373 FD  CONTROL-TOTAL-FILE
005374     LABEL RECORDS ARE OMITTED.
005375     COPY CTLREC.
009000
009100 01  WS-SUBSCRIPTS.
009200     05  WS-SUB                      PIC 99 VALUE ZERO.
009400
009500 01  WS-SYSTEM-DATE.
009600     05  WS-SYS-YEAR                 PIC 9999.
009700     05  WS-SYS-MONTH                PIC 99.
009800     05  WS-SYS-DAY                  PIC 99.
009900
009977*--------------------------------------------------------------*
009978* CONTROL TOTALS FOR THE BALANCING STEP - ROSTER RECORDS        *
009979* RELEASED TO THE NAME SORT, NAME-ROSTER LINES PRINTED, AND THE *
011810         10  WS-SEED-ADDRESS         PIC X(40).
011820         10  WS-SEED-CONTACT-NO      PIC X(11).
011900
013610*--------------------------------------------------------------*
013620* SEED DATA - ACTIVITY REFERENCE MASTER ROWS LOADED ON A RUN    *
013630* WHERE NO ACTMAST EXISTS, SO EVERY CODE ACTPOST POSTS CAN BE  *
013640* EXPLAINED TO THE AWARDS COMMITTEE.  CATEGORY CODES: S SPORTS, *
013650* C CULTURAL, A ACADEMIC-ORG, V COMMUNITY SERVICE.  THE LAST    *
013660* FIVE BYTES ARE THE CATEGORY'S PER-SEMESTER POINT CAP (999V99).*
019900     MOVE "N"                        TO STU-ELIGIBLE-SW.
020000     MOVE ZERO                       TO STU-ACT-COUNT.
020100     MOVE ZERO                       TO STU-TOTAL-POINTS.
020110     MOVE SPACES                     TO STU-GRAD-DATA.
020200     PERFORM 2200-VALIDATE-SEX THRU 2200-EXIT.
020300     IF WS-SEX-VALID
020400         WRITE STUDENT-RECORD
023695     EXIT.

023700* 3000-UPDATE-ROSTER - SEQUENTIAL UPDATE PASS OVER           *
023800* STUDENT-MASTER: COMPUTE AGE/ELIGIBILITY FOR EACH STUDENT, *
023900* THEN REWRITE THE RECORD.                                   *
024000*----------------------------------------------------------*
024100 3000-UPDATE-ROSTER.
024200     MOVE "N" TO WS-EOF-SW.
024300     OPEN I-O STUDENT-MASTER.
024310     PERFORM 1900-CHECK-STUDMAST-STATUS THRU 1900-EXIT.
024400     PERFORM 3900-READ-NEXT-STUDENT THRU 3900-EXIT.
024500     PERFORM 3100-PROCESS-ONE-STUDENT THRU 3100-EXIT
024600         UNTIL WS-EOF.
024700     CLOSE STUDENT-MASTER.
024800 3000-EXIT.
024900     EXIT.
025000
025100 3100-PROCESS-ONE-STUDENT.
025200     PERFORM 3200-COMPUTE-AGE-ELIGIBILITY THRU 3200-EXIT.
025400     REWRITE STUDENT-RECORD.
025500     PERFORM 3900-READ-NEXT-STUDENT THRU 3900-EXIT.
025600 3100-EXIT.
029200 3900-EXIT.
029300     EXIT.
029400
032000*----------------------------------------------------------*
032100* 5000-PRINT-SORTED-ROSTERS - SORT THE ROSTER ONE WAY FOR     *
032200* THE OFFICIAL CLASS LIST (BY NAME) AND ANOTHER WAY FOR THE  *
