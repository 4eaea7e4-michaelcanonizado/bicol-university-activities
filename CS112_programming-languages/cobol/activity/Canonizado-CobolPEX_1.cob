000800*              REQUEST - NUMOFLINES COPIES PER STUDENT, FROM THE *
000900*              SAME LINE-PARM CONTROL RECORD AS BEFORE.          *
001000*              REQUESTS FOR STUDENTS NOT ON THE ROSTER OR NOT    *
001100*              ENROLLED THIS TERM, OR WITH AN OPEN HOLD ON       *
001110*              HOLD-MASTER, GO TO THE EXCEPTIONS LIST.           *
001200*                                                                *
001300* MOD-LOG                                                        *
001400*   2025-01-11  MC  ORIGINAL - ACCEPT'D NUMOFLINES FROM CONSOLE. *
002370*                   TABLE AND ITS TABLE-FULL ABEND ARE GONE.     *
002380*   2026-09-02  MC  THE CRTPARM TERM IS VALIDATED AGAINST THE    *
002390*                   SCHOOL-CALENDAR TERM MASTER (TERMMAST).      *
002391*   2026-10-15  MC  A STUDENT WITH AN OPEN HOLD IS REFUSED ONTO  *
002392*                   CERTEXC WITH THE HOLD TYPE AND THE OFFICE    *
002393*                   TO SEE (SHARED HOLD CHECK, HOLDCHK).         *
002394*   2026-10-15  MC  EACH CERTIFICATE PRINTED IS NOTED ON THE     *
002395*                   PICKUP FILE SO THE NIGHTLY SMS STEP CAN TELL *
002396*                   THE STUDENT IT IS READY AT THE WINDOW.       *
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PRACTICE2.
005700     SELECT CERT-EXCEPTIONS ASSIGN TO "CERTEXC"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
005910     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS DYNAMIC
005940         RECORD KEY IS HLD-KEY
005950         FILE STATUS IS WS-HOLDMAST-STATUS.
005960
005970     SELECT OPTIONAL PICKUP-FILE ASSIGN TO "PICKUP"
005980         ORGANIZATION IS LINE SEQUENTIAL
005990         FILE STATUS IS WS-PICKUP-STATUS.
005995
006000     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CTLFILE-STATUS.
009000     LABEL RECORDS ARE OMITTED.
009100     COPY EXCPREC.
009200
009210 FD  HOLD-MASTER
009220     LABEL RECORDS ARE STANDARD.
009230     COPY HOLDREC.
009240
009250 FD  PICKUP-FILE
009260     LABEL RECORDS ARE OMITTED.
009270     COPY PKUREC.
009280
009300 FD  CONTROL-TOTAL-FILE
009400     LABEL RECORDS ARE OMITTED.
009500     COPY CTLREC.
010100 WORKING-STORAGE SECTION.
010200     COPY PRTCTL.
010250     COPY NAMWREC.
010260     COPY HOLDWREC.
010300
010400 01  WS-FILE-STATUSES.
010500     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
010700     05  WS-CERTREQ-STATUS           PIC X(02) VALUE "00".
010800     05  WS-STUDMAST-STATUS          PIC X(02) VALUE "00".
010900     05  WS-ENRFILE-STATUS           PIC X(02) VALUE "00".
010910     05  WS-HOLDMAST-STATUS          PIC X(02) VALUE "00".
010920     05  WS-PICKUP-STATUS            PIC X(02) VALUE "00".
011000     05  WS-CTLFILE-STATUS           PIC X(02) VALUE "00".
011100
011200 01  WS-SWITCHES.
022800                 "STATUS=" WS-STUDMAST-STATUS
022900         GO TO 9999-ABEND
023000     END-IF.
023010     OPEN INPUT HOLD-MASTER.
023020     IF WS-HOLDMAST-STATUS NOT = "00" AND
023030             WS-HOLDMAST-STATUS NOT = "05"
023040         DISPLAY "PRACTICE2: HOLD-MASTER OPEN FAILED, STATUS="
023050                 WS-HOLDMAST-STATUS
023060         GO TO 9999-ABEND
023070     END-IF.
023080     OPEN EXTEND PICKUP-FILE.
023082     IF WS-PICKUP-STATUS NOT = "00" AND
023084             WS-PICKUP-STATUS NOT = "05"
023086         DISPLAY "PRACTICE2: PICKUP OPEN FAILED, STATUS="
023088                 WS-PICKUP-STATUS
023090         GO TO 9999-ABEND
023092     END-IF.
023100     OPEN OUTPUT CERT-EXCEPTIONS.
023200     MOVE SPACES TO EXCEPTION-LINE.
023300     OPEN OUTPUT REPORT-FILE.
040500         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
040600         GO TO 2100-NEXT
040700     END-IF.
040710     MOVE CRQ-STU-NUMBER TO WS-HOLD-STU-NUMBER.
040720     PERFORM 8300-CHECK-HOLDS THRU 8300-EXIT.
040730     IF WS-HOLD-FOUND
040740         MOVE WS-HOLD-REASON TO EXC-REASON
040750         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
040760         GO TO 2100-NEXT
040770     END-IF.
040800     PERFORM 2300-PRINT-COPIES THRU 2300-EXIT.
040810     MOVE CRQ-STU-NUMBER  TO PKU-STU-NUMBER.
040820     MOVE "C"             TO PKU-DOC-TYPE.
040830     MOVE WS-CURRENT-TERM TO PKU-TERM.
040840     MOVE WS-RUN-DATE     TO PKU-READY-DATE.
040850     WRITE PICKUP-RECORD.
040860     IF WS-PICKUP-STATUS NOT = "00"
040870         DISPLAY "PRACTICE2: PICKUP WRITE FAILED, STATUS="
040880                 WS-PICKUP-STATUS
040885         GO TO 9999-ABEND
040890     END-IF.
040900 2100-NEXT.
041000     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
041100 2100-EXIT.
050800     COPY PRTFMT.
050850
050860     COPY NAMFMT.
050870
050880     COPY HOLDCHK.
050900
051000*----------------------------------------------------------*
051100* 9000-TERMINATE - CLOSE EVERY FILE AND REPORT THE PRINT    *
051600     CLOSE REQUEST-FILE.
051700     CLOSE STUDENT-MASTER.
051750     CLOSE ENROLLMENT-FILE.
051760     CLOSE HOLD-MASTER.
051770     CLOSE PICKUP-FILE.
051800     CLOSE CERT-EXCEPTIONS.
051900     CLOSE REPORT-FILE.
052000     DISPLAY "PRACTICE2: CERTIFICATES=" WS-CERT-COUNT
