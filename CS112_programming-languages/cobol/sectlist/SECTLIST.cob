001930*   2026-09-02  MC  CLASS-LIST LINES NOW PRINT THE STRUCTURED    *
001940*                   MASTER NAME IN THE SHARED LAST, FIRST        *
001950*                   MIDDLE FORM (NAMFMT).                        *
001960*   2026-10-15  MC  SEEDED AN ENG101 SECTION SO THE ENROLLMENT   *
001970*                   MAINTENANCE PREREQUISITE SAMPLES HAVE A      *
001980*                   SECTION TO ADD INTO.                         *
001981*   2026-10-15  MC  THE SECTION MASTER NOW CARRIES STRUCTURED    *
001982*                   MEETING DAYS AND TIMES; THE CLASS-LIST       *
001983*                   HEADING PRINTS THEM IN THE USUAL "MWF        *
001984*                   0800-0900" FORM (SCHFMT).  SEEDED A MATH01   *
001985*                   SECTION THAT CLASHES WITH CS101 B IN RM102.  *
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SECTLIST.
011400 WORKING-STORAGE SECTION.
011500     COPY PRTCTL.
011550     COPY NAMWREC.
011560     COPY SCHWREC.
011600
011700 01  WS-FILE-STATUSES.
011800     05  WS-PARM-STATUS              PIC X(02) VALUE "00".
016000* SEED DATA - SECTION MASTER ROWS LOADED ON A RUN WHERE NO       *
016100* SECMAST EXISTS, SO EVERY ENROLLMENT ROW CAN BE EXPLAINED TO A  *
016200* CHAIR.  SECTION B OF CS101 SEATS ONLY TWO ON PURPOSE SO THE    *
016300* CAPACITY CHECK HAS AN OVERFLOW TO REFUSE.  MATH01 B MEETS IN   *
016310* RM102 OVER THE LAST HALF-HOUR OF CS101 B ON PURPOSE, SO THE    *
016320* ROOM REPORT HAS A DOUBLE BOOKING AND ENROLLMENT MAINTENANCE    *
016330* HAS A TIME CONFLICT TO REFUSE.  DAYS ARE POSITIONAL, MON-SUN.  *
016400*--------------------------------------------------------------*
016500 01  WS-SEC-SEED-VALUES.
016600     05  FILLER PIC X(33) VALUE
016700         "CS101 A  M W F  08000900RM101 040".
016800     05  FILLER PIC X(33) VALUE
016900         "CS101 B   T H   09001030RM102 002".
017000     05  FILLER PIC X(33) VALUE
017100         "MATH01A  M W F  10001100RM201 040".
017110     05  FILLER PIC X(33) VALUE
017120         "ENG101A   T H   13001430RM103 040".
017130     05  FILLER PIC X(33) VALUE
017140         "MATH01B   T H   10001130RM102 040".
017200
017300 01  WS-SEC-SEED-TABLE REDEFINES WS-SEC-SEED-VALUES.
017400     05  WS-SC-ENTRY OCCURS 5 TIMES.
017500         10  WS-SC-ROW               PIC X(33).
017600
017700*--------------------------------------------------------------*
020700 01  WS-SECTION-HEAD-2.
020800     05  FILLER                      PIC X(10)
020900         VALUE "SCHEDULE: ".
021000     05  WS-SH-SCHEDULE              PIC X(20).
021100     05  FILLER                      PIC X(09)
021200         VALUE "   ROOM: ".
021300     05  WS-SH-ROOM                  PIC X(06).
033300         GO TO 9999-ABEND
033400     END-IF.
033500     PERFORM 1260-WRITE-SECTION-ROW THRU 1260-EXIT
033600         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
033700     CLOSE SECTION-MASTER.
033800 1250-EXIT.
033900     EXIT.
050800     MOVE WS-SECTION-HEAD-1 TO PRT-DETAIL-LINE.
050900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051000     MOVE SPACES        TO PRT-DETAIL-LINE.
051010     MOVE SEC-MEETING   TO WS-SCH-MEETING.
051020     PERFORM 8500-FORMAT-SCHEDULE THRU 8500-EXIT.
051100     MOVE WS-PRINT-SCHEDULE TO WS-SH-SCHEDULE.
051200     MOVE SEC-ROOM      TO WS-SH-ROOM.
051300     MOVE SEC-CAPACITY  TO WS-SH-CAPACITY.
051400     MOVE WS-SECTION-HEAD-2 TO PRT-DETAIL-LINE.
058800     COPY PRTFMT.
058850
058860     COPY NAMFMT.
058870
058880     COPY SCHFMT.
058900
059000*----------------------------------------------------------*
059100* 8900-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S CONTROL      *
