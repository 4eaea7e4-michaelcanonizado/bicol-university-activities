000100*================================================================*
000200* SCHWREC.CPY                                                    *
000300* WORKING-STORAGE FIELDS FOR THE SHARED SCHEDULE-FORMATTING      *
000400* PARAGRAPH (SEE SCHFMT.CPY).  THE CALLING PROGRAM MOVES A       *
000500* SECTION'S SEC-MEETING GROUP INTO WS-SCH-MEETING (SAME LAYOUT)  *
000600* AND PICKS UP THE READABLE "MWF 0800-0900" FORM FROM            *
000700* WS-PRINT-SCHEDULE.                                             *
000800*================================================================*
000900 01  WS-SCHEDULE-FORMAT-WORK.
001000     05  WS-SCH-MEETING.
001100         10  WS-SCH-DAYS.
001200             15  WS-SCH-DAY OCCURS 7 TIMES
001250                                     PIC X(01).
001300         10  WS-SCH-START            PIC 9(04)   VALUE ZERO.
001400         10  WS-SCH-END              PIC 9(04)   VALUE ZERO.
001500     05  WS-SCH-DAY-SUB              PIC 99      VALUE ZERO.
001600     05  WS-SCH-PTR                  PIC 99      VALUE ZERO.
001700     05  WS-SCH-DAY-TEXT             PIC X(10)   VALUE SPACES.
001800     05  WS-PRINT-SCHEDULE           PIC X(20)   VALUE SPACES.
001900     05  WS-SCH-DAY-NAME-VALUES      PIC X(14)
002000         VALUE "M T W THF S SU".
002100     05  WS-SCH-DAY-NAME-TABLE REDEFINES WS-SCH-DAY-NAME-VALUES.
002200         10  WS-SCH-DAY-NAME OCCURS 7 TIMES
002250                                     PIC X(02).
