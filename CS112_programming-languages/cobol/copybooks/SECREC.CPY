000600* ROOM THE CHAIRS KEEP ASKING FOR, AND THE SEAT CAPACITY THE     *
000700* CLASS-LIST STEP ENFORCES - NO SECTION EVER LISTS MORE BODIES   *
000800* THAN THE ROOM HOLDS.                                           *
000810*                                                                *
000820* THE MEETING IS HELD AS REAL FIELDS, NOT FREE TEXT, SO TWO      *
000830* SECTIONS CAN BE TESTED FOR OVERLAP: ONE FLAG PER WEEKDAY       *
000840* (POSITION 1-7 = MON TUE WED THU FRI SAT SUN, CARRYING THE      *
000850* LETTER M T W H F S U ON A MEETING DAY AND A SPACE OTHERWISE)   *
000860* AND A 24-HOUR HHMM START AND END.  NO DAYS AND ZERO TIMES      *
000870* MEANS THE SCHEDULE IS STILL TO BE ANNOUNCED.  SEE BUSECCNV FOR *
000880* THE ONE-TIME CONVERSION OF THE OLD X(15) SCHEDULE TEXT.        *
000900*================================================================*
001000 01  SECTION-RECORD.
001100     05  SEC-KEY.
001200         10  SEC-SUBJ-CODE           PIC X(06).
001300         10  SEC-SECTION             PIC X(03).
001400     05  SEC-MEETING.
001410         10  SEC-MEET-DAYS.
001420             15  SEC-MEET-DAY OCCURS 7 TIMES
001425                                     PIC X(01).
001430                 88  SEC-DAY-OFF         VALUE SPACE.
001440         10  SEC-START-TIME          PIC 9(04).
001450         10  SEC-END-TIME            PIC 9(04).
001500     05  SEC-ROOM                    PIC X(06).
001600     05  SEC-CAPACITY                PIC 9(03).
