000100*================================================================*
000200* SMSREC.CPY                                                     *
000300* OUTBOUND SMS NOTIFICATION RECORD - THE FIXED-FORMAT FILE THE   *
000400* CAMPUS SMS GATEWAY LOADS EACH NIGHT: ONE HEADER ROW (RUN DATE  *
000500* AND TIME), ONE DETAIL ROW PER MESSAGE (STUDENT NUMBER, THE     *
000600* CONTACT NUMBER FROM STUDMAST, MESSAGE TYPE AND TEXT), AND ONE  *
000700* TRAILER ROW WITH THE RECORD COUNT AND THE HASH TOTAL OF        *
000800* STUDENT NUMBERS, THE SAME CONTROL THE ELIGFILE AND BILLFILE    *
000900* INTERFACES CARRY.                                              *
001000*================================================================*
001100 01  SMS-NOTIFY-RECORD.
001200     05  SMS-REC-TYPE                PIC X(01).
001300         88  SMS-HEADER                  VALUE "H".
001400         88  SMS-DETAIL                  VALUE "D".
001500         88  SMS-TRAILER                 VALUE "T".
001600     05  SMS-DATA                    PIC X(143).
001700     05  SMS-HEADER-DATA REDEFINES SMS-DATA.
001800         10  SMS-HDR-RUN-DATE        PIC 9(08).
001900         10  SMS-HDR-RUN-TIME        PIC 9(06).
002000         10  FILLER                  PIC X(129).
002100     05  SMS-DETAIL-DATA REDEFINES SMS-DATA.
002200         10  SMS-DET-STU-NUMBER      PIC 9(09).
002300         10  SMS-DET-CONTACT-NO      PIC X(11).
002400         10  SMS-DET-MSG-TYPE        PIC X(03).
002500             88  SMS-MSG-PROBATION       VALUE "PRB".
002600             88  SMS-MSG-DISMISSAL       VALUE "DSR".
002700             88  SMS-MSG-INC-LAPSE       VALUE "INC".
002800             88  SMS-MSG-CERT-READY      VALUE "CRT".
002900             88  SMS-MSG-TOR-READY       VALUE "TOR".
003000         10  SMS-DET-MSG-TEXT        PIC X(120).
003100     05  SMS-TRAILER-DATA REDEFINES SMS-DATA.
003200         10  SMS-TRL-REC-COUNT       PIC 9(07).
003300         10  SMS-TRL-HASH-TOTAL      PIC 9(13).
003400         10  FILLER                  PIC X(123).
