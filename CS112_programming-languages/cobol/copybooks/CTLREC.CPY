002796*               HASH=SUM OF STANDING-ROW STUDENT NUMBERS.        *
002797*   DUPMERGE    READ=CONFIRMED PAIRS, WRITTEN=PAIRS MERGED,      *
002798*               HASH=SUM OF SURVIVING NUMBERS MERGED.            *
002799*   ACTPOST     READ=POSTING ROWS READ, WRITTEN=ROWS POSTED,     *
002800*               HASH=SUM OF POSTED STUDENT NUMBERS.              *
002801*   HOLDMNT     READ=HOLD TRANSACTIONS READ, WRITTEN=APPLIED,    *
002802*               HASH=SUM OF APPLIED STUDENT NUMBERS.             *
002803*   HOLDLIST    READ=HOLD-MASTER ROWS READ, WRITTEN=OPEN HOLDS   *
002804*               LISTED, HASH=SUM OF LISTED STUDENT NUMBERS.      *
002805*   WAIVLIST    READ=WAIVER-LOG ROWS READ, WRITTEN=THE TERM'S    *
002806*               WAIVERS LISTED, HASH=SUM OF THEIR NUMBERS.       *
002807*   ROOMUTIL    READ=SECTION-MASTER ROWS READ, WRITTEN=SECTIONS  *
002808*               PLACED ON A ROOM GRID, HASH=SUM OF THEIR SEAT    *
002809*               CAPACITIES.                                      *
002810*   WAITLIST    READ=SECTION-WAITLIST ROWS READ, WRITTEN=THE     *
002811*               TERM'S WAITING STUDENTS LISTED, HASH=SUM OF      *
002812*               THEIR NUMBERS.                                   *
002813*   FACASGN     READ=ASSIGNMENT TRANSACTIONS READ, WRITTEN=      *
002814*               APPLIED, HASH=SUM OF THE SEAT CAPACITIES OF      *
002815*               THE SECTIONS THEY TOUCHED.                       *
002816*   FACLOAD     READ=SECTION-ASSIGNMENT ROWS READ, WRITTEN=THE   *
002817*               TERM'S SECTIONS LISTED, HASH=SUM OF THEIR        *
002818*               ENROLLMENT.                                      *
002819*   GSHPREP     READ=SENFILE ROWS READ, WRITTEN=BLANK SHEET      *
002820*               ROWS WRITTEN, HASH=SUM OF THEIR STUDENT          *
002821*               NUMBERS.                                         *
002822*   SMSNOTE     READ=NOTIFICATION EVENTS CONSIDERED, WRITTEN=    *
002823*               SMS MESSAGES WRITTEN, HASH=SUM OF THEIR STUDENT  *
002824*               NUMBERS (SAME COUNT AND HASH AS THE SMSFILE      *
002825*               TRAILER).                                        *
002826*   GWAVERFY    READ=GRADE ROWS RECOMPUTED, WRITTEN=GWA DRIFTS   *
002827*               REPORTED, HASH=SUM OF THE DRIFTED STUDENT        *
002828*               NUMBERS.  ANY DRIFT ENDS THE STEP RC=8.          *
002829*   CHEDSTAT    READ=ENROLLMENT ROWS READ, WRITTEN=STATISTICS    *
002830*               DETAIL ROWS, HASH=SUM OF THE COUNTED STUDENT     *
002831*               NUMBERS (SAME HASH AS THE STSFILE TRAILER).      *
002832*   GRADCLR     READ=CLEARANCE CANDIDATES READ, WRITTEN=         *
002833*               STUDENTS MARKED GRADUATED, HASH=SUM OF THEIR     *
002834*               STUDENT NUMBERS.                                 *
002835*   OPRMNT      READ=OPERATOR TRANSACTIONS READ, WRITTEN=        *
002836*               APPLIED, HASH=ZERO (OPERATOR IDS ARE NOT         *
002837*               NUMBERS).                                        *
002838*   OPRACTV     READ=AUDIT-LOG ROWS READ, WRITTEN=ROWS REPORTED  *
002839*               FOR THE PERIOD, HASH=SUM OF THEIR STUDENT        *
002840*               NUMBERS.                                         *
002841*   REASSESS    READ=STUDENTS COMPARED, WRITTEN=ADJUSTMENT ROWS  *
002842*               (DEBITS AND CREDITS), HASH=SUM OF THEIR STUDENT  *
002843*               NUMBERS (SAME COUNT AND HASH AS THE ADJFILE      *
002844*               TRAILER).                                        *
002845*   COMPACT     READ=GWAHIST ROWS BEFORE, WRITTEN=GWAHIST ROWS   *
002846*               KEPT, HASH=SUM OF THE KEPT ROWS' STUDENT         *
002847*               NUMBERS.  THE ROWS MOVED TO HISTORY AND THE      *
002848*               FOUR-FILE TOTALS ARE PROVED ON CMPRPT.  THE ROW  *
002849*               GOES ON THE END OF THE REBUILT CTLFILE.          *
002850*   INTEGCHK    READ=ROWS CHECKED ACROSS ALL THIRTEEN FILES,     *
002851*               WRITTEN=ORPHANS FOUND, HASH=SUM OF THE           *
002852*               ORPHANS' STUDENT NUMBERS (ZERO FOR SECMAST,      *
002853*               PREQMAST AND SECASGN ROWS).                      *
002860*                                                                *
002900* THE HASH TOTAL IS A SUM OF 9-DIGIT STUDENT NUMBERS; HIGH-ORDER *
003000* OVERFLOW PAST 13 DIGITS IS DISCARDED ON BOTH SIDES OF EVERY    *
003100* COMPARE, WHICH IS WHAT MAKES IT A HASH AND NOT A COUNT.        *
