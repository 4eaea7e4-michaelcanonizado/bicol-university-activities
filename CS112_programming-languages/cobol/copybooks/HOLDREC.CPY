000100*================================================================*
000200* HOLDREC.CPY                                                    *
000300* HOLD-MASTER RECORD - ONE ROW PER HOLD AN OFFICE HAS PLACED ON  *
000400* A STUDENT (UNRETURNED LIBRARY BOOKS, AN UNPAID ACCOUNT, A      *
000500* DISCIPLINE CASE, A REGISTRAR DEFICIENCY).  KEYED ON STUDENT    *
000600* NUMBER PLUS HOLD TYPE, SO A STUDENT MAY CARRY ONE HOLD OF EACH *
000700* TYPE AT ONCE.  A HOLD IS OPEN UNTIL THE PLACING OFFICE LIFTS   *
000800* IT.  THE LIFTED ROW STAYS ON FILE UNTIL A HOLD OF THE SAME     *
000850* TYPE IS PLACED AGAIN, WHICH OVERWRITES IT AND ITS DATES.       *
000900* MAINTAINED ONLY BY THE HOLD MAINTENANCE STEP (HOLDMNT); READ   *
001000* THROUGH THE SHARED HOLD CHECK (HOLDCHK.CPY) BY EVERY STEP THAT *
001100* ISSUES A DOCUMENT OR TAKES AN ENROLLMENT.                      *
001200*================================================================*
001300 01  HOLD-RECORD.
001400     05  HLD-KEY.
001500         10  HLD-STU-NUMBER          PIC 9(09).
001600         10  HLD-TYPE                PIC X(03).
001700             88  HLD-TYPE-VALID          VALUE "LIB" "ACC"
001800                                               "DIS" "REG".
001900     05  HLD-OFFICE                  PIC X(08).
002000     05  HLD-DATE-PLACED             PIC 9(08).
002100     05  HLD-DATE-LIFTED             PIC 9(08).
002200         88  HLD-OPEN                    VALUE ZERO.
002300     05  HLD-REMARKS                 PIC X(30).
