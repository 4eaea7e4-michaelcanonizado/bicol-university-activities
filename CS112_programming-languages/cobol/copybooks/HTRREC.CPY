000100*================================================================*
000200* HTRREC.CPY                                                     *
000300* HOLD TRANSACTION RECORD - ONE PLACE OR LIFT FROM AN OFFICE'S   *
000400* DAILY HOLD SHEET, APPLIED AGAINST HOLD-MASTER BY THE HOLD      *
000500* MAINTENANCE STEP (HOLDMNT).  THE OFFICE ON A LIFT MUST BE THE  *
000600* OFFICE THAT PLACED THE HOLD.  A ZERO DATE TAKES THE RUN DATE.  *
000700*================================================================*
000800 01  HOLD-TRAN-RECORD.
000900     05  HTX-ACTION                  PIC X(01).
001000         88  HTX-PLACE                   VALUE "P".
001100         88  HTX-LIFT                    VALUE "L".
001200     05  HTX-STU-NUMBER              PIC 9(09).
001300     05  HTX-TYPE                    PIC X(03).
001400     05  HTX-OFFICE                  PIC X(08).
001500     05  HTX-DATE                    PIC 9(08).
001600     05  HTX-REMARKS                 PIC X(30).
