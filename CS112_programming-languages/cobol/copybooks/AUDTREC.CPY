000450* MOD-LOG                                                        *
000460*   2026-08-22  MC  ADDED AUD-REASON (SPACES ON NORMAL GRADING   *
000470*                   ROWS, FACULTY REASON CODE ON CORRECTIONS).   *
000480*   2026-10-15  MC  ADDED AUD-TERM - THE TERM THE DECISION IS    *
000481*                   FOR, SO A DECISION CAN BE MATCHED TO ITS     *
000482*                   GWA-HISTORY ROW (SPACES ON MERGE ROWS AND ON *
000483*                   ROWS WRITTEN BEFORE THE TERM WAS CARRIED).   *
000484*   2026-10-15  MC  ADDED AUD-OPERATOR - THE OPERATOR ID THAT    *
000485*                   KEYED THE TRANSACTION (SPACES ON NIGHTLY     *
000486*                   GRADING ROWS) - AND AUD-DETAIL, THE SUBJECT  *
000487*                   ON AN ENROLLMENT ROW OR THE OPERATOR ID      *
000488*                   MAINTAINED ON AN OPERATOR ROW.  MAINTENANCE  *
000489*                   ROWS CARRY THEIR OWN RESULT CODES: STUADD/   *
000490*                   STUCHG/STUDEL, ENRADD/ENRDRP/ENRWTL/ENRPRM,  *
000491*                   OPRADD/OPRCHG/OPRREV (RECORD 43->59).        *
000500*================================================================*
000600 01  AUDIT-RECORD.
000700     05  AUD-STU-NUMBER              PIC 9(09).
001000     05  AUD-RUN-DATE                PIC 9(08).
001100     05  AUD-RUN-TIME                PIC 9(06).
001200     05  AUD-REASON                  PIC X(03).
001300     05  AUD-TERM                    PIC X(06).
001400     05  AUD-OPERATOR                PIC X(08).
001500     05  AUD-DETAIL                  PIC X(08).
