000700* AGAINST STUDENT-MASTER.  THE FIELDS AFTER THE ACTION CODE      *
000800* MATCH THE SECTION-ENROLLMENT RECORD ORDER (NUMBER, SUBJECT,    *
000900* SECTION, TERM).                                                *
000910*                                                                *
000920* MOD-LOG                                                        *
000930*   2026-10-15  MC  ADDED ENX-OPERATOR - THE OPERATOR ID OF THE  *
000940*                   CLERK WHO KEYED THE TRANSACTION, CHECKED     *
000950*                   AGAINST OPERATOR-MASTER (RECORD 25->33).     *
001000*================================================================*
001100 01  ENROLL-TRAN-RECORD.
001200     05  ENX-ACTION                  PIC X(01).
001600     05  ENX-SUBJ-CODE               PIC X(06).
001700     05  ENX-SECTION                 PIC X(03).
001800     05  ENX-TERM                    PIC X(06).
001900     05  ENX-OPERATOR                PIC X(08).
