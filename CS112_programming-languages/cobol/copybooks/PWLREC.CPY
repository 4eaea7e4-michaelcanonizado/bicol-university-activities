000100*================================================================*
000200* PWLREC.CPY                                                     *
000300* WAIVER-USED LOG RECORD - ONE ROW APPENDED TO PRQWLOG BY THE    *
000400* ENROLLMENT MAINTENANCE STEP (ENRMAINT) FOR EVERY PREREQUISITE  *
000500* WAIVER AN APPLIED ADD ACTUALLY USED: THE TERM, THE STUDENT,    *
000600* THE SUBJECT AND SECTION ADDED, THE PREREQUISITE WAIVED, THE    *
000700* APPROVING CHAIR AND THE RUN DATE.  APPEND-ONLY; THE TERM       *
000800* WAIVER REPORT (WAIVLIST) SELECTS ONE TERM'S ROWS.              *
000900*================================================================*
001000 01  WAIVER-LOG-RECORD.
001100     05  PWL-TERM                    PIC X(06).
001200     05  PWL-STU-NUMBER              PIC 9(09).
001300     05  PWL-SUBJ-CODE               PIC X(06).
001400     05  PWL-SECTION                 PIC X(03).
001500     05  PWL-PREREQ-CODE             PIC X(06).
001600     05  PWL-CHAIR-ID                PIC X(06).
001700     05  PWL-DATE-USED               PIC 9(08).
