000100*================================================================*
000200* PREQREC.CPY                                                    *
000300* PREREQUISITE-MASTER RECORD - ONE ROW PER SUBJECT PER SUBJECT   *
000400* IT REQUIRES, KEYED ON THE PAIR SO A SUBJECT MAY NAME AS MANY   *
000500* PREREQUISITES AS THE CURRICULUM DEMANDS.  BOTH CODES JOIN BACK *
000600* TO CURRICULUM-MASTER.  A PREREQUISITE IS MET BY A PASSING      *
000700* NUMERIC GRADE ON GRDFILE (AN INC OR DRP NEVER COUNTS); ONE     *
000800* FLAGGED CONCURRENT IS ALSO MET BY HOLDING THE PREREQUISITE IN  *
000900* THE SAME TERM.  READ BY THE ENROLLMENT MAINTENANCE STEP        *
001000* (ENRMAINT) ON EVERY ADD.                                       *
001100*================================================================*
001200 01  PREREQ-RECORD.
001300     05  PRQ-KEY.
001400         10  PRQ-SUBJ-CODE           PIC X(06).
001500         10  PRQ-PREREQ-CODE         PIC X(06).
001600     05  PRQ-CONCURRENT-FLAG         PIC X(01).
001700         88  PRQ-CONCURRENT-OK           VALUE "Y".
