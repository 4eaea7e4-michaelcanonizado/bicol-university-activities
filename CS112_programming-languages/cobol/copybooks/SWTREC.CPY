000100*================================================================*
000200* SWTREC.CPY                                                     *
000300* SECTION-WAITLIST RECORD - ONE ROW PER STUDENT QUEUED FOR A     *
000400* FULL SECTION.  THE ENROLLMENT MAINTENANCE STEP (ENRMAINT)      *
000500* QUEUES AN ADD THAT FINDS THE SECTION AT CAPACITY, AND WHEN A   *
000600* DROP FREES A SEAT IT PROMOTES THE FIRST STUDENT STILL WAITING  *
000700* AND DELETES THE ROW.  THE KEY RUNS SUBJECT, SECTION, TERM,     *
000800* THEN THE DATE AND TIME THE ADD WAS QUEUED, SO A KEYED PASS     *
000900* OVER ONE SECTION RETURNS ITS QUEUE IN FIRST-COME ORDER; THE    *
001000* STUDENT NUMBER ENDS THE KEY ONLY TO KEEP IT UNIQUE.            *
001100*================================================================*
001200 01  SECTION-WAIT-RECORD.
001300     05  SWT-KEY.
001400         10  SWT-SUBJ-CODE           PIC X(06).
001500         10  SWT-SECTION             PIC X(03).
001600         10  SWT-TERM                PIC X(06).
001700         10  SWT-WAIT-DATE           PIC 9(08).
001800         10  SWT-WAIT-TIME           PIC 9(08).
001900         10  SWT-STU-NUMBER          PIC 9(09).
