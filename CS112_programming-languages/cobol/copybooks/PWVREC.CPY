000100*================================================================*
000200* PWVREC.CPY                                                     *
000300* PREREQUISITE WAIVER RECORD - ONE APPROVED EXCEPTION FROM A     *
000400* DEPARTMENT CHAIR, LETTING ONE STUDENT ADD ONE SUBJECT IN ONE   *
000500* TERM WITHOUT ONE OF ITS PREREQUISITES.  HANDED IN WITH THE     *
000600* COUNTER'S ADD/DROP FILE AND LOADED BY THE ENROLLMENT           *
000700* MAINTENANCE STEP (ENRMAINT); THE CHAIR MUST BE ON FACMAST.     *
000800* A WAIVER IS ONLY USED WHEN THE ADD IT COVERS IS APPLIED, AND   *
000900* EVERY USE IS LOGGED TO PRQWLOG (PWLREC) FOR THE TERM REPORT.   *
001000*================================================================*
001100 01  PREREQ-WAIVER-RECORD.
001200     05  PWV-STU-NUMBER              PIC 9(09).
001300     05  PWV-SUBJ-CODE               PIC X(06).
001400     05  PWV-PREREQ-CODE             PIC X(06).
001500     05  PWV-TERM                    PIC X(06).
001600     05  PWV-CHAIR-ID                PIC X(06).
