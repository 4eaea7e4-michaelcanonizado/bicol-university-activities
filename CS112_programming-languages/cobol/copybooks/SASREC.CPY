000100*================================================================*
000200* SASREC.CPY                                                     *
000300* SECTION-ASSIGNMENT RECORD - THE INSTRUCTOR (FAC-ID ON FACMAST) *
000400* ASSIGNED TO TEACH ONE SECTION OF THE SECTION MASTER IN ONE     *
000500* TERM, MAINTAINED FROM THE DEPARTMENT CHAIRS' TRANSACTIONS BY   *
000600* FACASGN.  THE KEY RUNS SUBJECT, TERM, THEN SECTION, SO THE     *
000700* GRADE-SHEET STEP CAN WALK EVERY SECTION OF A SUBJECT IN A TERM *
000800* WITH ONE START TO SEE WHETHER A SHEET'S FACULTY TEACHES IT.    *
000900*================================================================*
001000 01  SECTION-ASSIGN-RECORD.
001100     05  SAS-KEY.
001200         10  SAS-SUBJ-CODE           PIC X(06).
001300         10  SAS-TERM                PIC X(06).
001400         10  SAS-SECTION             PIC X(03).
001500     05  SAS-FAC-ID                  PIC X(06).
001600     05  SAS-CHAIR-ID                PIC X(06).
001700     05  SAS-DATE-ASSIGNED           PIC 9(08).
