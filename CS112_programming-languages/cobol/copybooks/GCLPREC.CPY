000100*================================================================*
000200* GCLPREC.CPY                                                    *
000300* GRADUATION-CLEARANCE PARM RECORD - CONTROL RECORD FOR THE      *
000400* GRADUATION RUN (GRADCLR): THE TERM THE CANDIDATES GRADUATE IN  *
000500* (A TERMMAST TERM, SAME FORMAT AS ENR-TERM), THE CUMULATIVE GWA *
000600* EACH LATIN HONOR REQUIRES, AND WHETHER A FAILING GRADE         *
000700* ANYWHERE ON THE RECORD DISQUALIFIES A GRADUATE FROM HONORS.    *
000800* THE CUTOFFS MUST DESCEND SUMMA, MAGNA, CUM LAUDE.              *
000900*================================================================*
001000 01  GRAD-CLEARANCE-PARM-RECORD.
001100     05  PARM-GRAD-TERM              PIC X(06).
001200     05  PARM-SUMMA-CUTOFF           PIC 999V99.
001300     05  PARM-MAGNA-CUTOFF           PIC 999V99.
001400     05  PARM-CUM-LAUDE-CUTOFF       PIC 999V99.
001500     05  PARM-NO-FAIL-SW             PIC X(01).
001600         88  PARM-NO-FAIL-RULE           VALUE "Y".
001700         88  PARM-NO-FAIL-VALID          VALUE "Y" "N".
