000100*================================================================*
000200* OACPREC.CPY                                                    *
000300* OPERATOR-ACTIVITY PARM RECORD - THE AUDIT-LOG RUN DATES THE    *
000400* OPERATOR ACTIVITY REPORT (OPRACTV) COVERS, BOTH ENDS           *
000500* INCLUSIVE.  A ZERO FROM-DATE MEANS FROM THE START OF THE LOG   *
000600* AND A ZERO TO-DATE MEANS THROUGH TODAY; NO PARM AT ALL REPORTS *
000700* THE WHOLE LOG.                                                 *
000800*================================================================*
000900 01  OPR-ACTV-PARM-RECORD.
001000     05  PARM-FROM-DATE              PIC 9(08).
001100     05  PARM-TO-DATE                PIC 9(08).
