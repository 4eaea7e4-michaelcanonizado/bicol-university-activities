000100*================================================================*
000200* CMPPREC.CPY                                                    *
000300* COMPACTION PARM RECORD - TELLS COMPACT WHETHER THIS STEP ONLY  *
000400* CHECKS THAT THE NIGHTLY SUITE IS NOT MARKED STARTED (CHECK) OR *
000500* COMPACTS THE FILES (COMPACT).                                  *
000600*================================================================*
000700 01  COMPACT-PARM-RECORD.
000800     05  PARM-CMP-FUNC               PIC X(07).
000900         88  PARM-FUNC-CHECK             VALUE "CHECK  ".
001000         88  PARM-FUNC-COMPACT           VALUE "COMPACT".
