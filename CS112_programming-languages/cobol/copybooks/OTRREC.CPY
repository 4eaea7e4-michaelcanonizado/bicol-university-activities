000100*================================================================*
000200* OTRREC.CPY                                                     *
000300* OPERATOR TRANSACTION RECORD - ONE ADD, CHANGE OR REVOKE FROM   *
000400* THE REGISTRAR'S OFFICE, APPLIED AGAINST OPERATOR-MASTER BY THE *
000500* OPERATOR MAINTENANCE STEP (OPRMNT).  OTX-OPERATOR IS THE       *
000600* OPERATOR SUBMITTING THE CHANGE AND MUST HOLD OPERATOR          *
000700* MAINTENANCE AUTHORITY; NOBODY MAINTAINS THEIR OWN ROW.  THE    *
000800* AUTHORITY FLAGS ARE Y/N IN THE ORDER OF OPRREC.CPY; A REVOKE   *
000900* NEEDS ONLY THE ID.                                             *
001000*================================================================*
001100 01  OPERATOR-TRAN-RECORD.
001200     05  OTX-ACTION                  PIC X(01).
001300         88  OTX-ADD                     VALUE "A".
001400         88  OTX-CHANGE                  VALUE "C".
001500         88  OTX-REVOKE                  VALUE "R".
001600     05  OTX-OPR-ID                  PIC X(08).
001700     05  OTX-OPR-NAME                PIC X(30).
001800     05  OTX-OPR-OFFICE              PIC X(08).
001900     05  OTX-AUTH-FLAGS              PIC X(08).
002000     05  OTX-OPERATOR                PIC X(08).
