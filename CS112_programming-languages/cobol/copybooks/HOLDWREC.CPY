000100*================================================================*
000200* HOLDWREC.CPY                                                   *
000300* WORKING-STORAGE FIELDS FOR THE SHARED HOLD CHECK (SEE          *
000400* HOLDCHK.CPY).  THE CALLING PROGRAM LOADS WS-HOLD-STU-NUMBER    *
000500* AND PICKS UP WS-HOLD-FOUND, THE FIRST OPEN HOLD'S TYPE AND     *
000600* OFFICE, AND A READY-MADE REASON TEXT FOR ITS EXCEPTION OR      *
000700* REGISTER LINE ("ON HOLD (LIB) - SEE LIBRARY").                 *
000800*================================================================*
000900 01  WS-HOLD-CHECK-WORK.
001000     05  WS-HOLD-STU-NUMBER          PIC 9(09)   VALUE ZERO.
001100     05  WS-HOLD-FOUND-SW            PIC X(01)   VALUE "N".
001200         88  WS-HOLD-FOUND               VALUE "Y".
001300     05  WS-HOLD-SCAN-SW             PIC X(01)   VALUE "N".
001400         88  WS-HOLD-SCAN-DONE           VALUE "Y".
001500     05  WS-HOLD-TYPE                PIC X(03)   VALUE SPACES.
001600     05  WS-HOLD-OFFICE              PIC X(08)   VALUE SPACES.
001700     05  WS-HOLD-REASON              PIC X(30)   VALUE SPACES.
