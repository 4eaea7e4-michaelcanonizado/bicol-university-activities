000700* EVERY FILE THAT CARRIES THE RETIRING NUMBER AND ARCHIVES ITS   *
000800* MASTER RECORD, SO NOTHING OF THE DUPLICATE PERSON SURVIVES     *
000900* EXCEPT UNDER THE ONE TRUE NUMBER.                              *
000910*                                                                *
000920* MOD-LOG                                                        *
000930*   2026-10-15  MC  ADDED MRG-OPERATOR - THE OPERATOR ID THAT    *
000940*                   KEYED THE MERGE, CHECKED AGAINST             *
000950*                   OPERATOR-MASTER (RECORD 18->26).             *
001000*================================================================*
001100 01  MERGE-TRAN-RECORD.
001200     05  MRG-SURVIVOR-NUMBER         PIC 9(09).
001300     05  MRG-RETIRING-NUMBER         PIC 9(09).
001400     05  MRG-OPERATOR                PIC X(08).
