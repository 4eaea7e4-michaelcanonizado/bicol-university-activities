000100*================================================================*
000200* SNTREC.CPY                                                     *
000300* SMS-SENT RECORD - ONE ROW PER STANDING OR LAPSING-INCOMPLETE   *
000400* MESSAGE ALREADY HANDED TO THE SMS GATEWAY, KEYED STUDENT,      *
000500* MESSAGE TYPE AND REFERENCE (THE STANDING'S AS-OF TERM, OR THE  *
000600* INCOMPLETE'S SUBJECT AND TERM), SO SMSNOTE TEXTS EACH STUDENT  *
000700* ONCE PER EVENT INSTEAD OF EVERY NIGHT THE CONDITION HOLDS.     *
000800* A MESSAGE REFUSED FOR A BAD CONTACT NUMBER IS NOT RECORDED     *
000900* HERE, SO IT GOES OUT THE NIGHT THE NUMBER IS FIXED.            *
001000*================================================================*
001100 01  SMS-SENT-RECORD.
001200     05  SNT-KEY.
001300         10  SNT-STU-NUMBER          PIC 9(09).
001400         10  SNT-MSG-TYPE            PIC X(03).
001500         10  SNT-REFERENCE           PIC X(12).
001600     05  SNT-SENT-DATE               PIC 9(08).
