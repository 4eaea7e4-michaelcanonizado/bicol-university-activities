000100*================================================================*
000200* BSTREC.CPY                                                     *
000300* BILLED-STATE RECORD - WHAT ACCOUNTING HAS BEEN SENT FOR A      *
000400* STUDENT'S TERM SINCE THE TERM WAS ASSESSED, KEYED STUDENT AND  *
000500* TERM.  REASSESS WRITES OR REWRITES THE ROW EVERY TIME IT SENDS *
000600* AN ADJUSTMENT, SO THE NEXT RUN COMPARES AGAINST THE LAST UNITS *
000700* AND AMOUNT BILLED AND NEVER ADJUSTS THE SAME CHANGE TWICE.     *
000800* THE ASSESSMENT DATE TIES THE ROW TO THE BILLING FILE IT        *
000900* FOLLOWS: WHEN THE TERM IS ASSESSED AGAIN, ROWS CARRYING AN     *
001000* OLDER DATE ARE SUPERSEDED BY THE NEW BILLING FILE.             *
001100*================================================================*
001200 01  BILLED-STATE-RECORD.
001300     05  BST-KEY.
001400         10  BST-STU-NUMBER          PIC 9(09).
001500         10  BST-TERM                PIC X(06).
001600     05  BST-ASSESS-DATE             PIC 9(08).
001700     05  BST-BILLED-UNITS            PIC 9(03)V9.
001800     05  BST-BILLED-AMOUNT           PIC 9(07)V99.
001900     05  BST-LAST-ADJ-DATE           PIC 9(08).
002000     05  BST-ADJ-COUNT               PIC 9(03).
