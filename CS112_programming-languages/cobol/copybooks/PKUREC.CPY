000100*================================================================*
000200* PKUREC.CPY                                                     *
000300* DOCUMENT-PICKUP RECORD - ONE ROW PER CERTIFICATE OF ENROLLMENT *
000400* (PRACTICE2) OR REQUESTED TRANSCRIPT OF RECORDS (TRANSCRP)      *
000500* PRINTED AND WAITING AT THE REGISTRAR'S WINDOW.  THE PRINT      *
000600* STEPS APPEND TO THE FILE; THE NIGHTLY SMS STEP TEXTS EACH      *
000700* STUDENT AND THE FILE IS SCRATCHED ONCE THAT STEP ENDS CLEAN.   *
000800*================================================================*
000900 01  PICKUP-RECORD.
001000     05  PKU-STU-NUMBER              PIC 9(09).
001100     05  PKU-DOC-TYPE                PIC X(01).
001200         88  PKU-CERTIFICATE             VALUE "C".
001300         88  PKU-TRANSCRIPT              VALUE "T".
001400     05  PKU-TERM                    PIC X(06).
001500     05  PKU-READY-DATE              PIC 9(08).
