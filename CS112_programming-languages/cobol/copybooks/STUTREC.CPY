000830*   2026-09-02  MC  STRUCTURED LAST/FIRST/MIDDLE NAME AND NEW    *
000840*                   ADDRESS/CONTACT FIELDS, MATCHING STUDREC     *
000850*                   (RECORD LENGTH 29->125).                     *
000860*   2026-10-15  MC  ADDED STX-OPERATOR - THE OPERATOR ID OF THE  *
000870*                   CLERK WHO KEYED THE TRANSACTION, CHECKED     *
000880*                   AGAINST OPERATOR-MASTER (RECORD 125->133).   *
000900*================================================================*
001000 01  STUDENT-TRAN-RECORD.
001100     05  STX-ACTION                  PIC X(01).
002000     05  STX-BDAY-YEAR               PIC 9999.
002100     05  STX-ADDRESS                 PIC X(40).
002200     05  STX-CONTACT-NO              PIC X(11).
002300     05  STX-OPERATOR                PIC X(08).
