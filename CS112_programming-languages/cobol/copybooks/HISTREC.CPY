000830*   2026-09-02  MC  HIS-STUDENT-DATA 211->307 FOR THE            *
000840*                   STRUCTURED-NAME AND CONTACT FIELDS ON        *
000850*                   STUDREC (RECORD LENGTH 225->321).            *
000860*   2026-10-15  MC  HIS-STUDENT-DATA 307->315 FOR THE GRADUATION *
000870*                   BLOCK ON STUDREC (RECORD LENGTH 321->329).   *
000880*                   EXISTING ROWS ARE WIDENED BY STUGCONV.       *
000900*================================================================*
001000 01  STUDENT-HISTORY-RECORD.
001100     05  HIS-ARCHIVE-DATE            PIC 9(08).
001200     05  HIS-LAST-TERM               PIC X(06).
001300     05  HIS-STUDENT-DATA.
001400         10  HIS-STU-NUMBER          PIC 9(09).
001500         10  FILLER                  PIC X(306).
