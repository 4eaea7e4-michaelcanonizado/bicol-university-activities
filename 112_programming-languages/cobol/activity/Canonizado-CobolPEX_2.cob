001720*                   BREAK (STUDENT + TERM), ADDED THE TERM TO    *
001730*                   THE REPORT, AND WROTE A PER-STUDENT PER-TERM *
001740*                   GWA HISTORY ROW AT FINALIZE TIME.            *
001750*   2026-10-15  MC  THE AUDIT ROW NOW CARRIES THE TERM IT        *
001760*                   DECIDES (AUD-TERM).                          *
001770*   2026-10-15  MC  THE AUDIT ROW'S NEW OPERATOR AND DETAIL      *
001780*                   FIELDS ARE LEFT BLANK - A GWA DECISION IS    *
001790*                   THE BATCH'S OWN, NOT AN OPERATOR'S.          *
001800*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. PRACTICE3.
035100     MOVE WS-RUN-DATE        TO AUD-RUN-DATE.
035200     MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
035250     MOVE SPACES             TO AUD-REASON.
035260     MOVE WS-PREV-TERM       TO AUD-TERM.
035270     MOVE SPACES             TO AUD-OPERATOR AUD-DETAIL.
035300     WRITE AUDIT-RECORD.
035400 3300-EXIT.
035500     EXIT.
