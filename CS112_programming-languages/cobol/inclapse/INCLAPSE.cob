001920*                   MASTER'S SEQUENCE NUMBERS, SAME AS THE       *
001930*                   AGING REPORT; THE PARM TERM IS VALIDATED     *
001940*                   AGAINST THE MASTER.                          *
001950*   2026-10-15  MC  LAPSE CORRECTIONS ARE KEYED UNDER OPERATOR   *
001960*                   INCLAPSE, WHICH OPERATOR-MASTER MUST CARRY   *
001970*                   WITH GRADE-CORRECTION AUTHORITY FOR THE      *
001980*                   CORRECTION STEP TO APPLY THEM.               *
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. INCLAPSE.
022600* 2200-WRITE-LAPSE-TRAN - THE OLD GRADE IS THE INC ROW'S    *
022700* OWN (ZERO) SO THE CORRECTION STEP'S VERIFICATION STILL    *
022800* PROVES IT IS TOUCHING THE ROW WE SELECTED; REASON LPS     *
022900* MARKS THE AUDIT TRAIL AS AN AUTOMATIC LAPSE, KEYED UNDER  *
022910* THE JOB'S OWN OPERATOR ID, INCLAPSE.                      *
023000*----------------------------------------------------------*
023100 2200-WRITE-LAPSE-TRAN.
023200     MOVE GRD-STU-NUMBER  TO COR-STU-NUMBER.
023500     MOVE GRD-SUBJ-GRADE  TO COR-OLD-GRADE.
023600     MOVE WS-LAPSE-GRADE  TO COR-NEW-GRADE.
023700     MOVE "LPS"           TO COR-REASON-CODE.
023710     MOVE "INCLAPSE"      TO COR-OPERATOR.
023800     WRITE GRADE-CORR-RECORD.
023900     ADD 1 TO WS-LAPSED-COUNT.
024000     ADD GRD-STU-NUMBER TO WS-CTL-HASH.
