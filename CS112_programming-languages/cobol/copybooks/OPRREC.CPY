000100*================================================================*
000200* OPRREC.CPY                                                     *
000300* OPERATOR-MASTER RECORD - ONE ROW PER OPERATOR ID ALLOWED TO    *
000400* KEY MAINTENANCE TRANSACTIONS (STUDENT, ENROLLMENT, GRADE       *
000500* CORRECTION, MERGE, AND OPERATOR MAINTENANCE ITSELF).  EACH     *
000600* AUTHORITY FLAG IS Y OR N; THE FLAGS ARE ALSO ADDRESSABLE AS A  *
000700* TABLE IN THE ORDER OF THE TRANSACTION TYPE CODES IN            *
000800* OPRWREC.CPY.  A REVOKED OPERATOR STAYS ON FILE SO THE AUDIT    *
000900* TRAIL CAN STILL NAME THEM.  GRADE CORRECTION AND MERGE         *
001000* AUTHORITY GO TO REGISTRY STAFF ONLY.  MAINTAINED ONLY BY THE   *
001100* OPERATOR MAINTENANCE STEP (OPRMNT); READ THROUGH THE SHARED    *
001200* OPERATOR CHECK (OPRCHK.CPY) BY EVERY MAINTENANCE STEP.         *
001300*================================================================*
001400 01  OPERATOR-RECORD.
001500     05  OPR-ID                      PIC X(08).
001600     05  OPR-NAME                    PIC X(30).
001700     05  OPR-OFFICE                  PIC X(08).
001800         88  OPR-REGISTRY                VALUE "REGISTRY".
001900     05  OPR-STATUS                  PIC X(01).
002000         88  OPR-ACTIVE                  VALUE "A".
002100         88  OPR-REVOKED                 VALUE "R".
002200     05  OPR-AUTH-FLAGS.
002300         10  OPR-AUTH-STU-ADD        PIC X(01).
002400         10  OPR-AUTH-STU-CHANGE     PIC X(01).
002500         10  OPR-AUTH-STU-DELETE     PIC X(01).
002600         10  OPR-AUTH-ENR-ADD        PIC X(01).
002700         10  OPR-AUTH-ENR-DROP       PIC X(01).
002800         10  OPR-AUTH-GRADE-CORR     PIC X(01).
002900         10  OPR-AUTH-MERGE          PIC X(01).
003000         10  OPR-AUTH-OPR-MAINT      PIC X(01).
003100     05  OPR-AUTH-TABLE REDEFINES OPR-AUTH-FLAGS.
003200         10  OPR-AUTH-FLAG           PIC X(01) OCCURS 8 TIMES.
003300             88  OPR-AUTHORIZED          VALUE "Y".
003400     05  OPR-DATE-UPDATED            PIC 9(08).
003500     05  OPR-UPDATED-BY              PIC X(08).
