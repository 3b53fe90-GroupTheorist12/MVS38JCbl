001700*   COL  2-8   STUDENT ID                                       *
001800*   COL  9     HOLD TYPE 'F' FINANCIAL, 'D' DISCIPLINARY,       *
001900*              'L' LIBRARY, 'A' ADVISING                        *
001910*              'S' ACADEMIC SUSPENSION (PLACED BY STNDPOST;     *
001920*              A RELEASE CARD REINSTATES THE STUDENT)           *
001930*              'F' HOLDS ARE ALSO PLACED AND RELEASED           *
001940*              NIGHTLY BY FINHOLD FROM ARBAL                    *
002000*   COL 10-39  REASON TEXT (PLACE ONLY)                         *
002100*   COL 40-47  PLACING OPERATOR ID                              *
002200*                                                                 *
002600* MODIFICATION HISTORY.                                          *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   09/02/2026 JM    ORIGINAL PROGRAM.                           *
002810*   10/15/2026 JM    HOLD TYPE 'S' ACADEMIC SUSPENSION ADDED.   *
002820*                    STNDPOST PLACES IT; RELEASE IT HERE.       *
002830*   10/15/2026 JM    NOTE ADDED THAT FINHOLD MANAGES 'F'        *
002840*                    HOLDS FROM ARBAL EACH NIGHT.               *
002900* ************************************************************* *
003000
003100 ENVIRONMENT DIVISION.
005500         88  AC-RELEASE                  VALUE 'R'.
005600     02  AC-STUDENT-ID           PIC X(07).
005700     02  AC-HOLD-TYPE            PIC X(01).
005800         88  AC-VALID-HOLD-TYPE          VALUE 'F' 'D' 'L' 'A'
005810                                         'S'.
005900     02  AC-REASON               PIC X(30).
006000     02  AC-OPERATOR-ID          PIC X(08).
006100     02  FILLER                  PIC X(33).
