002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002300*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002310*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31         *
002320*                    BYTES WITH THE PAY CATEGORY.                *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
010000     02  ITR-INSTRUCTOR-ID       PIC X(05).
010100     02  ITR-NAME                PIC X(22).
010200     02  ITR-DEPARTMENT          PIC 9(02).
010210     02  ITR-CATEGORY            PIC X(02).
010300
010400 01  HEADING-LINE-1.
010500     02  FILLER                  PIC X(44)   VALUE
017100         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
017200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
017300     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
017400     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
017500     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
017600     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
017700     MOVE VSIO-OPEN TO VSIO-COMMAND.
