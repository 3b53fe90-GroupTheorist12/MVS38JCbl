002000* MODIFICATION HISTORY.                                          *
002100*   DATE       INIT  DESCRIPTION                                 *
002200*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002210*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31         *
002220*                    BYTES WITH THE PAY CATEGORY.                *
002300* ************************************************************* *
002400
002500 ENVIRONMENT DIVISION.
014200     02  ITR-INSTRUCTOR-ID       PIC X(05).
014300     02  ITR-NAME                PIC X(22).
014400     02  ITR-DEPARTMENT          PIC 9(02).
014410     02  ITR-CATEGORY            PIC X(02).
014500
014600 01  UNASSIGNED-HEAD-LINE.
014700     02  FILLER                  PIC X(34) VALUE
025700         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
025800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
025900     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
026000     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
026100     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
026200     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
026300     MOVE VSIO-OPEN TO VSIO-COMMAND.
