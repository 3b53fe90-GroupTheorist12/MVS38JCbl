002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002410*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002420*                    SEMESTER (61 BYTES); A SEMESTER ON THE      *
002430*                    SYSIN CARD NOW LIMITS THE SECTION           *
002440*                    COUNTS TO THAT TERM AS WELL.                *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
013200     02  STR-DEPARTMENT          PIC 9(02).
013300     02  STR-COURSE              PIC 9(03).
013400     02  STR-NUMBER              PIC 9(01).
013410     02  STR-SEMESTER            PIC X(06).
013500     02  STR-DESCRIPTION         PIC X(11).
013600     02  STR-CAPACITY            PIC 9(03).
013700     02  STR-ENROLLED            PIC 9(03).
021300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
021400     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
021500     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
021600     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
021700     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
021800     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
021900     MOVE VSIO-OPEN TO VSIO-COMMAND.
022000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022100                         SECTION-TABLE-FILE,
039100         GO TO 139-EXIT.
039200*    END-IF.
039300
039310     IF CC-SEMESTER NOT EQUAL SPACES
039320     AND STR-SEMESTER NOT EQUAL CC-SEMESTER
039330         GO TO 139-EXIT.
039340*    END-IF.
039350
039400     ADD +1 TO STE-TODAY (7).
039500     ADD STR-CAPACITY TO STE-TODAY (8).
039600     ADD STR-ENROLLED TO STE-TODAY (9).
